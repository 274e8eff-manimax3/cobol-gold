000360*
000370* MODIFICATION HISTORY.
000380*     2026-09-03  RLB  ORIGINAL PROGRAM.
000383*     2026-10-15  RLB  ESCLOG RECORDS ARE SEALED THROUGH LOGSEAL
000386*                       AS THEY ARE WRITTEN.
000390*=================================================================
000400 IDENTIFICATION DIVISION.
000410 PROGRAM-ID.     ESCWATCH.
002290*    ---------------------------------------------------------
002300 77  CNS-CRITICAL-COUNT           PIC 9(05)  COMP  VALUE 0.
002310 77  CNS-PAGED-COUNT              PIC 9(05)  COMP  VALUE 0.
002311*
002312*    ---------------------------------------------------------
002313*    LOG RECORD SEAL (LOGSEAL CALL AREA)
002314*    ---------------------------------------------------------
002315 COPY CNSLSLP.
002320*
002330 PROCEDURE DIVISION.
002340*
005100         OPEN OUTPUT ESCALATION-LOG-FILE
005110     END-IF.
005120     IF CNS-ESL-FILE-OK
005123         PERFORM 6200-SEAL-ESCALATION-RECORD
005126             THRU 6200-SEAL-ESCALATION-RECORD-EXIT
005130         WRITE CNS-ESCALATION-RECORD
005140         CLOSE ESCALATION-LOG-FILE
005150     END-IF.
005360             SET CNS-EST-FOUND-YES TO TRUE
005370     END-SEARCH.
005380 6100-SEARCH-ESCALATED-TABLE-EXIT.
005381     EXIT.
005382*
005383*    ---------------------------------------------------------
005384*    SEAL THE ESCALATION LOG RECORD (LOGSEAL) JUST BEFORE IT
005385*    IS WRITTEN; THE FEED GETS THE UNSEALED 60-BYTE DETAIL
005386*    ---------------------------------------------------------
005387 6200-SEAL-ESCALATION-RECORD.
005388     SET CNS-LSP-REQ-STAMP TO TRUE.
005389     MOVE "ESCLOG" TO CNS-LSP-LOG-NAME.
005390     MOVE LENGTH OF CNS-ESCALATION-RECORD
005391         TO CNS-LSP-RECORD-LENGTH.
005392     MOVE CNS-ESCALATION-RECORD TO CNS-LSP-RECORD.
005393     CALL "LOGSEAL" USING CNS-LOG-SEAL-PARM.
005394     MOVE CNS-LSP-RECORD TO CNS-ESCALATION-RECORD.
005395 6200-SEAL-ESCALATION-RECORD-EXIT.
005396     EXIT.
005397*
005410*    ---------------------------------------------------------
005420*    HHMMSSHH TIME-OF-DAY TO SECONDS
005430*    ---------------------------------------------------------
