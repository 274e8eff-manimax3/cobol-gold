000310*
000320* MODIFICATION HISTORY.
000330*     2026-09-03  RLB  ORIGINAL PROGRAM.
000332*     2026-10-15  RLB  END EVENTS NOW TAKE COLOR/ALERT FROM
000334*                       JOBCLASS AND THE JOB MASTER, EXACTLY AS
000336*                       JOBTRKUP NOW DOES.
000340*=================================================================
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID.     TRAKRBLD.
001080 77  CNS-START-APPLIED-COUNT      PIC 9(05)  COMP  VALUE 0.
001090 77  CNS-END-APPLIED-COUNT        PIC 9(05)  COMP  VALUE 0.
001100 77  CNS-SKIPPED-COUNT            PIC 9(05)  COMP  VALUE 0.
001101*
001102*    ---------------------------------------------------------
001103*    JOB CLASSIFICATION CALL AREA (JOBCLASS)
001104*    ---------------------------------------------------------
001105 COPY CNSJCLP.
001110*
001120 PROCEDURE DIVISION.
001130*
002380     EXIT.
002390*
002400*    ---------------------------------------------------------
002410*    SAME COLOR/ALERT DERIVATION AS JOBTRKUP: THE JOB'S OWN
002420*    RETURN-CODE TOLERANCE, APPLIED BY JOBCLASS
002430*    ---------------------------------------------------------
002440 2400-DERIVE-COLOR-ALERT.
002450     SET CNS-JCP-REQ-CLASSIFY TO TRUE.
002460     MOVE CNS-JRN-JOB-NAME    TO CNS-JCP-JOB-NAME.
002470     MOVE CNS-JRN-RETURN-CODE TO CNS-JCP-RETURN-CODE.
002480     CALL "JOBCLASS" USING CNS-JOB-CLASS-PARM.
002490     MOVE CNS-JCP-COLOR-CODE  TO CNS-TRK-COLOR-CODE.
002500     MOVE CNS-JCP-ALERT-LEVEL TO CNS-TRK-ALERT-LEVEL.
002560 2400-DERIVE-COLOR-ALERT-EXIT.
002570     EXIT.
002580*
002620 9000-FINALIZE.
002630     CLOSE TRACK-JOURNAL-FILE.
002640     CLOSE JOB-TRACKING-FILE.
002642     SET CNS-JCP-REQ-CLOSE TO TRUE.
002644     CALL "JOBCLASS" USING CNS-JOB-CLASS-PARM.
002650     DISPLAY "TRAKRBLD: CYCLE " CNS-CTL-CYCLE-DATE
002660         " STARTS "  CNS-START-APPLIED-COUNT
002670         " ENDS "    CNS-END-APPLIED-COUNT
