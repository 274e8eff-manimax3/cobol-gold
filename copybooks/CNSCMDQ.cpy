000190* DESK NO LONGER WALKS TO ANOTHER TERMINAL TO ACT ON A FAILURE.
000200*
000210* 2026-09-03  RLB  ORIGINAL COPYBOOK.
000212* 2026-10-15  RLB  RESERVED OPERATOR ID "SYSTEM" MARKS A HOLD
000214*                   QUEUED BY INVIMPCT FOR A CONSUMER OF A
000216*                   MISSING OR OUT-OF-RANGE DATASET.
000217* 2026-10-15  RLB  ADDED THE SEAL - CNS-CMD-SEQ-NUMBER AND
000218*                   CNS-CMD-CHECK-VALUE, RECORD NOW 66 BYTES.
000219*                   LOGSEAL STAMPS THEM AS THE RECORD IS WRITTEN
000220*                   AND LOGVERFY PROVES THE CHAIN (SEE CNSLSLP).
000229*=================================================================
000230 01  CNS-COMMAND-RECORD.
000240     05  CNS-CMD-ACTION              PIC X(08).
000250         88  CNS-CMD-ACTION-HOLD               VALUE "HOLD    ".
000300     05  CNS-CMD-TIME                PIC 9(08).
000310     05  CNS-CMD-DESK-ID             PIC X(06).
000320     05  CNS-CMD-OPERATOR-ID         PIC X(06).
000325         88  CNS-CMD-OPR-SYSTEM                VALUE "SYSTEM".
000330     05  FILLER                      PIC X(04).
000340     05  CNS-CMD-SEQ-NUMBER          PIC 9(09).
000350     05  CNS-CMD-CHECK-VALUE         PIC 9(09).
