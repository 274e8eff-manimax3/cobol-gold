000190* PAGED TWICE FOR THE SAME JOB AND CYCLE.
000200*
000210* 2026-09-03  RLB  ORIGINAL COPYBOOK.
000211* 2026-10-15  RLB  ADDED THE SEAL - CNS-ESC-SEQ-NUMBER AND
000212*                   CNS-ESC-CHECK-VALUE, RECORD NOW 78 BYTES.
000213*                   LOGSEAL STAMPS THEM AS THE RECORD IS WRITTEN
000214*                   AND LOGVERFY PROVES THE CHAIN (SEE CNSLSLP).
000229*=================================================================
000230 01  CNS-ESCALATION-RECORD.
000240     05  CNS-ESC-JOB-NAME            PIC X(08).
000250     05  CNS-ESC-CYCLE-DATE          PIC X(08).
000280     05  CNS-ESC-DATE                PIC 9(08).
000290     05  CNS-ESC-TIME                PIC 9(08).
000300     05  FILLER                      PIC X(07).
000310     05  CNS-ESC-SEQ-NUMBER          PIC 9(09).
000320     05  CNS-ESC-CHECK-VALUE         PIC 9(09).
