000190* THE SHIFT LEAD CAN DISMISS A CRITICAL ALERT.
000200*
000210* 2026-08-22  RLB  ORIGINAL COPYBOOK.
000212* 2026-10-15  RLB  ADDED CNS-OPR-PIN, CNS-OPR-FAIL-COUNT AND
000214*                   CNS-OPR-LOCK-SW, OUT OF FILLER.  SIGN-ON
000216*                   CHECKS THE PIN AND LOCKS THE ID AFTER
000218*                   REPEATED MISSES UNTIL A SHIFT LEAD RESETS IT
000219*                   THROUGH OPERMAINT.  THE PIN IS NEVER PRINTED.
000220*=================================================================
000230 01  CNS-OPERATOR-RECORD.
000240     05  CNS-OPR-ID                  PIC X(06).
000270         88  CNS-OPR-AUTH-TRAINEE              VALUE 1.
000280         88  CNS-OPR-AUTH-OPERATOR             VALUE 2.
000290         88  CNS-OPR-AUTH-SHIFT-LEAD           VALUE 3.
000300     05  CNS-OPR-PIN                 PIC X(06).
000310     05  CNS-OPR-FAIL-COUNT          PIC 9(01).
000320     05  CNS-OPR-LOCK-SW             PIC X(01).
000330         88  CNS-OPR-LOCKED                    VALUE "Y".
000340         88  CNS-OPR-NOT-LOCKED                VALUE "N" " ".
000350     05  FILLER                      PIC X(05).
