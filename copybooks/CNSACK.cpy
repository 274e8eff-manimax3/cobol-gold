000170* ACKNOWLEDGED AND BY WHICH DESK.
000180*
000190* 2026-08-08  RLB  ORIGINAL COPYBOOK.
000191* 2026-08-22  RLB  ADDED CNS-ACK-OPERATOR-ID, OUT OF FILLER, SO
000192*                   EVERY ACKNOWLEDGEMENT NAMES THE SIGNED-ON
000193*                   OPERATOR AND NOT JUST THE DESK.
000194* 2026-09-03  RLB  ADDED KEY NAME "CMD" FOR JOB-ACTION COMMANDS
000195*                   (HOLD/RELEASE/RERUN) ISSUED FROM THE JOB
000196*                   QUEUE SCREEN, DENIED ATTEMPTS INCLUDED.
000197* 2026-10-15  RLB  RESERVED OPERATOR ID "SYSTEM" MARKS AN
000198*                   AUTOMATIC HOLD QUEUED BY INVIMPCT.
000199* 2026-10-15  RLB  ADDED THE SEAL - CNS-ACK-SEQ-NUMBER AND
000200*                   CNS-ACK-CHECK-VALUE, RECORD NOW 67 BYTES.
000201*                   LOGSEAL STAMPS THEM AS THE RECORD IS WRITTEN
000202*                   AND LOGVERFY PROVES THE CHAIN (SEE CNSLSLP).
000203* 2026-10-15  RLB  ADDED KEY NAME "VIEW" FOR A RUNBOOK DETAIL
000204*                   PANEL OPENED FROM THE JOB QUEUE OR ERROR LOG.
000205*                   THE ACTION FIELD THEN CARRIES THE ERROR CODE
000206*                   LOOKED UP AND WHERE THE TEXT CAME FROM
000207*                   (CNS-ACK-VIEW-DETAIL).
000209*=================================================================
000210 01  CNS-ACK-RECORD.
000220     05  CNS-ACK-DESK-ID             PIC X(06).
000230     05  CNS-ACK-KEY-NAME            PIC X(05).
000240         88  CNS-ACK-KEY-ESC                   VALUE "ESC".
000250         88  CNS-ACK-KEY-F5                    VALUE "F5".
000252         88  CNS-ACK-KEY-CMD                   VALUE "CMD".
000256         88  CNS-ACK-KEY-VIEW                  VALUE "VIEW".
000260     05  CNS-ACK-ACTION              PIC X(08).
000261     05  CNS-ACK-VIEW-DETAIL REDEFINES CNS-ACK-ACTION.
000262         10  CNS-ACK-VIEW-CODE       PIC X(06).
000263         10  FILLER                  PIC X(01).
000264         10  CNS-ACK-VIEW-SOURCE     PIC X(01).
000265             88  CNS-ACK-VIEW-RUNBOOK          VALUE "R".
000266             88  CNS-ACK-VIEW-CATALOG          VALUE "C".
000267             88  CNS-ACK-VIEW-NONE             VALUE "N".
000270     05  CNS-ACK-JOB-NAME            PIC X(08).
000280     05  CNS-ACK-DATE                PIC 9(08).
000290     05  CNS-ACK-TIME                PIC 9(08).
000300     05  CNS-ACK-OPERATOR-ID         PIC X(06).
000305         88  CNS-ACK-OPR-SYSTEM                VALUE "SYSTEM".
000310     05  CNS-ACK-SEQ-NUMBER          PIC 9(09).
000320     05  CNS-ACK-CHECK-VALUE         PIC 9(09).
