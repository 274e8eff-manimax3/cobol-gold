000192* 2026-08-22  RLB  ADDED CNS-AUD-OPERATOR-ID, OUT OF FILLER, SO
000194*                   SESSION EVENTS NAME THE SIGNED-ON OPERATOR
000196*                   AND NOT JUST THE DESK.
000197* 2026-10-15  RLB  ADDED FAIL (UNKNOWN ID OR WRONG PIN) AND LOCK
000198*                   (OPERATOR LOCKED OUT) SIGN-ON EVENTS, CARRYING
000199*                   THE OPERATOR ID THAT WAS KEYED.
000200* 2026-10-15  RLB  ADDED OVRD (SHIFT-LEAD OVERRIDE OF AN
000201*                   UNCERTIFIED CYCLE ROLL) AND OVRF (OVERRIDE
000202*                   REFUSED), WRITTEN BY CYCLROLL UNDER DESK
000203*                   "BATCH".
000204* 2026-10-15  RLB  ADDED THE SEAL - CNS-AUD-SEQ-NUMBER AND
000205*                   CNS-AUD-CHECK-VALUE, RECORD NOW 58 BYTES.
000206*                   LOGSEAL STAMPS THEM AS THE RECORD IS WRITTEN
000207*                   AND LOGVERFY PROVES THE CHAIN (SEE CNSLSLP).
000209*=================================================================
000210 01  CNS-AUDIT-RECORD.
000220     05  CNS-AUD-DESK-ID             PIC X(06).
000230     05  CNS-AUD-EVENT-TYPE         PIC X(05).
000240         88  CNS-AUD-EVENT-START              VALUE "START".
000250         88  CNS-AUD-EVENT-STOP                VALUE "STOP ".
000252         88  CNS-AUD-EVENT-SIGNON-FAIL         VALUE "FAIL ".
000254         88  CNS-AUD-EVENT-SIGNON-LOCK         VALUE "LOCK ".
000256         88  CNS-AUD-EVENT-ROLL-OVERRIDE       VALUE "OVRD ".
000258         88  CNS-AUD-EVENT-OVERRIDE-FAIL       VALUE "OVRF ".
000260     05  CNS-AUD-DATE                PIC 9(08).
000270     05  CNS-AUD-TIME                PIC 9(08).
000280     05  CNS-AUD-OPERATOR-ID         PIC X(06).
000290     05  FILLER                      PIC X(07).
000300     05  CNS-AUD-SEQ-NUMBER          PIC 9(09).
000310     05  CNS-AUD-CHECK-VALUE         PIC 9(09).
