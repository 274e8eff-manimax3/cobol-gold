000100*=================================================================
000110* CNSOTXN.CPY
000120*
000130* OPERATOR MASTER MAINTENANCE TRANSACTION
000140*
000150* ONE RECORD PER MAINTENANCE ACTION AGAINST THE OPERATOR MASTER,
000160* APPLIED BY OPERMAINT.  EVERY TRANSACTION NAMES THE SHIFT LEAD
000170* WHO AUTHORIZED IT, AND THAT LEAD MUST BE ON THE MASTER WITH
000180* SHIFT-LEAD AUTHORITY, SO THE CHANGE LOG SHOWS WHO GRANTED WHAT
000190* TO WHOM.  NUMERIC FIELDS ARRIVE AS DISPLAY CHARACTERS SO A BAD
000200* VALUE IS REJECTED RATHER THAN LOADED.
000210*
000220*   FUNCTION A = ADD OPERATOR, C = CHANGE OPERATOR, D = DELETE
000230*            OPERATOR, R = RESET (NEW PIN, LOCKOUT CLEARED).
000240*   ON A CHANGE, A BLANK NAME, AUTHORITY OR PIN IS LEFT AS IT
000250*   STANDS ON THE MASTER.
000260*
000270* 2026-10-15  RLB  ORIGINAL COPYBOOK.
000280*=================================================================
000290 01  CNS-OPER-TXN-RECORD.
000300     05  CNS-OTX-FUNCTION            PIC X(01).
000310         88  CNS-OTX-FUNC-ADD                  VALUE "A".
000320         88  CNS-OTX-FUNC-CHANGE               VALUE "C".
000330         88  CNS-OTX-FUNC-DELETE               VALUE "D".
000340         88  CNS-OTX-FUNC-RESET                VALUE "R".
000350     05  CNS-OTX-REQUESTER-ID        PIC X(06).
000360     05  CNS-OTX-OPERATOR-ID         PIC X(06).
000370     05  CNS-OTX-NAME                PIC X(20).
000380     05  CNS-OTX-AUTH-LEVEL          PIC X(01).
000390     05  CNS-OTX-PIN                 PIC X(06).
000400     05  FILLER                      PIC X(10).
