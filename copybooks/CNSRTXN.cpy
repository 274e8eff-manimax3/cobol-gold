000100*=================================================================
000110* CNSRTXN.CPY
000120*
000130* RUNBOOK AND ERROR-CODE CATALOG MAINTENANCE TRANSACTION
000140*
000150* ONE RECORD PER MAINTENANCE ACTION, APPLIED BY RUNBMAINT.  THE
000160* FILE BYTE SAYS WHICH FILE THE TRANSACTION IS FOR AND SELECTS THE
000170* LAYOUT OF THE DETAIL AREA.  EVERY TRANSACTION NAMES THE OPERATOR
000180* MAKING THE CHANGE, WHO IS STAMPED ON THE RECORD.  NUMERIC FIELDS
000190* ARRIVE AS DISPLAY CHARACTERS SO A BAD VALUE IS REJECTED RATHER
000200* THAN LOADED.
000210*
000220*   FILE     R = RUNBOOK (KEY JOB NAME AND ERROR CODE),
000230*            C = ERROR-CODE CATALOG (KEY ERROR CODE, JOB BLANK).
000240*   FUNCTION A = ADD, C = CHANGE, D = DELETE.
000250*   ON A CHANGE, A BLANK FIELD IS LEFT AS IT STANDS ON THE FILE.
000260*   THE INSTRUCTION (OR MEANING) LINES ARE REPLACED AS A SET WHEN
000270*   ANY OF THEM IS GIVEN, SO A SHORTER TEXT LEAVES NO OLD TAIL.
000280*
000290* 2026-10-15  RLB  ORIGINAL COPYBOOK.
000300*=================================================================
000310 01  CNS-RBK-TXN-RECORD.
000320     05  CNS-RTX-FILE                PIC X(01).
000330         88  CNS-RTX-FILE-RUNBOOK              VALUE "R".
000340         88  CNS-RTX-FILE-CATALOG              VALUE "C".
000350     05  CNS-RTX-FUNCTION            PIC X(01).
000360         88  CNS-RTX-FUNC-ADD                  VALUE "A".
000370         88  CNS-RTX-FUNC-CHANGE               VALUE "C".
000380         88  CNS-RTX-FUNC-DELETE               VALUE "D".
000390     05  CNS-RTX-REQUESTER-ID        PIC X(06).
000400     05  CNS-RTX-JOB-NAME            PIC X(08).
000410     05  CNS-RTX-ERROR-CODE          PIC X(06).
000420     05  CNS-RTX-RUNBOOK-DETAIL.
000430         10  CNS-RTX-SAFE-RERUN      PIC X(01).
000440         10  CNS-RTX-CONTACT-NAME    PIC X(20).
000450         10  CNS-RTX-CONTACT-PHONE   PIC X(15).
000460         10  CNS-RTX-RESTART-LINE    PIC X(56)
000470                                     OCCURS 4 TIMES.
000480     05  CNS-RTX-CATALOG-DETAIL
000490                 REDEFINES CNS-RTX-RUNBOOK-DETAIL.
000500         10  CNS-RTX-SEVERITY        PIC X(01).
000510         10  CNS-RTX-MEANING-LINE    PIC X(56)
000520                                     OCCURS 2 TIMES.
000530         10  FILLER                  PIC X(147).
000540     05  FILLER                      PIC X(18).
