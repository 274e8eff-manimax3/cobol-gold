000100*=================================================================
000110* CNSRUNB.CPY
000120*
000130* JOB RUNBOOK RECORD
000140*
000150* ONE RECORD PER JOB AND ERROR CODE, KEYED BY THE PAIR, HOLDING
000160* WHAT THE OPERATOR DOES WHEN THAT JOB ENDS WITH THAT CODE: UP TO
000170* FOUR LINES OF RESTART INSTRUCTIONS, WHETHER THE JOB IS SAFE TO
000180* RERUN AS IT STANDS, AND WHO TO CALL.  THE CONSOLE SHOWS IT ON
000190* THE DETAIL PANEL FOR THE SELECTED ROW, FALLING BACK TO THE
000200* ERROR-CODE CATALOG (CNSECAT) WHEN THE JOB HAS NO ENTRY FOR THE
000210* CODE.  MAINTAINED ONLY THROUGH RUNBMAINT, WHICH STAMPS THE DATE
000220* AND THE OPERATOR WHO LAST CHANGED IT.
000230*
000240* 2026-10-15  RLB  ORIGINAL COPYBOOK.
000250*=================================================================
000260 01  CNS-RUNBOOK-RECORD.
000270     05  CNS-RBK-KEY.
000280         10  CNS-RBK-JOB-NAME        PIC X(08).
000290         10  CNS-RBK-ERROR-CODE      PIC X(06).
000300     05  CNS-RBK-SAFE-RERUN          PIC X(01).
000310         88  CNS-RBK-SAFE-RERUN-YES            VALUE "Y".
000320         88  CNS-RBK-SAFE-RERUN-NO             VALUE "N".
000330     05  CNS-RBK-CONTACT-NAME        PIC X(20).
000340     05  CNS-RBK-CONTACT-PHONE       PIC X(15).
000350     05  CNS-RBK-RESTART-LINE        PIC X(56)
000360                                     OCCURS 4 TIMES.
000370     05  CNS-RBK-UPDATE-DATE         PIC 9(08).
000380     05  CNS-RBK-UPDATE-OPER         PIC X(06).
000390     05  FILLER                      PIC X(12).
