000100*=================================================================
000110* CNSRBLP.CPY
000120*
000130* RUNBOOK LOOKUP PARAMETER
000140*
000150* PASSED TO RUNBLOOK WITH A JOB NAME AND THE ERROR CODE THE JOB
000160* CURRENTLY SHOWS.  RUNBLOOK READS THE JOB'S RUNBOOK ENTRY FOR THE
000170* CODE (CNSRUNB) AND THE CATALOG ENTRY FOR THE CODE (CNSECAT) AND
000180* RETURNS THE DETAIL-PANEL TEXT READY TO DRAW, ONE LINE PER
000190* TABLE ENTRY, NONE LONGER THAN 58 CHARACTERS.
000200* CNS-RBL-SOURCE ON RETURN: R = THE JOB'S RUNBOOK ENTRY WAS
000210* FOUND, C = NO RUNBOOK ENTRY, THE GENERIC CATALOG ENTRY IS
000220* SHOWN, N = NEITHER IS ON FILE.  THE FILES ARE OPENED AND
000230* CLOSED ON EVERY CALL, SO A CHANGE MADE BY RUNBMAINT SHOWS ON
000240* THE NEXT PANEL OPENED.
000250*
000260* 2026-10-15  RLB  ORIGINAL COPYBOOK.
000270*=================================================================
000280 01  CNS-RUNBOOK-LOOKUP-PARM.
000290     05  CNS-RBL-JOB-NAME            PIC X(08).
000300     05  CNS-RBL-ERROR-CODE          PIC X(06).
000310     05  CNS-RBL-SOURCE              PIC X(01).
000320         88  CNS-RBL-FROM-RUNBOOK              VALUE "R".
000330         88  CNS-RBL-FROM-CATALOG              VALUE "C".
000340         88  CNS-RBL-FROM-NONE                 VALUE "N".
000350     05  CNS-RBL-LINE-COUNT          PIC 9(02)  COMP.
000360     05  CNS-RBL-LINE                PIC X(60)
000370                                     OCCURS 10 TIMES
000380                                     INDEXED BY CNS-RBL-IDX.
