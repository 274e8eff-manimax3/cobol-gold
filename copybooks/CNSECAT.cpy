000100*=================================================================
000110* CNSECAT.CPY
000120*
000130* ERROR-CODE CATALOG RECORD
000140*
000150* ONE RECORD PER ERROR CODE, KEYED BY THE CODE, GIVING ITS MEANING
000160* AND SEVERITY WHATEVER JOB RAISED IT.  CODES TAKE THE FORMS THE
000170* SCHEDULER REPORTS: SYSTEM ABEND "S" PLUS THREE HEX DIGITS
000180* (S0C7, S322), USER ABEND "U" PLUS FOUR DIGITS (U4038), AND A
000190* NON-ZERO STEP RETURN CODE "RC" PLUS FOUR DIGITS (RC0012).  THE
000200* CONSOLE DETAIL PANEL SHOWS THE CATALOG ENTRY WHEN THE JOB HAS NO
000210* RUNBOOK ENTRY (CNSRUNB) FOR THE CODE.  MAINTAINED ONLY THROUGH
000220* RUNBMAINT.
000230*
000240* 2026-10-15  RLB  ORIGINAL COPYBOOK.
000250*=================================================================
000260 01  CNS-ERROR-CATALOG-RECORD.
000270     05  CNS-ECT-ERROR-CODE          PIC X(06).
000280     05  CNS-ECT-SEVERITY            PIC 9(01).
000290         88  CNS-ECT-SEV-INFO                  VALUE 1.
000300         88  CNS-ECT-SEV-WARNING               VALUE 2.
000310         88  CNS-ECT-SEV-SEVERE                VALUE 3.
000320         88  CNS-ECT-SEV-CRITICAL              VALUE 4.
000330     05  CNS-ECT-MEANING-LINE        PIC X(56)
000340                                     OCCURS 2 TIMES.
000350     05  CNS-ECT-UPDATE-DATE         PIC 9(08).
000360     05  CNS-ECT-UPDATE-OPER         PIC X(06).
000370     05  FILLER                      PIC X(17).
