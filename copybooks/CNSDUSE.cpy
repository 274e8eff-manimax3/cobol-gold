000100*=================================================================
000110* CNSDUSE.CPY
000120*
000130* JOB-TO-DATASET USAGE FILE RECORD
000140*
000150* ONE RECORD PER JOB THAT READS A DATASET CARRIED ON THE
000160* INVENTORY CONTROL LIST (INVCNTL) AND SO ON FILEINV.  THE
000170* DATASET NAME IS THE SAME EIGHT-CHARACTER NAME INVBUILD WRITES
000180* TO CNS-IF-FILE-NAME.  A JOB THAT READS SEVERAL DATASETS HAS
000190* ONE RECORD FOR EACH.  READ BY INVIMPCT SO A MISSING OR
000200* OUT-OF-RANGE DATASET CAN BE TRACED TO THE JOBS THAT WOULD
000210* RUN ON IT.
000220*
000230* 2026-10-15  RLB  ORIGINAL COPYBOOK.
000240*=================================================================
000250 01  CNS-DATASET-USAGE-RECORD.
000260     05  CNS-DSU-FILE-NAME           PIC X(08).
000270     05  CNS-DSU-JOB-NAME            PIC X(08).
000280     05  FILLER                      PIC X(24).
