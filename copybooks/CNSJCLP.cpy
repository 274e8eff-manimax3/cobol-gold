000100*=================================================================
000110* CNSJCLP.CPY
000120*
000130* JOB CLASSIFICATION PARAMETER
000140*
000150* PASSED TO JOBCLASS WITH A JOB NAME AND RETURN CODE; JOBCLASS
000160* LOOKS THE JOB UP ON THE JOB MASTER AND RETURNS THE COLOR AND
000170* ALERT LEVEL FOR THAT RETURN CODE, THE OWNING TEAM AND THE
000180* TIER.  A JOB NOT ON THE MASTER GETS THE HOUSE DEFAULT RULE
000190* (0 = NORMAL, 1-4 = WARNING, 5 AND UP = CRITICAL), TEAM BLANK,
000200* TIER 3.  REQUEST "CLOSE" RELEASES THE JOB MASTER AT END OF
000210* THE CALLER'S RUN.  CNS-JCP-STATUS ON RETURN: 00 = ON MASTER,
000220* NF = NOT ON MASTER, OTHERWISE THE JOB MASTER FILE STATUS.
000230*
000240* 2026-10-15  RLB  ORIGINAL COPYBOOK.
000250*=================================================================
000260 01  CNS-JOB-CLASS-PARM.
000270     05  CNS-JCP-REQUEST             PIC X(05).
000280         88  CNS-JCP-REQ-CLASSIFY              VALUE "CLASS".
000290         88  CNS-JCP-REQ-CLOSE                 VALUE "CLOSE".
000300     05  CNS-JCP-JOB-NAME            PIC X(08).
000310     05  CNS-JCP-RETURN-CODE         PIC 9(04).
000320     05  CNS-JCP-COLOR-CODE          PIC 9(01).
000330         88  CNS-JCP-COLOR-NORMAL              VALUE 0.
000340         88  CNS-JCP-COLOR-WARNING             VALUE 1.
000350         88  CNS-JCP-COLOR-CRITICAL            VALUE 2.
000360     05  CNS-JCP-ALERT-LEVEL         PIC 9(01).
000370         88  CNS-JCP-ALERT-NONE                VALUE 0.
000380         88  CNS-JCP-ALERT-WARNING             VALUE 1.
000390         88  CNS-JCP-ALERT-CRITICAL            VALUE 2.
000400     05  CNS-JCP-MAX-OK-RC           PIC 9(04).
000410     05  CNS-JCP-OWNER-TEAM          PIC X(10).
000420     05  CNS-JCP-TIER                PIC 9(01).
000430     05  CNS-JCP-STATUS              PIC X(02).
000440         88  CNS-JCP-ON-MASTER                 VALUE "00".
000450         88  CNS-JCP-NOT-ON-MASTER             VALUE "NF".
