000100*=================================================================
000110* CNSJMST.CPY
000120*
000130* JOB MASTER RECORD
000140*
000150* ONE RECORD PER SCHEDULED JOB, KEYED BY JOB NAME.  HOLDS THE
000160* JOB'S RETURN-CODE TOLERANCE SO AMBER AND RED MEAN THE SAME
000170* THING FOR EVERY JOB: A RETURN CODE UP TO CNS-JMS-MAX-OK-RC IS
000180* NORMAL, ONE AT OR ABOVE CNS-JMS-CRIT-RC IS CRITICAL, AND
000190* ANYTHING BETWEEN IS A WARNING.  ALSO CARRIES THE OWNING
000200* APPLICATION TEAM AND THE JOB'S CRITICALITY TIER.  READ ONLY
000210* THROUGH JOBCLASS, WHICH APPLIES THE RULE FOR EVERY CALLER.
000220*
000230* 2026-10-15  RLB  ORIGINAL COPYBOOK.
000240*=================================================================
000250 01  CNS-JOB-MASTER-RECORD.
000260     05  CNS-JMS-JOB-NAME            PIC X(08).
000270     05  CNS-JMS-MAX-OK-RC           PIC 9(04).
000280     05  CNS-JMS-CRIT-RC             PIC 9(04).
000290     05  CNS-JMS-OWNER-TEAM          PIC X(10).
000300     05  CNS-JMS-TIER                PIC 9(01).
000310         88  CNS-JMS-TIER-CRITICAL             VALUE 1.
000320         88  CNS-JMS-TIER-IMPORTANT            VALUE 2.
000330         88  CNS-JMS-TIER-ROUTINE              VALUE 3.
000340     05  FILLER                      PIC X(13).
