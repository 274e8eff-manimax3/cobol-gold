000216*                   THROUGH THE JOB DEPENDENCY FILE.
000217* 2026-08-22  RLB  TABLE RAISED FROM 20 TO 500 ENTRIES - THE
000218*                   WEEKEND CYCLE RUNS WELL OVER 100 JOBS.
000219* 2026-10-15  RLB  ADDED CNS-JST-OWNER-TEAM FROM THE JOB MASTER.
000220*=================================================================
000230 01  CNS-JOB-STATUS-TABLE.
000240     05  CNS-JST-COUNT               PIC 9(03)  COMP VALUE 0.
000360             88  CNS-JST-ALERT-NONE             VALUE 0.
000370             88  CNS-JST-ALERT-WARNING          VALUE 1.
000380             88  CNS-JST-ALERT-CRITICAL         VALUE 2.
000390         10  CNS-JST-OWNER-TEAM      PIC X(10).
