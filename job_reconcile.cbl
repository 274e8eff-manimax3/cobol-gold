000190*     EXTRACT SHOWING A GREEN BOARD DURING AN INCIDENT IS WORSE
000200*     THAN NO BOARD.  THIS JOB CHECKS:
000210*       - EVERY JOB-STATUS RECORD HAS A JOB-TRACKING RECORD WITH
000215*         THE SAME RETURN CODE, AND AN ALERT LEVEL THAT AGREES
000220*         WITH THE JOB'S OWN RULE ON THE JOB MASTER (JOBCLASS);
000230*       - EVERY CRITICAL/ABENDED JOB HAS AN ERROR-LOG ENTRY;
000240*       - EVERY FILE-INVENTORY RECORD IS SELF-CONSISTENT
000250*         (A PRESENT DATASET WITH A ZERO COUNT, A MISSING ONE
000334*                       "RANGERR " STATUS (RECORD COUNT OUTSIDE
000336*                       ITS EXPECTED RANGE) AND RAISES IT AS AN
000338*                       EXCEPTION INSTEAD OF CALLING IT UNKNOWN.
00338A*     2026-10-15  RLB  ALERT LEVEL AND THE CRITICAL-JOB TEST NOW
00338B*                       COME FROM JOBCLASS AND THE JOB MASTER, THE
00338C*                       SAME RULE JOBTRKUP AND TRAKRBLD APPLY.
000340*=================================================================
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID.     JOBRECON.
001910 77  CNS-LINE-PTR                 PIC 9(03)  COMP.
001920 77  CNS-COUNT-EDIT               PIC ZZZZ9.
001930*
001931*    ---------------------------------------------------------
001932*    JOB RETURN-CODE RULE (JOBCLASS CALL AREA)
001933*    ---------------------------------------------------------
001934 COPY CNSJCLP.
001935*
001940 PROCEDURE DIVISION.
001950*
001960 0000-MAINLINE.
002930             GO TO 2100-CHECK-ONE-JOB-EXIT
002940     END-READ.
002950     ADD 1 TO CNS-JOB-CHECKED-COUNT.
002952     SET CNS-JCP-REQ-CLASSIFY TO TRUE.
002954     MOVE CNS-JSF-JOB-NAME    TO CNS-JCP-JOB-NAME.
002956     MOVE CNS-JSF-RETURN-CODE TO CNS-JCP-RETURN-CODE.
002958     CALL "JOBCLASS" USING CNS-JOB-CLASS-PARM.
002960     IF CNS-TRK-OPEN-YES
002970         PERFORM 2200-CHECK-AGAINST-TRACKING
002980             THRU 2200-CHECK-AGAINST-TRACKING-EXIT
002990     END-IF.
003000     IF CNS-JCP-COLOR-CRITICAL
003010         PERFORM 2300-CHECK-HAS-ERROR-ENTRY
003020             THRU 2300-CHECK-HAS-ERROR-ENTRY-EXIT
003030     END-IF.
003300         PERFORM 8000-WRITE-EXCEPTION
003310             THRU 8000-WRITE-EXCEPTION-EXIT
003320     END-IF.
003330     IF CNS-TRK-ALERT-LEVEL NOT = CNS-JCP-ALERT-LEVEL
003340         MOVE CNS-JSF-JOB-NAME TO CNS-EXW-JOB-NAME
003350         MOVE "ALDIFF"         TO CNS-EXW-CODE
003360         MOVE "ALERT LEVEL DISAGREES WITH RULE"
003370             TO CNS-EXW-TEXT
003380         PERFORM 8000-WRITE-EXCEPTION
003390             THRU 8000-WRITE-EXCEPTION-EXIT
004520     IF CNS-TRK-OPEN-YES
004530         CLOSE JOB-TRACKING-FILE
004540     END-IF.
004545     SET CNS-JCP-REQ-CLOSE TO TRUE.
004548     CALL "JOBCLASS" USING CNS-JOB-CLASS-PARM.
004550     MOVE SPACES TO CNS-RPT-LINE.
004560     WRITE CNS-RPT-LINE.
004570     MOVE CNS-JOB-CHECKED-COUNT TO CNS-COUNT-EDIT.
