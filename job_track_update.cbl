000220*
000230*     START STAMPS THE START TIME AND CLEARS RC/COLOR/ALERT.
000240*     END STAMPS THE END TIME, STORES THE RETURN CODE AND
000245*     DERIVES COLOR/ALERT FROM IT THROUGH JOBCLASS, WHICH APPLIES
000250*     THE JOB'S OWN RETURN-CODE TOLERANCE FROM THE JOB MASTER (A
000255*     JOB NOT ON IT GETS 0 = NORMAL, 1-4 = WARNING, ABOVE 4 =
000260*     CRITICAL).  A MISSING TRACKING RECORD ON EITHER
000270*     EVENT IS CREATED RATHER THAN FAILED, AND A MISSING
000280*     TRACKING FILE IS CREATED ON FIRST USE.
000290*
000316*                       JOURNAL, STAMPED WITH THE CYCLE DATE FROM
000318*                       THE CYCLE CONTROL RECORD, SO TRAKRBLD CAN
000319*                       REBUILD A CORRUPTED TRACKING FILE.
00319A*     2026-10-15  RLB  COLOR/ALERT NOW COME FROM JOBCLASS AND THE
00319B*                       JOB MASTER'S PER-JOB RETURN-CODE TOLERANCE
00319C*                       RATHER THAN ONE HARD-CODED RULE FOR ALL.
000320*=================================================================
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID.     JOBTRKUP.
000692     88  CNS-JRN-FILE-OK                     VALUE "00".
000694*
000700 77  CNS-EVENT-TIME               PIC 9(08).
000701*
000702*    ---------------------------------------------------------
000703*    JOB CLASSIFICATION CALL AREA (JOBCLASS)
000704*    ---------------------------------------------------------
000705 COPY CNSJCLP.
000710*
000720 LINKAGE SECTION.
000730 COPY CNSTRKP.
001730 3000-RECORD-JOB-END-EXIT.
001740     EXIT.
001750*
001760*    ---------------------------------------------------------
001768*    COLOR/ALERT FROM THE JOB'S OWN RETURN-CODE TOLERANCE.  THE
001776*    RULE ITSELF LIVES IN JOBCLASS SO TRAKRBLD, JOBRECON AND THE
001784*    CONSOLE APPLY IT IDENTICALLY.
001792*    ---------------------------------------------------------
001800 3100-DERIVE-COLOR-ALERT.
001808     SET CNS-JCP-REQ-CLASSIFY TO TRUE.
001816     MOVE CNS-TKP-JOB-NAME    TO CNS-JCP-JOB-NAME.
001824     MOVE CNS-TKP-RETURN-CODE TO CNS-JCP-RETURN-CODE.
001832     CALL "JOBCLASS" USING CNS-JOB-CLASS-PARM.
001840     MOVE CNS-JCP-COLOR-CODE  TO CNS-TRK-COLOR-CODE.
001848     MOVE CNS-JCP-ALERT-LEVEL TO CNS-TRK-ALERT-LEVEL.
001856     SET CNS-JCP-REQ-CLOSE TO TRUE.
001864     CALL "JOBCLASS" USING CNS-JOB-CLASS-PARM.
001872 3100-DERIVE-COLOR-ALERT-EXIT.
001890     EXIT.
001900*
001910*    ---------------------------------------------------------
