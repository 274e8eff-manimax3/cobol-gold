000100*=================================================================
000110* PROGRAM      : JOBCLASS
000120* AUTHOR       : R L BLAKE
000130* INSTALLATION : OPERATIONS CONTROL GROUP
000140* DATE-WRITTEN : 2026-10-15
000150*
000160* REMARKS.
000170*     JOB RETURN-CODE CLASSIFICATION.  CALLED WITH A JOB NAME AND
000180*     A RETURN CODE (CNSJCLP) BY EVERY PROGRAM THAT TURNS A RETURN
000190*     CODE INTO A COLOR AND ALERT LEVEL - JOBTRKUP, TRAKRBLD,
000200*     JOBRECON AND THE CONSOLE - SO THE RULE LIVES IN ONE PLACE
000210*     AND AMBER AND RED MEAN THE SAME THING EVERYWHERE.
000220*
000230*     THE JOB'S RECORD ON THE JOB MASTER (CNSJMST) GIVES THE
000240*     HIGHEST ACCEPTABLE RETURN CODE AND THE RETURN CODE AT OR
000250*     ABOVE WHICH THE JOB IS CRITICAL:
000260*       RC >= CRITICAL THRESHOLD     CRITICAL COLOR AND ALERT
000270*       RC <= HIGHEST ACCEPTABLE     NORMAL, NO ALERT
000280*       ANYTHING BETWEEN             WARNING COLOR AND ALERT
000290*     A JOB NOT ON THE MASTER, OR A MASTER THAT CANNOT BE OPENED,
000300*     GETS THE HOUSE DEFAULT OF 0 ACCEPTABLE AND 5 CRITICAL, SO
000310*     A NEW JOB BEHAVES AS EVERY JOB DID BEFORE THE MASTER.  THE
000320*     DEFAULTS ALSO STAND IN FOR ANY FIELD LEFT BLANK ON A RECORD.
000330*
000340*     THE JOB MASTER IS OPENED ON THE FIRST CALL AND LEFT OPEN
000350*     FOR THE CALLER'S NEXT ONE; A "CLOSE" REQUEST RELEASES IT.
000360*
000370* MODIFICATION HISTORY.
000380*     2026-10-15  RLB  ORIGINAL PROGRAM.
000390*=================================================================
000400 IDENTIFICATION DIVISION.
000410 PROGRAM-ID.     JOBCLASS.
000420 AUTHOR.         R L BLAKE.
000430 INSTALLATION.   OPERATIONS CONTROL GROUP.
000440 DATE-WRITTEN.   2026-10-15.
000450 DATE-COMPILED.
000460*
000470 ENVIRONMENT DIVISION.
000480 CONFIGURATION SECTION.
000490 SOURCE-COMPUTER.    GNUCOBOL.
000500 OBJECT-COMPUTER.    GNUCOBOL.
000510*
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT JOB-MASTER-FILE     ASSIGN TO "JOBMAST"
000550            ORGANIZATION IS INDEXED
000560            ACCESS MODE IS RANDOM
000570            RECORD KEY IS CNS-JMS-JOB-NAME
000580            FILE STATUS IS CNS-JMS-FILE-STATUS.
000590*
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  JOB-MASTER-FILE
000630     RECORDING MODE IS F
000640     LABEL RECORDS ARE STANDARD.
000650 COPY CNSJMST.
000660*
000670 WORKING-STORAGE SECTION.
000680*
000690 77  CNS-JMS-FILE-STATUS          PIC X(02)  VALUE SPACES.
000700     88  CNS-JMS-FILE-OK                     VALUE "00".
000710*
000720*    OPEN STATE OF THE JOB MASTER ACROSS CALLS: N = NOT YET
000730*    TRIED, Y = OPEN, F = OPEN FAILED (DEFAULTS UNTIL CLOSE).
000740 77  CNS-JMS-OPEN-SW               PIC X(01) VALUE "N".
000750     88  CNS-JMS-OPEN-NOT-TRIED              VALUE "N".
000760     88  CNS-JMS-OPEN-YES                    VALUE "Y".
000770     88  CNS-JMS-OPEN-FAILED                 VALUE "F".
000780*
000790*    ---------------------------------------------------------
000800*    THE RULE IN FORCE FOR THIS CALL
000810*    ---------------------------------------------------------
000820 77  CNS-DEFAULT-MAX-OK-RC        PIC 9(04)  VALUE 0.
000830 77  CNS-DEFAULT-CRIT-RC          PIC 9(04)  VALUE 5.
000840 77  CNS-DEFAULT-TIER             PIC 9(01)  VALUE 3.
000850*
000860 77  CNS-RULE-MAX-OK-RC           PIC 9(04)  VALUE 0.
000870 77  CNS-RULE-CRIT-RC             PIC 9(04)  VALUE 5.
000880*
000890 LINKAGE SECTION.
000900 COPY CNSJCLP.
000910*
000920 PROCEDURE DIVISION USING CNS-JOB-CLASS-PARM.
000930*
000940 0000-MAINLINE.
000950     IF CNS-JCP-REQ-CLOSE
000960         PERFORM 3000-CLOSE-JOB-MASTER
000970             THRU 3000-CLOSE-JOB-MASTER-EXIT
000980         GO TO 0000-MAINLINE-EXIT
000990     END-IF.
001000     PERFORM 1000-LOOK-UP-JOB THRU 1000-LOOK-UP-JOB-EXIT.
001010     PERFORM 2000-CLASSIFY-RETURN-CODE
001020         THRU 2000-CLASSIFY-RETURN-CODE-EXIT.
001030 0000-MAINLINE-EXIT.
001040     GOBACK.
001050*
001060*    ---------------------------------------------------------
001070*    FIND THE JOB'S TOLERANCE, TEAM AND TIER, OR THE DEFAULTS
001080*    ---------------------------------------------------------
001090 1000-LOOK-UP-JOB.
001100     MOVE CNS-DEFAULT-MAX-OK-RC TO CNS-RULE-MAX-OK-RC.
001110     MOVE CNS-DEFAULT-CRIT-RC   TO CNS-RULE-CRIT-RC.
001120     MOVE SPACES                TO CNS-JCP-OWNER-TEAM.
001130     MOVE CNS-DEFAULT-TIER      TO CNS-JCP-TIER.
001140     IF CNS-JMS-OPEN-NOT-TRIED
001150         OPEN INPUT JOB-MASTER-FILE
001160         IF CNS-JMS-FILE-OK
001170             SET CNS-JMS-OPEN-YES TO TRUE
001180         ELSE
001190             SET CNS-JMS-OPEN-FAILED TO TRUE
001200         END-IF
001210     END-IF.
001220     IF CNS-JMS-OPEN-FAILED
001230         MOVE CNS-JMS-FILE-STATUS TO CNS-JCP-STATUS
001240         GO TO 1000-LOOK-UP-JOB-EXIT
001250     END-IF.
001260     MOVE CNS-JCP-JOB-NAME TO CNS-JMS-JOB-NAME.
001270     READ JOB-MASTER-FILE
001280         INVALID KEY
001290             SET CNS-JCP-NOT-ON-MASTER TO TRUE
001300             GO TO 1000-LOOK-UP-JOB-EXIT
001310     END-READ.
001320     SET CNS-JCP-ON-MASTER TO TRUE.
001330     IF CNS-JMS-MAX-OK-RC NUMERIC
001340         MOVE CNS-JMS-MAX-OK-RC TO CNS-RULE-MAX-OK-RC
001350     END-IF.
001360*    A ZERO OR BLANK THRESHOLD MEANS NONE WAS KEYED - THE JOB
001370*    GOES CRITICAL AT THE DEFAULT, OR JUST ABOVE ITS HIGHEST
001380*    ACCEPTABLE CODE WHEN THAT IS ALREADY AT THE DEFAULT.
001390     IF CNS-JMS-CRIT-RC NUMERIC AND CNS-JMS-CRIT-RC > 0
001400         MOVE CNS-JMS-CRIT-RC TO CNS-RULE-CRIT-RC
001410     ELSE
001420         IF CNS-RULE-MAX-OK-RC NOT < CNS-DEFAULT-CRIT-RC
001430             COMPUTE CNS-RULE-CRIT-RC = CNS-RULE-MAX-OK-RC + 1
001440         END-IF
001450     END-IF.
001460     MOVE CNS-JMS-OWNER-TEAM TO CNS-JCP-OWNER-TEAM.
001470     IF CNS-JMS-TIER NUMERIC
001480         MOVE CNS-JMS-TIER TO CNS-JCP-TIER
001490     END-IF.
001500 1000-LOOK-UP-JOB-EXIT.
001510     EXIT.
001520*
001530*    ---------------------------------------------------------
001540*    THE ONE COLOR/ALERT RULE.  THE CRITICAL TEST COMES FIRST
001550*    SO A MIS-KEYED MASTER RECORD (THRESHOLD BELOW THE HIGHEST
001560*    ACCEPTABLE CODE) ERRS TOWARD RED, NEVER TOWARD GREEN.
001570*    ---------------------------------------------------------
001580 2000-CLASSIFY-RETURN-CODE.
001590     MOVE CNS-RULE-MAX-OK-RC TO CNS-JCP-MAX-OK-RC.
001600     EVALUATE TRUE
001610         WHEN CNS-JCP-RETURN-CODE NOT < CNS-RULE-CRIT-RC
001620             SET CNS-JCP-COLOR-CRITICAL TO TRUE
001630             SET CNS-JCP-ALERT-CRITICAL TO TRUE
001640         WHEN CNS-JCP-RETURN-CODE NOT > CNS-RULE-MAX-OK-RC
001650             SET CNS-JCP-COLOR-NORMAL   TO TRUE
001660             SET CNS-JCP-ALERT-NONE     TO TRUE
001670         WHEN OTHER
001680             SET CNS-JCP-COLOR-WARNING  TO TRUE
001690             SET CNS-JCP-ALERT-WARNING  TO TRUE
001700     END-EVALUATE.
001710 2000-CLASSIFY-RETURN-CODE-EXIT.
001720     EXIT.
001730*
001740*    ---------------------------------------------------------
001750*    RELEASE THE JOB MASTER; THE NEXT CALL OPENS IT AFRESH
001760*    ---------------------------------------------------------
001770 3000-CLOSE-JOB-MASTER.
001780     IF CNS-JMS-OPEN-YES
001790         CLOSE JOB-MASTER-FILE
001800     END-IF.
001810     SET CNS-JMS-OPEN-NOT-TRIED TO TRUE.
001820     MOVE "00" TO CNS-JCP-STATUS.
001830 3000-CLOSE-JOB-MASTER-EXIT.
001840     EXIT.
