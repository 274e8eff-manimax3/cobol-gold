000100*=================================================================
000110* PROGRAM      : STATPAGE
000120* AUTHOR       : R L BLAKE
000130* INSTALLATION : OPERATIONS CONTROL GROUP
000140* DATE-WRITTEN : 2026-10-15
000150*
000160* REMARKS.
000170*     PUBLISHED CYCLE STATUS PAGE.  RUN EVERY FEW MINUTES BESIDE
000180*     THE CYCLE.  ONLY THE DESKS RUNNING THE CONSOLE COULD SEE
000190*     THE BOARD, SO APPLICATION TEAMS PHONED THE DESK ALL NIGHT
000200*     TO ASK WHETHER THEIR JOBS HAD FINISHED.  THIS JOB REBUILDS
000210*     A READ-ONLY HTML PAGE (STATHTML) AND A MATCHING COMMA-
000220*     DELIMITED EXTRACT (STATCSV) FROM THE CYCLE CONTROL RECORD,
000230*     THE PLANNED SCHEDULE, THE LIVE TRACKING FILE, THE FILE
000240*     INVENTORY AND THE INCIDENT MASTER.
000250*
000260*     EVERY JOB ON PLANSCHD, AND ANY JOB ON JOBTRAK THAT IS NOT,
000270*     IS SHOWN WITH ITS OWNING TEAM (JOBCLASS) AND ITS PLANNED
000280*     AND ACTUAL START AND END, IN ONE OF SIX GROUPS:
000290*         RUNNING      STARTED, NOT ENDED
000300*         ENDED CLEAN  ENDED, NORMAL COLOR
000310*         WARNING      ENDED, WARNING COLOR
000320*         CRITICAL     ENDED, CRITICAL COLOR OR ALERT
000330*         BLOCKED      WAITING ON A CRITICAL OR BLOCKED
000340*                      PREDECESSOR (JOBDEPS), SAME SWEEP AS THE
000350*                      CONSOLE'S 2900 PARAGRAPHS
000360*         NOT STARTED  NO START TIME ON JOBTRAK
000370*     A ROW IS SHADED BY ITS COLOR CODE IN THE CONSOLE'S OWN RGB
000380*     VALUES (HELLOWORLD 2330), SO THE PAGE AND THE BOARD NEVER
000390*     DISAGREE; A JOB NOT YET ON JOBTRAK AND NOT BLOCKED HAS NO
000400*     CODE AND IS GREY.
000410*     THE PAGE ALSO LISTS EVERY INCIDENT NOT YET CLOSED, EVERY
000420*     DATASET MISSING OR RANGERR, AND A LAST-REFRESHED STAMP.
000430*
000440*     THE CSV HAS A HEADING RECORD, THEN ONE RECORD PER JOB, WITH
000450*     THE RC IN FOUR DIGITS ONCE THE JOB HAS ENDED:
000460*         CYCLE,REFRESHED,JOB,STATE,COLOR,TEAM,PLANNED START,
000470*         PLANNED END,ACTUAL START,ACTUAL END,RC
000480*     AN INPUT THAT CANNOT BE READ IS NOTED ON THE PAGE AND THE
000490*     PAGE IS STILL BUILT.  RETURN CODE 16 WHEN THE PAGE OR THE
000500*     EXTRACT CANNOT BE WRITTEN.
000510*
000520* MODIFICATION HISTORY.
000530*     2026-10-15  RLB  ORIGINAL PROGRAM.
000540*=================================================================
000550 IDENTIFICATION DIVISION.
000560 PROGRAM-ID.     STATPAGE.
000570 AUTHOR.         R L BLAKE.
000580 INSTALLATION.   OPERATIONS CONTROL GROUP.
000590 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000610*
000620 ENVIRONMENT DIVISION.
000630 CONFIGURATION SECTION.
000640 SOURCE-COMPUTER.    GNUCOBOL.
000650 OBJECT-COMPUTER.    GNUCOBOL.
000660*
000670 INPUT-OUTPUT SECTION.
000680 FILE-CONTROL.
000690     SELECT CYCLE-CONTROL-FILE  ASSIGN TO "CYCLECTL"
000700            ORGANIZATION IS SEQUENTIAL
000710            FILE STATUS IS CNS-CTL-FILE-STATUS.
000720*
000730     SELECT PLAN-SCHEDULE-FILE  ASSIGN TO "PLANSCHD"
000740            ORGANIZATION IS SEQUENTIAL
000750            FILE STATUS IS CNS-PLN-FILE-STATUS.
000760*
000770     SELECT JOB-TRACKING-FILE   ASSIGN TO "JOBTRAK"
000780            ORGANIZATION IS INDEXED
000790            ACCESS MODE IS SEQUENTIAL
000800            RECORD KEY IS CNS-TRK-JOB-NAME
000810            FILE STATUS IS CNS-TRK-FILE-STATUS.
000820*
000830     SELECT JOB-DEPENDENCY-FILE ASSIGN TO "JOBDEPS"
000840            ORGANIZATION IS SEQUENTIAL
000850            FILE STATUS IS CNS-DEP-FILE-STATUS.
000860*
000870     SELECT FILE-INVENTORY-FILE ASSIGN TO "FILEINV"
000880            ORGANIZATION IS SEQUENTIAL
000890            FILE STATUS IS CNS-IF-FILE-STATUS.
000900*
000910     SELECT INCIDENT-FILE       ASSIGN TO "INCFILE"
000920            ORGANIZATION IS INDEXED
000930            ACCESS MODE IS SEQUENTIAL
000940            RECORD KEY IS CNS-INC-NUMBER
000950            FILE STATUS IS CNS-INC-FILE-STATUS.
000960*
000970     SELECT STATUS-PAGE-FILE    ASSIGN TO "STATHTML"
000980            ORGANIZATION IS SEQUENTIAL
000990            FILE STATUS IS CNS-HTM-FILE-STATUS.
001000*
001010     SELECT STATUS-CSV-FILE     ASSIGN TO "STATCSV"
001020            ORGANIZATION IS SEQUENTIAL
001030            FILE STATUS IS CNS-CSV-FILE-STATUS.
001040*
001050 DATA DIVISION.
001060 FILE SECTION.
001070 FD  CYCLE-CONTROL-FILE
001080     RECORDING MODE IS F
001090     LABEL RECORDS ARE STANDARD.
001100 COPY CNSCTRL.
001110*
001120 FD  PLAN-SCHEDULE-FILE
001130     RECORDING MODE IS F
001140     LABEL RECORDS ARE STANDARD.
001150 COPY CNSPLAN.
001160*
001170 FD  JOB-TRACKING-FILE
001180     RECORDING MODE IS F
001190     LABEL RECORDS ARE STANDARD.
001200 COPY CNSTRAK.
001210*
001220 FD  JOB-DEPENDENCY-FILE
001230     RECORDING MODE IS F
001240     LABEL RECORDS ARE STANDARD.
001250 COPY CNSJDEP.
001260*
001270 FD  FILE-INVENTORY-FILE
001280     RECORDING MODE IS F
001290     LABEL RECORDS ARE STANDARD.
001300 COPY CNSIFIL.
001310*
001320 FD  INCIDENT-FILE
001330     RECORDING MODE IS F
001340     LABEL RECORDS ARE STANDARD.
001350 COPY CNSINCD.
001360*
001370 FD  STATUS-PAGE-FILE
001380     RECORDING MODE IS F
001390     LABEL RECORDS ARE STANDARD.
001400 01  CNS-HTM-RECORD              PIC X(200).
001410*
001420 FD  STATUS-CSV-FILE
001430     RECORDING MODE IS F
001440     LABEL RECORDS ARE STANDARD.
001450 01  CNS-CSV-RECORD              PIC X(120).
001460*
001470 WORKING-STORAGE SECTION.
001480*
001490*    ---------------------------------------------------------
001500*    FILE STATUS AND END-OF-FILE SWITCHES
001510*    ---------------------------------------------------------
001520 77  CNS-CTL-FILE-STATUS          PIC X(02)  VALUE SPACES.
001530     88  CNS-CTL-FILE-OK                     VALUE "00".
001540*
001550 77  CNS-PLN-FILE-STATUS          PIC X(02)  VALUE SPACES.
001560     88  CNS-PLN-FILE-OK                     VALUE "00".
001570*
001580 77  CNS-PLN-EOF-SW                PIC X(01) VALUE "N".
001590     88  CNS-PLN-EOF-YES                     VALUE "Y".
001600     88  CNS-PLN-EOF-NO                      VALUE "N".
001610*
001620 77  CNS-TRK-FILE-STATUS          PIC X(02)  VALUE SPACES.
001630     88  CNS-TRK-FILE-OK                     VALUE "00".
001640*
001650 77  CNS-TRK-EOF-SW                PIC X(01) VALUE "N".
001660     88  CNS-TRK-EOF-YES                     VALUE "Y".
001670     88  CNS-TRK-EOF-NO                      VALUE "N".
001680*
001690 77  CNS-DEP-FILE-STATUS          PIC X(02)  VALUE SPACES.
001700     88  CNS-DEP-FILE-OK                     VALUE "00".
001710*
001720 77  CNS-DEP-EOF-SW                PIC X(01) VALUE "N".
001730     88  CNS-DEP-EOF-YES                     VALUE "Y".
001740     88  CNS-DEP-EOF-NO                      VALUE "N".
001750*
001760 77  CNS-IF-FILE-STATUS           PIC X(02)  VALUE SPACES.
001770     88  CNS-IF-FILE-OK                      VALUE "00".
001780*
001790 77  CNS-IF-EOF-SW                 PIC X(01) VALUE "N".
001800     88  CNS-IF-EOF-YES                      VALUE "Y".
001810     88  CNS-IF-EOF-NO                       VALUE "N".
001820*
001830 77  CNS-INC-FILE-STATUS          PIC X(02)  VALUE SPACES.
001840     88  CNS-INC-FILE-OK                     VALUE "00".
001850*
001860 77  CNS-INC-EOF-SW                PIC X(01) VALUE "N".
001870     88  CNS-INC-EOF-YES                     VALUE "Y".
001880     88  CNS-INC-EOF-NO                      VALUE "N".
001890*
001900 77  CNS-HTM-FILE-STATUS          PIC X(02)  VALUE SPACES.
001910     88  CNS-HTM-FILE-OK                     VALUE "00".
001920*
001930 77  CNS-CSV-FILE-STATUS          PIC X(02)  VALUE SPACES.
001940     88  CNS-CSV-FILE-OK                     VALUE "00".
001950*
001960*    ---------------------------------------------------------
001970*    PAGE AUTO-REFRESH IN THE BROWSER, IN SECONDS
001980*    ---------------------------------------------------------
001990 77  CNS-PAGE-REFRESH-SECS        PIC X(03)  VALUE "120".
002000*
002010*    ---------------------------------------------------------
002020*    LAST-REFRESHED STAMP
002030*    ---------------------------------------------------------
002040 77  CNS-RUN-DATE                 PIC 9(08)  VALUE 0.
002050 01  CNS-RUN-TIME-FIELD.
002060     05  CNS-RUN-HHMMSS           PIC X(06).
002070     05  FILLER                   PIC X(02).
002080 77  CNS-REFRESH-STAMP            PIC X(15)  VALUE SPACES.
002090*
002100*    ---------------------------------------------------------
002110*    IN-MEMORY PAGE TABLE: ONE ENTRY PER JOB, PLANNED JOBS
002120*    FIRST IN PLAN ORDER, THEN ANY UNPLANNED TRACKED JOB
002130*    ---------------------------------------------------------
002140 01  CNS-PAGE-TABLE.
002150     05  CNS-PGT-COUNT            PIC 9(03)  COMP VALUE 0.
002160     05  CNS-PGT-ENTRY OCCURS 1 TO 500 TIMES
002170                 DEPENDING ON CNS-PGT-COUNT
002180                 INDEXED BY CNS-PGT-IDX.
002190         10  CNS-PGT-JOB-NAME     PIC X(08).
002200         10  CNS-PGT-PLAN-START   PIC X(08).
002210         10  CNS-PGT-PLAN-END     PIC X(08).
002220         10  CNS-PGT-START-TIME   PIC X(08).
002230         10  CNS-PGT-END-TIME     PIC X(08).
002240         10  CNS-PGT-RETURN-CODE  PIC 9(04).
002250         10  CNS-PGT-COLOR-CODE   PIC 9(01).
002260             88  CNS-PGT-COLOR-NORMAL          VALUE 0.
002270             88  CNS-PGT-COLOR-WARNING         VALUE 1.
002280             88  CNS-PGT-COLOR-CRITICAL        VALUE 2.
002290             88  CNS-PGT-COLOR-BLOCKED         VALUE 3.
002300         10  CNS-PGT-ALERT-LEVEL  PIC 9(01).
002310             88  CNS-PGT-ALERT-NONE            VALUE 0.
002320             88  CNS-PGT-ALERT-CRITICAL        VALUE 2.
002330         10  CNS-PGT-TRACKED-SW   PIC X(01).
002340             88  CNS-PGT-TRACKED               VALUE "Y".
002350             88  CNS-PGT-NOT-TRACKED           VALUE "N".
002360         10  CNS-PGT-STATE        PIC X(01).
002370         10  CNS-PGT-OWNER-TEAM   PIC X(10).
002380*
002390 77  CNS-PGT-SUB                  PIC 9(03)  COMP.
002400 77  CNS-PGT-SEARCH-NAME          PIC X(08).
002410*
002420 77  CNS-PGT-FOUND-SW              PIC X(01) VALUE "N".
002430     88  CNS-PGT-FOUND-YES                   VALUE "Y".
002440     88  CNS-PGT-FOUND-NO                    VALUE "N".
002450*
002460*    ---------------------------------------------------------
002470*    THE SIX GROUPS, IN PAGE ORDER: STATE CODE, HEADING, AND
002480*    THE NUMBER OF JOBS IN EACH
002490*    ---------------------------------------------------------
002500 01  CNS-GROUP-VALUES.
002510     05  FILLER                   PIC X(14)  VALUE "RRUNNING".
002520     05  FILLER                   PIC X(14)  VALUE "EENDED CLEAN".
002530     05  FILLER                   PIC X(14)  VALUE "WWARNING".
002540     05  FILLER                   PIC X(14)  VALUE "CCRITICAL".
002550     05  FILLER                   PIC X(14)  VALUE "BBLOCKED".
002560     05  FILLER                   PIC X(14)  VALUE "NNOT STARTED".
002570 01  CNS-GROUP-TABLE REDEFINES CNS-GROUP-VALUES.
002580     05  CNS-GRP-ENTRY OCCURS 6 TIMES.
002590         10  CNS-GRP-STATE        PIC X(01).
002600         10  CNS-GRP-TITLE        PIC X(13).
002610*
002620 01  CNS-GROUP-COUNTS.
002630     05  CNS-GRP-COUNT            PIC 9(05)  COMP OCCURS 6 TIMES.
002640*
002650 77  CNS-GRP-SUB                  PIC 9(01)  COMP.
002660*
002670*    ---------------------------------------------------------
002680*    JOB-DEPENDENCY TABLE AND THE BLOCKED-SUCCESSOR SWEEP
002690*    ---------------------------------------------------------
002700 COPY CNSJDPT.
002710*
002720 77  CNS-BLK-DEP-SUB              PIC 9(03)  COMP.
002730 77  CNS-BLK-ROW-SUB              PIC 9(03)  COMP.
002740*
002750 77  CNS-BLK-CHANGED-SW            PIC X(01) VALUE "N".
002760     88  CNS-BLK-CHANGED-YES                 VALUE "Y".
002770     88  CNS-BLK-CHANGED-NO                  VALUE "N".
002780*
002790 77  CNS-BLK-PRED-BAD-SW           PIC X(01) VALUE "N".
002800     88  CNS-BLK-PRED-BAD-YES                VALUE "Y".
002810     88  CNS-BLK-PRED-BAD-NO                 VALUE "N".
002820*
002830*    ---------------------------------------------------------
002840*    JOB RETURN-CODE RULE (JOBCLASS CALL AREA), FOR THE TEAM
002850*    ---------------------------------------------------------
002860 COPY CNSJCLP.
002870*
002880*    ---------------------------------------------------------
002890*    INPUTS THAT COULD NOT BE READ, NOTED ON THE PAGE
002900*    ---------------------------------------------------------
002910 77  CNS-PLN-MISSING-SW            PIC X(01) VALUE "N".
002920     88  CNS-PLN-MISSING-YES                 VALUE "Y".
002930 77  CNS-TRK-MISSING-SW            PIC X(01) VALUE "N".
002940     88  CNS-TRK-MISSING-YES                 VALUE "Y".
002950 77  CNS-DEP-MISSING-SW            PIC X(01) VALUE "N".
002960     88  CNS-DEP-MISSING-YES                 VALUE "Y".
002970*
002980*    ---------------------------------------------------------
002990*    RUNNING TOTALS
003000*    ---------------------------------------------------------
003010 77  CNS-INC-OPEN-COUNT           PIC 9(05)  COMP  VALUE 0.
003020 77  CNS-DSN-BAD-COUNT            PIC 9(05)  COMP  VALUE 0.
003030 77  CNS-CSV-WRITE-COUNT          PIC 9(05)  COMP  VALUE 0.
003040*
003050*    ---------------------------------------------------------
003060*    RECORD BUILD AREA
003070*    ---------------------------------------------------------
003080 77  CNS-LINE-PTR                 PIC 9(03)  COMP.
003090 77  CNS-COUNT-EDIT               PIC ZZZZ9.
003100 77  CNS-RC-EDIT                  PIC ZZZ9.
003110 77  CNS-RC-TEXT                  PIC X(04)  VALUE SPACES.
003120 77  CNS-CSV-RC-TEXT              PIC X(04)  VALUE SPACES.
003130 77  CNS-NUMBER-EDIT              PIC 9(06).
003140 77  CNS-ROW-CLASS                PIC X(02)  VALUE SPACES.
003150 77  CNS-INC-STATE-TEXT           PIC X(12)  VALUE SPACES.
003160*
003170 PROCEDURE DIVISION.
003180*
003190 0000-MAINLINE.
003200     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
003210     PERFORM 2000-LOAD-PLANNED-JOBS
003220         THRU 2000-LOAD-PLANNED-JOBS-EXIT.
003230     PERFORM 2200-LOAD-TRACKED-JOBS
003240         THRU 2200-LOAD-TRACKED-JOBS-EXIT.
003250     PERFORM 2400-LOAD-JOB-DEPENDENCIES
003260         THRU 2400-LOAD-JOB-DEPENDENCIES-EXIT.
003270     PERFORM 3000-FLAG-BLOCKED-SUCCESSORS
003280         THRU 3000-FLAG-BLOCKED-SUCCESSORS-EXIT.
003290     PERFORM 3500-CLASSIFY-ONE-JOB
003300         THRU 3500-CLASSIFY-ONE-JOB-EXIT
003310         VARYING CNS-PGT-SUB FROM 1 BY 1
003320         UNTIL CNS-PGT-SUB > CNS-PGT-COUNT.
003330     SET CNS-JCP-REQ-CLOSE TO TRUE.
003340     CALL "JOBCLASS" USING CNS-JOB-CLASS-PARM.
003350     PERFORM 4000-WRITE-PAGE-HEADER
003360         THRU 4000-WRITE-PAGE-HEADER-EXIT.
003370     PERFORM 5000-WRITE-ONE-GROUP
003380         THRU 5000-WRITE-ONE-GROUP-EXIT
003390         VARYING CNS-GRP-SUB FROM 1 BY 1
003400         UNTIL CNS-GRP-SUB > 6.
003410     PERFORM 6000-WRITE-OPEN-INCIDENTS
003420         THRU 6000-WRITE-OPEN-INCIDENTS-EXIT.
003430     PERFORM 6500-WRITE-BAD-DATASETS
003440         THRU 6500-WRITE-BAD-DATASETS-EXIT.
003450     PERFORM 7000-WRITE-CSV-EXTRACT
003460         THRU 7000-WRITE-CSV-EXTRACT-EXIT.
003470     PERFORM 9000-FINALIZE THRU 9000-FINALIZE-EXIT.
003480     STOP RUN.
003490 0000-MAINLINE-EXIT.
003500     EXIT.
003510*
003520*    ---------------------------------------------------------
003530*    CYCLE CONTROL RECORD, REFRESH STAMP, AND BOTH OUTPUTS
003540*    ---------------------------------------------------------
003550 1000-INITIALIZE.
003560     MOVE SPACES TO CNS-CONTROL-RECORD.
003570     OPEN INPUT CYCLE-CONTROL-FILE.
003580     IF CNS-CTL-FILE-OK
003590         READ CYCLE-CONTROL-FILE
003600             AT END
003610                 MOVE "00000000" TO CNS-CTL-CYCLE-DATE
003620         END-READ
003630         CLOSE CYCLE-CONTROL-FILE
003640     ELSE
003650         MOVE "00000000" TO CNS-CTL-CYCLE-DATE
003660     END-IF.
003670     ACCEPT CNS-RUN-DATE FROM DATE YYYYMMDD.
003680     ACCEPT CNS-RUN-TIME-FIELD FROM TIME.
003690     MOVE SPACES TO CNS-REFRESH-STAMP.
003700     STRING CNS-RUN-DATE          DELIMITED BY SIZE
003710            " "                   DELIMITED BY SIZE
003720            CNS-RUN-HHMMSS        DELIMITED BY SIZE
003730       INTO CNS-REFRESH-STAMP
003740     END-STRING.
003750     OPEN OUTPUT STATUS-PAGE-FILE.
003760     IF NOT CNS-HTM-FILE-OK
003770         DISPLAY "STATPAGE: CANNOT WRITE STATHTML, STATUS "
003780             CNS-HTM-FILE-STATUS
003790         MOVE 16 TO RETURN-CODE
003800         STOP RUN
003810     END-IF.
003820     OPEN OUTPUT STATUS-CSV-FILE.
003830     IF NOT CNS-CSV-FILE-OK
003840         DISPLAY "STATPAGE: CANNOT WRITE STATCSV, STATUS "
003850             CNS-CSV-FILE-STATUS
003860         CLOSE STATUS-PAGE-FILE
003870         MOVE 16 TO RETURN-CODE
003880         STOP RUN
003890     END-IF.
003900     MOVE 0 TO CNS-GRP-COUNT (1) CNS-GRP-COUNT (2)
003910               CNS-GRP-COUNT (3) CNS-GRP-COUNT (4)
003920               CNS-GRP-COUNT (5) CNS-GRP-COUNT (6).
003930 1000-INITIALIZE-EXIT.
003940     EXIT.
003950*
003960*    ---------------------------------------------------------
003970*    PLANNED JOBS, WITH THEIR PLANNED START AND END
003980*    ---------------------------------------------------------
003990 2000-LOAD-PLANNED-JOBS.
004000     MOVE 0 TO CNS-PGT-COUNT.
004010     SET CNS-PLN-EOF-NO TO TRUE.
004020     OPEN INPUT PLAN-SCHEDULE-FILE.
004030     IF NOT CNS-PLN-FILE-OK
004040         SET CNS-PLN-MISSING-YES TO TRUE
004050         GO TO 2000-LOAD-PLANNED-JOBS-EXIT
004060     END-IF.
004070     PERFORM 2100-LOAD-ONE-PLANNED-JOB
004080         THRU 2100-LOAD-ONE-PLANNED-JOB-EXIT
004090         UNTIL CNS-PLN-EOF-YES OR CNS-PGT-COUNT = 500.
004100     CLOSE PLAN-SCHEDULE-FILE.
004110 2000-LOAD-PLANNED-JOBS-EXIT.
004120     EXIT.
004130*
004140 2100-LOAD-ONE-PLANNED-JOB.
004150     READ PLAN-SCHEDULE-FILE
004160         AT END
004170             SET CNS-PLN-EOF-YES TO TRUE
004180             GO TO 2100-LOAD-ONE-PLANNED-JOB-EXIT
004190     END-READ.
004200     MOVE CNS-PLN-JOB-NAME TO CNS-PGT-SEARCH-NAME.
004210     PERFORM 2600-SEARCH-PAGE-TABLE
004220         THRU 2600-SEARCH-PAGE-TABLE-EXIT.
004230     IF CNS-PGT-FOUND-YES
004240         GO TO 2100-LOAD-ONE-PLANNED-JOB-EXIT
004250     END-IF.
004260     PERFORM 2700-ADD-PAGE-ENTRY THRU 2700-ADD-PAGE-ENTRY-EXIT.
004270     MOVE CNS-PLN-START-TIME
004280         TO CNS-PGT-PLAN-START (CNS-PGT-COUNT).
004290     MOVE CNS-PLN-END-TIME
004300         TO CNS-PGT-PLAN-END (CNS-PGT-COUNT).
004310 2100-LOAD-ONE-PLANNED-JOB-EXIT.
004320     EXIT.
004330*
004340*    ---------------------------------------------------------
004350*    LIVE TRACKING, READ IN KEY ORDER.  A TRACKED JOB NOT ON
004360*    THE PLAN IS ADDED AT THE END OF THE TABLE.
004370*    ---------------------------------------------------------
004380 2200-LOAD-TRACKED-JOBS.
004390     SET CNS-TRK-EOF-NO TO TRUE.
004400     OPEN INPUT JOB-TRACKING-FILE.
004410     IF NOT CNS-TRK-FILE-OK
004420         SET CNS-TRK-MISSING-YES TO TRUE
004430         GO TO 2200-LOAD-TRACKED-JOBS-EXIT
004440     END-IF.
004450     PERFORM 2300-LOAD-ONE-TRACKED-JOB
004460         THRU 2300-LOAD-ONE-TRACKED-JOB-EXIT
004470         UNTIL CNS-TRK-EOF-YES.
004480     CLOSE JOB-TRACKING-FILE.
004490 2200-LOAD-TRACKED-JOBS-EXIT.
004500     EXIT.
004510*
004520 2300-LOAD-ONE-TRACKED-JOB.
004530     READ JOB-TRACKING-FILE NEXT RECORD
004540         AT END
004550             SET CNS-TRK-EOF-YES TO TRUE
004560             GO TO 2300-LOAD-ONE-TRACKED-JOB-EXIT
004570     END-READ.
004580     MOVE CNS-TRK-JOB-NAME TO CNS-PGT-SEARCH-NAME.
004590     PERFORM 2600-SEARCH-PAGE-TABLE
004600         THRU 2600-SEARCH-PAGE-TABLE-EXIT.
004610     IF CNS-PGT-FOUND-YES
004620         SET CNS-PGT-SUB TO CNS-PGT-IDX
004630     ELSE
004640         IF CNS-PGT-COUNT = 500
004650             GO TO 2300-LOAD-ONE-TRACKED-JOB-EXIT
004660         END-IF
004670         PERFORM 2700-ADD-PAGE-ENTRY THRU 2700-ADD-PAGE-ENTRY-EXIT
004680         MOVE CNS-PGT-COUNT TO CNS-PGT-SUB
004690     END-IF.
004700     SET CNS-PGT-TRACKED (CNS-PGT-SUB) TO TRUE.
004710     MOVE CNS-TRK-START-TIME
004720         TO CNS-PGT-START-TIME (CNS-PGT-SUB).
004730     MOVE CNS-TRK-END-TIME
004740         TO CNS-PGT-END-TIME (CNS-PGT-SUB).
004750     MOVE CNS-TRK-RETURN-CODE
004760         TO CNS-PGT-RETURN-CODE (CNS-PGT-SUB).
004770     MOVE CNS-TRK-COLOR-CODE
004780         TO CNS-PGT-COLOR-CODE (CNS-PGT-SUB).
004790     MOVE CNS-TRK-ALERT-LEVEL
004800         TO CNS-PGT-ALERT-LEVEL (CNS-PGT-SUB).
004810 2300-LOAD-ONE-TRACKED-JOB-EXIT.
004820     EXIT.
004830*
004840 2400-LOAD-JOB-DEPENDENCIES.
004850     MOVE 0 TO CNS-DPT-COUNT.
004860     SET CNS-DEP-EOF-NO TO TRUE.
004870     OPEN INPUT JOB-DEPENDENCY-FILE.
004880     IF NOT CNS-DEP-FILE-OK
004890         SET CNS-DEP-MISSING-YES TO TRUE
004900         GO TO 2400-LOAD-JOB-DEPENDENCIES-EXIT
004910     END-IF.
004920     PERFORM 2500-LOAD-ONE-DEPENDENCY-REC
004930         THRU 2500-LOAD-ONE-DEPENDENCY-REC-EXIT
004940         UNTIL CNS-DEP-EOF-YES OR CNS-DPT-COUNT = 500.
004950     CLOSE JOB-DEPENDENCY-FILE.
004960 2400-LOAD-JOB-DEPENDENCIES-EXIT.
004970     EXIT.
004980*
004990 2500-LOAD-ONE-DEPENDENCY-REC.
005000     READ JOB-DEPENDENCY-FILE
005010         AT END
005020             SET CNS-DEP-EOF-YES TO TRUE
005030         NOT AT END
005040             ADD 1 TO CNS-DPT-COUNT
005050             MOVE CNS-DEP-PRED-JOB
005060                 TO CNS-DPT-PRED-JOB (CNS-DPT-COUNT)
005070             MOVE CNS-DEP-SUCC-JOB
005080                 TO CNS-DPT-SUCC-JOB (CNS-DPT-COUNT)
005090     END-READ.
005100 2500-LOAD-ONE-DEPENDENCY-REC-EXIT.
005110     EXIT.
005120*
005130 2600-SEARCH-PAGE-TABLE.
005140     SET CNS-PGT-FOUND-NO TO TRUE.
005150     IF CNS-PGT-COUNT = 0
005160         GO TO 2600-SEARCH-PAGE-TABLE-EXIT
005170     END-IF.
005180     SET CNS-PGT-IDX TO 1.
005190     SEARCH CNS-PGT-ENTRY
005200         WHEN CNS-PGT-JOB-NAME (CNS-PGT-IDX) = CNS-PGT-SEARCH-NAME
005210             SET CNS-PGT-FOUND-YES TO TRUE
005220     END-SEARCH.
005230 2600-SEARCH-PAGE-TABLE-EXIT.
005240     EXIT.
005250*
005260*    A NEW ENTRY STARTS UNTRACKED, NORMAL AND WITH NO TIMES
005270 2700-ADD-PAGE-ENTRY.
005280     ADD 1 TO CNS-PGT-COUNT.
005290     MOVE CNS-PGT-SEARCH-NAME TO CNS-PGT-JOB-NAME (CNS-PGT-COUNT).
005300     MOVE SPACES TO CNS-PGT-PLAN-START (CNS-PGT-COUNT)
005310                    CNS-PGT-PLAN-END (CNS-PGT-COUNT)
005320                    CNS-PGT-START-TIME (CNS-PGT-COUNT)
005330                    CNS-PGT-END-TIME (CNS-PGT-COUNT)
005340                    CNS-PGT-STATE (CNS-PGT-COUNT)
005350                    CNS-PGT-OWNER-TEAM (CNS-PGT-COUNT).
005360     MOVE 0 TO CNS-PGT-RETURN-CODE (CNS-PGT-COUNT)
005370               CNS-PGT-COLOR-CODE (CNS-PGT-COUNT)
005380               CNS-PGT-ALERT-LEVEL (CNS-PGT-COUNT).
005390     SET CNS-PGT-NOT-TRACKED (CNS-PGT-COUNT) TO TRUE.
005400 2700-ADD-PAGE-ENTRY-EXIT.
005410     EXIT.
005420*
005430*    ---------------------------------------------------------
005440*    BLOCKED SUCCESSORS, AS THE CONSOLE MARKS THEM: A NORMAL
005450*    JOB WITH NO ALERT THAT FOLLOWS A CRITICAL OR BLOCKED JOB
005460*    IS BLOCKED.  SWEEPS REPEAT UNTIL NOTHING CHANGES.
005470*    ---------------------------------------------------------
005480 3000-FLAG-BLOCKED-SUCCESSORS.
005490     IF CNS-DPT-COUNT = 0 OR CNS-PGT-COUNT = 0
005500         GO TO 3000-FLAG-BLOCKED-SUCCESSORS-EXIT
005510     END-IF.
005520     SET CNS-BLK-CHANGED-YES TO TRUE.
005530     PERFORM 3100-BLOCKED-SWEEP
005540         THRU 3100-BLOCKED-SWEEP-EXIT
005550         UNTIL CNS-BLK-CHANGED-NO.
005560 3000-FLAG-BLOCKED-SUCCESSORS-EXIT.
005570     EXIT.
005580*
005590 3100-BLOCKED-SWEEP.
005600     SET CNS-BLK-CHANGED-NO TO TRUE.
005610     PERFORM 3200-CHECK-ONE-DEPENDENCY
005620         THRU 3200-CHECK-ONE-DEPENDENCY-EXIT
005630         VARYING CNS-BLK-DEP-SUB FROM 1 BY 1
005640         UNTIL CNS-BLK-DEP-SUB > CNS-DPT-COUNT.
005650 3100-BLOCKED-SWEEP-EXIT.
005660     EXIT.
005670*
005680 3200-CHECK-ONE-DEPENDENCY.
005690     SET CNS-BLK-PRED-BAD-NO TO TRUE.
005700     PERFORM 3300-CHECK-PRED-ROW
005710         THRU 3300-CHECK-PRED-ROW-EXIT
005720         VARYING CNS-BLK-ROW-SUB FROM 1 BY 1
005730         UNTIL CNS-BLK-ROW-SUB > CNS-PGT-COUNT
005740            OR CNS-BLK-PRED-BAD-YES.
005750     IF CNS-BLK-PRED-BAD-NO
005760         GO TO 3200-CHECK-ONE-DEPENDENCY-EXIT
005770     END-IF.
005780     PERFORM 3400-FLAG-SUCC-ROW
005790         THRU 3400-FLAG-SUCC-ROW-EXIT
005800         VARYING CNS-BLK-ROW-SUB FROM 1 BY 1
005810         UNTIL CNS-BLK-ROW-SUB > CNS-PGT-COUNT.
005820 3200-CHECK-ONE-DEPENDENCY-EXIT.
005830     EXIT.
005840*
005850 3300-CHECK-PRED-ROW.
005860     IF CNS-PGT-JOB-NAME (CNS-BLK-ROW-SUB)
005870             = CNS-DPT-PRED-JOB (CNS-BLK-DEP-SUB)
005880         IF CNS-PGT-COLOR-CRITICAL (CNS-BLK-ROW-SUB)
005890                 OR CNS-PGT-ALERT-CRITICAL (CNS-BLK-ROW-SUB)
005900                 OR CNS-PGT-COLOR-BLOCKED (CNS-BLK-ROW-SUB)
005910             SET CNS-BLK-PRED-BAD-YES TO TRUE
005920         END-IF
005930     END-IF.
005940 3300-CHECK-PRED-ROW-EXIT.
005950     EXIT.
005960*
005970 3400-FLAG-SUCC-ROW.
005980     IF CNS-PGT-JOB-NAME (CNS-BLK-ROW-SUB)
005990             = CNS-DPT-SUCC-JOB (CNS-BLK-DEP-SUB)
006000             AND CNS-PGT-COLOR-NORMAL (CNS-BLK-ROW-SUB)
006010             AND CNS-PGT-ALERT-NONE (CNS-BLK-ROW-SUB)
006020         SET CNS-PGT-COLOR-BLOCKED (CNS-BLK-ROW-SUB) TO TRUE
006030         SET CNS-BLK-CHANGED-YES TO TRUE
006040     END-IF.
006050 3400-FLAG-SUCC-ROW-EXIT.
006060     EXIT.
006070*
006080*    ---------------------------------------------------------
006090*    GROUP EACH JOB AND LOOK UP ITS OWNING TEAM.  BLOCKED IS
006100*    TESTED FIRST, AS ON THE BOARD; A CRITICAL ALERT COUNTS AS
006110*    CRITICAL EVEN WHEN THE COLOR SAYS OTHERWISE.
006120*    ---------------------------------------------------------
006130 3500-CLASSIFY-ONE-JOB.
006140     EVALUATE TRUE
006150         WHEN CNS-PGT-COLOR-BLOCKED (CNS-PGT-SUB)
006160             MOVE "B" TO CNS-PGT-STATE (CNS-PGT-SUB)
006170         WHEN CNS-PGT-START-TIME (CNS-PGT-SUB) = SPACES
006180             MOVE "N" TO CNS-PGT-STATE (CNS-PGT-SUB)
006190         WHEN CNS-PGT-END-TIME (CNS-PGT-SUB) = SPACES
006200             MOVE "R" TO CNS-PGT-STATE (CNS-PGT-SUB)
006210         WHEN CNS-PGT-COLOR-CRITICAL (CNS-PGT-SUB)
006220             MOVE "C" TO CNS-PGT-STATE (CNS-PGT-SUB)
006230         WHEN CNS-PGT-ALERT-CRITICAL (CNS-PGT-SUB)
006240             MOVE "C" TO CNS-PGT-STATE (CNS-PGT-SUB)
006250         WHEN CNS-PGT-COLOR-WARNING (CNS-PGT-SUB)
006260             MOVE "W" TO CNS-PGT-STATE (CNS-PGT-SUB)
006270         WHEN OTHER
006280             MOVE "E" TO CNS-PGT-STATE (CNS-PGT-SUB)
006290     END-EVALUATE.
006300     SET CNS-JCP-REQ-CLASSIFY TO TRUE.
006310     MOVE CNS-PGT-JOB-NAME (CNS-PGT-SUB)    TO CNS-JCP-JOB-NAME.
006320     MOVE CNS-PGT-RETURN-CODE (CNS-PGT-SUB)
006330         TO CNS-JCP-RETURN-CODE.
006340     CALL "JOBCLASS" USING CNS-JOB-CLASS-PARM.
006350     IF CNS-JCP-OWNER-TEAM = SPACES
006360         MOVE "UNASSIGNED" TO CNS-PGT-OWNER-TEAM (CNS-PGT-SUB)
006370     ELSE
006380         MOVE CNS-JCP-OWNER-TEAM
006390             TO CNS-PGT-OWNER-TEAM (CNS-PGT-SUB)
006400     END-IF.
006410 3500-CLASSIFY-ONE-JOB-EXIT.
006420     EXIT.
006430*
006440*    ---------------------------------------------------------
006450*    PAGE HEAD: STYLE SHEET IN THE CONSOLE'S ROW COLORS, CYCLE,
006460*    REFRESH STAMP, GROUP COUNTS AND ANY INPUT NOT READ
006470*    ---------------------------------------------------------
006480 4000-WRITE-PAGE-HEADER.
006490     PERFORM 4100-COUNT-ONE-JOB
006500         THRU 4100-COUNT-ONE-JOB-EXIT
006510         VARYING CNS-PGT-SUB FROM 1 BY 1
006520         UNTIL CNS-PGT-SUB > CNS-PGT-COUNT.
006530     MOVE "<HTML><HEAD><TITLE>BATCH CYCLE STATUS</TITLE>"
006540         TO CNS-HTM-RECORD.
006550     WRITE CNS-HTM-RECORD.
006560     MOVE SPACES TO CNS-HTM-RECORD.
006570     MOVE 1 TO CNS-LINE-PTR.
006580     STRING "<META HTTP-EQUIV='REFRESH' CONTENT='"
006590                                   DELIMITED BY SIZE
006600            CNS-PAGE-REFRESH-SECS  DELIMITED BY SPACE
006610            "'>"                   DELIMITED BY SIZE
006620       INTO CNS-HTM-RECORD
006630       WITH POINTER CNS-LINE-PTR
006640     END-STRING.
006650     WRITE CNS-HTM-RECORD.
006660     MOVE "<STYLE>TABLE{BORDER-COLLAPSE:COLLAPSE}"
006670         TO CNS-HTM-RECORD.
006680     WRITE CNS-HTM-RECORD.
006690     MOVE "TD,TH{BORDER:1PX SOLID #888;PADDING:2PX 8PX}"
006700         TO CNS-HTM-RECORD.
006710     WRITE CNS-HTM-RECORD.
006720     MOVE ".C0{BACKGROUND:RGB(60,190,90)}" TO CNS-HTM-RECORD.
006730     WRITE CNS-HTM-RECORD.
006740     MOVE ".C1{BACKGROUND:RGB(230,200,60)}" TO CNS-HTM-RECORD.
006750     WRITE CNS-HTM-RECORD.
006760     MOVE ".C2{BACKGROUND:RGB(220,50,50)}" TO CNS-HTM-RECORD.
006770     WRITE CNS-HTM-RECORD.
006780     MOVE ".C3{BACKGROUND:RGB(120,120,190)}" TO CNS-HTM-RECORD.
006790     WRITE CNS-HTM-RECORD.
006800     MOVE ".NT{BACKGROUND:RGB(200,200,200)}" TO CNS-HTM-RECORD.
006810     WRITE CNS-HTM-RECORD.
006820     MOVE "</STYLE></HEAD><BODY>" TO CNS-HTM-RECORD.
006830     WRITE CNS-HTM-RECORD.
006840     MOVE SPACES TO CNS-HTM-RECORD.
006850     MOVE 1 TO CNS-LINE-PTR.
006860     STRING "<H1>BATCH CYCLE STATUS - CYCLE "
006870                                   DELIMITED BY SIZE
006880            CNS-CTL-CYCLE-DATE     DELIMITED BY SIZE
006890            "  VARIANT "           DELIMITED BY SIZE
006900            CNS-CTL-SCHED-VARIANT  DELIMITED BY SIZE
006910            "  SHIFT "             DELIMITED BY SIZE
006920            CNS-CTL-SHIFT-NAME     DELIMITED BY SIZE
006930            "</H1>"                DELIMITED BY SIZE
006940       INTO CNS-HTM-RECORD
006950       WITH POINTER CNS-LINE-PTR
006960     END-STRING.
006970     WRITE CNS-HTM-RECORD.
006980     MOVE SPACES TO CNS-HTM-RECORD.
006990     MOVE 1 TO CNS-LINE-PTR.
007000     STRING "<P>LAST REFRESHED "   DELIMITED BY SIZE
007010            CNS-REFRESH-STAMP      DELIMITED BY SIZE
007020            " - READ ONLY, CALL THE OPERATIONS DESK TO ACT</P>"
007030                                   DELIMITED BY SIZE
007040       INTO CNS-HTM-RECORD
007050       WITH POINTER CNS-LINE-PTR
007060     END-STRING.
007070     WRITE CNS-HTM-RECORD.
007080     MOVE "<P>" TO CNS-HTM-RECORD.
007090     WRITE CNS-HTM-RECORD.
007100     PERFORM 4200-WRITE-GROUP-COUNT
007110         THRU 4200-WRITE-GROUP-COUNT-EXIT
007120         VARYING CNS-GRP-SUB FROM 1 BY 1
007130         UNTIL CNS-GRP-SUB > 6.
007140     MOVE "</P>" TO CNS-HTM-RECORD.
007150     WRITE CNS-HTM-RECORD.
007160     IF CNS-PLN-MISSING-YES
007170         MOVE "<P>PLANNED SCHEDULE UNAVAILABLE</P>"
007180             TO CNS-HTM-RECORD
007190         WRITE CNS-HTM-RECORD
007200     END-IF.
007210     IF CNS-TRK-MISSING-YES
007220         MOVE "<P>JOB TRACKING UNAVAILABLE</P>"
007230             TO CNS-HTM-RECORD
007240         WRITE CNS-HTM-RECORD
007250     END-IF.
007260     IF CNS-DEP-MISSING-YES
007270         MOVE "<P>JOB DEPENDENCIES UNAVAILABLE</P>"
007280             TO CNS-HTM-RECORD
007290         WRITE CNS-HTM-RECORD
007300     END-IF.
007310 4000-WRITE-PAGE-HEADER-EXIT.
007320     EXIT.
007330*
007340 4100-COUNT-ONE-JOB.
007350     PERFORM 4150-MATCH-ONE-GROUP
007360         THRU 4150-MATCH-ONE-GROUP-EXIT
007370         VARYING CNS-GRP-SUB FROM 1 BY 1
007380         UNTIL CNS-GRP-SUB > 6.
007390 4100-COUNT-ONE-JOB-EXIT.
007400     EXIT.
007410*
007420 4150-MATCH-ONE-GROUP.
007430     IF CNS-PGT-STATE (CNS-PGT-SUB) = CNS-GRP-STATE (CNS-GRP-SUB)
007440         ADD 1 TO CNS-GRP-COUNT (CNS-GRP-SUB)
007450     END-IF.
007460 4150-MATCH-ONE-GROUP-EXIT.
007470     EXIT.
007480*
007490 4200-WRITE-GROUP-COUNT.
007500     MOVE CNS-GRP-COUNT (CNS-GRP-SUB) TO CNS-COUNT-EDIT.
007510     MOVE SPACES TO CNS-HTM-RECORD.
007520     MOVE 1 TO CNS-LINE-PTR.
007530     STRING CNS-GRP-TITLE (CNS-GRP-SUB) DELIMITED BY "  "
007540            " "                         DELIMITED BY SIZE
007550            CNS-COUNT-EDIT              DELIMITED BY SIZE
007560            " - "                       DELIMITED BY SIZE
007570       INTO CNS-HTM-RECORD
007580       WITH POINTER CNS-LINE-PTR
007590     END-STRING.
007600     WRITE CNS-HTM-RECORD.
007610 4200-WRITE-GROUP-COUNT-EXIT.
007620     EXIT.
007630*
007640*    ---------------------------------------------------------
007650*    ONE GROUP: HEADING, THEN A TABLE OF ITS JOBS IN TABLE
007660*    ORDER, OR "NONE"
007670*    ---------------------------------------------------------
007680 5000-WRITE-ONE-GROUP.
007690     MOVE CNS-GRP-COUNT (CNS-GRP-SUB) TO CNS-COUNT-EDIT.
007700     MOVE SPACES TO CNS-HTM-RECORD.
007710     MOVE 1 TO CNS-LINE-PTR.
007720     STRING "<H2>"                      DELIMITED BY SIZE
007730            CNS-GRP-TITLE (CNS-GRP-SUB) DELIMITED BY "  "
007740            " ("                        DELIMITED BY SIZE
007750            CNS-COUNT-EDIT              DELIMITED BY SIZE
007760            ")</H2>"                    DELIMITED BY SIZE
007770       INTO CNS-HTM-RECORD
007780       WITH POINTER CNS-LINE-PTR
007790     END-STRING.
007800     WRITE CNS-HTM-RECORD.
007810     IF CNS-GRP-COUNT (CNS-GRP-SUB) = 0
007820         MOVE "<P>NONE</P>" TO CNS-HTM-RECORD
007830         WRITE CNS-HTM-RECORD
007840         GO TO 5000-WRITE-ONE-GROUP-EXIT
007850     END-IF.
007860     MOVE "<TABLE><TR><TH>JOB</TH><TH>TEAM</TH>"
007870         TO CNS-HTM-RECORD.
007880     WRITE CNS-HTM-RECORD.
007890     MOVE "<TH>PLANNED START</TH><TH>ACTUAL START</TH>"
007900         TO CNS-HTM-RECORD.
007910     WRITE CNS-HTM-RECORD.
007920     MOVE "<TH>PLANNED END</TH><TH>ACTUAL END</TH>"
007930         TO CNS-HTM-RECORD.
007940     WRITE CNS-HTM-RECORD.
007950     MOVE "<TH>RC</TH></TR>" TO CNS-HTM-RECORD.
007960     WRITE CNS-HTM-RECORD.
007970     PERFORM 5100-WRITE-ONE-JOB-ROW
007980         THRU 5100-WRITE-ONE-JOB-ROW-EXIT
007990         VARYING CNS-PGT-SUB FROM 1 BY 1
008000         UNTIL CNS-PGT-SUB > CNS-PGT-COUNT.
008010     MOVE "</TABLE>" TO CNS-HTM-RECORD.
008020     WRITE CNS-HTM-RECORD.
008030 5000-WRITE-ONE-GROUP-EXIT.
008040     EXIT.
008050*
008060 5100-WRITE-ONE-JOB-ROW.
008070     IF CNS-PGT-STATE (CNS-PGT-SUB)
008080             NOT = CNS-GRP-STATE (CNS-GRP-SUB)
008090         GO TO 5100-WRITE-ONE-JOB-ROW-EXIT
008100     END-IF.
008110     PERFORM 5200-SET-ROW-FIELDS THRU 5200-SET-ROW-FIELDS-EXIT.
008120     MOVE SPACES TO CNS-HTM-RECORD.
008130     MOVE 1 TO CNS-LINE-PTR.
008140     STRING "<TR CLASS='"          DELIMITED BY SIZE
008150            CNS-ROW-CLASS          DELIMITED BY SIZE
008160            "'><TD>"               DELIMITED BY SIZE
008170            CNS-PGT-JOB-NAME (CNS-PGT-SUB)
008180                                   DELIMITED BY SIZE
008190            "</TD><TD>"            DELIMITED BY SIZE
008200            CNS-PGT-OWNER-TEAM (CNS-PGT-SUB)
008210                                   DELIMITED BY SIZE
008220            "</TD><TD>"            DELIMITED BY SIZE
008230            CNS-PGT-PLAN-START (CNS-PGT-SUB)
008240                                   DELIMITED BY SIZE
008250            "</TD><TD>"            DELIMITED BY SIZE
008260            CNS-PGT-START-TIME (CNS-PGT-SUB)
008270                                   DELIMITED BY SIZE
008280            "</TD><TD>"            DELIMITED BY SIZE
008290            CNS-PGT-PLAN-END (CNS-PGT-SUB)
008300                                   DELIMITED BY SIZE
008310            "</TD><TD>"            DELIMITED BY SIZE
008320            CNS-PGT-END-TIME (CNS-PGT-SUB)
008330                                   DELIMITED BY SIZE
008340            "</TD><TD>"            DELIMITED BY SIZE
008350            CNS-RC-TEXT            DELIMITED BY SIZE
008360            "</TD></TR>"           DELIMITED BY SIZE
008370       INTO CNS-HTM-RECORD
008380       WITH POINTER CNS-LINE-PTR
008390     END-STRING.
008400     WRITE CNS-HTM-RECORD.
008410 5100-WRITE-ONE-JOB-ROW-EXIT.
008420     EXIT.
008430*
008440*    ROW SHADE FROM THE COLOR CODE (GREY WHEN NOT ON JOBTRAK
008450*    AND NOT BLOCKED) AND THE RETURN CODE, SHOWN ONLY ONCE THE
008460*    JOB HAS ENDED
008470 5200-SET-ROW-FIELDS.
008480     IF CNS-PGT-NOT-TRACKED (CNS-PGT-SUB)
008490             AND NOT CNS-PGT-COLOR-BLOCKED (CNS-PGT-SUB)
008500         MOVE "NT" TO CNS-ROW-CLASS
008510     ELSE
008520         MOVE "C " TO CNS-ROW-CLASS
008530         MOVE CNS-PGT-COLOR-CODE (CNS-PGT-SUB)
008540             TO CNS-ROW-CLASS (2:1)
008550     END-IF.
008560     MOVE SPACES TO CNS-RC-TEXT CNS-CSV-RC-TEXT.
008570     IF CNS-PGT-START-TIME (CNS-PGT-SUB) NOT = SPACES
008580             AND CNS-PGT-END-TIME (CNS-PGT-SUB) NOT = SPACES
008590         MOVE CNS-PGT-RETURN-CODE (CNS-PGT-SUB) TO CNS-RC-EDIT
008600         MOVE CNS-RC-EDIT TO CNS-RC-TEXT
008610         MOVE CNS-PGT-RETURN-CODE (CNS-PGT-SUB) TO CNS-CSV-RC-TEXT
008620     END-IF.
008630 5200-SET-ROW-FIELDS-EXIT.
008640     EXIT.
008650*
008660*    ---------------------------------------------------------
008670*    EVERY INCIDENT NOT YET CLOSED, WHATEVER ITS CYCLE
008680*    ---------------------------------------------------------
008690 6000-WRITE-OPEN-INCIDENTS.
008700     MOVE "<H2>OPEN INCIDENTS</H2>" TO CNS-HTM-RECORD.
008710     WRITE CNS-HTM-RECORD.
008720     SET CNS-INC-EOF-NO TO TRUE.
008730     OPEN INPUT INCIDENT-FILE.
008740     IF NOT CNS-INC-FILE-OK
008750         MOVE "<P>INCIDENT FILE UNAVAILABLE</P>" TO CNS-HTM-RECORD
008760         WRITE CNS-HTM-RECORD
008770         GO TO 6000-WRITE-OPEN-INCIDENTS-EXIT
008780     END-IF.
008790     MOVE "<TABLE><TR><TH>INCIDENT</TH><TH>JOB</TH>"
008800         TO CNS-HTM-RECORD.
008810     WRITE CNS-HTM-RECORD.
008820     MOVE "<TH>CYCLE</TH><TH>STATUS</TH><TH>OPENED</TH>"
008830         TO CNS-HTM-RECORD.
008840     WRITE CNS-HTM-RECORD.
008850     MOVE "<TH>ACKNOWLEDGED BY</TH></TR>" TO CNS-HTM-RECORD.
008860     WRITE CNS-HTM-RECORD.
008870     PERFORM 6100-WRITE-ONE-INCIDENT
008880         THRU 6100-WRITE-ONE-INCIDENT-EXIT
008890         UNTIL CNS-INC-EOF-YES.
008900     CLOSE INCIDENT-FILE.
008910     IF CNS-INC-OPEN-COUNT = 0
008920         MOVE "<TR><TD COLSPAN='6'>NONE</TD></TR>"
008930             TO CNS-HTM-RECORD
008940         WRITE CNS-HTM-RECORD
008950     END-IF.
008960     MOVE "</TABLE>" TO CNS-HTM-RECORD.
008970     WRITE CNS-HTM-RECORD.
008980 6000-WRITE-OPEN-INCIDENTS-EXIT.
008990     EXIT.
009000*
009010 6100-WRITE-ONE-INCIDENT.
009020     READ INCIDENT-FILE NEXT RECORD
009030         AT END
009040             SET CNS-INC-EOF-YES TO TRUE
009050             GO TO 6100-WRITE-ONE-INCIDENT-EXIT
009060     END-READ.
009070     IF CNS-INC-STAT-CLOSED
009080         GO TO 6100-WRITE-ONE-INCIDENT-EXIT
009090     END-IF.
009100     ADD 1 TO CNS-INC-OPEN-COUNT.
009110     IF CNS-INC-STAT-ACKED
009120         MOVE "ACKNOWLEDGED" TO CNS-INC-STATE-TEXT
009130     ELSE
009140         MOVE "OPEN"         TO CNS-INC-STATE-TEXT
009150     END-IF.
009160     MOVE CNS-INC-NUMBER TO CNS-NUMBER-EDIT.
009170     MOVE SPACES TO CNS-HTM-RECORD.
009180     MOVE 1 TO CNS-LINE-PTR.
009190     STRING "<TR CLASS='C2'><TD>"  DELIMITED BY SIZE
009200            CNS-NUMBER-EDIT        DELIMITED BY SIZE
009210            "</TD><TD>"            DELIMITED BY SIZE
009220            CNS-INC-JOB-NAME       DELIMITED BY SIZE
009230            "</TD><TD>"            DELIMITED BY SIZE
009240            CNS-INC-CYCLE-DATE     DELIMITED BY SIZE
009250            "</TD><TD>"            DELIMITED BY SIZE
009260            CNS-INC-STATE-TEXT     DELIMITED BY SIZE
009270            "</TD><TD>"            DELIMITED BY SIZE
009280            CNS-INC-OPEN-DATE      DELIMITED BY SIZE
009290            " "                    DELIMITED BY SIZE
009300            CNS-INC-OPEN-TIME (1:6)
009310                                   DELIMITED BY SIZE
009320            "</TD><TD>"            DELIMITED BY SIZE
009330            CNS-INC-ACK-OPERATOR-ID
009340                                   DELIMITED BY SIZE
009350            "</TD></TR>"           DELIMITED BY SIZE
009360       INTO CNS-HTM-RECORD
009370       WITH POINTER CNS-LINE-PTR
009380     END-STRING.
009390     WRITE CNS-HTM-RECORD.
009400 6100-WRITE-ONE-INCIDENT-EXIT.
009410     EXIT.
009420*
009430*    ---------------------------------------------------------
009440*    EVERY DATASET MISSING OR OUTSIDE ITS RANGE
009450*    ---------------------------------------------------------
009460 6500-WRITE-BAD-DATASETS.
009470     MOVE "<H2>DATASETS MISSING OR OUT OF RANGE</H2>"
009480         TO CNS-HTM-RECORD.
009490     WRITE CNS-HTM-RECORD.
009500     SET CNS-IF-EOF-NO TO TRUE.
009510     OPEN INPUT FILE-INVENTORY-FILE.
009520     IF NOT CNS-IF-FILE-OK
009530         MOVE "<P>FILE INVENTORY UNAVAILABLE</P>"
009540             TO CNS-HTM-RECORD
009550         WRITE CNS-HTM-RECORD
009560         GO TO 6500-WRITE-BAD-DATASETS-EXIT
009570     END-IF.
009580     MOVE "<TABLE><TR><TH>DATASET</TH><TH>STATUS</TH>"
009590         TO CNS-HTM-RECORD.
009600     WRITE CNS-HTM-RECORD.
009610     MOVE "<TH>RECORDS</TH></TR>" TO CNS-HTM-RECORD.
009620     WRITE CNS-HTM-RECORD.
009630     PERFORM 6600-WRITE-ONE-DATASET
009640         THRU 6600-WRITE-ONE-DATASET-EXIT
009650         UNTIL CNS-IF-EOF-YES.
009660     CLOSE FILE-INVENTORY-FILE.
009670     IF CNS-DSN-BAD-COUNT = 0
009680         MOVE "<TR><TD COLSPAN='3'>NONE</TD></TR>"
009690             TO CNS-HTM-RECORD
009700         WRITE CNS-HTM-RECORD
009710     END-IF.
009720     MOVE "</TABLE>" TO CNS-HTM-RECORD.
009730     WRITE CNS-HTM-RECORD.
009740 6500-WRITE-BAD-DATASETS-EXIT.
009750     EXIT.
009760*
009770 6600-WRITE-ONE-DATASET.
009780     READ FILE-INVENTORY-FILE
009790         AT END
009800             SET CNS-IF-EOF-YES TO TRUE
009810             GO TO 6600-WRITE-ONE-DATASET-EXIT
009820     END-READ.
009830     IF NOT CNS-IF-MISSING AND NOT CNS-IF-RANGE-BAD
009840         GO TO 6600-WRITE-ONE-DATASET-EXIT
009850     END-IF.
009860     ADD 1 TO CNS-DSN-BAD-COUNT.
009870     MOVE SPACES TO CNS-HTM-RECORD.
009880     MOVE 1 TO CNS-LINE-PTR.
009890     STRING "<TR CLASS='C1'><TD>"  DELIMITED BY SIZE
009900            CNS-IF-FILE-NAME       DELIMITED BY SIZE
009910            "</TD><TD>"            DELIMITED BY SIZE
009920            CNS-IF-STATUS          DELIMITED BY SIZE
009930            "</TD><TD>"            DELIMITED BY SIZE
009940            CNS-IF-RECORD-COUNT    DELIMITED BY SIZE
009950            "</TD></TR>"           DELIMITED BY SIZE
009960       INTO CNS-HTM-RECORD
009970       WITH POINTER CNS-LINE-PTR
009980     END-STRING.
009990     WRITE CNS-HTM-RECORD.
010000 6600-WRITE-ONE-DATASET-EXIT.
010010     EXIT.
010020*
010030*    ---------------------------------------------------------
010040*    CSV EXTRACT: HEADING, THEN ONE RECORD PER JOB IN PAGE
010050*    ORDER.  STATE IS THE GROUP HEADING; COLOR IS THE CONSOLE
010060*    COLOR CODE, BLANK WHEN THE ROW IS GREY.
010070*    ---------------------------------------------------------
010080 7000-WRITE-CSV-EXTRACT.
010090     MOVE SPACES TO CNS-CSV-RECORD.
010100     MOVE 1 TO CNS-LINE-PTR.
010110     STRING "CYCLE,REFRESHED,JOB,STATE,COLOR,TEAM,"
010120                                        DELIMITED BY SIZE
010130            "PLANNED START,PLANNED END,"
010140                                        DELIMITED BY SIZE
010150            "ACTUAL START,ACTUAL END,RC"
010160                                        DELIMITED BY SIZE
010170       INTO CNS-CSV-RECORD
010180       WITH POINTER CNS-LINE-PTR
010190     END-STRING.
010200     WRITE CNS-CSV-RECORD.
010210     PERFORM 7100-WRITE-ONE-CSV-GROUP
010220         THRU 7100-WRITE-ONE-CSV-GROUP-EXIT
010230         VARYING CNS-GRP-SUB FROM 1 BY 1
010240         UNTIL CNS-GRP-SUB > 6.
010250 7000-WRITE-CSV-EXTRACT-EXIT.
010260     EXIT.
010270*
010280 7100-WRITE-ONE-CSV-GROUP.
010290     PERFORM 7200-WRITE-ONE-CSV-JOB
010300         THRU 7200-WRITE-ONE-CSV-JOB-EXIT
010310         VARYING CNS-PGT-SUB FROM 1 BY 1
010320         UNTIL CNS-PGT-SUB > CNS-PGT-COUNT.
010330 7100-WRITE-ONE-CSV-GROUP-EXIT.
010340     EXIT.
010350*
010360 7200-WRITE-ONE-CSV-JOB.
010370     IF CNS-PGT-STATE (CNS-PGT-SUB)
010380             NOT = CNS-GRP-STATE (CNS-GRP-SUB)
010390         GO TO 7200-WRITE-ONE-CSV-JOB-EXIT
010400     END-IF.
010410     PERFORM 5200-SET-ROW-FIELDS THRU 5200-SET-ROW-FIELDS-EXIT.
010420     IF CNS-ROW-CLASS = "NT"
010430         MOVE SPACE TO CNS-ROW-CLASS (2:1)
010440     END-IF.
010450     MOVE SPACES TO CNS-CSV-RECORD.
010460     MOVE 1 TO CNS-LINE-PTR.
010470     STRING CNS-CTL-CYCLE-DATE     DELIMITED BY SPACE
010480            ","                    DELIMITED BY SIZE
010490            CNS-REFRESH-STAMP      DELIMITED BY SIZE
010500            ","                    DELIMITED BY SIZE
010510            CNS-PGT-JOB-NAME (CNS-PGT-SUB)
010520                                   DELIMITED BY SPACE
010530            ","                    DELIMITED BY SIZE
010540            CNS-GRP-TITLE (CNS-GRP-SUB)
010550                                   DELIMITED BY "  "
010560            ","                    DELIMITED BY SIZE
010570            CNS-ROW-CLASS (2:1)    DELIMITED BY SPACE
010580            ","                    DELIMITED BY SIZE
010590            CNS-PGT-OWNER-TEAM (CNS-PGT-SUB)
010600                                   DELIMITED BY "  "
010610            ","                    DELIMITED BY SIZE
010620            CNS-PGT-PLAN-START (CNS-PGT-SUB)
010630                                   DELIMITED BY SPACE
010640            ","                    DELIMITED BY SIZE
010650            CNS-PGT-PLAN-END (CNS-PGT-SUB)
010660                                   DELIMITED BY SPACE
010670            ","                    DELIMITED BY SIZE
010680            CNS-PGT-START-TIME (CNS-PGT-SUB)
010690                                   DELIMITED BY SPACE
010700            ","                    DELIMITED BY SIZE
010710            CNS-PGT-END-TIME (CNS-PGT-SUB)
010720                                   DELIMITED BY SPACE
010730            ","                    DELIMITED BY SIZE
010740            CNS-CSV-RC-TEXT        DELIMITED BY SPACE
010750       INTO CNS-CSV-RECORD
010760       WITH POINTER CNS-LINE-PTR
010770     END-STRING.
010780     WRITE CNS-CSV-RECORD.
010790     ADD 1 TO CNS-CSV-WRITE-COUNT.
010800 7200-WRITE-ONE-CSV-JOB-EXIT.
010810     EXIT.
010820*
010830*    ---------------------------------------------------------
010840*    CLOSE THE PAGE AND SHOW THE RUN ON THE JOB LOG
010850*    ---------------------------------------------------------
010860 9000-FINALIZE.
010870     MOVE "</BODY></HTML>" TO CNS-HTM-RECORD.
010880     WRITE CNS-HTM-RECORD.
010890     CLOSE STATUS-PAGE-FILE.
010900     CLOSE STATUS-CSV-FILE.
010910     DISPLAY "STATPAGE: CYCLE " CNS-CTL-CYCLE-DATE
010920         " JOBS " CNS-CSV-WRITE-COUNT
010930         " OPEN INCIDENTS " CNS-INC-OPEN-COUNT
010940         " BAD DATASETS " CNS-DSN-BAD-COUNT.
010950 9000-FINALIZE-EXIT.
010960     EXIT.
