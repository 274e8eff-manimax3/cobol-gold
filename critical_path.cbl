000100*=================================================================
000110* PROGRAM      : CRITPATH
000120* AUTHOR       : R L BLAKE
000130* INSTALLATION : OPERATIONS CONTROL GROUP
000140* DATE-WRITTEN : 2026-10-15
000150*
000160* REMARKS.
000170*     CRITICAL-PATH AND PROJECTED CYCLE-COMPLETION REPORT.  RUN
000180*     DURING THE BATCH CYCLE, BESIDE SLAWATCH.  SLAWATCH JUDGES
000190*     EACH JOB AGAINST ITS OWN SLA TIME; THIS JOB ANSWERS WHEN
000200*     THE CYCLE AS A WHOLE WILL FINISH AND WHICH CHAIN IS
000210*     HOLDING IT UP.  IT WALKS THE JOB DEPENDENCY FILE IN
000220*     PREDECESSOR-FIRST ORDER AND PROJECTS EVERY JOB ON THE
000230*     PLANNED SCHEDULE (AND EVERY JOB NAMED ON A DEPENDENCY):
000240*       - A JOB THAT HAS ENDED USES ITS ACTUAL START AND END
000250*         FROM THE LIVE JOB-TRACKING FILE;
000260*       - A RUNNING JOB USES ITS ACTUAL START PLUS ITS AVERAGE
000270*         RUN TIME, AND IS NEVER PROJECTED TO END BEFORE NOW;
000280*       - A JOB NOT YET STARTED CANNOT START BEFORE ITS PLANNED
000290*         START, BEFORE NOW, OR BEFORE ITS LAST PREDECESSOR
000300*         ENDS, AND THEN RUNS FOR ITS AVERAGE RUN TIME.
000310*     THE AVERAGE RUN TIME IS TAKEN FROM THE CYCLE HISTORY
000320*     DETAIL (JOBHIST) PLUS THE MONTHLY ROLL-UPS HISTRETN HAS
000330*     PURGED INTO HISTSUMM.  A JOB WITH NO TIMED HISTORY FALLS
000340*     BACK TO ITS PLANNED RUN TIME.
000350*
000360*     THE REPORT PRINTS EVERY JOB'S PROJECTION, THE CRITICAL
000370*     PATH (THE CHAIN OF LATEST-ENDING PREDECESSORS BEHIND THE
000380*     LAST JOB TO FINISH), THE PROJECTED CYCLE END, AND ONE LINE
000390*     PER CHAIN - EACH JOB WITH NO SUCCESSOR AND THE CHAIN THAT
000400*     DRIVES IT - WITH ITS SLACK AGAINST THE ONLINE-WINDOW OPEN
000410*     TIME, TIGHTEST CHAIN FIRST, SO THE SHIFT LEAD KNOWS WHICH
000420*     CHAIN TO FIGHT FOR.
000430*
000440*     THE ONLINE-WINDOW OPEN TIME ARRIVES ON SYSIN AS HHMMSS;
000450*     BLANK OR NON-NUMERIC DEFAULTS TO 060000.  ALL TIMES ARE
000460*     HHMMSSHH.  THE CYCLE RUNS OVERNIGHT: IT IS ANCHORED ON THE
000470*     EARLIEST PLANNED START AT OR AFTER NOON (THE EARLIEST
000480*     PLANNED START WHEN NONE IS), AND A TIME MORE THAN HALF A
000490*     DAY BEFORE THE ANCHOR FALLS ON THE NEXT DAY, AS SLAWATCH
000500*     DOES.  RETURN CODE 4 WHEN ANY CHAIN IS PROJECTED TO END
000510*     AFTER THE ONLINE WINDOW OPENS, 8 WHEN THERE IS NOTHING TO
000520*     PROJECT.
000530*
000540* MODIFICATION HISTORY.
000550*     2026-10-15  RLB  ORIGINAL PROGRAM.
000560*=================================================================
000570 IDENTIFICATION DIVISION.
000580 PROGRAM-ID.     CRITPATH.
000590 AUTHOR.         R L BLAKE.
000600 INSTALLATION.   OPERATIONS CONTROL GROUP.
000610 DATE-WRITTEN.   2026-10-15.
000620 DATE-COMPILED.
000630*
000640 ENVIRONMENT DIVISION.
000650 CONFIGURATION SECTION.
000660 SOURCE-COMPUTER.    GNUCOBOL.
000670 OBJECT-COMPUTER.    GNUCOBOL.
000680*
000690 INPUT-OUTPUT SECTION.
000700 FILE-CONTROL.
000710     SELECT CYCLE-CONTROL-FILE  ASSIGN TO "CYCLECTL"
000720            ORGANIZATION IS SEQUENTIAL
000730            FILE STATUS IS CNS-CTL-FILE-STATUS.
000740*
000750     SELECT JOB-DEPENDENCY-FILE ASSIGN TO "JOBDEPS"
000760            ORGANIZATION IS SEQUENTIAL
000770            FILE STATUS IS CNS-DEP-FILE-STATUS.
000780*
000790     SELECT PLAN-SCHEDULE-FILE  ASSIGN TO "PLANSCHD"
000800            ORGANIZATION IS SEQUENTIAL
000810            FILE STATUS IS CNS-PLN-FILE-STATUS.
000820*
000830     SELECT JOB-TRACKING-FILE   ASSIGN TO "JOBTRAK"
000840            ORGANIZATION IS INDEXED
000850            ACCESS MODE IS RANDOM
000860            RECORD KEY IS CNS-TRK-JOB-NAME
000870            FILE STATUS IS CNS-TRK-FILE-STATUS.
000880*
000890     SELECT JOB-HISTORY-FILE    ASSIGN TO "JOBHIST"
000900            ORGANIZATION IS INDEXED
000910            ACCESS MODE IS SEQUENTIAL
000920            RECORD KEY IS CNS-HIS-KEY
000930            FILE STATUS IS CNS-HIS-FILE-STATUS.
000940*
000950     SELECT HIST-SUMMARY-FILE   ASSIGN TO "HISTSUMM"
000960            ORGANIZATION IS INDEXED
000970            ACCESS MODE IS SEQUENTIAL
000980            RECORD KEY IS CNS-HSM-KEY
000990            FILE STATUS IS CNS-HSM-FILE-STATUS.
001000*
001010     SELECT CRIT-REPORT-FILE    ASSIGN TO "CRITRPT"
001020            ORGANIZATION IS SEQUENTIAL
001030            FILE STATUS IS CNS-RPT-FILE-STATUS.
001040*
001050 DATA DIVISION.
001060 FILE SECTION.
001070 FD  CYCLE-CONTROL-FILE
001080     RECORDING MODE IS F
001090     LABEL RECORDS ARE STANDARD.
001100 COPY CNSCTRL.
001110*
001120 FD  JOB-DEPENDENCY-FILE
001130     RECORDING MODE IS F
001140     LABEL RECORDS ARE STANDARD.
001150 COPY CNSJDEP.
001160*
001170 FD  PLAN-SCHEDULE-FILE
001180     RECORDING MODE IS F
001190     LABEL RECORDS ARE STANDARD.
001200 COPY CNSPLAN.
001210*
001220 FD  JOB-TRACKING-FILE
001230     RECORDING MODE IS F
001240     LABEL RECORDS ARE STANDARD.
001250 COPY CNSTRAK.
001260*
001270 FD  JOB-HISTORY-FILE
001280     RECORDING MODE IS F
001290     LABEL RECORDS ARE STANDARD.
001300 COPY CNSHIST.
001310*
001320 FD  HIST-SUMMARY-FILE
001330     RECORDING MODE IS F
001340     LABEL RECORDS ARE STANDARD.
001350 COPY CNSHSUM.
001360*
001370 FD  CRIT-REPORT-FILE
001380     RECORDING MODE IS F
001390     LABEL RECORDS ARE STANDARD.
001400 01  CNS-RPT-LINE                PIC X(80).
001410*
001420 WORKING-STORAGE SECTION.
001430*
001440*    ---------------------------------------------------------
001450*    FILE STATUS AND END-OF-FILE SWITCHES
001460*    ---------------------------------------------------------
001470 77  CNS-CTL-FILE-STATUS          PIC X(02)  VALUE SPACES.
001480     88  CNS-CTL-FILE-OK                     VALUE "00".
001490*
001500 77  CNS-DEP-FILE-STATUS          PIC X(02)  VALUE SPACES.
001510     88  CNS-DEP-FILE-OK                     VALUE "00".
001520*
001530 77  CNS-DEP-EOF-SW                PIC X(01) VALUE "N".
001540     88  CNS-DEP-EOF-YES                     VALUE "Y".
001550     88  CNS-DEP-EOF-NO                      VALUE "N".
001560*
001570 77  CNS-PLN-FILE-STATUS          PIC X(02)  VALUE SPACES.
001580     88  CNS-PLN-FILE-OK                     VALUE "00".
001590*
001600 77  CNS-PLN-EOF-SW                PIC X(01) VALUE "N".
001610     88  CNS-PLN-EOF-YES                     VALUE "Y".
001620     88  CNS-PLN-EOF-NO                      VALUE "N".
001630*
001640 77  CNS-TRK-FILE-STATUS          PIC X(02)  VALUE SPACES.
001650     88  CNS-TRK-FILE-OK                     VALUE "00".
001660*
001670 77  CNS-TRK-OPEN-SW               PIC X(01) VALUE "N".
001680     88  CNS-TRK-OPEN-YES                    VALUE "Y".
001690     88  CNS-TRK-OPEN-NO                     VALUE "N".
001700*
001710 77  CNS-TRK-FOUND-SW              PIC X(01) VALUE "N".
001720     88  CNS-TRK-FOUND-YES                   VALUE "Y".
001730     88  CNS-TRK-FOUND-NO                    VALUE "N".
001740*
001750 77  CNS-HIS-FILE-STATUS          PIC X(02)  VALUE SPACES.
001760     88  CNS-HIS-FILE-OK                     VALUE "00".
001770*
001780 77  CNS-HIS-EOF-SW                PIC X(01) VALUE "N".
001790     88  CNS-HIS-EOF-YES                     VALUE "Y".
001800     88  CNS-HIS-EOF-NO                      VALUE "N".
001810*
001820 77  CNS-HSM-FILE-STATUS          PIC X(02)  VALUE SPACES.
001830     88  CNS-HSM-FILE-OK                     VALUE "00".
001840*
001850 77  CNS-HSM-EOF-SW                PIC X(01) VALUE "N".
001860     88  CNS-HSM-EOF-YES                     VALUE "Y".
001870     88  CNS-HSM-EOF-NO                      VALUE "N".
001880*
001890 77  CNS-RPT-FILE-STATUS          PIC X(02)  VALUE SPACES.
001900     88  CNS-RPT-FILE-OK                     VALUE "00".
001910*
001920*    ---------------------------------------------------------
001930*    ONLINE-WINDOW OPEN TIME FROM SYSIN
001940*    ---------------------------------------------------------
001950 77  CNS-WINDOW-IN                PIC X(06)  VALUE SPACES.
001960 77  CNS-WINDOW-TIME              PIC X(08)  VALUE "06000000".
001970*
001980*    ---------------------------------------------------------
001990*    IN-MEMORY JOB-DEPENDENCY TABLE
002000*    ---------------------------------------------------------
002010 COPY CNSJDPT.
002020*
002030 77  CNS-DPT-SUB                  PIC 9(03)  COMP.
002040*
002050*    ---------------------------------------------------------
002060*    PROJECTION TABLE: ONE ENTRY PER JOB ON THE PLANNED
002070*    SCHEDULE OR NAMED ON A DEPENDENCY.  ALL SECONDS ARE
002080*    MEASURED FROM MIDNIGHT BEFORE THE CYCLE ANCHOR, SO A TIME
002090*    PAST THE FOLLOWING MIDNIGHT RUNS ON PAST 86400.
002100*    ---------------------------------------------------------
002110 01  CNS-PATH-TABLE.
002120     05  CNS-PTH-COUNT            PIC 9(03)  COMP VALUE 0.
002130     05  CNS-PTH-ENTRY OCCURS 1 TO 500 TIMES
002140                 DEPENDING ON CNS-PTH-COUNT
002150                 INDEXED BY CNS-PTH-IDX.
002160         10  CNS-PTH-JOB-NAME     PIC X(08).
002170         10  CNS-PTH-PLAN-START   PIC X(08).
002180         10  CNS-PTH-PLAN-END     PIC X(08).
002190         10  CNS-PTH-PLAN-SW      PIC X(01).
002200             88  CNS-PTH-PLANNED           VALUE "Y".
002210             88  CNS-PTH-NOT-PLANNED       VALUE "N".
002220         10  CNS-PTH-PLAN-START-SEC
002230                                  PIC 9(08)  COMP.
002240         10  CNS-PTH-PLAN-DUR-SEC PIC 9(08)  COMP.
002250         10  CNS-PTH-HIST-RUNS    PIC 9(05)  COMP.
002260         10  CNS-PTH-HIST-SUM     PIC 9(09)  COMP.
002270         10  CNS-PTH-RUN-SEC      PIC 9(08)  COMP.
002280         10  CNS-PTH-BASIS        PIC X(07).
002290         10  CNS-PTH-STATE        PIC X(01).
002300             88  CNS-PTH-ENDED             VALUE "E".
002310             88  CNS-PTH-RUNNING           VALUE "R".
002320             88  CNS-PTH-WAITING           VALUE "W".
002330         10  CNS-PTH-PROJ-START-SEC
002340                                  PIC 9(08)  COMP.
002350         10  CNS-PTH-PROJ-END-SEC PIC 9(08)  COMP.
002360         10  CNS-PTH-DRIVER-SUB   PIC 9(03)  COMP.
002370         10  CNS-PTH-SUCC-SW      PIC X(01).
002380             88  CNS-PTH-HAS-SUCC          VALUE "Y".
002390             88  CNS-PTH-TERMINAL          VALUE "N".
002400         10  CNS-PTH-PLACED-SW    PIC X(01).
002410             88  CNS-PTH-PLACED            VALUE "Y".
002420             88  CNS-PTH-NOT-PLACED        VALUE "N".
002430         10  CNS-PTH-LOOP-SW      PIC X(01).
002440             88  CNS-PTH-IN-LOOP           VALUE "Y".
002450             88  CNS-PTH-NOT-IN-LOOP       VALUE "N".
002460         10  CNS-PTH-LISTED-SW    PIC X(01).
002470             88  CNS-PTH-LISTED            VALUE "Y".
002480             88  CNS-PTH-NOT-LISTED        VALUE "N".
002490*
002500 77  CNS-PTH-SUB                  PIC 9(03)  COMP.
002510 77  CNS-PTH-PRED-SUB             PIC 9(03)  COMP.
002520 77  CNS-PTH-HIT-SUB              PIC 9(03)  COMP.
002530 77  CNS-PTH-LAST-SUB             PIC 9(03)  COMP  VALUE 0.
002540 77  CNS-PTH-SEARCH-NAME          PIC X(08).
002550*
002560 77  CNS-PTH-FOUND-SW              PIC X(01) VALUE "N".
002570     88  CNS-PTH-FOUND-YES                   VALUE "Y".
002580     88  CNS-PTH-FOUND-NO                    VALUE "N".
002590*
002600 77  CNS-PTH-CHANGED-SW            PIC X(01) VALUE "N".
002610     88  CNS-PTH-CHANGED-YES                 VALUE "Y".
002620     88  CNS-PTH-CHANGED-NO                  VALUE "N".
002630*
002640 77  CNS-PTH-READY-SW              PIC X(01) VALUE "N".
002650     88  CNS-PTH-READY-YES                   VALUE "Y".
002660     88  CNS-PTH-READY-NO                    VALUE "N".
002670*
002680*    SET FOR THE FINAL PASS OVER A DEPENDENCY LOOP: AN UNPLACED
002690*    PREDECESSOR IS THEN IGNORED RATHER THAN WAITED FOR.
002700 77  CNS-FORCE-SW                  PIC X(01) VALUE "N".
002710     88  CNS-FORCE-YES                       VALUE "Y".
002720     88  CNS-FORCE-NO                        VALUE "N".
002730*
002740 77  CNS-PLACED-COUNT             PIC 9(03)  COMP  VALUE 0.
002750*
002760*    ---------------------------------------------------------
002770*    CRITICAL-PATH WORK TABLE, FILLED BACKWARD FROM THE LAST
002780*    JOB TO FINISH AND PRINTED FORWARD
002790*    ---------------------------------------------------------
002800 01  CNS-CRIT-TABLE.
002810     05  CNS-CRT-COUNT            PIC 9(03)  COMP VALUE 0.
002820     05  CNS-CRT-ENTRY OCCURS 1 TO 500 TIMES
002830                 DEPENDING ON CNS-CRT-COUNT.
002840         10  CNS-CRT-PTH-SUB      PIC 9(03)  COMP.
002850*
002860 77  CNS-CRT-SUB                  PIC 9(03)  COMP.
002870 77  CNS-STEP-NUMBER              PIC 9(03)  COMP.
002880 77  CNS-CHAIN-LENGTH             PIC 9(03)  COMP.
002890*
002900*    ---------------------------------------------------------
002910*    TIME-OF-DAY CONVERSION WORK AREAS
002920*    ---------------------------------------------------------
002930 77  CNS-CURRENT-TIME             PIC 9(08).
002940*
002950 01  CNS-TIME-WORK.
002960     05  CNS-TIM-FIELD            PIC X(08).
002970     05  CNS-TIM-DIGITS REDEFINES CNS-TIM-FIELD.
002980         10  CNS-TIM-HH           PIC 9(02).
002990         10  CNS-TIM-MM           PIC 9(02).
003000         10  CNS-TIM-SS           PIC 9(02).
003010         10  FILLER               PIC X(02).
003020*
003030 01  CNS-TIME-BUILD.
003040     05  CNS-TMB-HH               PIC 9(02).
003050     05  CNS-TMB-MM               PIC 9(02).
003060     05  CNS-TMB-SS               PIC 9(02).
003070*
003080 77  CNS-TIM-SECONDS              PIC 9(08)  COMP.
003090 77  CNS-TIM-QUOT                 PIC 9(08)  COMP.
003100 77  CNS-TIM-REM                  PIC 9(08)  COMP.
003110*
003120 77  CNS-ANCHOR-SEC               PIC 9(08)  COMP  VALUE 0.
003130 77  CNS-ANCHOR-PM-SEC            PIC 9(08)  COMP  VALUE 0.
003140 77  CNS-ANCHOR-ALL-SEC           PIC 9(08)  COMP  VALUE 0.
003150*
003160 77  CNS-ANCHOR-PM-SW              PIC X(01) VALUE "N".
003170     88  CNS-ANCHOR-PM-YES                   VALUE "Y".
003180     88  CNS-ANCHOR-PM-NO                    VALUE "N".
003190*
003200 77  CNS-ANCHOR-ALL-SW             PIC X(01) VALUE "N".
003210     88  CNS-ANCHOR-ALL-YES                  VALUE "Y".
003220     88  CNS-ANCHOR-ALL-NO                   VALUE "N".
003230*
003240 77  CNS-CURR-SEC                 PIC 9(08)  COMP.
003250 77  CNS-WINDOW-SEC               PIC 9(08)  COMP.
003260 77  CNS-ACT-START-SEC            PIC 9(08)  COMP.
003270 77  CNS-ACT-END-SEC              PIC 9(08)  COMP.
003280 77  CNS-PLAN-END-SEC             PIC 9(08)  COMP.
003290 77  CNS-EARLIEST-SEC             PIC 9(08)  COMP.
003300 77  CNS-PRED-END-SEC             PIC 9(08)  COMP.
003310 77  CNS-CYCLE-END-SEC            PIC 9(08)  COMP  VALUE 0.
003320 77  CNS-NEXT-END-SEC             PIC 9(08)  COMP.
003330 77  CNS-SLACK-SEC                PIC S9(08) COMP.
003340*
003350 77  CNS-SECONDS-PER-DAY          PIC 9(08)  COMP  VALUE 86400.
003360 77  CNS-HALF-DAY-SEC             PIC 9(08)  COMP  VALUE 43200.
003370*
003380*    ---------------------------------------------------------
003390*    RUNNING TOTALS FOR THE CLOSING SUMMARY LINES
003400*    ---------------------------------------------------------
003410 77  CNS-ENDED-COUNT              PIC 9(05)  COMP  VALUE 0.
003420 77  CNS-RUNNING-COUNT            PIC 9(05)  COMP  VALUE 0.
003430 77  CNS-WAITING-COUNT            PIC 9(05)  COMP  VALUE 0.
003440 77  CNS-LOOPED-COUNT             PIC 9(05)  COMP  VALUE 0.
003450 77  CNS-CHAIN-COUNT              PIC 9(05)  COMP  VALUE 0.
003460 77  CNS-LATE-CHAIN-COUNT         PIC 9(05)  COMP  VALUE 0.
003470*
003480*    ---------------------------------------------------------
003490*    PRINT-LINE BUILD AREA
003500*    ---------------------------------------------------------
003510 77  CNS-LINE-PTR                 PIC 9(03)  COMP.
003520 77  CNS-COUNT-EDIT               PIC ZZZZ9.
003530 77  CNS-STEP-EDIT                PIC ZZ9.
003540 77  CNS-STATE-DISPLAY            PIC X(08).
003550 77  CNS-START-DISPLAY            PIC X(06).
003560 77  CNS-END-DISPLAY              PIC X(06).
003570 77  CNS-RUN-DISPLAY              PIC X(06).
003580 77  CNS-SLACK-DISPLAY            PIC X(06).
003590 77  CNS-SLACK-SIGN               PIC X(01).
003600 77  CNS-LOOP-FLAG                PIC X(06).
003610 77  CNS-HEAD-JOB-NAME            PIC X(08).
003620*
003630 PROCEDURE DIVISION.
003640*
003650 0000-MAINLINE.
003660     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
003670     PERFORM 2000-LOAD-PLAN-JOBS
003680         THRU 2000-LOAD-PLAN-JOBS-EXIT.
003690     PERFORM 2500-LOAD-JOB-DEPENDENCIES
003700         THRU 2500-LOAD-JOB-DEPENDENCIES-EXIT.
003710     IF CNS-PTH-COUNT = 0
003720         MOVE SPACES TO CNS-RPT-LINE
003730         MOVE "NO PLANNED OR DEPENDENT JOBS - NOTHING TO PROJECT"
003740             TO CNS-RPT-LINE
003750         WRITE CNS-RPT-LINE
003760         CLOSE CRIT-REPORT-FILE
003770         DISPLAY "CRITPATH: NOTHING TO PROJECT"
003780         MOVE 8 TO RETURN-CODE
003790         STOP RUN
003800     END-IF.
003810     PERFORM 3000-ACCUMULATE-RUN-HISTORY
003820         THRU 3000-ACCUMULATE-RUN-HISTORY-EXIT.
003830     PERFORM 3500-SET-TIME-BASE
003840         THRU 3500-SET-TIME-BASE-EXIT.
003850     PERFORM 4000-PROJECT-ALL-JOBS
003860         THRU 4000-PROJECT-ALL-JOBS-EXIT.
003870     PERFORM 5000-PRINT-CRITICAL-PATH
003880         THRU 5000-PRINT-CRITICAL-PATH-EXIT.
003890     PERFORM 6000-PRINT-CHAIN-SLACK
003900         THRU 6000-PRINT-CHAIN-SLACK-EXIT.
003910     PERFORM 9000-FINALIZE THRU 9000-FINALIZE-EXIT.
003920     IF CNS-LATE-CHAIN-COUNT > 0
003930         MOVE 4 TO RETURN-CODE
003940     END-IF.
003950     STOP RUN.
003960 0000-MAINLINE-EXIT.
003970     EXIT.
003980*
003990*    ---------------------------------------------------------
004000*    ONLINE-WINDOW TIME FROM SYSIN, CYCLE CONTROL RECORD, TIME
004010*    OF DAY, REPORT HEADER, AND THE LIVE TRACKING FILE
004020*    ---------------------------------------------------------
004030 1000-INITIALIZE.
004040     ACCEPT CNS-WINDOW-IN.
004050     IF CNS-WINDOW-IN NUMERIC
004060         MOVE CNS-WINDOW-IN TO CNS-WINDOW-TIME (1:6)
004070     END-IF.
004080     MOVE SPACES TO CNS-CONTROL-RECORD.
004090     OPEN INPUT CYCLE-CONTROL-FILE.
004100     IF CNS-CTL-FILE-OK
004110         READ CYCLE-CONTROL-FILE
004120             AT END
004130                 MOVE "00000000" TO CNS-CTL-CYCLE-DATE
004140         END-READ
004150         CLOSE CYCLE-CONTROL-FILE
004160     ELSE
004170         MOVE "00000000" TO CNS-CTL-CYCLE-DATE
004180     END-IF.
004190     ACCEPT CNS-CURRENT-TIME FROM TIME.
004200     OPEN OUTPUT CRIT-REPORT-FILE.
004210     MOVE SPACES TO CNS-RPT-LINE.
004220     MOVE "CRITICAL PATH AND PROJECTED CYCLE COMPLETION"
004230         TO CNS-RPT-LINE.
004240     WRITE CNS-RPT-LINE.
004250     MOVE SPACES TO CNS-RPT-LINE.
004260     MOVE 1 TO CNS-LINE-PTR.
004270     STRING "CYCLE "              DELIMITED BY SIZE
004280            CNS-CTL-CYCLE-DATE    DELIMITED BY SPACE
004290            "  TIME OF DAY "      DELIMITED BY SIZE
004300            CNS-CURRENT-TIME      DELIMITED BY SIZE
004310            "  ONLINE WINDOW OPENS "
004320                                  DELIMITED BY SIZE
004330            CNS-WINDOW-TIME (1:6) DELIMITED BY SIZE
004340       INTO CNS-RPT-LINE
004350       WITH POINTER CNS-LINE-PTR
004360     END-STRING.
004370     WRITE CNS-RPT-LINE.
004380     MOVE SPACES TO CNS-RPT-LINE.
004390     WRITE CNS-RPT-LINE.
004400     OPEN INPUT JOB-TRACKING-FILE.
004410     IF CNS-TRK-FILE-OK
004420         SET CNS-TRK-OPEN-YES TO TRUE
004430     ELSE
004440         SET CNS-TRK-OPEN-NO TO TRUE
004450         MOVE SPACES TO CNS-RPT-LINE
004460         MOVE "JOB-TRACKING UNAVAILABLE - ALL JOBS PROJECTED"
004470             TO CNS-RPT-LINE
004480         WRITE CNS-RPT-LINE
004490     END-IF.
004500 1000-INITIALIZE-EXIT.
004510     EXIT.
004520*
004530*    ---------------------------------------------------------
004540*    EVERY PLANNED JOB BECOMES A PROJECTION ENTRY CARRYING ITS
004550*    PLANNED START AND END
004560*    ---------------------------------------------------------
004570 2000-LOAD-PLAN-JOBS.
004580     SET CNS-PLN-EOF-NO TO TRUE.
004590     OPEN INPUT PLAN-SCHEDULE-FILE.
004600     IF NOT CNS-PLN-FILE-OK
004610         MOVE SPACES TO CNS-RPT-LINE
004620         MOVE "PLANNED-SCHEDULE UNAVAILABLE - NO PLANNED TIMES"
004630             TO CNS-RPT-LINE
004640         WRITE CNS-RPT-LINE
004650         GO TO 2000-LOAD-PLAN-JOBS-EXIT
004660     END-IF.
004670     PERFORM 2100-LOAD-ONE-PLAN-REC
004680         THRU 2100-LOAD-ONE-PLAN-REC-EXIT
004690         UNTIL CNS-PLN-EOF-YES.
004700     CLOSE PLAN-SCHEDULE-FILE.
004710 2000-LOAD-PLAN-JOBS-EXIT.
004720     EXIT.
004730*
004740 2100-LOAD-ONE-PLAN-REC.
004750     READ PLAN-SCHEDULE-FILE
004760         AT END
004770             SET CNS-PLN-EOF-YES TO TRUE
004780             GO TO 2100-LOAD-ONE-PLAN-REC-EXIT
004790     END-READ.
004800     IF CNS-PLN-JOB-NAME = SPACES
004810         GO TO 2100-LOAD-ONE-PLAN-REC-EXIT
004820     END-IF.
004830     MOVE CNS-PLN-JOB-NAME TO CNS-PTH-SEARCH-NAME.
004840     PERFORM 2300-FIND-OR-ADD-JOB
004850         THRU 2300-FIND-OR-ADD-JOB-EXIT.
004860     IF CNS-PTH-FOUND-NO
004870         GO TO 2100-LOAD-ONE-PLAN-REC-EXIT
004880     END-IF.
004890     IF CNS-PLN-START-TIME (1:6) NOT NUMERIC
004900             OR CNS-PLN-END-TIME (1:6) NOT NUMERIC
004910         GO TO 2100-LOAD-ONE-PLAN-REC-EXIT
004920     END-IF.
004930     SET CNS-PTH-PLANNED (CNS-PTH-SUB) TO TRUE.
004940     MOVE CNS-PLN-START-TIME TO CNS-PTH-PLAN-START (CNS-PTH-SUB).
004950     MOVE CNS-PLN-END-TIME   TO CNS-PTH-PLAN-END (CNS-PTH-SUB).
004960 2100-LOAD-ONE-PLAN-REC-EXIT.
004970     EXIT.
004980*
004990*    ---------------------------------------------------------
005000*    FIND A JOB ON THE PROJECTION TABLE, ADDING IT WHEN NEW.
005010*    FOUND-NO ON RETURN MEANS THE TABLE IS FULL.
005020*    ---------------------------------------------------------
005030 2300-FIND-OR-ADD-JOB.
005040     PERFORM 2400-SEARCH-PATH-TABLE
005050         THRU 2400-SEARCH-PATH-TABLE-EXIT.
005060     IF CNS-PTH-FOUND-YES
005070         GO TO 2300-FIND-OR-ADD-JOB-EXIT
005080     END-IF.
005090     IF CNS-PTH-COUNT = 500
005100         GO TO 2300-FIND-OR-ADD-JOB-EXIT
005110     END-IF.
005120     ADD 1 TO CNS-PTH-COUNT.
005130     MOVE CNS-PTH-COUNT TO CNS-PTH-SUB.
005140     MOVE CNS-PTH-SEARCH-NAME TO CNS-PTH-JOB-NAME (CNS-PTH-SUB).
005150     MOVE SPACES TO CNS-PTH-PLAN-START (CNS-PTH-SUB).
005160     MOVE SPACES TO CNS-PTH-PLAN-END (CNS-PTH-SUB).
005170     SET CNS-PTH-NOT-PLANNED (CNS-PTH-SUB) TO TRUE.
005180     MOVE 0 TO CNS-PTH-PLAN-START-SEC (CNS-PTH-SUB).
005190     MOVE 0 TO CNS-PTH-PLAN-DUR-SEC (CNS-PTH-SUB).
005200     MOVE 0 TO CNS-PTH-HIST-RUNS (CNS-PTH-SUB).
005210     MOVE 0 TO CNS-PTH-HIST-SUM (CNS-PTH-SUB).
005220     MOVE 0 TO CNS-PTH-RUN-SEC (CNS-PTH-SUB).
005230     MOVE SPACES TO CNS-PTH-BASIS (CNS-PTH-SUB).
005240     SET CNS-PTH-WAITING (CNS-PTH-SUB) TO TRUE.
005250     MOVE 0 TO CNS-PTH-PROJ-START-SEC (CNS-PTH-SUB).
005260     MOVE 0 TO CNS-PTH-PROJ-END-SEC (CNS-PTH-SUB).
005270     MOVE 0 TO CNS-PTH-DRIVER-SUB (CNS-PTH-SUB).
005280     SET CNS-PTH-TERMINAL (CNS-PTH-SUB) TO TRUE.
005290     SET CNS-PTH-NOT-PLACED (CNS-PTH-SUB) TO TRUE.
005300     SET CNS-PTH-NOT-IN-LOOP (CNS-PTH-SUB) TO TRUE.
005310     SET CNS-PTH-NOT-LISTED (CNS-PTH-SUB) TO TRUE.
005320     SET CNS-PTH-FOUND-YES TO TRUE.
005330 2300-FIND-OR-ADD-JOB-EXIT.
005340     EXIT.
005350*
005360 2400-SEARCH-PATH-TABLE.
005370     SET CNS-PTH-FOUND-NO TO TRUE.
005380     IF CNS-PTH-COUNT = 0
005390         GO TO 2400-SEARCH-PATH-TABLE-EXIT
005400     END-IF.
005410     SET CNS-PTH-IDX TO 1.
005420     SEARCH CNS-PTH-ENTRY
005430         WHEN CNS-PTH-JOB-NAME (CNS-PTH-IDX)
005440                 = CNS-PTH-SEARCH-NAME
005450             SET CNS-PTH-FOUND-YES TO TRUE
005460             SET CNS-PTH-SUB TO CNS-PTH-IDX
005470     END-SEARCH.
005480 2400-SEARCH-PATH-TABLE-EXIT.
005490     EXIT.
005500*
005510*    ---------------------------------------------------------
005520*    DEPENDENCIES: LOADED TO THE TABLE, BOTH ENDS ADDED AS
005530*    PROJECTION ENTRIES, AND EVERY PREDECESSOR MARKED AS
005540*    HAVING A SUCCESSOR (THE REST END A CHAIN)
005550*    ---------------------------------------------------------
005560 2500-LOAD-JOB-DEPENDENCIES.
005570     MOVE 0 TO CNS-DPT-COUNT.
005580     SET CNS-DEP-EOF-NO TO TRUE.
005590     OPEN INPUT JOB-DEPENDENCY-FILE.
005600     IF NOT CNS-DEP-FILE-OK
005610         MOVE SPACES TO CNS-RPT-LINE
005620         MOVE "DEPENDENCY FILE UNAVAILABLE - EVERY JOB IS A CHAIN"
005630             TO CNS-RPT-LINE
005640         WRITE CNS-RPT-LINE
005650         GO TO 2500-LOAD-JOB-DEPENDENCIES-EXIT
005660     END-IF.
005670     PERFORM 2600-LOAD-ONE-DEPENDENCY-REC
005680         THRU 2600-LOAD-ONE-DEPENDENCY-REC-EXIT
005690         UNTIL CNS-DEP-EOF-YES OR CNS-DPT-COUNT = 500.
005700     CLOSE JOB-DEPENDENCY-FILE.
005710 2500-LOAD-JOB-DEPENDENCIES-EXIT.
005720     EXIT.
005730*
005740 2600-LOAD-ONE-DEPENDENCY-REC.
005750     READ JOB-DEPENDENCY-FILE
005760         AT END
005770             SET CNS-DEP-EOF-YES TO TRUE
005780             GO TO 2600-LOAD-ONE-DEPENDENCY-REC-EXIT
005790     END-READ.
005800     IF CNS-DEP-PRED-JOB = SPACES OR CNS-DEP-SUCC-JOB = SPACES
005810             OR CNS-DEP-PRED-JOB = CNS-DEP-SUCC-JOB
005820         GO TO 2600-LOAD-ONE-DEPENDENCY-REC-EXIT
005830     END-IF.
005840     ADD 1 TO CNS-DPT-COUNT.
005850     MOVE CNS-DEP-PRED-JOB TO CNS-DPT-PRED-JOB (CNS-DPT-COUNT).
005860     MOVE CNS-DEP-SUCC-JOB TO CNS-DPT-SUCC-JOB (CNS-DPT-COUNT).
005870     MOVE CNS-DEP-SUCC-JOB TO CNS-PTH-SEARCH-NAME.
005880     PERFORM 2300-FIND-OR-ADD-JOB
005890         THRU 2300-FIND-OR-ADD-JOB-EXIT.
005900     MOVE CNS-DEP-PRED-JOB TO CNS-PTH-SEARCH-NAME.
005910     PERFORM 2300-FIND-OR-ADD-JOB
005920         THRU 2300-FIND-OR-ADD-JOB-EXIT.
005930     IF CNS-PTH-FOUND-YES
005940         SET CNS-PTH-HAS-SUCC (CNS-PTH-SUB) TO TRUE
005950     END-IF.
005960 2600-LOAD-ONE-DEPENDENCY-REC-EXIT.
005970     EXIT.
005980*
005990*    ---------------------------------------------------------
006000*    TIMED RUNS AND RUN-TIME SUMS PER JOB: CYCLE HISTORY
006010*    DETAIL FIRST, THEN THE MONTHLY ROLL-UPS OF PURGED DETAIL
006020*    ---------------------------------------------------------
006030 3000-ACCUMULATE-RUN-HISTORY.
006040     SET CNS-HIS-EOF-NO TO TRUE.
006050     OPEN INPUT JOB-HISTORY-FILE.
006060     IF CNS-HIS-FILE-OK
006070         PERFORM 3100-ACCUMULATE-ONE-HISTORY
006080             THRU 3100-ACCUMULATE-ONE-HISTORY-EXIT
006090             UNTIL CNS-HIS-EOF-YES
006100         CLOSE JOB-HISTORY-FILE
006110     ELSE
006120         MOVE SPACES TO CNS-RPT-LINE
006130         MOVE "HISTORY FILE UNAVAILABLE - DETAIL TIMES SKIPPED"
006140             TO CNS-RPT-LINE
006150         WRITE CNS-RPT-LINE
006160     END-IF.
006170     SET CNS-HSM-EOF-NO TO TRUE.
006180     OPEN INPUT HIST-SUMMARY-FILE.
006190     IF CNS-HSM-FILE-OK
006200         PERFORM 3200-ACCUMULATE-ONE-SUMMARY
006210             THRU 3200-ACCUMULATE-ONE-SUMMARY-EXIT
006220             UNTIL CNS-HSM-EOF-YES
006230         CLOSE HIST-SUMMARY-FILE
006240     END-IF.
006250 3000-ACCUMULATE-RUN-HISTORY-EXIT.
006260     EXIT.
006270*
006280 3100-ACCUMULATE-ONE-HISTORY.
006290     READ JOB-HISTORY-FILE
006300         AT END
006310             SET CNS-HIS-EOF-YES TO TRUE
006320             GO TO 3100-ACCUMULATE-ONE-HISTORY-EXIT
006330     END-READ.
006340     IF CNS-HIS-START-TIME (1:6) NOT NUMERIC
006350             OR CNS-HIS-END-TIME (1:6) NOT NUMERIC
006360         GO TO 3100-ACCUMULATE-ONE-HISTORY-EXIT
006370     END-IF.
006380     MOVE CNS-HIS-JOB-NAME TO CNS-PTH-SEARCH-NAME.
006390     PERFORM 2400-SEARCH-PATH-TABLE
006400         THRU 2400-SEARCH-PATH-TABLE-EXIT.
006410     IF CNS-PTH-FOUND-NO
006420         GO TO 3100-ACCUMULATE-ONE-HISTORY-EXIT
006430     END-IF.
006440     MOVE CNS-HIS-START-TIME TO CNS-TIM-FIELD.
006450     PERFORM 7000-TIME-TO-SECONDS
006460         THRU 7000-TIME-TO-SECONDS-EXIT.
006470     MOVE CNS-TIM-SECONDS TO CNS-ACT-START-SEC.
006480     MOVE CNS-HIS-END-TIME TO CNS-TIM-FIELD.
006490     PERFORM 7000-TIME-TO-SECONDS
006500         THRU 7000-TIME-TO-SECONDS-EXIT.
006510     MOVE CNS-TIM-SECONDS TO CNS-ACT-END-SEC.
006520     IF CNS-ACT-END-SEC < CNS-ACT-START-SEC
006530         ADD CNS-SECONDS-PER-DAY TO CNS-ACT-END-SEC
006540     END-IF.
006550     ADD 1 TO CNS-PTH-HIST-RUNS (CNS-PTH-SUB).
006560     COMPUTE CNS-PTH-HIST-SUM (CNS-PTH-SUB)
006570         = CNS-PTH-HIST-SUM (CNS-PTH-SUB)
006580         + CNS-ACT-END-SEC - CNS-ACT-START-SEC.
006590 3100-ACCUMULATE-ONE-HISTORY-EXIT.
006600     EXIT.
006610*
006620 3200-ACCUMULATE-ONE-SUMMARY.
006630     READ HIST-SUMMARY-FILE
006640         AT END
006650             SET CNS-HSM-EOF-YES TO TRUE
006660             GO TO 3200-ACCUMULATE-ONE-SUMMARY-EXIT
006670     END-READ.
006680     IF CNS-HSM-TIMED-RUNS NOT NUMERIC
006690             OR CNS-HSM-TIME-SUM NOT NUMERIC
006700         GO TO 3200-ACCUMULATE-ONE-SUMMARY-EXIT
006710     END-IF.
006720     MOVE CNS-HSM-JOB-NAME TO CNS-PTH-SEARCH-NAME.
006730     PERFORM 2400-SEARCH-PATH-TABLE
006740         THRU 2400-SEARCH-PATH-TABLE-EXIT.
006750     IF CNS-PTH-FOUND-NO
006760         GO TO 3200-ACCUMULATE-ONE-SUMMARY-EXIT
006770     END-IF.
006780     ADD CNS-HSM-TIMED-RUNS TO CNS-PTH-HIST-RUNS (CNS-PTH-SUB).
006790     ADD CNS-HSM-TIME-SUM   TO CNS-PTH-HIST-SUM (CNS-PTH-SUB).
006800 3200-ACCUMULATE-ONE-SUMMARY-EXIT.
006810     EXIT.
006820*
006830*    ---------------------------------------------------------
006840*    ANCHOR THE CYCLE ON ITS EARLIEST EVENING PLANNED START,
006850*    THEN PUT NOW, THE ONLINE WINDOW AND EVERY PLANNED START ON
006860*    THAT TIME BASE.  THE WINDOW ALWAYS OPENS AFTER THE ANCHOR.
006870*    ---------------------------------------------------------
006880 3500-SET-TIME-BASE.
006890     PERFORM 3600-NOTE-ONE-PLAN-START
006900         THRU 3600-NOTE-ONE-PLAN-START-EXIT
006910         VARYING CNS-PTH-SUB FROM 1 BY 1
006920         UNTIL CNS-PTH-SUB > CNS-PTH-COUNT.
006930     EVALUATE TRUE
006940         WHEN CNS-ANCHOR-PM-YES
006950             MOVE CNS-ANCHOR-PM-SEC  TO CNS-ANCHOR-SEC
006960         WHEN CNS-ANCHOR-ALL-YES
006970             MOVE CNS-ANCHOR-ALL-SEC TO CNS-ANCHOR-SEC
006980         WHEN OTHER
006990             MOVE CNS-CURRENT-TIME TO CNS-TIM-FIELD
007000             PERFORM 7000-TIME-TO-SECONDS
007010                 THRU 7000-TIME-TO-SECONDS-EXIT
007020             MOVE CNS-TIM-SECONDS TO CNS-ANCHOR-SEC
007030     END-EVALUATE.
007040     MOVE CNS-CURRENT-TIME TO CNS-TIM-FIELD.
007050     PERFORM 7000-TIME-TO-SECONDS
007060         THRU 7000-TIME-TO-SECONDS-EXIT.
007070     PERFORM 7200-NORMALIZE-TO-CYCLE
007080         THRU 7200-NORMALIZE-TO-CYCLE-EXIT.
007090     MOVE CNS-TIM-SECONDS TO CNS-CURR-SEC.
007100     MOVE CNS-WINDOW-TIME TO CNS-TIM-FIELD.
007110     PERFORM 7000-TIME-TO-SECONDS
007120         THRU 7000-TIME-TO-SECONDS-EXIT.
007130     IF CNS-TIM-SECONDS NOT > CNS-ANCHOR-SEC
007140         ADD CNS-SECONDS-PER-DAY TO CNS-TIM-SECONDS
007150     END-IF.
007160     MOVE CNS-TIM-SECONDS TO CNS-WINDOW-SEC.
007170     PERFORM 3700-BASE-ONE-PLAN
007180         THRU 3700-BASE-ONE-PLAN-EXIT
007190         VARYING CNS-PTH-SUB FROM 1 BY 1
007200         UNTIL CNS-PTH-SUB > CNS-PTH-COUNT.
007210 3500-SET-TIME-BASE-EXIT.
007220     EXIT.
007230*
007240 3600-NOTE-ONE-PLAN-START.
007250     IF CNS-PTH-NOT-PLANNED (CNS-PTH-SUB)
007260         GO TO 3600-NOTE-ONE-PLAN-START-EXIT
007270     END-IF.
007280     MOVE CNS-PTH-PLAN-START (CNS-PTH-SUB) TO CNS-TIM-FIELD.
007290     PERFORM 7000-TIME-TO-SECONDS
007300         THRU 7000-TIME-TO-SECONDS-EXIT.
007310     IF CNS-ANCHOR-ALL-NO
007320             OR CNS-TIM-SECONDS < CNS-ANCHOR-ALL-SEC
007330         MOVE CNS-TIM-SECONDS TO CNS-ANCHOR-ALL-SEC
007340         SET CNS-ANCHOR-ALL-YES TO TRUE
007350     END-IF.
007360     IF CNS-TIM-SECONDS NOT < CNS-HALF-DAY-SEC
007370         IF CNS-ANCHOR-PM-NO
007380                 OR CNS-TIM-SECONDS < CNS-ANCHOR-PM-SEC
007390             MOVE CNS-TIM-SECONDS TO CNS-ANCHOR-PM-SEC
007400             SET CNS-ANCHOR-PM-YES TO TRUE
007410         END-IF
007420     END-IF.
007430 3600-NOTE-ONE-PLAN-START-EXIT.
007440     EXIT.
007450*
007460 3700-BASE-ONE-PLAN.
007470     IF CNS-PTH-NOT-PLANNED (CNS-PTH-SUB)
007480         GO TO 3700-BASE-ONE-PLAN-EXIT
007490     END-IF.
007500     MOVE CNS-PTH-PLAN-START (CNS-PTH-SUB) TO CNS-TIM-FIELD.
007510     PERFORM 7000-TIME-TO-SECONDS
007520         THRU 7000-TIME-TO-SECONDS-EXIT.
007530     PERFORM 7200-NORMALIZE-TO-CYCLE
007540         THRU 7200-NORMALIZE-TO-CYCLE-EXIT.
007550     MOVE CNS-TIM-SECONDS TO CNS-PTH-PLAN-START-SEC (CNS-PTH-SUB).
007560     MOVE CNS-PTH-PLAN-END (CNS-PTH-SUB) TO CNS-TIM-FIELD.
007570     PERFORM 7000-TIME-TO-SECONDS
007580         THRU 7000-TIME-TO-SECONDS-EXIT.
007590     PERFORM 7200-NORMALIZE-TO-CYCLE
007600         THRU 7200-NORMALIZE-TO-CYCLE-EXIT.
007610     MOVE CNS-TIM-SECONDS TO CNS-PLAN-END-SEC.
007620     IF CNS-PLAN-END-SEC < CNS-PTH-PLAN-START-SEC (CNS-PTH-SUB)
007630         ADD CNS-SECONDS-PER-DAY TO CNS-PLAN-END-SEC
007640     END-IF.
007650     COMPUTE CNS-PTH-PLAN-DUR-SEC (CNS-PTH-SUB)
007660         = CNS-PLAN-END-SEC
007670         - CNS-PTH-PLAN-START-SEC (CNS-PTH-SUB).
007680 3700-BASE-ONE-PLAN-EXIT.
007690     EXIT.
007700*
007710*    ---------------------------------------------------------
007720*    PREDECESSOR-FIRST PROJECTION, THE SAME ORDERING PASSES AS
007730*    RERUNPLN.  EACH PASS PROJECTS EVERY JOB WHOSE PREDECESSORS
007740*    ARE ALL PROJECTED.  A PASS THAT PLACES NOTHING MEANS A
007750*    DEPENDENCY LOOP: ONE FINAL PASS THEN PROJECTS THE LEFTOVERS
007760*    FROM WHATEVER PREDECESSORS ARE KNOWN, FLAGGED ON THE REPORT.
007770*    ---------------------------------------------------------
007780 4000-PROJECT-ALL-JOBS.
007790     MOVE SPACES TO CNS-RPT-LINE.
007800     MOVE "JOB PROJECTIONS, PREDECESSORS FIRST" TO CNS-RPT-LINE.
007810     WRITE CNS-RPT-LINE.
007820     MOVE 0 TO CNS-PLACED-COUNT.
007830     SET CNS-FORCE-NO TO TRUE.
007840     SET CNS-PTH-CHANGED-YES TO TRUE.
007850     PERFORM 4100-PROJECTION-PASS
007860         THRU 4100-PROJECTION-PASS-EXIT
007870         UNTIL CNS-PLACED-COUNT = CNS-PTH-COUNT
007880            OR CNS-PTH-CHANGED-NO.
007890     IF CNS-PLACED-COUNT < CNS-PTH-COUNT
007900         MOVE SPACES TO CNS-RPT-LINE
007910         MOVE "DEPENDENCY LOOP - REMAINING JOBS PROJECTED APPROX"
007920             TO CNS-RPT-LINE
007930         WRITE CNS-RPT-LINE
007940         SET CNS-FORCE-YES TO TRUE
007950         PERFORM 4100-PROJECTION-PASS
007960             THRU 4100-PROJECTION-PASS-EXIT
007970     END-IF.
007980     MOVE SPACES TO CNS-RPT-LINE.
007990     WRITE CNS-RPT-LINE.
008000 4000-PROJECT-ALL-JOBS-EXIT.
008010     EXIT.
008020*
008030 4100-PROJECTION-PASS.
008040     SET CNS-PTH-CHANGED-NO TO TRUE.
008050     PERFORM 4200-TRY-PROJECT-ONE-JOB
008060         THRU 4200-TRY-PROJECT-ONE-JOB-EXIT
008070         VARYING CNS-PTH-SUB FROM 1 BY 1
008080         UNTIL CNS-PTH-SUB > CNS-PTH-COUNT.
008090 4100-PROJECTION-PASS-EXIT.
008100     EXIT.
008110*
008120 4200-TRY-PROJECT-ONE-JOB.
008130     IF CNS-PTH-PLACED (CNS-PTH-SUB)
008140         GO TO 4200-TRY-PROJECT-ONE-JOB-EXIT
008150     END-IF.
008160     SET CNS-PTH-READY-YES TO TRUE.
008170     MOVE 0 TO CNS-PRED-END-SEC.
008180     MOVE 0 TO CNS-PTH-DRIVER-SUB (CNS-PTH-SUB).
008190     PERFORM 4300-CHECK-ONE-PREDECESSOR
008200         THRU 4300-CHECK-ONE-PREDECESSOR-EXIT
008210         VARYING CNS-DPT-SUB FROM 1 BY 1
008220         UNTIL CNS-DPT-SUB > CNS-DPT-COUNT
008230            OR CNS-PTH-READY-NO.
008240     IF CNS-PTH-READY-NO
008250         GO TO 4200-TRY-PROJECT-ONE-JOB-EXIT
008260     END-IF.
008270     IF CNS-FORCE-YES
008280         SET CNS-PTH-IN-LOOP (CNS-PTH-SUB) TO TRUE
008290         ADD 1 TO CNS-LOOPED-COUNT
008300     END-IF.
008310     PERFORM 4400-PROJECT-ONE-JOB
008320         THRU 4400-PROJECT-ONE-JOB-EXIT.
008330     SET CNS-PTH-PLACED (CNS-PTH-SUB) TO TRUE.
008340     ADD 1 TO CNS-PLACED-COUNT.
008350     SET CNS-PTH-CHANGED-YES TO TRUE.
008360     IF CNS-PTH-PROJ-END-SEC (CNS-PTH-SUB) > CNS-CYCLE-END-SEC
008370             OR CNS-PTH-LAST-SUB = 0
008380         MOVE CNS-PTH-PROJ-END-SEC (CNS-PTH-SUB)
008390             TO CNS-CYCLE-END-SEC
008400         MOVE CNS-PTH-SUB TO CNS-PTH-LAST-SUB
008410     END-IF.
008420     PERFORM 4600-PRINT-ONE-PROJECTION
008430         THRU 4600-PRINT-ONE-PROJECTION-EXIT.
008440 4200-TRY-PROJECT-ONE-JOB-EXIT.
008450     EXIT.
008460*
008470*    ---------------------------------------------------------
008480*    ONE DEPENDENCY OF THIS JOB: NOT READY WHILE THE
008490*    PREDECESSOR IS UNPROJECTED; OTHERWISE THE LATEST-ENDING
008500*    PREDECESSOR IS THE ONE THAT DRIVES IT
008510*    ---------------------------------------------------------
008520 4300-CHECK-ONE-PREDECESSOR.
008530     IF CNS-DPT-SUCC-JOB (CNS-DPT-SUB)
008540             NOT = CNS-PTH-JOB-NAME (CNS-PTH-SUB)
008550         GO TO 4300-CHECK-ONE-PREDECESSOR-EXIT
008560     END-IF.
008570     MOVE CNS-PTH-SUB TO CNS-PTH-HIT-SUB.
008580     MOVE CNS-DPT-PRED-JOB (CNS-DPT-SUB) TO CNS-PTH-SEARCH-NAME.
008590     PERFORM 2400-SEARCH-PATH-TABLE
008600         THRU 2400-SEARCH-PATH-TABLE-EXIT.
008610     MOVE CNS-PTH-SUB TO CNS-PTH-PRED-SUB.
008620     MOVE CNS-PTH-HIT-SUB TO CNS-PTH-SUB.
008630     IF CNS-PTH-FOUND-NO
008640         GO TO 4300-CHECK-ONE-PREDECESSOR-EXIT
008650     END-IF.
008660     IF CNS-PTH-NOT-PLACED (CNS-PTH-PRED-SUB)
008670         IF CNS-FORCE-NO
008680             SET CNS-PTH-READY-NO TO TRUE
008690         END-IF
008700         GO TO 4300-CHECK-ONE-PREDECESSOR-EXIT
008710     END-IF.
008720     IF CNS-PTH-PROJ-END-SEC (CNS-PTH-PRED-SUB) > CNS-PRED-END-SEC
008730             OR CNS-PTH-DRIVER-SUB (CNS-PTH-SUB) = 0
008740         MOVE CNS-PTH-PROJ-END-SEC (CNS-PTH-PRED-SUB)
008750             TO CNS-PRED-END-SEC
008760         MOVE CNS-PTH-PRED-SUB TO CNS-PTH-DRIVER-SUB (CNS-PTH-SUB)
008770     END-IF.
008780 4300-CHECK-ONE-PREDECESSOR-EXIT.
008790     EXIT.
008800*
008810*    ---------------------------------------------------------
008820*    ONE JOB'S PROJECTED START AND END: ACTUALS FROM THE LIVE
008830*    TRACKING RECORD WHERE THERE ARE ANY, THE AVERAGE RUN TIME
008840*    (OR THE PLANNED RUN TIME) FOR THE REST
008850*    ---------------------------------------------------------
008860 4400-PROJECT-ONE-JOB.
008870     IF CNS-PTH-HIST-RUNS (CNS-PTH-SUB) > 0
008880         COMPUTE CNS-PTH-RUN-SEC (CNS-PTH-SUB)
008890             = CNS-PTH-HIST-SUM (CNS-PTH-SUB)
008900             / CNS-PTH-HIST-RUNS (CNS-PTH-SUB)
008910         MOVE "HISTORY" TO CNS-PTH-BASIS (CNS-PTH-SUB)
008920     ELSE
008930         IF CNS-PTH-PLANNED (CNS-PTH-SUB)
008940             MOVE CNS-PTH-PLAN-DUR-SEC (CNS-PTH-SUB)
008950                 TO CNS-PTH-RUN-SEC (CNS-PTH-SUB)
008960             MOVE "PLAN   " TO CNS-PTH-BASIS (CNS-PTH-SUB)
008970         ELSE
008980             MOVE 0 TO CNS-PTH-RUN-SEC (CNS-PTH-SUB)
008990             MOVE "NO DATA" TO CNS-PTH-BASIS (CNS-PTH-SUB)
009000         END-IF
009010     END-IF.
009020     PERFORM 4500-READ-TRACKING-RECORD
009030         THRU 4500-READ-TRACKING-RECORD-EXIT.
009040     IF CNS-TRK-FOUND-YES
009050             AND CNS-TRK-START-TIME (1:6) NUMERIC
009060         MOVE CNS-TRK-START-TIME TO CNS-TIM-FIELD
009070         PERFORM 7000-TIME-TO-SECONDS
009080             THRU 7000-TIME-TO-SECONDS-EXIT
009090         PERFORM 7200-NORMALIZE-TO-CYCLE
009100             THRU 7200-NORMALIZE-TO-CYCLE-EXIT
009110         MOVE CNS-TIM-SECONDS TO CNS-ACT-START-SEC
009120         MOVE CNS-ACT-START-SEC
009130             TO CNS-PTH-PROJ-START-SEC (CNS-PTH-SUB)
009140         IF NOT CNS-TRK-NOT-ENDED
009150                 AND CNS-TRK-END-TIME (1:6) NUMERIC
009160             MOVE CNS-TRK-END-TIME TO CNS-TIM-FIELD
009170             PERFORM 7000-TIME-TO-SECONDS
009180                 THRU 7000-TIME-TO-SECONDS-EXIT
009190             PERFORM 7200-NORMALIZE-TO-CYCLE
009200                 THRU 7200-NORMALIZE-TO-CYCLE-EXIT
009210             MOVE CNS-TIM-SECONDS TO CNS-ACT-END-SEC
009220             IF CNS-ACT-END-SEC < CNS-ACT-START-SEC
009230                 ADD CNS-SECONDS-PER-DAY TO CNS-ACT-END-SEC
009240             END-IF
009250             SET CNS-PTH-ENDED (CNS-PTH-SUB) TO TRUE
009260             MOVE CNS-ACT-END-SEC
009270                 TO CNS-PTH-PROJ-END-SEC (CNS-PTH-SUB)
009280             COMPUTE CNS-PTH-RUN-SEC (CNS-PTH-SUB)
009290                 = CNS-ACT-END-SEC - CNS-ACT-START-SEC
009300             MOVE "ACTUAL " TO CNS-PTH-BASIS (CNS-PTH-SUB)
009310             ADD 1 TO CNS-ENDED-COUNT
009320         ELSE
009330             SET CNS-PTH-RUNNING (CNS-PTH-SUB) TO TRUE
009340             COMPUTE CNS-PTH-PROJ-END-SEC (CNS-PTH-SUB)
009350                 = CNS-ACT-START-SEC
009360                 + CNS-PTH-RUN-SEC (CNS-PTH-SUB)
009370             IF CNS-PTH-PROJ-END-SEC (CNS-PTH-SUB) < CNS-CURR-SEC
009380                 MOVE CNS-CURR-SEC
009390                     TO CNS-PTH-PROJ-END-SEC (CNS-PTH-SUB)
009400             END-IF
009410             ADD 1 TO CNS-RUNNING-COUNT
009420         END-IF
009430         GO TO 4400-PROJECT-ONE-JOB-EXIT
009440     END-IF.
009450*    NOT STARTED: NO EARLIER THAN NOW, ITS PLANNED START, OR ITS
009460*    LATEST PREDECESSOR'S PROJECTED END
009470     SET CNS-PTH-WAITING (CNS-PTH-SUB) TO TRUE.
009480     ADD 1 TO CNS-WAITING-COUNT.
009490     MOVE CNS-CURR-SEC TO CNS-EARLIEST-SEC.
009500     IF CNS-PTH-PLANNED (CNS-PTH-SUB)
009510             AND CNS-PTH-PLAN-START-SEC (CNS-PTH-SUB)
009520                 > CNS-EARLIEST-SEC
009530         MOVE CNS-PTH-PLAN-START-SEC (CNS-PTH-SUB)
009540             TO CNS-EARLIEST-SEC
009550     END-IF.
009560     IF CNS-PTH-DRIVER-SUB (CNS-PTH-SUB) > 0
009570             AND CNS-PRED-END-SEC > CNS-EARLIEST-SEC
009580         MOVE CNS-PRED-END-SEC TO CNS-EARLIEST-SEC
009590     END-IF.
009600     MOVE CNS-EARLIEST-SEC
009610         TO CNS-PTH-PROJ-START-SEC (CNS-PTH-SUB).
009620     COMPUTE CNS-PTH-PROJ-END-SEC (CNS-PTH-SUB)
009630         = CNS-EARLIEST-SEC + CNS-PTH-RUN-SEC (CNS-PTH-SUB).
009640 4400-PROJECT-ONE-JOB-EXIT.
009650     EXIT.
009660*
009670 4500-READ-TRACKING-RECORD.
009680     SET CNS-TRK-FOUND-NO TO TRUE.
009690     IF CNS-TRK-OPEN-NO
009700         GO TO 4500-READ-TRACKING-RECORD-EXIT
009710     END-IF.
009720     MOVE CNS-PTH-JOB-NAME (CNS-PTH-SUB) TO CNS-TRK-JOB-NAME.
009730     READ JOB-TRACKING-FILE
009740         INVALID KEY
009750             SET CNS-TRK-FOUND-NO TO TRUE
009760         NOT INVALID KEY
009770             SET CNS-TRK-FOUND-YES TO TRUE
009780     END-READ.
009790 4500-READ-TRACKING-RECORD-EXIT.
009800     EXIT.
009810*
009820 4600-PRINT-ONE-PROJECTION.
009830     EVALUATE TRUE
009840         WHEN CNS-PTH-ENDED (CNS-PTH-SUB)
009850             MOVE "ENDED   " TO CNS-STATE-DISPLAY
009860         WHEN CNS-PTH-RUNNING (CNS-PTH-SUB)
009870             MOVE "RUNNING " TO CNS-STATE-DISPLAY
009880         WHEN OTHER
009890             MOVE "WAITING " TO CNS-STATE-DISPLAY
009900     END-EVALUATE.
009910     PERFORM 7500-FORMAT-START-END
009920         THRU 7500-FORMAT-START-END-EXIT.
009930     MOVE CNS-PTH-RUN-SEC (CNS-PTH-SUB) TO CNS-TIM-SECONDS.
009940     PERFORM 7100-SECONDS-TO-TIME
009950         THRU 7100-SECONDS-TO-TIME-EXIT.
009960     MOVE CNS-TIME-BUILD TO CNS-RUN-DISPLAY.
009970     MOVE SPACES TO CNS-LOOP-FLAG.
009980     IF CNS-PTH-IN-LOOP (CNS-PTH-SUB)
009990         MOVE "  LOOP" TO CNS-LOOP-FLAG
010000     END-IF.
010010     MOVE SPACES TO CNS-RPT-LINE.
010020     MOVE 1 TO CNS-LINE-PTR.
010030     STRING "JOB "                 DELIMITED BY SIZE
010040            CNS-PTH-JOB-NAME (CNS-PTH-SUB)
010050                                   DELIMITED BY SIZE
010060            "  "                  DELIMITED BY SIZE
010070            CNS-STATE-DISPLAY      DELIMITED BY SIZE
010080            "START "               DELIMITED BY SIZE
010090            CNS-START-DISPLAY      DELIMITED BY SIZE
010100            "  END "               DELIMITED BY SIZE
010110            CNS-END-DISPLAY        DELIMITED BY SIZE
010120            "  RUN "               DELIMITED BY SIZE
010130            CNS-RUN-DISPLAY        DELIMITED BY SIZE
010140            "  "                  DELIMITED BY SIZE
010150            CNS-PTH-BASIS (CNS-PTH-SUB)
010160                                   DELIMITED BY SIZE
010170            CNS-LOOP-FLAG          DELIMITED BY SIZE
010180       INTO CNS-RPT-LINE
010190       WITH POINTER CNS-LINE-PTR
010200     END-STRING.
010210     WRITE CNS-RPT-LINE.
010220 4600-PRINT-ONE-PROJECTION-EXIT.
010230     EXIT.
010240*
010250*    ---------------------------------------------------------
010260*    THE CRITICAL PATH: FOLLOW THE DRIVING PREDECESSORS BACK
010270*    FROM THE LAST JOB TO FINISH, THEN PRINT THEM FORWARD.  THE
010280*    500-STEP LIMIT STOPS A WALK ROUND A DEPENDENCY LOOP.
010290*    ---------------------------------------------------------
010300 5000-PRINT-CRITICAL-PATH.
010310     MOVE SPACES TO CNS-RPT-LINE.
010320     MOVE "CRITICAL PATH" TO CNS-RPT-LINE.
010330     WRITE CNS-RPT-LINE.
010340     MOVE 0 TO CNS-CRT-COUNT.
010350     MOVE CNS-PTH-LAST-SUB TO CNS-PTH-SUB.
010360     PERFORM 5100-NOTE-ONE-PATH-STEP
010370         THRU 5100-NOTE-ONE-PATH-STEP-EXIT
010380         UNTIL CNS-PTH-SUB = 0 OR CNS-CRT-COUNT = 500.
010390     MOVE 0 TO CNS-STEP-NUMBER.
010400     PERFORM 5200-PRINT-ONE-PATH-STEP
010410         THRU 5200-PRINT-ONE-PATH-STEP-EXIT
010420         VARYING CNS-CRT-SUB FROM CNS-CRT-COUNT BY -1
010430         UNTIL CNS-CRT-SUB < 1.
010440     MOVE SPACES TO CNS-RPT-LINE.
010450     WRITE CNS-RPT-LINE.
010460     MOVE CNS-CYCLE-END-SEC TO CNS-TIM-SECONDS.
010470     PERFORM 7100-SECONDS-TO-TIME
010480         THRU 7100-SECONDS-TO-TIME-EXIT.
010490     MOVE CNS-TIME-BUILD TO CNS-END-DISPLAY.
010500     MOVE CNS-CYCLE-END-SEC TO CNS-NEXT-END-SEC.
010510     PERFORM 7600-FORMAT-SLACK
010520         THRU 7600-FORMAT-SLACK-EXIT.
010530     MOVE SPACES TO CNS-RPT-LINE.
010540     MOVE 1 TO CNS-LINE-PTR.
010550     STRING "PROJECTED CYCLE END... " DELIMITED BY SIZE
010560            CNS-END-DISPLAY          DELIMITED BY SIZE
010570            "  SLACK "               DELIMITED BY SIZE
010580            CNS-SLACK-SIGN           DELIMITED BY SIZE
010590            CNS-SLACK-DISPLAY        DELIMITED BY SIZE
010600       INTO CNS-RPT-LINE
010610       WITH POINTER CNS-LINE-PTR
010620     END-STRING.
010630     WRITE CNS-RPT-LINE.
010640     MOVE SPACES TO CNS-RPT-LINE.
010650     WRITE CNS-RPT-LINE.
010660 5000-PRINT-CRITICAL-PATH-EXIT.
010670     EXIT.
010680*
010690 5100-NOTE-ONE-PATH-STEP.
010700     ADD 1 TO CNS-CRT-COUNT.
010710     MOVE CNS-PTH-SUB TO CNS-CRT-PTH-SUB (CNS-CRT-COUNT).
010720     MOVE CNS-PTH-DRIVER-SUB (CNS-PTH-SUB) TO CNS-PTH-SUB.
010730 5100-NOTE-ONE-PATH-STEP-EXIT.
010740     EXIT.
010750*
010760 5200-PRINT-ONE-PATH-STEP.
010770     MOVE CNS-CRT-PTH-SUB (CNS-CRT-SUB) TO CNS-PTH-SUB.
010780     ADD 1 TO CNS-STEP-NUMBER.
010790     MOVE CNS-STEP-NUMBER TO CNS-STEP-EDIT.
010800     EVALUATE TRUE
010810         WHEN CNS-PTH-ENDED (CNS-PTH-SUB)
010820             MOVE "ENDED   " TO CNS-STATE-DISPLAY
010830         WHEN CNS-PTH-RUNNING (CNS-PTH-SUB)
010840             MOVE "RUNNING " TO CNS-STATE-DISPLAY
010850         WHEN OTHER
010860             MOVE "WAITING " TO CNS-STATE-DISPLAY
010870     END-EVALUATE.
010880     PERFORM 7500-FORMAT-START-END
010890         THRU 7500-FORMAT-START-END-EXIT.
010900     MOVE SPACES TO CNS-RPT-LINE.
010910     MOVE 1 TO CNS-LINE-PTR.
010920     STRING "  STEP "              DELIMITED BY SIZE
010930            CNS-STEP-EDIT          DELIMITED BY SIZE
010940            "  "                  DELIMITED BY SIZE
010950            CNS-PTH-JOB-NAME (CNS-PTH-SUB)
010960                                   DELIMITED BY SIZE
010970            "  "                  DELIMITED BY SIZE
010980            CNS-STATE-DISPLAY      DELIMITED BY SIZE
010990            "START "               DELIMITED BY SIZE
011000            CNS-START-DISPLAY      DELIMITED BY SIZE
011010            "  END "               DELIMITED BY SIZE
011020            CNS-END-DISPLAY        DELIMITED BY SIZE
011030       INTO CNS-RPT-LINE
011040       WITH POINTER CNS-LINE-PTR
011050     END-STRING.
011060     WRITE CNS-RPT-LINE.
011070 5200-PRINT-ONE-PATH-STEP-EXIT.
011080     EXIT.
011090*
011100*    ---------------------------------------------------------
011110*    ONE LINE PER CHAIN - EVERY JOB WITH NO SUCCESSOR, HEADED
011120*    BY THE FIRST JOB OF ITS DRIVING CHAIN - LATEST-ENDING
011130*    (LEAST SLACK) FIRST
011140*    ---------------------------------------------------------
011150 6000-PRINT-CHAIN-SLACK.
011160     MOVE SPACES TO CNS-RPT-LINE.
011170     MOVE "CHAIN SLACK AGAINST THE ONLINE WINDOW, TIGHTEST FIRST"
011180         TO CNS-RPT-LINE.
011190     WRITE CNS-RPT-LINE.
011200     SET CNS-PTH-CHANGED-YES TO TRUE.
011210     PERFORM 6100-PRINT-NEXT-CHAIN
011220         THRU 6100-PRINT-NEXT-CHAIN-EXIT
011230         UNTIL CNS-PTH-CHANGED-NO.
011240 6000-PRINT-CHAIN-SLACK-EXIT.
011250     EXIT.
011260*
011270 6100-PRINT-NEXT-CHAIN.
011280     SET CNS-PTH-CHANGED-NO TO TRUE.
011290     MOVE 0 TO CNS-PTH-HIT-SUB.
011300     MOVE 0 TO CNS-NEXT-END-SEC.
011310     PERFORM 6200-PICK-LATEST-CHAIN
011320         THRU 6200-PICK-LATEST-CHAIN-EXIT
011330         VARYING CNS-PTH-SUB FROM 1 BY 1
011340         UNTIL CNS-PTH-SUB > CNS-PTH-COUNT.
011350     IF CNS-PTH-HIT-SUB = 0
011360         GO TO 6100-PRINT-NEXT-CHAIN-EXIT
011370     END-IF.
011380     SET CNS-PTH-CHANGED-YES TO TRUE.
011390     SET CNS-PTH-LISTED (CNS-PTH-HIT-SUB) TO TRUE.
011400     ADD 1 TO CNS-CHAIN-COUNT.
011410     MOVE 0 TO CNS-CHAIN-LENGTH.
011420     MOVE CNS-PTH-HIT-SUB TO CNS-PTH-SUB.
011430     PERFORM 6300-STEP-BACK-ONE-JOB
011440         THRU 6300-STEP-BACK-ONE-JOB-EXIT
011450         UNTIL CNS-PTH-SUB = 0 OR CNS-CHAIN-LENGTH = 500.
011460     MOVE CNS-PTH-HIT-SUB TO CNS-PTH-SUB.
011470     MOVE CNS-PTH-PROJ-END-SEC (CNS-PTH-SUB) TO CNS-NEXT-END-SEC.
011480     MOVE CNS-NEXT-END-SEC TO CNS-TIM-SECONDS.
011490     PERFORM 7100-SECONDS-TO-TIME
011500         THRU 7100-SECONDS-TO-TIME-EXIT.
011510     MOVE CNS-TIME-BUILD TO CNS-END-DISPLAY.
011520     PERFORM 7600-FORMAT-SLACK
011530         THRU 7600-FORMAT-SLACK-EXIT.
011540     IF CNS-SLACK-SEC < 0
011550         ADD 1 TO CNS-LATE-CHAIN-COUNT
011560     END-IF.
011570     MOVE CNS-CHAIN-LENGTH TO CNS-STEP-EDIT.
011580     MOVE SPACES TO CNS-RPT-LINE.
011590     MOVE 1 TO CNS-LINE-PTR.
011600     STRING "CHAIN "               DELIMITED BY SIZE
011610            CNS-HEAD-JOB-NAME      DELIMITED BY SIZE
011620            " TO "                 DELIMITED BY SIZE
011630            CNS-PTH-JOB-NAME (CNS-PTH-SUB)
011640                                   DELIMITED BY SIZE
011650            "  JOBS "              DELIMITED BY SIZE
011660            CNS-STEP-EDIT          DELIMITED BY SIZE
011670            "  END "               DELIMITED BY SIZE
011680            CNS-END-DISPLAY        DELIMITED BY SIZE
011690            "  SLACK "             DELIMITED BY SIZE
011700            CNS-SLACK-SIGN         DELIMITED BY SIZE
011710            CNS-SLACK-DISPLAY      DELIMITED BY SIZE
011720       INTO CNS-RPT-LINE
011730       WITH POINTER CNS-LINE-PTR
011740     END-STRING.
011750     IF CNS-SLACK-SEC < 0
011760         STRING "  LATE"           DELIMITED BY SIZE
011770           INTO CNS-RPT-LINE
011780           WITH POINTER CNS-LINE-PTR
011790         END-STRING
011800     END-IF.
011810     WRITE CNS-RPT-LINE.
011820 6100-PRINT-NEXT-CHAIN-EXIT.
011830     EXIT.
011840*
011850 6200-PICK-LATEST-CHAIN.
011860     IF CNS-PTH-HAS-SUCC (CNS-PTH-SUB)
011870             OR CNS-PTH-LISTED (CNS-PTH-SUB)
011880         GO TO 6200-PICK-LATEST-CHAIN-EXIT
011890     END-IF.
011900     IF CNS-PTH-HIT-SUB = 0
011910             OR CNS-PTH-PROJ-END-SEC (CNS-PTH-SUB)
011920                 > CNS-NEXT-END-SEC
011930         MOVE CNS-PTH-SUB TO CNS-PTH-HIT-SUB
011940         MOVE CNS-PTH-PROJ-END-SEC (CNS-PTH-SUB)
011950             TO CNS-NEXT-END-SEC
011960     END-IF.
011970 6200-PICK-LATEST-CHAIN-EXIT.
011980     EXIT.
011990*
012000 6300-STEP-BACK-ONE-JOB.
012010     ADD 1 TO CNS-CHAIN-LENGTH.
012020     MOVE CNS-PTH-JOB-NAME (CNS-PTH-SUB) TO CNS-HEAD-JOB-NAME.
012030     MOVE CNS-PTH-DRIVER-SUB (CNS-PTH-SUB) TO CNS-PTH-SUB.
012040 6300-STEP-BACK-ONE-JOB-EXIT.
012050     EXIT.
012060*
012070*    ---------------------------------------------------------
012080*    HHMMSSHH TIME-OF-DAY TO SECONDS, AND BACK.  A SECONDS
012090*    VALUE PAST MIDNIGHT WRAPS FOR DISPLAY.
012100*    ---------------------------------------------------------
012110 7000-TIME-TO-SECONDS.
012120     COMPUTE CNS-TIM-SECONDS
012130         = (CNS-TIM-HH * 3600) + (CNS-TIM-MM * 60) + CNS-TIM-SS.
012140 7000-TIME-TO-SECONDS-EXIT.
012150     EXIT.
012160*
012170 7100-SECONDS-TO-TIME.
012180     IF CNS-TIM-SECONDS NOT < CNS-SECONDS-PER-DAY
012190         SUBTRACT CNS-SECONDS-PER-DAY FROM CNS-TIM-SECONDS
012200     END-IF.
012210     DIVIDE CNS-TIM-SECONDS BY 3600
012220         GIVING CNS-TIM-QUOT
012230         REMAINDER CNS-TIM-REM.
012240     MOVE CNS-TIM-QUOT TO CNS-TMB-HH.
012250     DIVIDE CNS-TIM-REM BY 60
012260         GIVING CNS-TIM-QUOT
012270         REMAINDER CNS-TIM-REM.
012280     MOVE CNS-TIM-QUOT TO CNS-TMB-MM.
012290     MOVE CNS-TIM-REM  TO CNS-TMB-SS.
012300 7100-SECONDS-TO-TIME-EXIT.
012310     EXIT.
012320*
012330*    A TIME MORE THAN HALF A DAY BEFORE THE CYCLE ANCHOR IS PAST
012340*    MIDNIGHT AND COUNTS AS THE NEXT DAY.
012350 7200-NORMALIZE-TO-CYCLE.
012360     IF CNS-TIM-SECONDS < CNS-ANCHOR-SEC
012370         COMPUTE CNS-TIM-QUOT
012380             = CNS-ANCHOR-SEC - CNS-TIM-SECONDS
012390         IF CNS-TIM-QUOT > CNS-HALF-DAY-SEC
012400             ADD CNS-SECONDS-PER-DAY TO CNS-TIM-SECONDS
012410         END-IF
012420     END-IF.
012430 7200-NORMALIZE-TO-CYCLE-EXIT.
012440     EXIT.
012450*
012460 7500-FORMAT-START-END.
012470     MOVE CNS-PTH-PROJ-START-SEC (CNS-PTH-SUB) TO CNS-TIM-SECONDS.
012480     PERFORM 7100-SECONDS-TO-TIME
012490         THRU 7100-SECONDS-TO-TIME-EXIT.
012500     MOVE CNS-TIME-BUILD TO CNS-START-DISPLAY.
012510     MOVE CNS-PTH-PROJ-END-SEC (CNS-PTH-SUB) TO CNS-TIM-SECONDS.
012520     PERFORM 7100-SECONDS-TO-TIME
012530         THRU 7100-SECONDS-TO-TIME-EXIT.
012540     MOVE CNS-TIME-BUILD TO CNS-END-DISPLAY.
012550 7500-FORMAT-START-END-EXIT.
012560     EXIT.
012570*
012580*    SLACK OF AN END TIME AGAINST THE ONLINE WINDOW, SIGNED:
012590*    "+" IS TIME IN HAND, "-" IS HOW LATE THE CHAIN WILL RUN.
012600 7600-FORMAT-SLACK.
012610     COMPUTE CNS-SLACK-SEC = CNS-WINDOW-SEC - CNS-NEXT-END-SEC.
012620     IF CNS-SLACK-SEC < 0
012630         MOVE "-" TO CNS-SLACK-SIGN
012640         COMPUTE CNS-TIM-SECONDS = 0 - CNS-SLACK-SEC
012650     ELSE
012660         MOVE "+" TO CNS-SLACK-SIGN
012670         MOVE CNS-SLACK-SEC TO CNS-TIM-SECONDS
012680     END-IF.
012690     PERFORM 7100-SECONDS-TO-TIME
012700         THRU 7100-SECONDS-TO-TIME-EXIT.
012710     MOVE CNS-TIME-BUILD TO CNS-SLACK-DISPLAY.
012720 7600-FORMAT-SLACK-EXIT.
012730     EXIT.
012740*
012750*    ---------------------------------------------------------
012760*    CLOSING TOTALS
012770*    ---------------------------------------------------------
012780 9000-FINALIZE.
012790     IF CNS-TRK-OPEN-YES
012800         CLOSE JOB-TRACKING-FILE
012810     END-IF.
012820     MOVE SPACES TO CNS-RPT-LINE.
012830     WRITE CNS-RPT-LINE.
012840     MOVE CNS-PTH-COUNT TO CNS-COUNT-EDIT.
012850     STRING "JOBS PROJECTED........ " DELIMITED BY SIZE
012860            CNS-COUNT-EDIT           DELIMITED BY SIZE
012870       INTO CNS-RPT-LINE
012880     END-STRING.
012890     WRITE CNS-RPT-LINE.
012900     MOVE SPACES TO CNS-RPT-LINE.
012910     MOVE CNS-ENDED-COUNT TO CNS-COUNT-EDIT.
012920     STRING "ENDED................. " DELIMITED BY SIZE
012930            CNS-COUNT-EDIT           DELIMITED BY SIZE
012940       INTO CNS-RPT-LINE
012950     END-STRING.
012960     WRITE CNS-RPT-LINE.
012970     MOVE SPACES TO CNS-RPT-LINE.
012980     MOVE CNS-RUNNING-COUNT TO CNS-COUNT-EDIT.
012990     STRING "RUNNING............... " DELIMITED BY SIZE
013000            CNS-COUNT-EDIT           DELIMITED BY SIZE
013010       INTO CNS-RPT-LINE
013020     END-STRING.
013030     WRITE CNS-RPT-LINE.
013040     MOVE SPACES TO CNS-RPT-LINE.
013050     MOVE CNS-WAITING-COUNT TO CNS-COUNT-EDIT.
013060     STRING "NOT YET STARTED....... " DELIMITED BY SIZE
013070            CNS-COUNT-EDIT           DELIMITED BY SIZE
013080       INTO CNS-RPT-LINE
013090     END-STRING.
013100     WRITE CNS-RPT-LINE.
013110     MOVE SPACES TO CNS-RPT-LINE.
013120     MOVE CNS-LOOPED-COUNT TO CNS-COUNT-EDIT.
013130     STRING "IN DEPENDENCY LOOP.... " DELIMITED BY SIZE
013140            CNS-COUNT-EDIT           DELIMITED BY SIZE
013150       INTO CNS-RPT-LINE
013160     END-STRING.
013170     WRITE CNS-RPT-LINE.
013180     MOVE SPACES TO CNS-RPT-LINE.
013190     MOVE CNS-CHAIN-COUNT TO CNS-COUNT-EDIT.
013200     STRING "CHAINS................ " DELIMITED BY SIZE
013210            CNS-COUNT-EDIT           DELIMITED BY SIZE
013220       INTO CNS-RPT-LINE
013230     END-STRING.
013240     WRITE CNS-RPT-LINE.
013250     MOVE SPACES TO CNS-RPT-LINE.
013260     MOVE CNS-LATE-CHAIN-COUNT TO CNS-COUNT-EDIT.
013270     STRING "CHAINS PROJECTED LATE. " DELIMITED BY SIZE
013280            CNS-COUNT-EDIT           DELIMITED BY SIZE
013290       INTO CNS-RPT-LINE
013300     END-STRING.
013310     WRITE CNS-RPT-LINE.
013320     CLOSE CRIT-REPORT-FILE.
013330     DISPLAY "CRITPATH: CYCLE " CNS-CTL-CYCLE-DATE
013340         " JOBS " CNS-PTH-COUNT
013350         " CHAINS LATE " CNS-LATE-CHAIN-COUNT.
013360 9000-FINALIZE-EXIT.
013370     EXIT.
