000100*=================================================================
000110* PROGRAM      : CHRONFAL
000120* AUTHOR       : R L BLAKE
000130* INSTALLATION : OPERATIONS CONTROL GROUP
000140* DATE-WRITTEN : 2026-10-15
000150*
000160* REMARKS.
000170*     MONTHLY CHRONIC-FAILURE ANALYSIS.  READS THE ERROR-LOG
000180*     ARCHIVE WRITTEN BY LOGROLL (ERRARCH), THE CYCLE HISTORY
000190*     WRITTEN BY CYCLARCH (JOBHIST) AND THE INCIDENT MASTER
000200*     (INCFILE), AND FINDS THE JOBS THAT KEEP FAILING SO THEY ARE
000210*     TREATED AS ONE PROBLEM RATHER THAN A NEW INCIDENT EACH WEEK.
000220*
000230*     THE WINDOW IS THE LAST M CYCLES ON FILE UP TO AN END CYCLE,
000240*     COMPARED WITH THE M CYCLES BEFORE IT.  A JOB FAILED IN A
000250*     CYCLE WHEN THE ARCHIVE HOLDS AN ERROR-LOG ENTRY FOR IT OR
000260*     ITS HISTORY RECORD SHOWS A CRITICAL ALERT.  THE REPORT
000270*     (CHRONRPT) GIVES:
000280*       - JOBS RANKED BY FAILED CYCLES, THEN BY ABENDS (ERROR-LOG
000290*         ENTRIES), WITH THE FAILURE RATE AGAINST THE PREVIOUS
000300*         WINDOW.  THE RATE IS FAILED CYCLES OVER THE CYCLES THE
000310*         JOB RAN PER JOBHIST (THE WINDOW LENGTH WHEN IT HAS NO
000320*         HISTORY THERE), IN WHOLE PERCENT.
000330*       - JOB/CODE PAIRS RANKED THE SAME WAY OVER THE WINDOW.
000340*       - CHRONIC PROBLEM CANDIDATES: EVERY JOB THAT FAILED IN AT
000350*         LEAST N OF THE M CYCLES, WITH THE INCIDENTS RAISED FOR
000360*         IT IN THE WINDOW AND THE OPERATORS WHO ACKNOWLEDGED AND
000370*         CLOSED THEM.
000380*     EACH CANDIDATE IS ALSO WRITTEN TO THE PROBLEM-CANDIDATE
000390*     EXTRACT (PROBCAND, CNSPCAN) FOR THE PROBLEM-MANAGEMENT TEAM.
000400*
000410*     SYSIN CARD: COLUMNS 1-3 M, THE WINDOW IN CYCLES (001-060,
000420*     DEFAULT 030); 4-6 N, THE CHRONIC THRESHOLD (DEFAULT 003, NO
000430*     MORE THAN M); 7-14 THE LAST CYCLE OF THE WINDOW AS YYYYMMDD
000440*     (DEFAULT THE LATEST CYCLE ON FILE).  RETURN CODE 4 WHEN THE
000450*     INCIDENT MASTER CANNOT BE READ, 8 WHEN ERRARCH OR JOBHIST
000460*     CANNOT BE READ, 16 WHEN THE REPORT OR EXTRACT CANNOT BE
000470*     OPENED.
000480*
000490* MODIFICATION HISTORY.
000500*     2026-10-15  RLB  ORIGINAL PROGRAM.
000510*=================================================================
000520 IDENTIFICATION DIVISION.
000530 PROGRAM-ID.     CHRONFAL.
000540 AUTHOR.         R L BLAKE.
000550 INSTALLATION.   OPERATIONS CONTROL GROUP.
000560 DATE-WRITTEN.   2026-10-15.
000570 DATE-COMPILED.
000580*
000590 ENVIRONMENT DIVISION.
000600 CONFIGURATION SECTION.
000610 SOURCE-COMPUTER.    GNUCOBOL.
000620 OBJECT-COMPUTER.    GNUCOBOL.
000630*
000640 INPUT-OUTPUT SECTION.
000650 FILE-CONTROL.
000660     SELECT ERROR-ARCHIVE-FILE  ASSIGN TO "ERRARCH"
000670            ORGANIZATION IS SEQUENTIAL
000680            FILE STATUS IS CNS-EAR-FILE-STATUS.
000690*
000700     SELECT JOB-HISTORY-FILE    ASSIGN TO "JOBHIST"
000710            ORGANIZATION IS INDEXED
000720            ACCESS MODE IS SEQUENTIAL
000730            RECORD KEY IS CNS-HIS-KEY
000740            FILE STATUS IS CNS-HIS-FILE-STATUS.
000750*
000760     SELECT INCIDENT-FILE       ASSIGN TO "INCFILE"
000770            ORGANIZATION IS INDEXED
000780            ACCESS MODE IS SEQUENTIAL
000790            RECORD KEY IS CNS-INC-NUMBER
000800            FILE STATUS IS CNS-INC-FILE-STATUS.
000810*
000820     SELECT CHRONIC-REPORT-FILE ASSIGN TO "CHRONRPT"
000830            ORGANIZATION IS SEQUENTIAL
000840            FILE STATUS IS CNS-RPT-FILE-STATUS.
000850*
000860     SELECT CANDIDATE-FILE      ASSIGN TO "PROBCAND"
000870            ORGANIZATION IS SEQUENTIAL
000880            FILE STATUS IS CNS-PCX-FILE-STATUS.
000890*
000900 DATA DIVISION.
000910 FILE SECTION.
000920*    ERROR-LOG ARCHIVE: THE CYCLE DATE FOLLOWED BY THE ERROR-LOG
000930*    EXTRACT RECORD (CNSEFIL) AS LOGROLL WROTE IT.
000940 FD  ERROR-ARCHIVE-FILE
000950     RECORDING MODE IS F
000960     LABEL RECORDS ARE STANDARD.
000970 01  CNS-ERRARCH-RECORD.
000980     05  CNS-EAR-CYCLE-DATE      PIC X(08).
000990     05  CNS-EAR-DETAIL          PIC X(60).
001000*
001010 FD  JOB-HISTORY-FILE
001020     RECORDING MODE IS F
001030     LABEL RECORDS ARE STANDARD.
001040 COPY CNSHIST.
001050*
001060 FD  INCIDENT-FILE
001070     RECORDING MODE IS F
001080     LABEL RECORDS ARE STANDARD.
001090 COPY CNSINCD.
001100*
001110 FD  CHRONIC-REPORT-FILE
001120     RECORDING MODE IS F
001130     LABEL RECORDS ARE STANDARD.
001140 01  CNS-RPT-LINE                PIC X(80).
001150*
001160 FD  CANDIDATE-FILE
001170     RECORDING MODE IS F
001180     LABEL RECORDS ARE STANDARD.
001190 COPY CNSPCAN.
001200*
001210 WORKING-STORAGE SECTION.
001220*
001230*    ---------------------------------------------------------
001240*    FILE STATUS AND END-OF-FILE SWITCHES
001250*    ---------------------------------------------------------
001260 77  CNS-EAR-FILE-STATUS          PIC X(02)  VALUE SPACES.
001270     88  CNS-EAR-FILE-OK                     VALUE "00".
001280*
001290 77  CNS-EAR-EOF-SW                PIC X(01) VALUE "N".
001300     88  CNS-EAR-EOF-YES                     VALUE "Y".
001310     88  CNS-EAR-EOF-NO                      VALUE "N".
001320*
001330 77  CNS-EAR-AVAIL-SW              PIC X(01) VALUE "Y".
001340     88  CNS-EAR-AVAIL-YES                   VALUE "Y".
001350     88  CNS-EAR-AVAIL-NO                    VALUE "N".
001360*
001370 77  CNS-HIS-FILE-STATUS          PIC X(02)  VALUE SPACES.
001380     88  CNS-HIS-FILE-OK                     VALUE "00".
001390*
001400 77  CNS-HIS-EOF-SW                PIC X(01) VALUE "N".
001410     88  CNS-HIS-EOF-YES                     VALUE "Y".
001420     88  CNS-HIS-EOF-NO                      VALUE "N".
001430*
001440 77  CNS-HIS-AVAIL-SW              PIC X(01) VALUE "Y".
001450     88  CNS-HIS-AVAIL-YES                   VALUE "Y".
001460     88  CNS-HIS-AVAIL-NO                    VALUE "N".
001470*
001480 77  CNS-INC-FILE-STATUS          PIC X(02)  VALUE SPACES.
001490     88  CNS-INC-FILE-OK                     VALUE "00".
001500*
001510 77  CNS-INC-EOF-SW                PIC X(01) VALUE "N".
001520     88  CNS-INC-EOF-YES                     VALUE "Y".
001530     88  CNS-INC-EOF-NO                      VALUE "N".
001540*
001550 77  CNS-INC-AVAIL-SW              PIC X(01) VALUE "Y".
001560     88  CNS-INC-AVAIL-YES                   VALUE "Y".
001570     88  CNS-INC-AVAIL-NO                    VALUE "N".
001580*
001590 77  CNS-RPT-FILE-STATUS          PIC X(02)  VALUE SPACES.
001600     88  CNS-RPT-FILE-OK                     VALUE "00".
001610*
001620 77  CNS-PCX-FILE-STATUS          PIC X(02)  VALUE SPACES.
001630     88  CNS-PCX-FILE-OK                     VALUE "00".
001640*
001650*    ERROR-LOG EXTRACT LAYOUT OF THE ARCHIVED DETAIL
001660 COPY CNSEFIL.
001670*
001680*    ---------------------------------------------------------
001690*    SYSIN PARAMETER CARD: WINDOW M, THRESHOLD N, END CYCLE
001700*    ---------------------------------------------------------
001710 01  CNS-PARM-CARD.
001720     05  CNS-PARM-WINDOW-IN       PIC X(03).
001730     05  CNS-PARM-THRESHOLD-IN    PIC X(03).
001740     05  CNS-PARM-END-CYCLE-IN    PIC X(08).
001750     05  FILLER                   PIC X(66).
001760*
001770 77  CNS-WINDOW-CYCLES            PIC 9(03)  COMP  VALUE 30.
001780 77  CNS-THRESHOLD                PIC 9(03)  COMP  VALUE 3.
001790 77  CNS-END-CYCLE                PIC X(08)  VALUE HIGH-VALUES.
001800*
001810*    ---------------------------------------------------------
001820*    THE CYCLES ANALYSED: THE NEWEST 2M CYCLE DATES ON ERRARCH
001830*    OR JOBHIST UP TO THE END CYCLE, OLDEST FIRST.  THE FIRST
001840*    CNS-PREV-CYCLES ARE THE PREVIOUS WINDOW, THE REST THE
001850*    CURRENT ONE.
001860*    ---------------------------------------------------------
001870 01  CNS-WINDOW-TABLE.
001880     05  CNS-WIN-COUNT            PIC 9(03)  COMP VALUE 0.
001890     05  CNS-WIN-ENTRY OCCURS 120 TIMES
001900                 INDEXED BY CNS-WIN-IDX.
001910         10  CNS-WIN-DATE         PIC X(08).
001920*
001930 77  CNS-WIN-LIMIT                PIC 9(03)  COMP  VALUE 60.
001940 77  CNS-WIN-SUB                  PIC 9(03)  COMP.
001950 77  CNS-WIN-INSERT-SUB           PIC 9(03)  COMP.
001960 77  CNS-CUR-CYCLES               PIC 9(03)  COMP  VALUE 0.
001970 77  CNS-PREV-CYCLES              PIC 9(03)  COMP  VALUE 0.
001980 77  CNS-CUR-FIRST-SUB            PIC 9(03)  COMP  VALUE 1.
001990 77  CNS-NOTE-DATE                PIC X(08).
002000 77  CNS-FIND-DATE                PIC X(08).
002010 77  CNS-CYCLE-POS                PIC 9(03)  COMP.
002020*
002030 77  CNS-WIN-FOUND-SW              PIC X(01) VALUE "N".
002040     88  CNS-WIN-FOUND-YES                   VALUE "Y".
002050     88  CNS-WIN-FOUND-NO                    VALUE "N".
002060*
002070*    ---------------------------------------------------------
002080*    PER-JOB TABLE.  ONE FAILED-CYCLE FLAG PER WINDOW-TABLE
002090*    POSITION, AND THE FIRST TEN INCIDENTS IN THE WINDOW.
002100*    ---------------------------------------------------------
002110 01  CNS-JOB-TABLE.
002120     05  CNS-JBT-COUNT            PIC 9(03)  COMP VALUE 0.
002130     05  CNS-JBT-ENTRY OCCURS 1 TO 500 TIMES
002140                 DEPENDING ON CNS-JBT-COUNT
002150                 INDEXED BY CNS-JBT-IDX.
002160         10  CNS-JBT-JOB-NAME     PIC X(08).
002170         10  CNS-JBT-CUR-RUNS     PIC 9(03)  COMP.
002180         10  CNS-JBT-PREV-RUNS    PIC 9(03)  COMP.
002190         10  CNS-JBT-CUR-ABENDS   PIC 9(05)  COMP.
002200         10  CNS-JBT-PREV-ABENDS  PIC 9(05)  COMP.
002210         10  CNS-JBT-CUR-FAILED   PIC 9(03)  COMP.
002220         10  CNS-JBT-PREV-FAILED  PIC 9(03)  COMP.
002230         10  CNS-JBT-CUR-BASE     PIC 9(03)  COMP.
002240         10  CNS-JBT-CUR-RATE     PIC 9(03)  COMP.
002250         10  CNS-JBT-PREV-RATE    PIC 9(03)  COMP.
002260         10  CNS-JBT-TREND        PIC X(06).
002270         10  CNS-JBT-CHRONIC-SW   PIC X(01).
002280             88  CNS-JBT-CHRONIC           VALUE "Y".
002290         10  CNS-JBT-INC-COUNT    PIC 9(03)  COMP.
002300         10  CNS-JBT-INCIDENT OCCURS 10 TIMES.
002310             15  CNS-JBT-INC-NUMBER    PIC 9(06).
002320             15  CNS-JBT-INC-CYCLE     PIC X(08).
002330             15  CNS-JBT-INC-STATUS    PIC X(01).
002340             15  CNS-JBT-INC-ACK-OPR   PIC X(06).
002350             15  CNS-JBT-INC-CLOSE-OPR PIC X(06).
002360         10  CNS-JBT-CYCLE-FLAG   PIC X(01)
002370                                  OCCURS 120 TIMES.
002380*
002390 77  CNS-JBT-SUB                  PIC 9(03)  COMP.
002400 77  CNS-JBT-HIT-SUB              PIC 9(03)  COMP.
002410 77  CNS-FIND-JOB                 PIC X(08).
002420 77  CNS-INC-SUB                  PIC 9(03)  COMP.
002430*
002440 77  CNS-JBT-FOUND-SW              PIC X(01) VALUE "N".
002450     88  CNS-JBT-FOUND-YES                   VALUE "Y".
002460     88  CNS-JBT-FOUND-NO                    VALUE "N".
002470*
002480*    ---------------------------------------------------------
002490*    JOB/CODE PAIRS FAILING IN THE CURRENT WINDOW.  ONE FLAG PER
002500*    CURRENT-WINDOW CYCLE.
002510*    ---------------------------------------------------------
002520 01  CNS-PAIR-TABLE.
002530     05  CNS-PRT-COUNT            PIC 9(04)  COMP VALUE 0.
002540     05  CNS-PRT-ENTRY OCCURS 1 TO 1000 TIMES
002550                 DEPENDING ON CNS-PRT-COUNT
002560                 INDEXED BY CNS-PRT-IDX.
002570         10  CNS-PRT-JOB-NAME     PIC X(08).
002580         10  CNS-PRT-CODE         PIC X(06).
002590         10  CNS-PRT-ABENDS       PIC 9(05)  COMP.
002600         10  CNS-PRT-FAILED       PIC 9(03)  COMP.
002610         10  CNS-PRT-CYCLE-FLAG   PIC X(01)
002620                                  OCCURS 60 TIMES.
002630*
002640 77  CNS-PRT-SUB                  PIC 9(04)  COMP.
002650 77  CNS-PRT-HIT-SUB              PIC 9(04)  COMP.
002660 77  CNS-PRT-FLAG-SUB             PIC 9(03)  COMP.
002670 77  CNS-FIND-CODE                PIC X(06).
002680*
002690 77  CNS-PRT-FOUND-SW              PIC X(01) VALUE "N".
002700     88  CNS-PRT-FOUND-YES                   VALUE "Y".
002710     88  CNS-PRT-FOUND-NO                    VALUE "N".
002720*
002730*    ---------------------------------------------------------
002740*    RANK ORDER: SUBSCRIPTS INTO THE JOB AND PAIR TABLES, SORTED
002750*    BY INSERTION, MOST FAILED CYCLES FIRST, THEN MOST ABENDS,
002760*    THEN BY NAME
002770*    ---------------------------------------------------------
002780 01  CNS-JOB-RANK-TABLE.
002790     05  CNS-JRK-COUNT            PIC 9(03)  COMP VALUE 0.
002800     05  CNS-JRK-JOB-SUB          PIC 9(03)  COMP
002810                                  OCCURS 500 TIMES.
002820*
002830 01  CNS-PAIR-RANK-TABLE.
002840     05  CNS-PRK-COUNT            PIC 9(04)  COMP VALUE 0.
002850     05  CNS-PRK-PAIR-SUB         PIC 9(04)  COMP
002860                                  OCCURS 1000 TIMES.
002870*
002880 77  CNS-RNK-SUB                  PIC 9(04)  COMP.
002890 77  CNS-RNK-POS                  PIC 9(04)  COMP.
002900 77  CNS-RNK-HOLD                 PIC 9(04)  COMP.
002910 77  CNS-RNK-OTHER                PIC 9(04)  COMP.
002920*
002930 77  CNS-RNK-BEFORE-SW             PIC X(01) VALUE "N".
002940     88  CNS-RNK-BEFORE-YES                  VALUE "Y".
002950     88  CNS-RNK-BEFORE-NO                   VALUE "N".
002960*
002970 77  CNS-RNK-PLACED-SW             PIC X(01) VALUE "N".
002980     88  CNS-RNK-PLACED-YES                  VALUE "Y".
002990     88  CNS-RNK-PLACED-NO                   VALUE "N".
003000*
003010*    ---------------------------------------------------------
003020*    SCORING WORK AREAS
003030*    ---------------------------------------------------------
003040 77  CNS-RATE-BASE                PIC 9(03)  COMP.
003050 77  CNS-TOP-CODE                 PIC X(06).
003060 77  CNS-TOP-CODE-COUNT           PIC 9(05)  COMP.
003070*
003080*    ---------------------------------------------------------
003090*    RUN STAMP AND RUNNING TOTALS FOR THE CLOSING SUMMARY LINES
003100*    ---------------------------------------------------------
003110 77  CNS-RUN-DATE                 PIC 9(08)  VALUE 0.
003120*
003130 77  CNS-EAR-READ-COUNT           PIC 9(07)  COMP  VALUE 0.
003140 77  CNS-HIS-READ-COUNT           PIC 9(07)  COMP  VALUE 0.
003150 77  CNS-CANDIDATE-COUNT          PIC 9(05)  COMP  VALUE 0.
003160 77  CNS-INCIDENT-COUNT           PIC 9(05)  COMP  VALUE 0.
003170 77  CNS-DROPPED-COUNT            PIC 9(07)  COMP  VALUE 0.
003180*
003190*    ---------------------------------------------------------
003200*    PRINT-LINE BUILD AREA
003210*    ---------------------------------------------------------
003220 77  CNS-LINE-PTR                 PIC 9(03)  COMP.
003230 77  CNS-COUNT-EDIT               PIC ZZZZ9.
003240 77  CNS-BIG-COUNT-EDIT           PIC ZZZZZZ9.
003250 77  CNS-RANK-EDIT                PIC ZZZ9.
003260 77  CNS-CYCLE-EDIT               PIC ZZ9.
003270 77  CNS-BASE-EDIT                PIC ZZ9.
003280 77  CNS-PCT-EDIT                 PIC ZZ9.
003290 77  CNS-PREV-PCT-EDIT            PIC ZZ9.
003300 77  CNS-CHRONIC-TEXT             PIC X(08).
003310*
003320 PROCEDURE DIVISION.
003330*
003340 0000-MAINLINE.
003350     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
003360     PERFORM 2000-COLLECT-CYCLES THRU 2000-COLLECT-CYCLES-EXIT.
003370     PERFORM 3000-ACCUMULATE-HISTORY
003380         THRU 3000-ACCUMULATE-HISTORY-EXIT.
003390     PERFORM 3200-ACCUMULATE-ARCHIVE
003400         THRU 3200-ACCUMULATE-ARCHIVE-EXIT.
003410     PERFORM 4000-SCORE-JOBS THRU 4000-SCORE-JOBS-EXIT.
003420     PERFORM 3700-COLLECT-INCIDENTS
003430         THRU 3700-COLLECT-INCIDENTS-EXIT.
003440     PERFORM 5000-RANK-JOBS THRU 5000-RANK-JOBS-EXIT.
003450     PERFORM 5500-RANK-PAIRS THRU 5500-RANK-PAIRS-EXIT.
003460     PERFORM 6000-PRINT-JOB-RANKING
003470         THRU 6000-PRINT-JOB-RANKING-EXIT.
003480     PERFORM 6200-PRINT-PAIR-RANKING
003490         THRU 6200-PRINT-PAIR-RANKING-EXIT.
003500     PERFORM 6400-PRINT-CANDIDATES
003510         THRU 6400-PRINT-CANDIDATES-EXIT.
003520     PERFORM 9000-FINALIZE THRU 9000-FINALIZE-EXIT.
003530     EVALUATE TRUE
003540         WHEN CNS-EAR-AVAIL-NO OR CNS-HIS-AVAIL-NO
003550             MOVE 8 TO RETURN-CODE
003560         WHEN CNS-INC-AVAIL-NO
003570             MOVE 4 TO RETURN-CODE
003580     END-EVALUATE.
003590     STOP RUN.
003600 0000-MAINLINE-EXIT.
003610     EXIT.
003620*
003630*    ---------------------------------------------------------
003640*    READ THE PARAMETER CARD, OPEN THE REPORT AND THE EXTRACT
003650*    ---------------------------------------------------------
003660 1000-INITIALIZE.
003670     ACCEPT CNS-RUN-DATE FROM DATE YYYYMMDD.
003680     MOVE SPACES TO CNS-PARM-CARD.
003690     ACCEPT CNS-PARM-CARD.
003700     IF CNS-PARM-WINDOW-IN NUMERIC
003710             AND CNS-PARM-WINDOW-IN > "000"
003720             AND CNS-PARM-WINDOW-IN NOT > "060"
003730         MOVE CNS-PARM-WINDOW-IN TO CNS-WINDOW-CYCLES
003740     END-IF.
003750     IF CNS-PARM-THRESHOLD-IN NUMERIC
003760             AND CNS-PARM-THRESHOLD-IN > "000"
003770         MOVE CNS-PARM-THRESHOLD-IN TO CNS-THRESHOLD
003780     END-IF.
003790     IF CNS-THRESHOLD > CNS-WINDOW-CYCLES
003800         MOVE CNS-WINDOW-CYCLES TO CNS-THRESHOLD
003810     END-IF.
003820     IF CNS-PARM-END-CYCLE-IN NUMERIC
003830         MOVE CNS-PARM-END-CYCLE-IN TO CNS-END-CYCLE
003840     END-IF.
003850     COMPUTE CNS-WIN-LIMIT = CNS-WINDOW-CYCLES * 2.
003860     OPEN OUTPUT CHRONIC-REPORT-FILE.
003870     IF NOT CNS-RPT-FILE-OK
003880         DISPLAY "CHRONFAL: CANNOT OPEN CHRONRPT, STATUS "
003890             CNS-RPT-FILE-STATUS
003900         MOVE 16 TO RETURN-CODE
003910         STOP RUN
003920     END-IF.
003930     OPEN OUTPUT CANDIDATE-FILE.
003940     IF NOT CNS-PCX-FILE-OK
003950         DISPLAY "CHRONFAL: CANNOT OPEN PROBCAND, STATUS "
003960             CNS-PCX-FILE-STATUS
003970         CLOSE CHRONIC-REPORT-FILE
003980         MOVE 16 TO RETURN-CODE
003990         STOP RUN
004000     END-IF.
004010     MOVE SPACES TO CNS-RPT-LINE.
004020     MOVE "CHRONIC-FAILURE ANALYSIS" TO CNS-RPT-LINE.
004030     WRITE CNS-RPT-LINE.
004040     MOVE SPACES TO CNS-RPT-LINE.
004050     MOVE 1 TO CNS-LINE-PTR.
004060     MOVE CNS-THRESHOLD TO CNS-CYCLE-EDIT.
004070     MOVE CNS-WINDOW-CYCLES TO CNS-BASE-EDIT.
004080     STRING "RUN DATE "            DELIMITED BY SIZE
004090            CNS-RUN-DATE           DELIMITED BY SIZE
004100            "   CHRONIC = FAILED IN " DELIMITED BY SIZE
004110            CNS-CYCLE-EDIT         DELIMITED BY SIZE
004120            " OF THE LAST "        DELIMITED BY SIZE
004130            CNS-BASE-EDIT          DELIMITED BY SIZE
004140            " CYCLES"              DELIMITED BY SIZE
004150       INTO CNS-RPT-LINE
004160       WITH POINTER CNS-LINE-PTR
004170     END-STRING.
004180     WRITE CNS-RPT-LINE.
004190 1000-INITIALIZE-EXIT.
004200     EXIT.
004210*
004220*    ---------------------------------------------------------
004230*    PASS ONE OVER JOBHIST AND ERRARCH: KEEP THE NEWEST 2M
004240*    DISTINCT CYCLE DATES UP TO THE END CYCLE, THEN SPLIT THEM
004250*    INTO THE PREVIOUS AND CURRENT WINDOWS
004260*    ---------------------------------------------------------
004270 2000-COLLECT-CYCLES.
004280     SET CNS-HIS-EOF-NO TO TRUE.
004290     OPEN INPUT JOB-HISTORY-FILE.
004300     IF CNS-HIS-FILE-OK
004310         PERFORM 2100-NOTE-ONE-HISTORY-CYCLE
004320             THRU 2100-NOTE-ONE-HISTORY-CYCLE-EXIT
004330             UNTIL CNS-HIS-EOF-YES
004340         CLOSE JOB-HISTORY-FILE
004350     ELSE
004360         SET CNS-HIS-AVAIL-NO TO TRUE
004370     END-IF.
004380     SET CNS-EAR-EOF-NO TO TRUE.
004390     OPEN INPUT ERROR-ARCHIVE-FILE.
004400     IF CNS-EAR-FILE-OK
004410         PERFORM 2200-NOTE-ONE-ARCHIVE-CYCLE
004420             THRU 2200-NOTE-ONE-ARCHIVE-CYCLE-EXIT
004430             UNTIL CNS-EAR-EOF-YES
004440         CLOSE ERROR-ARCHIVE-FILE
004450     ELSE
004460         SET CNS-EAR-AVAIL-NO TO TRUE
004470     END-IF.
004480     IF CNS-WIN-COUNT > CNS-WINDOW-CYCLES
004490         MOVE CNS-WINDOW-CYCLES TO CNS-CUR-CYCLES
004500     ELSE
004510         MOVE CNS-WIN-COUNT TO CNS-CUR-CYCLES
004520     END-IF.
004530     COMPUTE CNS-PREV-CYCLES = CNS-WIN-COUNT - CNS-CUR-CYCLES.
004540     COMPUTE CNS-CUR-FIRST-SUB = CNS-PREV-CYCLES + 1.
004550     PERFORM 2400-PRINT-WINDOW THRU 2400-PRINT-WINDOW-EXIT.
004560 2000-COLLECT-CYCLES-EXIT.
004570     EXIT.
004580*
004590 2100-NOTE-ONE-HISTORY-CYCLE.
004600     READ JOB-HISTORY-FILE
004610         AT END
004620             SET CNS-HIS-EOF-YES TO TRUE
004630             GO TO 2100-NOTE-ONE-HISTORY-CYCLE-EXIT
004640     END-READ.
004650     MOVE CNS-HIS-CYCLE-DATE TO CNS-NOTE-DATE.
004660     PERFORM 2300-INSERT-CYCLE-DATE
004670         THRU 2300-INSERT-CYCLE-DATE-EXIT.
004680 2100-NOTE-ONE-HISTORY-CYCLE-EXIT.
004690     EXIT.
004700*
004710 2200-NOTE-ONE-ARCHIVE-CYCLE.
004720     READ ERROR-ARCHIVE-FILE
004730         AT END
004740             SET CNS-EAR-EOF-YES TO TRUE
004750             GO TO 2200-NOTE-ONE-ARCHIVE-CYCLE-EXIT
004760     END-READ.
004770     MOVE CNS-EAR-CYCLE-DATE TO CNS-NOTE-DATE.
004780     PERFORM 2300-INSERT-CYCLE-DATE
004790         THRU 2300-INSERT-CYCLE-DATE-EXIT.
004800 2200-NOTE-ONE-ARCHIVE-CYCLE-EXIT.
004810     EXIT.
004820*
004830*    ---------------------------------------------------------
004840*    ADD CNS-NOTE-DATE TO THE WINDOW TABLE IN DATE ORDER.  WHEN
004850*    THE TABLE ALREADY HOLDS 2M DATES THE OLDEST IS DROPPED TO
004860*    MAKE ROOM, AND A DATE OLDER THAN ALL OF THEM IS IGNORED.
004870*    ---------------------------------------------------------
004880 2300-INSERT-CYCLE-DATE.
004890     IF CNS-NOTE-DATE > CNS-END-CYCLE
004900             OR CNS-NOTE-DATE = SPACES
004910         GO TO 2300-INSERT-CYCLE-DATE-EXIT
004920     END-IF.
004930     MOVE 0 TO CNS-WIN-INSERT-SUB.
004940     PERFORM 2310-FIND-INSERT-POINT
004950         THRU 2310-FIND-INSERT-POINT-EXIT
004960         VARYING CNS-WIN-SUB FROM 1 BY 1
004970         UNTIL CNS-WIN-SUB > CNS-WIN-COUNT
004980            OR CNS-WIN-INSERT-SUB > 0.
004990     IF CNS-WIN-INSERT-SUB = 0
005000         COMPUTE CNS-WIN-INSERT-SUB = CNS-WIN-COUNT + 1
005010     ELSE
005020         IF CNS-WIN-DATE (CNS-WIN-INSERT-SUB) = CNS-NOTE-DATE
005030             GO TO 2300-INSERT-CYCLE-DATE-EXIT
005040         END-IF
005050     END-IF.
005060     IF CNS-WIN-COUNT < CNS-WIN-LIMIT
005070         PERFORM 2320-SHIFT-ONE-DATE-UP
005080             THRU 2320-SHIFT-ONE-DATE-UP-EXIT
005090             VARYING CNS-WIN-SUB FROM CNS-WIN-COUNT BY -1
005100             UNTIL CNS-WIN-SUB < CNS-WIN-INSERT-SUB
005110         ADD 1 TO CNS-WIN-COUNT
005120         MOVE CNS-NOTE-DATE TO CNS-WIN-DATE (CNS-WIN-INSERT-SUB)
005130         GO TO 2300-INSERT-CYCLE-DATE-EXIT
005140     END-IF.
005150     IF CNS-WIN-INSERT-SUB = 1
005160         GO TO 2300-INSERT-CYCLE-DATE-EXIT
005170     END-IF.
005180     SUBTRACT 1 FROM CNS-WIN-INSERT-SUB.
005190     PERFORM 2330-SHIFT-ONE-DATE-DOWN
005200         THRU 2330-SHIFT-ONE-DATE-DOWN-EXIT
005210         VARYING CNS-WIN-SUB FROM 1 BY 1
005220         UNTIL CNS-WIN-SUB NOT < CNS-WIN-INSERT-SUB.
005230     MOVE CNS-NOTE-DATE TO CNS-WIN-DATE (CNS-WIN-INSERT-SUB).
005240 2300-INSERT-CYCLE-DATE-EXIT.
005250     EXIT.
005260*
005270 2310-FIND-INSERT-POINT.
005280     IF CNS-WIN-DATE (CNS-WIN-SUB) NOT < CNS-NOTE-DATE
005290         MOVE CNS-WIN-SUB TO CNS-WIN-INSERT-SUB
005300     END-IF.
005310 2310-FIND-INSERT-POINT-EXIT.
005320     EXIT.
005330*
005340 2320-SHIFT-ONE-DATE-UP.
005350     IF CNS-WIN-SUB > 0
005360         MOVE CNS-WIN-DATE (CNS-WIN-SUB)
005370             TO CNS-WIN-DATE (CNS-WIN-SUB + 1)
005380     END-IF.
005390 2320-SHIFT-ONE-DATE-UP-EXIT.
005400     EXIT.
005410*
005420 2330-SHIFT-ONE-DATE-DOWN.
005430     MOVE CNS-WIN-DATE (CNS-WIN-SUB + 1)
005440         TO CNS-WIN-DATE (CNS-WIN-SUB).
005450 2330-SHIFT-ONE-DATE-DOWN-EXIT.
005460     EXIT.
005470*
005480 2400-PRINT-WINDOW.
005490     MOVE SPACES TO CNS-RPT-LINE.
005500     IF CNS-HIS-AVAIL-NO
005510         MOVE "JOBHIST UNAVAILABLE - RUNS AND ALERTS NOT SEEN"
005520             TO CNS-RPT-LINE
005530         WRITE CNS-RPT-LINE
005540     END-IF.
005550     IF CNS-EAR-AVAIL-NO
005560         MOVE "ERRARCH UNAVAILABLE - ABENDS AND CODES NOT SEEN"
005570             TO CNS-RPT-LINE
005580         WRITE CNS-RPT-LINE
005590     END-IF.
005600     MOVE SPACES TO CNS-RPT-LINE.
005610     IF CNS-CUR-CYCLES = 0
005620         MOVE "NO CYCLES ON FILE - NOTHING TO ANALYSE"
005630             TO CNS-RPT-LINE
005640         WRITE CNS-RPT-LINE
005650         GO TO 2400-PRINT-WINDOW-EXIT
005660     END-IF.
005670     MOVE 1 TO CNS-LINE-PTR.
005680     MOVE CNS-CUR-CYCLES TO CNS-CYCLE-EDIT.
005690     STRING "WINDOW   "            DELIMITED BY SIZE
005700            CNS-WIN-DATE (CNS-CUR-FIRST-SUB)
005710                                   DELIMITED BY SIZE
005720            " TO "                 DELIMITED BY SIZE
005730            CNS-WIN-DATE (CNS-WIN-COUNT)
005740                                   DELIMITED BY SIZE
005750            "  "                   DELIMITED BY SIZE
005760            CNS-CYCLE-EDIT         DELIMITED BY SIZE
005770            " CYCLES"              DELIMITED BY SIZE
005780       INTO CNS-RPT-LINE
005790       WITH POINTER CNS-LINE-PTR
005800     END-STRING.
005810     WRITE CNS-RPT-LINE.
005820     MOVE SPACES TO CNS-RPT-LINE.
005830     IF CNS-PREV-CYCLES = 0
005840         MOVE "PREVIOUS NO EARLIER CYCLES ON FILE - NO COMPARISON"
005850             TO CNS-RPT-LINE
005860     ELSE
005870         MOVE 1 TO CNS-LINE-PTR
005880         MOVE CNS-PREV-CYCLES TO CNS-CYCLE-EDIT
005890         STRING "PREVIOUS "        DELIMITED BY SIZE
005900                CNS-WIN-DATE (1)   DELIMITED BY SIZE
005910                " TO "             DELIMITED BY SIZE
005920                CNS-WIN-DATE (CNS-PREV-CYCLES)
005930                                   DELIMITED BY SIZE
005940                "  "               DELIMITED BY SIZE
005950                CNS-CYCLE-EDIT     DELIMITED BY SIZE
005960                " CYCLES"          DELIMITED BY SIZE
005970           INTO CNS-RPT-LINE
005980           WITH POINTER CNS-LINE-PTR
005990         END-STRING
006000     END-IF.
006010     WRITE CNS-RPT-LINE.
006020 2400-PRINT-WINDOW-EXIT.
006030     EXIT.
006040*
006050*    ---------------------------------------------------------
006060*    PASS TWO OVER JOBHIST: RUNS PER WINDOW, AND A FAILED CYCLE
006070*    FOR EVERY CRITICAL ALERT
006080*    ---------------------------------------------------------
006090 3000-ACCUMULATE-HISTORY.
006100     IF CNS-HIS-AVAIL-NO OR CNS-CUR-CYCLES = 0
006110         GO TO 3000-ACCUMULATE-HISTORY-EXIT
006120     END-IF.
006130     SET CNS-HIS-EOF-NO TO TRUE.
006140     OPEN INPUT JOB-HISTORY-FILE.
006150     IF NOT CNS-HIS-FILE-OK
006160         SET CNS-HIS-AVAIL-NO TO TRUE
006170         GO TO 3000-ACCUMULATE-HISTORY-EXIT
006180     END-IF.
006190     PERFORM 3100-ACCUMULATE-ONE-HISTORY
006200         THRU 3100-ACCUMULATE-ONE-HISTORY-EXIT
006210         UNTIL CNS-HIS-EOF-YES.
006220     CLOSE JOB-HISTORY-FILE.
006230 3000-ACCUMULATE-HISTORY-EXIT.
006240     EXIT.
006250*
006260 3100-ACCUMULATE-ONE-HISTORY.
006270     READ JOB-HISTORY-FILE
006280         AT END
006290             SET CNS-HIS-EOF-YES TO TRUE
006300             GO TO 3100-ACCUMULATE-ONE-HISTORY-EXIT
006310     END-READ.
006320     ADD 1 TO CNS-HIS-READ-COUNT.
006330     MOVE CNS-HIS-CYCLE-DATE TO CNS-FIND-DATE.
006340     PERFORM 3400-FIND-CYCLE-POSITION
006350         THRU 3400-FIND-CYCLE-POSITION-EXIT.
006360     IF CNS-CYCLE-POS = 0
006370         GO TO 3100-ACCUMULATE-ONE-HISTORY-EXIT
006380     END-IF.
006390     MOVE CNS-HIS-JOB-NAME TO CNS-FIND-JOB.
006400     PERFORM 3500-FIND-OR-ADD-JOB
006410         THRU 3500-FIND-OR-ADD-JOB-EXIT.
006420     IF CNS-JBT-FOUND-NO
006430         ADD 1 TO CNS-DROPPED-COUNT
006440         GO TO 3100-ACCUMULATE-ONE-HISTORY-EXIT
006450     END-IF.
006460     IF CNS-CYCLE-POS < CNS-CUR-FIRST-SUB
006470         ADD 1 TO CNS-JBT-PREV-RUNS (CNS-JBT-HIT-SUB)
006480     ELSE
006490         ADD 1 TO CNS-JBT-CUR-RUNS (CNS-JBT-HIT-SUB)
006500     END-IF.
006510     IF CNS-HIS-ALERT-CRITICAL
006520         MOVE "Y"
006530             TO CNS-JBT-CYCLE-FLAG (CNS-JBT-HIT-SUB,
006540                                    CNS-CYCLE-POS)
006550     END-IF.
006560 3100-ACCUMULATE-ONE-HISTORY-EXIT.
006570     EXIT.
006580*
006590*    ---------------------------------------------------------
006600*    PASS TWO OVER ERRARCH: ABENDS PER JOB AND WINDOW, A FAILED
006610*    CYCLE FOR EACH, AND THE JOB/CODE PAIRS OF THE CURRENT WINDOW
006620*    ---------------------------------------------------------
006630 3200-ACCUMULATE-ARCHIVE.
006640     IF CNS-EAR-AVAIL-NO OR CNS-CUR-CYCLES = 0
006650         GO TO 3200-ACCUMULATE-ARCHIVE-EXIT
006660     END-IF.
006670     SET CNS-EAR-EOF-NO TO TRUE.
006680     OPEN INPUT ERROR-ARCHIVE-FILE.
006690     IF NOT CNS-EAR-FILE-OK
006700         SET CNS-EAR-AVAIL-NO TO TRUE
006710         GO TO 3200-ACCUMULATE-ARCHIVE-EXIT
006720     END-IF.
006730     PERFORM 3300-ACCUMULATE-ONE-ARCHIVE
006740         THRU 3300-ACCUMULATE-ONE-ARCHIVE-EXIT
006750         UNTIL CNS-EAR-EOF-YES.
006760     CLOSE ERROR-ARCHIVE-FILE.
006770 3200-ACCUMULATE-ARCHIVE-EXIT.
006780     EXIT.
006790*
006800 3300-ACCUMULATE-ONE-ARCHIVE.
006810     READ ERROR-ARCHIVE-FILE
006820         AT END
006830             SET CNS-EAR-EOF-YES TO TRUE
006840             GO TO 3300-ACCUMULATE-ONE-ARCHIVE-EXIT
006850     END-READ.
006860     ADD 1 TO CNS-EAR-READ-COUNT.
006870     MOVE CNS-EAR-DETAIL TO CNS-ERRLOG-FILE-RECORD.
006880     IF CNS-EF-JOB-NAME = SPACES
006890         GO TO 3300-ACCUMULATE-ONE-ARCHIVE-EXIT
006900     END-IF.
006910     MOVE CNS-EAR-CYCLE-DATE TO CNS-FIND-DATE.
006920     PERFORM 3400-FIND-CYCLE-POSITION
006930         THRU 3400-FIND-CYCLE-POSITION-EXIT.
006940     IF CNS-CYCLE-POS = 0
006950         GO TO 3300-ACCUMULATE-ONE-ARCHIVE-EXIT
006960     END-IF.
006970     MOVE CNS-EF-JOB-NAME TO CNS-FIND-JOB.
006980     PERFORM 3500-FIND-OR-ADD-JOB
006990         THRU 3500-FIND-OR-ADD-JOB-EXIT.
007000     IF CNS-JBT-FOUND-NO
007010         ADD 1 TO CNS-DROPPED-COUNT
007020         GO TO 3300-ACCUMULATE-ONE-ARCHIVE-EXIT
007030     END-IF.
007040     MOVE "Y"
007050         TO CNS-JBT-CYCLE-FLAG (CNS-JBT-HIT-SUB, CNS-CYCLE-POS).
007060     IF CNS-CYCLE-POS < CNS-CUR-FIRST-SUB
007070         ADD 1 TO CNS-JBT-PREV-ABENDS (CNS-JBT-HIT-SUB)
007080         GO TO 3300-ACCUMULATE-ONE-ARCHIVE-EXIT
007090     END-IF.
007100     ADD 1 TO CNS-JBT-CUR-ABENDS (CNS-JBT-HIT-SUB).
007110     MOVE CNS-EF-CODE TO CNS-FIND-CODE.
007120     PERFORM 3600-FIND-OR-ADD-PAIR
007130         THRU 3600-FIND-OR-ADD-PAIR-EXIT.
007140     IF CNS-PRT-FOUND-NO
007150         ADD 1 TO CNS-DROPPED-COUNT
007160         GO TO 3300-ACCUMULATE-ONE-ARCHIVE-EXIT
007170     END-IF.
007180     ADD 1 TO CNS-PRT-ABENDS (CNS-PRT-HIT-SUB).
007190     COMPUTE CNS-PRT-FLAG-SUB
007200         = CNS-CYCLE-POS - CNS-CUR-FIRST-SUB + 1.
007210     MOVE "Y"
007220         TO CNS-PRT-CYCLE-FLAG (CNS-PRT-HIT-SUB,
007230                                CNS-PRT-FLAG-SUB).
007240 3300-ACCUMULATE-ONE-ARCHIVE-EXIT.
007250     EXIT.
007260*
007270*    ---------------------------------------------------------
007280*    POSITION OF CNS-FIND-DATE IN THE WINDOW TABLE, 0 WHEN IT
007290*    FALLS OUTSIDE BOTH WINDOWS
007300*    ---------------------------------------------------------
007310 3400-FIND-CYCLE-POSITION.
007320     MOVE 0 TO CNS-CYCLE-POS.
007330     SET CNS-WIN-FOUND-NO TO TRUE.
007340     PERFORM 3410-MATCH-ONE-CYCLE
007350         THRU 3410-MATCH-ONE-CYCLE-EXIT
007360         VARYING CNS-WIN-SUB FROM 1 BY 1
007370         UNTIL CNS-WIN-SUB > CNS-WIN-COUNT
007380            OR CNS-WIN-FOUND-YES.
007390 3400-FIND-CYCLE-POSITION-EXIT.
007400     EXIT.
007410*
007420 3410-MATCH-ONE-CYCLE.
007430     IF CNS-WIN-DATE (CNS-WIN-SUB) = CNS-FIND-DATE
007440         SET CNS-WIN-FOUND-YES TO TRUE
007450         MOVE CNS-WIN-SUB TO CNS-CYCLE-POS
007460     END-IF.
007470 3410-MATCH-ONE-CYCLE-EXIT.
007480     EXIT.
007490*
007500*    ---------------------------------------------------------
007510*    FIND CNS-FIND-JOB IN THE JOB TABLE, ADDING IT WHEN NEW
007520*    ---------------------------------------------------------
007530 3500-FIND-OR-ADD-JOB.
007540     SET CNS-JBT-FOUND-NO TO TRUE.
007550     PERFORM 3510-MATCH-ONE-JOB
007560         THRU 3510-MATCH-ONE-JOB-EXIT
007570         VARYING CNS-JBT-SUB FROM 1 BY 1
007580         UNTIL CNS-JBT-SUB > CNS-JBT-COUNT
007590            OR CNS-JBT-FOUND-YES.
007600     IF CNS-JBT-FOUND-YES
007610         GO TO 3500-FIND-OR-ADD-JOB-EXIT
007620     END-IF.
007630     IF CNS-JBT-COUNT = 500
007640         GO TO 3500-FIND-OR-ADD-JOB-EXIT
007650     END-IF.
007660     ADD 1 TO CNS-JBT-COUNT.
007670     MOVE CNS-JBT-COUNT TO CNS-JBT-HIT-SUB.
007680     INITIALIZE CNS-JBT-ENTRY (CNS-JBT-HIT-SUB).
007690     MOVE CNS-FIND-JOB TO CNS-JBT-JOB-NAME (CNS-JBT-HIT-SUB).
007700     MOVE "N" TO CNS-JBT-CHRONIC-SW (CNS-JBT-HIT-SUB).
007710     SET CNS-JBT-FOUND-YES TO TRUE.
007720 3500-FIND-OR-ADD-JOB-EXIT.
007730     EXIT.
007740*
007750 3510-MATCH-ONE-JOB.
007760     IF CNS-JBT-JOB-NAME (CNS-JBT-SUB) = CNS-FIND-JOB
007770         SET CNS-JBT-FOUND-YES TO TRUE
007780         MOVE CNS-JBT-SUB TO CNS-JBT-HIT-SUB
007790     END-IF.
007800 3510-MATCH-ONE-JOB-EXIT.
007810     EXIT.
007820*
007830*    ---------------------------------------------------------
007840*    FIND THE PAIR CNS-FIND-JOB/CNS-FIND-CODE, ADDING IT WHEN NEW
007850*    ---------------------------------------------------------
007860 3600-FIND-OR-ADD-PAIR.
007870     SET CNS-PRT-FOUND-NO TO TRUE.
007880     PERFORM 3610-MATCH-ONE-PAIR
007890         THRU 3610-MATCH-ONE-PAIR-EXIT
007900         VARYING CNS-PRT-SUB FROM 1 BY 1
007910         UNTIL CNS-PRT-SUB > CNS-PRT-COUNT
007920            OR CNS-PRT-FOUND-YES.
007930     IF CNS-PRT-FOUND-YES
007940         GO TO 3600-FIND-OR-ADD-PAIR-EXIT
007950     END-IF.
007960     IF CNS-PRT-COUNT = 1000
007970         GO TO 3600-FIND-OR-ADD-PAIR-EXIT
007980     END-IF.
007990     ADD 1 TO CNS-PRT-COUNT.
008000     MOVE CNS-PRT-COUNT TO CNS-PRT-HIT-SUB.
008010     INITIALIZE CNS-PRT-ENTRY (CNS-PRT-HIT-SUB).
008020     MOVE CNS-FIND-JOB  TO CNS-PRT-JOB-NAME (CNS-PRT-HIT-SUB).
008030     MOVE CNS-FIND-CODE TO CNS-PRT-CODE (CNS-PRT-HIT-SUB).
008040     SET CNS-PRT-FOUND-YES TO TRUE.
008050 3600-FIND-OR-ADD-PAIR-EXIT.
008060     EXIT.
008070*
008080 3610-MATCH-ONE-PAIR.
008090     IF CNS-PRT-JOB-NAME (CNS-PRT-SUB) = CNS-FIND-JOB
008100             AND CNS-PRT-CODE (CNS-PRT-SUB) = CNS-FIND-CODE
008110         SET CNS-PRT-FOUND-YES TO TRUE
008120         MOVE CNS-PRT-SUB TO CNS-PRT-HIT-SUB
008130     END-IF.
008140 3610-MATCH-ONE-PAIR-EXIT.
008150     EXIT.
008160*
008170*    ---------------------------------------------------------
008180*    INCIDENTS RAISED IN THE CURRENT WINDOW FOR A CHRONIC JOB.
008190*    THE FIRST TEN ARE KEPT FOR LISTING; ALL ARE COUNTED.
008200*    ---------------------------------------------------------
008210 3700-COLLECT-INCIDENTS.
008220     IF CNS-CANDIDATE-COUNT = 0
008230         GO TO 3700-COLLECT-INCIDENTS-EXIT
008240     END-IF.
008250     SET CNS-INC-EOF-NO TO TRUE.
008260     OPEN INPUT INCIDENT-FILE.
008270     IF NOT CNS-INC-FILE-OK
008280         SET CNS-INC-AVAIL-NO TO TRUE
008290         GO TO 3700-COLLECT-INCIDENTS-EXIT
008300     END-IF.
008310     PERFORM 3710-COLLECT-ONE-INCIDENT
008320         THRU 3710-COLLECT-ONE-INCIDENT-EXIT
008330         UNTIL CNS-INC-EOF-YES.
008340     CLOSE INCIDENT-FILE.
008350 3700-COLLECT-INCIDENTS-EXIT.
008360     EXIT.
008370*
008380 3710-COLLECT-ONE-INCIDENT.
008390     READ INCIDENT-FILE NEXT RECORD
008400         AT END
008410             SET CNS-INC-EOF-YES TO TRUE
008420             GO TO 3710-COLLECT-ONE-INCIDENT-EXIT
008430     END-READ.
008440     MOVE CNS-INC-CYCLE-DATE TO CNS-FIND-DATE.
008450     PERFORM 3400-FIND-CYCLE-POSITION
008460         THRU 3400-FIND-CYCLE-POSITION-EXIT.
008470     IF CNS-CYCLE-POS < CNS-CUR-FIRST-SUB
008480         GO TO 3710-COLLECT-ONE-INCIDENT-EXIT
008490     END-IF.
008500     SET CNS-JBT-FOUND-NO TO TRUE.
008510     MOVE CNS-INC-JOB-NAME TO CNS-FIND-JOB.
008520     PERFORM 3510-MATCH-ONE-JOB
008530         THRU 3510-MATCH-ONE-JOB-EXIT
008540         VARYING CNS-JBT-SUB FROM 1 BY 1
008550         UNTIL CNS-JBT-SUB > CNS-JBT-COUNT
008560            OR CNS-JBT-FOUND-YES.
008570     IF CNS-JBT-FOUND-NO
008580         GO TO 3710-COLLECT-ONE-INCIDENT-EXIT
008590     END-IF.
008600     IF NOT CNS-JBT-CHRONIC (CNS-JBT-HIT-SUB)
008610         GO TO 3710-COLLECT-ONE-INCIDENT-EXIT
008620     END-IF.
008630     ADD 1 TO CNS-INCIDENT-COUNT.
008640     ADD 1 TO CNS-JBT-INC-COUNT (CNS-JBT-HIT-SUB).
008650     MOVE CNS-JBT-INC-COUNT (CNS-JBT-HIT-SUB) TO CNS-INC-SUB.
008660     IF CNS-INC-SUB > 10
008670         GO TO 3710-COLLECT-ONE-INCIDENT-EXIT
008680     END-IF.
008690     MOVE CNS-INC-NUMBER
008700         TO CNS-JBT-INC-NUMBER (CNS-JBT-HIT-SUB, CNS-INC-SUB).
008710     MOVE CNS-INC-CYCLE-DATE
008720         TO CNS-JBT-INC-CYCLE (CNS-JBT-HIT-SUB, CNS-INC-SUB).
008730     MOVE CNS-INC-STATUS
008740         TO CNS-JBT-INC-STATUS (CNS-JBT-HIT-SUB, CNS-INC-SUB).
008750     MOVE CNS-INC-ACK-OPERATOR-ID
008760         TO CNS-JBT-INC-ACK-OPR (CNS-JBT-HIT-SUB, CNS-INC-SUB).
008770     MOVE CNS-INC-CLOSE-OPERATOR-ID
008780         TO CNS-JBT-INC-CLOSE-OPR (CNS-JBT-HIT-SUB, CNS-INC-SUB).
008790 3710-COLLECT-ONE-INCIDENT-EXIT.
008800     EXIT.
008810*
008820*    ---------------------------------------------------------
008830*    FAILED CYCLES, RATES, TREND AND CHRONIC FLAG PER JOB, AND
008840*    FAILED CYCLES PER PAIR
008850*    ---------------------------------------------------------
008860 4000-SCORE-JOBS.
008870     PERFORM 4100-SCORE-ONE-JOB
008880         THRU 4100-SCORE-ONE-JOB-EXIT
008890         VARYING CNS-JBT-SUB FROM 1 BY 1
008900         UNTIL CNS-JBT-SUB > CNS-JBT-COUNT.
008910     PERFORM 4200-SCORE-ONE-PAIR
008920         THRU 4200-SCORE-ONE-PAIR-EXIT
008930         VARYING CNS-PRT-SUB FROM 1 BY 1
008940         UNTIL CNS-PRT-SUB > CNS-PRT-COUNT.
008950 4000-SCORE-JOBS-EXIT.
008960     EXIT.
008970*
008980 4100-SCORE-ONE-JOB.
008990     PERFORM 4110-COUNT-ONE-JOB-FLAG
009000         THRU 4110-COUNT-ONE-JOB-FLAG-EXIT
009010         VARYING CNS-WIN-SUB FROM 1 BY 1
009020         UNTIL CNS-WIN-SUB > CNS-WIN-COUNT.
009030*    RATE BASE: CYCLES RUN PER JOBHIST, THE WINDOW LENGTH WHEN
009040*    THE JOB HAS NO HISTORY, NEVER FEWER THAN THE FAILED CYCLES
009050     MOVE CNS-JBT-CUR-RUNS (CNS-JBT-SUB) TO CNS-RATE-BASE.
009060     IF CNS-RATE-BASE = 0
009070         MOVE CNS-CUR-CYCLES TO CNS-RATE-BASE
009080     END-IF.
009090     IF CNS-RATE-BASE < CNS-JBT-CUR-FAILED (CNS-JBT-SUB)
009100         MOVE CNS-JBT-CUR-FAILED (CNS-JBT-SUB) TO CNS-RATE-BASE
009110     END-IF.
009120     MOVE CNS-RATE-BASE TO CNS-JBT-CUR-BASE (CNS-JBT-SUB).
009130     IF CNS-RATE-BASE > 0
009140         COMPUTE CNS-JBT-CUR-RATE (CNS-JBT-SUB) ROUNDED
009150             = CNS-JBT-CUR-FAILED (CNS-JBT-SUB) * 100
009160             / CNS-RATE-BASE
009170     END-IF.
009180     MOVE CNS-JBT-PREV-RUNS (CNS-JBT-SUB) TO CNS-RATE-BASE.
009190     IF CNS-RATE-BASE = 0
009200         MOVE CNS-PREV-CYCLES TO CNS-RATE-BASE
009210     END-IF.
009220     IF CNS-RATE-BASE < CNS-JBT-PREV-FAILED (CNS-JBT-SUB)
009230         MOVE CNS-JBT-PREV-FAILED (CNS-JBT-SUB) TO CNS-RATE-BASE
009240     END-IF.
009250     IF CNS-RATE-BASE > 0
009260         COMPUTE CNS-JBT-PREV-RATE (CNS-JBT-SUB) ROUNDED
009270             = CNS-JBT-PREV-FAILED (CNS-JBT-SUB) * 100
009280             / CNS-RATE-BASE
009290     END-IF.
009300     EVALUATE TRUE
009310         WHEN CNS-PREV-CYCLES = 0
009320             MOVE "N/A   " TO CNS-JBT-TREND (CNS-JBT-SUB)
009330         WHEN CNS-JBT-PREV-FAILED (CNS-JBT-SUB) = 0
009340                 AND CNS-JBT-CUR-FAILED (CNS-JBT-SUB) > 0
009350             MOVE "NEW   " TO CNS-JBT-TREND (CNS-JBT-SUB)
009360         WHEN CNS-JBT-CUR-RATE (CNS-JBT-SUB)
009370                 > CNS-JBT-PREV-RATE (CNS-JBT-SUB)
009380             MOVE "WORSE " TO CNS-JBT-TREND (CNS-JBT-SUB)
009390         WHEN CNS-JBT-CUR-RATE (CNS-JBT-SUB)
009400                 < CNS-JBT-PREV-RATE (CNS-JBT-SUB)
009410             MOVE "BETTER" TO CNS-JBT-TREND (CNS-JBT-SUB)
009420         WHEN OTHER
009430             MOVE "SAME  " TO CNS-JBT-TREND (CNS-JBT-SUB)
009440     END-EVALUATE.
009450     IF CNS-JBT-CUR-FAILED (CNS-JBT-SUB) NOT < CNS-THRESHOLD
009460         MOVE "Y" TO CNS-JBT-CHRONIC-SW (CNS-JBT-SUB)
009470         ADD 1 TO CNS-CANDIDATE-COUNT
009480     END-IF.
009490 4100-SCORE-ONE-JOB-EXIT.
009500     EXIT.
009510*
009520 4110-COUNT-ONE-JOB-FLAG.
009530     IF CNS-JBT-CYCLE-FLAG (CNS-JBT-SUB, CNS-WIN-SUB) = "Y"
009540         IF CNS-WIN-SUB < CNS-CUR-FIRST-SUB
009550             ADD 1 TO CNS-JBT-PREV-FAILED (CNS-JBT-SUB)
009560         ELSE
009570             ADD 1 TO CNS-JBT-CUR-FAILED (CNS-JBT-SUB)
009580         END-IF
009590     END-IF.
009600 4110-COUNT-ONE-JOB-FLAG-EXIT.
009610     EXIT.
009620*
009630 4200-SCORE-ONE-PAIR.
009640     PERFORM 4210-COUNT-ONE-PAIR-FLAG
009650         THRU 4210-COUNT-ONE-PAIR-FLAG-EXIT
009660         VARYING CNS-PRT-FLAG-SUB FROM 1 BY 1
009670         UNTIL CNS-PRT-FLAG-SUB > CNS-CUR-CYCLES.
009680 4200-SCORE-ONE-PAIR-EXIT.
009690     EXIT.
009700*
009710 4210-COUNT-ONE-PAIR-FLAG.
009720     IF CNS-PRT-CYCLE-FLAG (CNS-PRT-SUB, CNS-PRT-FLAG-SUB) = "Y"
009730         ADD 1 TO CNS-PRT-FAILED (CNS-PRT-SUB)
009740     END-IF.
009750 4210-COUNT-ONE-PAIR-FLAG-EXIT.
009760     EXIT.
009770*
009780*    ---------------------------------------------------------
009790*    RANK THE JOBS THAT FAILED IN EITHER WINDOW
009800*    ---------------------------------------------------------
009810 5000-RANK-JOBS.
009820     MOVE 0 TO CNS-JRK-COUNT.
009830     PERFORM 5010-LIST-ONE-JOB
009840         THRU 5010-LIST-ONE-JOB-EXIT
009850         VARYING CNS-JBT-SUB FROM 1 BY 1
009860         UNTIL CNS-JBT-SUB > CNS-JBT-COUNT.
009870     PERFORM 5100-INSERT-ONE-JOB
009880         THRU 5100-INSERT-ONE-JOB-EXIT
009890         VARYING CNS-RNK-SUB FROM 2 BY 1
009900         UNTIL CNS-RNK-SUB > CNS-JRK-COUNT.
009910 5000-RANK-JOBS-EXIT.
009920     EXIT.
009930*
009940 5010-LIST-ONE-JOB.
009950     IF CNS-JBT-CUR-FAILED (CNS-JBT-SUB) > 0
009960             OR CNS-JBT-PREV-FAILED (CNS-JBT-SUB) > 0
009970         ADD 1 TO CNS-JRK-COUNT
009980         MOVE CNS-JBT-SUB TO CNS-JRK-JOB-SUB (CNS-JRK-COUNT)
009990     END-IF.
010000 5010-LIST-ONE-JOB-EXIT.
010010     EXIT.
010020*
010030 5100-INSERT-ONE-JOB.
010040     MOVE CNS-JRK-JOB-SUB (CNS-RNK-SUB) TO CNS-RNK-HOLD.
010050     MOVE CNS-RNK-SUB TO CNS-RNK-POS.
010060     SET CNS-RNK-PLACED-NO TO TRUE.
010070     PERFORM 5110-SHIFT-ONE-JOB
010080         THRU 5110-SHIFT-ONE-JOB-EXIT
010090         UNTIL CNS-RNK-POS = 1 OR CNS-RNK-PLACED-YES.
010100     MOVE CNS-RNK-HOLD TO CNS-JRK-JOB-SUB (CNS-RNK-POS).
010110 5100-INSERT-ONE-JOB-EXIT.
010120     EXIT.
010130*
010140 5110-SHIFT-ONE-JOB.
010150     MOVE CNS-JRK-JOB-SUB (CNS-RNK-POS - 1) TO CNS-RNK-OTHER.
010160     PERFORM 5120-COMPARE-JOBS THRU 5120-COMPARE-JOBS-EXIT.
010170     IF CNS-RNK-BEFORE-YES
010180         MOVE CNS-RNK-OTHER TO CNS-JRK-JOB-SUB (CNS-RNK-POS)
010190         SUBTRACT 1 FROM CNS-RNK-POS
010200     ELSE
010210         SET CNS-RNK-PLACED-YES TO TRUE
010220     END-IF.
010230 5110-SHIFT-ONE-JOB-EXIT.
010240     EXIT.
010250*
010260*    DOES JOB CNS-RNK-HOLD RANK AHEAD OF JOB CNS-RNK-OTHER?
010270 5120-COMPARE-JOBS.
010280     SET CNS-RNK-BEFORE-NO TO TRUE.
010290     EVALUATE TRUE
010300         WHEN CNS-JBT-CUR-FAILED (CNS-RNK-HOLD)
010310                 > CNS-JBT-CUR-FAILED (CNS-RNK-OTHER)
010320             SET CNS-RNK-BEFORE-YES TO TRUE
010330         WHEN CNS-JBT-CUR-FAILED (CNS-RNK-HOLD)
010340                 < CNS-JBT-CUR-FAILED (CNS-RNK-OTHER)
010350             CONTINUE
010360         WHEN CNS-JBT-CUR-ABENDS (CNS-RNK-HOLD)
010370                 > CNS-JBT-CUR-ABENDS (CNS-RNK-OTHER)
010380             SET CNS-RNK-BEFORE-YES TO TRUE
010390         WHEN CNS-JBT-CUR-ABENDS (CNS-RNK-HOLD)
010400                 < CNS-JBT-CUR-ABENDS (CNS-RNK-OTHER)
010410             CONTINUE
010420         WHEN CNS-JBT-PREV-FAILED (CNS-RNK-HOLD)
010430                 > CNS-JBT-PREV-FAILED (CNS-RNK-OTHER)
010440             SET CNS-RNK-BEFORE-YES TO TRUE
010450         WHEN CNS-JBT-PREV-FAILED (CNS-RNK-HOLD)
010460                 < CNS-JBT-PREV-FAILED (CNS-RNK-OTHER)
010470             CONTINUE
010480         WHEN CNS-JBT-JOB-NAME (CNS-RNK-HOLD)
010490                 < CNS-JBT-JOB-NAME (CNS-RNK-OTHER)
010500             SET CNS-RNK-BEFORE-YES TO TRUE
010510     END-EVALUATE.
010520 5120-COMPARE-JOBS-EXIT.
010530     EXIT.
010540*
010550*    ---------------------------------------------------------
010560*    RANK THE JOB/CODE PAIRS OF THE CURRENT WINDOW
010570*    ---------------------------------------------------------
010580 5500-RANK-PAIRS.
010590     MOVE CNS-PRT-COUNT TO CNS-PRK-COUNT.
010600     PERFORM 5510-LIST-ONE-PAIR
010610         THRU 5510-LIST-ONE-PAIR-EXIT
010620         VARYING CNS-PRT-SUB FROM 1 BY 1
010630         UNTIL CNS-PRT-SUB > CNS-PRT-COUNT.
010640     PERFORM 5600-INSERT-ONE-PAIR
010650         THRU 5600-INSERT-ONE-PAIR-EXIT
010660         VARYING CNS-RNK-SUB FROM 2 BY 1
010670         UNTIL CNS-RNK-SUB > CNS-PRK-COUNT.
010680 5500-RANK-PAIRS-EXIT.
010690     EXIT.
010700*
010710 5510-LIST-ONE-PAIR.
010720     MOVE CNS-PRT-SUB TO CNS-PRK-PAIR-SUB (CNS-PRT-SUB).
010730 5510-LIST-ONE-PAIR-EXIT.
010740     EXIT.
010750*
010760 5600-INSERT-ONE-PAIR.
010770     MOVE CNS-PRK-PAIR-SUB (CNS-RNK-SUB) TO CNS-RNK-HOLD.
010780     MOVE CNS-RNK-SUB TO CNS-RNK-POS.
010790     SET CNS-RNK-PLACED-NO TO TRUE.
010800     PERFORM 5610-SHIFT-ONE-PAIR
010810         THRU 5610-SHIFT-ONE-PAIR-EXIT
010820         UNTIL CNS-RNK-POS = 1 OR CNS-RNK-PLACED-YES.
010830     MOVE CNS-RNK-HOLD TO CNS-PRK-PAIR-SUB (CNS-RNK-POS).
010840 5600-INSERT-ONE-PAIR-EXIT.
010850     EXIT.
010860*
010870 5610-SHIFT-ONE-PAIR.
010880     MOVE CNS-PRK-PAIR-SUB (CNS-RNK-POS - 1) TO CNS-RNK-OTHER.
010890     PERFORM 5620-COMPARE-PAIRS THRU 5620-COMPARE-PAIRS-EXIT.
010900     IF CNS-RNK-BEFORE-YES
010910         MOVE CNS-RNK-OTHER TO CNS-PRK-PAIR-SUB (CNS-RNK-POS)
010920         SUBTRACT 1 FROM CNS-RNK-POS
010930     ELSE
010940         SET CNS-RNK-PLACED-YES TO TRUE
010950     END-IF.
010960 5610-SHIFT-ONE-PAIR-EXIT.
010970     EXIT.
010980*
010990*    DOES PAIR CNS-RNK-HOLD RANK AHEAD OF PAIR CNS-RNK-OTHER?
011000 5620-COMPARE-PAIRS.
011010     SET CNS-RNK-BEFORE-NO TO TRUE.
011020     EVALUATE TRUE
011030         WHEN CNS-PRT-FAILED (CNS-RNK-HOLD)
011040                 > CNS-PRT-FAILED (CNS-RNK-OTHER)
011050             SET CNS-RNK-BEFORE-YES TO TRUE
011060         WHEN CNS-PRT-FAILED (CNS-RNK-HOLD)
011070                 < CNS-PRT-FAILED (CNS-RNK-OTHER)
011080             CONTINUE
011090         WHEN CNS-PRT-ABENDS (CNS-RNK-HOLD)
011100                 > CNS-PRT-ABENDS (CNS-RNK-OTHER)
011110             SET CNS-RNK-BEFORE-YES TO TRUE
011120         WHEN CNS-PRT-ABENDS (CNS-RNK-HOLD)
011130                 < CNS-PRT-ABENDS (CNS-RNK-OTHER)
011140             CONTINUE
011150         WHEN CNS-PRT-JOB-NAME (CNS-RNK-HOLD)
011160                 < CNS-PRT-JOB-NAME (CNS-RNK-OTHER)
011170             SET CNS-RNK-BEFORE-YES TO TRUE
011180         WHEN CNS-PRT-JOB-NAME (CNS-RNK-HOLD)
011190                 > CNS-PRT-JOB-NAME (CNS-RNK-OTHER)
011200             CONTINUE
011210         WHEN CNS-PRT-CODE (CNS-RNK-HOLD)
011220                 < CNS-PRT-CODE (CNS-RNK-OTHER)
011230             SET CNS-RNK-BEFORE-YES TO TRUE
011240     END-EVALUATE.
011250 5620-COMPARE-PAIRS-EXIT.
011260     EXIT.
011270*
011280*    ---------------------------------------------------------
011290*    REPORT SECTION 1: JOBS IN RANK ORDER WITH THE COMPARISON
011300*    AGAINST THE PREVIOUS WINDOW
011310*    ---------------------------------------------------------
011320 6000-PRINT-JOB-RANKING.
011330     MOVE SPACES TO CNS-RPT-LINE.
011340     WRITE CNS-RPT-LINE.
011350     MOVE "JOBS RANKED BY FAILED CYCLES IN THE WINDOW"
011360         TO CNS-RPT-LINE.
011370     WRITE CNS-RPT-LINE.
011380     MOVE SPACES TO CNS-RPT-LINE.
011390     WRITE CNS-RPT-LINE.
011400     IF CNS-JRK-COUNT = 0
011410         MOVE "NO JOB FAILED IN EITHER WINDOW" TO CNS-RPT-LINE
011420         WRITE CNS-RPT-LINE
011430         GO TO 6000-PRINT-JOB-RANKING-EXIT
011440     END-IF.
011450     PERFORM 6100-PRINT-ONE-JOB
011460         THRU 6100-PRINT-ONE-JOB-EXIT
011470         VARYING CNS-RNK-SUB FROM 1 BY 1
011480         UNTIL CNS-RNK-SUB > CNS-JRK-COUNT.
011490 6000-PRINT-JOB-RANKING-EXIT.
011500     EXIT.
011510*
011520 6100-PRINT-ONE-JOB.
011530     MOVE CNS-JRK-JOB-SUB (CNS-RNK-SUB) TO CNS-JBT-SUB.
011540     MOVE CNS-RNK-SUB TO CNS-RANK-EDIT.
011550     MOVE CNS-JBT-CUR-FAILED (CNS-JBT-SUB) TO CNS-CYCLE-EDIT.
011560     MOVE CNS-JBT-CUR-BASE (CNS-JBT-SUB) TO CNS-BASE-EDIT.
011570     MOVE CNS-JBT-CUR-RATE (CNS-JBT-SUB) TO CNS-PCT-EDIT.
011580     MOVE CNS-JBT-PREV-RATE (CNS-JBT-SUB) TO CNS-PREV-PCT-EDIT.
011590     MOVE CNS-JBT-CUR-ABENDS (CNS-JBT-SUB) TO CNS-COUNT-EDIT.
011600     MOVE SPACES TO CNS-CHRONIC-TEXT.
011610     IF CNS-JBT-CHRONIC (CNS-JBT-SUB)
011620         MOVE " CHRONIC" TO CNS-CHRONIC-TEXT
011630     END-IF.
011640     MOVE SPACES TO CNS-RPT-LINE.
011650     MOVE 1 TO CNS-LINE-PTR.
011660     STRING CNS-RANK-EDIT          DELIMITED BY SIZE
011670            " "                    DELIMITED BY SIZE
011680            CNS-JBT-JOB-NAME (CNS-JBT-SUB)
011690                                   DELIMITED BY SIZE
011700            " FAILED "             DELIMITED BY SIZE
011710            CNS-CYCLE-EDIT         DELIMITED BY SIZE
011720            "/"                    DELIMITED BY SIZE
011730            CNS-BASE-EDIT          DELIMITED BY SIZE
011740            " RATE "               DELIMITED BY SIZE
011750            CNS-PCT-EDIT           DELIMITED BY SIZE
011760            "% ABENDS "            DELIMITED BY SIZE
011770            CNS-COUNT-EDIT         DELIMITED BY SIZE
011780            " PREV "               DELIMITED BY SIZE
011790            CNS-PREV-PCT-EDIT      DELIMITED BY SIZE
011800            "% "                   DELIMITED BY SIZE
011810            CNS-JBT-TREND (CNS-JBT-SUB)
011820                                   DELIMITED BY SIZE
011830            CNS-CHRONIC-TEXT       DELIMITED BY SIZE
011840       INTO CNS-RPT-LINE
011850       WITH POINTER CNS-LINE-PTR
011860     END-STRING.
011870     WRITE CNS-RPT-LINE.
011880 6100-PRINT-ONE-JOB-EXIT.
011890     EXIT.
011900*
011910*    ---------------------------------------------------------
011920*    REPORT SECTION 2: JOB/CODE PAIRS IN RANK ORDER
011930*    ---------------------------------------------------------
011940 6200-PRINT-PAIR-RANKING.
011950     MOVE SPACES TO CNS-RPT-LINE.
011960     WRITE CNS-RPT-LINE.
011970     MOVE "JOB/CODE PAIRS RANKED BY FAILED CYCLES IN THE WINDOW"
011980         TO CNS-RPT-LINE.
011990     WRITE CNS-RPT-LINE.
012000     MOVE SPACES TO CNS-RPT-LINE.
012010     WRITE CNS-RPT-LINE.
012020     IF CNS-PRK-COUNT = 0
012030         MOVE "NO ABENDS ARCHIVED IN THE WINDOW" TO CNS-RPT-LINE
012040         WRITE CNS-RPT-LINE
012050         GO TO 6200-PRINT-PAIR-RANKING-EXIT
012060     END-IF.
012070     PERFORM 6300-PRINT-ONE-PAIR
012080         THRU 6300-PRINT-ONE-PAIR-EXIT
012090         VARYING CNS-RNK-SUB FROM 1 BY 1
012100         UNTIL CNS-RNK-SUB > CNS-PRK-COUNT.
012110 6200-PRINT-PAIR-RANKING-EXIT.
012120     EXIT.
012130*
012140 6300-PRINT-ONE-PAIR.
012150     MOVE CNS-PRK-PAIR-SUB (CNS-RNK-SUB) TO CNS-PRT-SUB.
012160     MOVE CNS-RNK-SUB TO CNS-RANK-EDIT.
012170     MOVE CNS-PRT-FAILED (CNS-PRT-SUB) TO CNS-CYCLE-EDIT.
012180     MOVE CNS-CUR-CYCLES TO CNS-BASE-EDIT.
012190     MOVE CNS-PRT-ABENDS (CNS-PRT-SUB) TO CNS-COUNT-EDIT.
012200     MOVE SPACES TO CNS-RPT-LINE.
012210     MOVE 1 TO CNS-LINE-PTR.
012220     STRING CNS-RANK-EDIT          DELIMITED BY SIZE
012230            " "                    DELIMITED BY SIZE
012240            CNS-PRT-JOB-NAME (CNS-PRT-SUB)
012250                                   DELIMITED BY SIZE
012260            " "                    DELIMITED BY SIZE
012270            CNS-PRT-CODE (CNS-PRT-SUB)
012280                                   DELIMITED BY SIZE
012290            " FAILED IN "          DELIMITED BY SIZE
012300            CNS-CYCLE-EDIT         DELIMITED BY SIZE
012310            " OF "                 DELIMITED BY SIZE
012320            CNS-BASE-EDIT          DELIMITED BY SIZE
012330            " CYCLES  ABENDS "     DELIMITED BY SIZE
012340            CNS-COUNT-EDIT         DELIMITED BY SIZE
012350       INTO CNS-RPT-LINE
012360       WITH POINTER CNS-LINE-PTR
012370     END-STRING.
012380     WRITE CNS-RPT-LINE.
012390 6300-PRINT-ONE-PAIR-EXIT.
012400     EXIT.
012410*
012420*    ---------------------------------------------------------
012430*    REPORT SECTION 3: CHRONIC PROBLEM CANDIDATES IN RANK ORDER,
012440*    EACH WITH ITS INCIDENTS, AND THE EXTRACT RECORD
012450*    ---------------------------------------------------------
012460 6400-PRINT-CANDIDATES.
012470     MOVE SPACES TO CNS-RPT-LINE.
012480     WRITE CNS-RPT-LINE.
012490     MOVE "CHRONIC PROBLEM CANDIDATES" TO CNS-RPT-LINE.
012500     WRITE CNS-RPT-LINE.
012510     IF CNS-INC-AVAIL-NO
012520         MOVE "INCFILE UNAVAILABLE - INCIDENTS NOT LISTED"
012530             TO CNS-RPT-LINE
012540         WRITE CNS-RPT-LINE
012550     END-IF.
012560     IF CNS-CANDIDATE-COUNT = 0
012570         MOVE SPACES TO CNS-RPT-LINE
012580         WRITE CNS-RPT-LINE
012590         MOVE "NO JOB REACHED THE CHRONIC THRESHOLD"
012600             TO CNS-RPT-LINE
012610         WRITE CNS-RPT-LINE
012620         GO TO 6400-PRINT-CANDIDATES-EXIT
012630     END-IF.
012640     PERFORM 6500-PRINT-ONE-CANDIDATE
012650         THRU 6500-PRINT-ONE-CANDIDATE-EXIT
012660         VARYING CNS-RNK-SUB FROM 1 BY 1
012670         UNTIL CNS-RNK-SUB > CNS-JRK-COUNT.
012680 6400-PRINT-CANDIDATES-EXIT.
012690     EXIT.
012700*
012710 6500-PRINT-ONE-CANDIDATE.
012720     MOVE CNS-JRK-JOB-SUB (CNS-RNK-SUB) TO CNS-JBT-SUB.
012730     IF NOT CNS-JBT-CHRONIC (CNS-JBT-SUB)
012740         GO TO 6500-PRINT-ONE-CANDIDATE-EXIT
012750     END-IF.
012760     MOVE SPACES TO CNS-TOP-CODE.
012770     MOVE 0 TO CNS-TOP-CODE-COUNT.
012780     PERFORM 6510-CHECK-ONE-TOP-CODE
012790         THRU 6510-CHECK-ONE-TOP-CODE-EXIT
012800         VARYING CNS-PRT-SUB FROM 1 BY 1
012810         UNTIL CNS-PRT-SUB > CNS-PRT-COUNT.
012820     MOVE SPACES TO CNS-RPT-LINE.
012830     WRITE CNS-RPT-LINE.
012840     MOVE 1 TO CNS-LINE-PTR.
012850     MOVE CNS-JBT-CUR-FAILED (CNS-JBT-SUB) TO CNS-CYCLE-EDIT.
012860     MOVE CNS-CUR-CYCLES TO CNS-BASE-EDIT.
012870     STRING CNS-JBT-JOB-NAME (CNS-JBT-SUB)
012880                                   DELIMITED BY SIZE
012890            " FAILED IN "          DELIMITED BY SIZE
012900            CNS-CYCLE-EDIT         DELIMITED BY SIZE
012910            " OF THE LAST "        DELIMITED BY SIZE
012920            CNS-BASE-EDIT          DELIMITED BY SIZE
012930            " CYCLES  TREND "      DELIMITED BY SIZE
012940            CNS-JBT-TREND (CNS-JBT-SUB)
012950                                   DELIMITED BY SIZE
012960       INTO CNS-RPT-LINE
012970       WITH POINTER CNS-LINE-PTR
012980     END-STRING.
012990     WRITE CNS-RPT-LINE.
013000     MOVE SPACES TO CNS-RPT-LINE.
013010     IF CNS-TOP-CODE-COUNT = 0
013020         MOVE "    NO ABEND ARCHIVED - CRITICAL ALERTS ONLY"
013030             TO CNS-RPT-LINE
013040     ELSE
013050         MOVE 1 TO CNS-LINE-PTR
013060         MOVE CNS-TOP-CODE-COUNT TO CNS-COUNT-EDIT
013070         STRING "    MOST FREQUENT CODE " DELIMITED BY SIZE
013080                CNS-TOP-CODE       DELIMITED BY SIZE
013090                " ABENDS "         DELIMITED BY SIZE
013100                CNS-COUNT-EDIT     DELIMITED BY SIZE
013110           INTO CNS-RPT-LINE
013120           WITH POINTER CNS-LINE-PTR
013130         END-STRING
013140     END-IF.
013150     WRITE CNS-RPT-LINE.
013160     IF CNS-JBT-INC-COUNT (CNS-JBT-SUB) = 0
013170         MOVE SPACES TO CNS-RPT-LINE
013180         MOVE "    NO INCIDENT RAISED IN THE WINDOW"
013190             TO CNS-RPT-LINE
013200         WRITE CNS-RPT-LINE
013210     ELSE
013220         PERFORM 6520-PRINT-ONE-INCIDENT
013230             THRU 6520-PRINT-ONE-INCIDENT-EXIT
013240             VARYING CNS-INC-SUB FROM 1 BY 1
013250             UNTIL CNS-INC-SUB > CNS-JBT-INC-COUNT (CNS-JBT-SUB)
013260                OR CNS-INC-SUB > 10
013270     END-IF.
013280     IF CNS-JBT-INC-COUNT (CNS-JBT-SUB) > 10
013290         MOVE SPACES TO CNS-RPT-LINE
013300         MOVE 1 TO CNS-LINE-PTR
013310         COMPUTE CNS-COUNT-EDIT
013320             = CNS-JBT-INC-COUNT (CNS-JBT-SUB) - 10
013330         STRING "    AND "          DELIMITED BY SIZE
013340                CNS-COUNT-EDIT     DELIMITED BY SIZE
013350                " MORE INCIDENTS"  DELIMITED BY SIZE
013360           INTO CNS-RPT-LINE
013370           WITH POINTER CNS-LINE-PTR
013380         END-STRING
013390         WRITE CNS-RPT-LINE
013400     END-IF.
013410     PERFORM 6600-WRITE-CANDIDATE
013420         THRU 6600-WRITE-CANDIDATE-EXIT.
013430 6500-PRINT-ONE-CANDIDATE-EXIT.
013440     EXIT.
013450*
013460 6510-CHECK-ONE-TOP-CODE.
013470     IF CNS-PRT-JOB-NAME (CNS-PRT-SUB)
013480             = CNS-JBT-JOB-NAME (CNS-JBT-SUB)
013490             AND CNS-PRT-ABENDS (CNS-PRT-SUB) > CNS-TOP-CODE-COUNT
013500         MOVE CNS-PRT-CODE (CNS-PRT-SUB) TO CNS-TOP-CODE
013510         MOVE CNS-PRT-ABENDS (CNS-PRT-SUB) TO CNS-TOP-CODE-COUNT
013520     END-IF.
013530 6510-CHECK-ONE-TOP-CODE-EXIT.
013540     EXIT.
013550*
013560 6520-PRINT-ONE-INCIDENT.
013570     MOVE SPACES TO CNS-RPT-LINE.
013580     MOVE 1 TO CNS-LINE-PTR.
013590     STRING "    INCIDENT "        DELIMITED BY SIZE
013600            CNS-JBT-INC-NUMBER (CNS-JBT-SUB, CNS-INC-SUB)
013610                                   DELIMITED BY SIZE
013620            "  CYCLE "             DELIMITED BY SIZE
013630            CNS-JBT-INC-CYCLE (CNS-JBT-SUB, CNS-INC-SUB)
013640                                   DELIMITED BY SIZE
013650            "  STATUS "            DELIMITED BY SIZE
013660            CNS-JBT-INC-STATUS (CNS-JBT-SUB, CNS-INC-SUB)
013670                                   DELIMITED BY SIZE
013680            "  ACK "               DELIMITED BY SIZE
013690            CNS-JBT-INC-ACK-OPR (CNS-JBT-SUB, CNS-INC-SUB)
013700                                   DELIMITED BY SIZE
013710            "  CLOSED "            DELIMITED BY SIZE
013720            CNS-JBT-INC-CLOSE-OPR (CNS-JBT-SUB, CNS-INC-SUB)
013730                                   DELIMITED BY SIZE
013740       INTO CNS-RPT-LINE
013750       WITH POINTER CNS-LINE-PTR
013760     END-STRING.
013770     WRITE CNS-RPT-LINE.
013780 6520-PRINT-ONE-INCIDENT-EXIT.
013790     EXIT.
013800*
013810 6600-WRITE-CANDIDATE.
013820     MOVE SPACES TO CNS-PROBLEM-CANDIDATE-RECORD.
013830     MOVE CNS-JBT-JOB-NAME (CNS-JBT-SUB) TO CNS-PCX-JOB-NAME.
013840     MOVE CNS-RNK-SUB TO CNS-PCX-RANK.
013850     MOVE CNS-WIN-DATE (CNS-CUR-FIRST-SUB)
013860         TO CNS-PCX-WINDOW-FIRST.
013870     MOVE CNS-WIN-DATE (CNS-WIN-COUNT) TO CNS-PCX-WINDOW-LAST.
013880     MOVE CNS-CUR-CYCLES TO CNS-PCX-WINDOW-CYCLES.
013890     MOVE CNS-THRESHOLD TO CNS-PCX-THRESHOLD.
013900     MOVE CNS-JBT-CUR-FAILED (CNS-JBT-SUB)
013910         TO CNS-PCX-FAILED-CYCLES.
013920     MOVE CNS-JBT-CUR-BASE (CNS-JBT-SUB) TO CNS-PCX-RUN-CYCLES.
013930     MOVE CNS-JBT-CUR-ABENDS (CNS-JBT-SUB) TO CNS-PCX-ABEND-COUNT.
013940     MOVE CNS-JBT-CUR-RATE (CNS-JBT-SUB) TO CNS-PCX-RATE-PCT.
013950     MOVE CNS-JBT-PREV-RATE (CNS-JBT-SUB)
013960         TO CNS-PCX-PREV-RATE-PCT.
013970     MOVE CNS-JBT-TREND (CNS-JBT-SUB) TO CNS-PCX-TREND.
013980     MOVE CNS-TOP-CODE TO CNS-PCX-TOP-CODE.
013990     MOVE CNS-TOP-CODE-COUNT TO CNS-PCX-TOP-CODE-COUNT.
014000     MOVE CNS-JBT-INC-COUNT (CNS-JBT-SUB)
014010         TO CNS-PCX-INCIDENT-COUNT.
014020     MOVE 0 TO CNS-PCX-LAST-INCIDENT.
014030     IF CNS-JBT-INC-COUNT (CNS-JBT-SUB) > 0
014040         MOVE CNS-JBT-INC-COUNT (CNS-JBT-SUB) TO CNS-INC-SUB
014050         IF CNS-INC-SUB > 10
014060             MOVE 10 TO CNS-INC-SUB
014070         END-IF
014080         MOVE CNS-JBT-INC-NUMBER (CNS-JBT-SUB, CNS-INC-SUB)
014090             TO CNS-PCX-LAST-INCIDENT
014100     END-IF.
014110     MOVE CNS-RUN-DATE TO CNS-PCX-RUN-DATE.
014120     WRITE CNS-PROBLEM-CANDIDATE-RECORD.
014130 6600-WRITE-CANDIDATE-EXIT.
014140     EXIT.
014150*
014160*    ---------------------------------------------------------
014170*    CLOSING TOTALS
014180*    ---------------------------------------------------------
014190 9000-FINALIZE.
014200     MOVE SPACES TO CNS-RPT-LINE.
014210     WRITE CNS-RPT-LINE.
014220     MOVE CNS-EAR-READ-COUNT TO CNS-BIG-COUNT-EDIT.
014230     STRING "ARCHIVED ERRORS READ.. " DELIMITED BY SIZE
014240            CNS-BIG-COUNT-EDIT       DELIMITED BY SIZE
014250       INTO CNS-RPT-LINE
014260     END-STRING.
014270     WRITE CNS-RPT-LINE.
014280     MOVE SPACES TO CNS-RPT-LINE.
014290     MOVE CNS-HIS-READ-COUNT TO CNS-BIG-COUNT-EDIT.
014300     STRING "HISTORY RECORDS READ.. " DELIMITED BY SIZE
014310            CNS-BIG-COUNT-EDIT       DELIMITED BY SIZE
014320       INTO CNS-RPT-LINE
014330     END-STRING.
014340     WRITE CNS-RPT-LINE.
014350     MOVE SPACES TO CNS-RPT-LINE.
014360     MOVE CNS-JRK-COUNT TO CNS-COUNT-EDIT.
014370     STRING "JOBS RANKED........... " DELIMITED BY SIZE
014380            CNS-COUNT-EDIT           DELIMITED BY SIZE
014390       INTO CNS-RPT-LINE
014400     END-STRING.
014410     WRITE CNS-RPT-LINE.
014420     MOVE SPACES TO CNS-RPT-LINE.
014430     MOVE CNS-PRK-COUNT TO CNS-COUNT-EDIT.
014440     STRING "JOB/CODE PAIRS........ " DELIMITED BY SIZE
014450            CNS-COUNT-EDIT           DELIMITED BY SIZE
014460       INTO CNS-RPT-LINE
014470     END-STRING.
014480     WRITE CNS-RPT-LINE.
014490     MOVE SPACES TO CNS-RPT-LINE.
014500     MOVE CNS-CANDIDATE-COUNT TO CNS-COUNT-EDIT.
014510     STRING "CHRONIC CANDIDATES.... " DELIMITED BY SIZE
014520            CNS-COUNT-EDIT           DELIMITED BY SIZE
014530       INTO CNS-RPT-LINE
014540     END-STRING.
014550     WRITE CNS-RPT-LINE.
014560     MOVE SPACES TO CNS-RPT-LINE.
014570     MOVE CNS-INCIDENT-COUNT TO CNS-COUNT-EDIT.
014580     STRING "THEIR INCIDENTS....... " DELIMITED BY SIZE
014590            CNS-COUNT-EDIT           DELIMITED BY SIZE
014600       INTO CNS-RPT-LINE
014610     END-STRING.
014620     WRITE CNS-RPT-LINE.
014630     IF CNS-DROPPED-COUNT > 0
014640         MOVE SPACES TO CNS-RPT-LINE
014650         MOVE CNS-DROPPED-COUNT TO CNS-BIG-COUNT-EDIT
014660         STRING "NOT ANALYSED (FULL)... " DELIMITED BY SIZE
014670                CNS-BIG-COUNT-EDIT       DELIMITED BY SIZE
014680           INTO CNS-RPT-LINE
014690         END-STRING
014700         WRITE CNS-RPT-LINE
014710     END-IF.
014720     CLOSE CANDIDATE-FILE.
014730     CLOSE CHRONIC-REPORT-FILE.
014740 9000-FINALIZE-EXIT.
014750     EXIT.
