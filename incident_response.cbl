000100*=================================================================
000110* PROGRAM      : INCRESP
000120* AUTHOR       : R L BLAKE
000130* INSTALLATION : OPERATIONS CONTROL GROUP
000140* DATE-WRITTEN : 2026-10-15
000150*
000160* REMARKS.
000170*     MONTHLY INCIDENT RESPONSE-TIME REPORT.  INCTRACK STAMPS
000180*     EACH INCIDENT WITH ITS OPEN, ACKNOWLEDGEMENT AND CLOSE
000190*     DATES AND TIMES AND THE SHIFT ON DUTY WHEN IT OPENED; THIS
000200*     JOB TURNS THOSE STAMPS INTO THE NUMBERS MANAGEMENT ASKS
000210*     FOR EVERY QUARTER, WHICH USED TO BE BUILT BY HAND FROM THE
000220*     PRINTED SHIFT SUMMARIES.  FOR EVERY INCIDENT OPENED IN THE
000230*     MONTH IT TAKES:
000240*       - TIME TO ACKNOWLEDGE (OPEN TO ACK), WHEN ACKNOWLEDGED;
000250*       - TIME TO CLOSE (OPEN TO CLOSE), WHEN CLOSED;
000260*       - WHETHER THE ESCALATION LOG SHOWS AN ON-CALL PAGE FOR
000270*         THE SAME JOB AND CYCLE BEFORE ANYONE ACKNOWLEDGED IT
000280*         (A PAGED INCIDENT NEVER ACKNOWLEDGED COUNTS TOO).
000290*     AND PRINTS THE COUNT, MEAN AND WORST OF EACH FOR THE
000300*     MONTH, THEN BROKEN DOWN BY ACKNOWLEDGING OPERATOR, BY
000310*     SHIFT NAME AND BY JOB.
000320*
000330*     THE MONTH ARRIVES ON SYSIN AS YYYYMM; BLANK OR NON-NUMERIC
000340*     MEANS THE PREVIOUS CALENDAR MONTH.  AN ACKNOWLEDGEMENT
000350*     STAMPED BEFORE THE INCIDENT OPENED (THE OPERATOR DISMISSED
000360*     THE ALERT BEFORE INCTRACK'S NEXT RUN) COUNTS AS ZERO.
000370*     ELAPSED TIMES ARE PRINTED AS HOURS:MM:SS.  RETURN CODE 8
000380*     WHEN THE INCIDENT MASTER CANNOT BE READ.
000390*
000400* MODIFICATION HISTORY.
000410*     2026-10-15  RLB  ORIGINAL PROGRAM.
000420*=================================================================
000430 IDENTIFICATION DIVISION.
000440 PROGRAM-ID.     INCRESP.
000450 AUTHOR.         R L BLAKE.
000460 INSTALLATION.   OPERATIONS CONTROL GROUP.
000470 DATE-WRITTEN.   2026-10-15.
000480 DATE-COMPILED.
000490*
000500 ENVIRONMENT DIVISION.
000510 CONFIGURATION SECTION.
000520 SOURCE-COMPUTER.    GNUCOBOL.
000530 OBJECT-COMPUTER.    GNUCOBOL.
000540*
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570     SELECT INCIDENT-FILE       ASSIGN TO "INCFILE"
000580            ORGANIZATION IS INDEXED
000590            ACCESS MODE IS SEQUENTIAL
000600            RECORD KEY IS CNS-INC-NUMBER
000610            FILE STATUS IS CNS-INC-FILE-STATUS.
000620*
000630     SELECT ESCALATION-LOG-FILE ASSIGN TO "ESCLOG"
000640            ORGANIZATION IS SEQUENTIAL
000650            FILE STATUS IS CNS-ESL-FILE-STATUS.
000660*
000670     SELECT RESPONSE-REPORT-FILE ASSIGN TO "INCRRPT"
000680            ORGANIZATION IS SEQUENTIAL
000690            FILE STATUS IS CNS-RPT-FILE-STATUS.
000700*
000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  INCIDENT-FILE
000740     RECORDING MODE IS F
000750     LABEL RECORDS ARE STANDARD.
000760 COPY CNSINCD.
000770*
000780 FD  ESCALATION-LOG-FILE
000790     RECORDING MODE IS F
000800     LABEL RECORDS ARE STANDARD.
000810 COPY CNSESCL.
000820*
000830 FD  RESPONSE-REPORT-FILE
000840     RECORDING MODE IS F
000850     LABEL RECORDS ARE STANDARD.
000860 01  CNS-RPT-LINE                PIC X(80).
000870*
000880 WORKING-STORAGE SECTION.
000890*
000900*    ---------------------------------------------------------
000910*    FILE STATUS AND END-OF-FILE SWITCHES
000920*    ---------------------------------------------------------
000930 77  CNS-INC-FILE-STATUS          PIC X(02)  VALUE SPACES.
000940     88  CNS-INC-FILE-OK                     VALUE "00".
000950*
000960 77  CNS-INC-EOF-SW                PIC X(01) VALUE "N".
000970     88  CNS-INC-EOF-YES                     VALUE "Y".
000980     88  CNS-INC-EOF-NO                      VALUE "N".
000990*
001000 77  CNS-ESL-FILE-STATUS          PIC X(02)  VALUE SPACES.
001010     88  CNS-ESL-FILE-OK                     VALUE "00".
001020*
001030 77  CNS-ESL-EOF-SW                PIC X(01) VALUE "N".
001040     88  CNS-ESL-EOF-YES                     VALUE "Y".
001050     88  CNS-ESL-EOF-NO                      VALUE "N".
001060*
001070 77  CNS-RPT-FILE-STATUS          PIC X(02)  VALUE SPACES.
001080     88  CNS-RPT-FILE-OK                     VALUE "00".
001090*
001100*    ---------------------------------------------------------
001110*    REPORT MONTH FROM SYSIN, DEFAULTED TO LAST MONTH
001120*    ---------------------------------------------------------
001130 77  CNS-MONTH-IN                 PIC X(06)  VALUE SPACES.
001140*
001150 01  CNS-REPORT-MONTH-WORK.
001160     05  CNS-RPM-FIELD            PIC X(06).
001170     05  CNS-RPM-DIGITS REDEFINES CNS-RPM-FIELD.
001180         10  CNS-RPM-YYYY         PIC 9(04).
001190         10  CNS-RPM-MM           PIC 9(02).
001200*
001210 01  CNS-TODAY-WORK.
001220     05  CNS-TDY-FIELD            PIC X(08).
001230     05  CNS-TDY-DIGITS REDEFINES CNS-TDY-FIELD.
001240         10  CNS-TDY-YYYY         PIC 9(04).
001250         10  CNS-TDY-MM           PIC 9(02).
001260         10  CNS-TDY-DD           PIC 9(02).
001270*
001280*    ---------------------------------------------------------
001290*    EARLIEST ON-CALL PAGE PER JOB AND CYCLE, FROM THE
001300*    ESCALATION LOG.  THE STAMP IS DATE THEN TIME, SO IT
001310*    COMPARES IN TIME ORDER.
001320*    ---------------------------------------------------------
001330 01  CNS-PAGE-TABLE.
001340     05  CNS-PGT-COUNT            PIC 9(03)  COMP VALUE 0.
001350     05  CNS-PGT-ENTRY OCCURS 1 TO 500 TIMES
001360                 DEPENDING ON CNS-PGT-COUNT
001370                 INDEXED BY CNS-PGT-IDX.
001380         10  CNS-PGT-JOB-NAME     PIC X(08).
001390         10  CNS-PGT-CYCLE-DATE   PIC X(08).
001400         10  CNS-PGT-STAMP        PIC X(16).
001410*
001420 77  CNS-PGT-SUB                  PIC 9(03)  COMP.
001430*
001440 77  CNS-PGT-FOUND-SW              PIC X(01) VALUE "N".
001450     88  CNS-PGT-FOUND-YES                   VALUE "Y".
001460     88  CNS-PGT-FOUND-NO                    VALUE "N".
001470*
001480 01  CNS-PAGE-STAMP-WORK.
001490     05  CNS-PSW-DATE             PIC 9(08).
001500     05  CNS-PSW-TIME             PIC 9(08).
001510*
001520 01  CNS-ACK-STAMP-WORK.
001530     05  CNS-ASW-DATE             PIC 9(08).
001540     05  CNS-ASW-TIME             PIC 9(08).
001550*
001560*    ---------------------------------------------------------
001570*    BREAKDOWN TABLE.  ONE ENTRY PER OPERATOR, SHIFT OR JOB,
001580*    TOLD APART BY THE TYPE BYTE, SO ONE SET OF PARAGRAPHS
001590*    ACCUMULATES AND PRINTS ALL THREE BREAKDOWNS.
001600*    ---------------------------------------------------------
001610 01  CNS-BREAKDOWN-TABLE.
001620     05  CNS-BRK-COUNT            PIC 9(04)  COMP VALUE 0.
001630     05  CNS-BRK-ENTRY OCCURS 1 TO 1500 TIMES
001640                 DEPENDING ON CNS-BRK-COUNT
001650                 INDEXED BY CNS-BRK-IDX.
001660         10  CNS-BRK-TYPE         PIC X(01).
001670             88  CNS-BRK-TYPE-OPERATOR     VALUE "O".
001680             88  CNS-BRK-TYPE-SHIFT        VALUE "S".
001690             88  CNS-BRK-TYPE-JOB          VALUE "J".
001700         10  CNS-BRK-KEY          PIC X(10).
001710         10  CNS-BRK-INCIDENTS    PIC 9(05)  COMP.
001720         10  CNS-BRK-PAGED        PIC 9(05)  COMP.
001730         10  CNS-BRK-ACKED        PIC 9(05)  COMP.
001740         10  CNS-BRK-ACK-SUM      PIC 9(11)  COMP.
001750         10  CNS-BRK-ACK-WORST    PIC 9(09)  COMP.
001760         10  CNS-BRK-CLOSED       PIC 9(05)  COMP.
001770         10  CNS-BRK-CLOSE-SUM    PIC 9(11)  COMP.
001780         10  CNS-BRK-CLOSE-WORST  PIC 9(09)  COMP.
001790*
001800 77  CNS-BRK-SUB                  PIC 9(04)  COMP.
001810 77  CNS-BRK-SEARCH-TYPE          PIC X(01).
001820 77  CNS-BRK-SEARCH-KEY           PIC X(10).
001830 77  CNS-BRK-PRINTED              PIC 9(04)  COMP.
001840*
001850 77  CNS-BRK-FOUND-SW              PIC X(01) VALUE "N".
001860     88  CNS-BRK-FOUND-YES                   VALUE "Y".
001870     88  CNS-BRK-FOUND-NO                    VALUE "N".
001880*
001890*    MONTH TOTALS, KEPT IN THE SAME SHAPE AS A BREAKDOWN ENTRY
001900 01  CNS-MONTH-TOTALS.
001910     05  CNS-MTH-INCIDENTS        PIC 9(05)  COMP VALUE 0.
001920     05  CNS-MTH-PAGED            PIC 9(05)  COMP VALUE 0.
001930     05  CNS-MTH-ACKED            PIC 9(05)  COMP VALUE 0.
001940     05  CNS-MTH-ACK-SUM          PIC 9(11)  COMP VALUE 0.
001950     05  CNS-MTH-ACK-WORST        PIC 9(09)  COMP VALUE 0.
001960     05  CNS-MTH-CLOSED           PIC 9(05)  COMP VALUE 0.
001970     05  CNS-MTH-CLOSE-SUM        PIC 9(11)  COMP VALUE 0.
001980     05  CNS-MTH-CLOSE-WORST      PIC 9(09)  COMP VALUE 0.
001990*
002000 77  CNS-MTH-ACK-WORST-INC        PIC 9(06)  VALUE 0.
002010 77  CNS-MTH-CLOSE-WORST-INC      PIC 9(06)  VALUE 0.
002020*
002030*    ---------------------------------------------------------
002040*    THE CURRENT INCIDENT'S FIGURES
002050*    ---------------------------------------------------------
002060 77  CNS-ACK-SW                    PIC X(01) VALUE "N".
002070     88  CNS-ACK-TIMED-YES                   VALUE "Y".
002080     88  CNS-ACK-TIMED-NO                    VALUE "N".
002090*
002100 77  CNS-CLOSE-SW                  PIC X(01) VALUE "N".
002110     88  CNS-CLOSE-TIMED-YES                 VALUE "Y".
002120     88  CNS-CLOSE-TIMED-NO                  VALUE "N".
002130*
002140 77  CNS-PAGED-SW                  PIC X(01) VALUE "N".
002150     88  CNS-PAGED-YES                       VALUE "Y".
002160     88  CNS-PAGED-NO                        VALUE "N".
002170*
002180 77  CNS-ACK-ELAPSED              PIC 9(09)  COMP.
002190 77  CNS-CLOSE-ELAPSED            PIC 9(09)  COMP.
002200*
002210*    ---------------------------------------------------------
002220*    DATE AND TIME ARITHMETIC.  A YYYYMMDD DATE BECOMES A DAY
002230*    NUMBER (DAYS SINCE A FIXED ORIGIN, MARCH-BASED YEARS SO
002240*    THE LEAP DAY FALLS LAST), SO AN ELAPSED TIME CAN SPAN
002250*    MIDNIGHT, MONTH END AND YEAR END.
002260*    ---------------------------------------------------------
002270 01  CNS-DATE-WORK.
002280     05  CNS-DTW-FIELD            PIC X(08).
002290     05  CNS-DTW-DIGITS REDEFINES CNS-DTW-FIELD.
002300         10  CNS-DTW-YYYY         PIC 9(04).
002310         10  CNS-DTW-MM           PIC 9(02).
002320         10  CNS-DTW-DD           PIC 9(02).
002330*
002340 77  CNS-DAY-YEAR                 PIC 9(04)  COMP.
002350 77  CNS-DAY-MONTH                PIC 9(02)  COMP.
002360 77  CNS-DAY-NUMBER               PIC 9(08)  COMP.
002370 77  CNS-DAY-QUOT                 PIC 9(08)  COMP.
002380*
002390 01  CNS-TIME-WORK.
002400     05  CNS-TIM-FIELD            PIC X(08).
002410     05  CNS-TIM-DIGITS REDEFINES CNS-TIM-FIELD.
002420         10  CNS-TIM-HH           PIC 9(02).
002430         10  CNS-TIM-MM           PIC 9(02).
002440         10  CNS-TIM-SS           PIC 9(02).
002450         10  FILLER               PIC X(02).
002460*
002470 77  CNS-TIM-SECONDS              PIC 9(08)  COMP.
002480 77  CNS-TIM-QUOT                 PIC 9(08)  COMP.
002490 77  CNS-TIM-REM                  PIC 9(08)  COMP.
002500*
002510 77  CNS-FROM-DAY                 PIC 9(08)  COMP.
002520 77  CNS-FROM-SEC                 PIC 9(08)  COMP.
002530 77  CNS-TO-DAY                   PIC 9(08)  COMP.
002540 77  CNS-TO-SEC                   PIC 9(08)  COMP.
002550 77  CNS-ELAPSED-SEC              PIC S9(11) COMP.
002560*
002570 77  CNS-SECONDS-PER-DAY          PIC 9(08)  COMP  VALUE 86400.
002580*
002590*    ---------------------------------------------------------
002600*    PRINT-LINE BUILD AREA
002610*    ---------------------------------------------------------
002620 77  CNS-LINE-PTR                 PIC 9(03)  COMP.
002630 77  CNS-COUNT-EDIT               PIC ZZZZ9.
002640 77  CNS-COL-EDIT                 PIC ZZZ9.
002650 77  CNS-NUMBER-EDIT              PIC 9(06).
002660 77  CNS-DUR-SEC                  PIC 9(09)  COMP.
002670 77  CNS-DUR-HOURS                PIC 9(05)  COMP.
002680 77  CNS-BREAKDOWN-TITLE          PIC X(40).
002690 77  CNS-BREAKDOWN-KEY-TITLE      PIC X(10).
002700*
002710 01  CNS-DURATION-DISPLAY.
002720     05  CNS-DUD-HOURS            PIC ZZZ9.
002730     05  FILLER                   PIC X(01)  VALUE ":".
002740     05  CNS-DUD-MM               PIC 9(02).
002750     05  FILLER                   PIC X(01)  VALUE ":".
002760     05  CNS-DUD-SS               PIC 9(02).
002770*
002780 77  CNS-MEAN-ACK-DISPLAY         PIC X(10).
002790 77  CNS-WORST-ACK-DISPLAY        PIC X(10).
002800 77  CNS-MEAN-CLOSE-DISPLAY       PIC X(10).
002810 77  CNS-WORST-CLOSE-DISPLAY      PIC X(10).
002820*
002830 PROCEDURE DIVISION.
002840*
002850 0000-MAINLINE.
002860     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
002870     PERFORM 2000-LOAD-PAGE-TABLE
002880         THRU 2000-LOAD-PAGE-TABLE-EXIT.
002890     PERFORM 3000-SCAN-INCIDENTS
002900         THRU 3000-SCAN-INCIDENTS-EXIT.
002910     PERFORM 5000-PRINT-MONTH-SUMMARY
002920         THRU 5000-PRINT-MONTH-SUMMARY-EXIT.
002930     MOVE "O" TO CNS-BRK-SEARCH-TYPE.
002940     MOVE "BY ACKNOWLEDGING OPERATOR" TO CNS-BREAKDOWN-TITLE.
002950     MOVE "OPERATOR  " TO CNS-BREAKDOWN-KEY-TITLE.
002960     PERFORM 6000-PRINT-BREAKDOWN
002970         THRU 6000-PRINT-BREAKDOWN-EXIT.
002980     MOVE "S" TO CNS-BRK-SEARCH-TYPE.
002990     MOVE "BY SHIFT ON DUTY WHEN OPENED" TO CNS-BREAKDOWN-TITLE.
003000     MOVE "SHIFT     " TO CNS-BREAKDOWN-KEY-TITLE.
003010     PERFORM 6000-PRINT-BREAKDOWN
003020         THRU 6000-PRINT-BREAKDOWN-EXIT.
003030     MOVE "J" TO CNS-BRK-SEARCH-TYPE.
003040     MOVE "BY JOB" TO CNS-BREAKDOWN-TITLE.
003050     MOVE "JOB       " TO CNS-BREAKDOWN-KEY-TITLE.
003060     PERFORM 6000-PRINT-BREAKDOWN
003070         THRU 6000-PRINT-BREAKDOWN-EXIT.
003080     PERFORM 9000-FINALIZE THRU 9000-FINALIZE-EXIT.
003090     STOP RUN.
003100 0000-MAINLINE-EXIT.
003110     EXIT.
003120*
003130*    ---------------------------------------------------------
003140*    REPORT MONTH FROM SYSIN (LAST MONTH WHEN NOT GIVEN) AND
003150*    THE REPORT HEADER
003160*    ---------------------------------------------------------
003170 1000-INITIALIZE.
003180     ACCEPT CNS-MONTH-IN.
003190     IF CNS-MONTH-IN NUMERIC
003200             AND CNS-MONTH-IN (5:2) > "00"
003210             AND CNS-MONTH-IN (5:2) < "13"
003220         MOVE CNS-MONTH-IN TO CNS-RPM-FIELD
003230     ELSE
003240         ACCEPT CNS-TDY-FIELD FROM DATE YYYYMMDD
003250         IF CNS-TDY-MM = 1
003260             COMPUTE CNS-RPM-YYYY = CNS-TDY-YYYY - 1
003270             MOVE 12 TO CNS-RPM-MM
003280         ELSE
003290             MOVE CNS-TDY-YYYY TO CNS-RPM-YYYY
003300             COMPUTE CNS-RPM-MM = CNS-TDY-MM - 1
003310         END-IF
003320     END-IF.
003330     OPEN OUTPUT RESPONSE-REPORT-FILE.
003340     MOVE SPACES TO CNS-RPT-LINE.
003350     MOVE "INCIDENT RESPONSE-TIME REPORT" TO CNS-RPT-LINE.
003360     WRITE CNS-RPT-LINE.
003370     MOVE SPACES TO CNS-RPT-LINE.
003380     MOVE 1 TO CNS-LINE-PTR.
003390     STRING "INCIDENTS OPENED IN MONTH "  DELIMITED BY SIZE
003400            CNS-RPM-FIELD                 DELIMITED BY SIZE
003410            "   TIMES ARE HOURS:MM:SS"    DELIMITED BY SIZE
003420       INTO CNS-RPT-LINE
003430       WITH POINTER CNS-LINE-PTR
003440     END-STRING.
003450     WRITE CNS-RPT-LINE.
003460     MOVE SPACES TO CNS-RPT-LINE.
003470     WRITE CNS-RPT-LINE.
003480 1000-INITIALIZE-EXIT.
003490     EXIT.
003500*
003510*    ---------------------------------------------------------
003520*    EARLIEST PAGE PER JOB AND CYCLE.  NO ESCALATION LOG MEANS
003530*    NO INCIDENT COUNTS AS PAGED.
003540*    ---------------------------------------------------------
003550 2000-LOAD-PAGE-TABLE.
003560     SET CNS-ESL-EOF-NO TO TRUE.
003570     OPEN INPUT ESCALATION-LOG-FILE.
003580     IF NOT CNS-ESL-FILE-OK
003590         MOVE SPACES TO CNS-RPT-LINE
003600         MOVE "ESCALATION LOG UNAVAILABLE - NO PAGES COUNTED"
003610             TO CNS-RPT-LINE
003620         WRITE CNS-RPT-LINE
003630         GO TO 2000-LOAD-PAGE-TABLE-EXIT
003640     END-IF.
003650     PERFORM 2100-LOAD-ONE-PAGE
003660         THRU 2100-LOAD-ONE-PAGE-EXIT
003670         UNTIL CNS-ESL-EOF-YES.
003680     CLOSE ESCALATION-LOG-FILE.
003690 2000-LOAD-PAGE-TABLE-EXIT.
003700     EXIT.
003710*
003720 2100-LOAD-ONE-PAGE.
003730     READ ESCALATION-LOG-FILE
003740         AT END
003750             SET CNS-ESL-EOF-YES TO TRUE
003760             GO TO 2100-LOAD-ONE-PAGE-EXIT
003770     END-READ.
003780     IF CNS-ESC-DATE NOT NUMERIC OR CNS-ESC-TIME NOT NUMERIC
003790         GO TO 2100-LOAD-ONE-PAGE-EXIT
003800     END-IF.
003810     MOVE CNS-ESC-DATE TO CNS-PSW-DATE.
003820     MOVE CNS-ESC-TIME TO CNS-PSW-TIME.
003830     PERFORM 2200-SEARCH-PAGE-TABLE
003840         THRU 2200-SEARCH-PAGE-TABLE-EXIT.
003850     IF CNS-PGT-FOUND-YES
003860         IF CNS-PAGE-STAMP-WORK < CNS-PGT-STAMP (CNS-PGT-SUB)
003870             MOVE CNS-PAGE-STAMP-WORK
003880                 TO CNS-PGT-STAMP (CNS-PGT-SUB)
003890         END-IF
003900         GO TO 2100-LOAD-ONE-PAGE-EXIT
003910     END-IF.
003920     IF CNS-PGT-COUNT = 500
003930         GO TO 2100-LOAD-ONE-PAGE-EXIT
003940     END-IF.
003950     ADD 1 TO CNS-PGT-COUNT.
003960     MOVE CNS-ESC-JOB-NAME   TO CNS-PGT-JOB-NAME (CNS-PGT-COUNT).
003970     MOVE CNS-ESC-CYCLE-DATE
003980         TO CNS-PGT-CYCLE-DATE (CNS-PGT-COUNT).
003990     MOVE CNS-PAGE-STAMP-WORK
004000         TO CNS-PGT-STAMP (CNS-PGT-COUNT).
004010 2100-LOAD-ONE-PAGE-EXIT.
004020     EXIT.
004030*
004040*    CALLED WITH THE JOB AND CYCLE IN THE ESCALATION RECORD
004050*    AREA; THE INCIDENT SCAN MOVES ITS OWN VALUES THERE FIRST.
004060 2200-SEARCH-PAGE-TABLE.
004070     SET CNS-PGT-FOUND-NO TO TRUE.
004080     IF CNS-PGT-COUNT = 0
004090         GO TO 2200-SEARCH-PAGE-TABLE-EXIT
004100     END-IF.
004110     SET CNS-PGT-IDX TO 1.
004120     SEARCH CNS-PGT-ENTRY
004130         WHEN CNS-PGT-JOB-NAME (CNS-PGT-IDX) = CNS-ESC-JOB-NAME
004140                 AND CNS-PGT-CYCLE-DATE (CNS-PGT-IDX)
004150                     = CNS-ESC-CYCLE-DATE
004160             SET CNS-PGT-FOUND-YES TO TRUE
004170             SET CNS-PGT-SUB TO CNS-PGT-IDX
004180     END-SEARCH.
004190 2200-SEARCH-PAGE-TABLE-EXIT.
004200     EXIT.
004210*
004220*    ---------------------------------------------------------
004230*    EVERY INCIDENT OPENED IN THE REPORT MONTH
004240*    ---------------------------------------------------------
004250 3000-SCAN-INCIDENTS.
004260     SET CNS-INC-EOF-NO TO TRUE.
004270     OPEN INPUT INCIDENT-FILE.
004280     IF NOT CNS-INC-FILE-OK
004290         MOVE SPACES TO CNS-RPT-LINE
004300         MOVE "INCIDENT MASTER UNAVAILABLE - NO REPORT"
004310             TO CNS-RPT-LINE
004320         WRITE CNS-RPT-LINE
004330         CLOSE RESPONSE-REPORT-FILE
004340         DISPLAY "INCRESP: INCIDENT MASTER UNAVAILABLE, STATUS "
004350             CNS-INC-FILE-STATUS
004360         MOVE 8 TO RETURN-CODE
004370         STOP RUN
004380     END-IF.
004390     PERFORM 3100-SCAN-ONE-INCIDENT
004400         THRU 3100-SCAN-ONE-INCIDENT-EXIT
004410         UNTIL CNS-INC-EOF-YES.
004420     CLOSE INCIDENT-FILE.
004430 3000-SCAN-INCIDENTS-EXIT.
004440     EXIT.
004450*
004460 3100-SCAN-ONE-INCIDENT.
004470     READ INCIDENT-FILE
004480         AT END
004490             SET CNS-INC-EOF-YES TO TRUE
004500             GO TO 3100-SCAN-ONE-INCIDENT-EXIT
004510     END-READ.
004520     IF CNS-INC-OPEN-DATE NOT NUMERIC
004530             OR CNS-INC-OPEN-TIME NOT NUMERIC
004540         GO TO 3100-SCAN-ONE-INCIDENT-EXIT
004550     END-IF.
004560     MOVE CNS-INC-OPEN-DATE TO CNS-DTW-FIELD.
004570     IF CNS-DTW-FIELD (1:6) NOT = CNS-RPM-FIELD
004580         GO TO 3100-SCAN-ONE-INCIDENT-EXIT
004590     END-IF.
004600     PERFORM 7200-DATE-TO-DAY-NUMBER
004610         THRU 7200-DATE-TO-DAY-NUMBER-EXIT.
004620     MOVE CNS-DAY-NUMBER TO CNS-FROM-DAY.
004630     MOVE CNS-INC-OPEN-TIME TO CNS-TIM-FIELD.
004640     PERFORM 7000-TIME-TO-SECONDS
004650         THRU 7000-TIME-TO-SECONDS-EXIT.
004660     MOVE CNS-TIM-SECONDS TO CNS-FROM-SEC.
004670*    TIME TO ACKNOWLEDGE
004680     SET CNS-ACK-TIMED-NO TO TRUE.
004690     IF CNS-INC-ACK-DATE NUMERIC AND CNS-INC-ACK-TIME NUMERIC
004700             AND CNS-INC-ACK-DATE > 0
004710         MOVE CNS-INC-ACK-DATE TO CNS-DTW-FIELD
004720         MOVE CNS-INC-ACK-TIME TO CNS-TIM-FIELD
004730         PERFORM 7400-ELAPSED-FROM-OPEN
004740             THRU 7400-ELAPSED-FROM-OPEN-EXIT
004750         MOVE CNS-ELAPSED-SEC TO CNS-ACK-ELAPSED
004760         SET CNS-ACK-TIMED-YES TO TRUE
004770     END-IF.
004780*    TIME TO CLOSE
004790     SET CNS-CLOSE-TIMED-NO TO TRUE.
004800     IF CNS-INC-STAT-CLOSED
004810             AND CNS-INC-CLOSE-DATE NUMERIC
004820             AND CNS-INC-CLOSE-TIME NUMERIC
004830             AND CNS-INC-CLOSE-DATE > 0
004840         MOVE CNS-INC-CLOSE-DATE TO CNS-DTW-FIELD
004850         MOVE CNS-INC-CLOSE-TIME TO CNS-TIM-FIELD
004860         PERFORM 7400-ELAPSED-FROM-OPEN
004870             THRU 7400-ELAPSED-FROM-OPEN-EXIT
004880         MOVE CNS-ELAPSED-SEC TO CNS-CLOSE-ELAPSED
004890         SET CNS-CLOSE-TIMED-YES TO TRUE
004900     END-IF.
004910*    PAGED BEFORE ANYONE ACKNOWLEDGED IT
004920     SET CNS-PAGED-NO TO TRUE.
004930     MOVE CNS-INC-JOB-NAME   TO CNS-ESC-JOB-NAME.
004940     MOVE CNS-INC-CYCLE-DATE TO CNS-ESC-CYCLE-DATE.
004950     PERFORM 2200-SEARCH-PAGE-TABLE
004960         THRU 2200-SEARCH-PAGE-TABLE-EXIT.
004970     IF CNS-PGT-FOUND-YES
004980         IF CNS-ACK-TIMED-NO
004990             SET CNS-PAGED-YES TO TRUE
005000         ELSE
005010             MOVE CNS-INC-ACK-DATE TO CNS-ASW-DATE
005020             MOVE CNS-INC-ACK-TIME TO CNS-ASW-TIME
005030             IF CNS-PGT-STAMP (CNS-PGT-SUB) < CNS-ACK-STAMP-WORK
005040                 SET CNS-PAGED-YES TO TRUE
005050             END-IF
005060         END-IF
005070     END-IF.
005080*    MONTH TOTALS
005090     ADD 1 TO CNS-MTH-INCIDENTS.
005100     IF CNS-PAGED-YES
005110         ADD 1 TO CNS-MTH-PAGED
005120     END-IF.
005130     IF CNS-ACK-TIMED-YES
005140         ADD 1 TO CNS-MTH-ACKED
005150         ADD CNS-ACK-ELAPSED TO CNS-MTH-ACK-SUM
005160         IF CNS-ACK-ELAPSED > CNS-MTH-ACK-WORST
005170                 OR CNS-MTH-ACKED = 1
005180             MOVE CNS-ACK-ELAPSED TO CNS-MTH-ACK-WORST
005190             MOVE CNS-INC-NUMBER  TO CNS-MTH-ACK-WORST-INC
005200         END-IF
005210     END-IF.
005220     IF CNS-CLOSE-TIMED-YES
005230         ADD 1 TO CNS-MTH-CLOSED
005240         ADD CNS-CLOSE-ELAPSED TO CNS-MTH-CLOSE-SUM
005250         IF CNS-CLOSE-ELAPSED > CNS-MTH-CLOSE-WORST
005260                 OR CNS-MTH-CLOSED = 1
005270             MOVE CNS-CLOSE-ELAPSED TO CNS-MTH-CLOSE-WORST
005280             MOVE CNS-INC-NUMBER    TO CNS-MTH-CLOSE-WORST-INC
005290         END-IF
005300     END-IF.
005310*    THE THREE BREAKDOWNS
005320     MOVE "O" TO CNS-BRK-SEARCH-TYPE.
005330     IF CNS-INC-ACK-OPERATOR-ID = SPACES
005340         MOVE "NOT ACKED" TO CNS-BRK-SEARCH-KEY
005350     ELSE
005360         MOVE CNS-INC-ACK-OPERATOR-ID TO CNS-BRK-SEARCH-KEY
005370     END-IF.
005380     PERFORM 4000-ACCUMULATE-BREAKDOWN
005390         THRU 4000-ACCUMULATE-BREAKDOWN-EXIT.
005400     MOVE "S" TO CNS-BRK-SEARCH-TYPE.
005410     IF CNS-INC-SHIFT-NAME = SPACES
005420         MOVE "UNKNOWN" TO CNS-BRK-SEARCH-KEY
005430     ELSE
005440         MOVE CNS-INC-SHIFT-NAME TO CNS-BRK-SEARCH-KEY
005450     END-IF.
005460     PERFORM 4000-ACCUMULATE-BREAKDOWN
005470         THRU 4000-ACCUMULATE-BREAKDOWN-EXIT.
005480     MOVE "J" TO CNS-BRK-SEARCH-TYPE.
005490     MOVE CNS-INC-JOB-NAME TO CNS-BRK-SEARCH-KEY.
005500     PERFORM 4000-ACCUMULATE-BREAKDOWN
005510         THRU 4000-ACCUMULATE-BREAKDOWN-EXIT.
005520 3100-SCAN-ONE-INCIDENT-EXIT.
005530     EXIT.
005540*
005550*    ---------------------------------------------------------
005560*    ADD THE CURRENT INCIDENT TO ONE BREAKDOWN ENTRY, ADDING
005570*    THE ENTRY WHEN NEW.  A FULL TABLE DROPS THE BREAKDOWN LINE
005580*    BUT NEVER THE MONTH TOTALS.
005590*    ---------------------------------------------------------
005600 4000-ACCUMULATE-BREAKDOWN.
005610     SET CNS-BRK-FOUND-NO TO TRUE.
005620     IF CNS-BRK-COUNT > 0
005630         SET CNS-BRK-IDX TO 1
005640         SEARCH CNS-BRK-ENTRY
005650             WHEN CNS-BRK-TYPE (CNS-BRK-IDX) = CNS-BRK-SEARCH-TYPE
005660                     AND CNS-BRK-KEY (CNS-BRK-IDX)
005670                         = CNS-BRK-SEARCH-KEY
005680                 SET CNS-BRK-FOUND-YES TO TRUE
005690                 SET CNS-BRK-SUB TO CNS-BRK-IDX
005700         END-SEARCH
005710     END-IF.
005720     IF CNS-BRK-FOUND-NO
005730         IF CNS-BRK-COUNT = 1500
005740             GO TO 4000-ACCUMULATE-BREAKDOWN-EXIT
005750         END-IF
005760         ADD 1 TO CNS-BRK-COUNT
005770         MOVE CNS-BRK-COUNT TO CNS-BRK-SUB
005780         MOVE CNS-BRK-SEARCH-TYPE TO CNS-BRK-TYPE (CNS-BRK-SUB)
005790         MOVE CNS-BRK-SEARCH-KEY  TO CNS-BRK-KEY (CNS-BRK-SUB)
005800         MOVE 0 TO CNS-BRK-INCIDENTS (CNS-BRK-SUB)
005810         MOVE 0 TO CNS-BRK-PAGED (CNS-BRK-SUB)
005820         MOVE 0 TO CNS-BRK-ACKED (CNS-BRK-SUB)
005830         MOVE 0 TO CNS-BRK-ACK-SUM (CNS-BRK-SUB)
005840         MOVE 0 TO CNS-BRK-ACK-WORST (CNS-BRK-SUB)
005850         MOVE 0 TO CNS-BRK-CLOSED (CNS-BRK-SUB)
005860         MOVE 0 TO CNS-BRK-CLOSE-SUM (CNS-BRK-SUB)
005870         MOVE 0 TO CNS-BRK-CLOSE-WORST (CNS-BRK-SUB)
005880     END-IF.
005890     ADD 1 TO CNS-BRK-INCIDENTS (CNS-BRK-SUB).
005900     IF CNS-PAGED-YES
005910         ADD 1 TO CNS-BRK-PAGED (CNS-BRK-SUB)
005920     END-IF.
005930     IF CNS-ACK-TIMED-YES
005940         ADD 1 TO CNS-BRK-ACKED (CNS-BRK-SUB)
005950         ADD CNS-ACK-ELAPSED TO CNS-BRK-ACK-SUM (CNS-BRK-SUB)
005960         IF CNS-ACK-ELAPSED > CNS-BRK-ACK-WORST (CNS-BRK-SUB)
005970             MOVE CNS-ACK-ELAPSED
005980                 TO CNS-BRK-ACK-WORST (CNS-BRK-SUB)
005990         END-IF
006000     END-IF.
006010     IF CNS-CLOSE-TIMED-YES
006020         ADD 1 TO CNS-BRK-CLOSED (CNS-BRK-SUB)
006030         ADD CNS-CLOSE-ELAPSED TO CNS-BRK-CLOSE-SUM (CNS-BRK-SUB)
006040         IF CNS-CLOSE-ELAPSED > CNS-BRK-CLOSE-WORST (CNS-BRK-SUB)
006050             MOVE CNS-CLOSE-ELAPSED
006060                 TO CNS-BRK-CLOSE-WORST (CNS-BRK-SUB)
006070         END-IF
006080     END-IF.
006090 4000-ACCUMULATE-BREAKDOWN-EXIT.
006100     EXIT.
006110*
006120*    ---------------------------------------------------------
006130*    MONTH SUMMARY
006140*    ---------------------------------------------------------
006150 5000-PRINT-MONTH-SUMMARY.
006160     MOVE SPACES TO CNS-RPT-LINE.
006170     MOVE CNS-MTH-INCIDENTS TO CNS-COUNT-EDIT.
006180     STRING "INCIDENTS OPENED...... " DELIMITED BY SIZE
006190            CNS-COUNT-EDIT           DELIMITED BY SIZE
006200       INTO CNS-RPT-LINE
006210     END-STRING.
006220     WRITE CNS-RPT-LINE.
006230     MOVE SPACES TO CNS-RPT-LINE.
006240     MOVE CNS-MTH-PAGED TO CNS-COUNT-EDIT.
006250     STRING "PAGED BEFORE ACK...... " DELIMITED BY SIZE
006260            CNS-COUNT-EDIT           DELIMITED BY SIZE
006270       INTO CNS-RPT-LINE
006280     END-STRING.
006290     WRITE CNS-RPT-LINE.
006300     MOVE SPACES TO CNS-RPT-LINE.
006310     MOVE CNS-MTH-ACKED TO CNS-COUNT-EDIT.
006320     STRING "ACKNOWLEDGED.......... " DELIMITED BY SIZE
006330            CNS-COUNT-EDIT           DELIMITED BY SIZE
006340       INTO CNS-RPT-LINE
006350     END-STRING.
006360     WRITE CNS-RPT-LINE.
006370     IF CNS-MTH-ACKED > 0
006380         COMPUTE CNS-DUR-SEC = CNS-MTH-ACK-SUM / CNS-MTH-ACKED
006390         PERFORM 7500-FORMAT-DURATION
006400             THRU 7500-FORMAT-DURATION-EXIT
006410         MOVE CNS-DURATION-DISPLAY TO CNS-MEAN-ACK-DISPLAY
006420         MOVE CNS-MTH-ACK-WORST TO CNS-DUR-SEC
006430         PERFORM 7500-FORMAT-DURATION
006440             THRU 7500-FORMAT-DURATION-EXIT
006450         MOVE CNS-DURATION-DISPLAY TO CNS-WORST-ACK-DISPLAY
006460         MOVE CNS-MTH-ACK-WORST-INC TO CNS-NUMBER-EDIT
006470         MOVE SPACES TO CNS-RPT-LINE
006480         MOVE 1 TO CNS-LINE-PTR
006490         STRING "  TIME TO ACK  MEAN "  DELIMITED BY SIZE
006500                CNS-MEAN-ACK-DISPLAY    DELIMITED BY SIZE
006510                "  WORST "              DELIMITED BY SIZE
006520                CNS-WORST-ACK-DISPLAY   DELIMITED BY SIZE
006530                "  INCIDENT "           DELIMITED BY SIZE
006540                CNS-NUMBER-EDIT         DELIMITED BY SIZE
006550           INTO CNS-RPT-LINE
006560           WITH POINTER CNS-LINE-PTR
006570         END-STRING
006580         WRITE CNS-RPT-LINE
006590     END-IF.
006600     MOVE SPACES TO CNS-RPT-LINE.
006610     MOVE CNS-MTH-CLOSED TO CNS-COUNT-EDIT.
006620     STRING "CLOSED................ " DELIMITED BY SIZE
006630            CNS-COUNT-EDIT           DELIMITED BY SIZE
006640       INTO CNS-RPT-LINE
006650     END-STRING.
006660     WRITE CNS-RPT-LINE.
006670     IF CNS-MTH-CLOSED > 0
006680         COMPUTE CNS-DUR-SEC = CNS-MTH-CLOSE-SUM / CNS-MTH-CLOSED
006690         PERFORM 7500-FORMAT-DURATION
006700             THRU 7500-FORMAT-DURATION-EXIT
006710         MOVE CNS-DURATION-DISPLAY TO CNS-MEAN-CLOSE-DISPLAY
006720         MOVE CNS-MTH-CLOSE-WORST TO CNS-DUR-SEC
006730         PERFORM 7500-FORMAT-DURATION
006740             THRU 7500-FORMAT-DURATION-EXIT
006750         MOVE CNS-DURATION-DISPLAY TO CNS-WORST-CLOSE-DISPLAY
006760         MOVE CNS-MTH-CLOSE-WORST-INC TO CNS-NUMBER-EDIT
006770         MOVE SPACES TO CNS-RPT-LINE
006780         MOVE 1 TO CNS-LINE-PTR
006790         STRING "  TIME TO CLOSE MEAN " DELIMITED BY SIZE
006800                CNS-MEAN-CLOSE-DISPLAY  DELIMITED BY SIZE
006810                "  WORST "              DELIMITED BY SIZE
006820                CNS-WORST-CLOSE-DISPLAY DELIMITED BY SIZE
006830                "  INCIDENT "           DELIMITED BY SIZE
006840                CNS-NUMBER-EDIT         DELIMITED BY SIZE
006850           INTO CNS-RPT-LINE
006860           WITH POINTER CNS-LINE-PTR
006870         END-STRING
006880         WRITE CNS-RPT-LINE
006890     END-IF.
006900 5000-PRINT-MONTH-SUMMARY-EXIT.
006910     EXIT.
006920*
006930*    ---------------------------------------------------------
006940*    ONE BREAKDOWN (THE TYPE IN CNS-BRK-SEARCH-TYPE): TITLE,
006950*    COLUMN HEADINGS, THEN ONE LINE PER ENTRY OF THAT TYPE
006960*    ---------------------------------------------------------
006970 6000-PRINT-BREAKDOWN.
006980     MOVE SPACES TO CNS-RPT-LINE.
006990     WRITE CNS-RPT-LINE.
007000     MOVE CNS-BREAKDOWN-TITLE TO CNS-RPT-LINE.
007010     WRITE CNS-RPT-LINE.
007020     MOVE SPACES TO CNS-RPT-LINE.
007030     MOVE CNS-BREAKDOWN-KEY-TITLE TO CNS-RPT-LINE (1:10).
007040     MOVE "INC"         TO CNS-RPT-LINE (12:3).
007050     MOVE "PAGE"        TO CNS-RPT-LINE (16:4).
007060     MOVE "ACK"         TO CNS-RPT-LINE (22:3).
007070     MOVE "MEAN ACK"    TO CNS-RPT-LINE (27:8).
007080     MOVE "WORST ACK"   TO CNS-RPT-LINE (37:9).
007090     MOVE "CLS"         TO CNS-RPT-LINE (48:3).
007100     MOVE "MEAN CLS"    TO CNS-RPT-LINE (54:8).
007110     MOVE "WORST CLS"   TO CNS-RPT-LINE (64:9).
007120     WRITE CNS-RPT-LINE.
007130     MOVE 0 TO CNS-BRK-PRINTED.
007140     PERFORM 6100-PRINT-ONE-BREAKDOWN
007150         THRU 6100-PRINT-ONE-BREAKDOWN-EXIT
007160         VARYING CNS-BRK-SUB FROM 1 BY 1
007170         UNTIL CNS-BRK-SUB > CNS-BRK-COUNT.
007180     IF CNS-BRK-PRINTED = 0
007190         MOVE SPACES TO CNS-RPT-LINE
007200         MOVE "  (NONE)" TO CNS-RPT-LINE
007210         WRITE CNS-RPT-LINE
007220     END-IF.
007230 6000-PRINT-BREAKDOWN-EXIT.
007240     EXIT.
007250*
007260 6100-PRINT-ONE-BREAKDOWN.
007270     IF CNS-BRK-TYPE (CNS-BRK-SUB) NOT = CNS-BRK-SEARCH-TYPE
007280         GO TO 6100-PRINT-ONE-BREAKDOWN-EXIT
007290     END-IF.
007300     ADD 1 TO CNS-BRK-PRINTED.
007310     MOVE SPACES TO CNS-MEAN-ACK-DISPLAY.
007320     MOVE SPACES TO CNS-WORST-ACK-DISPLAY.
007330     MOVE SPACES TO CNS-MEAN-CLOSE-DISPLAY.
007340     MOVE SPACES TO CNS-WORST-CLOSE-DISPLAY.
007350     IF CNS-BRK-ACKED (CNS-BRK-SUB) > 0
007360         COMPUTE CNS-DUR-SEC = CNS-BRK-ACK-SUM (CNS-BRK-SUB)
007370                             / CNS-BRK-ACKED (CNS-BRK-SUB)
007380         PERFORM 7500-FORMAT-DURATION
007390             THRU 7500-FORMAT-DURATION-EXIT
007400         MOVE CNS-DURATION-DISPLAY TO CNS-MEAN-ACK-DISPLAY
007410         MOVE CNS-BRK-ACK-WORST (CNS-BRK-SUB) TO CNS-DUR-SEC
007420         PERFORM 7500-FORMAT-DURATION
007430             THRU 7500-FORMAT-DURATION-EXIT
007440         MOVE CNS-DURATION-DISPLAY TO CNS-WORST-ACK-DISPLAY
007450     END-IF.
007460     IF CNS-BRK-CLOSED (CNS-BRK-SUB) > 0
007470         COMPUTE CNS-DUR-SEC = CNS-BRK-CLOSE-SUM (CNS-BRK-SUB)
007480                             / CNS-BRK-CLOSED (CNS-BRK-SUB)
007490         PERFORM 7500-FORMAT-DURATION
007500             THRU 7500-FORMAT-DURATION-EXIT
007510         MOVE CNS-DURATION-DISPLAY TO CNS-MEAN-CLOSE-DISPLAY
007520         MOVE CNS-BRK-CLOSE-WORST (CNS-BRK-SUB) TO CNS-DUR-SEC
007530         PERFORM 7500-FORMAT-DURATION
007540             THRU 7500-FORMAT-DURATION-EXIT
007550         MOVE CNS-DURATION-DISPLAY TO CNS-WORST-CLOSE-DISPLAY
007560     END-IF.
007570     MOVE SPACES TO CNS-RPT-LINE.
007580     MOVE CNS-BRK-KEY (CNS-BRK-SUB) TO CNS-RPT-LINE (1:10).
007590     MOVE CNS-BRK-INCIDENTS (CNS-BRK-SUB) TO CNS-COL-EDIT.
007600     MOVE CNS-COL-EDIT TO CNS-RPT-LINE (11:4).
007610     MOVE CNS-BRK-PAGED (CNS-BRK-SUB) TO CNS-COL-EDIT.
007620     MOVE CNS-COL-EDIT TO CNS-RPT-LINE (16:4).
007630     MOVE CNS-BRK-ACKED (CNS-BRK-SUB) TO CNS-COL-EDIT.
007640     MOVE CNS-COL-EDIT TO CNS-RPT-LINE (21:4).
007650     MOVE CNS-MEAN-ACK-DISPLAY  TO CNS-RPT-LINE (25:10).
007660     MOVE CNS-WORST-ACK-DISPLAY TO CNS-RPT-LINE (36:10).
007670     MOVE CNS-BRK-CLOSED (CNS-BRK-SUB) TO CNS-COL-EDIT.
007680     MOVE CNS-COL-EDIT TO CNS-RPT-LINE (47:4).
007690     MOVE CNS-MEAN-CLOSE-DISPLAY  TO CNS-RPT-LINE (52:10).
007700     MOVE CNS-WORST-CLOSE-DISPLAY TO CNS-RPT-LINE (63:10).
007710     WRITE CNS-RPT-LINE.
007720 6100-PRINT-ONE-BREAKDOWN-EXIT.
007730     EXIT.
007740*
007750*    ---------------------------------------------------------
007760*    HHMMSSHH TIME-OF-DAY TO SECONDS
007770*    ---------------------------------------------------------
007780 7000-TIME-TO-SECONDS.
007790     COMPUTE CNS-TIM-SECONDS
007800         = (CNS-TIM-HH * 3600) + (CNS-TIM-MM * 60) + CNS-TIM-SS.
007810 7000-TIME-TO-SECONDS-EXIT.
007820     EXIT.
007830*
007840*    ---------------------------------------------------------
007850*    YYYYMMDD TO A DAY NUMBER.  YEARS START IN MARCH, SO
007860*    JANUARY AND FEBRUARY COUNT AS MONTHS 11 AND 12 OF THE
007870*    YEAR BEFORE AND THE LEAP DAY NEEDS NO SPECIAL CASE.  EACH
007880*    DIVISION IS ITS OWN STEP SO IT TRUNCATES.
007890*    ---------------------------------------------------------
007900 7200-DATE-TO-DAY-NUMBER.
007910     IF CNS-DTW-MM > 2
007920         MOVE CNS-DTW-YYYY TO CNS-DAY-YEAR
007930         COMPUTE CNS-DAY-MONTH = CNS-DTW-MM - 3
007940     ELSE
007950         COMPUTE CNS-DAY-YEAR = CNS-DTW-YYYY - 1
007960         COMPUTE CNS-DAY-MONTH = CNS-DTW-MM + 9
007970     END-IF.
007980     COMPUTE CNS-DAY-NUMBER = 365 * CNS-DAY-YEAR.
007990     DIVIDE CNS-DAY-YEAR BY 4 GIVING CNS-DAY-QUOT.
008000     ADD CNS-DAY-QUOT TO CNS-DAY-NUMBER.
008010     DIVIDE CNS-DAY-YEAR BY 100 GIVING CNS-DAY-QUOT.
008020     SUBTRACT CNS-DAY-QUOT FROM CNS-DAY-NUMBER.
008030     DIVIDE CNS-DAY-YEAR BY 400 GIVING CNS-DAY-QUOT.
008040     ADD CNS-DAY-QUOT TO CNS-DAY-NUMBER.
008050     COMPUTE CNS-DAY-QUOT = (153 * CNS-DAY-MONTH) + 2.
008060     DIVIDE CNS-DAY-QUOT BY 5 GIVING CNS-DAY-QUOT.
008070     ADD CNS-DAY-QUOT TO CNS-DAY-NUMBER.
008080     ADD CNS-DTW-DD TO CNS-DAY-NUMBER.
008090 7200-DATE-TO-DAY-NUMBER-EXIT.
008100     EXIT.
008110*
008120*    ---------------------------------------------------------
008130*    SECONDS FROM THE INCIDENT'S OPENING (CNS-FROM-DAY/-SEC) TO
008140*    THE DATE IN CNS-DATE-WORK AND TIME IN CNS-TIME-WORK.  AN
008150*    END BEFORE THE OPENING COUNTS AS ZERO.
008160*    ---------------------------------------------------------
008170 7400-ELAPSED-FROM-OPEN.
008180     PERFORM 7200-DATE-TO-DAY-NUMBER
008190         THRU 7200-DATE-TO-DAY-NUMBER-EXIT.
008200     MOVE CNS-DAY-NUMBER TO CNS-TO-DAY.
008210     PERFORM 7000-TIME-TO-SECONDS
008220         THRU 7000-TIME-TO-SECONDS-EXIT.
008230     MOVE CNS-TIM-SECONDS TO CNS-TO-SEC.
008240     COMPUTE CNS-ELAPSED-SEC
008250         = ((CNS-TO-DAY - CNS-FROM-DAY) * CNS-SECONDS-PER-DAY)
008260         + CNS-TO-SEC - CNS-FROM-SEC.
008270     IF CNS-ELAPSED-SEC < 0
008280         MOVE 0 TO CNS-ELAPSED-SEC
008290     END-IF.
008300 7400-ELAPSED-FROM-OPEN-EXIT.
008310     EXIT.
008320*
008330*    ---------------------------------------------------------
008340*    ELAPSED SECONDS IN CNS-DUR-SEC TO HOURS:MM:SS.  HOURS RUN
008350*    PAST 24 RATHER THAN WRAPPING.
008360*    ---------------------------------------------------------
008370 7500-FORMAT-DURATION.
008380     DIVIDE CNS-DUR-SEC BY 3600
008390         GIVING CNS-DUR-HOURS
008400         REMAINDER CNS-TIM-REM.
008410     IF CNS-DUR-HOURS > 9999
008420         MOVE 9999 TO CNS-DUR-HOURS
008430     END-IF.
008440     MOVE CNS-DUR-HOURS TO CNS-DUD-HOURS.
008450     DIVIDE CNS-TIM-REM BY 60
008460         GIVING CNS-TIM-QUOT
008470         REMAINDER CNS-TIM-REM.
008480     MOVE CNS-TIM-QUOT TO CNS-DUD-MM.
008490     MOVE CNS-TIM-REM  TO CNS-DUD-SS.
008500 7500-FORMAT-DURATION-EXIT.
008510     EXIT.
008520*
008530*    ---------------------------------------------------------
008540*    CLOSING LINE
008550*    ---------------------------------------------------------
008560 9000-FINALIZE.
008570     MOVE SPACES TO CNS-RPT-LINE.
008580     WRITE CNS-RPT-LINE.
008590     IF CNS-MTH-INCIDENTS = 0
008600         MOVE "NO INCIDENTS OPENED IN THE REPORT MONTH"
008610             TO CNS-RPT-LINE
008620         WRITE CNS-RPT-LINE
008630     END-IF.
008640     CLOSE RESPONSE-REPORT-FILE.
008650     DISPLAY "INCRESP: MONTH " CNS-RPM-FIELD
008660         " INCIDENTS " CNS-MTH-INCIDENTS
008670         " PAGED BEFORE ACK " CNS-MTH-PAGED.
008680 9000-FINALIZE-EXIT.
008690     EXIT.
