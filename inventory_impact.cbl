000100*=================================================================
000110* PROGRAM      : INVIMPCT
000120* AUTHOR       : R L BLAKE
000130* INSTALLATION : OPERATIONS CONTROL GROUP
000140* DATE-WRITTEN : 2026-10-15
000150*
000160* REMARKS.
000170*     DATASET IMPACT AND AUTOMATIC HOLD.  RUN AS THE STEP AFTER
000180*     INVBUILD.  INVBUILD CATCHES A SHORT OR MISSING DATASET BUT
000190*     NOTHING TIED THAT DATASET TO THE JOBS THAT READ IT, SO THE
000200*     CONSUMERS RAN ON BAD INPUT UNLESS THE DESK SPOTTED THE AMBER
000210*     ROW AND WORKED OUT THE HOLDS BY HAND.
000220*
000230*     FOR EVERY FILEINV RECORD THAT IS MISSING OR RANGERR, THIS
000240*     JOB LISTS ON THE IMPACT REPORT:
000250*       - EVERY CONSUMER JOB OF THE DATASET, FROM THE JOB-TO-
000260*         DATASET USAGE FILE (DSUSAGE, CNSDUSE);
000270*       - EVERY TRANSITIVE SUCCESSOR OF THOSE CONSUMERS, FROM THE
000280*         JOB DEPENDENCY FILE, WITH THE JOB IT FOLLOWS;
000290*     EACH WITH ITS STATE ON THE LIVE TRACKING FILE.
000300*
000310*     A CONSUMER THAT HAS NOT STARTED ON JOBTRAK GETS A HOLD ON
000320*     THE SCHEDULER COMMAND QUEUE (CMDQUEUE, CNSCMDQ) AND A
000330*     MATCHING "CMD" RECORD ON THE KEY-ACKNOWLEDGEMENT LOG, BOTH
000340*     STAMPED WITH DESK "BATCH" AND THE RESERVED OPERATOR ID
000350*     "SYSTEM", SO ACKLOG AND THE SHIFT SUMMARY SHOW THE HOLD WAS
000360*     AUTOMATIC.  A CONSUMER OF TWO BAD DATASETS IS HELD ONCE.
000370*     SUCCESSORS ARE LISTED, NOT HELD - THEY WAIT ON THEIR HELD
000380*     PREDECESSOR.  WHEN JOBTRAK CANNOT BE READ EVERY CONSUMER IS
000390*     HELD, SINCE A NEEDLESS HOLD IS CHEAPER THAN A RUN ON BAD
000400*     INPUT.
000410*
000420*     RETURN CODE 4 WHEN ANY BAD DATASET HAS A CONSUMER, 8 WHEN
000430*     FILEINV CANNOT BE READ, 16 WHEN THE COMMAND QUEUE CANNOT BE
000440*     WRITTEN.
000450*
000460* MODIFICATION HISTORY.
000470*     2026-10-15  RLB  ORIGINAL PROGRAM.
000473*     2026-10-15  RLB  CMDQUEUE AND ACKLOG RECORDS ARE SEALED
000476*                       THROUGH LOGSEAL AS THEY ARE WRITTEN.
000480*=================================================================
000490 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.     INVIMPCT.
000510 AUTHOR.         R L BLAKE.
000520 INSTALLATION.   OPERATIONS CONTROL GROUP.
000530 DATE-WRITTEN.   2026-10-15.
000540 DATE-COMPILED.
000550*
000560 ENVIRONMENT DIVISION.
000570 CONFIGURATION SECTION.
000580 SOURCE-COMPUTER.    GNUCOBOL.
000590 OBJECT-COMPUTER.    GNUCOBOL.
000600*
000610 INPUT-OUTPUT SECTION.
000620 FILE-CONTROL.
000630     SELECT CYCLE-CONTROL-FILE  ASSIGN TO "CYCLECTL"
000640            ORGANIZATION IS SEQUENTIAL
000650            FILE STATUS IS CNS-CTL-FILE-STATUS.
000660*
000670     SELECT FILE-INVENTORY-FILE ASSIGN TO "FILEINV"
000680            ORGANIZATION IS SEQUENTIAL
000690            FILE STATUS IS CNS-IF-FILE-STATUS.
000700*
000710     SELECT DATASET-USAGE-FILE  ASSIGN TO "DSUSAGE"
000720            ORGANIZATION IS SEQUENTIAL
000730            FILE STATUS IS CNS-DSU-FILE-STATUS.
000740*
000750     SELECT JOB-DEPENDENCY-FILE ASSIGN TO "JOBDEPS"
000760            ORGANIZATION IS SEQUENTIAL
000770            FILE STATUS IS CNS-DEP-FILE-STATUS.
000780*
000790     SELECT JOB-TRACKING-FILE   ASSIGN TO "JOBTRAK"
000800            ORGANIZATION IS INDEXED
000810            ACCESS MODE IS RANDOM
000820            RECORD KEY IS CNS-TRK-JOB-NAME
000830            FILE STATUS IS CNS-TRK-FILE-STATUS.
000840*
000850     SELECT COMMAND-QUEUE-FILE  ASSIGN TO "CMDQUEUE"
000860            ORGANIZATION IS SEQUENTIAL
000870            FILE STATUS IS CNS-CMD-FILE-STATUS.
000880*
000890     SELECT ACK-LOG-FILE        ASSIGN TO "ACKLOG"
000900            ORGANIZATION IS SEQUENTIAL
000910            FILE STATUS IS CNS-ACK-FILE-STATUS.
000920*
000930     SELECT IMPACT-REPORT-FILE  ASSIGN TO "IMPCTRPT"
000940            ORGANIZATION IS SEQUENTIAL
000950            FILE STATUS IS CNS-RPT-FILE-STATUS.
000960*
000970 DATA DIVISION.
000980 FILE SECTION.
000990 FD  CYCLE-CONTROL-FILE
001000     RECORDING MODE IS F
001010     LABEL RECORDS ARE STANDARD.
001020 COPY CNSCTRL.
001030*
001040 FD  FILE-INVENTORY-FILE
001050     RECORDING MODE IS F
001060     LABEL RECORDS ARE STANDARD.
001070 COPY CNSIFIL.
001080*
001090 FD  DATASET-USAGE-FILE
001100     RECORDING MODE IS F
001110     LABEL RECORDS ARE STANDARD.
001120 COPY CNSDUSE.
001130*
001140 FD  JOB-DEPENDENCY-FILE
001150     RECORDING MODE IS F
001160     LABEL RECORDS ARE STANDARD.
001170 COPY CNSJDEP.
001180*
001190 FD  JOB-TRACKING-FILE
001200     RECORDING MODE IS F
001210     LABEL RECORDS ARE STANDARD.
001220 COPY CNSTRAK.
001230*
001240 FD  COMMAND-QUEUE-FILE
001250     RECORDING MODE IS F
001260     LABEL RECORDS ARE STANDARD.
001270 COPY CNSCMDQ.
001280*
001290 FD  ACK-LOG-FILE
001300     RECORDING MODE IS F
001310     LABEL RECORDS ARE STANDARD.
001320 COPY CNSACK.
001330*
001340 FD  IMPACT-REPORT-FILE
001350     RECORDING MODE IS F
001360     LABEL RECORDS ARE STANDARD.
001370 01  CNS-RPT-LINE                PIC X(80).
001380*
001390 WORKING-STORAGE SECTION.
001400*
001410*    ---------------------------------------------------------
001420*    FILE STATUS AND END-OF-FILE SWITCHES
001430*    ---------------------------------------------------------
001440 77  CNS-CTL-FILE-STATUS          PIC X(02)  VALUE SPACES.
001450     88  CNS-CTL-FILE-OK                     VALUE "00".
001460*
001470 77  CNS-IF-FILE-STATUS           PIC X(02)  VALUE SPACES.
001480     88  CNS-IF-FILE-OK                      VALUE "00".
001490*
001500 77  CNS-IF-EOF-SW                 PIC X(01) VALUE "N".
001510     88  CNS-IF-EOF-YES                      VALUE "Y".
001520     88  CNS-IF-EOF-NO                       VALUE "N".
001530*
001540 77  CNS-DSU-FILE-STATUS          PIC X(02)  VALUE SPACES.
001550     88  CNS-DSU-FILE-OK                     VALUE "00".
001560*
001570 77  CNS-DSU-EOF-SW                PIC X(01) VALUE "N".
001580     88  CNS-DSU-EOF-YES                     VALUE "Y".
001590     88  CNS-DSU-EOF-NO                      VALUE "N".
001600*
001610 77  CNS-DEP-FILE-STATUS          PIC X(02)  VALUE SPACES.
001620     88  CNS-DEP-FILE-OK                     VALUE "00".
001630*
001640 77  CNS-DEP-EOF-SW                PIC X(01) VALUE "N".
001650     88  CNS-DEP-EOF-YES                     VALUE "Y".
001660     88  CNS-DEP-EOF-NO                      VALUE "N".
001670*
001680 77  CNS-TRK-FILE-STATUS          PIC X(02)  VALUE SPACES.
001690     88  CNS-TRK-FILE-OK                     VALUE "00".
001700*
001710 77  CNS-TRK-OPEN-SW               PIC X(01) VALUE "N".
001720     88  CNS-TRK-OPEN-YES                    VALUE "Y".
001730     88  CNS-TRK-OPEN-NO                     VALUE "N".
001740*
001750 77  CNS-TRK-FOUND-SW              PIC X(01) VALUE "N".
001760     88  CNS-TRK-FOUND-YES                   VALUE "Y".
001770     88  CNS-TRK-FOUND-NO                    VALUE "N".
001780*
001790 77  CNS-CMD-FILE-STATUS          PIC X(02)  VALUE SPACES.
001800     88  CNS-CMD-FILE-OK                     VALUE "00".
001810*
001820 77  CNS-ACK-FILE-STATUS          PIC X(02)  VALUE SPACES.
001830     88  CNS-ACK-FILE-OK                     VALUE "00".
001840*
001850 77  CNS-RPT-FILE-STATUS          PIC X(02)  VALUE SPACES.
001860     88  CNS-RPT-FILE-OK                     VALUE "00".
001870*
001880*    ---------------------------------------------------------
001890*    DESK STAMPED ON AN AUTOMATIC HOLD.  THE OPERATOR ID IS
001900*    THE RESERVED "SYSTEM" (CNS-CMD-OPR-SYSTEM/CNS-ACK-OPR-SYSTEM)
001910*    ---------------------------------------------------------
001920 77  CNS-AUTO-DESK-ID             PIC X(06)  VALUE "BATCH".
001930*
001940*    ---------------------------------------------------------
001950*    IN-MEMORY JOB-TO-DATASET USAGE TABLE
001960*    ---------------------------------------------------------
001970 01  CNS-USAGE-TABLE.
001980     05  CNS-UST-COUNT            PIC 9(04)  COMP VALUE 0.
001990     05  CNS-UST-ENTRY OCCURS 1 TO 1000 TIMES
002000                 DEPENDING ON CNS-UST-COUNT.
002010         10  CNS-UST-FILE-NAME    PIC X(08).
002020         10  CNS-UST-JOB-NAME     PIC X(08).
002030*
002040 77  CNS-UST-SUB                  PIC 9(04)  COMP.
002050*
002060*    ---------------------------------------------------------
002070*    IN-MEMORY JOB-DEPENDENCY TABLE
002080*    ---------------------------------------------------------
002090 COPY CNSJDPT.
002100*
002110*    ---------------------------------------------------------
002120*    IMPACT WORK TABLE FOR ONE BAD DATASET.  STARTS WITH ITS
002130*    CONSUMERS; SWEEPS OF THE DEPENDENCY TABLE ADD EVERY
002140*    TRANSITIVE SUCCESSOR, WITH THE JOB IT FOLLOWS.
002150*    ---------------------------------------------------------
002160 01  CNS-IMPACT-TABLE.
002170     05  CNS-IMP-COUNT            PIC 9(03)  COMP VALUE 0.
002180     05  CNS-IMP-ENTRY OCCURS 1 TO 500 TIMES
002190                 DEPENDING ON CNS-IMP-COUNT
002200                 INDEXED BY CNS-IMP-IDX.
002210         10  CNS-IMP-JOB-NAME     PIC X(08).
002220         10  CNS-IMP-KIND         PIC X(01).
002230             88  CNS-IMP-CONSUMER          VALUE "C".
002240             88  CNS-IMP-SUCCESSOR         VALUE "S".
002250         10  CNS-IMP-AFTER-JOB    PIC X(08).
002260*
002270 77  CNS-IMP-SUB                  PIC 9(03)  COMP.
002280 77  CNS-IMP-DEP-SUB              PIC 9(03)  COMP.
002290 77  CNS-IMP-SEARCH-NAME          PIC X(08).
002300*
002310 77  CNS-IMP-FOUND-SW              PIC X(01) VALUE "N".
002320     88  CNS-IMP-FOUND-YES                   VALUE "Y".
002330     88  CNS-IMP-FOUND-NO                    VALUE "N".
002340*
002350 77  CNS-IMP-CHANGED-SW            PIC X(01) VALUE "N".
002360     88  CNS-IMP-CHANGED-YES                 VALUE "Y".
002370     88  CNS-IMP-CHANGED-NO                  VALUE "N".
002380*
002390*    ---------------------------------------------------------
002400*    CONSUMERS ALREADY HELD THIS RUN, SO A JOB READING TWO BAD
002410*    DATASETS GETS ONE HOLD
002420*    ---------------------------------------------------------
002430 01  CNS-HELD-TABLE.
002440     05  CNS-HLD-COUNT            PIC 9(03)  COMP VALUE 0.
002450     05  CNS-HLD-ENTRY OCCURS 1 TO 500 TIMES
002460                 DEPENDING ON CNS-HLD-COUNT
002470                 INDEXED BY CNS-HLD-IDX.
002480         10  CNS-HLD-JOB-NAME     PIC X(08).
002490*
002500 77  CNS-HLD-FOUND-SW              PIC X(01) VALUE "N".
002510     88  CNS-HLD-FOUND-YES                   VALUE "Y".
002520     88  CNS-HLD-FOUND-NO                    VALUE "N".
002530*
002540*    ---------------------------------------------------------
002550*    RUNNING TOTALS FOR THE CLOSING SUMMARY LINES
002560*    ---------------------------------------------------------
002570 77  CNS-BAD-DATASET-COUNT        PIC 9(05)  COMP  VALUE 0.
002580 77  CNS-CONSUMER-COUNT           PIC 9(05)  COMP  VALUE 0.
002590 77  CNS-SUCCESSOR-COUNT          PIC 9(05)  COMP  VALUE 0.
002600 77  CNS-HOLD-COUNT               PIC 9(05)  COMP  VALUE 0.
002610 77  CNS-STARTED-COUNT            PIC 9(05)  COMP  VALUE 0.
002620*
002630*    ---------------------------------------------------------
002640*    PRINT-LINE BUILD AREA
002650*    ---------------------------------------------------------
002660 77  CNS-LINE-PTR                 PIC 9(03)  COMP.
002670 77  CNS-COUNT-EDIT               PIC ZZZZ9.
002680 77  CNS-TRK-STATE-TEXT           PIC X(11)  VALUE SPACES.
002690 77  CNS-HOLD-TEXT                PIC X(26)  VALUE SPACES.
002700*
002701*    ---------------------------------------------------------
002702*    LOG RECORD SEAL (LOGSEAL CALL AREA)
002703*    ---------------------------------------------------------
002704 COPY CNSLSLP.
002705*
002710 PROCEDURE DIVISION.
002720*
002730 0000-MAINLINE.
002740     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
002750     PERFORM 2000-LOAD-USAGE-TABLE
002760         THRU 2000-LOAD-USAGE-TABLE-EXIT.
002770     PERFORM 2200-LOAD-JOB-DEPENDENCIES
002780         THRU 2200-LOAD-JOB-DEPENDENCIES-EXIT.
002790     PERFORM 3000-CHECK-ONE-DATASET
002800         THRU 3000-CHECK-ONE-DATASET-EXIT
002810         UNTIL CNS-IF-EOF-YES.
002820     PERFORM 9000-FINALIZE THRU 9000-FINALIZE-EXIT.
002830     IF CNS-CONSUMER-COUNT > 0
002840         MOVE 4 TO RETURN-CODE
002850     END-IF.
002860     STOP RUN.
002870 0000-MAINLINE-EXIT.
002880     EXIT.
002890*
002900*    ---------------------------------------------------------
002910*    OPEN THE REPORT, FILEINV AND JOBTRAK; PRINT THE HEADER
002920*    FROM THE CYCLE CONTROL RECORD
002930*    ---------------------------------------------------------
002940 1000-INITIALIZE.
002950     MOVE SPACES TO CNS-CONTROL-RECORD.
002960     OPEN INPUT CYCLE-CONTROL-FILE.
002970     IF CNS-CTL-FILE-OK
002980         READ CYCLE-CONTROL-FILE
002990             AT END
003000                 MOVE "00000000" TO CNS-CTL-CYCLE-DATE
003010         END-READ
003020         CLOSE CYCLE-CONTROL-FILE
003030     ELSE
003040         MOVE "00000000" TO CNS-CTL-CYCLE-DATE
003050     END-IF.
003060     OPEN OUTPUT IMPACT-REPORT-FILE.
003070     MOVE SPACES TO CNS-RPT-LINE.
003080     MOVE 1 TO CNS-LINE-PTR.
003090     STRING "DATASET IMPACT REPORT  CYCLE " DELIMITED BY SIZE
003100            CNS-CTL-CYCLE-DATE              DELIMITED BY SPACE
003110       INTO CNS-RPT-LINE
003120       WITH POINTER CNS-LINE-PTR
003130     END-STRING.
003140     WRITE CNS-RPT-LINE.
003150     MOVE SPACES TO CNS-RPT-LINE.
003160     WRITE CNS-RPT-LINE.
003170     SET CNS-IF-EOF-NO TO TRUE.
003180     OPEN INPUT FILE-INVENTORY-FILE.
003190     IF NOT CNS-IF-FILE-OK
003200         MOVE SPACES TO CNS-RPT-LINE
003210         MOVE "FILE-INVENTORY UNAVAILABLE - NO IMPACT CHECKED"
003220             TO CNS-RPT-LINE
003230         WRITE CNS-RPT-LINE
003240         CLOSE IMPACT-REPORT-FILE
003250         MOVE 8 TO RETURN-CODE
003260         STOP RUN
003270     END-IF.
003280     OPEN INPUT JOB-TRACKING-FILE.
003290     IF CNS-TRK-FILE-OK
003300         SET CNS-TRK-OPEN-YES TO TRUE
003310     ELSE
003320         SET CNS-TRK-OPEN-NO TO TRUE
003330         MOVE SPACES TO CNS-RPT-LINE
003340         MOVE "JOB-TRACKING UNAVAILABLE - EVERY CONSUMER HELD"
003350             TO CNS-RPT-LINE
003360         WRITE CNS-RPT-LINE
003370     END-IF.
003380 1000-INITIALIZE-EXIT.
003390     EXIT.
003400*
003410 2000-LOAD-USAGE-TABLE.
003420     MOVE 0 TO CNS-UST-COUNT.
003430     SET CNS-DSU-EOF-NO TO TRUE.
003440     OPEN INPUT DATASET-USAGE-FILE.
003450     IF NOT CNS-DSU-FILE-OK
003460         MOVE SPACES TO CNS-RPT-LINE
003470         MOVE "USAGE FILE UNAVAILABLE - NO CONSUMERS KNOWN"
003480             TO CNS-RPT-LINE
003490         WRITE CNS-RPT-LINE
003500         GO TO 2000-LOAD-USAGE-TABLE-EXIT
003510     END-IF.
003520     PERFORM 2100-LOAD-ONE-USAGE-REC
003530         THRU 2100-LOAD-ONE-USAGE-REC-EXIT
003540         UNTIL CNS-DSU-EOF-YES OR CNS-UST-COUNT = 1000.
003550     CLOSE DATASET-USAGE-FILE.
003560 2000-LOAD-USAGE-TABLE-EXIT.
003570     EXIT.
003580*
003590 2100-LOAD-ONE-USAGE-REC.
003600     READ DATASET-USAGE-FILE
003610         AT END
003620             SET CNS-DSU-EOF-YES TO TRUE
003630         NOT AT END
003640             ADD 1 TO CNS-UST-COUNT
003650             MOVE CNS-DSU-FILE-NAME
003660                 TO CNS-UST-FILE-NAME (CNS-UST-COUNT)
003670             MOVE CNS-DSU-JOB-NAME
003680                 TO CNS-UST-JOB-NAME (CNS-UST-COUNT)
003690     END-READ.
003700 2100-LOAD-ONE-USAGE-REC-EXIT.
003710     EXIT.
003720*
003730 2200-LOAD-JOB-DEPENDENCIES.
003740     MOVE 0 TO CNS-DPT-COUNT.
003750     SET CNS-DEP-EOF-NO TO TRUE.
003760     OPEN INPUT JOB-DEPENDENCY-FILE.
003770     IF NOT CNS-DEP-FILE-OK
003780         MOVE SPACES TO CNS-RPT-LINE
003790         MOVE "DEPENDENCY FILE UNAVAILABLE - CONSUMERS ONLY"
003800             TO CNS-RPT-LINE
003810         WRITE CNS-RPT-LINE
003820         GO TO 2200-LOAD-JOB-DEPENDENCIES-EXIT
003830     END-IF.
003840     PERFORM 2300-LOAD-ONE-DEPENDENCY-REC
003850         THRU 2300-LOAD-ONE-DEPENDENCY-REC-EXIT
003860         UNTIL CNS-DEP-EOF-YES OR CNS-DPT-COUNT = 500.
003870     CLOSE JOB-DEPENDENCY-FILE.
003880 2200-LOAD-JOB-DEPENDENCIES-EXIT.
003890     EXIT.
003900*
003910 2300-LOAD-ONE-DEPENDENCY-REC.
003920     READ JOB-DEPENDENCY-FILE
003930         AT END
003940             SET CNS-DEP-EOF-YES TO TRUE
003950         NOT AT END
003960             ADD 1 TO CNS-DPT-COUNT
003970             MOVE CNS-DEP-PRED-JOB
003980                 TO CNS-DPT-PRED-JOB (CNS-DPT-COUNT)
003990             MOVE CNS-DEP-SUCC-JOB
004000                 TO CNS-DPT-SUCC-JOB (CNS-DPT-COUNT)
004010     END-READ.
004020 2300-LOAD-ONE-DEPENDENCY-REC-EXIT.
004030     EXIT.
004040*
004050*    ---------------------------------------------------------
004060*    ONE FILEINV RECORD.  A PRESENT DATASET IS PASSED OVER; A
004070*    MISSING OR OUT-OF-RANGE ONE GETS ITS CONSUMERS AND THEIR
004080*    SUCCESSORS LISTED, AND ITS NOT-YET-STARTED CONSUMERS HELD
004090*    ---------------------------------------------------------
004100 3000-CHECK-ONE-DATASET.
004110     READ FILE-INVENTORY-FILE
004120         AT END
004130             SET CNS-IF-EOF-YES TO TRUE
004140             GO TO 3000-CHECK-ONE-DATASET-EXIT
004150     END-READ.
004160     IF NOT CNS-IF-MISSING AND NOT CNS-IF-RANGE-BAD
004170         GO TO 3000-CHECK-ONE-DATASET-EXIT
004180     END-IF.
004190     ADD 1 TO CNS-BAD-DATASET-COUNT.
004200     MOVE SPACES TO CNS-RPT-LINE.
004210     WRITE CNS-RPT-LINE.
004220     MOVE 1 TO CNS-LINE-PTR.
004230     STRING "DATASET "             DELIMITED BY SIZE
004240            CNS-IF-FILE-NAME       DELIMITED BY SPACE
004250            "  "                  DELIMITED BY SIZE
004260            CNS-IF-STATUS          DELIMITED BY SPACE
004270            "  RECS "              DELIMITED BY SIZE
004280            CNS-IF-RECORD-COUNT    DELIMITED BY SIZE
004290       INTO CNS-RPT-LINE
004300       WITH POINTER CNS-LINE-PTR
004310     END-STRING.
004320     WRITE CNS-RPT-LINE.
004330     PERFORM 4000-BUILD-IMPACT-SET
004340         THRU 4000-BUILD-IMPACT-SET-EXIT.
004350     IF CNS-IMP-COUNT = 0
004360         MOVE SPACES TO CNS-RPT-LINE
004370         MOVE "  NO CONSUMER ON THE USAGE FILE" TO CNS-RPT-LINE
004380         WRITE CNS-RPT-LINE
004390         GO TO 3000-CHECK-ONE-DATASET-EXIT
004400     END-IF.
004410     PERFORM 5000-REPORT-ONE-IMPACTED-JOB
004420         THRU 5000-REPORT-ONE-IMPACTED-JOB-EXIT
004430         VARYING CNS-IMP-SUB FROM 1 BY 1
004440         UNTIL CNS-IMP-SUB > CNS-IMP-COUNT.
004450 3000-CHECK-ONE-DATASET-EXIT.
004460     EXIT.
004470*
004480*    ---------------------------------------------------------
004490*    IMPACT SET: THE DATASET'S CONSUMERS, THEN EVERY
004500*    TRANSITIVE SUCCESSOR.  SWEEPS OF THE DEPENDENCY TABLE
004510*    REPEAT UNTIL NOTHING NEW IS ADDED, AS IN RERUNPLN.
004520*    ---------------------------------------------------------
004530 4000-BUILD-IMPACT-SET.
004540     MOVE 0 TO CNS-IMP-COUNT.
004550     PERFORM 4100-ADD-ONE-CONSUMER
004560         THRU 4100-ADD-ONE-CONSUMER-EXIT
004570         VARYING CNS-UST-SUB FROM 1 BY 1
004580         UNTIL CNS-UST-SUB > CNS-UST-COUNT.
004590     IF CNS-IMP-COUNT = 0
004600         GO TO 4000-BUILD-IMPACT-SET-EXIT
004610     END-IF.
004620     SET CNS-IMP-CHANGED-YES TO TRUE.
004630     PERFORM 4200-SUCCESSOR-SWEEP
004640         THRU 4200-SUCCESSOR-SWEEP-EXIT
004650         UNTIL CNS-IMP-CHANGED-NO.
004660 4000-BUILD-IMPACT-SET-EXIT.
004670     EXIT.
004680*
004690 4100-ADD-ONE-CONSUMER.
004700     IF CNS-UST-FILE-NAME (CNS-UST-SUB) NOT = CNS-IF-FILE-NAME
004710         GO TO 4100-ADD-ONE-CONSUMER-EXIT
004720     END-IF.
004730     MOVE CNS-UST-JOB-NAME (CNS-UST-SUB) TO CNS-IMP-SEARCH-NAME.
004740     PERFORM 4400-SEARCH-IMPACT-TABLE
004750         THRU 4400-SEARCH-IMPACT-TABLE-EXIT.
004760     IF CNS-IMP-FOUND-YES OR CNS-IMP-COUNT = 500
004770         GO TO 4100-ADD-ONE-CONSUMER-EXIT
004780     END-IF.
004790     ADD 1 TO CNS-IMP-COUNT.
004800     MOVE CNS-IMP-SEARCH-NAME TO CNS-IMP-JOB-NAME (CNS-IMP-COUNT).
004810     SET CNS-IMP-CONSUMER (CNS-IMP-COUNT) TO TRUE.
004820     MOVE SPACES TO CNS-IMP-AFTER-JOB (CNS-IMP-COUNT).
004830 4100-ADD-ONE-CONSUMER-EXIT.
004840     EXIT.
004850*
004860 4200-SUCCESSOR-SWEEP.
004870     SET CNS-IMP-CHANGED-NO TO TRUE.
004880     PERFORM 4300-CHECK-ONE-DEPENDENCY
004890         THRU 4300-CHECK-ONE-DEPENDENCY-EXIT
004900         VARYING CNS-IMP-DEP-SUB FROM 1 BY 1
004910         UNTIL CNS-IMP-DEP-SUB > CNS-DPT-COUNT.
004920 4200-SUCCESSOR-SWEEP-EXIT.
004930     EXIT.
004940*
004950 4300-CHECK-ONE-DEPENDENCY.
004960     MOVE CNS-DPT-PRED-JOB (CNS-IMP-DEP-SUB)
004970         TO CNS-IMP-SEARCH-NAME.
004980     PERFORM 4400-SEARCH-IMPACT-TABLE
004990         THRU 4400-SEARCH-IMPACT-TABLE-EXIT.
005000     IF CNS-IMP-FOUND-NO
005010         GO TO 4300-CHECK-ONE-DEPENDENCY-EXIT
005020     END-IF.
005030     MOVE CNS-DPT-SUCC-JOB (CNS-IMP-DEP-SUB)
005040         TO CNS-IMP-SEARCH-NAME.
005050     PERFORM 4400-SEARCH-IMPACT-TABLE
005060         THRU 4400-SEARCH-IMPACT-TABLE-EXIT.
005070     IF CNS-IMP-FOUND-YES OR CNS-IMP-COUNT = 500
005080         GO TO 4300-CHECK-ONE-DEPENDENCY-EXIT
005090     END-IF.
005100     ADD 1 TO CNS-IMP-COUNT.
005110     MOVE CNS-IMP-SEARCH-NAME TO CNS-IMP-JOB-NAME (CNS-IMP-COUNT).
005120     SET CNS-IMP-SUCCESSOR (CNS-IMP-COUNT) TO TRUE.
005130     MOVE CNS-DPT-PRED-JOB (CNS-IMP-DEP-SUB)
005140         TO CNS-IMP-AFTER-JOB (CNS-IMP-COUNT).
005150     SET CNS-IMP-CHANGED-YES TO TRUE.
005160 4300-CHECK-ONE-DEPENDENCY-EXIT.
005170     EXIT.
005180*
005190 4400-SEARCH-IMPACT-TABLE.
005200     SET CNS-IMP-FOUND-NO TO TRUE.
005210     IF CNS-IMP-COUNT = 0
005220         GO TO 4400-SEARCH-IMPACT-TABLE-EXIT
005230     END-IF.
005240     SET CNS-IMP-IDX TO 1.
005250     SEARCH CNS-IMP-ENTRY
005260         WHEN CNS-IMP-JOB-NAME (CNS-IMP-IDX)
005270                 = CNS-IMP-SEARCH-NAME
005280             SET CNS-IMP-FOUND-YES TO TRUE
005290     END-SEARCH.
005300 4400-SEARCH-IMPACT-TABLE-EXIT.
005310     EXIT.
005320*
005330*    ---------------------------------------------------------
005340*    ONE IMPACT LINE: THE JOB'S TRACKING STATE AND, FOR A
005350*    CONSUMER, WHAT WAS DONE ABOUT IT
005360*    ---------------------------------------------------------
005370 5000-REPORT-ONE-IMPACTED-JOB.
005380     PERFORM 5100-GET-TRACKING-STATE
005390         THRU 5100-GET-TRACKING-STATE-EXIT.
005400     MOVE SPACES TO CNS-HOLD-TEXT.
005410     MOVE SPACES TO CNS-RPT-LINE.
005420     MOVE 1 TO CNS-LINE-PTR.
005430     IF CNS-IMP-SUCCESSOR (CNS-IMP-SUB)
005440         ADD 1 TO CNS-SUCCESSOR-COUNT
005450         STRING "  SUCCESSOR "       DELIMITED BY SIZE
005460                CNS-IMP-JOB-NAME (CNS-IMP-SUB)
005470                                     DELIMITED BY SIZE
005480                "  AFTER "          DELIMITED BY SIZE
005490                CNS-IMP-AFTER-JOB (CNS-IMP-SUB)
005500                                     DELIMITED BY SIZE
005510                "  "                DELIMITED BY SIZE
005520                CNS-TRK-STATE-TEXT   DELIMITED BY SIZE
005530           INTO CNS-RPT-LINE
005540           WITH POINTER CNS-LINE-PTR
005550         END-STRING
005560         WRITE CNS-RPT-LINE
005570         GO TO 5000-REPORT-ONE-IMPACTED-JOB-EXIT
005580     END-IF.
005590     ADD 1 TO CNS-CONSUMER-COUNT.
005600     IF CNS-TRK-OPEN-YES
005610             AND CNS-TRK-FOUND-YES
005620             AND CNS-TRK-START-TIME NOT = SPACES
005630         ADD 1 TO CNS-STARTED-COUNT
005640         MOVE "ALREADY STARTED - NOT HELD" TO CNS-HOLD-TEXT
005650     ELSE
005660         PERFORM 6000-HOLD-CONSUMER THRU 6000-HOLD-CONSUMER-EXIT
005670     END-IF.
005680     STRING "  CONSUMER  "          DELIMITED BY SIZE
005690            CNS-IMP-JOB-NAME (CNS-IMP-SUB)
005700                                    DELIMITED BY SIZE
005710            "  "                   DELIMITED BY SIZE
005720            CNS-TRK-STATE-TEXT      DELIMITED BY SIZE
005730            "  "                   DELIMITED BY SIZE
005740            CNS-HOLD-TEXT           DELIMITED BY SIZE
005750       INTO CNS-RPT-LINE
005760       WITH POINTER CNS-LINE-PTR
005770     END-STRING.
005780     WRITE CNS-RPT-LINE.
005790 5000-REPORT-ONE-IMPACTED-JOB-EXIT.
005800     EXIT.
005810*
005820 5100-GET-TRACKING-STATE.
005830     SET CNS-TRK-FOUND-NO TO TRUE.
005840     IF CNS-TRK-OPEN-NO
005850         MOVE "UNKNOWN    " TO CNS-TRK-STATE-TEXT
005860         GO TO 5100-GET-TRACKING-STATE-EXIT
005870     END-IF.
005880     MOVE CNS-IMP-JOB-NAME (CNS-IMP-SUB) TO CNS-TRK-JOB-NAME.
005890     READ JOB-TRACKING-FILE
005900         INVALID KEY
005910             SET CNS-TRK-FOUND-NO TO TRUE
005920         NOT INVALID KEY
005930             SET CNS-TRK-FOUND-YES TO TRUE
005940     END-READ.
005950     EVALUATE TRUE
005960         WHEN CNS-TRK-FOUND-NO
005970             MOVE "NOT STARTED" TO CNS-TRK-STATE-TEXT
005980         WHEN CNS-TRK-START-TIME = SPACES
005990             MOVE "NOT STARTED" TO CNS-TRK-STATE-TEXT
006000         WHEN CNS-TRK-NOT-ENDED
006010             MOVE "RUNNING    " TO CNS-TRK-STATE-TEXT
006020         WHEN OTHER
006030             MOVE "ENDED      " TO CNS-TRK-STATE-TEXT
006040     END-EVALUATE.
006050 5100-GET-TRACKING-STATE-EXIT.
006060     EXIT.
006070*
006080*    ---------------------------------------------------------
006090*    HOLD A NOT-YET-STARTED CONSUMER, ONCE PER RUN: A HOLD ON
006100*    THE COMMAND QUEUE AND THE MATCHING CMD RECORD ON ACKLOG,
006110*    BOTH UNDER THE RESERVED SYSTEM OPERATOR ID
006120*    ---------------------------------------------------------
006130 6000-HOLD-CONSUMER.
006140     SET CNS-HLD-FOUND-NO TO TRUE.
006150     IF CNS-HLD-COUNT > 0
006160         SET CNS-HLD-IDX TO 1
006170         SEARCH CNS-HLD-ENTRY
006180             WHEN CNS-HLD-JOB-NAME (CNS-HLD-IDX)
006190                     = CNS-IMP-JOB-NAME (CNS-IMP-SUB)
006200                 SET CNS-HLD-FOUND-YES TO TRUE
006210         END-SEARCH
006220     END-IF.
006230     IF CNS-HLD-FOUND-YES
006240         MOVE "HOLD ALREADY QUEUED" TO CNS-HOLD-TEXT
006250         GO TO 6000-HOLD-CONSUMER-EXIT
006260     END-IF.
006270     PERFORM 6100-WRITE-COMMAND-RECORD
006280         THRU 6100-WRITE-COMMAND-RECORD-EXIT.
006290     PERFORM 6200-WRITE-ACK-RECORD
006300         THRU 6200-WRITE-ACK-RECORD-EXIT.
006310     IF CNS-HLD-COUNT < 500
006320         ADD 1 TO CNS-HLD-COUNT
006330         MOVE CNS-IMP-JOB-NAME (CNS-IMP-SUB)
006340             TO CNS-HLD-JOB-NAME (CNS-HLD-COUNT)
006350     END-IF.
006360     ADD 1 TO CNS-HOLD-COUNT.
006370     MOVE "HOLD QUEUED" TO CNS-HOLD-TEXT.
006380 6000-HOLD-CONSUMER-EXIT.
006390     EXIT.
006400*
006410 6100-WRITE-COMMAND-RECORD.
006420     OPEN EXTEND COMMAND-QUEUE-FILE.
006430     IF NOT CNS-CMD-FILE-OK
006440         OPEN OUTPUT COMMAND-QUEUE-FILE
006450     END-IF.
006460     IF NOT CNS-CMD-FILE-OK
006470         DISPLAY "INVIMPCT: CANNOT WRITE CMDQUEUE, STATUS "
006480             CNS-CMD-FILE-STATUS
006490         MOVE 16 TO RETURN-CODE
006500         STOP RUN
006510     END-IF.
006520     MOVE SPACES TO CNS-COMMAND-RECORD.
006530     SET CNS-CMD-ACTION-HOLD TO TRUE.
006540     MOVE CNS-IMP-JOB-NAME (CNS-IMP-SUB) TO CNS-CMD-JOB-NAME.
006550     ACCEPT CNS-CMD-DATE FROM DATE YYYYMMDD.
006560     ACCEPT CNS-CMD-TIME FROM TIME.
006570     MOVE CNS-AUTO-DESK-ID TO CNS-CMD-DESK-ID.
006580     SET CNS-CMD-OPR-SYSTEM TO TRUE.
006583     PERFORM 6300-SEAL-COMMAND-RECORD
006586         THRU 6300-SEAL-COMMAND-RECORD-EXIT.
006590     WRITE CNS-COMMAND-RECORD.
006600     CLOSE COMMAND-QUEUE-FILE.
006610 6100-WRITE-COMMAND-RECORD-EXIT.
006620     EXIT.
006630*
006640 6200-WRITE-ACK-RECORD.
006650     OPEN EXTEND ACK-LOG-FILE.
006660     IF NOT CNS-ACK-FILE-OK
006670         OPEN OUTPUT ACK-LOG-FILE
006680     END-IF.
006690     MOVE SPACES TO CNS-ACK-RECORD.
006700     MOVE CNS-AUTO-DESK-ID TO CNS-ACK-DESK-ID.
006710     SET CNS-ACK-KEY-CMD TO TRUE.
006720     MOVE CNS-CMD-ACTION TO CNS-ACK-ACTION.
006730     MOVE CNS-IMP-JOB-NAME (CNS-IMP-SUB) TO CNS-ACK-JOB-NAME.
006740     MOVE CNS-CMD-DATE TO CNS-ACK-DATE.
006750     MOVE CNS-CMD-TIME TO CNS-ACK-TIME.
006760     SET CNS-ACK-OPR-SYSTEM TO TRUE.
006762     IF CNS-ACK-FILE-OK
006764         PERFORM 6310-SEAL-ACK-RECORD
006766             THRU 6310-SEAL-ACK-RECORD-EXIT
006768     END-IF.
006770     WRITE CNS-ACK-RECORD.
006780     CLOSE ACK-LOG-FILE.
006790 6200-WRITE-ACK-RECORD-EXIT.
006791     EXIT.
006792*
006793*    ---------------------------------------------------------
006794*    SEAL EACH LOG RECORD (LOGSEAL) JUST BEFORE IT IS WRITTEN
006795*    ---------------------------------------------------------
006796 6300-SEAL-COMMAND-RECORD.
006797     SET CNS-LSP-REQ-STAMP TO TRUE.
006798     MOVE "CMDQUEUE" TO CNS-LSP-LOG-NAME.
006799     MOVE LENGTH OF CNS-COMMAND-RECORD TO CNS-LSP-RECORD-LENGTH.
006800     MOVE CNS-COMMAND-RECORD TO CNS-LSP-RECORD.
006801     CALL "LOGSEAL" USING CNS-LOG-SEAL-PARM.
006802     MOVE CNS-LSP-RECORD TO CNS-COMMAND-RECORD.
006803 6300-SEAL-COMMAND-RECORD-EXIT.
006804     EXIT.
006805*
006806 6310-SEAL-ACK-RECORD.
006807     SET CNS-LSP-REQ-STAMP TO TRUE.
006808     MOVE "ACKLOG" TO CNS-LSP-LOG-NAME.
006809     MOVE LENGTH OF CNS-ACK-RECORD TO CNS-LSP-RECORD-LENGTH.
006810     MOVE CNS-ACK-RECORD TO CNS-LSP-RECORD.
006811     CALL "LOGSEAL" USING CNS-LOG-SEAL-PARM.
006812     MOVE CNS-LSP-RECORD TO CNS-ACK-RECORD.
006813 6310-SEAL-ACK-RECORD-EXIT.
006814     EXIT.
006815*
006820*    ---------------------------------------------------------
006830*    CLOSING TOTALS
006840*    ---------------------------------------------------------
006850 9000-FINALIZE.
006860     CLOSE FILE-INVENTORY-FILE.
006870     IF CNS-TRK-OPEN-YES
006880         CLOSE JOB-TRACKING-FILE
006890     END-IF.
006900     MOVE SPACES TO CNS-RPT-LINE.
006910     WRITE CNS-RPT-LINE.
006920     MOVE CNS-BAD-DATASET-COUNT TO CNS-COUNT-EDIT.
006930     STRING "BAD DATASETS.......... " DELIMITED BY SIZE
006940            CNS-COUNT-EDIT           DELIMITED BY SIZE
006950       INTO CNS-RPT-LINE
006960     END-STRING.
006970     WRITE CNS-RPT-LINE.
006980     MOVE SPACES TO CNS-RPT-LINE.
006990     MOVE CNS-CONSUMER-COUNT TO CNS-COUNT-EDIT.
007000     STRING "CONSUMERS LISTED...... " DELIMITED BY SIZE
007010            CNS-COUNT-EDIT           DELIMITED BY SIZE
007020       INTO CNS-RPT-LINE
007030     END-STRING.
007040     WRITE CNS-RPT-LINE.
007050     MOVE SPACES TO CNS-RPT-LINE.
007060     MOVE CNS-SUCCESSOR-COUNT TO CNS-COUNT-EDIT.
007070     STRING "SUCCESSORS LISTED..... " DELIMITED BY SIZE
007080            CNS-COUNT-EDIT           DELIMITED BY SIZE
007090       INTO CNS-RPT-LINE
007100     END-STRING.
007110     WRITE CNS-RPT-LINE.
007120     MOVE SPACES TO CNS-RPT-LINE.
007130     MOVE CNS-HOLD-COUNT TO CNS-COUNT-EDIT.
007140     STRING "HOLDS QUEUED.......... " DELIMITED BY SIZE
007150            CNS-COUNT-EDIT           DELIMITED BY SIZE
007160       INTO CNS-RPT-LINE
007170     END-STRING.
007180     WRITE CNS-RPT-LINE.
007190     MOVE SPACES TO CNS-RPT-LINE.
007200     MOVE CNS-STARTED-COUNT TO CNS-COUNT-EDIT.
007210     STRING "ALREADY STARTED....... " DELIMITED BY SIZE
007220            CNS-COUNT-EDIT           DELIMITED BY SIZE
007230       INTO CNS-RPT-LINE
007240     END-STRING.
007250     WRITE CNS-RPT-LINE.
007260     CLOSE IMPACT-REPORT-FILE.
007270 9000-FINALIZE-EXIT.
007280     EXIT.
