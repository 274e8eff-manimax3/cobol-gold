000100*=================================================================
000110* PROGRAM      : CYCLCLOS
000120* AUTHOR       : R L BLAKE
000130* INSTALLATION : OPERATIONS CONTROL GROUP
000140* DATE-WRITTEN : 2026-10-15
000150*
000160* REMARKS.
000170*     CYCLE CLOSE-OUT CERTIFICATION.  RUN AT CYCLE END, AFTER
000180*     JOBRECON, INVBUILD AND INCTRACK AND BEFORE CYCLROLL.
000190*     CYCLROLL USED TO ADVANCE THE CYCLE DATE WHETHER OR NOT THE
000200*     CYCLE HAD FINISHED, SO A JOB THAT NEVER RAN OR A DATASET
000210*     THAT NEVER ARRIVED WAS SIMPLY LEFT BEHIND.  THIS JOB
000220*     CERTIFIES THE CURRENT CYCLE ONLY WHEN:
000230*       - EVERY JOB ON THE PLANNED SCHEDULE (PLANSCHD, TODAY'S
000240*         VARIANT) HAS ENDED ON THE LIVE TRACKING FILE WITH A
000250*         RETURN CODE ITS OWN RULE ACCEPTS (JOBCLASS, NORMAL);
000260*       - THE RECONCILIATION EXCEPTION FILE FROM JOBRECON HOLDS
000270*         NO EXCEPTIONS;
000280*       - NO FILE-INVENTORY DATASET IS MISSING OR RANGERR;
000290*       - NO INCIDENT OPENED FOR THE CYCLE IS STILL OPEN OR
000300*         MERELY ACKNOWLEDGED.
000310*     AN INPUT THAT CANNOT BE READ COUNTS AS A FAILURE OF ITS
000320*     CHECK - WHAT CANNOT BE SEEN CANNOT BE CERTIFIED.
000330*
000340*     THE CHECKLIST REPORT (CERTRPT) SHOWS EACH CHECK, EVERY
000350*     FAILURE UNDER IT, AND THE RESULT.  THE CERTIFICATION FILE
000360*     (CYCLCERT, CNSCERT) IS REWRITTEN WITH THE CYCLE DATE, THE
000370*     STATUS AND THE FAILURE COUNT OF EACH CHECK; CYCLROLL READS
000380*     IT BEFORE ROLLING.  RETURN CODE 4 WHEN THE CYCLE IS NOT
000390*     CERTIFIED, 8 WHEN THERE IS NO CYCLE CONTROL RECORD, 16 WHEN
000400*     THE CERTIFICATION FILE CANNOT BE WRITTEN.
000410*
000420* MODIFICATION HISTORY.
000430*     2026-10-15  RLB  ORIGINAL PROGRAM.
000440*=================================================================
000450 IDENTIFICATION DIVISION.
000460 PROGRAM-ID.     CYCLCLOS.
000470 AUTHOR.         R L BLAKE.
000480 INSTALLATION.   OPERATIONS CONTROL GROUP.
000490 DATE-WRITTEN.   2026-10-15.
000500 DATE-COMPILED.
000510*
000520 ENVIRONMENT DIVISION.
000530 CONFIGURATION SECTION.
000540 SOURCE-COMPUTER.    GNUCOBOL.
000550 OBJECT-COMPUTER.    GNUCOBOL.
000560*
000570 INPUT-OUTPUT SECTION.
000580 FILE-CONTROL.
000590     SELECT CYCLE-CONTROL-FILE  ASSIGN TO "CYCLECTL"
000600            ORGANIZATION IS SEQUENTIAL
000610            FILE STATUS IS CNS-CTL-FILE-STATUS.
000620*
000630     SELECT PLAN-SCHEDULE-FILE  ASSIGN TO "PLANSCHD"
000640            ORGANIZATION IS SEQUENTIAL
000650            FILE STATUS IS CNS-PLN-FILE-STATUS.
000660*
000670     SELECT JOB-TRACKING-FILE   ASSIGN TO "JOBTRAK"
000680            ORGANIZATION IS INDEXED
000690            ACCESS MODE IS RANDOM
000700            RECORD KEY IS CNS-TRK-JOB-NAME
000710            FILE STATUS IS CNS-TRK-FILE-STATUS.
000720*
000730     SELECT RECON-EXCEPT-FILE   ASSIGN TO "RECONEXC"
000740            ORGANIZATION IS SEQUENTIAL
000750            FILE STATUS IS CNS-REX-FILE-STATUS.
000760*
000770     SELECT FILE-INVENTORY-FILE ASSIGN TO "FILEINV"
000780            ORGANIZATION IS SEQUENTIAL
000790            FILE STATUS IS CNS-IF-FILE-STATUS.
000800*
000810     SELECT INCIDENT-FILE       ASSIGN TO "INCFILE"
000820            ORGANIZATION IS INDEXED
000830            ACCESS MODE IS SEQUENTIAL
000840            RECORD KEY IS CNS-INC-NUMBER
000850            FILE STATUS IS CNS-INC-FILE-STATUS.
000860*
000870     SELECT CERTIFICATION-FILE  ASSIGN TO "CYCLCERT"
000880            ORGANIZATION IS SEQUENTIAL
000890            FILE STATUS IS CNS-CRT-FILE-STATUS.
000900*
000910     SELECT CERT-REPORT-FILE    ASSIGN TO "CERTRPT"
000920            ORGANIZATION IS SEQUENTIAL
000930            FILE STATUS IS CNS-RPT-FILE-STATUS.
000940*
000950 DATA DIVISION.
000960 FILE SECTION.
000970 FD  CYCLE-CONTROL-FILE
000980     RECORDING MODE IS F
000990     LABEL RECORDS ARE STANDARD.
001000 COPY CNSCTRL.
001010*
001020 FD  PLAN-SCHEDULE-FILE
001030     RECORDING MODE IS F
001040     LABEL RECORDS ARE STANDARD.
001050 COPY CNSPLAN.
001060*
001070 FD  JOB-TRACKING-FILE
001080     RECORDING MODE IS F
001090     LABEL RECORDS ARE STANDARD.
001100 COPY CNSTRAK.
001110*
001120 FD  RECON-EXCEPT-FILE
001130     RECORDING MODE IS F
001140     LABEL RECORDS ARE STANDARD.
001150 01  CNS-REX-RECORD.
001160     05  CNS-REX-JOB-NAME        PIC X(08).
001170     05  CNS-REX-CODE            PIC X(06).
001180     05  CNS-REX-TEXT            PIC X(30).
001190     05  FILLER                  PIC X(16).
001200*
001210 FD  FILE-INVENTORY-FILE
001220     RECORDING MODE IS F
001230     LABEL RECORDS ARE STANDARD.
001240 COPY CNSIFIL.
001250*
001260 FD  INCIDENT-FILE
001270     RECORDING MODE IS F
001280     LABEL RECORDS ARE STANDARD.
001290 COPY CNSINCD.
001300*
001310 FD  CERTIFICATION-FILE
001320     RECORDING MODE IS F
001330     LABEL RECORDS ARE STANDARD.
001340 COPY CNSCERT.
001350*
001360 FD  CERT-REPORT-FILE
001370     RECORDING MODE IS F
001380     LABEL RECORDS ARE STANDARD.
001390 01  CNS-RPT-LINE                PIC X(80).
001400*
001410 WORKING-STORAGE SECTION.
001420*
001430*    ---------------------------------------------------------
001440*    FILE STATUS AND END-OF-FILE SWITCHES
001450*    ---------------------------------------------------------
001460 77  CNS-CTL-FILE-STATUS          PIC X(02)  VALUE SPACES.
001470     88  CNS-CTL-FILE-OK                     VALUE "00".
001480*
001490 77  CNS-PLN-FILE-STATUS          PIC X(02)  VALUE SPACES.
001500     88  CNS-PLN-FILE-OK                     VALUE "00".
001510*
001520 77  CNS-PLN-EOF-SW                PIC X(01) VALUE "N".
001530     88  CNS-PLN-EOF-YES                     VALUE "Y".
001540     88  CNS-PLN-EOF-NO                      VALUE "N".
001550*
001560 77  CNS-TRK-FILE-STATUS          PIC X(02)  VALUE SPACES.
001570     88  CNS-TRK-FILE-OK                     VALUE "00".
001580*
001590 77  CNS-TRK-FOUND-SW              PIC X(01) VALUE "N".
001600     88  CNS-TRK-FOUND-YES                   VALUE "Y".
001610     88  CNS-TRK-FOUND-NO                    VALUE "N".
001620*
001630 77  CNS-REX-FILE-STATUS          PIC X(02)  VALUE SPACES.
001640     88  CNS-REX-FILE-OK                     VALUE "00".
001650*
001660 77  CNS-REX-EOF-SW                PIC X(01) VALUE "N".
001670     88  CNS-REX-EOF-YES                     VALUE "Y".
001680     88  CNS-REX-EOF-NO                      VALUE "N".
001690*
001700 77  CNS-IF-FILE-STATUS           PIC X(02)  VALUE SPACES.
001710     88  CNS-IF-FILE-OK                      VALUE "00".
001720*
001730 77  CNS-IF-EOF-SW                 PIC X(01) VALUE "N".
001740     88  CNS-IF-EOF-YES                      VALUE "Y".
001750     88  CNS-IF-EOF-NO                       VALUE "N".
001760*
001770 77  CNS-INC-FILE-STATUS          PIC X(02)  VALUE SPACES.
001780     88  CNS-INC-FILE-OK                     VALUE "00".
001790*
001800 77  CNS-INC-EOF-SW                PIC X(01) VALUE "N".
001810     88  CNS-INC-EOF-YES                     VALUE "Y".
001820     88  CNS-INC-EOF-NO                      VALUE "N".
001830*
001840 77  CNS-CRT-FILE-STATUS          PIC X(02)  VALUE SPACES.
001850     88  CNS-CRT-FILE-OK                     VALUE "00".
001860*
001870 77  CNS-RPT-FILE-STATUS          PIC X(02)  VALUE SPACES.
001880     88  CNS-RPT-FILE-OK                     VALUE "00".
001890*
001900*    ---------------------------------------------------------
001910*    THE CYCLE BEING CERTIFIED, STAGED OUT OF THE FD AREA
001920*    ---------------------------------------------------------
001930 77  CNS-CERT-CYCLE-DATE          PIC X(08)  VALUE SPACES.
001940 77  CNS-CERT-VARIANT             PIC X(02)  VALUE SPACES.
001950*
001960*    ---------------------------------------------------------
001970*    FAILURES FOUND BY EACH CHECK, AND WHAT WAS LOOKED AT
001980*    ---------------------------------------------------------
001990 77  CNS-JOB-FAIL-COUNT           PIC 9(05)  COMP  VALUE 0.
002000 77  CNS-EXC-FAIL-COUNT           PIC 9(05)  COMP  VALUE 0.
002010 77  CNS-DSN-FAIL-COUNT           PIC 9(05)  COMP  VALUE 0.
002020 77  CNS-INC-FAIL-COUNT           PIC 9(05)  COMP  VALUE 0.
002030 77  CNS-TOTAL-FAIL-COUNT         PIC 9(05)  COMP  VALUE 0.
002040*
002050 77  CNS-PLAN-CHECKED-COUNT       PIC 9(05)  COMP  VALUE 0.
002060 77  CNS-DSN-CHECKED-COUNT        PIC 9(05)  COMP  VALUE 0.
002070 77  CNS-INC-CHECKED-COUNT        PIC 9(05)  COMP  VALUE 0.
002080*
002090*    ---------------------------------------------------------
002100*    JOB RETURN-CODE RULE (JOBCLASS CALL AREA)
002110*    ---------------------------------------------------------
002120 COPY CNSJCLP.
002130*
002140*    ---------------------------------------------------------
002150*    PRINT-LINE BUILD AREA
002160*    ---------------------------------------------------------
002170 77  CNS-LINE-PTR                 PIC 9(03)  COMP.
002180 77  CNS-COUNT-EDIT               PIC ZZZZ9.
002190 77  CNS-RC-EDIT                  PIC ZZZ9.
002200 77  CNS-MAX-RC-EDIT              PIC ZZZ9.
002210 77  CNS-NUMBER-EDIT              PIC ZZZZZ9.
002220 77  CNS-FAIL-TEXT                PIC X(40)  VALUE SPACES.
002230 77  CNS-CHECK-FAIL-COUNT         PIC 9(05)  COMP  VALUE 0.
002240 77  CNS-CHECK-NOTE               PIC X(24)  VALUE SPACES.
002250 77  CNS-INC-STATE-TEXT           PIC X(12)  VALUE SPACES.
002260*
002270 PROCEDURE DIVISION.
002280*
002290 0000-MAINLINE.
002300     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
002310     PERFORM 2000-CHECK-PLANNED-JOBS
002320         THRU 2000-CHECK-PLANNED-JOBS-EXIT.
002330     PERFORM 3000-CHECK-RECON-EXCEPTIONS
002340         THRU 3000-CHECK-RECON-EXCEPTIONS-EXIT.
002350     PERFORM 4000-CHECK-FILE-INVENTORY
002360         THRU 4000-CHECK-FILE-INVENTORY-EXIT.
002370     PERFORM 5000-CHECK-OPEN-INCIDENTS
002380         THRU 5000-CHECK-OPEN-INCIDENTS-EXIT.
002390     PERFORM 8000-WRITE-CERTIFICATION
002400         THRU 8000-WRITE-CERTIFICATION-EXIT.
002410     PERFORM 9000-FINALIZE THRU 9000-FINALIZE-EXIT.
002420     IF CNS-TOTAL-FAIL-COUNT > 0
002430         MOVE 4 TO RETURN-CODE
002440     END-IF.
002450     STOP RUN.
002460 0000-MAINLINE-EXIT.
002470     EXIT.
002480*
002490*    ---------------------------------------------------------
002500*    CYCLE CONTROL RECORD AND REPORT HEADER.  WITH NO CYCLE
002510*    DATE THERE IS NOTHING TO CERTIFY, AND THE CERTIFICATION
002520*    FILE IS LEFT AS IT IS.
002530*    ---------------------------------------------------------
002540 1000-INITIALIZE.
002550     MOVE SPACES TO CNS-CONTROL-RECORD.
002560     OPEN INPUT CYCLE-CONTROL-FILE.
002570     IF CNS-CTL-FILE-OK
002580         READ CYCLE-CONTROL-FILE
002590             AT END
002600                 MOVE SPACES TO CNS-CTL-CYCLE-DATE
002610         END-READ
002620         CLOSE CYCLE-CONTROL-FILE
002630     END-IF.
002640     MOVE CNS-CTL-CYCLE-DATE    TO CNS-CERT-CYCLE-DATE.
002650     MOVE CNS-CTL-SCHED-VARIANT TO CNS-CERT-VARIANT.
002660     OPEN OUTPUT CERT-REPORT-FILE.
002670     MOVE SPACES TO CNS-RPT-LINE.
002680     IF CNS-CERT-CYCLE-DATE NOT NUMERIC
002690         MOVE "NO CYCLE CONTROL RECORD - NOTHING CERTIFIED"
002700             TO CNS-RPT-LINE
002710         WRITE CNS-RPT-LINE
002720         CLOSE CERT-REPORT-FILE
002730         DISPLAY "CYCLCLOS: NO CYCLE CONTROL RECORD"
002740         MOVE 8 TO RETURN-CODE
002750         STOP RUN
002760     END-IF.
002770     MOVE 1 TO CNS-LINE-PTR.
002780     STRING "CYCLE CLOSE-OUT CERTIFICATION  CYCLE "
002790                                     DELIMITED BY SIZE
002800            CNS-CERT-CYCLE-DATE      DELIMITED BY SIZE
002810            "  VARIANT "            DELIMITED BY SIZE
002820            CNS-CERT-VARIANT         DELIMITED BY SIZE
002830       INTO CNS-RPT-LINE
002840       WITH POINTER CNS-LINE-PTR
002850     END-STRING.
002860     WRITE CNS-RPT-LINE.
002870 1000-INITIALIZE-EXIT.
002880     EXIT.
002890*
002900*    ---------------------------------------------------------
002910*    CHECK 1: EVERY PLANNED JOB ENDED WITH AN ACCEPTABLE RC
002920*    ---------------------------------------------------------
002930 2000-CHECK-PLANNED-JOBS.
002940     MOVE "1 PLANNED JOBS ENDED WITH ACCEPTABLE RC"
002950         TO CNS-FAIL-TEXT.
002960     PERFORM 7000-WRITE-CHECK-HEADING
002970         THRU 7000-WRITE-CHECK-HEADING-EXIT.
002980     PERFORM 2050-SCAN-PLANNED-JOBS
002990         THRU 2050-SCAN-PLANNED-JOBS-EXIT.
003000     MOVE CNS-JOB-FAIL-COUNT     TO CNS-CHECK-FAIL-COUNT.
003010     MOVE CNS-PLAN-CHECKED-COUNT TO CNS-COUNT-EDIT.
003020     MOVE SPACES TO CNS-CHECK-NOTE.
003030     STRING CNS-COUNT-EDIT        DELIMITED BY SIZE
003040            " JOBS CHECKED"       DELIMITED BY SIZE
003050       INTO CNS-CHECK-NOTE
003060     END-STRING.
003070     PERFORM 7200-WRITE-CHECK-RESULT
003080         THRU 7200-WRITE-CHECK-RESULT-EXIT.
003090 2000-CHECK-PLANNED-JOBS-EXIT.
003100     EXIT.
003110*
003120 2050-SCAN-PLANNED-JOBS.
003130     SET CNS-PLN-EOF-NO TO TRUE.
003140     OPEN INPUT PLAN-SCHEDULE-FILE.
003150     IF NOT CNS-PLN-FILE-OK
003160         MOVE "PLANSCHD" TO CNS-JCP-JOB-NAME
003170         MOVE "PLANNED SCHEDULE UNAVAILABLE" TO CNS-FAIL-TEXT
003180         PERFORM 7100-WRITE-JOB-FAILURE
003190             THRU 7100-WRITE-JOB-FAILURE-EXIT
003200         GO TO 2050-SCAN-PLANNED-JOBS-EXIT
003210     END-IF.
003220     OPEN INPUT JOB-TRACKING-FILE.
003230     IF NOT CNS-TRK-FILE-OK
003240         CLOSE PLAN-SCHEDULE-FILE
003250         MOVE "JOBTRAK " TO CNS-JCP-JOB-NAME
003260         MOVE "JOB-TRACKING FILE UNAVAILABLE" TO CNS-FAIL-TEXT
003270         PERFORM 7100-WRITE-JOB-FAILURE
003280             THRU 7100-WRITE-JOB-FAILURE-EXIT
003290         GO TO 2050-SCAN-PLANNED-JOBS-EXIT
003300     END-IF.
003310     PERFORM 2100-CHECK-ONE-PLANNED-JOB
003320         THRU 2100-CHECK-ONE-PLANNED-JOB-EXIT
003330         UNTIL CNS-PLN-EOF-YES.
003340     CLOSE PLAN-SCHEDULE-FILE.
003350     CLOSE JOB-TRACKING-FILE.
003360     SET CNS-JCP-REQ-CLOSE TO TRUE.
003370     CALL "JOBCLASS" USING CNS-JOB-CLASS-PARM.
003380     IF CNS-PLAN-CHECKED-COUNT = 0
003390         MOVE "PLANSCHD" TO CNS-JCP-JOB-NAME
003400         MOVE "PLANNED SCHEDULE IS EMPTY" TO CNS-FAIL-TEXT
003410         PERFORM 7100-WRITE-JOB-FAILURE
003420             THRU 7100-WRITE-JOB-FAILURE-EXIT
003430     END-IF.
003440 2050-SCAN-PLANNED-JOBS-EXIT.
003450     EXIT.
003460*
003470*    ---------------------------------------------------------
003480*    ONE PLANNED JOB.  NOT ON JOBTRAK, NOT STARTED, STILL
003490*    RUNNING, OR ENDED WITH A CODE ITS RULE DOES NOT CALL
003500*    NORMAL ARE ALL FAILURES.
003510*    ---------------------------------------------------------
003520 2100-CHECK-ONE-PLANNED-JOB.
003530     READ PLAN-SCHEDULE-FILE
003540         AT END
003550             SET CNS-PLN-EOF-YES TO TRUE
003560             GO TO 2100-CHECK-ONE-PLANNED-JOB-EXIT
003570     END-READ.
003580     ADD 1 TO CNS-PLAN-CHECKED-COUNT.
003590     MOVE CNS-PLN-JOB-NAME TO CNS-TRK-JOB-NAME.
003600     READ JOB-TRACKING-FILE
003610         INVALID KEY
003620             SET CNS-TRK-FOUND-NO TO TRUE
003630         NOT INVALID KEY
003640             SET CNS-TRK-FOUND-YES TO TRUE
003650     END-READ.
003660     MOVE CNS-PLN-JOB-NAME TO CNS-JCP-JOB-NAME.
003670     EVALUATE TRUE
003680         WHEN CNS-TRK-FOUND-NO
003690             MOVE "NOT ON JOB TRACKING" TO CNS-FAIL-TEXT
003700         WHEN CNS-TRK-START-TIME = SPACES
003710             MOVE "NOT STARTED" TO CNS-FAIL-TEXT
003720         WHEN CNS-TRK-NOT-ENDED
003730             MOVE "STILL RUNNING" TO CNS-FAIL-TEXT
003740         WHEN OTHER
003750             PERFORM 2200-CHECK-ENDED-RC
003760                 THRU 2200-CHECK-ENDED-RC-EXIT
003770     END-EVALUATE.
003780     IF CNS-FAIL-TEXT NOT = SPACES
003790         PERFORM 7100-WRITE-JOB-FAILURE
003800             THRU 7100-WRITE-JOB-FAILURE-EXIT
003810     END-IF.
003820 2100-CHECK-ONE-PLANNED-JOB-EXIT.
003830     EXIT.
003840*
003850 2200-CHECK-ENDED-RC.
003860     MOVE SPACES TO CNS-FAIL-TEXT.
003870     SET CNS-JCP-REQ-CLASSIFY TO TRUE.
003880     MOVE CNS-TRK-RETURN-CODE TO CNS-JCP-RETURN-CODE.
003890     CALL "JOBCLASS" USING CNS-JOB-CLASS-PARM.
003900     IF CNS-JCP-COLOR-NORMAL
003910         GO TO 2200-CHECK-ENDED-RC-EXIT
003920     END-IF.
003930     MOVE CNS-TRK-RETURN-CODE TO CNS-RC-EDIT.
003940     MOVE CNS-JCP-MAX-OK-RC   TO CNS-MAX-RC-EDIT.
003950     MOVE 1 TO CNS-LINE-PTR.
003960     STRING "ENDED RC "           DELIMITED BY SIZE
003970            CNS-RC-EDIT           DELIMITED BY SIZE
003980            " - HIGHEST ACCEPTABLE "
003990                                  DELIMITED BY SIZE
004000            CNS-MAX-RC-EDIT       DELIMITED BY SIZE
004010       INTO CNS-FAIL-TEXT
004020       WITH POINTER CNS-LINE-PTR
004030     END-STRING.
004040 2200-CHECK-ENDED-RC-EXIT.
004050     EXIT.
004060*
004070*    ---------------------------------------------------------
004080*    CHECK 2: JOBRECON LEFT NO EXCEPTIONS.  EVERY RECORD ON
004090*    THE EXCEPTION FILE IS ONE STILL STANDING.
004100*    ---------------------------------------------------------
004110 3000-CHECK-RECON-EXCEPTIONS.
004120     MOVE "2 NO RECONCILIATION EXCEPTIONS" TO CNS-FAIL-TEXT.
004130     PERFORM 7000-WRITE-CHECK-HEADING
004140         THRU 7000-WRITE-CHECK-HEADING-EXIT.
004150     PERFORM 3050-SCAN-RECON-EXCEPTIONS
004160         THRU 3050-SCAN-RECON-EXCEPTIONS-EXIT.
004170     MOVE CNS-EXC-FAIL-COUNT TO CNS-CHECK-FAIL-COUNT.
004180     MOVE SPACES TO CNS-CHECK-NOTE.
004190     PERFORM 7200-WRITE-CHECK-RESULT
004200         THRU 7200-WRITE-CHECK-RESULT-EXIT.
004210 3000-CHECK-RECON-EXCEPTIONS-EXIT.
004220     EXIT.
004230*
004240 3050-SCAN-RECON-EXCEPTIONS.
004250     SET CNS-REX-EOF-NO TO TRUE.
004260     OPEN INPUT RECON-EXCEPT-FILE.
004270     IF NOT CNS-REX-FILE-OK
004280         ADD 1 TO CNS-EXC-FAIL-COUNT
004290         MOVE SPACES TO CNS-RPT-LINE
004300         MOVE "  FAIL  RECONEXC  EXCEPTION FILE UNAVAILABLE"
004310             TO CNS-RPT-LINE
004320         WRITE CNS-RPT-LINE
004330         GO TO 3050-SCAN-RECON-EXCEPTIONS-EXIT
004340     END-IF.
004350     PERFORM 3100-CHECK-ONE-EXCEPTION
004360         THRU 3100-CHECK-ONE-EXCEPTION-EXIT
004370         UNTIL CNS-REX-EOF-YES.
004380     CLOSE RECON-EXCEPT-FILE.
004390 3050-SCAN-RECON-EXCEPTIONS-EXIT.
004400     EXIT.
004410*
004420 3100-CHECK-ONE-EXCEPTION.
004430     READ RECON-EXCEPT-FILE
004440         AT END
004450             SET CNS-REX-EOF-YES TO TRUE
004460             GO TO 3100-CHECK-ONE-EXCEPTION-EXIT
004470     END-READ.
004480     ADD 1 TO CNS-EXC-FAIL-COUNT.
004490     MOVE SPACES TO CNS-RPT-LINE.
004500     MOVE 1 TO CNS-LINE-PTR.
004510     STRING "  FAIL  "            DELIMITED BY SIZE
004520            CNS-REX-JOB-NAME      DELIMITED BY SIZE
004530            "  "                 DELIMITED BY SIZE
004540            CNS-REX-CODE          DELIMITED BY SIZE
004550            "  "                 DELIMITED BY SIZE
004560            CNS-REX-TEXT          DELIMITED BY SIZE
004570       INTO CNS-RPT-LINE
004580       WITH POINTER CNS-LINE-PTR
004590     END-STRING.
004600     WRITE CNS-RPT-LINE.
004610 3100-CHECK-ONE-EXCEPTION-EXIT.
004620     EXIT.
004630*
004640*    ---------------------------------------------------------
004650*    CHECK 3: NO DATASET MISSING OR OUTSIDE ITS RANGE
004660*    ---------------------------------------------------------
004670 4000-CHECK-FILE-INVENTORY.
004680     MOVE "3 NO DATASET MISSING OR RANGERR" TO CNS-FAIL-TEXT.
004690     PERFORM 7000-WRITE-CHECK-HEADING
004700         THRU 7000-WRITE-CHECK-HEADING-EXIT.
004710     PERFORM 4050-SCAN-FILE-INVENTORY
004720         THRU 4050-SCAN-FILE-INVENTORY-EXIT.
004730     MOVE CNS-DSN-FAIL-COUNT    TO CNS-CHECK-FAIL-COUNT.
004740     MOVE CNS-DSN-CHECKED-COUNT TO CNS-COUNT-EDIT.
004750     MOVE SPACES TO CNS-CHECK-NOTE.
004760     STRING CNS-COUNT-EDIT        DELIMITED BY SIZE
004770            " DATASETS CHECKED"   DELIMITED BY SIZE
004780       INTO CNS-CHECK-NOTE
004790     END-STRING.
004800     PERFORM 7200-WRITE-CHECK-RESULT
004810         THRU 7200-WRITE-CHECK-RESULT-EXIT.
004820 4000-CHECK-FILE-INVENTORY-EXIT.
004830     EXIT.
004840*
004850 4050-SCAN-FILE-INVENTORY.
004860     SET CNS-IF-EOF-NO TO TRUE.
004870     OPEN INPUT FILE-INVENTORY-FILE.
004880     IF NOT CNS-IF-FILE-OK
004890         ADD 1 TO CNS-DSN-FAIL-COUNT
004900         MOVE SPACES TO CNS-RPT-LINE
004910         MOVE "  FAIL  FILEINV   FILE-INVENTORY UNAVAILABLE"
004920             TO CNS-RPT-LINE
004930         WRITE CNS-RPT-LINE
004940         GO TO 4050-SCAN-FILE-INVENTORY-EXIT
004950     END-IF.
004960     PERFORM 4100-CHECK-ONE-DATASET
004970         THRU 4100-CHECK-ONE-DATASET-EXIT
004980         UNTIL CNS-IF-EOF-YES.
004990     CLOSE FILE-INVENTORY-FILE.
005000 4050-SCAN-FILE-INVENTORY-EXIT.
005010     EXIT.
005020*
005030 4100-CHECK-ONE-DATASET.
005040     READ FILE-INVENTORY-FILE
005050         AT END
005060             SET CNS-IF-EOF-YES TO TRUE
005070             GO TO 4100-CHECK-ONE-DATASET-EXIT
005080     END-READ.
005090     ADD 1 TO CNS-DSN-CHECKED-COUNT.
005100     IF NOT CNS-IF-MISSING AND NOT CNS-IF-RANGE-BAD
005110         GO TO 4100-CHECK-ONE-DATASET-EXIT
005120     END-IF.
005130     ADD 1 TO CNS-DSN-FAIL-COUNT.
005140     MOVE SPACES TO CNS-RPT-LINE.
005150     MOVE 1 TO CNS-LINE-PTR.
005160     STRING "  FAIL  "            DELIMITED BY SIZE
005170            CNS-IF-FILE-NAME      DELIMITED BY SIZE
005180            "  "                 DELIMITED BY SIZE
005190            CNS-IF-STATUS         DELIMITED BY SIZE
005200            "  RECS "             DELIMITED BY SIZE
005210            CNS-IF-RECORD-COUNT   DELIMITED BY SIZE
005220       INTO CNS-RPT-LINE
005230       WITH POINTER CNS-LINE-PTR
005240     END-STRING.
005250     WRITE CNS-RPT-LINE.
005260 4100-CHECK-ONE-DATASET-EXIT.
005270     EXIT.
005280*
005290*    ---------------------------------------------------------
005300*    CHECK 4: EVERY INCIDENT OPENED FOR THE CYCLE IS CLOSED.
005310*    AN ACKNOWLEDGED INCIDENT IS STILL BEING WORKED.
005320*    ---------------------------------------------------------
005330 5000-CHECK-OPEN-INCIDENTS.
005340     MOVE "4 NO INCIDENT FOR THE CYCLE STILL OPEN"
005350         TO CNS-FAIL-TEXT.
005360     PERFORM 7000-WRITE-CHECK-HEADING
005370         THRU 7000-WRITE-CHECK-HEADING-EXIT.
005380     PERFORM 5050-SCAN-OPEN-INCIDENTS
005390         THRU 5050-SCAN-OPEN-INCIDENTS-EXIT.
005400     MOVE CNS-INC-FAIL-COUNT    TO CNS-CHECK-FAIL-COUNT.
005410     MOVE CNS-INC-CHECKED-COUNT TO CNS-COUNT-EDIT.
005420     MOVE SPACES TO CNS-CHECK-NOTE.
005430     STRING CNS-COUNT-EDIT        DELIMITED BY SIZE
005440            " CYCLE INCIDENTS"    DELIMITED BY SIZE
005450       INTO CNS-CHECK-NOTE
005460     END-STRING.
005470     PERFORM 7200-WRITE-CHECK-RESULT
005480         THRU 7200-WRITE-CHECK-RESULT-EXIT.
005490 5000-CHECK-OPEN-INCIDENTS-EXIT.
005500     EXIT.
005510*
005520 5050-SCAN-OPEN-INCIDENTS.
005530     SET CNS-INC-EOF-NO TO TRUE.
005540     OPEN INPUT INCIDENT-FILE.
005550     IF NOT CNS-INC-FILE-OK
005560         ADD 1 TO CNS-INC-FAIL-COUNT
005570         MOVE SPACES TO CNS-RPT-LINE
005580         MOVE "  FAIL  INCFILE   INCIDENT FILE UNAVAILABLE"
005590             TO CNS-RPT-LINE
005600         WRITE CNS-RPT-LINE
005610         GO TO 5050-SCAN-OPEN-INCIDENTS-EXIT
005620     END-IF.
005630     PERFORM 5100-CHECK-ONE-INCIDENT
005640         THRU 5100-CHECK-ONE-INCIDENT-EXIT
005650         UNTIL CNS-INC-EOF-YES.
005660     CLOSE INCIDENT-FILE.
005670 5050-SCAN-OPEN-INCIDENTS-EXIT.
005680     EXIT.
005690*
005700 5100-CHECK-ONE-INCIDENT.
005710     READ INCIDENT-FILE NEXT RECORD
005720         AT END
005730             SET CNS-INC-EOF-YES TO TRUE
005740             GO TO 5100-CHECK-ONE-INCIDENT-EXIT
005750     END-READ.
005760     IF CNS-INC-CYCLE-DATE NOT = CNS-CERT-CYCLE-DATE
005770         GO TO 5100-CHECK-ONE-INCIDENT-EXIT
005780     END-IF.
005790     ADD 1 TO CNS-INC-CHECKED-COUNT.
005800     IF CNS-INC-STAT-CLOSED
005810         GO TO 5100-CHECK-ONE-INCIDENT-EXIT
005820     END-IF.
005830     ADD 1 TO CNS-INC-FAIL-COUNT.
005840     IF CNS-INC-STAT-ACKED
005850         MOVE "ACKNOWLEDGED" TO CNS-INC-STATE-TEXT
005860     ELSE
005870         MOVE "OPEN        " TO CNS-INC-STATE-TEXT
005880     END-IF.
005890     MOVE CNS-INC-NUMBER TO CNS-NUMBER-EDIT.
005900     MOVE SPACES TO CNS-RPT-LINE.
005910     MOVE 1 TO CNS-LINE-PTR.
005920     STRING "  FAIL  "            DELIMITED BY SIZE
005930            CNS-INC-JOB-NAME      DELIMITED BY SIZE
005940            "  INCIDENT "         DELIMITED BY SIZE
005950            CNS-NUMBER-EDIT       DELIMITED BY SIZE
005960            "  "                 DELIMITED BY SIZE
005970            CNS-INC-STATE-TEXT    DELIMITED BY SIZE
005980            "  "                 DELIMITED BY SIZE
005990            CNS-INC-SOURCE        DELIMITED BY SIZE
006000       INTO CNS-RPT-LINE
006010       WITH POINTER CNS-LINE-PTR
006020     END-STRING.
006030     WRITE CNS-RPT-LINE.
006040 5100-CHECK-ONE-INCIDENT-EXIT.
006050     EXIT.
006060*
006070*    ---------------------------------------------------------
006080*    CHECKLIST LINES.  THE CALLER PUTS THE CHECK TITLE OR THE
006090*    FAILURE TEXT IN CNS-FAIL-TEXT (AND, FOR A JOB FAILURE, THE
006100*    JOB IN CNS-JCP-JOB-NAME).
006110*    ---------------------------------------------------------
006120 7000-WRITE-CHECK-HEADING.
006130     MOVE SPACES TO CNS-RPT-LINE.
006140     WRITE CNS-RPT-LINE.
006150     MOVE 1 TO CNS-LINE-PTR.
006160     STRING "CHECK "              DELIMITED BY SIZE
006170            CNS-FAIL-TEXT         DELIMITED BY SIZE
006180       INTO CNS-RPT-LINE
006190       WITH POINTER CNS-LINE-PTR
006200     END-STRING.
006210     WRITE CNS-RPT-LINE.
006220     MOVE SPACES TO CNS-FAIL-TEXT.
006230 7000-WRITE-CHECK-HEADING-EXIT.
006240     EXIT.
006250*
006260 7100-WRITE-JOB-FAILURE.
006270     ADD 1 TO CNS-JOB-FAIL-COUNT.
006280     MOVE SPACES TO CNS-RPT-LINE.
006290     MOVE 1 TO CNS-LINE-PTR.
006300     STRING "  FAIL  "            DELIMITED BY SIZE
006310            CNS-JCP-JOB-NAME      DELIMITED BY SIZE
006320            "  "                 DELIMITED BY SIZE
006330            CNS-FAIL-TEXT         DELIMITED BY SIZE
006340       INTO CNS-RPT-LINE
006350       WITH POINTER CNS-LINE-PTR
006360     END-STRING.
006370     WRITE CNS-RPT-LINE.
006380     MOVE SPACES TO CNS-FAIL-TEXT.
006390 7100-WRITE-JOB-FAILURE-EXIT.
006400     EXIT.
006410*
006420 7200-WRITE-CHECK-RESULT.
006430     ADD CNS-CHECK-FAIL-COUNT TO CNS-TOTAL-FAIL-COUNT.
006440     MOVE SPACES TO CNS-RPT-LINE.
006450     MOVE 1 TO CNS-LINE-PTR.
006460     IF CNS-CHECK-FAIL-COUNT = 0
006470         STRING "  PASS  "        DELIMITED BY SIZE
006480                CNS-CHECK-NOTE    DELIMITED BY SIZE
006490           INTO CNS-RPT-LINE
006500           WITH POINTER CNS-LINE-PTR
006510         END-STRING
006520     ELSE
006530         MOVE CNS-CHECK-FAIL-COUNT TO CNS-COUNT-EDIT
006540         STRING "  FAILED "       DELIMITED BY SIZE
006550                CNS-COUNT-EDIT    DELIMITED BY SIZE
006560                "  "             DELIMITED BY SIZE
006570                CNS-CHECK-NOTE    DELIMITED BY SIZE
006580           INTO CNS-RPT-LINE
006590           WITH POINTER CNS-LINE-PTR
006600         END-STRING
006610     END-IF.
006620     WRITE CNS-RPT-LINE.
006630 7200-WRITE-CHECK-RESULT-EXIT.
006640     EXIT.
006650*
006660*    ---------------------------------------------------------
006670*    REWRITE THE ONE-RECORD CERTIFICATION FILE
006680*    ---------------------------------------------------------
006690 8000-WRITE-CERTIFICATION.
006700     OPEN OUTPUT CERTIFICATION-FILE.
006710     IF NOT CNS-CRT-FILE-OK
006720         DISPLAY "CYCLCLOS: CANNOT WRITE CYCLCERT, STATUS "
006730             CNS-CRT-FILE-STATUS
006740         CLOSE CERT-REPORT-FILE
006750         MOVE 16 TO RETURN-CODE
006760         STOP RUN
006770     END-IF.
006780     MOVE SPACES TO CNS-CERTIFICATION-RECORD.
006790     MOVE CNS-CERT-CYCLE-DATE TO CNS-CRT-CYCLE-DATE.
006800     IF CNS-TOTAL-FAIL-COUNT = 0
006810         SET CNS-CRT-CERTIFIED TO TRUE
006820     ELSE
006830         SET CNS-CRT-NOT-CERTIFIED TO TRUE
006840     END-IF.
006850     ACCEPT CNS-CRT-DATE FROM DATE YYYYMMDD.
006860     ACCEPT CNS-CRT-TIME FROM TIME.
006870     MOVE CNS-JOB-FAIL-COUNT TO CNS-CRT-JOB-FAIL-COUNT.
006880     MOVE CNS-EXC-FAIL-COUNT TO CNS-CRT-EXCEPTION-COUNT.
006890     MOVE CNS-DSN-FAIL-COUNT TO CNS-CRT-DATASET-FAIL-COUNT.
006900     MOVE CNS-INC-FAIL-COUNT TO CNS-CRT-INCIDENT-OPEN-COUNT.
006910     MOVE 0 TO CNS-CRT-OVR-DATE.
006920     MOVE 0 TO CNS-CRT-OVR-TIME.
006930     WRITE CNS-CERTIFICATION-RECORD.
006940     CLOSE CERTIFICATION-FILE.
006950 8000-WRITE-CERTIFICATION-EXIT.
006960     EXIT.
006970*
006980*    ---------------------------------------------------------
006990*    RESULT LINE AND CLOSING TOTALS
007000*    ---------------------------------------------------------
007010 9000-FINALIZE.
007020     MOVE SPACES TO CNS-RPT-LINE.
007030     WRITE CNS-RPT-LINE.
007040     MOVE 1 TO CNS-LINE-PTR.
007050     IF CNS-TOTAL-FAIL-COUNT = 0
007060         STRING "CYCLE "             DELIMITED BY SIZE
007070                CNS-CERT-CYCLE-DATE  DELIMITED BY SIZE
007080                " CERTIFIED"         DELIMITED BY SIZE
007090           INTO CNS-RPT-LINE
007100           WITH POINTER CNS-LINE-PTR
007110         END-STRING
007120     ELSE
007130         STRING "CYCLE "             DELIMITED BY SIZE
007140                CNS-CERT-CYCLE-DATE  DELIMITED BY SIZE
007150                " NOT CERTIFIED - CYCLROLL WILL NOT ROLL IT"
007160                                     DELIMITED BY SIZE
007170           INTO CNS-RPT-LINE
007180           WITH POINTER CNS-LINE-PTR
007190         END-STRING
007200     END-IF.
007210     WRITE CNS-RPT-LINE.
007220     MOVE SPACES TO CNS-RPT-LINE.
007230     WRITE CNS-RPT-LINE.
007240     MOVE CNS-PLAN-CHECKED-COUNT TO CNS-COUNT-EDIT.
007250     STRING "PLANNED JOBS.......... " DELIMITED BY SIZE
007260            CNS-COUNT-EDIT           DELIMITED BY SIZE
007270       INTO CNS-RPT-LINE
007280     END-STRING.
007290     WRITE CNS-RPT-LINE.
007300     MOVE SPACES TO CNS-RPT-LINE.
007310     MOVE CNS-JOB-FAIL-COUNT TO CNS-COUNT-EDIT.
007320     STRING "JOB FAILURES.......... " DELIMITED BY SIZE
007330            CNS-COUNT-EDIT           DELIMITED BY SIZE
007340       INTO CNS-RPT-LINE
007350     END-STRING.
007360     WRITE CNS-RPT-LINE.
007370     MOVE SPACES TO CNS-RPT-LINE.
007380     MOVE CNS-EXC-FAIL-COUNT TO CNS-COUNT-EDIT.
007390     STRING "OPEN EXCEPTIONS....... " DELIMITED BY SIZE
007400            CNS-COUNT-EDIT           DELIMITED BY SIZE
007410       INTO CNS-RPT-LINE
007420     END-STRING.
007430     WRITE CNS-RPT-LINE.
007440     MOVE SPACES TO CNS-RPT-LINE.
007450     MOVE CNS-DSN-FAIL-COUNT TO CNS-COUNT-EDIT.
007460     STRING "BAD DATASETS.......... " DELIMITED BY SIZE
007470            CNS-COUNT-EDIT           DELIMITED BY SIZE
007480       INTO CNS-RPT-LINE
007490     END-STRING.
007500     WRITE CNS-RPT-LINE.
007510     MOVE SPACES TO CNS-RPT-LINE.
007520     MOVE CNS-INC-FAIL-COUNT TO CNS-COUNT-EDIT.
007530     STRING "INCIDENTS NOT CLOSED.. " DELIMITED BY SIZE
007540            CNS-COUNT-EDIT           DELIMITED BY SIZE
007550       INTO CNS-RPT-LINE
007560     END-STRING.
007570     WRITE CNS-RPT-LINE.
007580     CLOSE CERT-REPORT-FILE.
007590     IF CNS-TOTAL-FAIL-COUNT = 0
007600         DISPLAY "CYCLCLOS: CYCLE " CNS-CERT-CYCLE-DATE
007610             " CERTIFIED"
007620     ELSE
007630         DISPLAY "CYCLCLOS: CYCLE " CNS-CERT-CYCLE-DATE
007640             " NOT CERTIFIED - SEE CERTRPT"
007650     END-IF.
007660 9000-FINALIZE-EXIT.
007670     EXIT.
