000100*=================================================================
000110* PROGRAM      : RUNBMAINT
000120* AUTHOR       : R L BLAKE
000130* INSTALLATION : OPERATIONS CONTROL GROUP
000140* DATE-WRITTEN : 2026-10-15
000150*
000160* REMARKS.
000170*     RUNBOOK AND ERROR-CODE CATALOG MAINTENANCE.  APPLIES
000180*     TRANSACTIONS (RBKTXN, CNSRTXN) TO THE JOB RUNBOOK (RUNBOOK,
000190*     CNSRUNB) AND THE ERROR-CODE CATALOG (ERRCATLG, CNSECAT) WITH
000200*     FIELD VALIDATION AND A PRINTED BEFORE/AFTER CHANGE LOG, IN
000210*     THE SAME MANNER AS OPERMAINT FOR THE OPERATOR MASTER.  BOTH
000220*     FILES ARE READ BY RUNBLOOK FOR THE CONSOLE DETAIL PANEL.
000230*     RUN ON DEMAND; EITHER FILE IS CREATED ON FIRST USE.
000240*
000250*     TRANSACTION VALIDATION: FILE R OR C; FUNCTION A, C OR D;
000260*     THE OPERATOR MAKING THE CHANGE IS REQUIRED AND IS STAMPED
000270*     ON THE RECORD WITH THE RUN DATE.  THE ERROR CODE MUST TAKE
000280*     ONE OF THE FORMS THE SCHEDULER REPORTS - "S" PLUS THREE HEX
000290*     DIGITS, "U" PLUS FOUR DIGITS, OR "RC" PLUS FOUR DIGITS.
000300*       RUNBOOK  JOB NAME REQUIRED; SAFE-TO-RERUN Y OR N AND AT
000310*                LEAST ONE RESTART INSTRUCTION LINE ON ADD.
000320*       CATALOG  JOB NAME MUST BE BLANK; SEVERITY 1-4 AND AT
000330*                LEAST ONE MEANING LINE ON ADD.
000340*     ADD IS REFUSED WHEN THE ENTRY EXISTS, CHANGE AND DELETE
000350*     WHEN IT DOES NOT.  ON A CHANGE A BLANK FIELD IS LEFT AS IT
000360*     STANDS, AND THE TEXT LINES ARE REPLACED AS A SET.  REJECTED
000370*     TRANSACTIONS ARE LOGGED WITH THE REASON AND LEAVE THE FILES
000380*     UNTOUCHED.
000390*
000400*     AFTER THE TRANSACTIONS BOTH FILES ARE READ END TO END AND
000410*     EVERY ENTRY THE PANEL COULD NOT SHOW PROPERLY IS LISTED ON
000420*     THE VALIDATION REPORT: A BADLY FORMED CODE, A RUNBOOK ENTRY
000430*     WHOSE CODE IS NOT IN THE CATALOG, WITH NO ONE TO CALL, WITH
000440*     NO RESTART INSTRUCTIONS OR NO SAFE-TO-RERUN ANSWER, AND A
000450*     CATALOG ENTRY WITH NO MEANING OR A SEVERITY OUTSIDE 1-4.
000460*
000470*     RETURN CODE 4 WHEN ANYTHING WAS REJECTED OR FLAGGED, 8 WHEN
000480*     EITHER FILE COULD NOT BE OPENED, 16 WHEN THE REPORT COULD
000490*     NOT BE OPENED OR EITHER FILE COULD NOT BE REOPENED FOR THE
000500*     VALIDATION PASS.
000510*
000520* MODIFICATION HISTORY.
000530*     2026-10-15  RLB  ORIGINAL PROGRAM.
000540*=================================================================
000550 IDENTIFICATION DIVISION.
000560 PROGRAM-ID.     RUNBMAINT.
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
000690     SELECT RUNBOOK-TXN-FILE    ASSIGN TO "RBKTXN"
000700            ORGANIZATION IS SEQUENTIAL
000710            FILE STATUS IS CNS-RTX-FILE-STATUS.
000720*
000730     SELECT RUNBOOK-FILE        ASSIGN TO "RUNBOOK"
000740            ORGANIZATION IS INDEXED
000750            ACCESS MODE IS DYNAMIC
000760            RECORD KEY IS CNS-RBK-KEY
000770            FILE STATUS IS CNS-RBK-FILE-STATUS.
000780*
000790     SELECT ERROR-CATALOG-FILE  ASSIGN TO "ERRCATLG"
000800            ORGANIZATION IS INDEXED
000810            ACCESS MODE IS DYNAMIC
000820            RECORD KEY IS CNS-ECT-ERROR-CODE
000830            FILE STATUS IS CNS-ECT-FILE-STATUS.
000840*
000850     SELECT RUNBOOK-REPORT-FILE ASSIGN TO "RBKRPT"
000860            ORGANIZATION IS SEQUENTIAL
000870            FILE STATUS IS CNS-RPT-FILE-STATUS.
000880*
000890 DATA DIVISION.
000900 FILE SECTION.
000910 FD  RUNBOOK-TXN-FILE
000920     RECORDING MODE IS F
000930     LABEL RECORDS ARE STANDARD.
000940 COPY CNSRTXN.
000950*
000960 FD  RUNBOOK-FILE
000970     RECORDING MODE IS F
000980     LABEL RECORDS ARE STANDARD.
000990 COPY CNSRUNB.
001000*
001010 FD  ERROR-CATALOG-FILE
001020     RECORDING MODE IS F
001030     LABEL RECORDS ARE STANDARD.
001040 COPY CNSECAT.
001050*
001060 FD  RUNBOOK-REPORT-FILE
001070     RECORDING MODE IS F
001080     LABEL RECORDS ARE STANDARD.
001090 01  CNS-RPT-LINE                PIC X(80).
001100*
001110 WORKING-STORAGE SECTION.
001120*
001130*    ---------------------------------------------------------
001140*    FILE STATUS AND END-OF-FILE SWITCHES
001150*    ---------------------------------------------------------
001160 77  CNS-RTX-FILE-STATUS          PIC X(02)  VALUE SPACES.
001170     88  CNS-RTX-FILE-OK                     VALUE "00".
001180*
001190 77  CNS-RTX-EOF-SW                PIC X(01) VALUE "N".
001200     88  CNS-RTX-EOF-YES                     VALUE "Y".
001210     88  CNS-RTX-EOF-NO                      VALUE "N".
001220*
001230 77  CNS-RTX-OPEN-SW               PIC X(01) VALUE "N".
001240     88  CNS-RTX-OPEN-YES                    VALUE "Y".
001250     88  CNS-RTX-OPEN-NO                     VALUE "N".
001260*
001270 77  CNS-RBK-FILE-STATUS          PIC X(02)  VALUE SPACES.
001280     88  CNS-RBK-FILE-OK                     VALUE "00".
001290     88  CNS-RBK-FILE-MISSING                VALUE "35".
001300*
001310 77  CNS-RBK-EOF-SW                PIC X(01) VALUE "N".
001320     88  CNS-RBK-EOF-YES                     VALUE "Y".
001330     88  CNS-RBK-EOF-NO                      VALUE "N".
001340*
001350 77  CNS-ECT-FILE-STATUS          PIC X(02)  VALUE SPACES.
001360     88  CNS-ECT-FILE-OK                     VALUE "00".
001370     88  CNS-ECT-FILE-MISSING                VALUE "35".
001380*
001390 77  CNS-ECT-EOF-SW                PIC X(01) VALUE "N".
001400     88  CNS-ECT-EOF-YES                     VALUE "Y".
001410     88  CNS-ECT-EOF-NO                      VALUE "N".
001420*
001430*    SET WHEN EITHER KEYED FILE COULD NOT BE OPENED.  EVERY
001440*    TRANSACTION IS REJECTED AND THE VALIDATION PASS IS SKIPPED.
001450 77  CNS-LOAD-FAILED-SW            PIC X(01) VALUE "N".
001460     88  CNS-LOAD-FAILED-YES                 VALUE "Y".
001470     88  CNS-LOAD-FAILED-NO                  VALUE "N".
001480*
001490 77  CNS-REOPEN-FAILED-SW          PIC X(01) VALUE "N".
001500     88  CNS-REOPEN-FAILED-YES               VALUE "Y".
001510     88  CNS-REOPEN-FAILED-NO                VALUE "N".
001520*
001530 77  CNS-REOPEN-FILE-NAME          PIC X(08) VALUE SPACES.
001540 77  CNS-REOPEN-STATUS             PIC X(02) VALUE SPACES.
001550*
001560 77  CNS-RPT-FILE-STATUS          PIC X(02)  VALUE SPACES.
001570     88  CNS-RPT-FILE-OK                     VALUE "00".
001580*
001590*    ---------------------------------------------------------
001600*    TRANSACTION VALIDATION WORK AREAS
001610*    ---------------------------------------------------------
001620 77  CNS-TXN-VALID-SW              PIC X(01) VALUE "Y".
001630     88  CNS-TXN-VALID-YES                   VALUE "Y".
001640     88  CNS-TXN-VALID-NO                    VALUE "N".
001650*
001660 77  CNS-REJECT-REASON            PIC X(30)  VALUE SPACES.
001670*
001680 77  CNS-EDIT-SEVERITY            PIC 9(01).
001690 77  CNS-LINE-SUB                 PIC 9(02)  COMP.
001700 77  CNS-TEXT-LINE-COUNT          PIC 9(02)  COMP.
001710*
001720*    ERROR CODE AS KEYED, WITH ONE VIEW PER FORM THE SCHEDULER
001730*    REPORTS.  HEX DIGITS A-F ARE TURNED INTO 9S IN THE CHECK
001740*    FIELD SO ONE NUMERIC TEST COVERS 0-9 AND A-F TOGETHER.
001750 01  CNS-CODE-WORK.
001760     05  CNS-CODE-FIELD           PIC X(06).
001770     05  CNS-CODE-SYSTEM REDEFINES CNS-CODE-FIELD.
001780         10  CNS-CODE-SYS-PREFIX  PIC X(01).
001790         10  CNS-CODE-SYS-HEX     PIC X(03).
001800         10  CNS-CODE-SYS-TAIL    PIC X(02).
001810     05  CNS-CODE-USER REDEFINES CNS-CODE-FIELD.
001820         10  CNS-CODE-USR-PREFIX  PIC X(01).
001830         10  CNS-CODE-USR-DIGITS  PIC X(04).
001840         10  CNS-CODE-USR-TAIL    PIC X(01).
001850     05  CNS-CODE-STEP-RC REDEFINES CNS-CODE-FIELD.
001860         10  CNS-CODE-RC-PREFIX   PIC X(02).
001870         10  CNS-CODE-RC-DIGITS   PIC X(04).
001880*
001890 77  CNS-HEX-CHECK                PIC X(03).
001900*
001910 77  CNS-CODE-VALID-SW             PIC X(01) VALUE "Y".
001920     88  CNS-CODE-VALID-YES                  VALUE "Y".
001930     88  CNS-CODE-VALID-NO                   VALUE "N".
001940*
001950*    ---------------------------------------------------------
001960*    RUN STAMP AND RUNNING TOTALS FOR THE CLOSING SUMMARY LINES
001970*    ---------------------------------------------------------
001980 77  CNS-RUN-DATE                 PIC 9(08)  VALUE 0.
001990 77  CNS-RUN-TIME                 PIC 9(08)  VALUE 0.
002000*
002010 77  CNS-TXN-COUNT                PIC 9(05)  COMP  VALUE 0.
002020 77  CNS-APPLIED-COUNT            PIC 9(05)  COMP  VALUE 0.
002030 77  CNS-REJECT-COUNT             PIC 9(05)  COMP  VALUE 0.
002040 77  CNS-RBK-CHECKED-COUNT        PIC 9(05)  COMP  VALUE 0.
002050 77  CNS-ECT-CHECKED-COUNT        PIC 9(05)  COMP  VALUE 0.
002060 77  CNS-FLAG-COUNT               PIC 9(05)  COMP  VALUE 0.
002070*
002080*    ---------------------------------------------------------
002090*    PRINT-LINE BUILD AREA
002100*    ---------------------------------------------------------
002110 77  CNS-LINE-PTR                 PIC 9(03)  COMP.
002120 77  CNS-COUNT-EDIT               PIC ZZZZ9.
002130 77  CNS-IMAGE-PREFIX             PIC X(08).
002140 77  CNS-FILE-NAME                PIC X(07).
002150 77  CNS-SEVERITY-NAME            PIC X(13).
002160 77  CNS-FLAG-REASON              PIC X(30).
002170 77  CNS-FLAG-JOB                 PIC X(08).
002180 77  CNS-FLAG-CODE                PIC X(06).
002190*
002200 PROCEDURE DIVISION.
002210*
002220 0000-MAINLINE.
002230     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
002240     PERFORM 2100-PROCESS-ONE-TXN
002250         THRU 2100-PROCESS-ONE-TXN-EXIT
002260         UNTIL CNS-RTX-EOF-YES.
002270     PERFORM 6000-VALIDATE-FILES THRU 6000-VALIDATE-FILES-EXIT.
002280     PERFORM 9000-FINALIZE THRU 9000-FINALIZE-EXIT.
002290     EVALUATE TRUE
002300         WHEN CNS-REOPEN-FAILED-YES
002310             MOVE 16 TO RETURN-CODE
002320         WHEN CNS-LOAD-FAILED-YES
002330             MOVE 8 TO RETURN-CODE
002340         WHEN CNS-REJECT-COUNT > 0 OR CNS-FLAG-COUNT > 0
002350             MOVE 4 TO RETURN-CODE
002360     END-EVALUATE.
002370     STOP RUN.
002380 0000-MAINLINE-EXIT.
002390     EXIT.
002400*
002410*    ---------------------------------------------------------
002420*    OPEN THE REPORT, STAMP THE RUN, OPEN BOTH KEYED FILES FOR
002430*    UPDATE (CREATING EITHER ON FIRST USE), OPEN THE TRANSACTIONS
002440*    ---------------------------------------------------------
002450 1000-INITIALIZE.
002460     ACCEPT CNS-RUN-DATE FROM DATE YYYYMMDD.
002470     ACCEPT CNS-RUN-TIME FROM TIME.
002480     OPEN OUTPUT RUNBOOK-REPORT-FILE.
002490     IF NOT CNS-RPT-FILE-OK
002500         DISPLAY "RUNBMAINT: CANNOT OPEN RBKRPT, STATUS "
002510             CNS-RPT-FILE-STATUS
002520         MOVE 16 TO RETURN-CODE
002530         STOP RUN
002540     END-IF.
002550     MOVE SPACES TO CNS-RPT-LINE.
002560     MOVE "RUNBOOK AND ERROR CATALOG MAINTENANCE LOG"
002570         TO CNS-RPT-LINE.
002580     WRITE CNS-RPT-LINE.
002590     MOVE SPACES TO CNS-RPT-LINE.
002600     STRING "RUN DATE "            DELIMITED BY SIZE
002610            CNS-RUN-DATE           DELIMITED BY SIZE
002620            "  TIME "              DELIMITED BY SIZE
002630            CNS-RUN-TIME (1:6)     DELIMITED BY SIZE
002640       INTO CNS-RPT-LINE
002650     END-STRING.
002660     WRITE CNS-RPT-LINE.
002670     MOVE SPACES TO CNS-RPT-LINE.
002680     WRITE CNS-RPT-LINE.
002690     PERFORM 1100-OPEN-KEYED-FILES
002700         THRU 1100-OPEN-KEYED-FILES-EXIT.
002710     SET CNS-RTX-EOF-NO TO TRUE.
002720     OPEN INPUT RUNBOOK-TXN-FILE.
002730     IF CNS-RTX-FILE-OK
002740         SET CNS-RTX-OPEN-YES TO TRUE
002750     ELSE
002760         MOVE SPACES TO CNS-RPT-LINE
002770         MOVE "TRANSACTION FILE UNAVAILABLE - NO CHANGES"
002780             TO CNS-RPT-LINE
002790         WRITE CNS-RPT-LINE
002800         SET CNS-RTX-EOF-YES TO TRUE
002810     END-IF.
002820 1000-INITIALIZE-EXIT.
002830     EXIT.
002840*
002850 1100-OPEN-KEYED-FILES.
002860     OPEN I-O RUNBOOK-FILE.
002870     IF CNS-RBK-FILE-MISSING
002880         OPEN OUTPUT RUNBOOK-FILE
002890         CLOSE RUNBOOK-FILE
002900         OPEN I-O RUNBOOK-FILE
002910     END-IF.
002920     IF NOT CNS-RBK-FILE-OK
002930         SET CNS-LOAD-FAILED-YES TO TRUE
002940         MOVE SPACES TO CNS-RPT-LINE
002950         STRING "RUNBOOK OPEN FAILED, STATUS "
002960                                   DELIMITED BY SIZE
002970                CNS-RBK-FILE-STATUS
002980                                   DELIMITED BY SIZE
002990                " - NO CHANGES"    DELIMITED BY SIZE
003000           INTO CNS-RPT-LINE
003010         END-STRING
003020         WRITE CNS-RPT-LINE
003030         GO TO 1100-OPEN-KEYED-FILES-EXIT
003040     END-IF.
003050     OPEN I-O ERROR-CATALOG-FILE.
003060     IF CNS-ECT-FILE-MISSING
003070         OPEN OUTPUT ERROR-CATALOG-FILE
003080         CLOSE ERROR-CATALOG-FILE
003090         OPEN I-O ERROR-CATALOG-FILE
003100     END-IF.
003110     IF NOT CNS-ECT-FILE-OK
003120         SET CNS-LOAD-FAILED-YES TO TRUE
003130         CLOSE RUNBOOK-FILE
003140         MOVE SPACES TO CNS-RPT-LINE
003150         STRING "ERRCATLG OPEN FAILED, STATUS "
003160                                   DELIMITED BY SIZE
003170                CNS-ECT-FILE-STATUS
003180                                   DELIMITED BY SIZE
003190                " - NO CHANGES"    DELIMITED BY SIZE
003200           INTO CNS-RPT-LINE
003210         END-STRING
003220         WRITE CNS-RPT-LINE
003230     END-IF.
003240 1100-OPEN-KEYED-FILES-EXIT.
003250     EXIT.
003260*
003270*    ---------------------------------------------------------
003280*    ONE TRANSACTION: COMMON CHECKS, THEN APPLY TO ITS FILE, LOG
003290*    ---------------------------------------------------------
003300 2100-PROCESS-ONE-TXN.
003310     READ RUNBOOK-TXN-FILE
003320         AT END
003330             SET CNS-RTX-EOF-YES TO TRUE
003340             GO TO 2100-PROCESS-ONE-TXN-EXIT
003350     END-READ.
003360     ADD 1 TO CNS-TXN-COUNT.
003370     SET CNS-TXN-VALID-YES TO TRUE.
003380     MOVE SPACES TO CNS-REJECT-REASON.
003390     PERFORM 2200-CHECK-COMMON THRU 2200-CHECK-COMMON-EXIT.
003400     IF CNS-TXN-VALID-YES
003410         EVALUATE TRUE
003420             WHEN CNS-RTX-FILE-RUNBOOK AND CNS-RTX-FUNC-ADD
003430                 PERFORM 3100-ADD-RUNBOOK
003440                     THRU 3100-ADD-RUNBOOK-EXIT
003450             WHEN CNS-RTX-FILE-RUNBOOK AND CNS-RTX-FUNC-CHANGE
003460                 PERFORM 3200-CHANGE-RUNBOOK
003470                     THRU 3200-CHANGE-RUNBOOK-EXIT
003480             WHEN CNS-RTX-FILE-RUNBOOK AND CNS-RTX-FUNC-DELETE
003490                 PERFORM 3300-DELETE-RUNBOOK
003500                     THRU 3300-DELETE-RUNBOOK-EXIT
003510             WHEN CNS-RTX-FILE-CATALOG AND CNS-RTX-FUNC-ADD
003520                 PERFORM 4100-ADD-CATALOG
003530                     THRU 4100-ADD-CATALOG-EXIT
003540             WHEN CNS-RTX-FILE-CATALOG AND CNS-RTX-FUNC-CHANGE
003550                 PERFORM 4200-CHANGE-CATALOG
003560                     THRU 4200-CHANGE-CATALOG-EXIT
003570             WHEN CNS-RTX-FILE-CATALOG AND CNS-RTX-FUNC-DELETE
003580                 PERFORM 4300-DELETE-CATALOG
003590                     THRU 4300-DELETE-CATALOG-EXIT
003600             WHEN OTHER
003610                 SET CNS-TXN-VALID-NO TO TRUE
003620                 MOVE "UNKNOWN FUNCTION CODE"
003630                     TO CNS-REJECT-REASON
003640         END-EVALUATE
003650     END-IF.
003660     IF CNS-TXN-VALID-YES
003670         ADD 1 TO CNS-APPLIED-COUNT
003680     ELSE
003690         ADD 1 TO CNS-REJECT-COUNT
003700         PERFORM 8300-LOG-REJECTION
003710             THRU 8300-LOG-REJECTION-EXIT
003720     END-IF.
003730 2100-PROCESS-ONE-TXN-EXIT.
003740     EXIT.
003750*
003760*    ---------------------------------------------------------
003770*    CHECKS EVERY TRANSACTION PASSES WHATEVER ITS FUNCTION:
003780*    FILES OPEN, KNOWN FILE CODE, REQUESTER GIVEN, CODE WELL
003790*    FORMED, JOB NAME PRESENT FOR A RUNBOOK AND ABSENT FOR THE
003800*    CATALOG
003810*    ---------------------------------------------------------
003820 2200-CHECK-COMMON.
003830     IF CNS-LOAD-FAILED-YES
003840         SET CNS-TXN-VALID-NO TO TRUE
003850         MOVE "RUNBOOK FILES NOT OPEN" TO CNS-REJECT-REASON
003860         GO TO 2200-CHECK-COMMON-EXIT
003870     END-IF.
003880     IF NOT CNS-RTX-FILE-RUNBOOK AND NOT CNS-RTX-FILE-CATALOG
003890         SET CNS-TXN-VALID-NO TO TRUE
003900         MOVE "UNKNOWN FILE CODE" TO CNS-REJECT-REASON
003910         GO TO 2200-CHECK-COMMON-EXIT
003920     END-IF.
003930     IF CNS-RTX-REQUESTER-ID = SPACES
003940         SET CNS-TXN-VALID-NO TO TRUE
003950         MOVE "REQUESTING OPERATOR REQUIRED" TO CNS-REJECT-REASON
003960         GO TO 2200-CHECK-COMMON-EXIT
003970     END-IF.
003980     MOVE CNS-RTX-ERROR-CODE TO CNS-CODE-FIELD.
003990     PERFORM 7100-VALIDATE-ERROR-CODE
004000         THRU 7100-VALIDATE-ERROR-CODE-EXIT.
004010     IF CNS-CODE-VALID-NO
004020         SET CNS-TXN-VALID-NO TO TRUE
004030         MOVE "ERROR CODE NOT S/U/RC FORM" TO CNS-REJECT-REASON
004040         GO TO 2200-CHECK-COMMON-EXIT
004050     END-IF.
004060     IF CNS-RTX-FILE-RUNBOOK AND CNS-RTX-JOB-NAME = SPACES
004070         SET CNS-TXN-VALID-NO TO TRUE
004080         MOVE "JOB NAME REQUIRED" TO CNS-REJECT-REASON
004090         GO TO 2200-CHECK-COMMON-EXIT
004100     END-IF.
004110     IF CNS-RTX-FILE-CATALOG AND CNS-RTX-JOB-NAME NOT = SPACES
004120         SET CNS-TXN-VALID-NO TO TRUE
004130         MOVE "CATALOG TAKES NO JOB NAME" TO CNS-REJECT-REASON
004140     END-IF.
004150 2200-CHECK-COMMON-EXIT.
004160     EXIT.
004170*
004180*    ---------------------------------------------------------
004190*    ADD A RUNBOOK ENTRY FOR A JOB AND CODE
004200*    ---------------------------------------------------------
004210 3100-ADD-RUNBOOK.
004220     MOVE CNS-RTX-JOB-NAME   TO CNS-RBK-JOB-NAME.
004230     MOVE CNS-RTX-ERROR-CODE TO CNS-RBK-ERROR-CODE.
004240     READ RUNBOOK-FILE
004250         INVALID KEY
004260             CONTINUE
004270         NOT INVALID KEY
004280             SET CNS-TXN-VALID-NO TO TRUE
004290             MOVE "DUPLICATE RUNBOOK ENTRY" TO CNS-REJECT-REASON
004300             GO TO 3100-ADD-RUNBOOK-EXIT
004310     END-READ.
004320     IF CNS-RTX-SAFE-RERUN NOT = "Y" AND NOT = "N"
004330         SET CNS-TXN-VALID-NO TO TRUE
004340         MOVE "SAFE-TO-RERUN MUST BE Y OR N" TO CNS-REJECT-REASON
004350         GO TO 3100-ADD-RUNBOOK-EXIT
004360     END-IF.
004370     PERFORM 7200-COUNT-RESTART-LINES
004380         THRU 7200-COUNT-RESTART-LINES-EXIT.
004390     IF CNS-TEXT-LINE-COUNT = 0
004400         SET CNS-TXN-VALID-NO TO TRUE
004410         MOVE "RESTART INSTRUCTIONS REQUIRED" TO CNS-REJECT-REASON
004420         GO TO 3100-ADD-RUNBOOK-EXIT
004430     END-IF.
004440     MOVE SPACES TO CNS-RUNBOOK-RECORD.
004450     MOVE CNS-RTX-JOB-NAME      TO CNS-RBK-JOB-NAME.
004460     MOVE CNS-RTX-ERROR-CODE    TO CNS-RBK-ERROR-CODE.
004470     MOVE CNS-RTX-SAFE-RERUN    TO CNS-RBK-SAFE-RERUN.
004480     MOVE CNS-RTX-CONTACT-NAME  TO CNS-RBK-CONTACT-NAME.
004490     MOVE CNS-RTX-CONTACT-PHONE TO CNS-RBK-CONTACT-PHONE.
004500     PERFORM 7210-MOVE-ONE-RESTART-LINE
004510         THRU 7210-MOVE-ONE-RESTART-LINE-EXIT
004520         VARYING CNS-LINE-SUB FROM 1 BY 1
004530         UNTIL CNS-LINE-SUB > 4.
004540     MOVE CNS-RUN-DATE          TO CNS-RBK-UPDATE-DATE.
004550     MOVE CNS-RTX-REQUESTER-ID  TO CNS-RBK-UPDATE-OPER.
004560     WRITE CNS-RUNBOOK-RECORD
004570         INVALID KEY
004580             SET CNS-TXN-VALID-NO TO TRUE
004590             MOVE "RUNBOOK WRITE FAILED" TO CNS-REJECT-REASON
004600             GO TO 3100-ADD-RUNBOOK-EXIT
004610     END-WRITE.
004620     PERFORM 8200-LOG-REQUEST THRU 8200-LOG-REQUEST-EXIT.
004630     MOVE "ADDED   " TO CNS-IMAGE-PREFIX.
004640     PERFORM 8100-LOG-RUNBOOK-IMAGE
004650         THRU 8100-LOG-RUNBOOK-IMAGE-EXIT.
004660 3100-ADD-RUNBOOK-EXIT.
004670     EXIT.
004680*
004690*    ---------------------------------------------------------
004700*    CHANGE A RUNBOOK ENTRY, LOGGING BEFORE AND AFTER.  A BLANK
004710*    FIELD ON THE TRANSACTION IS LEFT ALONE; ANY RESTART LINE
004720*    GIVEN REPLACES ALL FOUR.
004730*    ---------------------------------------------------------
004740 3200-CHANGE-RUNBOOK.
004750     MOVE CNS-RTX-JOB-NAME   TO CNS-RBK-JOB-NAME.
004760     MOVE CNS-RTX-ERROR-CODE TO CNS-RBK-ERROR-CODE.
004770     READ RUNBOOK-FILE
004780         INVALID KEY
004790             SET CNS-TXN-VALID-NO TO TRUE
004800             MOVE "RUNBOOK ENTRY NOT ON FILE" TO CNS-REJECT-REASON
004810             GO TO 3200-CHANGE-RUNBOOK-EXIT
004820     END-READ.
004830     PERFORM 7200-COUNT-RESTART-LINES
004840         THRU 7200-COUNT-RESTART-LINES-EXIT.
004850     IF CNS-RTX-SAFE-RERUN = SPACE
004860             AND CNS-RTX-CONTACT-NAME = SPACES
004870             AND CNS-RTX-CONTACT-PHONE = SPACES
004880             AND CNS-TEXT-LINE-COUNT = 0
004890         SET CNS-TXN-VALID-NO TO TRUE
004900         MOVE "NOTHING TO CHANGE" TO CNS-REJECT-REASON
004910         GO TO 3200-CHANGE-RUNBOOK-EXIT
004920     END-IF.
004930     IF CNS-RTX-SAFE-RERUN NOT = SPACE
004940             AND CNS-RTX-SAFE-RERUN NOT = "Y"
004950             AND CNS-RTX-SAFE-RERUN NOT = "N"
004960         SET CNS-TXN-VALID-NO TO TRUE
004970         MOVE "SAFE-TO-RERUN MUST BE Y OR N" TO CNS-REJECT-REASON
004980         GO TO 3200-CHANGE-RUNBOOK-EXIT
004990     END-IF.
005000     PERFORM 8200-LOG-REQUEST THRU 8200-LOG-REQUEST-EXIT.
005010     MOVE "BEFORE  " TO CNS-IMAGE-PREFIX.
005020     PERFORM 8100-LOG-RUNBOOK-IMAGE
005030         THRU 8100-LOG-RUNBOOK-IMAGE-EXIT.
005040     IF CNS-RTX-SAFE-RERUN NOT = SPACE
005050         MOVE CNS-RTX-SAFE-RERUN TO CNS-RBK-SAFE-RERUN
005060     END-IF.
005070     IF CNS-RTX-CONTACT-NAME NOT = SPACES
005080         MOVE CNS-RTX-CONTACT-NAME TO CNS-RBK-CONTACT-NAME
005090     END-IF.
005100     IF CNS-RTX-CONTACT-PHONE NOT = SPACES
005110         MOVE CNS-RTX-CONTACT-PHONE TO CNS-RBK-CONTACT-PHONE
005120     END-IF.
005130     IF CNS-TEXT-LINE-COUNT > 0
005140         PERFORM 7210-MOVE-ONE-RESTART-LINE
005150             THRU 7210-MOVE-ONE-RESTART-LINE-EXIT
005160             VARYING CNS-LINE-SUB FROM 1 BY 1
005170             UNTIL CNS-LINE-SUB > 4
005180     END-IF.
005190     MOVE CNS-RUN-DATE          TO CNS-RBK-UPDATE-DATE.
005200     MOVE CNS-RTX-REQUESTER-ID  TO CNS-RBK-UPDATE-OPER.
005210     REWRITE CNS-RUNBOOK-RECORD
005220         INVALID KEY
005230             SET CNS-TXN-VALID-NO TO TRUE
005240             MOVE "RUNBOOK REWRITE FAILED" TO CNS-REJECT-REASON
005250             GO TO 3200-CHANGE-RUNBOOK-EXIT
005260     END-REWRITE.
005270     MOVE "AFTER   " TO CNS-IMAGE-PREFIX.
005280     PERFORM 8100-LOG-RUNBOOK-IMAGE
005290         THRU 8100-LOG-RUNBOOK-IMAGE-EXIT.
005300 3200-CHANGE-RUNBOOK-EXIT.
005310     EXIT.
005320*
005330*    ---------------------------------------------------------
005340*    DELETE A RUNBOOK ENTRY, LOGGING THE BEFORE IMAGE
005350*    ---------------------------------------------------------
005360 3300-DELETE-RUNBOOK.
005370     MOVE CNS-RTX-JOB-NAME   TO CNS-RBK-JOB-NAME.
005380     MOVE CNS-RTX-ERROR-CODE TO CNS-RBK-ERROR-CODE.
005390     READ RUNBOOK-FILE
005400         INVALID KEY
005410             SET CNS-TXN-VALID-NO TO TRUE
005420             MOVE "RUNBOOK ENTRY NOT ON FILE" TO CNS-REJECT-REASON
005430             GO TO 3300-DELETE-RUNBOOK-EXIT
005440     END-READ.
005450     DELETE RUNBOOK-FILE RECORD
005460         INVALID KEY
005470             SET CNS-TXN-VALID-NO TO TRUE
005480             MOVE "RUNBOOK DELETE FAILED" TO CNS-REJECT-REASON
005490             GO TO 3300-DELETE-RUNBOOK-EXIT
005500     END-DELETE.
005510     PERFORM 8200-LOG-REQUEST THRU 8200-LOG-REQUEST-EXIT.
005520     MOVE "DELETED " TO CNS-IMAGE-PREFIX.
005530     PERFORM 8100-LOG-RUNBOOK-IMAGE
005540         THRU 8100-LOG-RUNBOOK-IMAGE-EXIT.
005550 3300-DELETE-RUNBOOK-EXIT.
005560     EXIT.
005570*
005580*    ---------------------------------------------------------
005590*    ADD A CATALOG ENTRY FOR A CODE
005600*    ---------------------------------------------------------
005610 4100-ADD-CATALOG.
005620     MOVE CNS-RTX-ERROR-CODE TO CNS-ECT-ERROR-CODE.
005630     READ ERROR-CATALOG-FILE
005640         INVALID KEY
005650             CONTINUE
005660         NOT INVALID KEY
005670             SET CNS-TXN-VALID-NO TO TRUE
005680             MOVE "DUPLICATE CATALOG ENTRY" TO CNS-REJECT-REASON
005690             GO TO 4100-ADD-CATALOG-EXIT
005700     END-READ.
005710     PERFORM 7300-VALIDATE-SEVERITY
005720         THRU 7300-VALIDATE-SEVERITY-EXIT.
005730     IF CNS-TXN-VALID-NO
005740         GO TO 4100-ADD-CATALOG-EXIT
005750     END-IF.
005760     IF CNS-RTX-MEANING-LINE (1) = SPACES
005770             AND CNS-RTX-MEANING-LINE (2) = SPACES
005780         SET CNS-TXN-VALID-NO TO TRUE
005790         MOVE "MEANING OF THE CODE REQUIRED" TO CNS-REJECT-REASON
005800         GO TO 4100-ADD-CATALOG-EXIT
005810     END-IF.
005820     MOVE SPACES TO CNS-ERROR-CATALOG-RECORD.
005830     MOVE CNS-RTX-ERROR-CODE       TO CNS-ECT-ERROR-CODE.
005840     MOVE CNS-EDIT-SEVERITY        TO CNS-ECT-SEVERITY.
005850     MOVE CNS-RTX-MEANING-LINE (1) TO CNS-ECT-MEANING-LINE (1).
005860     MOVE CNS-RTX-MEANING-LINE (2) TO CNS-ECT-MEANING-LINE (2).
005870     MOVE CNS-RUN-DATE             TO CNS-ECT-UPDATE-DATE.
005880     MOVE CNS-RTX-REQUESTER-ID     TO CNS-ECT-UPDATE-OPER.
005890     WRITE CNS-ERROR-CATALOG-RECORD
005900         INVALID KEY
005910             SET CNS-TXN-VALID-NO TO TRUE
005920             MOVE "CATALOG WRITE FAILED" TO CNS-REJECT-REASON
005930             GO TO 4100-ADD-CATALOG-EXIT
005940     END-WRITE.
005950     PERFORM 8200-LOG-REQUEST THRU 8200-LOG-REQUEST-EXIT.
005960     MOVE "ADDED   " TO CNS-IMAGE-PREFIX.
005970     PERFORM 8150-LOG-CATALOG-IMAGE
005980         THRU 8150-LOG-CATALOG-IMAGE-EXIT.
005990 4100-ADD-CATALOG-EXIT.
006000     EXIT.
006010*
006020*    ---------------------------------------------------------
006030*    CHANGE A CATALOG ENTRY, LOGGING BEFORE AND AFTER.  EITHER
006040*    MEANING LINE GIVEN REPLACES BOTH.
006050*    ---------------------------------------------------------
006060 4200-CHANGE-CATALOG.
006070     MOVE CNS-RTX-ERROR-CODE TO CNS-ECT-ERROR-CODE.
006080     READ ERROR-CATALOG-FILE
006090         INVALID KEY
006100             SET CNS-TXN-VALID-NO TO TRUE
006110             MOVE "CATALOG ENTRY NOT ON FILE" TO CNS-REJECT-REASON
006120             GO TO 4200-CHANGE-CATALOG-EXIT
006130     END-READ.
006140     IF CNS-RTX-SEVERITY = SPACE
006150             AND CNS-RTX-MEANING-LINE (1) = SPACES
006160             AND CNS-RTX-MEANING-LINE (2) = SPACES
006170         SET CNS-TXN-VALID-NO TO TRUE
006180         MOVE "NOTHING TO CHANGE" TO CNS-REJECT-REASON
006190         GO TO 4200-CHANGE-CATALOG-EXIT
006200     END-IF.
006210     IF CNS-RTX-SEVERITY NOT = SPACE
006220         PERFORM 7300-VALIDATE-SEVERITY
006230             THRU 7300-VALIDATE-SEVERITY-EXIT
006240         IF CNS-TXN-VALID-NO
006250             GO TO 4200-CHANGE-CATALOG-EXIT
006260         END-IF
006270     END-IF.
006280     PERFORM 8200-LOG-REQUEST THRU 8200-LOG-REQUEST-EXIT.
006290     MOVE "BEFORE  " TO CNS-IMAGE-PREFIX.
006300     PERFORM 8150-LOG-CATALOG-IMAGE
006310         THRU 8150-LOG-CATALOG-IMAGE-EXIT.
006320     IF CNS-RTX-SEVERITY NOT = SPACE
006330         MOVE CNS-EDIT-SEVERITY TO CNS-ECT-SEVERITY
006340     END-IF.
006350     IF CNS-RTX-MEANING-LINE (1) NOT = SPACES
006360             OR CNS-RTX-MEANING-LINE (2) NOT = SPACES
006370         MOVE CNS-RTX-MEANING-LINE (1) TO CNS-ECT-MEANING-LINE (1)
006380         MOVE CNS-RTX-MEANING-LINE (2) TO CNS-ECT-MEANING-LINE (2)
006390     END-IF.
006400     MOVE CNS-RUN-DATE             TO CNS-ECT-UPDATE-DATE.
006410     MOVE CNS-RTX-REQUESTER-ID     TO CNS-ECT-UPDATE-OPER.
006420     REWRITE CNS-ERROR-CATALOG-RECORD
006430         INVALID KEY
006440             SET CNS-TXN-VALID-NO TO TRUE
006450             MOVE "CATALOG REWRITE FAILED" TO CNS-REJECT-REASON
006460             GO TO 4200-CHANGE-CATALOG-EXIT
006470     END-REWRITE.
006480     MOVE "AFTER   " TO CNS-IMAGE-PREFIX.
006490     PERFORM 8150-LOG-CATALOG-IMAGE
006500         THRU 8150-LOG-CATALOG-IMAGE-EXIT.
006510 4200-CHANGE-CATALOG-EXIT.
006520     EXIT.
006530*
006540*    ---------------------------------------------------------
006550*    DELETE A CATALOG ENTRY, LOGGING THE BEFORE IMAGE.  RUNBOOK
006560*    ENTRIES STILL USING THE CODE ARE LEFT FOR THE VALIDATION
006570*    PASS TO LIST.
006580*    ---------------------------------------------------------
006590 4300-DELETE-CATALOG.
006600     MOVE CNS-RTX-ERROR-CODE TO CNS-ECT-ERROR-CODE.
006610     READ ERROR-CATALOG-FILE
006620         INVALID KEY
006630             SET CNS-TXN-VALID-NO TO TRUE
006640             MOVE "CATALOG ENTRY NOT ON FILE" TO CNS-REJECT-REASON
006650             GO TO 4300-DELETE-CATALOG-EXIT
006660     END-READ.
006670     DELETE ERROR-CATALOG-FILE RECORD
006680         INVALID KEY
006690             SET CNS-TXN-VALID-NO TO TRUE
006700             MOVE "CATALOG DELETE FAILED" TO CNS-REJECT-REASON
006710             GO TO 4300-DELETE-CATALOG-EXIT
006720     END-DELETE.
006730     PERFORM 8200-LOG-REQUEST THRU 8200-LOG-REQUEST-EXIT.
006740     MOVE "DELETED " TO CNS-IMAGE-PREFIX.
006750     PERFORM 8150-LOG-CATALOG-IMAGE
006760         THRU 8150-LOG-CATALOG-IMAGE-EXIT.
006770 4300-DELETE-CATALOG-EXIT.
006780     EXIT.
006790*
006800*    ---------------------------------------------------------
006810*    VALIDATION REPORT: REOPEN BOTH FILES FROM THE TOP AND LIST
006820*    EVERY ENTRY THE CONSOLE PANEL COULD NOT SHOW PROPERLY
006830*    ---------------------------------------------------------
006840 6000-VALIDATE-FILES.
006850     IF CNS-LOAD-FAILED-YES
006860         GO TO 6000-VALIDATE-FILES-EXIT
006870     END-IF.
006880     CLOSE RUNBOOK-FILE.
006890     CLOSE ERROR-CATALOG-FILE.
006900     OPEN INPUT RUNBOOK-FILE.
006910     IF NOT CNS-RBK-FILE-OK
006920         MOVE "RUNBOOK" TO CNS-REOPEN-FILE-NAME
006930         MOVE CNS-RBK-FILE-STATUS TO CNS-REOPEN-STATUS
006940         PERFORM 6050-REPORT-REOPEN-FAILED
006950             THRU 6050-REPORT-REOPEN-FAILED-EXIT
006960         GO TO 6000-VALIDATE-FILES-EXIT
006970     END-IF.
006980     OPEN INPUT ERROR-CATALOG-FILE.
006990     IF NOT CNS-ECT-FILE-OK
007000         CLOSE RUNBOOK-FILE
007010         MOVE "ERRCATLG" TO CNS-REOPEN-FILE-NAME
007020         MOVE CNS-ECT-FILE-STATUS TO CNS-REOPEN-STATUS
007030         PERFORM 6050-REPORT-REOPEN-FAILED
007040             THRU 6050-REPORT-REOPEN-FAILED-EXIT
007050         GO TO 6000-VALIDATE-FILES-EXIT
007060     END-IF.
007070     MOVE SPACES TO CNS-RPT-LINE.
007080     WRITE CNS-RPT-LINE.
007090     MOVE "VALIDATION OF RUNBOOK AND ERROR CATALOG"
007100         TO CNS-RPT-LINE.
007110     WRITE CNS-RPT-LINE.
007120     MOVE SPACES TO CNS-RPT-LINE.
007130     WRITE CNS-RPT-LINE.
007140     SET CNS-RBK-EOF-NO TO TRUE.
007150     PERFORM 6100-CHECK-ONE-RUNBOOK
007160         THRU 6100-CHECK-ONE-RUNBOOK-EXIT
007170         UNTIL CNS-RBK-EOF-YES.
007180*    THE RUNBOOK PASS READ THE CATALOG BY KEY, SO IT IS REOPENED
007190*    TO BROWSE FROM THE FIRST CODE.
007200     CLOSE ERROR-CATALOG-FILE.
007210     OPEN INPUT ERROR-CATALOG-FILE.
007220     IF NOT CNS-ECT-FILE-OK
007230         CLOSE RUNBOOK-FILE
007240         MOVE "ERRCATLG" TO CNS-REOPEN-FILE-NAME
007250         MOVE CNS-ECT-FILE-STATUS TO CNS-REOPEN-STATUS
007260         PERFORM 6050-REPORT-REOPEN-FAILED
007270             THRU 6050-REPORT-REOPEN-FAILED-EXIT
007280         GO TO 6000-VALIDATE-FILES-EXIT
007290     END-IF.
007300     SET CNS-ECT-EOF-NO TO TRUE.
007310     PERFORM 6200-CHECK-ONE-CATALOG
007320         THRU 6200-CHECK-ONE-CATALOG-EXIT
007330         UNTIL CNS-ECT-EOF-YES.
007340     IF CNS-FLAG-COUNT = 0
007350         MOVE "NO PROBLEMS FOUND" TO CNS-RPT-LINE
007360         WRITE CNS-RPT-LINE
007370     END-IF.
007380     CLOSE RUNBOOK-FILE.
007390     CLOSE ERROR-CATALOG-FILE.
007400 6000-VALIDATE-FILES-EXIT.
007410     EXIT.
007420*
007430*    A FILE THAT CANNOT BE REOPENED FOR THE VALIDATION PASS ENDS
007440*    THE PASS; THE LOG ABOVE STILL SHOWS WHAT WAS APPLIED.
007450 6050-REPORT-REOPEN-FAILED.
007460     SET CNS-REOPEN-FAILED-YES TO TRUE.
007470     MOVE SPACES TO CNS-RPT-LINE.
007480     WRITE CNS-RPT-LINE.
007490     STRING "CANNOT REOPEN "       DELIMITED BY SIZE
007500            CNS-REOPEN-FILE-NAME   DELIMITED BY SPACE
007510            ", STATUS "            DELIMITED BY SIZE
007520            CNS-REOPEN-STATUS      DELIMITED BY SIZE
007530            " - NOT VALIDATED"     DELIMITED BY SIZE
007540       INTO CNS-RPT-LINE
007550     END-STRING.
007560     WRITE CNS-RPT-LINE.
007570 6050-REPORT-REOPEN-FAILED-EXIT.
007580     EXIT.
007590*
007600 6100-CHECK-ONE-RUNBOOK.
007610     READ RUNBOOK-FILE NEXT RECORD
007620         AT END
007630             SET CNS-RBK-EOF-YES TO TRUE
007640             GO TO 6100-CHECK-ONE-RUNBOOK-EXIT
007650     END-READ.
007660     ADD 1 TO CNS-RBK-CHECKED-COUNT.
007670     MOVE "RUNBOOK"            TO CNS-FILE-NAME.
007680     MOVE CNS-RBK-JOB-NAME     TO CNS-FLAG-JOB.
007690     MOVE CNS-RBK-ERROR-CODE   TO CNS-FLAG-CODE.
007700     MOVE CNS-RBK-ERROR-CODE   TO CNS-CODE-FIELD.
007710     PERFORM 7100-VALIDATE-ERROR-CODE
007720         THRU 7100-VALIDATE-ERROR-CODE-EXIT.
007730     IF CNS-CODE-VALID-NO
007740         MOVE "ERROR CODE BADLY FORMED" TO CNS-FLAG-REASON
007750         PERFORM 8400-LOG-FLAG THRU 8400-LOG-FLAG-EXIT
007760     ELSE
007770         MOVE CNS-RBK-ERROR-CODE TO CNS-ECT-ERROR-CODE
007780         READ ERROR-CATALOG-FILE
007790             INVALID KEY
007800                 MOVE "CODE NOT IN ERROR CATALOG"
007810                     TO CNS-FLAG-REASON
007820                 PERFORM 8400-LOG-FLAG THRU 8400-LOG-FLAG-EXIT
007830         END-READ
007840     END-IF.
007850     IF NOT CNS-RBK-SAFE-RERUN-YES AND NOT CNS-RBK-SAFE-RERUN-NO
007860         MOVE "NO SAFE-TO-RERUN ANSWER" TO CNS-FLAG-REASON
007870         PERFORM 8400-LOG-FLAG THRU 8400-LOG-FLAG-EXIT
007880     END-IF.
007890     IF CNS-RBK-CONTACT-NAME = SPACES
007900             AND CNS-RBK-CONTACT-PHONE = SPACES
007910         MOVE "NO CONTACT TO CALL" TO CNS-FLAG-REASON
007920         PERFORM 8400-LOG-FLAG THRU 8400-LOG-FLAG-EXIT
007930     END-IF.
007940     IF CNS-RBK-RESTART-LINE (1) = SPACES
007950             AND CNS-RBK-RESTART-LINE (2) = SPACES
007960             AND CNS-RBK-RESTART-LINE (3) = SPACES
007970             AND CNS-RBK-RESTART-LINE (4) = SPACES
007980         MOVE "NO RESTART INSTRUCTIONS" TO CNS-FLAG-REASON
007990         PERFORM 8400-LOG-FLAG THRU 8400-LOG-FLAG-EXIT
008000     END-IF.
008010 6100-CHECK-ONE-RUNBOOK-EXIT.
008020     EXIT.
008030*
008040 6200-CHECK-ONE-CATALOG.
008050     READ ERROR-CATALOG-FILE NEXT RECORD
008060         AT END
008070             SET CNS-ECT-EOF-YES TO TRUE
008080             GO TO 6200-CHECK-ONE-CATALOG-EXIT
008090     END-READ.
008100     ADD 1 TO CNS-ECT-CHECKED-COUNT.
008110     MOVE "CATALOG"            TO CNS-FILE-NAME.
008120     MOVE SPACES               TO CNS-FLAG-JOB.
008130     MOVE CNS-ECT-ERROR-CODE   TO CNS-FLAG-CODE.
008140     MOVE CNS-ECT-ERROR-CODE   TO CNS-CODE-FIELD.
008150     PERFORM 7100-VALIDATE-ERROR-CODE
008160         THRU 7100-VALIDATE-ERROR-CODE-EXIT.
008170     IF CNS-CODE-VALID-NO
008180         MOVE "ERROR CODE BADLY FORMED" TO CNS-FLAG-REASON
008190         PERFORM 8400-LOG-FLAG THRU 8400-LOG-FLAG-EXIT
008200     END-IF.
008210     IF CNS-ECT-SEVERITY NOT NUMERIC
008220         MOVE "SEVERITY NOT 1-4" TO CNS-FLAG-REASON
008230         PERFORM 8400-LOG-FLAG THRU 8400-LOG-FLAG-EXIT
008240     ELSE
008250         IF CNS-ECT-SEVERITY < 1 OR CNS-ECT-SEVERITY > 4
008260             MOVE "SEVERITY NOT 1-4" TO CNS-FLAG-REASON
008270             PERFORM 8400-LOG-FLAG THRU 8400-LOG-FLAG-EXIT
008280         END-IF
008290     END-IF.
008300     IF CNS-ECT-MEANING-LINE (1) = SPACES
008310             AND CNS-ECT-MEANING-LINE (2) = SPACES
008320         MOVE "NO MEANING GIVEN" TO CNS-FLAG-REASON
008330         PERFORM 8400-LOG-FLAG THRU 8400-LOG-FLAG-EXIT
008340     END-IF.
008350 6200-CHECK-ONE-CATALOG-EXIT.
008360     EXIT.
008370*
008380*    ---------------------------------------------------------
008390*    ERROR CODE IN CNS-CODE-FIELD: "S" PLUS THREE HEX DIGITS,
008400*    "U" PLUS FOUR DIGITS, OR "RC" PLUS FOUR DIGITS, LEFT-
008410*    JUSTIFIED WITH THE UNUSED POSITIONS BLANK
008420*    ---------------------------------------------------------
008430 7100-VALIDATE-ERROR-CODE.
008440     SET CNS-CODE-VALID-NO TO TRUE.
008450     IF CNS-CODE-RC-PREFIX = "RC"
008460         IF CNS-CODE-RC-DIGITS NUMERIC
008470             SET CNS-CODE-VALID-YES TO TRUE
008480         END-IF
008490         GO TO 7100-VALIDATE-ERROR-CODE-EXIT
008500     END-IF.
008510     IF CNS-CODE-USR-PREFIX = "U"
008520         IF CNS-CODE-USR-DIGITS NUMERIC
008530                 AND CNS-CODE-USR-TAIL = SPACE
008540             SET CNS-CODE-VALID-YES TO TRUE
008550         END-IF
008560         GO TO 7100-VALIDATE-ERROR-CODE-EXIT
008570     END-IF.
008580     IF CNS-CODE-SYS-PREFIX = "S"
008590         MOVE CNS-CODE-SYS-HEX TO CNS-HEX-CHECK
008600         INSPECT CNS-HEX-CHECK CONVERTING "ABCDEF" TO "999999"
008610         IF CNS-HEX-CHECK NUMERIC
008620                 AND CNS-CODE-SYS-TAIL = SPACES
008630             SET CNS-CODE-VALID-YES TO TRUE
008640         END-IF
008650     END-IF.
008660 7100-VALIDATE-ERROR-CODE-EXIT.
008670     EXIT.
008680*
008690*    ---------------------------------------------------------
008700*    HOW MANY RESTART LINES THE TRANSACTION CARRIES, AND THE
008710*    MOVE OF ONE OF THEM ONTO THE RECORD
008720*    ---------------------------------------------------------
008730 7200-COUNT-RESTART-LINES.
008740     MOVE 0 TO CNS-TEXT-LINE-COUNT.
008750     PERFORM 7205-COUNT-ONE-RESTART-LINE
008760         THRU 7205-COUNT-ONE-RESTART-LINE-EXIT
008770         VARYING CNS-LINE-SUB FROM 1 BY 1
008780         UNTIL CNS-LINE-SUB > 4.
008790 7200-COUNT-RESTART-LINES-EXIT.
008800     EXIT.
008810*
008820 7205-COUNT-ONE-RESTART-LINE.
008830     IF CNS-RTX-RESTART-LINE (CNS-LINE-SUB) NOT = SPACES
008840         ADD 1 TO CNS-TEXT-LINE-COUNT
008850     END-IF.
008860 7205-COUNT-ONE-RESTART-LINE-EXIT.
008870     EXIT.
008880*
008890 7210-MOVE-ONE-RESTART-LINE.
008900     MOVE CNS-RTX-RESTART-LINE (CNS-LINE-SUB)
008910         TO CNS-RBK-RESTART-LINE (CNS-LINE-SUB).
008920 7210-MOVE-ONE-RESTART-LINE-EXIT.
008930     EXIT.
008940*
008950*    ---------------------------------------------------------
008960*    SEVERITY 1 (INFORMATIONAL) TO 4 (CRITICAL)
008970*    ---------------------------------------------------------
008980 7300-VALIDATE-SEVERITY.
008990     IF CNS-RTX-SEVERITY NOT NUMERIC
009000         SET CNS-TXN-VALID-NO TO TRUE
009010         MOVE "SEVERITY NOT NUMERIC" TO CNS-REJECT-REASON
009020         GO TO 7300-VALIDATE-SEVERITY-EXIT
009030     END-IF.
009040     MOVE CNS-RTX-SEVERITY TO CNS-EDIT-SEVERITY.
009050     IF CNS-EDIT-SEVERITY < 1 OR CNS-EDIT-SEVERITY > 4
009060         SET CNS-TXN-VALID-NO TO TRUE
009070         MOVE "SEVERITY OUT OF RANGE 1-4" TO CNS-REJECT-REASON
009080     END-IF.
009090 7300-VALIDATE-SEVERITY-EXIT.
009100     EXIT.
009110*
009120*    ---------------------------------------------------------
009130*    CHANGE-LOG LINES: ENTRY IMAGES, REQUESTER, REJECTIONS AND
009140*    VALIDATION FLAGS
009150*    ---------------------------------------------------------
009160 8100-LOG-RUNBOOK-IMAGE.
009170     MOVE SPACES TO CNS-RPT-LINE.
009180     MOVE 1 TO CNS-LINE-PTR.
009190     STRING CNS-IMAGE-PREFIX       DELIMITED BY SIZE
009200            " RUNBOOK "            DELIMITED BY SIZE
009210            CNS-RBK-JOB-NAME       DELIMITED BY SIZE
009220            " "                    DELIMITED BY SIZE
009230            CNS-RBK-ERROR-CODE     DELIMITED BY SIZE
009240            "  SAFE TO RERUN "     DELIMITED BY SIZE
009250            CNS-RBK-SAFE-RERUN     DELIMITED BY SIZE
009260            "  UPDATED "           DELIMITED BY SIZE
009270            CNS-RBK-UPDATE-DATE    DELIMITED BY SIZE
009280            " "                    DELIMITED BY SIZE
009290            CNS-RBK-UPDATE-OPER    DELIMITED BY SIZE
009300       INTO CNS-RPT-LINE
009310       WITH POINTER CNS-LINE-PTR
009320     END-STRING.
009330     WRITE CNS-RPT-LINE.
009340     MOVE SPACES TO CNS-RPT-LINE.
009350     MOVE 1 TO CNS-LINE-PTR.
009360     STRING "         CALL "       DELIMITED BY SIZE
009370            CNS-RBK-CONTACT-NAME   DELIMITED BY SIZE
009380            " "                    DELIMITED BY SIZE
009390            CNS-RBK-CONTACT-PHONE  DELIMITED BY SIZE
009400       INTO CNS-RPT-LINE
009410       WITH POINTER CNS-LINE-PTR
009420     END-STRING.
009430     WRITE CNS-RPT-LINE.
009440     PERFORM 8110-LOG-ONE-RESTART-LINE
009450         THRU 8110-LOG-ONE-RESTART-LINE-EXIT
009460         VARYING CNS-LINE-SUB FROM 1 BY 1
009470         UNTIL CNS-LINE-SUB > 4.
009480 8100-LOG-RUNBOOK-IMAGE-EXIT.
009490     EXIT.
009500*
009510 8110-LOG-ONE-RESTART-LINE.
009520     IF CNS-RBK-RESTART-LINE (CNS-LINE-SUB) = SPACES
009530         GO TO 8110-LOG-ONE-RESTART-LINE-EXIT
009540     END-IF.
009550     MOVE SPACES TO CNS-RPT-LINE.
009560     MOVE CNS-RBK-RESTART-LINE (CNS-LINE-SUB)
009570         TO CNS-RPT-LINE (10:56).
009580     WRITE CNS-RPT-LINE.
009590 8110-LOG-ONE-RESTART-LINE-EXIT.
009600     EXIT.
009610*
009620 8150-LOG-CATALOG-IMAGE.
009630     EVALUATE TRUE
009640         WHEN CNS-ECT-SEV-INFO
009650             MOVE "INFORMATIONAL" TO CNS-SEVERITY-NAME
009660         WHEN CNS-ECT-SEV-WARNING
009670             MOVE "WARNING"       TO CNS-SEVERITY-NAME
009680         WHEN CNS-ECT-SEV-SEVERE
009690             MOVE "SEVERE"        TO CNS-SEVERITY-NAME
009700         WHEN CNS-ECT-SEV-CRITICAL
009710             MOVE "CRITICAL"      TO CNS-SEVERITY-NAME
009720         WHEN OTHER
009730             MOVE "NOT GRADED"    TO CNS-SEVERITY-NAME
009740     END-EVALUATE.
009750     MOVE SPACES TO CNS-RPT-LINE.
009760     MOVE 1 TO CNS-LINE-PTR.
009770     STRING CNS-IMAGE-PREFIX       DELIMITED BY SIZE
009780            " CATALOG "            DELIMITED BY SIZE
009790            CNS-ECT-ERROR-CODE     DELIMITED BY SIZE
009800            "  SEVERITY "          DELIMITED BY SIZE
009810            CNS-ECT-SEVERITY       DELIMITED BY SIZE
009820            " "                    DELIMITED BY SIZE
009830            CNS-SEVERITY-NAME      DELIMITED BY SIZE
009840            "  UPDATED "           DELIMITED BY SIZE
009850            CNS-ECT-UPDATE-DATE    DELIMITED BY SIZE
009860            " "                    DELIMITED BY SIZE
009870            CNS-ECT-UPDATE-OPER    DELIMITED BY SIZE
009880       INTO CNS-RPT-LINE
009890       WITH POINTER CNS-LINE-PTR
009900     END-STRING.
009910     WRITE CNS-RPT-LINE.
009920     PERFORM 8160-LOG-ONE-MEANING-LINE
009930         THRU 8160-LOG-ONE-MEANING-LINE-EXIT
009940         VARYING CNS-LINE-SUB FROM 1 BY 1
009950         UNTIL CNS-LINE-SUB > 2.
009960 8150-LOG-CATALOG-IMAGE-EXIT.
009970     EXIT.
009980*
009990 8160-LOG-ONE-MEANING-LINE.
010000     IF CNS-ECT-MEANING-LINE (CNS-LINE-SUB) = SPACES
010010         GO TO 8160-LOG-ONE-MEANING-LINE-EXIT
010020     END-IF.
010030     MOVE SPACES TO CNS-RPT-LINE.
010040     MOVE CNS-ECT-MEANING-LINE (CNS-LINE-SUB)
010050         TO CNS-RPT-LINE (10:56).
010060     WRITE CNS-RPT-LINE.
010070 8160-LOG-ONE-MEANING-LINE-EXIT.
010080     EXIT.
010090*
010100 8200-LOG-REQUEST.
010110     MOVE SPACES TO CNS-RPT-LINE.
010120     WRITE CNS-RPT-LINE.
010130     MOVE 1 TO CNS-LINE-PTR.
010140     STRING "FUNCTION "            DELIMITED BY SIZE
010150            CNS-RTX-FUNCTION       DELIMITED BY SIZE
010160            " FILE "               DELIMITED BY SIZE
010170            CNS-RTX-FILE           DELIMITED BY SIZE
010180            " JOB "                DELIMITED BY SIZE
010190            CNS-RTX-JOB-NAME       DELIMITED BY SIZE
010200            " CODE "               DELIMITED BY SIZE
010210            CNS-RTX-ERROR-CODE     DELIMITED BY SIZE
010220            "  REQUESTED BY "      DELIMITED BY SIZE
010230            CNS-RTX-REQUESTER-ID   DELIMITED BY SIZE
010240       INTO CNS-RPT-LINE
010250       WITH POINTER CNS-LINE-PTR
010260     END-STRING.
010270     WRITE CNS-RPT-LINE.
010280 8200-LOG-REQUEST-EXIT.
010290     EXIT.
010300*
010310 8300-LOG-REJECTION.
010320     MOVE SPACES TO CNS-RPT-LINE.
010330     WRITE CNS-RPT-LINE.
010340     MOVE 1 TO CNS-LINE-PTR.
010350     STRING "REJECTED "            DELIMITED BY SIZE
010360            CNS-RTX-FUNCTION       DELIMITED BY SIZE
010370            " "                    DELIMITED BY SIZE
010380            CNS-RTX-FILE           DELIMITED BY SIZE
010390            " "                    DELIMITED BY SIZE
010400            CNS-RTX-JOB-NAME       DELIMITED BY SIZE
010410            " "                    DELIMITED BY SIZE
010420            CNS-RTX-ERROR-CODE     DELIMITED BY SIZE
010430            " BY "                 DELIMITED BY SIZE
010440            CNS-RTX-REQUESTER-ID   DELIMITED BY SIZE
010450            "  "                   DELIMITED BY SIZE
010460            CNS-REJECT-REASON      DELIMITED BY SIZE
010470       INTO CNS-RPT-LINE
010480       WITH POINTER CNS-LINE-PTR
010490     END-STRING.
010500     WRITE CNS-RPT-LINE.
010510 8300-LOG-REJECTION-EXIT.
010520     EXIT.
010530*
010540 8400-LOG-FLAG.
010550     ADD 1 TO CNS-FLAG-COUNT.
010560     MOVE SPACES TO CNS-RPT-LINE.
010570     MOVE 1 TO CNS-LINE-PTR.
010580     STRING "FLAGGED  "            DELIMITED BY SIZE
010590            CNS-FILE-NAME          DELIMITED BY SIZE
010600            " "                    DELIMITED BY SIZE
010610            CNS-FLAG-JOB           DELIMITED BY SIZE
010620            " "                    DELIMITED BY SIZE
010630            CNS-FLAG-CODE          DELIMITED BY SIZE
010640            "  "                   DELIMITED BY SIZE
010650            CNS-FLAG-REASON        DELIMITED BY SIZE
010660       INTO CNS-RPT-LINE
010670       WITH POINTER CNS-LINE-PTR
010680     END-STRING.
010690     WRITE CNS-RPT-LINE.
010700 8400-LOG-FLAG-EXIT.
010710     EXIT.
010720*
010730*    ---------------------------------------------------------
010740*    CLOSE UP AND PRINT THE TOTALS
010750*    ---------------------------------------------------------
010760 9000-FINALIZE.
010770     IF CNS-RTX-OPEN-YES
010780         CLOSE RUNBOOK-TXN-FILE
010790     END-IF.
010800     MOVE SPACES TO CNS-RPT-LINE.
010810     WRITE CNS-RPT-LINE.
010820     MOVE CNS-TXN-COUNT TO CNS-COUNT-EDIT.
010830     STRING "TRANSACTIONS READ..... " DELIMITED BY SIZE
010840            CNS-COUNT-EDIT           DELIMITED BY SIZE
010850       INTO CNS-RPT-LINE
010860     END-STRING.
010870     WRITE CNS-RPT-LINE.
010880     MOVE SPACES TO CNS-RPT-LINE.
010890     MOVE CNS-APPLIED-COUNT TO CNS-COUNT-EDIT.
010900     STRING "CHANGES APPLIED....... " DELIMITED BY SIZE
010910            CNS-COUNT-EDIT           DELIMITED BY SIZE
010920       INTO CNS-RPT-LINE
010930     END-STRING.
010940     WRITE CNS-RPT-LINE.
010950     MOVE SPACES TO CNS-RPT-LINE.
010960     MOVE CNS-REJECT-COUNT TO CNS-COUNT-EDIT.
010970     STRING "REJECTED.............. " DELIMITED BY SIZE
010980            CNS-COUNT-EDIT           DELIMITED BY SIZE
010990       INTO CNS-RPT-LINE
011000     END-STRING.
011010     WRITE CNS-RPT-LINE.
011020     MOVE SPACES TO CNS-RPT-LINE.
011030     MOVE CNS-RBK-CHECKED-COUNT TO CNS-COUNT-EDIT.
011040     STRING "RUNBOOK ENTRIES....... " DELIMITED BY SIZE
011050            CNS-COUNT-EDIT           DELIMITED BY SIZE
011060       INTO CNS-RPT-LINE
011070     END-STRING.
011080     WRITE CNS-RPT-LINE.
011090     MOVE SPACES TO CNS-RPT-LINE.
011100     MOVE CNS-ECT-CHECKED-COUNT TO CNS-COUNT-EDIT.
011110     STRING "CATALOG ENTRIES....... " DELIMITED BY SIZE
011120            CNS-COUNT-EDIT           DELIMITED BY SIZE
011130       INTO CNS-RPT-LINE
011140     END-STRING.
011150     WRITE CNS-RPT-LINE.
011160     MOVE SPACES TO CNS-RPT-LINE.
011170     MOVE CNS-FLAG-COUNT TO CNS-COUNT-EDIT.
011180     STRING "PROBLEMS FLAGGED...... " DELIMITED BY SIZE
011190            CNS-COUNT-EDIT           DELIMITED BY SIZE
011200       INTO CNS-RPT-LINE
011210     END-STRING.
011220     WRITE CNS-RPT-LINE.
011230     CLOSE RUNBOOK-REPORT-FILE.
011240 9000-FINALIZE-EXIT.
011250     EXIT.
