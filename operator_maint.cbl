000100*=================================================================
000110* PROGRAM      : OPERMAINT
000120* AUTHOR       : R L BLAKE
000130* INSTALLATION : OPERATIONS CONTROL GROUP
000140* DATE-WRITTEN : 2026-10-15
000150*
000160* REMARKS.
000170*     OPERATOR MASTER MAINTENANCE.  APPLIES SHIFT-LEAD
000180*     TRANSACTIONS (CNSOTXN) TO THE OPERATOR MASTER WITH FIELD
000190*     VALIDATION AND A PRINTED BEFORE/AFTER CHANGE LOG, IN THE
000200*     SAME MANNER AS CNSMAINT FOR THE DESK FILE.  OPERATORS ARE
000210*     NO LONGER ADDED BY EDITING THE FILE.
000220*
000230*     EVERY TRANSACTION NAMES THE SHIFT LEAD WHO AUTHORIZED IT.
000240*     THE REQUESTER MUST BE ON THE MASTER WITH SHIFT-LEAD
000250*     AUTHORITY AND NOT LOCKED OUT, AND MAY NOT MAINTAIN THEIR
000260*     OWN RECORD, SO NO ONE CAN GRANT THEMSELVES AUTHORITY OR
000270*     CLEAR THEIR OWN LOCKOUT.  ONLY WHILE THE MASTER HOLDS NO
000280*     SHIFT LEAD AT ALL (FIRST LOAD) IS THE REQUESTER TAKEN AS
000290*     GIVEN, AND THE LOG SAYS SO.  EACH APPLIED TRANSACTION IS
000300*     LOGGED WITH THE REQUESTING LEAD AND THE RUN DATE AND TIME,
000310*     AND A GRANT OF SHIFT-LEAD AUTHORITY IS FLAGGED ON ITS OWN
000320*     LINE FOR THE AUDITORS.
000330*
000340*     VALIDATION: OPERATOR ID REQUIRED AND UNIQUE ON ADD, PRESENT
000350*     ON CHANGE/DELETE/RESET; NAME REQUIRED ON ADD; AUTHORITY
000360*     1-3; PIN 4 TO 6 DIGITS, REQUIRED ON ADD AND RESET.  A RESET
000370*     ISSUES THE NEW PIN AND CLEARS THE FAILURE COUNT AND THE
000380*     LOCKOUT SET BY CONSOLE SIGN-ON.  THE PIN IS NEVER PRINTED.
000390*     REJECTED TRANSACTIONS ARE LOGGED WITH THE REASON AND LEAVE
000400*     THE MASTER UNTOUCHED.  RETURN CODE 4 WHEN ANYTHING WAS
000410*     REJECTED, 8 WHEN THE MASTER COULD NOT BE LOADED.
000420*
000430* MODIFICATION HISTORY.
000440*     2026-10-15  RLB  ORIGINAL PROGRAM.
000442*     2026-10-15  RLB  OPERATOR ID "SYSTEM" IS REFUSED ON ADD - IT
000444*                       MARKS HOLDS QUEUED AUTOMATICALLY BY
000446*                       INVIMPCT.
000450*=================================================================
000460 IDENTIFICATION DIVISION.
000470 PROGRAM-ID.     OPERMAINT.
000480 AUTHOR.         R L BLAKE.
000490 INSTALLATION.   OPERATIONS CONTROL GROUP.
000500 DATE-WRITTEN.   2026-10-15.
000510 DATE-COMPILED.
000520*
000530 ENVIRONMENT DIVISION.
000540 CONFIGURATION SECTION.
000550 SOURCE-COMPUTER.    GNUCOBOL.
000560 OBJECT-COMPUTER.    GNUCOBOL.
000570*
000580 INPUT-OUTPUT SECTION.
000590 FILE-CONTROL.
000600     SELECT OPER-TXN-FILE       ASSIGN TO "OPERTXN"
000610            ORGANIZATION IS SEQUENTIAL
000620            FILE STATUS IS CNS-OTX-FILE-STATUS.
000630*
000640     SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST"
000650            ORGANIZATION IS SEQUENTIAL
000660            FILE STATUS IS CNS-OPR-FILE-STATUS.
000670*
000680     SELECT OPER-REPORT-FILE    ASSIGN TO "OPERRPT"
000690            ORGANIZATION IS SEQUENTIAL
000700            FILE STATUS IS CNS-RPT-FILE-STATUS.
000710*
000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  OPER-TXN-FILE
000750     RECORDING MODE IS F
000760     LABEL RECORDS ARE STANDARD.
000770 COPY CNSOTXN.
000780*
000790 FD  OPERATOR-MASTER-FILE
000800     RECORDING MODE IS F
000810     LABEL RECORDS ARE STANDARD.
000820 COPY CNSOPER.
000830*
000840 FD  OPER-REPORT-FILE
000850     RECORDING MODE IS F
000860     LABEL RECORDS ARE STANDARD.
000870 01  CNS-RPT-LINE                PIC X(80).
000880*
000890 WORKING-STORAGE SECTION.
000900*
000910*    ---------------------------------------------------------
000920*    FILE STATUS AND END-OF-FILE SWITCHES
000930*    ---------------------------------------------------------
000940 77  CNS-OTX-FILE-STATUS          PIC X(02)  VALUE SPACES.
000950     88  CNS-OTX-FILE-OK                     VALUE "00".
000960*
000970 77  CNS-OTX-EOF-SW                PIC X(01) VALUE "N".
000980     88  CNS-OTX-EOF-YES                     VALUE "Y".
000990     88  CNS-OTX-EOF-NO                      VALUE "N".
001000*
001010 77  CNS-OTX-OPEN-SW               PIC X(01) VALUE "N".
001020     88  CNS-OTX-OPEN-YES                    VALUE "Y".
001030     88  CNS-OTX-OPEN-NO                     VALUE "N".
001040*
001050 77  CNS-OPR-FILE-STATUS          PIC X(02)  VALUE SPACES.
001060     88  CNS-OPR-FILE-OK                     VALUE "00".
001070     88  CNS-OPR-FILE-MISSING                VALUE "35".
001080*
001090 77  CNS-OPR-EOF-SW                PIC X(01) VALUE "N".
001100     88  CNS-OPR-EOF-YES                     VALUE "Y".
001110     88  CNS-OPR-EOF-NO                      VALUE "N".
001120*
001130*    SET WHEN THE OPERATOR MASTER COULD NOT BE LOADED WHOLE (OPEN
001140*    FAILURE OR MORE RECORDS THAN THE TABLE HOLDS).  EVERY
001150*    TRANSACTION IS REJECTED AND THE MASTER IS NOT REWRITTEN, SO
001160*    A BAD LOAD CAN NEVER ERASE OPERATORS ON THE WAY BACK OUT.
001170 77  CNS-LOAD-FAILED-SW            PIC X(01) VALUE "N".
001180     88  CNS-LOAD-FAILED-YES                 VALUE "Y".
001190     88  CNS-LOAD-FAILED-NO                  VALUE "N".
001200*
001210 77  CNS-RPT-FILE-STATUS          PIC X(02)  VALUE SPACES.
001220     88  CNS-RPT-FILE-OK                     VALUE "00".
001230*
001240*    ---------------------------------------------------------
001250*    IN-MEMORY OPERATOR TABLE, REWRITTEN AT END OF JOB
001260*    ---------------------------------------------------------
001270 01  CNS-OPER-TABLE.
001280     05  CNS-OPT-COUNT            PIC 9(03)  COMP VALUE 0.
001290     05  CNS-OPT-ENTRY OCCURS 1 TO 500 TIMES
001300                 DEPENDING ON CNS-OPT-COUNT
001310                 INDEXED BY CNS-OPT-IDX.
001320         10  CNS-OPT-ID           PIC X(06).
001330         10  CNS-OPT-NAME         PIC X(20).
001340         10  CNS-OPT-AUTH-LEVEL   PIC 9(01).
001350         10  CNS-OPT-PIN          PIC X(06).
001360         10  CNS-OPT-FAIL-COUNT   PIC 9(01).
001370         10  CNS-OPT-LOCK-SW      PIC X(01).
001380*
001390 77  CNS-OPT-SUB                  PIC 9(03)  COMP.
001400 77  CNS-OPT-HIT-SUB              PIC 9(03)  COMP.
001410 77  CNS-REQ-SUB                  PIC 9(03)  COMP VALUE 0.
001420 77  CNS-LEAD-COUNT               PIC 9(03)  COMP VALUE 0.
001430 77  CNS-FIND-ID                  PIC X(06)  VALUE SPACES.
001440*
001450 77  CNS-OPT-FOUND-SW              PIC X(01) VALUE "N".
001460     88  CNS-OPT-FOUND-YES                   VALUE "Y".
001470     88  CNS-OPT-FOUND-NO                    VALUE "N".
001480*
001490*    ---------------------------------------------------------
001500*    TRANSACTION VALIDATION WORK AREAS
001510*    ---------------------------------------------------------
001520 77  CNS-TXN-VALID-SW              PIC X(01) VALUE "Y".
001530     88  CNS-TXN-VALID-YES                   VALUE "Y".
001540     88  CNS-TXN-VALID-NO                    VALUE "N".
001550*
001560 77  CNS-REJECT-REASON            PIC X(30)  VALUE SPACES.
001570*
001580 77  CNS-EDIT-AUTH                PIC 9(01).
001590 77  CNS-PRIOR-AUTH               PIC 9(01).
001600*
001610*    PIN AS KEYED: FOUR TO SIX DIGITS, LEFT-JUSTIFIED, THE UNUSED
001620*    TRAILING POSITIONS BLANK.
001630 01  CNS-PIN-WORK.
001640     05  CNS-PIN-FIELD            PIC X(06).
001650     05  CNS-PIN-PARTS REDEFINES CNS-PIN-FIELD.
001660         10  CNS-PIN-FIRST-FOUR   PIC X(04).
001670         10  CNS-PIN-FIFTH        PIC X(01).
001680         10  CNS-PIN-SIXTH        PIC X(01).
001690*
001700 77  CNS-PIN-VALID-SW              PIC X(01) VALUE "Y".
001710     88  CNS-PIN-VALID-YES                   VALUE "Y".
001720     88  CNS-PIN-VALID-NO                    VALUE "N".
001730*
001740*    ---------------------------------------------------------
001750*    RUN STAMP AND RUNNING TOTALS FOR THE CLOSING SUMMARY LINES
001760*    ---------------------------------------------------------
001770 77  CNS-RUN-DATE                 PIC 9(08)  VALUE 0.
001780 77  CNS-RUN-TIME                 PIC 9(08)  VALUE 0.
001790*
001800 77  CNS-TXN-COUNT                PIC 9(05)  COMP  VALUE 0.
001810 77  CNS-APPLIED-COUNT            PIC 9(05)  COMP  VALUE 0.
001820 77  CNS-REJECT-COUNT             PIC 9(05)  COMP  VALUE 0.
001830 77  CNS-GRANT-COUNT              PIC 9(05)  COMP  VALUE 0.
001840*
001850*    ---------------------------------------------------------
001860*    PRINT-LINE BUILD AREA
001870*    ---------------------------------------------------------
001880 77  CNS-LINE-PTR                 PIC 9(03)  COMP.
001890 77  CNS-COUNT-EDIT               PIC ZZZZ9.
001900 77  CNS-IMAGE-PREFIX             PIC X(08).
001910 77  CNS-AUTH-EDIT                PIC 9(01).
001920 77  CNS-FAIL-EDIT                PIC 9(01).
001930 77  CNS-AUTH-NAME                PIC X(10).
001940 77  CNS-PIN-STATE                PIC X(04).
001950 77  CNS-LOCK-STATE               PIC X(01).
001960 77  CNS-REQ-NAME                 PIC X(20).
001970*
001980 PROCEDURE DIVISION.
001990*
002000 0000-MAINLINE.
002010     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
002020     PERFORM 2100-PROCESS-ONE-TXN
002030         THRU 2100-PROCESS-ONE-TXN-EXIT
002040         UNTIL CNS-OTX-EOF-YES.
002050     PERFORM 9000-FINALIZE THRU 9000-FINALIZE-EXIT.
002060     EVALUATE TRUE
002070         WHEN CNS-LOAD-FAILED-YES
002080             MOVE 8 TO RETURN-CODE
002090         WHEN CNS-REJECT-COUNT > 0
002100             MOVE 4 TO RETURN-CODE
002110     END-EVALUATE.
002120     STOP RUN.
002130 0000-MAINLINE-EXIT.
002140     EXIT.
002150*
002160*    ---------------------------------------------------------
002170*    OPEN THE REPORT, STAMP THE RUN, LOAD THE OPERATOR TABLE,
002180*    OPEN THE TRANSACTIONS
002190*    ---------------------------------------------------------
002200 1000-INITIALIZE.
002210     ACCEPT CNS-RUN-DATE FROM DATE YYYYMMDD.
002220     ACCEPT CNS-RUN-TIME FROM TIME.
002230     OPEN OUTPUT OPER-REPORT-FILE.
002240     MOVE SPACES TO CNS-RPT-LINE.
002250     MOVE "OPERATOR MASTER MAINTENANCE LOG" TO CNS-RPT-LINE.
002260     WRITE CNS-RPT-LINE.
002270     MOVE SPACES TO CNS-RPT-LINE.
002280     STRING "RUN DATE "            DELIMITED BY SIZE
002290            CNS-RUN-DATE           DELIMITED BY SIZE
002300            "  TIME "              DELIMITED BY SIZE
002310            CNS-RUN-TIME (1:6)     DELIMITED BY SIZE
002320       INTO CNS-RPT-LINE
002330     END-STRING.
002340     WRITE CNS-RPT-LINE.
002350     MOVE SPACES TO CNS-RPT-LINE.
002360     WRITE CNS-RPT-LINE.
002370     PERFORM 1100-LOAD-OPERATOR-TABLE
002380         THRU 1100-LOAD-OPERATOR-TABLE-EXIT.
002390     SET CNS-OTX-EOF-NO TO TRUE.
002400     OPEN INPUT OPER-TXN-FILE.
002410     IF CNS-OTX-FILE-OK
002420         SET CNS-OTX-OPEN-YES TO TRUE
002430     ELSE
002440         MOVE SPACES TO CNS-RPT-LINE
002450         MOVE "TRANSACTION FILE UNAVAILABLE - NO CHANGES"
002460             TO CNS-RPT-LINE
002470         WRITE CNS-RPT-LINE
002480         SET CNS-OTX-EOF-YES TO TRUE
002490     END-IF.
002500 1000-INITIALIZE-EXIT.
002510     EXIT.
002520*
002530 1100-LOAD-OPERATOR-TABLE.
002540     MOVE 0 TO CNS-OPT-COUNT.
002550     SET CNS-OPR-EOF-NO TO TRUE.
002560     OPEN INPUT OPERATOR-MASTER-FILE.
002570     IF CNS-OPR-FILE-MISSING
002580         GO TO 1100-LOAD-OPERATOR-TABLE-EXIT
002590     END-IF.
002600     IF NOT CNS-OPR-FILE-OK
002610         SET CNS-LOAD-FAILED-YES TO TRUE
002620         MOVE SPACES TO CNS-RPT-LINE
002630         MOVE "OPERATOR MASTER OPEN FAILED - NOT REWRITTEN"
002640             TO CNS-RPT-LINE
002650         WRITE CNS-RPT-LINE
002660         GO TO 1100-LOAD-OPERATOR-TABLE-EXIT
002670     END-IF.
002680     PERFORM 1110-LOAD-ONE-OPERATOR
002690         THRU 1110-LOAD-ONE-OPERATOR-EXIT
002700         UNTIL CNS-OPR-EOF-YES OR CNS-OPT-COUNT = 500.
002710     IF CNS-OPR-EOF-NO
002720         PERFORM 1120-CHECK-TABLE-OVERFLOW
002730             THRU 1120-CHECK-TABLE-OVERFLOW-EXIT
002740     END-IF.
002750     CLOSE OPERATOR-MASTER-FILE.
002760 1100-LOAD-OPERATOR-TABLE-EXIT.
002770     EXIT.
002780*
002790*    RECORDS WRITTEN BEFORE THE PIN FIELDS EXISTED CARRY BLANKS
002800*    THERE; THEY LOAD AS NO PIN ISSUED, NO FAILURES, NOT LOCKED.
002810 1110-LOAD-ONE-OPERATOR.
002820     READ OPERATOR-MASTER-FILE
002830         AT END
002840             SET CNS-OPR-EOF-YES TO TRUE
002850         NOT AT END
002860             ADD 1 TO CNS-OPT-COUNT
002870             MOVE CNS-OPR-ID
002880                 TO CNS-OPT-ID (CNS-OPT-COUNT)
002890             MOVE CNS-OPR-NAME
002900                 TO CNS-OPT-NAME (CNS-OPT-COUNT)
002910             MOVE CNS-OPR-AUTH-LEVEL
002920                 TO CNS-OPT-AUTH-LEVEL (CNS-OPT-COUNT)
002930             MOVE CNS-OPR-PIN
002940                 TO CNS-OPT-PIN (CNS-OPT-COUNT)
002950             MOVE CNS-OPR-FAIL-COUNT
002960                 TO CNS-OPT-FAIL-COUNT (CNS-OPT-COUNT)
002970             MOVE "N" TO CNS-OPT-LOCK-SW (CNS-OPT-COUNT)
002980             IF CNS-OPR-FAIL-COUNT NOT NUMERIC
002990                 MOVE 0 TO CNS-OPT-FAIL-COUNT (CNS-OPT-COUNT)
003000             END-IF
003010             IF CNS-OPR-LOCKED
003020                 MOVE "Y" TO CNS-OPT-LOCK-SW (CNS-OPT-COUNT)
003030             END-IF
003040     END-READ.
003050 1110-LOAD-ONE-OPERATOR-EXIT.
003060     EXIT.
003070*
003080*    THE LOAD LOOP STOPPED ON THE TABLE CAP; IF ANOTHER RECORD
003090*    REMAINS, REWRITING FROM THE TABLE WOULD SILENTLY DELETE
003100*    EVERY OPERATOR PAST THE CAP, SO THE LOAD IS FAILED INSTEAD.
003110 1120-CHECK-TABLE-OVERFLOW.
003120     READ OPERATOR-MASTER-FILE
003130         AT END
003140             SET CNS-OPR-EOF-YES TO TRUE
003150         NOT AT END
003160             SET CNS-LOAD-FAILED-YES TO TRUE
003170             MOVE SPACES TO CNS-RPT-LINE
003180             MOVE "OPERATOR MASTER EXCEEDS TABLE - NOT REWRITTEN"
003190                 TO CNS-RPT-LINE
003200             WRITE CNS-RPT-LINE
003210     END-READ.
003220 1120-CHECK-TABLE-OVERFLOW-EXIT.
003230     EXIT.
003240*
003250*    ---------------------------------------------------------
003260*    ONE TRANSACTION: CHECK THE REQUESTER, VALIDATE, APPLY, LOG
003270*    ---------------------------------------------------------
003280 2100-PROCESS-ONE-TXN.
003290     READ OPER-TXN-FILE
003300         AT END
003310             SET CNS-OTX-EOF-YES TO TRUE
003320             GO TO 2100-PROCESS-ONE-TXN-EXIT
003330     END-READ.
003340     ADD 1 TO CNS-TXN-COUNT.
003350     SET CNS-TXN-VALID-YES TO TRUE.
003360     MOVE SPACES TO CNS-REJECT-REASON.
003370     PERFORM 2200-CHECK-REQUESTER
003380         THRU 2200-CHECK-REQUESTER-EXIT.
003390     IF CNS-TXN-VALID-YES
003400         EVALUATE TRUE
003410             WHEN CNS-OTX-FUNC-ADD
003420                 PERFORM 3100-APPLY-ADD
003430                     THRU 3100-APPLY-ADD-EXIT
003440             WHEN CNS-OTX-FUNC-CHANGE
003450                 PERFORM 3200-APPLY-CHANGE
003460                     THRU 3200-APPLY-CHANGE-EXIT
003470             WHEN CNS-OTX-FUNC-DELETE
003480                 PERFORM 3300-APPLY-DELETE
003490                     THRU 3300-APPLY-DELETE-EXIT
003500             WHEN CNS-OTX-FUNC-RESET
003510                 PERFORM 3400-APPLY-RESET
003520                     THRU 3400-APPLY-RESET-EXIT
003530             WHEN OTHER
003540                 SET CNS-TXN-VALID-NO TO TRUE
003550                 MOVE "UNKNOWN FUNCTION CODE"
003560                     TO CNS-REJECT-REASON
003570         END-EVALUATE
003580     END-IF.
003590     IF CNS-TXN-VALID-YES
003600         ADD 1 TO CNS-APPLIED-COUNT
003610     ELSE
003620         ADD 1 TO CNS-REJECT-COUNT
003630         PERFORM 8300-LOG-REJECTION
003640             THRU 8300-LOG-REJECTION-EXIT
003650     END-IF.
003660 2100-PROCESS-ONE-TXN-EXIT.
003670     EXIT.
003680*
003690*    ---------------------------------------------------------
003700*    THE REQUESTER MUST BE A SHIFT LEAD ON THE MASTER, NOT
003710*    LOCKED OUT, AND NOT THE OPERATOR BEING MAINTAINED.  WITH NO
003720*    SHIFT LEAD ON THE MASTER AT ALL THE CHECK IS WAIVED SO THE
003730*    FIRST LEAD CAN BE LOADED; 8200 NOTES THAT ON THE LOG.
003740*    ---------------------------------------------------------
003750 2200-CHECK-REQUESTER.
003760     MOVE 0 TO CNS-REQ-SUB.
003770     MOVE SPACES TO CNS-REQ-NAME.
003780     IF CNS-LOAD-FAILED-YES
003790         SET CNS-TXN-VALID-NO TO TRUE
003800         MOVE "OPERATOR MASTER NOT LOADED" TO CNS-REJECT-REASON
003810         GO TO 2200-CHECK-REQUESTER-EXIT
003820     END-IF.
003830     IF CNS-OTX-REQUESTER-ID = SPACES
003840         SET CNS-TXN-VALID-NO TO TRUE
003850         MOVE "REQUESTING LEAD REQUIRED" TO CNS-REJECT-REASON
003860         GO TO 2200-CHECK-REQUESTER-EXIT
003870     END-IF.
003880     IF CNS-OTX-REQUESTER-ID = CNS-OTX-OPERATOR-ID
003890         SET CNS-TXN-VALID-NO TO TRUE
003900         MOVE "LEAD CANNOT MAINTAIN OWN ID" TO CNS-REJECT-REASON
003910         GO TO 2200-CHECK-REQUESTER-EXIT
003920     END-IF.
003930     PERFORM 7200-COUNT-SHIFT-LEADS
003940         THRU 7200-COUNT-SHIFT-LEADS-EXIT.
003950     IF CNS-LEAD-COUNT = 0
003960         MOVE "(NO LEAD ON FILE)" TO CNS-REQ-NAME
003970         GO TO 2200-CHECK-REQUESTER-EXIT
003980     END-IF.
003990     MOVE CNS-OTX-REQUESTER-ID TO CNS-FIND-ID.
004000     PERFORM 7100-FIND-OPERATOR THRU 7100-FIND-OPERATOR-EXIT.
004010     IF CNS-OPT-FOUND-NO
004020         SET CNS-TXN-VALID-NO TO TRUE
004030         MOVE "REQUESTER NOT ON MASTER" TO CNS-REJECT-REASON
004040         GO TO 2200-CHECK-REQUESTER-EXIT
004050     END-IF.
004060     IF CNS-OPT-AUTH-LEVEL (CNS-OPT-HIT-SUB) NOT = 3
004070         SET CNS-TXN-VALID-NO TO TRUE
004080         MOVE "REQUESTER NOT A SHIFT LEAD" TO CNS-REJECT-REASON
004090         GO TO 2200-CHECK-REQUESTER-EXIT
004100     END-IF.
004110     IF CNS-OPT-LOCK-SW (CNS-OPT-HIT-SUB) = "Y"
004120         SET CNS-TXN-VALID-NO TO TRUE
004130         MOVE "REQUESTER IS LOCKED OUT" TO CNS-REJECT-REASON
004140         GO TO 2200-CHECK-REQUESTER-EXIT
004150     END-IF.
004160     MOVE CNS-OPT-HIT-SUB TO CNS-REQ-SUB.
004170     MOVE CNS-OPT-NAME (CNS-REQ-SUB) TO CNS-REQ-NAME.
004180 2200-CHECK-REQUESTER-EXIT.
004190     EXIT.
004200*
004210*    ---------------------------------------------------------
004220*    ADD AN OPERATOR
004230*    ---------------------------------------------------------
004240 3100-APPLY-ADD.
004250     IF CNS-OTX-OPERATOR-ID = SPACES
004260         SET CNS-TXN-VALID-NO TO TRUE
004270         MOVE "OPERATOR ID REQUIRED" TO CNS-REJECT-REASON
004280         GO TO 3100-APPLY-ADD-EXIT
004290     END-IF.
004291     IF CNS-OTX-OPERATOR-ID = "SYSTEM"
004292         SET CNS-TXN-VALID-NO TO TRUE
004293         MOVE "OPERATOR ID IS RESERVED" TO CNS-REJECT-REASON
004294         GO TO 3100-APPLY-ADD-EXIT
004295     END-IF.
004300     MOVE CNS-OTX-OPERATOR-ID TO CNS-FIND-ID.
004310     PERFORM 7100-FIND-OPERATOR THRU 7100-FIND-OPERATOR-EXIT.
004320     IF CNS-OPT-FOUND-YES
004330         SET CNS-TXN-VALID-NO TO TRUE
004340         MOVE "DUPLICATE OPERATOR ID" TO CNS-REJECT-REASON
004350         GO TO 3100-APPLY-ADD-EXIT
004360     END-IF.
004370     IF CNS-OPT-COUNT = 500
004380         SET CNS-TXN-VALID-NO TO TRUE
004390         MOVE "OPERATOR TABLE FULL" TO CNS-REJECT-REASON
004400         GO TO 3100-APPLY-ADD-EXIT
004410     END-IF.
004420     IF CNS-OTX-NAME = SPACES
004430         SET CNS-TXN-VALID-NO TO TRUE
004440         MOVE "OPERATOR NAME REQUIRED" TO CNS-REJECT-REASON
004450         GO TO 3100-APPLY-ADD-EXIT
004460     END-IF.
004470     PERFORM 7300-VALIDATE-AUTHORITY
004480         THRU 7300-VALIDATE-AUTHORITY-EXIT.
004490     IF CNS-TXN-VALID-NO
004500         GO TO 3100-APPLY-ADD-EXIT
004510     END-IF.
004520     PERFORM 7400-VALIDATE-PIN
004530         THRU 7400-VALIDATE-PIN-EXIT.
004540     IF CNS-TXN-VALID-NO
004550         GO TO 3100-APPLY-ADD-EXIT
004560     END-IF.
004570     ADD 1 TO CNS-OPT-COUNT.
004580     MOVE CNS-OPT-COUNT       TO CNS-OPT-HIT-SUB.
004590     MOVE CNS-OTX-OPERATOR-ID TO CNS-OPT-ID (CNS-OPT-HIT-SUB).
004600     MOVE CNS-OTX-NAME        TO CNS-OPT-NAME (CNS-OPT-HIT-SUB).
004610     MOVE CNS-EDIT-AUTH   TO CNS-OPT-AUTH-LEVEL (CNS-OPT-HIT-SUB).
004620     MOVE CNS-PIN-FIELD       TO CNS-OPT-PIN (CNS-OPT-HIT-SUB).
004630     MOVE 0               TO CNS-OPT-FAIL-COUNT (CNS-OPT-HIT-SUB).
004640     MOVE "N"             TO CNS-OPT-LOCK-SW (CNS-OPT-HIT-SUB).
004650     PERFORM 8200-LOG-REQUEST THRU 8200-LOG-REQUEST-EXIT.
004660     MOVE "ADDED   "          TO CNS-IMAGE-PREFIX.
004670     PERFORM 8100-LOG-OPERATOR-IMAGE
004680         THRU 8100-LOG-OPERATOR-IMAGE-EXIT.
004690     IF CNS-EDIT-AUTH = 3
004700         PERFORM 8400-LOG-LEAD-GRANT
004710             THRU 8400-LOG-LEAD-GRANT-EXIT
004720     END-IF.
004730 3100-APPLY-ADD-EXIT.
004740     EXIT.
004750*
004760*    ---------------------------------------------------------
004770*    CHANGE AN OPERATOR'S NAME, AUTHORITY OR PIN, LOGGING BEFORE
004780*    AND AFTER.  A BLANK FIELD ON THE TRANSACTION IS LEFT ALONE.
004790*    ---------------------------------------------------------
004800 3200-APPLY-CHANGE.
004810     MOVE CNS-OTX-OPERATOR-ID TO CNS-FIND-ID.
004820     PERFORM 7100-FIND-OPERATOR THRU 7100-FIND-OPERATOR-EXIT.
004830     IF CNS-OPT-FOUND-NO
004840         SET CNS-TXN-VALID-NO TO TRUE
004850         MOVE "OPERATOR ID NOT ON FILE" TO CNS-REJECT-REASON
004860         GO TO 3200-APPLY-CHANGE-EXIT
004870     END-IF.
004880     IF CNS-OTX-NAME = SPACES
004890             AND CNS-OTX-AUTH-LEVEL = SPACE
004900             AND CNS-OTX-PIN = SPACES
004910         SET CNS-TXN-VALID-NO TO TRUE
004920         MOVE "NOTHING TO CHANGE" TO CNS-REJECT-REASON
004930         GO TO 3200-APPLY-CHANGE-EXIT
004940     END-IF.
004950     MOVE CNS-OPT-AUTH-LEVEL (CNS-OPT-HIT-SUB) TO CNS-PRIOR-AUTH.
004960     MOVE CNS-PRIOR-AUTH TO CNS-EDIT-AUTH.
004970     IF CNS-OTX-AUTH-LEVEL NOT = SPACE
004980         PERFORM 7300-VALIDATE-AUTHORITY
004990             THRU 7300-VALIDATE-AUTHORITY-EXIT
005000         IF CNS-TXN-VALID-NO
005010             GO TO 3200-APPLY-CHANGE-EXIT
005020         END-IF
005030     END-IF.
005040     IF CNS-OTX-PIN NOT = SPACES
005050         PERFORM 7400-VALIDATE-PIN
005060             THRU 7400-VALIDATE-PIN-EXIT
005070         IF CNS-TXN-VALID-NO
005080             GO TO 3200-APPLY-CHANGE-EXIT
005090         END-IF
005100     END-IF.
005110     PERFORM 8200-LOG-REQUEST THRU 8200-LOG-REQUEST-EXIT.
005120     MOVE "BEFORE  " TO CNS-IMAGE-PREFIX.
005130     PERFORM 8100-LOG-OPERATOR-IMAGE
005140         THRU 8100-LOG-OPERATOR-IMAGE-EXIT.
005150     IF CNS-OTX-NAME NOT = SPACES
005160         MOVE CNS-OTX-NAME TO CNS-OPT-NAME (CNS-OPT-HIT-SUB)
005170     END-IF.
005180     MOVE CNS-EDIT-AUTH TO CNS-OPT-AUTH-LEVEL (CNS-OPT-HIT-SUB).
005190     IF CNS-OTX-PIN NOT = SPACES
005200         MOVE CNS-PIN-FIELD TO CNS-OPT-PIN (CNS-OPT-HIT-SUB)
005210     END-IF.
005220     MOVE "AFTER   " TO CNS-IMAGE-PREFIX.
005230     PERFORM 8100-LOG-OPERATOR-IMAGE
005240         THRU 8100-LOG-OPERATOR-IMAGE-EXIT.
005250     IF CNS-EDIT-AUTH = 3 AND CNS-PRIOR-AUTH NOT = 3
005260         PERFORM 8400-LOG-LEAD-GRANT
005270             THRU 8400-LOG-LEAD-GRANT-EXIT
005280     END-IF.
005290 3200-APPLY-CHANGE-EXIT.
005300     EXIT.
005310*
005320*    ---------------------------------------------------------
005330*    DELETE AN OPERATOR, LOGGING THE BEFORE IMAGE.  THE LAST
005340*    TABLE ROW DROPS INTO THE EMPTIED SLOT.
005350*    ---------------------------------------------------------
005360 3300-APPLY-DELETE.
005370     MOVE CNS-OTX-OPERATOR-ID TO CNS-FIND-ID.
005380     PERFORM 7100-FIND-OPERATOR THRU 7100-FIND-OPERATOR-EXIT.
005390     IF CNS-OPT-FOUND-NO
005400         SET CNS-TXN-VALID-NO TO TRUE
005410         MOVE "OPERATOR ID NOT ON FILE" TO CNS-REJECT-REASON
005420         GO TO 3300-APPLY-DELETE-EXIT
005430     END-IF.
005440     PERFORM 8200-LOG-REQUEST THRU 8200-LOG-REQUEST-EXIT.
005450     MOVE "DELETED " TO CNS-IMAGE-PREFIX.
005460     PERFORM 8100-LOG-OPERATOR-IMAGE
005470         THRU 8100-LOG-OPERATOR-IMAGE-EXIT.
005480     IF CNS-OPT-HIT-SUB < CNS-OPT-COUNT
005490         MOVE CNS-OPT-ENTRY (CNS-OPT-COUNT)
005500             TO CNS-OPT-ENTRY (CNS-OPT-HIT-SUB)
005510     END-IF.
005520     SUBTRACT 1 FROM CNS-OPT-COUNT.
005530 3300-APPLY-DELETE-EXIT.
005540     EXIT.
005550*
005560*    ---------------------------------------------------------
005570*    RESET AN OPERATOR: ISSUE THE NEW PIN FROM THE TRANSACTION
005580*    AND CLEAR THE SIGN-ON FAILURE COUNT AND LOCKOUT
005590*    ---------------------------------------------------------
005600 3400-APPLY-RESET.
005610     MOVE CNS-OTX-OPERATOR-ID TO CNS-FIND-ID.
005620     PERFORM 7100-FIND-OPERATOR THRU 7100-FIND-OPERATOR-EXIT.
005630     IF CNS-OPT-FOUND-NO
005640         SET CNS-TXN-VALID-NO TO TRUE
005650         MOVE "OPERATOR ID NOT ON FILE" TO CNS-REJECT-REASON
005660         GO TO 3400-APPLY-RESET-EXIT
005670     END-IF.
005680     PERFORM 7400-VALIDATE-PIN
005690         THRU 7400-VALIDATE-PIN-EXIT.
005700     IF CNS-TXN-VALID-NO
005710         GO TO 3400-APPLY-RESET-EXIT
005720     END-IF.
005730     PERFORM 8200-LOG-REQUEST THRU 8200-LOG-REQUEST-EXIT.
005740     MOVE "BEFORE  " TO CNS-IMAGE-PREFIX.
005750     PERFORM 8100-LOG-OPERATOR-IMAGE
005760         THRU 8100-LOG-OPERATOR-IMAGE-EXIT.
005770     MOVE CNS-PIN-FIELD TO CNS-OPT-PIN (CNS-OPT-HIT-SUB).
005780     MOVE 0             TO CNS-OPT-FAIL-COUNT (CNS-OPT-HIT-SUB).
005790     MOVE "N"           TO CNS-OPT-LOCK-SW (CNS-OPT-HIT-SUB).
005800     MOVE "AFTER   " TO CNS-IMAGE-PREFIX.
005810     PERFORM 8100-LOG-OPERATOR-IMAGE
005820         THRU 8100-LOG-OPERATOR-IMAGE-EXIT.
005830 3400-APPLY-RESET-EXIT.
005840     EXIT.
005850*
005860*    ---------------------------------------------------------
005870*    FIND CNS-FIND-ID IN THE TABLE
005880*    ---------------------------------------------------------
005890 7100-FIND-OPERATOR.
005900     SET CNS-OPT-FOUND-NO TO TRUE.
005910     MOVE 0 TO CNS-OPT-HIT-SUB.
005920     PERFORM 7110-MATCH-ONE-OPERATOR
005930         THRU 7110-MATCH-ONE-OPERATOR-EXIT
005940         VARYING CNS-OPT-SUB FROM 1 BY 1
005950         UNTIL CNS-OPT-SUB > CNS-OPT-COUNT
005960            OR CNS-OPT-FOUND-YES.
005970 7100-FIND-OPERATOR-EXIT.
005980     EXIT.
005990*
006000 7110-MATCH-ONE-OPERATOR.
006010     IF CNS-OPT-ID (CNS-OPT-SUB) = CNS-FIND-ID
006020         SET CNS-OPT-FOUND-YES TO TRUE
006030         MOVE CNS-OPT-SUB TO CNS-OPT-HIT-SUB
006040     END-IF.
006050 7110-MATCH-ONE-OPERATOR-EXIT.
006060     EXIT.
006070*
006080*    ---------------------------------------------------------
006090*    HOW MANY SHIFT LEADS THE MASTER HOLDS RIGHT NOW
006100*    ---------------------------------------------------------
006110 7200-COUNT-SHIFT-LEADS.
006120     MOVE 0 TO CNS-LEAD-COUNT.
006130     PERFORM 7210-COUNT-ONE-LEAD
006140         THRU 7210-COUNT-ONE-LEAD-EXIT
006150         VARYING CNS-OPT-SUB FROM 1 BY 1
006160         UNTIL CNS-OPT-SUB > CNS-OPT-COUNT.
006170 7200-COUNT-SHIFT-LEADS-EXIT.
006180     EXIT.
006190*
006200 7210-COUNT-ONE-LEAD.
006210     IF CNS-OPT-AUTH-LEVEL (CNS-OPT-SUB) = 3
006220         ADD 1 TO CNS-LEAD-COUNT
006230     END-IF.
006240 7210-COUNT-ONE-LEAD-EXIT.
006250     EXIT.
006260*
006270*    ---------------------------------------------------------
006280*    AUTHORITY 1 (TRAINEE), 2 (OPERATOR) OR 3 (SHIFT LEAD)
006290*    ---------------------------------------------------------
006300 7300-VALIDATE-AUTHORITY.
006310     IF CNS-OTX-AUTH-LEVEL NOT NUMERIC
006320         SET CNS-TXN-VALID-NO TO TRUE
006330         MOVE "AUTHORITY NOT NUMERIC" TO CNS-REJECT-REASON
006340         GO TO 7300-VALIDATE-AUTHORITY-EXIT
006350     END-IF.
006360     MOVE CNS-OTX-AUTH-LEVEL TO CNS-EDIT-AUTH.
006370     IF CNS-EDIT-AUTH < 1 OR CNS-EDIT-AUTH > 3
006380         SET CNS-TXN-VALID-NO TO TRUE
006390         MOVE "AUTHORITY OUT OF RANGE 1-3" TO CNS-REJECT-REASON
006400     END-IF.
006410 7300-VALIDATE-AUTHORITY-EXIT.
006420     EXIT.
006430*
006440*    ---------------------------------------------------------
006450*    PIN OF 4 TO 6 DIGITS, LEFT-JUSTIFIED, NO EMBEDDED BLANKS
006460*    ---------------------------------------------------------
006470 7400-VALIDATE-PIN.
006480     MOVE CNS-OTX-PIN TO CNS-PIN-FIELD.
006490     SET CNS-PIN-VALID-YES TO TRUE.
006500     IF CNS-PIN-FIRST-FOUR NOT NUMERIC
006510         SET CNS-PIN-VALID-NO TO TRUE
006520     END-IF.
006530     IF CNS-PIN-FIFTH = SPACE
006540         IF CNS-PIN-SIXTH NOT = SPACE
006550             SET CNS-PIN-VALID-NO TO TRUE
006560         END-IF
006570     ELSE
006580         IF CNS-PIN-FIFTH NOT NUMERIC
006590             SET CNS-PIN-VALID-NO TO TRUE
006600         END-IF
006610         IF CNS-PIN-SIXTH NOT = SPACE
006620                 AND CNS-PIN-SIXTH NOT NUMERIC
006630             SET CNS-PIN-VALID-NO TO TRUE
006640         END-IF
006650     END-IF.
006660     IF CNS-PIN-VALID-NO
006670         SET CNS-TXN-VALID-NO TO TRUE
006680         MOVE "PIN MUST BE 4 TO 6 DIGITS" TO CNS-REJECT-REASON
006690     END-IF.
006700 7400-VALIDATE-PIN-EXIT.
006710     EXIT.
006720*
006730*    ---------------------------------------------------------
006740*    CHANGE-LOG LINES: OPERATOR IMAGES, REQUESTER, REJECTIONS.
006750*    THE PIN ITSELF IS NEVER PRINTED - ONLY WHETHER ONE IS SET.
006760*    ---------------------------------------------------------
006770 8100-LOG-OPERATOR-IMAGE.
006780     MOVE CNS-OPT-AUTH-LEVEL (CNS-OPT-HIT-SUB) TO CNS-AUTH-EDIT.
006790     MOVE CNS-OPT-FAIL-COUNT (CNS-OPT-HIT-SUB) TO CNS-FAIL-EDIT.
006800     MOVE CNS-OPT-LOCK-SW (CNS-OPT-HIT-SUB)    TO CNS-LOCK-STATE.
006810     EVALUATE CNS-AUTH-EDIT
006820         WHEN 1
006830             MOVE "TRAINEE   " TO CNS-AUTH-NAME
006840         WHEN 2
006850             MOVE "OPERATOR  " TO CNS-AUTH-NAME
006860         WHEN 3
006870             MOVE "SHIFT LEAD" TO CNS-AUTH-NAME
006880         WHEN OTHER
006890             MOVE "UNDEFINED " TO CNS-AUTH-NAME
006900     END-EVALUATE.
006910     IF CNS-OPT-PIN (CNS-OPT-HIT-SUB) = SPACES
006920         MOVE "NONE" TO CNS-PIN-STATE
006930     ELSE
006940         MOVE "SET " TO CNS-PIN-STATE
006950     END-IF.
006960     MOVE SPACES TO CNS-RPT-LINE.
006970     MOVE 1 TO CNS-LINE-PTR.
006980     STRING CNS-IMAGE-PREFIX       DELIMITED BY SIZE
006990            " "                    DELIMITED BY SIZE
007000            CNS-OPT-ID (CNS-OPT-HIT-SUB)
007010                                   DELIMITED BY SIZE
007020            " "                    DELIMITED BY SIZE
007030            CNS-OPT-NAME (CNS-OPT-HIT-SUB)
007040                                   DELIMITED BY SIZE
007050            " AUTH "               DELIMITED BY SIZE
007060            CNS-AUTH-EDIT          DELIMITED BY SIZE
007070            " "                    DELIMITED BY SIZE
007080            CNS-AUTH-NAME          DELIMITED BY SIZE
007090            " PIN "                DELIMITED BY SIZE
007100            CNS-PIN-STATE          DELIMITED BY SIZE
007110            " LOCK "               DELIMITED BY SIZE
007120            CNS-LOCK-STATE         DELIMITED BY SIZE
007130            " FAILS "              DELIMITED BY SIZE
007140            CNS-FAIL-EDIT          DELIMITED BY SIZE
007150       INTO CNS-RPT-LINE
007160       WITH POINTER CNS-LINE-PTR
007170     END-STRING.
007180     WRITE CNS-RPT-LINE.
007190 8100-LOG-OPERATOR-IMAGE-EXIT.
007200     EXIT.
007210*
007220 8200-LOG-REQUEST.
007230     MOVE SPACES TO CNS-RPT-LINE.
007240     WRITE CNS-RPT-LINE.
007250     MOVE 1 TO CNS-LINE-PTR.
007260     STRING "FUNCTION "            DELIMITED BY SIZE
007270            CNS-OTX-FUNCTION       DELIMITED BY SIZE
007280            " OPERATOR "           DELIMITED BY SIZE
007290            CNS-OTX-OPERATOR-ID    DELIMITED BY SIZE
007300            "  REQUESTED BY "      DELIMITED BY SIZE
007310            CNS-OTX-REQUESTER-ID   DELIMITED BY SIZE
007320            " "                    DELIMITED BY SIZE
007330            CNS-REQ-NAME           DELIMITED BY SIZE
007340       INTO CNS-RPT-LINE
007350       WITH POINTER CNS-LINE-PTR
007360     END-STRING.
007370     WRITE CNS-RPT-LINE.
007380 8200-LOG-REQUEST-EXIT.
007390     EXIT.
007400*
007410 8300-LOG-REJECTION.
007420     MOVE SPACES TO CNS-RPT-LINE.
007430     WRITE CNS-RPT-LINE.
007440     MOVE 1 TO CNS-LINE-PTR.
007450     STRING "REJECTED "            DELIMITED BY SIZE
007460            CNS-OTX-FUNCTION       DELIMITED BY SIZE
007470            " OPERATOR "           DELIMITED BY SIZE
007480            CNS-OTX-OPERATOR-ID    DELIMITED BY SIZE
007490            " BY "                 DELIMITED BY SIZE
007500            CNS-OTX-REQUESTER-ID   DELIMITED BY SIZE
007510            "  "                   DELIMITED BY SIZE
007520            CNS-REJECT-REASON      DELIMITED BY SIZE
007530       INTO CNS-RPT-LINE
007540       WITH POINTER CNS-LINE-PTR
007550     END-STRING.
007560     WRITE CNS-RPT-LINE.
007570 8300-LOG-REJECTION-EXIT.
007580     EXIT.
007590*
007600 8400-LOG-LEAD-GRANT.
007610     ADD 1 TO CNS-GRANT-COUNT.
007620     MOVE SPACES TO CNS-RPT-LINE.
007630     MOVE 1 TO CNS-LINE-PTR.
007640     STRING "*** SHIFT-LEAD AUTHORITY GRANTED TO "
007650                                   DELIMITED BY SIZE
007660            CNS-OTX-OPERATOR-ID    DELIMITED BY SIZE
007670            " BY "                 DELIMITED BY SIZE
007680            CNS-OTX-REQUESTER-ID   DELIMITED BY SIZE
007690            " ON "                 DELIMITED BY SIZE
007700            CNS-RUN-DATE           DELIMITED BY SIZE
007710            " AT "                 DELIMITED BY SIZE
007720            CNS-RUN-TIME (1:6)     DELIMITED BY SIZE
007730       INTO CNS-RPT-LINE
007740       WITH POINTER CNS-LINE-PTR
007750     END-STRING.
007760     WRITE CNS-RPT-LINE.
007770 8400-LOG-LEAD-GRANT-EXIT.
007780     EXIT.
007790*
007800*    ---------------------------------------------------------
007810*    REWRITE THE OPERATOR MASTER, THEN THE TOTALS
007820*    ---------------------------------------------------------
007830 9000-FINALIZE.
007840     IF CNS-OTX-OPEN-YES
007850         CLOSE OPER-TXN-FILE
007860     END-IF.
007870     IF CNS-LOAD-FAILED-NO
007880         OPEN OUTPUT OPERATOR-MASTER-FILE
007890         IF CNS-OPR-FILE-OK
007900             PERFORM 9100-WRITE-ONE-OPERATOR
007910                 THRU 9100-WRITE-ONE-OPERATOR-EXIT
007920                 VARYING CNS-OPT-SUB FROM 1 BY 1
007930                 UNTIL CNS-OPT-SUB > CNS-OPT-COUNT
007940             CLOSE OPERATOR-MASTER-FILE
007950         END-IF
007960     END-IF.
007970     MOVE SPACES TO CNS-RPT-LINE.
007980     WRITE CNS-RPT-LINE.
007990     MOVE CNS-TXN-COUNT TO CNS-COUNT-EDIT.
008000     STRING "TRANSACTIONS READ..... " DELIMITED BY SIZE
008010            CNS-COUNT-EDIT           DELIMITED BY SIZE
008020       INTO CNS-RPT-LINE
008030     END-STRING.
008040     WRITE CNS-RPT-LINE.
008050     MOVE SPACES TO CNS-RPT-LINE.
008060     MOVE CNS-APPLIED-COUNT TO CNS-COUNT-EDIT.
008070     STRING "CHANGES APPLIED....... " DELIMITED BY SIZE
008080            CNS-COUNT-EDIT           DELIMITED BY SIZE
008090       INTO CNS-RPT-LINE
008100     END-STRING.
008110     WRITE CNS-RPT-LINE.
008120     MOVE SPACES TO CNS-RPT-LINE.
008130     MOVE CNS-GRANT-COUNT TO CNS-COUNT-EDIT.
008140     STRING "SHIFT-LEAD GRANTS..... " DELIMITED BY SIZE
008150            CNS-COUNT-EDIT           DELIMITED BY SIZE
008160       INTO CNS-RPT-LINE
008170     END-STRING.
008180     WRITE CNS-RPT-LINE.
008190     MOVE SPACES TO CNS-RPT-LINE.
008200     MOVE CNS-REJECT-COUNT TO CNS-COUNT-EDIT.
008210     STRING "REJECTED.............. " DELIMITED BY SIZE
008220            CNS-COUNT-EDIT           DELIMITED BY SIZE
008230       INTO CNS-RPT-LINE
008240     END-STRING.
008250     WRITE CNS-RPT-LINE.
008260     CLOSE OPER-REPORT-FILE.
008270 9000-FINALIZE-EXIT.
008280     EXIT.
008290*
008300 9100-WRITE-ONE-OPERATOR.
008310     MOVE SPACES TO CNS-OPERATOR-RECORD.
008320     MOVE CNS-OPT-ID (CNS-OPT-SUB)         TO CNS-OPR-ID.
008330     MOVE CNS-OPT-NAME (CNS-OPT-SUB)       TO CNS-OPR-NAME.
008340     MOVE CNS-OPT-AUTH-LEVEL (CNS-OPT-SUB) TO CNS-OPR-AUTH-LEVEL.
008350     MOVE CNS-OPT-PIN (CNS-OPT-SUB)        TO CNS-OPR-PIN.
008360     MOVE CNS-OPT-FAIL-COUNT (CNS-OPT-SUB) TO CNS-OPR-FAIL-COUNT.
008370     MOVE CNS-OPT-LOCK-SW (CNS-OPT-SUB)    TO CNS-OPR-LOCK-SW.
008380     WRITE CNS-OPERATOR-RECORD.
008390 9100-WRITE-ONE-OPERATOR-EXIT.
008400     EXIT.
