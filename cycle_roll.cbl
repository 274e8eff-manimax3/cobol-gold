000340*     ON A STALE DATE.  A VARIANT THAT MATCHES NO PLAN-MASTER
000342*     RECORD STOPS THE SAME WAY, BEFORE ANYTHING IS REWRITTEN,
000344*     RATHER THAN RUN THE CYCLE AGAINST AN EMPTY SCHEDULE.
000345*     THE ROLL IS GATED ON CYCLCLOS: THE CERTIFICATION RECORD
000346*     (CYCLCERT) MUST BE FOR THE CURRENT CYCLE AND CERTIFIED, OR
000347*     A SHIFT LEAD MUST OVERRIDE WITH ID AND PIN ON SYSIN.  THE
000348*     OVERRIDE (OR A REFUSED ONE) IS LOGGED ON AUDITLOG; WITHOUT
000349*     ONE THE JOB STOPS WITH RETURN CODE 8, NOTHING REWRITTEN.
000350*
000360* MODIFICATION HISTORY.
000370*     2026-09-03  RLB  ORIGINAL PROGRAM.
000372*     2026-10-15  RLB  NO ROLL OF A CYCLE CYCLCLOS HAS NOT
000374*                       CERTIFIED WITHOUT A SHIFT-LEAD OVERRIDE
000376*                       FROM SYSIN, AUDITED ON AUDITLOG.
000377*     2026-10-15  RLB  OVERRIDE AUDIT RECORDS ARE SEALED THROUGH
000378*                       LOGSEAL AS THEY ARE WRITTEN.
000380*=================================================================
000390 IDENTIFICATION DIVISION.
000400 PROGRAM-ID.     CYCLROLL.
000730     SELECT JOB-DEPENDENCY-FILE ASSIGN TO "JOBDEPS"
000740            ORGANIZATION IS SEQUENTIAL
000750            FILE STATUS IS CNS-DEP-FILE-STATUS.
000751*
000752     SELECT CERTIFICATION-FILE  ASSIGN TO "CYCLCERT"
000753            ORGANIZATION IS SEQUENTIAL
000754            FILE STATUS IS CNS-CRT-FILE-STATUS.
000755*
000756     SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST"
000757            ORGANIZATION IS SEQUENTIAL
000758            FILE STATUS IS CNS-OPR-FILE-STATUS.
000760*
000762     SELECT AUDIT-LOG-FILE      ASSIGN TO "AUDITLOG"
000764            ORGANIZATION IS SEQUENTIAL
000766            FILE STATUS IS CNS-AUD-FILE-STATUS.
000768*
000770 DATA DIVISION.
000780 FILE SECTION.
000790 FD  CYCLE-CONTROL-FILE
001050     05  CNS-DPM-VARIANT         PIC X(02).
001060     05  CNS-DPM-DETAIL          PIC X(40).
001070*
001071 FD  CERTIFICATION-FILE
001072     RECORDING MODE IS F
001073     LABEL RECORDS ARE STANDARD.
001074 COPY CNSCERT.
001075*
001080 FD  JOB-DEPENDENCY-FILE
001090     RECORDING MODE IS F
001100     LABEL RECORDS ARE STANDARD.
001110 COPY CNSJDEP.
001111*
001112 FD  OPERATOR-MASTER-FILE
001113     RECORDING MODE IS F
001114     LABEL RECORDS ARE STANDARD.
001115 COPY CNSOPER.
001120*
001121 FD  AUDIT-LOG-FILE
001122     RECORDING MODE IS F
001123     LABEL RECORDS ARE STANDARD.
001124 COPY CNSAUDT.
001125*
001130 WORKING-STORAGE SECTION.
001140*
001150*    ---------------------------------------------------------
001440*
001450 77  CNS-DEP-FILE-STATUS          PIC X(02)  VALUE SPACES.
001460     88  CNS-DEP-FILE-OK                     VALUE "00".
001461*
001462 77  CNS-CRT-FILE-STATUS          PIC X(02)  VALUE SPACES.
001463     88  CNS-CRT-FILE-OK                     VALUE "00".
001464*
001465 77  CNS-OPR-FILE-STATUS          PIC X(02)  VALUE SPACES.
001466     88  CNS-OPR-FILE-OK                     VALUE "00".
001467*
001468 77  CNS-AUD-FILE-STATUS          PIC X(02)  VALUE SPACES.
001469     88  CNS-AUD-FILE-OK                     VALUE "00".
001470*
001471 77  CNS-OPR-EOF-SW                PIC X(01) VALUE "N".
001472     88  CNS-OPR-EOF-YES                     VALUE "Y".
001473     88  CNS-OPR-EOF-NO                      VALUE "N".
001474*
001475 77  CNS-OPR-FOUND-SW              PIC X(01) VALUE "N".
001476     88  CNS-OPR-FOUND-YES                   VALUE "Y".
001477     88  CNS-OPR-FOUND-NO                    VALUE "N".
001478*
001480*    ---------------------------------------------------------
001490*    THE ROLL: CURRENT DATE, NEXT BUSINESS DATE AND ITS
001500*    VARIANT.  SHIFT NAME AND DESK ARE STAGED THROUGH WORKING
001600*    RUNNING TOTALS, DISPLAYED AT END OF JOB
001610*    ---------------------------------------------------------
001620 77  CNS-PLAN-WRITE-COUNT         PIC 9(05)  COMP  VALUE 0.
001621 77  CNS-DEPS-WRITE-COUNT         PIC 9(05)  COMP  VALUE 0.
001622*
001623*    ---------------------------------------------------------
001624*    CERTIFICATION GATE.  THE CERTIFICATION RECORD IS KEPT IN
001625*    WORKING STORAGE SO AN OVERRIDE CAN REWRITE IT WITH ITS
001626*    COUNTS INTACT.  THE OVERRIDE CARD ON SYSIN CARRIES THE
001627*    SHIFT LEAD'S OPERATOR ID IN COLUMNS 1-6 AND PIN IN 7-12.
001628*    ---------------------------------------------------------
001629 77  CNS-CERT-FOUND-SW             PIC X(01) VALUE "N".
001630     88  CNS-CERT-FOUND-YES                  VALUE "Y".
001631     88  CNS-CERT-FOUND-NO                   VALUE "N".
001632*
001633 77  CNS-CERT-SAVE-RECORD         PIC X(80)  VALUE SPACES.
001634 77  CNS-CERT-REASON              PIC X(30)  VALUE SPACES.
001635 77  CNS-OVR-REASON               PIC X(30)  VALUE SPACES.
001636 77  CNS-OVR-DESK-ID              PIC X(06)  VALUE "BATCH".
001637 77  CNS-OVR-OPERATOR-NAME        PIC X(20)  VALUE SPACES.
001638 77  CNS-OVR-EVENT-WORK           PIC X(05)  VALUE SPACES.
001639 77  CNS-OVR-DATE                 PIC 9(08)  VALUE 0.
001640 77  CNS-OVR-TIME                 PIC 9(08)  VALUE 0.
001641*
001642 01  CNS-OVERRIDE-CARD.
001643     05  CNS-OVR-OPERATOR-ID      PIC X(06).
001644     05  CNS-OVR-PIN              PIC X(06).
001645     05  FILLER                   PIC X(68).
001646*
001647*    LOG RECORD SEAL (LOGSEAL CALL AREA)
001648 COPY CNSLSLP.
001649*
001650 PROCEDURE DIVISION.
001660*
001670 0000-MAINLINE.
001760     END-IF.
001762     PERFORM 2500-VERIFY-PLAN-VARIANT
001764         THRU 2500-VERIFY-PLAN-VARIANT-EXIT.
001766     PERFORM 2700-CHECK-CERTIFICATION
001768         THRU 2700-CHECK-CERTIFICATION-EXIT.
001770     PERFORM 3000-REWRITE-CYCLE-CONTROL
001780         THRU 3000-REWRITE-CYCLE-CONTROL-EXIT.
001790     PERFORM 4000-SELECT-PLAN-VARIANT
004070         " DEP RECORDS " CNS-DEPS-WRITE-COUNT.
004080 9000-FINALIZE-EXIT.
004090     EXIT.
004100*
004110*    ---------------------------------------------------------
004120*    CERTIFICATION GATE.  THE CURRENT CYCLE ROLLS ONLY WHEN
004130*    CYCLCLOS HAS CERTIFIED IT, OR WHEN A SHIFT LEAD OVERRIDES.
004140*    THE FIRST ROLL (NO CYCLE YET, DATE ZERO) HAS NOTHING TO
004150*    CERTIFY.  A REFUSAL STOPS BEFORE ANYTHING IS REWRITTEN.
004160*    ---------------------------------------------------------
004170 2700-CHECK-CERTIFICATION.
004180     IF CNS-OLD-CYCLE-DATE = "00000000"
004190         GO TO 2700-CHECK-CERTIFICATION-EXIT
004200     END-IF.
004210     SET CNS-CERT-FOUND-NO TO TRUE.
004220     MOVE SPACES TO CNS-CERT-SAVE-RECORD.
004230     MOVE "NO CERTIFICATION RECORD" TO CNS-CERT-REASON.
004240     OPEN INPUT CERTIFICATION-FILE.
004250     IF CNS-CRT-FILE-OK
004260         READ CERTIFICATION-FILE
004270             AT END
004280                 SET CNS-CERT-FOUND-NO TO TRUE
004290             NOT AT END
004300                 SET CNS-CERT-FOUND-YES TO TRUE
004310         END-READ
004320         IF CNS-CERT-FOUND-YES
004330             MOVE CNS-CERTIFICATION-RECORD TO CNS-CERT-SAVE-RECORD
004340             PERFORM 2750-JUDGE-CERTIFICATION
004350                 THRU 2750-JUDGE-CERTIFICATION-EXIT
004360         END-IF
004370         CLOSE CERTIFICATION-FILE
004380     END-IF.
004390     IF CNS-CERT-REASON = SPACES
004400         DISPLAY "CYCLROLL: CYCLE " CNS-OLD-CYCLE-DATE
004410             " CERTIFIED BY CYCLCLOS"
004420         GO TO 2700-CHECK-CERTIFICATION-EXIT
004430     END-IF.
004440     DISPLAY "CYCLROLL: CYCLE " CNS-OLD-CYCLE-DATE
004450         " NOT CERTIFIED - " CNS-CERT-REASON.
004460     PERFORM 2800-VALIDATE-OVERRIDE
004470         THRU 2800-VALIDATE-OVERRIDE-EXIT.
004480     IF CNS-OVR-REASON NOT = SPACES
004490         IF CNS-OVR-OPERATOR-ID NOT = SPACES
004500             SET CNS-AUD-EVENT-OVERRIDE-FAIL TO TRUE
004510             PERFORM 2900-WRITE-AUDIT-OVERRIDE
004520                 THRU 2900-WRITE-AUDIT-OVERRIDE-EXIT
004530         END-IF
004540         DISPLAY "CYCLROLL: OVERRIDE REFUSED - " CNS-OVR-REASON
004550         DISPLAY "CYCLROLL: NO ROLL"
004560         MOVE 8 TO RETURN-CODE
004570         STOP RUN
004580     END-IF.
004590     SET CNS-AUD-EVENT-ROLL-OVERRIDE TO TRUE.
004600     PERFORM 2900-WRITE-AUDIT-OVERRIDE
004610         THRU 2900-WRITE-AUDIT-OVERRIDE-EXIT.
004620     PERFORM 2950-REWRITE-CERTIFICATION
004630         THRU 2950-REWRITE-CERTIFICATION-EXIT.
004640     DISPLAY "CYCLROLL: ROLL OVERRIDDEN BY SHIFT LEAD "
004650         CNS-OVR-OPERATOR-ID " " CNS-OVR-OPERATOR-NAME.
004660 2700-CHECK-CERTIFICATION-EXIT.
004670     EXIT.
004680*
004690*    A BLANK REASON MEANS CERTIFIED FOR THE CURRENT CYCLE.  AN
004700*    OVERRIDDEN RECORD IS NOT CARRIED FORWARD - AN OVERRIDE
004710*    COVERS ONE ROLL, SO A RERUN NEEDS A FRESH ONE.
004720 2750-JUDGE-CERTIFICATION.
004730     EVALUATE TRUE
004740         WHEN CNS-CRT-CYCLE-DATE NOT = CNS-OLD-CYCLE-DATE
004750             MOVE "CERTIFICATION IS FOR ANOTHER CYCLE"
004760                 TO CNS-CERT-REASON
004770         WHEN CNS-CRT-CERTIFIED
004780             MOVE SPACES TO CNS-CERT-REASON
004790         WHEN CNS-CRT-NOT-CERTIFIED
004800             MOVE "CYCLCLOS FOUND FAILURES" TO CNS-CERT-REASON
004810         WHEN OTHER
004820             MOVE "NOT CERTIFIED BY CYCLCLOS" TO CNS-CERT-REASON
004830     END-EVALUATE.
004840 2750-JUDGE-CERTIFICATION-EXIT.
004850     EXIT.
004860*
004870*    ---------------------------------------------------------
004880*    THE OVERRIDE CARD MUST NAME AN OPERATOR ON THE MASTER OF
004890*    SHIFT-LEAD AUTHORITY, NOT LOCKED OUT, WITH THE RIGHT PIN.
004900*    A BLANK CARD IS NO OVERRIDE.  THE MASTER IS ONLY READ
004910*    HERE - A WRONG PIN DOES NOT COUNT TOWARD THE CONSOLE
004920*    SIGN-ON LOCKOUT.
004930*    ---------------------------------------------------------
004940 2800-VALIDATE-OVERRIDE.
004950     MOVE SPACES TO CNS-OVERRIDE-CARD.
004960     ACCEPT CNS-OVERRIDE-CARD.
004970     MOVE SPACES TO CNS-OVR-REASON.
004980     MOVE SPACES TO CNS-OVR-OPERATOR-NAME.
004990     IF CNS-OVR-OPERATOR-ID = SPACES
005000         MOVE "NO OVERRIDE ON SYSIN" TO CNS-OVR-REASON
005010         GO TO 2800-VALIDATE-OVERRIDE-EXIT
005020     END-IF.
005030     SET CNS-OPR-EOF-NO   TO TRUE.
005040     SET CNS-OPR-FOUND-NO TO TRUE.
005050     OPEN INPUT OPERATOR-MASTER-FILE.
005060     IF NOT CNS-OPR-FILE-OK
005070         MOVE "OPERATOR MASTER UNAVAILABLE" TO CNS-OVR-REASON
005080         GO TO 2800-VALIDATE-OVERRIDE-EXIT
005090     END-IF.
005100     PERFORM 2850-MATCH-ONE-OPERATOR
005110         THRU 2850-MATCH-ONE-OPERATOR-EXIT
005120         UNTIL CNS-OPR-EOF-YES OR CNS-OPR-FOUND-YES.
005130     EVALUATE TRUE
005140         WHEN CNS-OPR-FOUND-NO
005150             MOVE "OPERATOR NOT ON MASTER" TO CNS-OVR-REASON
005160         WHEN CNS-OPR-LOCKED
005170             MOVE "OPERATOR LOCKED OUT" TO CNS-OVR-REASON
005180         WHEN NOT CNS-OPR-AUTH-SHIFT-LEAD
005190             MOVE "OPERATOR NOT SHIFT LEAD" TO CNS-OVR-REASON
005200         WHEN CNS-OPR-PIN = SPACES
005210             MOVE "INVALID PIN" TO CNS-OVR-REASON
005220         WHEN CNS-OPR-PIN NOT = CNS-OVR-PIN
005230             MOVE "INVALID PIN" TO CNS-OVR-REASON
005240         WHEN OTHER
005250             MOVE CNS-OPR-NAME TO CNS-OVR-OPERATOR-NAME
005260     END-EVALUATE.
005270     CLOSE OPERATOR-MASTER-FILE.
005280 2800-VALIDATE-OVERRIDE-EXIT.
005290     EXIT.
005300*
005310 2850-MATCH-ONE-OPERATOR.
005320     READ OPERATOR-MASTER-FILE
005330         AT END
005340             SET CNS-OPR-EOF-YES TO TRUE
005350         NOT AT END
005360             IF CNS-OPR-ID = CNS-OVR-OPERATOR-ID
005370                 SET CNS-OPR-FOUND-YES TO TRUE
005380             END-IF
005390     END-READ.
005400 2850-MATCH-ONE-OPERATOR-EXIT.
005410     EXIT.
005420*
005430*    ---------------------------------------------------------
005440*    AUDIT AN OVERRIDE OR A REFUSED ONE.  THE CALLER HAS SET
005450*    THE EVENT TYPE; THE OPERATOR ID IS THE ONE ON THE CARD.
005460*    ---------------------------------------------------------
005470 2900-WRITE-AUDIT-OVERRIDE.
005480     MOVE CNS-AUD-EVENT-TYPE TO CNS-OVR-EVENT-WORK.
005490     ACCEPT CNS-OVR-DATE FROM DATE YYYYMMDD.
005500     ACCEPT CNS-OVR-TIME FROM TIME.
005510     OPEN EXTEND AUDIT-LOG-FILE.
005520     IF NOT CNS-AUD-FILE-OK
005530         OPEN OUTPUT AUDIT-LOG-FILE
005540     END-IF.
005550     IF NOT CNS-AUD-FILE-OK
005560         DISPLAY "CYCLROLL: CANNOT WRITE AUDITLOG, STATUS "
005570             CNS-AUD-FILE-STATUS
005580         MOVE 16 TO RETURN-CODE
005590         STOP RUN
005600     END-IF.
005610     MOVE SPACES TO CNS-AUDIT-RECORD.
005620     MOVE CNS-OVR-DESK-ID     TO CNS-AUD-DESK-ID.
005630     MOVE CNS-OVR-EVENT-WORK  TO CNS-AUD-EVENT-TYPE.
005640     MOVE CNS-OVR-DATE        TO CNS-AUD-DATE.
005650     MOVE CNS-OVR-TIME        TO CNS-AUD-TIME.
005660     MOVE CNS-OVR-OPERATOR-ID TO CNS-AUD-OPERATOR-ID.
005663     PERFORM 2960-SEAL-AUDIT-RECORD
005666         THRU 2960-SEAL-AUDIT-RECORD-EXIT.
005670     WRITE CNS-AUDIT-RECORD.
005680     CLOSE AUDIT-LOG-FILE.
005690 2900-WRITE-AUDIT-OVERRIDE-EXIT.
005700     EXIT.
005710*
005720*    ---------------------------------------------------------
005730*    STAMP THE OVERRIDE ON THE CERTIFICATION RECORD, KEEPING
005740*    CYCLCLOS'S COUNTS WHEN ITS RECORD WAS FOR THIS CYCLE
005750*    ---------------------------------------------------------
005760 2950-REWRITE-CERTIFICATION.
005770     OPEN OUTPUT CERTIFICATION-FILE.
005780     IF NOT CNS-CRT-FILE-OK
005790         DISPLAY "CYCLROLL: CANNOT REWRITE CYCLCERT, STATUS "
005800             CNS-CRT-FILE-STATUS " - OVERRIDE ON AUDITLOG ONLY"
005810         GO TO 2950-REWRITE-CERTIFICATION-EXIT
005820     END-IF.
005830     MOVE CNS-CERT-SAVE-RECORD TO CNS-CERTIFICATION-RECORD.
005840     IF CNS-CERT-FOUND-NO
005850             OR CNS-CRT-CYCLE-DATE NOT = CNS-OLD-CYCLE-DATE
005860         MOVE SPACES TO CNS-CERTIFICATION-RECORD
005870         MOVE CNS-OLD-CYCLE-DATE TO CNS-CRT-CYCLE-DATE
005880         MOVE 0 TO CNS-CRT-DATE
005890         MOVE 0 TO CNS-CRT-TIME
005900         MOVE 0 TO CNS-CRT-JOB-FAIL-COUNT
005910         MOVE 0 TO CNS-CRT-EXCEPTION-COUNT
005920         MOVE 0 TO CNS-CRT-DATASET-FAIL-COUNT
005930         MOVE 0 TO CNS-CRT-INCIDENT-OPEN-COUNT
005940     END-IF.
005950     SET CNS-CRT-OVERRIDDEN TO TRUE.
005960     MOVE CNS-OVR-OPERATOR-ID TO CNS-CRT-OVR-OPERATOR-ID.
005970     MOVE CNS-OVR-DATE        TO CNS-CRT-OVR-DATE.
005980     MOVE CNS-OVR-TIME        TO CNS-CRT-OVR-TIME.
005990     WRITE CNS-CERTIFICATION-RECORD.
006000     CLOSE CERTIFICATION-FILE.
006010 2950-REWRITE-CERTIFICATION-EXIT.
006020     EXIT.
006030*
006040*    ---------------------------------------------------------
006050*    SEAL THE AUDIT RECORD (LOGSEAL) JUST BEFORE IT IS WRITTEN
006060*    ---------------------------------------------------------
006070 2960-SEAL-AUDIT-RECORD.
006080     SET CNS-LSP-REQ-STAMP TO TRUE.
006090     MOVE "AUDITLOG" TO CNS-LSP-LOG-NAME.
006100     MOVE LENGTH OF CNS-AUDIT-RECORD TO CNS-LSP-RECORD-LENGTH.
006110     MOVE CNS-AUDIT-RECORD TO CNS-LSP-RECORD.
006120     CALL "LOGSEAL" USING CNS-LOG-SEAL-PARM.
006130     MOVE CNS-LSP-RECORD TO CNS-AUDIT-RECORD.
006140 2960-SEAL-AUDIT-RECORD-EXIT.
006150     EXIT.
