000594*                       "RANGERR " STATUS (RECORD COUNT OUTSIDE
000595*                       ITS EXPECTED RANGE) NOW DRAW IN WARNING
000596*                       AMBER, DISTINCT FROM A MISSING DATASET.
00596A*     2026-10-15  RLB  SIGN-ON CHECKS A PIN, LOCKS AN ID AFTER 3
00596B*                       MISSES AND AUDITS REFUSED/LOCKED SIGN-ONS.
00596C*     2026-10-15  RLB  JOB-QUEUE ROWS NOW SHOW THE OWNING TEAM,
00596D*                       AND JOBSTAT ROWS TAKE COLOR/ALERT FROM
00596E*                       JOBCLASS AND THE JOB MASTER, THE SAME
00596F*                       PER-JOB RULE THE TRACKING FILE USES.
00596G*     2026-10-15  RLB  EVERY AUDITLOG, ACKLOG AND CMDQUEUE RECORD
00596H*                       IS SEALED THROUGH LOGSEAL (SEQUENCE NUMBER
00596I*                       AND CHAINED CHECK VALUE) AS IT IS WRITTEN.
00596J*     2026-10-15  RLB  UP/DOWN NOW ALSO SELECT AN ERROR-LOG ROW,
00596K*                       AND ENTER OPENS (AND CLOSES) A DETAIL
00596L*                       PANEL FOR THE SELECTED JOB OR ERROR ROW -
00596M*                       THE JOB'S RUNBOOK ENTRY FOR ITS CURRENT
00596N*                       CODE, ELSE THE CATALOG ENTRY FOR THE CODE,
00596O*                       FROM RUNBLOOK.  EACH PANEL OPENED IS
00596P*                       LOGGED TO ACKLOG AS A VIEW.
000599*=================================================================
000591 IDENTIFICATION DIVISION.
000592 PROGRAM-ID.     HELLOWORLD.
003097 77  CNS-KEY-F6-CODE              BINARY-LONG     VALUE 295.
003098 77  CNS-KEY-F7-CODE              BINARY-LONG     VALUE 296.
003099 77  CNS-KEY-F8-CODE              BINARY-LONG     VALUE 297.
003100 77  CNS-KEY-ENTER-CODE           BINARY-LONG     VALUE 257.
003105*
003110 77  CNS-MOUSE-BUTTON-LEFT        BINARY-LONG     VALUE 0.
003120 77  CNS-MOUSE-CLICKED            BINARY-LONG.
003130 77  CNS-MOUSE-X                  BINARY-LONG.
003310 77  CNS-DRAW-B                  BINARY-CHAR UNSIGNED.
003320 77  CNS-DRAW-A                  BINARY-CHAR UNSIGNED  VALUE 255.
003330*
003331*    ---------------------------------------------------------
003332*    ERROR-ROW SELECTION; RUNBOOK PANEL SCREEN (0 = CLOSED)
003333*    ---------------------------------------------------------
003334 77  CNS-ERR-SEL-SUB              PIC 9(03)  COMP VALUE 0.
003335 77  CNS-PANEL-SCREEN             PIC 9(01)  VALUE 0.
003336     88  CNS-PANEL-CLOSED                    VALUE 0.
003337     88  CNS-PANEL-OPEN                      VALUE 1 2.
003338 77  CNS-PANEL-HEIGHT             BINARY-LONG.
003339*
003340*    ---------------------------------------------------------
003350*    CRITICAL-ALERT VISUAL/AUDIBLE ESCALATION
003360*    ---------------------------------------------------------
003490 77  CNS-ALERT-FLASH-REM          BINARY-LONG.
003500 77  CNS-ALERT-PHASE-QUOT         BINARY-LONG.
003510 77  CNS-ALERT-PHASE-REM          BINARY-LONG.
003511*
003512*    ---------------------------------------------------------
003513*    SIGN-ON PIN CHECK AND LOCKOUT
003514*    ---------------------------------------------------------
003515 77  CNS-OPR-PIN-IN               PIC X(06)  VALUE SPACES.
003516 77  CNS-PIN-MAX-FAILS            PIC 9(01)  VALUE 3.
003517 77  CNS-SIGNON-EVENT-WORK        PIC X(05)  VALUE SPACES.
003518 77  CNS-SIGNON-OK-SW              PIC X(01) VALUE "N".
003519     88  CNS-SIGNON-OK-YES                   VALUE "Y".
003520     88  CNS-SIGNON-OK-NO                    VALUE "N".
003521*
003522*    ---------------------------------------------------------
003523*    CALL AREAS: JOB RETURN-CODE RULE AND OWNING TEAM (JOBCLASS),
003524*    THE LOG RECORD SEAL (LOGSEAL), RUNBOOK PANEL TEXT (RUNBLOOK)
003525*    ---------------------------------------------------------
003526 COPY CNSJCLP.
003527 COPY CNSLSLP.
003528 COPY CNSRBLP.
003529*
003530 PROCEDURE DIVISION.
003540*
003550 0000-MAINLINE.
003640*    INITIALIZATION
003650*    ---------------------------------------------------------
003660 1000-INITIALIZE.
003662     PERFORM 1100-READ-CONTROL-RECORD
003664         THRU 1100-READ-CONTROL-RECORD-EXIT.
003670     PERFORM 1050-OPERATOR-SIGN-ON
003680         THRU 1050-OPERATOR-SIGN-ON-EXIT.
003690     PERFORM 1150-READ-DESK-PARAMETERS
003700         THRU 1150-READ-DESK-PARAMETERS-EXIT.
003710     PERFORM 1170-RESTORE-CHECKPOINT
003940     EXIT.
003950*
003951*    ---------------------------------------------------------
003952*    OPERATOR SIGN-ON.  THE OPERATOR KEYS THEIR ID AND PIN,
003953*    CHECKED AGAINST THE OPERATOR MASTER (1057); THREE FAILURES
003954*    AND THE CONSOLE DOES NOT START.  A MISSING MASTER FILE
003955*    FALLS BACK TO AN UNATTRIBUTED QUALIFIED SESSION SO A BAD
003956*    FILE CANNOT LOCK EVERY DESK OUT MID-SHIFT.
003957*    ---------------------------------------------------------
003958 1050-OPERATOR-SIGN-ON.
003959     OPEN INPUT OPERATOR-MASTER-FILE.
003966     CLOSE OPERATOR-MASTER-FILE.
003967     PERFORM 1055-PROMPT-ONE-SIGNON
003968         THRU 1055-PROMPT-ONE-SIGNON-EXIT
003969         UNTIL CNS-SIGNON-OK-YES OR CNS-SIGNON-TRIES > 2.
003970     IF CNS-SIGNON-OK-NO
003971         DISPLAY "SIGN-ON FAILED - CONSOLE NOT STARTED"
003972         STOP RUN
003973     END-IF.
003981     IF CNS-OPR-ID-IN = SPACES
003982         GO TO 1055-PROMPT-ONE-SIGNON-EXIT
003983     END-IF.
003984     DISPLAY "PIN?".
003985     ACCEPT CNS-OPR-PIN-IN.
003986     SET CNS-OPR-EOF-NO   TO TRUE.
003987     SET CNS-OPR-FOUND-NO TO TRUE.
003988     OPEN I-O OPERATOR-MASTER-FILE.
003989     IF NOT CNS-OPR-FILE-OK
003990         GO TO 1055-PROMPT-ONE-SIGNON-EXIT
003991     END-IF.
003992     PERFORM 1058-MATCH-ONE-OPERATOR
003993         THRU 1058-MATCH-ONE-OPERATOR-EXIT
003994         UNTIL CNS-OPR-EOF-YES OR CNS-OPR-FOUND-YES.
003995     PERFORM 1057-VERIFY-OPERATOR-PIN
003996         THRU 1057-VERIFY-OPERATOR-PIN-EXIT.
003997     CLOSE OPERATOR-MASTER-FILE.
003998 1055-PROMPT-ONE-SIGNON-EXIT.
003999     EXIT.
004000*
004005         NOT AT END
004006             IF CNS-OPR-ID = CNS-OPR-ID-IN
004007                 SET CNS-OPR-FOUND-YES TO TRUE
004011             END-IF
004012     END-READ.
004013 1058-MATCH-ONE-OPERATOR-EXIT.
004900         THRU 1210-LOAD-ONE-JOB-RECORD-EXIT
004910         UNTIL CNS-JSF-EOF-YES OR CNS-JST-COUNT = 500.
004920     CLOSE JOB-STATUS-FILE.
004923     SET CNS-JCP-REQ-CLOSE TO TRUE.
004926     CALL "JOBCLASS" USING CNS-JOB-CLASS-PARM.
004930 1200-LOAD-JOB-STATUS-TABLE-EXIT.
004940     EXIT.
004950*
005090                 TO CNS-JST-COLOR-CODE (CNS-JST-COUNT)
005100             MOVE CNS-JSF-ALERT-LEVEL
005110                 TO CNS-JST-ALERT-LEVEL (CNS-JST-COUNT)
005113             PERFORM 1215-CLASSIFY-JOB-ROW
005116                 THRU 1215-CLASSIFY-JOB-ROW-EXIT
005120     END-READ.
005130 1210-LOAD-ONE-JOB-RECORD-EXIT.
005140     EXIT.
005820     SET CNS-AUD-EVENT-START TO TRUE.
005830     ACCEPT CNS-AUD-DATE FROM DATE YYYYMMDD.
005840     ACCEPT CNS-AUD-TIME FROM TIME.
005842     IF CNS-AUD-FILE-OK
005844         PERFORM 8200-SEAL-AUDIT-RECORD
005846             THRU 8200-SEAL-AUDIT-RECORD-EXIT
005848     END-IF.
005850     WRITE CNS-AUDIT-RECORD.
005860     CLOSE AUDIT-LOG-FILE.
005870 1450-WRITE-AUDIT-START-EXIT.
007795     MOVE CNS-SESSION-OPR-ID TO CNS-ACK-OPERATOR-ID.
007800     ACCEPT CNS-ACK-DATE FROM DATE YYYYMMDD.
007810     ACCEPT CNS-ACK-TIME FROM TIME.
007812     IF CNS-ACK-FILE-OK
007814         PERFORM 8210-SEAL-ACK-RECORD
007816             THRU 8210-SEAL-ACK-RECORD-EXIT
007818     END-IF.
007820     WRITE CNS-ACK-RECORD.
007830     CLOSE ACK-LOG-FILE.
007840 2190-WRITE-ACK-RECORD-EXIT.
007980     END-EVALUATE.
007990     PERFORM 2600-DRAW-SCREEN-TABS
008000         THRU 2600-DRAW-SCREEN-TABS-EXIT.
008001     IF CNS-PANEL-OPEN AND CNS-PANEL-SCREEN NOT = CNS-SCREEN-ID
008002         SET CNS-PANEL-CLOSED TO TRUE
008003     END-IF.
008004     IF CNS-PANEL-OPEN
008005         PERFORM 2360-DRAW-DETAIL-PANEL
008006             THRU 2360-DRAW-DETAIL-PANEL-EXIT
008007     END-IF.
008010 2300-DRAW-CURRENT-SCREEN-EXIT.
008020     EXIT.
008030*
008310            CNS-JST-START-TIME (CNS-JST-IDX)  DELIMITED BY SPACE
008320            "  RC="                           DELIMITED BY SIZE
008330            CNS-JST-RETURN-CODE (CNS-JST-IDX) DELIMITED BY SIZE
008333            "  TEAM "                         DELIMITED BY SIZE
008336            CNS-JST-OWNER-TEAM (CNS-JST-IDX)  DELIMITED BY "  "
008340       INTO CNS-ROW-TEXT
008350       WITH POINTER CNS-ROW-TEXT-PTR
008360     END-STRING.
008880                                BY VALUE 50
008890                                BY VALUE 50
008900                                BY VALUE 255.
008901     IF CNS-ERR-IDX = CNS-ERR-SEL-SUB
008902         CALL "DrawRectangle" USING BY VALUE 2
008903                                    BY VALUE CNS-ROW-Y
008904                                    BY VALUE 6
008905                                    BY VALUE 20
008906                                    BY VALUE 20
008907                                    BY VALUE 20
008908                                    BY VALUE 20 BY VALUE 255
008909     END-IF.
008910     MOVE SPACES TO CNS-ROW-TEXT.
008920     MOVE 1 TO CNS-ROW-TEXT-PTR.
008930     STRING CNS-ERR-JOB-NAME (CNS-ERR-IDX)  DELIMITED BY SPACE
011330     CLOSE JOB-TRACKING-FILE.
011332     PERFORM 2900-FLAG-BLOCKED-SUCCESSORS
011334         THRU 2900-FLAG-BLOCKED-SUCCESSORS-EXIT.
011336     SET CNS-JCP-REQ-CLOSE TO TRUE.
011338     CALL "JOBCLASS" USING CNS-JOB-CLASS-PARM.
011340 2750-REFRESH-JOB-TRACKING-EXIT.
011350     EXIT.
011360*
011500                 TO CNS-JST-COLOR-CODE (CNS-JST-COUNT)
011510             MOVE CNS-TRK-ALERT-LEVEL
011520                 TO CNS-JST-ALERT-LEVEL (CNS-JST-COUNT)
011523             PERFORM 2765-SET-JOB-ROW-TEAM
011526                 THRU 2765-SET-JOB-ROW-TEAM-EXIT
011530     END-READ.
011540 2760-LOAD-ONE-TRACKING-REC-EXIT.
011550     EXIT.
012292     SET CNS-AUD-EVENT-STOP TO TRUE.
012293     ACCEPT CNS-AUD-DATE FROM DATE YYYYMMDD.
012294     ACCEPT CNS-AUD-TIME FROM TIME.
012295     IF CNS-AUD-FILE-OK
012296         PERFORM 8200-SEAL-AUDIT-RECORD
012297             THRU 8200-SEAL-AUDIT-RECORD-EXIT
012298     END-IF.
012299     WRITE CNS-AUDIT-RECORD.
012300     CLOSE AUDIT-LOG-FILE.
012310 8100-WRITE-AUDIT-STOP-EXIT.
012320     EXIT.
012330*
012340*    ---------------------------------------------------------
012350*    ROW SELECTION, JOB-ACTION COMMAND AND DETAIL-PANEL KEYS.
012360*    UP/DOWN MOVE THE SELECTION ON THE JOB QUEUE AND ERROR LOG
012370*    SCREENS; F6/F7/F8 QUEUE A HOLD/RELEASE/RERUN REQUEST FOR
012375*    THE SELECTED JOB; ENTER OPENS OR CLOSES THE RUNBOOK PANEL.
012380*    ---------------------------------------------------------
012390 2105-POLL-COMMAND-KEYS.
012400     CALL "IsKeyPressed" USING BY VALUE CNS-KEY-UP-CODE
012420     IF CNS-KEY-RESULT = 1
012430         PERFORM 2166-SELECT-ROW-UP
012440             THRU 2166-SELECT-ROW-UP-EXIT
012442         PERFORM 2168-SELECT-ERROR-ROW-UP
012444             THRU 2168-SELECT-ERROR-ROW-UP-EXIT
012446         SET CNS-PANEL-CLOSED TO TRUE
012450     END-IF.
012460     CALL "IsKeyPressed" USING BY VALUE CNS-KEY-DOWN-CODE
012470         GIVING CNS-KEY-RESULT.
012480     IF CNS-KEY-RESULT = 1
012490         PERFORM 2167-SELECT-ROW-DOWN
012500             THRU 2167-SELECT-ROW-DOWN-EXIT
012502         PERFORM 2169-SELECT-ERROR-ROW-DOWN
012504             THRU 2169-SELECT-ERROR-ROW-DOWN-EXIT
012506         SET CNS-PANEL-CLOSED TO TRUE
012510     END-IF.
012520     CALL "IsKeyPressed" USING BY VALUE CNS-KEY-F6-CODE
012530         GIVING CNS-KEY-RESULT.
012700         PERFORM 2170-ISSUE-JOB-COMMAND
012710             THRU 2170-ISSUE-JOB-COMMAND-EXIT
012720     END-IF.
012721     CALL "IsKeyPressed" USING BY VALUE CNS-KEY-ENTER-CODE
012722         GIVING CNS-KEY-RESULT.
012723     IF CNS-KEY-RESULT = 1
012724         PERFORM 2175-TOGGLE-DETAIL-PANEL
012725             THRU 2175-TOGGLE-DETAIL-PANEL-EXIT
012726     END-IF.
012730 2105-POLL-COMMAND-KEYS-EXIT.
012740     EXIT.
012750*
013410     ACCEPT CNS-CMD-TIME FROM TIME.
013420     MOVE CNS-CTL-DESK-ID TO CNS-CMD-DESK-ID.
013430     MOVE CNS-SESSION-OPR-ID TO CNS-CMD-OPERATOR-ID.
013432     IF CNS-CMD-FILE-OK
013434         PERFORM 8220-SEAL-COMMAND-RECORD
013436             THRU 8220-SEAL-COMMAND-RECORD-EXIT
013438     END-IF.
013440     WRITE CNS-COMMAND-RECORD.
013450     CLOSE COMMAND-QUEUE-FILE.
013460 2180-WRITE-COMMAND-RECORD-EXIT.
013470     EXIT.
013480*
013490*    ---------------------------------------------------------
013500*    PIN CHECK FOR THE OPERATOR RECORD JUST MATCHED BY 1058.
013510*    THE MASTER IS OPEN I-O SO THE FAILURE COUNT AND LOCK CAN
013520*    BE REWRITTEN IN PLACE.  AN UNKNOWN ID, A WRONG PIN OR AN
013530*    ID WITH NO PIN ISSUED IS AUDITED AS A FAILED SIGN-ON; THE
013540*    MISS THAT REACHES CNS-PIN-MAX-FAILS LOCKS THE ID, AND ANY
013550*    ATTEMPT ON A LOCKED ID IS AUDITED AS A LOCK.  ONLY A SHIFT
013560*    LEAD CAN CLEAR THE LOCK, THROUGH AN OPERMAINT RESET.
013570*    ---------------------------------------------------------
013580 1057-VERIFY-OPERATOR-PIN.
013590     IF CNS-OPR-FOUND-NO
013600         DISPLAY "OPERATOR NOT ON MASTER"
013610         SET CNS-AUD-EVENT-SIGNON-FAIL TO TRUE
013620         PERFORM 1059-WRITE-AUDIT-SIGNON
013630             THRU 1059-WRITE-AUDIT-SIGNON-EXIT
013640         GO TO 1057-VERIFY-OPERATOR-PIN-EXIT
013650     END-IF.
013660     IF CNS-OPR-LOCKED
013670         DISPLAY "OPERATOR LOCKED OUT - SHIFT LEAD MUST RESET"
013680         SET CNS-AUD-EVENT-SIGNON-LOCK TO TRUE
013690         PERFORM 1059-WRITE-AUDIT-SIGNON
013700             THRU 1059-WRITE-AUDIT-SIGNON-EXIT
013710         GO TO 1057-VERIFY-OPERATOR-PIN-EXIT
013720     END-IF.
013730     IF CNS-OPR-PIN = SPACES
013740         DISPLAY "NO PIN ISSUED - SEE THE SHIFT LEAD"
013750         SET CNS-AUD-EVENT-SIGNON-FAIL TO TRUE
013760         PERFORM 1059-WRITE-AUDIT-SIGNON
013770             THRU 1059-WRITE-AUDIT-SIGNON-EXIT
013780         GO TO 1057-VERIFY-OPERATOR-PIN-EXIT
013790     END-IF.
013800     IF CNS-OPR-FAIL-COUNT NOT NUMERIC
013810         MOVE 0 TO CNS-OPR-FAIL-COUNT
013820     END-IF.
013830     IF CNS-OPR-PIN NOT = CNS-OPR-PIN-IN
013840         ADD 1 TO CNS-OPR-FAIL-COUNT
013850         IF CNS-OPR-FAIL-COUNT < CNS-PIN-MAX-FAILS
013860             DISPLAY "INVALID PIN"
013870             SET CNS-AUD-EVENT-SIGNON-FAIL TO TRUE
013880         ELSE
013890             DISPLAY "INVALID PIN - OPERATOR NOW LOCKED OUT"
013900             SET CNS-OPR-LOCKED TO TRUE
013910             SET CNS-AUD-EVENT-SIGNON-LOCK TO TRUE
013920         END-IF
013930         REWRITE CNS-OPERATOR-RECORD
013940         PERFORM 1059-WRITE-AUDIT-SIGNON
013950             THRU 1059-WRITE-AUDIT-SIGNON-EXIT
013960         GO TO 1057-VERIFY-OPERATOR-PIN-EXIT
013970     END-IF.
013980     MOVE 0 TO CNS-OPR-FAIL-COUNT.
013990     REWRITE CNS-OPERATOR-RECORD.
014000     MOVE CNS-OPR-ID         TO CNS-SESSION-OPR-ID.
014010     MOVE CNS-OPR-NAME       TO CNS-SESSION-OPR-NAME.
014020     MOVE CNS-OPR-AUTH-LEVEL TO CNS-SESSION-AUTH.
014030     SET CNS-SIGNON-OK-YES TO TRUE.
014040     DISPLAY "SIGNED ON: " CNS-SESSION-OPR-NAME.
014050 1057-VERIFY-OPERATOR-PIN-EXIT.
014060     EXIT.
014070*
014080*    ---------------------------------------------------------
014090*    AUDIT A REFUSED OR LOCKED SIGN-ON.  THE CALLER HAS SET THE
014100*    EVENT TYPE; THE OPERATOR ID IS THE ONE THAT WAS KEYED,
014110*    SINCE NOBODY IS SIGNED ON YET.
014120*    ---------------------------------------------------------
014130 1059-WRITE-AUDIT-SIGNON.
014140     MOVE CNS-AUD-EVENT-TYPE TO CNS-SIGNON-EVENT-WORK.
014150     OPEN EXTEND AUDIT-LOG-FILE.
014160     IF NOT CNS-AUD-FILE-OK
014170         OPEN OUTPUT AUDIT-LOG-FILE
014180     END-IF.
014190     MOVE CNS-CTL-DESK-ID TO CNS-AUD-DESK-ID.
014200     MOVE CNS-OPR-ID-IN TO CNS-AUD-OPERATOR-ID.
014210     MOVE CNS-SIGNON-EVENT-WORK TO CNS-AUD-EVENT-TYPE.
014220     ACCEPT CNS-AUD-DATE FROM DATE YYYYMMDD.
014230     ACCEPT CNS-AUD-TIME FROM TIME.
014232     IF CNS-AUD-FILE-OK
014234         PERFORM 8200-SEAL-AUDIT-RECORD
014236             THRU 8200-SEAL-AUDIT-RECORD-EXIT
014238     END-IF.
014240     WRITE CNS-AUDIT-RECORD.
014250     CLOSE AUDIT-LOG-FILE.
014260 1059-WRITE-AUDIT-SIGNON-EXIT.
014270     EXIT.
014280*
014290*    ---------------------------------------------------------
014300*    JOBSTAT ROW: COLOR/ALERT BY THE JOB'S OWN RULE ON THE JOB
014310*    MASTER, SO THE FIRST BOARD AGREES WITH THE TRACKING FILE
014320*    THE REFRESH LOADS LATER; PLUS THE OWNING TEAM
014330*    ---------------------------------------------------------
014340 1215-CLASSIFY-JOB-ROW.
014350     SET CNS-JCP-REQ-CLASSIFY TO TRUE.
014360     MOVE CNS-JST-JOB-NAME (CNS-JST-COUNT)    TO CNS-JCP-JOB-NAME.
014370     MOVE CNS-JST-RETURN-CODE (CNS-JST-COUNT)
014380         TO CNS-JCP-RETURN-CODE.
014390     CALL "JOBCLASS" USING CNS-JOB-CLASS-PARM.
014400     MOVE CNS-JCP-COLOR-CODE
014403         TO CNS-JST-COLOR-CODE (CNS-JST-COUNT).
014406     MOVE CNS-JCP-ALERT-LEVEL
014409         TO CNS-JST-ALERT-LEVEL (CNS-JST-COUNT).
014420     PERFORM 2766-MOVE-OWNER-TEAM THRU 2766-MOVE-OWNER-TEAM-EXIT.
014430 1215-CLASSIFY-JOB-ROW-EXIT.
014440     EXIT.
014450*
014460*    ---------------------------------------------------------
014470*    JOBTRAK ROW: COLOR/ALERT WERE STAMPED BY JOBTRKUP UNDER THE
014480*    SAME RULE, SO ONLY THE OWNING TEAM IS LOOKED UP
014490*    ---------------------------------------------------------
014500 2765-SET-JOB-ROW-TEAM.
014510     SET CNS-JCP-REQ-CLASSIFY TO TRUE.
014520     MOVE CNS-JST-JOB-NAME (CNS-JST-COUNT)    TO CNS-JCP-JOB-NAME.
014530     MOVE CNS-JST-RETURN-CODE (CNS-JST-COUNT)
014540         TO CNS-JCP-RETURN-CODE.
014550     CALL "JOBCLASS" USING CNS-JOB-CLASS-PARM.
014560     PERFORM 2766-MOVE-OWNER-TEAM THRU 2766-MOVE-OWNER-TEAM-EXIT.
014570 2765-SET-JOB-ROW-TEAM-EXIT.
014580     EXIT.
014590*
014600 2766-MOVE-OWNER-TEAM.
014610     IF CNS-JCP-OWNER-TEAM = SPACES
014620         MOVE "UNASSIGNED" TO CNS-JST-OWNER-TEAM (CNS-JST-COUNT)
014630     ELSE
014640         MOVE CNS-JCP-OWNER-TEAM
014650             TO CNS-JST-OWNER-TEAM (CNS-JST-COUNT)
014660     END-IF.
014670 2766-MOVE-OWNER-TEAM-EXIT.
014680     EXIT.
014690*
014700*    ---------------------------------------------------------
014710*    SEAL A LOG RECORD JUST BEFORE IT IS WRITTEN: LOGSEAL
014720*    STAMPS THE LOG'S NEXT SEQUENCE NUMBER AND THE CHAINED
014730*    CHECK VALUE, WHICH LOGVERFY PROVES BEFORE EACH LOG ROLL
014740*    ---------------------------------------------------------
014750 8200-SEAL-AUDIT-RECORD.
014760     SET CNS-LSP-REQ-STAMP TO TRUE.
014770     MOVE "AUDITLOG" TO CNS-LSP-LOG-NAME.
014780     MOVE LENGTH OF CNS-AUDIT-RECORD TO CNS-LSP-RECORD-LENGTH.
014790     MOVE CNS-AUDIT-RECORD TO CNS-LSP-RECORD.
014800     CALL "LOGSEAL" USING CNS-LOG-SEAL-PARM.
014810     MOVE CNS-LSP-RECORD TO CNS-AUDIT-RECORD.
014820 8200-SEAL-AUDIT-RECORD-EXIT.
014830     EXIT.
014840*
014850 8210-SEAL-ACK-RECORD.
014860     SET CNS-LSP-REQ-STAMP TO TRUE.
014870     MOVE "ACKLOG" TO CNS-LSP-LOG-NAME.
014880     MOVE LENGTH OF CNS-ACK-RECORD TO CNS-LSP-RECORD-LENGTH.
014890     MOVE CNS-ACK-RECORD TO CNS-LSP-RECORD.
014900     CALL "LOGSEAL" USING CNS-LOG-SEAL-PARM.
014910     MOVE CNS-LSP-RECORD TO CNS-ACK-RECORD.
014920 8210-SEAL-ACK-RECORD-EXIT.
014930     EXIT.
014940*
014950 8220-SEAL-COMMAND-RECORD.
014960     SET CNS-LSP-REQ-STAMP TO TRUE.
014970     MOVE "CMDQUEUE" TO CNS-LSP-LOG-NAME.
014980     MOVE LENGTH OF CNS-COMMAND-RECORD TO CNS-LSP-RECORD-LENGTH.
014990     MOVE CNS-COMMAND-RECORD TO CNS-LSP-RECORD.
015000     CALL "LOGSEAL" USING CNS-LOG-SEAL-PARM.
015010     MOVE CNS-LSP-RECORD TO CNS-COMMAND-RECORD.
015020 8220-SEAL-COMMAND-RECORD-EXIT.
015030     EXIT.
015040*
015050*    ---------------------------------------------------------
015060*    UP/DOWN ON THE ERROR LOG SCREEN
015070*    ---------------------------------------------------------
015080 2168-SELECT-ERROR-ROW-UP.
015090     IF NOT CNS-SCR-ERROR-LOG OR CNS-ERR-COUNT = 0
015100         GO TO 2168-SELECT-ERROR-ROW-UP-EXIT
015110     END-IF.
015120     IF CNS-ERR-SEL-SUB > 1
015130         SUBTRACT 1 FROM CNS-ERR-SEL-SUB
015140     ELSE
015150         MOVE 1 TO CNS-ERR-SEL-SUB
015160     END-IF.
015170 2168-SELECT-ERROR-ROW-UP-EXIT.
015180     EXIT.
015190*
015200 2169-SELECT-ERROR-ROW-DOWN.
015210     IF NOT CNS-SCR-ERROR-LOG OR CNS-ERR-COUNT = 0
015220         GO TO 2169-SELECT-ERROR-ROW-DOWN-EXIT
015230     END-IF.
015240     IF CNS-ERR-SEL-SUB < CNS-ERR-COUNT
015250         ADD 1 TO CNS-ERR-SEL-SUB
015260     END-IF.
015270 2169-SELECT-ERROR-ROW-DOWN-EXIT.
015280     EXIT.
015290*
015300*    ---------------------------------------------------------
015310*    ENTER: CLOSE AN OPEN PANEL, OR OPEN ONE FOR THE SELECTED
015320*    ROW.  ON THE JOB QUEUE THE JOB'S CURRENT CODE IS ITS LATEST
015330*    ERROR-LOG CODE, ELSE ITS RETURN CODE AS "RC" AND FOUR
015340*    DIGITS; ON THE ERROR LOG IT IS THE ROW'S OWN CODE.  EVERY
015350*    PANEL OPENED IS LOGGED TO THE KEY-ACK LOG AS A VIEW, WITH
015360*    THE CODE AND WHETHER THE RUNBOOK OR THE CATALOG ANSWERED.
015370*    ---------------------------------------------------------
015380 2175-TOGGLE-DETAIL-PANEL.
015390     IF CNS-PANEL-OPEN
015400         SET CNS-PANEL-CLOSED TO TRUE
015410         GO TO 2175-TOGGLE-DETAIL-PANEL-EXIT
015420     END-IF.
015430     MOVE SPACES TO CNS-RBL-JOB-NAME CNS-RBL-ERROR-CODE.
015440     EVALUATE TRUE
015450         WHEN CNS-SCR-JOB-QUEUE
015460                 AND CNS-SEL-SUB > 0
015470                 AND CNS-SEL-SUB NOT > CNS-JST-COUNT
015480             MOVE CNS-JST-JOB-NAME (CNS-SEL-SUB)
015490                 TO CNS-RBL-JOB-NAME
015500             PERFORM 2176-FIND-JOB-ERROR-CODE
015510                 THRU 2176-FIND-JOB-ERROR-CODE-EXIT
015520         WHEN CNS-SCR-ERROR-LOG
015530                 AND CNS-ERR-SEL-SUB > 0
015540                 AND CNS-ERR-SEL-SUB NOT > CNS-ERR-COUNT
015550             MOVE CNS-ERR-JOB-NAME (CNS-ERR-SEL-SUB)
015560                 TO CNS-RBL-JOB-NAME
015570             MOVE CNS-ERR-CODE (CNS-ERR-SEL-SUB)
015580                 TO CNS-RBL-ERROR-CODE
015590         WHEN OTHER
015600             GO TO 2175-TOGGLE-DETAIL-PANEL-EXIT
015610     END-EVALUATE.
015620     CALL "RUNBLOOK" USING CNS-RUNBOOK-LOOKUP-PARM.
015630     MOVE CNS-SCREEN-ID TO CNS-PANEL-SCREEN.
015640     MOVE CNS-CTL-DESK-ID TO CNS-ACK-DESK-ID.
015650     SET CNS-ACK-KEY-VIEW TO TRUE.
015660     MOVE SPACES TO CNS-ACK-ACTION.
015670     MOVE CNS-RBL-ERROR-CODE TO CNS-ACK-VIEW-CODE.
015680     MOVE CNS-RBL-SOURCE     TO CNS-ACK-VIEW-SOURCE.
015690     MOVE CNS-RBL-JOB-NAME   TO CNS-ACK-JOB-NAME.
015700     PERFORM 2190-WRITE-ACK-RECORD
015710         THRU 2190-WRITE-ACK-RECORD-EXIT.
015720 2175-TOGGLE-DETAIL-PANEL-EXIT.
015730     EXIT.
015740*
015750 2176-FIND-JOB-ERROR-CODE.
015760     PERFORM 2177-MATCH-JOB-ERROR-ROW
015770         THRU 2177-MATCH-JOB-ERROR-ROW-EXIT
015780         VARYING CNS-ERR-IDX FROM 1 BY 1
015790         UNTIL CNS-ERR-IDX > CNS-ERR-COUNT.
015800     IF CNS-RBL-ERROR-CODE = SPACES
015810             AND CNS-JST-RETURN-CODE (CNS-SEL-SUB) > 0
015820         STRING "RC"                    DELIMITED BY SIZE
015830                CNS-JST-RETURN-CODE (CNS-SEL-SUB)
015840                                     DELIMITED BY SIZE
015850           INTO CNS-RBL-ERROR-CODE
015860         END-STRING
015870     END-IF.
015880 2176-FIND-JOB-ERROR-CODE-EXIT.
015890     EXIT.
015900*
015910*    THE ERROR LOG IS IN THE ORDER WRITTEN, SO THE LAST MATCH IS
015920*    THE JOB'S LATEST CODE
015930 2177-MATCH-JOB-ERROR-ROW.
015940     IF CNS-ERR-JOB-NAME (CNS-ERR-IDX) = CNS-RBL-JOB-NAME
015950         MOVE CNS-ERR-CODE (CNS-ERR-IDX) TO CNS-RBL-ERROR-CODE
015960     END-IF.
015970 2177-MATCH-JOB-ERROR-ROW-EXIT.
015980     EXIT.
015990*
016000*    ---------------------------------------------------------
016010*    RUNBOOK DETAIL PANEL, DRAWN OVER THE SCREEN IT WAS OPENED
016020*    FROM UNTIL ENTER, A SELECTION MOVE OR A SCREEN CHANGE
016030*    ---------------------------------------------------------
016040 2360-DRAW-DETAIL-PANEL.
016050     COMPUTE CNS-PANEL-HEIGHT = (CNS-RBL-LINE-COUNT * 20) + 44.
016060     CALL "DrawRectangle" USING BY VALUE 10
016070                                BY VALUE 60
016080                                BY VALUE CNS-ROW-WIDTH
016090                                BY VALUE CNS-PANEL-HEIGHT
016100                                BY VALUE 40
016110                                BY VALUE 40
016120                                BY VALUE 70
016130                                BY VALUE 255.
016140     MOVE 50 TO CNS-ROW-Y.
016150     PERFORM 2365-DRAW-PANEL-LINE
016160         THRU 2365-DRAW-PANEL-LINE-EXIT
016170         VARYING CNS-RBL-IDX FROM 1 BY 1
016180         UNTIL CNS-RBL-IDX > CNS-RBL-LINE-COUNT.
016190     COMPUTE CNS-ROW-Y = 60 + CNS-PANEL-HEIGHT - 24.
016200     CALL "DrawText" USING BY CONTENT Z"ENTER TO CLOSE"
016210                           BY VALUE 20
016220                           BY VALUE CNS-ROW-Y
016230                           BY VALUE 14
016240                           BY VALUE 200
016250                           BY VALUE 200
016260                           BY VALUE 200
016270                           BY VALUE 255.
016280 2360-DRAW-DETAIL-PANEL-EXIT.
016290     EXIT.
016300*
016310 2365-DRAW-PANEL-LINE.
016320     ADD 20 TO CNS-ROW-Y.
016330     MOVE CNS-RBL-LINE (CNS-RBL-IDX) TO CNS-ROW-TEXT.
016340     MOVE LOW-VALUE
016350         TO CNS-ROW-TEXT (LENGTH OF CNS-ROW-TEXT:1).
016360     CALL "DrawText" USING BY CONTENT CNS-ROW-TEXT
016370                           BY VALUE 20
016380                           BY VALUE CNS-ROW-Y
016390                           BY VALUE 14
016400                           BY VALUE 255
016410                           BY VALUE 255
016420                           BY VALUE 255
016430                           BY VALUE 255.
016440 2365-DRAW-PANEL-LINE-EXIT.
016450     EXIT.
