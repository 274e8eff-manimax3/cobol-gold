000262*     2026-09-03  RLB  ESCALATIONS FROM THE ESCWATCH LOG NOW
000263*                       PRINT ON THE SUMMARY, SO HANDOFF SHOWS
000264*                       WHO WAS PAGED AND WHEN.
00264A*     2026-10-15  RLB  HOLDS QUEUED AUTOMATICALLY BY INVIMPCT
00264B*                       (OPERATOR "SYSTEM") COUNT ON THEIR OWN
00264C*                       LINE, APART FROM OPERATOR COMMANDS.
00264D*     2026-10-15  RLB  RUNBOOK PANELS OPENED AT THE CONSOLE
00264E*                       (ACKLOG "VIEW" RECORDS) LIST WITH THE CODE
00264F*                       LOOKED UP AND COUNT ON THEIR OWN LINE.
000265*=================================================================
000266 IDENTIFICATION DIVISION.
000270 PROGRAM-ID.     SHIFTSUM.
001250 77  CNS-REFRESH-COUNT             PIC 9(05) COMP  VALUE 0.
001252 77  CNS-DENIED-COUNT              PIC 9(05) COMP  VALUE 0.
001254 77  CNS-COMMAND-COUNT             PIC 9(05) COMP  VALUE 0.
001256 77  CNS-AUTO-HOLD-COUNT           PIC 9(05) COMP  VALUE 0.
001257 77  CNS-VIEW-COUNT                PIC 9(05) COMP  VALUE 0.
001260 77  CNS-OUTSTANDING-COUNT         PIC 9(05) COMP  VALUE 0.
001262 77  CNS-BLOCKED-COUNT             PIC 9(05) COMP  VALUE 0.
001270*
001290*    PRINT-LINE BUILD AREA
001300*    ---------------------------------------------------------
001310 77  CNS-LINE-PTR                 PIC 9(03)  COMP.
001312 77  CNS-ACK-ACTION-TEXT           PIC X(24) VALUE SPACES.
001314 77  CNS-VIEW-SOURCE-NAME          PIC X(08) VALUE SPACES.
001320 77  CNS-COUNT-EDIT                PIC ZZZZ9.
001321*
001322*    ---------------------------------------------------------
002520             SET CNS-ACK-EOF-YES TO TRUE
002530             GO TO 3100-PRINT-ONE-ACK-LINE-EXIT
002540     END-READ.
002545     MOVE CNS-ACK-ACTION TO CNS-ACK-ACTION-TEXT.
002550     EVALUATE TRUE
002552         WHEN CNS-ACK-ACTION = "DENIED  "
002560             ADD 1 TO CNS-DENIED-COUNT
002561         WHEN CNS-ACK-KEY-CMD AND CNS-ACK-OPR-SYSTEM
002562             ADD 1 TO CNS-AUTO-HOLD-COUNT
002563         WHEN CNS-ACK-KEY-CMD
002564             ADD 1 TO CNS-COMMAND-COUNT
002565         WHEN CNS-ACK-KEY-ESC
002570             ADD 1 TO CNS-ACK-COUNT
002571         WHEN CNS-ACK-KEY-VIEW
002572             ADD 1 TO CNS-VIEW-COUNT
002573             PERFORM 3110-SET-VIEW-ACTION-TEXT
002574                THRU 3110-SET-VIEW-ACTION-TEXT-EXIT
002575         WHEN OTHER
002580             ADD 1 TO CNS-REFRESH-COUNT
002590     END-EVALUATE.
002632            "  OPR "               DELIMITED BY SIZE
002634            CNS-ACK-OPERATOR-ID    DELIMITED BY SPACE
002640            "  "                  DELIMITED BY SIZE
002650            CNS-ACK-ACTION-TEXT    DELIMITED BY "  "
002660            "  JOB "               DELIMITED BY SIZE
002670            CNS-ACK-JOB-NAME       DELIMITED BY SPACE
002680            "  "                  DELIMITED BY SIZE
002760 3100-PRINT-ONE-ACK-LINE-EXIT.
002770     EXIT.
002780*
02780A 3110-SET-VIEW-ACTION-TEXT.
02780B     EVALUATE TRUE
02780C         WHEN CNS-ACK-VIEW-RUNBOOK
02780D             MOVE "RUNBOOK " TO CNS-VIEW-SOURCE-NAME
02780E         WHEN CNS-ACK-VIEW-CATALOG
02780F             MOVE "CATALOG " TO CNS-VIEW-SOURCE-NAME
02780G         WHEN OTHER
02780H             MOVE "NO-ENTRY" TO CNS-VIEW-SOURCE-NAME
02780I     END-EVALUATE.
02780J     MOVE SPACES TO CNS-ACK-ACTION-TEXT.
02780K     STRING "VIEW "                DELIMITED BY SIZE
02780L            CNS-VIEW-SOURCE-NAME   DELIMITED BY SPACE
02780M            " "                    DELIMITED BY SIZE
02780N            CNS-ACK-VIEW-CODE      DELIMITED BY SPACE
02780O       INTO CNS-ACK-ACTION-TEXT
02780P     END-STRING.
02780Q 3110-SET-VIEW-ACTION-TEXT-EXIT.
02780R     EXIT.
02780S*
002790*    ---------------------------------------------------------
002800*    JOBS STILL SHOWING AN ALERT ON THE JOB-STATUS FILE NOW
002810*    ---------------------------------------------------------
004900       INTO CNS-RPT-LINE
004910     END-STRING.
004920     WRITE CNS-RPT-LINE.
004921     MOVE SPACES TO CNS-RPT-LINE.
004922     MOVE CNS-AUTO-HOLD-COUNT TO CNS-COUNT-EDIT.
004923     STRING "AUTOMATIC HOLDS....... " DELIMITED BY SIZE
004924            CNS-COUNT-EDIT           DELIMITED BY SIZE
004925       INTO CNS-RPT-LINE
004926     END-STRING.
004927     WRITE CNS-RPT-LINE.
004930     MOVE SPACES TO CNS-RPT-LINE.
004940     MOVE CNS-REFRESH-COUNT TO CNS-COUNT-EDIT.
004950     STRING "FORCED REFRESHES...... " DELIMITED BY SIZE
004970       INTO CNS-RPT-LINE
004980     END-STRING.
004990     WRITE CNS-RPT-LINE.
004991     MOVE SPACES TO CNS-RPT-LINE.
004992     MOVE CNS-VIEW-COUNT TO CNS-COUNT-EDIT.
004993     STRING "RUNBOOK VIEWS......... " DELIMITED BY SIZE
004994            CNS-COUNT-EDIT           DELIMITED BY SIZE
004995       INTO CNS-RPT-LINE
004996     END-STRING.
004997     WRITE CNS-RPT-LINE.
005000     MOVE SPACES TO CNS-RPT-LINE.
005010     MOVE CNS-OUTSTANDING-COUNT TO CNS-COUNT-EDIT.
005020     STRING "STILL OUTSTANDING..... " DELIMITED BY SIZE
