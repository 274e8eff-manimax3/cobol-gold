000100*=================================================================
000110* PROGRAM      : LOGVERFY
000120* AUTHOR       : R L BLAKE
000130* INSTALLATION : OPERATIONS CONTROL GROUP
000140* DATE-WRITTEN : 2026-10-15
000150*
000160* REMARKS.
000170*     PROVES THE SEAL ON THE SHIFT AUDIT LOG, THE KEY-
000180*     ACKNOWLEDGEMENT LOG, THE SCHEDULER COMMAND QUEUE AND THE
000190*     ESCALATION LOG.  EVERY RECORD ON THOSE FILES CARRIES A
000200*     RUNNING SEQUENCE NUMBER AND A CHECK VALUE CHAINED FROM THE
000210*     RECORD BEFORE IT (LOGSEAL, CNSLSLP).  EACH LOG IS READ AS
000220*     ONE CHAIN - THE AUDIT AND ACK ARCHIVES (AUDTARCH, ACKARCH)
000230*     FIRST, THEN THE LIVE LOG, SINCE LOGROLL MOVES THE OLDER
000240*     RECORDS THERE - AND EVERY GAP, DUPLICATE, OUT-OF-ORDER OR
000250*     ALTERED RECORD IS REPORTED BY FILE AND RECORD POSITION.
000260*     AT THE END OF EACH CHAIN THE LAST RECORD IS MATCHED AGAINST
000270*     THE LOG SEQUENCE CONTROL FILE (LOGSEQ), WHICH CATCHES
000280*     RECORDS CUT FROM THE END OF A LOG.
000290*
000300*     RUNS AS THE STEP BEFORE LOGROLL, SO A DAMAGED LOG IS
000310*     CAUGHT BEFORE IT IS ARCHIVED, AND ON REQUEST AGAINST THE
000320*     ARCHIVES AT ANY TIME.  RETURN CODE 8 WHEN ANY PROBLEM IS
000330*     FOUND, WHICH STOPS THE CYCLE; 16 WHEN THE REPORT CANNOT BE
000340*     WRITTEN.
000350*
000360*     RECORDS WRITTEN BEFORE SEALING BEGAN CARRY A BLANK OR ZERO
000370*     SEAL AND ARE ONLY COUNTED.  ONCE A LOG'S CHAIN HAS STARTED,
000380*     AN UNSEALED RECORD IS A PROBLEM (A WRITER COULD NOT REACH
000390*     LOGSEQ, OR THE RECORD WAS INSERTED BY HAND).  A CHAIN MUST
000400*     START AT SEQUENCE 1, EXCEPT ON THE COMMAND QUEUE, WHICH THE
000410*     SCHEDULER INTERFACE DRAINS FROM THE FRONT EACH SWEEP; THERE
000420*     THE CHAIN IS PICKED UP FROM THE FIRST RECORD LEFT.
000430*
000440* MODIFICATION HISTORY.
000450*     2026-10-15  RLB  ORIGINAL PROGRAM.
000460*=================================================================
000470 IDENTIFICATION DIVISION.
000480 PROGRAM-ID.     LOGVERFY.
000490 AUTHOR.         R L BLAKE.
000500 INSTALLATION.   OPERATIONS CONTROL GROUP.
000510 DATE-WRITTEN.   2026-10-15.
000520 DATE-COMPILED.
000530*
000540 ENVIRONMENT DIVISION.
000550 CONFIGURATION SECTION.
000560 SOURCE-COMPUTER.    GNUCOBOL.
000570 OBJECT-COMPUTER.    GNUCOBOL.
000580*
000590 INPUT-OUTPUT SECTION.
000600 FILE-CONTROL.
000610     SELECT LOG-SEQUENCE-FILE   ASSIGN TO "LOGSEQ"
000620            ORGANIZATION IS INDEXED
000630            ACCESS MODE IS RANDOM
000640            RECORD KEY IS CNS-LSQ-LOG-NAME
000650            FILE STATUS IS CNS-LSQ-FILE-STATUS.
000660*
000670     SELECT AUDIT-ARCHIVE-FILE  ASSIGN TO "AUDTARCH"
000680            ORGANIZATION IS SEQUENTIAL
000690            FILE STATUS IS CNS-AUA-FILE-STATUS.
000700*
000710     SELECT AUDIT-LOG-FILE      ASSIGN TO "AUDITLOG"
000720            ORGANIZATION IS SEQUENTIAL
000730            FILE STATUS IS CNS-AUD-FILE-STATUS.
000740*
000750     SELECT ACK-ARCHIVE-FILE    ASSIGN TO "ACKARCH"
000760            ORGANIZATION IS SEQUENTIAL
000770            FILE STATUS IS CNS-ACA-FILE-STATUS.
000780*
000790     SELECT ACK-LOG-FILE        ASSIGN TO "ACKLOG"
000800            ORGANIZATION IS SEQUENTIAL
000810            FILE STATUS IS CNS-ACK-FILE-STATUS.
000820*
000830     SELECT COMMAND-QUEUE-FILE  ASSIGN TO "CMDQUEUE"
000840            ORGANIZATION IS SEQUENTIAL
000850            FILE STATUS IS CNS-CMD-FILE-STATUS.
000860*
000870     SELECT ESCALATION-LOG-FILE ASSIGN TO "ESCLOG"
000880            ORGANIZATION IS SEQUENTIAL
000890            FILE STATUS IS CNS-ESL-FILE-STATUS.
000900*
000910     SELECT VERIFY-REPORT-FILE  ASSIGN TO "LOGVRPT"
000920            ORGANIZATION IS SEQUENTIAL
000930            FILE STATUS IS CNS-RPT-FILE-STATUS.
000940*
000950 DATA DIVISION.
000960 FILE SECTION.
000970 FD  LOG-SEQUENCE-FILE
000980     RECORDING MODE IS F
000990     LABEL RECORDS ARE STANDARD.
001000 COPY CNSLSEQ.
001010*
001020 FD  AUDIT-ARCHIVE-FILE
001030     RECORDING MODE IS F
001040     LABEL RECORDS ARE STANDARD.
001050 01  CNS-AUDARCH-RECORD          PIC X(58).
001060*
001070 FD  AUDIT-LOG-FILE
001080     RECORDING MODE IS F
001090     LABEL RECORDS ARE STANDARD.
001100 COPY CNSAUDT.
001110*
001120 FD  ACK-ARCHIVE-FILE
001130     RECORDING MODE IS F
001140     LABEL RECORDS ARE STANDARD.
001150 01  CNS-ACKARCH-RECORD          PIC X(67).
001160*
001170 FD  ACK-LOG-FILE
001180     RECORDING MODE IS F
001190     LABEL RECORDS ARE STANDARD.
001200 COPY CNSACK.
001210*
001220 FD  COMMAND-QUEUE-FILE
001230     RECORDING MODE IS F
001240     LABEL RECORDS ARE STANDARD.
001250 COPY CNSCMDQ.
001260*
001270 FD  ESCALATION-LOG-FILE
001280     RECORDING MODE IS F
001290     LABEL RECORDS ARE STANDARD.
001300 COPY CNSESCL.
001310*
001320 FD  VERIFY-REPORT-FILE
001330     RECORDING MODE IS F
001340     LABEL RECORDS ARE STANDARD.
001350 01  CNS-RPT-LINE                PIC X(80).
001360*
001370 WORKING-STORAGE SECTION.
001380*
001390*    ---------------------------------------------------------
001400*    FILE STATUS AND END-OF-FILE SWITCHES
001410*    ---------------------------------------------------------
001420 77  CNS-LSQ-FILE-STATUS          PIC X(02)  VALUE SPACES.
001430     88  CNS-LSQ-FILE-OK                     VALUE "00".
001440*
001450 77  CNS-LSQ-OPEN-SW               PIC X(01) VALUE "N".
001460     88  CNS-LSQ-OPEN-YES                    VALUE "Y".
001470     88  CNS-LSQ-OPEN-NO                     VALUE "N".
001480*
001490 77  CNS-LSQ-FOUND-SW              PIC X(01) VALUE "N".
001500     88  CNS-LSQ-FOUND-YES                   VALUE "Y".
001510     88  CNS-LSQ-FOUND-NO                    VALUE "N".
001520*
001530 77  CNS-AUA-FILE-STATUS          PIC X(02)  VALUE SPACES.
001540     88  CNS-AUA-FILE-OK                     VALUE "00".
001550*
001560 77  CNS-AUD-FILE-STATUS          PIC X(02)  VALUE SPACES.
001570     88  CNS-AUD-FILE-OK                     VALUE "00".
001580*
001590 77  CNS-ACA-FILE-STATUS          PIC X(02)  VALUE SPACES.
001600     88  CNS-ACA-FILE-OK                     VALUE "00".
001610*
001620 77  CNS-ACK-FILE-STATUS          PIC X(02)  VALUE SPACES.
001630     88  CNS-ACK-FILE-OK                     VALUE "00".
001640*
001650 77  CNS-CMD-FILE-STATUS          PIC X(02)  VALUE SPACES.
001660     88  CNS-CMD-FILE-OK                     VALUE "00".
001670*
001680 77  CNS-ESL-FILE-STATUS          PIC X(02)  VALUE SPACES.
001690     88  CNS-ESL-FILE-OK                     VALUE "00".
001700*
001710 77  CNS-RPT-FILE-STATUS          PIC X(02)  VALUE SPACES.
001720     88  CNS-RPT-FILE-OK                     VALUE "00".
001730*
001740 77  CNS-EOF-SW                    PIC X(01) VALUE "N".
001750     88  CNS-EOF-YES                         VALUE "Y".
001760     88  CNS-EOF-NO                          VALUE "N".
001770*
001780*    ---------------------------------------------------------
001790*    THE CHAIN BEING VERIFIED.  EACH FILE'S RECORDS ARE MOVED
001800*    TO CNS-VFY-RECORD AND CHECKED IN ONE PLACE.
001810*    ---------------------------------------------------------
001820 77  CNS-VFY-LOG-NAME             PIC X(08)  VALUE SPACES.
001830 77  CNS-VFY-FILE-NAME            PIC X(08)  VALUE SPACES.
001840 77  CNS-VFY-RECORD-LENGTH        PIC 9(03)  VALUE 0.
001850 77  CNS-VFY-RECORD               PIC X(100) VALUE SPACES.
001860 77  CNS-VFY-SEQ-POS              PIC 9(03)  COMP.
001870 77  CNS-VFY-CHECK-POS            PIC 9(03)  COMP.
001880*
001890 77  CNS-VFY-PICKUP-SW             PIC X(01) VALUE "N".
001900     88  CNS-VFY-PICKUP-ALLOWED              VALUE "Y".
001910     88  CNS-VFY-PICKUP-NOT-ALLOWED          VALUE "N".
001920*
001930 77  CNS-VFY-STARTED-SW            PIC X(01) VALUE "N".
001940     88  CNS-VFY-STARTED-YES                 VALUE "Y".
001950     88  CNS-VFY-STARTED-NO                  VALUE "N".
001960*
001970 01  CNS-VFY-SEQ-FIELD.
001980     05  CNS-VFY-SEQ-TEXT         PIC X(09).
001990 01  CNS-VFY-SEQ-NUM-FIELD REDEFINES CNS-VFY-SEQ-FIELD.
002000     05  CNS-VFY-SEQ-NUM          PIC 9(09).
002010*
002020 01  CNS-VFY-CHECK-FIELD.
002030     05  CNS-VFY-CHECK-TEXT       PIC X(09).
002040 01  CNS-VFY-CHECK-NUM-FIELD REDEFINES CNS-VFY-CHECK-FIELD.
002050     05  CNS-VFY-CHECK-NUM        PIC 9(09).
002060*
002070 77  CNS-VFY-LAST-SEQ             PIC 9(09)  VALUE 0.
002080 77  CNS-VFY-LAST-CHECK           PIC 9(09)  VALUE 0.
002090 77  CNS-VFY-NEXT-SEQ             PIC 9(09)  VALUE 0.
002100 77  CNS-VFY-GAP-END              PIC 9(09)  VALUE 0.
002110*
002120*    ---------------------------------------------------------
002130*    COUNTS FOR THE CHAIN AND FOR THE RUN
002140*    ---------------------------------------------------------
002150 77  CNS-VFY-POSITION             PIC 9(09)  COMP  VALUE 0.
002160 77  CNS-CHAIN-READ-COUNT         PIC 9(09)  COMP  VALUE 0.
002170 77  CNS-CHAIN-BEFORE-COUNT       PIC 9(09)  COMP  VALUE 0.
002180 77  CNS-CHAIN-VERIFIED-COUNT     PIC 9(09)  COMP  VALUE 0.
002190 77  CNS-CHAIN-PROBLEM-COUNT      PIC 9(09)  COMP  VALUE 0.
002200 77  CNS-TOTAL-READ-COUNT         PIC 9(09)  COMP  VALUE 0.
002210 77  CNS-TOTAL-PROBLEM-COUNT      PIC 9(09)  COMP  VALUE 0.
002220*
002230*    ---------------------------------------------------------
002240*    REPORT LINE PIECES
002250*    ---------------------------------------------------------
002260 77  CNS-COUNT-EDIT               PIC ZZZZZZZZ9.
002270 77  CNS-POSITION-EDIT            PIC ZZZZZZZ9.
002280 77  CNS-POSITION-TEXT            PIC X(08)  VALUE SPACES.
002290 77  CNS-PROBLEM-TEXT             PIC X(43)  VALUE SPACES.
002300 77  CNS-LINE-PTR                 PIC 9(03)  COMP.
002310*
002320*    ---------------------------------------------------------
002330*    CALL AREA: THE LOG RECORD SEAL (LOGSEAL)
002340*    ---------------------------------------------------------
002350 COPY CNSLSLP.
002360*
002370 PROCEDURE DIVISION.
002380*
002390 0000-MAINLINE.
002400     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
002410     PERFORM 2000-VERIFY-AUDIT-LOG
002420         THRU 2000-VERIFY-AUDIT-LOG-EXIT.
002430     PERFORM 3000-VERIFY-ACK-LOG
002440         THRU 3000-VERIFY-ACK-LOG-EXIT.
002450     PERFORM 4000-VERIFY-COMMAND-QUEUE
002460         THRU 4000-VERIFY-COMMAND-QUEUE-EXIT.
002470     PERFORM 5000-VERIFY-ESCALATION-LOG
002480         THRU 5000-VERIFY-ESCALATION-LOG-EXIT.
002490     PERFORM 9000-FINALIZE THRU 9000-FINALIZE-EXIT.
002500     IF CNS-TOTAL-PROBLEM-COUNT > 0
002510         MOVE 8 TO RETURN-CODE
002520     END-IF.
002530     STOP RUN.
002540 0000-MAINLINE-EXIT.
002550     EXIT.
002560*
002570*    ---------------------------------------------------------
002580*    OPEN THE REPORT AND THE LOG SEQUENCE CONTROL FILE
002590*    ---------------------------------------------------------
002600 1000-INITIALIZE.
002610     OPEN OUTPUT VERIFY-REPORT-FILE.
002620     IF NOT CNS-RPT-FILE-OK
002630         DISPLAY "LOGVERFY: REPORT OPEN FAILED, STATUS "
002640             CNS-RPT-FILE-STATUS
002650         MOVE 16 TO RETURN-CODE
002660         STOP RUN
002670     END-IF.
002680     MOVE SPACES TO CNS-RPT-LINE.
002690     MOVE "LOG SEQUENCE VERIFICATION REPORT" TO CNS-RPT-LINE.
002700     WRITE CNS-RPT-LINE.
002710     MOVE SPACES TO CNS-RPT-LINE.
002720     WRITE CNS-RPT-LINE.
002730     OPEN INPUT LOG-SEQUENCE-FILE.
002740     IF CNS-LSQ-FILE-OK
002750         SET CNS-LSQ-OPEN-YES TO TRUE
002760     ELSE
002770         SET CNS-LSQ-OPEN-NO TO TRUE
002780         MOVE SPACES TO CNS-RPT-LINE
002790         MOVE "LOG SEQUENCE CONTROL FILE UNAVAILABLE"
002800             TO CNS-RPT-LINE
002810         WRITE CNS-RPT-LINE
002820         MOVE SPACES TO CNS-RPT-LINE
002830         WRITE CNS-RPT-LINE
002840     END-IF.
002850 1000-INITIALIZE-EXIT.
002860     EXIT.
002870*
002880*    ---------------------------------------------------------
002890*    SHIFT AUDIT LOG: THE ARCHIVE, THEN THE LIVE LOG
002900*    ---------------------------------------------------------
002910 2000-VERIFY-AUDIT-LOG.
002920     MOVE "AUDITLOG" TO CNS-VFY-LOG-NAME.
002930     MOVE LENGTH OF CNS-AUDIT-RECORD TO CNS-VFY-RECORD-LENGTH.
002940     SET CNS-VFY-PICKUP-NOT-ALLOWED TO TRUE.
002950     PERFORM 7000-START-CHAIN THRU 7000-START-CHAIN-EXIT.
002960     OPEN INPUT AUDIT-ARCHIVE-FILE.
002970     IF CNS-AUA-FILE-OK
002980         MOVE "AUDTARCH" TO CNS-VFY-FILE-NAME
002990         MOVE 0 TO CNS-VFY-POSITION
003000         SET CNS-EOF-NO TO TRUE
003010         PERFORM 2100-READ-AUDIT-ARCHIVE
003020             THRU 2100-READ-AUDIT-ARCHIVE-EXIT
003030             UNTIL CNS-EOF-YES
003040         CLOSE AUDIT-ARCHIVE-FILE
003050     END-IF.
003060     OPEN INPUT AUDIT-LOG-FILE.
003070     IF CNS-AUD-FILE-OK
003080         MOVE "AUDITLOG" TO CNS-VFY-FILE-NAME
003090         MOVE 0 TO CNS-VFY-POSITION
003100         SET CNS-EOF-NO TO TRUE
003110         PERFORM 2200-READ-AUDIT-LOG
003120             THRU 2200-READ-AUDIT-LOG-EXIT
003130             UNTIL CNS-EOF-YES
003140         CLOSE AUDIT-LOG-FILE
003150     END-IF.
003160     PERFORM 7900-END-CHAIN THRU 7900-END-CHAIN-EXIT.
003170 2000-VERIFY-AUDIT-LOG-EXIT.
003180     EXIT.
003190*
003200 2100-READ-AUDIT-ARCHIVE.
003210     READ AUDIT-ARCHIVE-FILE
003220         AT END
003230             SET CNS-EOF-YES TO TRUE
003240             GO TO 2100-READ-AUDIT-ARCHIVE-EXIT
003250     END-READ.
003260     MOVE CNS-AUDARCH-RECORD TO CNS-VFY-RECORD.
003270     PERFORM 7100-VERIFY-ONE-RECORD
003280         THRU 7100-VERIFY-ONE-RECORD-EXIT.
003290 2100-READ-AUDIT-ARCHIVE-EXIT.
003300     EXIT.
003310*
003320 2200-READ-AUDIT-LOG.
003330     READ AUDIT-LOG-FILE
003340         AT END
003350             SET CNS-EOF-YES TO TRUE
003360             GO TO 2200-READ-AUDIT-LOG-EXIT
003370     END-READ.
003380     MOVE CNS-AUDIT-RECORD TO CNS-VFY-RECORD.
003390     PERFORM 7100-VERIFY-ONE-RECORD
003400         THRU 7100-VERIFY-ONE-RECORD-EXIT.
003410 2200-READ-AUDIT-LOG-EXIT.
003420     EXIT.
003430*
003440*    ---------------------------------------------------------
003450*    KEY-ACKNOWLEDGEMENT LOG: THE ARCHIVE, THEN THE LIVE LOG
003460*    ---------------------------------------------------------
003470 3000-VERIFY-ACK-LOG.
003480     MOVE "ACKLOG" TO CNS-VFY-LOG-NAME.
003490     MOVE LENGTH OF CNS-ACK-RECORD TO CNS-VFY-RECORD-LENGTH.
003500     SET CNS-VFY-PICKUP-NOT-ALLOWED TO TRUE.
003510     PERFORM 7000-START-CHAIN THRU 7000-START-CHAIN-EXIT.
003520     OPEN INPUT ACK-ARCHIVE-FILE.
003530     IF CNS-ACA-FILE-OK
003540         MOVE "ACKARCH" TO CNS-VFY-FILE-NAME
003550         MOVE 0 TO CNS-VFY-POSITION
003560         SET CNS-EOF-NO TO TRUE
003570         PERFORM 3100-READ-ACK-ARCHIVE
003580             THRU 3100-READ-ACK-ARCHIVE-EXIT
003590             UNTIL CNS-EOF-YES
003600         CLOSE ACK-ARCHIVE-FILE
003610     END-IF.
003620     OPEN INPUT ACK-LOG-FILE.
003630     IF CNS-ACK-FILE-OK
003640         MOVE "ACKLOG" TO CNS-VFY-FILE-NAME
003650         MOVE 0 TO CNS-VFY-POSITION
003660         SET CNS-EOF-NO TO TRUE
003670         PERFORM 3200-READ-ACK-LOG
003680             THRU 3200-READ-ACK-LOG-EXIT
003690             UNTIL CNS-EOF-YES
003700         CLOSE ACK-LOG-FILE
003710     END-IF.
003720     PERFORM 7900-END-CHAIN THRU 7900-END-CHAIN-EXIT.
003730 3000-VERIFY-ACK-LOG-EXIT.
003740     EXIT.
003750*
003760 3100-READ-ACK-ARCHIVE.
003770     READ ACK-ARCHIVE-FILE
003780         AT END
003790             SET CNS-EOF-YES TO TRUE
003800             GO TO 3100-READ-ACK-ARCHIVE-EXIT
003810     END-READ.
003820     MOVE CNS-ACKARCH-RECORD TO CNS-VFY-RECORD.
003830     PERFORM 7100-VERIFY-ONE-RECORD
003840         THRU 7100-VERIFY-ONE-RECORD-EXIT.
003850 3100-READ-ACK-ARCHIVE-EXIT.
003860     EXIT.
003870*
003880 3200-READ-ACK-LOG.
003890     READ ACK-LOG-FILE
003900         AT END
003910             SET CNS-EOF-YES TO TRUE
003920             GO TO 3200-READ-ACK-LOG-EXIT
003930     END-READ.
003940     MOVE CNS-ACK-RECORD TO CNS-VFY-RECORD.
003950     PERFORM 7100-VERIFY-ONE-RECORD
003960         THRU 7100-VERIFY-ONE-RECORD-EXIT.
003970 3200-READ-ACK-LOG-EXIT.
003980     EXIT.
003990*
004000*    ---------------------------------------------------------
004010*    SCHEDULER COMMAND QUEUE: DRAINED FROM THE FRONT, SO THE
004020*    CHAIN IS PICKED UP AT THE FIRST RECORD LEFT
004030*    ---------------------------------------------------------
004040 4000-VERIFY-COMMAND-QUEUE.
004050     MOVE "CMDQUEUE" TO CNS-VFY-LOG-NAME.
004060     MOVE LENGTH OF CNS-COMMAND-RECORD TO CNS-VFY-RECORD-LENGTH.
004070     SET CNS-VFY-PICKUP-ALLOWED TO TRUE.
004080     PERFORM 7000-START-CHAIN THRU 7000-START-CHAIN-EXIT.
004090     OPEN INPUT COMMAND-QUEUE-FILE.
004100     IF CNS-CMD-FILE-OK
004110         MOVE "CMDQUEUE" TO CNS-VFY-FILE-NAME
004120         MOVE 0 TO CNS-VFY-POSITION
004130         SET CNS-EOF-NO TO TRUE
004140         PERFORM 4100-READ-COMMAND-QUEUE
004150             THRU 4100-READ-COMMAND-QUEUE-EXIT
004160             UNTIL CNS-EOF-YES
004170         CLOSE COMMAND-QUEUE-FILE
004180     END-IF.
004190     PERFORM 7900-END-CHAIN THRU 7900-END-CHAIN-EXIT.
004200 4000-VERIFY-COMMAND-QUEUE-EXIT.
004210     EXIT.
004220*
004230 4100-READ-COMMAND-QUEUE.
004240     READ COMMAND-QUEUE-FILE
004250         AT END
004260             SET CNS-EOF-YES TO TRUE
004270             GO TO 4100-READ-COMMAND-QUEUE-EXIT
004280     END-READ.
004290     MOVE CNS-COMMAND-RECORD TO CNS-VFY-RECORD.
004300     PERFORM 7100-VERIFY-ONE-RECORD
004310         THRU 7100-VERIFY-ONE-RECORD-EXIT.
004320 4100-READ-COMMAND-QUEUE-EXIT.
004330     EXIT.
004340*
004350*    ---------------------------------------------------------
004360*    ESCALATION LOG
004370*    ---------------------------------------------------------
004380 5000-VERIFY-ESCALATION-LOG.
004390     MOVE "ESCLOG" TO CNS-VFY-LOG-NAME.
004400     MOVE LENGTH OF CNS-ESCALATION-RECORD
004410         TO CNS-VFY-RECORD-LENGTH.
004420     SET CNS-VFY-PICKUP-NOT-ALLOWED TO TRUE.
004430     PERFORM 7000-START-CHAIN THRU 7000-START-CHAIN-EXIT.
004440     OPEN INPUT ESCALATION-LOG-FILE.
004450     IF CNS-ESL-FILE-OK
004460         MOVE "ESCLOG" TO CNS-VFY-FILE-NAME
004470         MOVE 0 TO CNS-VFY-POSITION
004480         SET CNS-EOF-NO TO TRUE
004490         PERFORM 5100-READ-ESCALATION-LOG
004500             THRU 5100-READ-ESCALATION-LOG-EXIT
004510             UNTIL CNS-EOF-YES
004520         CLOSE ESCALATION-LOG-FILE
004530     END-IF.
004540     PERFORM 7900-END-CHAIN THRU 7900-END-CHAIN-EXIT.
004550 5000-VERIFY-ESCALATION-LOG-EXIT.
004560     EXIT.
004570*
004580 5100-READ-ESCALATION-LOG.
004590     READ ESCALATION-LOG-FILE
004600         AT END
004610             SET CNS-EOF-YES TO TRUE
004620             GO TO 5100-READ-ESCALATION-LOG-EXIT
004630     END-READ.
004640     MOVE CNS-ESCALATION-RECORD TO CNS-VFY-RECORD.
004650     PERFORM 7100-VERIFY-ONE-RECORD
004660         THRU 7100-VERIFY-ONE-RECORD-EXIT.
004670 5100-READ-ESCALATION-LOG-EXIT.
004680     EXIT.
004690*
004700*    ---------------------------------------------------------
004710*    A NEW CHAIN: CLEAR THE COUNTS, HEAD THE REPORT SECTION
004720*    ---------------------------------------------------------
004730 7000-START-CHAIN.
004740     COMPUTE CNS-VFY-SEQ-POS   = CNS-VFY-RECORD-LENGTH - 17.
004750     COMPUTE CNS-VFY-CHECK-POS = CNS-VFY-RECORD-LENGTH - 8.
004760     SET CNS-VFY-STARTED-NO TO TRUE.
004770     MOVE 0 TO CNS-VFY-LAST-SEQ CNS-VFY-LAST-CHECK.
004780     MOVE 0 TO CNS-CHAIN-READ-COUNT CNS-CHAIN-BEFORE-COUNT
004790               CNS-CHAIN-VERIFIED-COUNT CNS-CHAIN-PROBLEM-COUNT.
004800     MOVE SPACES TO CNS-RPT-LINE.
004810     STRING "LOG " DELIMITED BY SIZE
004820            CNS-VFY-LOG-NAME DELIMITED BY SPACE
004830       INTO CNS-RPT-LINE
004840     END-STRING.
004850     WRITE CNS-RPT-LINE.
004860 7000-START-CHAIN-EXIT.
004870     EXIT.
004880*
004890*    ---------------------------------------------------------
004900*    ONE RECORD AGAINST THE ONE BEFORE IT.  A DUPLICATE OR AN
004910*    OUT-OF-ORDER RECORD LEAVES THE CHAIN WHERE IT WAS; A GAP
004920*    PICKS THE CHAIN UP AGAIN AT THE RECORD AFTER IT.
004930*    ---------------------------------------------------------
004940 7100-VERIFY-ONE-RECORD.
004950     ADD 1 TO CNS-VFY-POSITION.
004960     ADD 1 TO CNS-CHAIN-READ-COUNT.
004970     ADD 1 TO CNS-TOTAL-READ-COUNT.
004980     MOVE CNS-VFY-RECORD (CNS-VFY-SEQ-POS:9) TO CNS-VFY-SEQ-TEXT.
004990     MOVE CNS-VFY-RECORD (CNS-VFY-CHECK-POS:9)
005000         TO CNS-VFY-CHECK-TEXT.
005010     MOVE CNS-VFY-POSITION TO CNS-POSITION-EDIT.
005020     MOVE CNS-POSITION-EDIT TO CNS-POSITION-TEXT.
005030     IF CNS-VFY-SEQ-TEXT NOT NUMERIC
005040        OR CNS-VFY-SEQ-NUM = 0
005050         IF CNS-VFY-STARTED-NO
005060             ADD 1 TO CNS-CHAIN-BEFORE-COUNT
005070         ELSE
005080             MOVE "UNSEALED RECORD" TO CNS-PROBLEM-TEXT
005090             PERFORM 7800-REPORT-PROBLEM
005100                 THRU 7800-REPORT-PROBLEM-EXIT
005110         END-IF
005120         GO TO 7100-VERIFY-ONE-RECORD-EXIT
005130     END-IF.
005140     IF CNS-VFY-CHECK-TEXT NOT NUMERIC
005150         MOVE "CHECK VALUE NOT NUMERIC - RECORD ALTERED"
005160             TO CNS-PROBLEM-TEXT
005170         PERFORM 7800-REPORT-PROBLEM
005180             THRU 7800-REPORT-PROBLEM-EXIT
005190         SET CNS-VFY-STARTED-YES TO TRUE
005200         MOVE CNS-VFY-SEQ-NUM TO CNS-VFY-LAST-SEQ
005210         MOVE 0 TO CNS-VFY-LAST-CHECK
005220         GO TO 7100-VERIFY-ONE-RECORD-EXIT
005230     END-IF.
005240     IF CNS-VFY-STARTED-NO
005250         SET CNS-VFY-STARTED-YES TO TRUE
005260         IF CNS-VFY-SEQ-NUM > 1
005270             PERFORM 7200-FIRST-RECORD-NOT-ONE
005280                 THRU 7200-FIRST-RECORD-NOT-ONE-EXIT
005290             GO TO 7100-VERIFY-ONE-RECORD-EXIT
005300         END-IF
005310     END-IF.
005320     COMPUTE CNS-VFY-NEXT-SEQ = CNS-VFY-LAST-SEQ + 1.
005330     IF CNS-VFY-SEQ-NUM = CNS-VFY-LAST-SEQ
005340         MOVE "DUPLICATE SEQUENCE NUMBER" TO CNS-PROBLEM-TEXT
005350         PERFORM 7800-REPORT-PROBLEM
005360             THRU 7800-REPORT-PROBLEM-EXIT
005370         GO TO 7100-VERIFY-ONE-RECORD-EXIT
005380     END-IF.
005390     IF CNS-VFY-SEQ-NUM < CNS-VFY-LAST-SEQ
005400         MOVE SPACES TO CNS-PROBLEM-TEXT
005410         STRING "OUT OF ORDER - EXPECTED " DELIMITED BY SIZE
005420                CNS-VFY-NEXT-SEQ          DELIMITED BY SIZE
005430           INTO CNS-PROBLEM-TEXT
005440         END-STRING
005450         PERFORM 7800-REPORT-PROBLEM
005460             THRU 7800-REPORT-PROBLEM-EXIT
005470         GO TO 7100-VERIFY-ONE-RECORD-EXIT
005480     END-IF.
005490     IF CNS-VFY-SEQ-NUM > CNS-VFY-NEXT-SEQ
005500         COMPUTE CNS-VFY-GAP-END = CNS-VFY-SEQ-NUM - 1
005510         PERFORM 7300-REPORT-GAP THRU 7300-REPORT-GAP-EXIT
005520         MOVE CNS-VFY-SEQ-NUM   TO CNS-VFY-LAST-SEQ
005530         MOVE CNS-VFY-CHECK-NUM TO CNS-VFY-LAST-CHECK
005540         GO TO 7100-VERIFY-ONE-RECORD-EXIT
005550     END-IF.
005560     SET CNS-LSP-REQ-CHECK TO TRUE.
005570     MOVE CNS-VFY-LOG-NAME TO CNS-LSP-LOG-NAME.
005580     MOVE CNS-VFY-RECORD-LENGTH TO CNS-LSP-RECORD-LENGTH.
005590     MOVE CNS-VFY-LAST-CHECK TO CNS-LSP-PREV-CHECK.
005600     MOVE CNS-VFY-RECORD TO CNS-LSP-RECORD.
005610     CALL "LOGSEAL" USING CNS-LOG-SEAL-PARM.
005620     IF CNS-LSP-CHECK-VALUE = CNS-VFY-CHECK-NUM
005630         ADD 1 TO CNS-CHAIN-VERIFIED-COUNT
005640     ELSE
005650         MOVE "RECORD ALTERED - CHECK VALUE DOES NOT MATCH"
005660             TO CNS-PROBLEM-TEXT
005670         PERFORM 7800-REPORT-PROBLEM
005680             THRU 7800-REPORT-PROBLEM-EXIT
005690     END-IF.
005700     MOVE CNS-VFY-SEQ-NUM   TO CNS-VFY-LAST-SEQ.
005710     MOVE CNS-VFY-CHECK-NUM TO CNS-VFY-LAST-CHECK.
005720 7100-VERIFY-ONE-RECORD-EXIT.
005730     EXIT.
005740*
005750*    ---------------------------------------------------------
005760*    THE FIRST SEALED RECORD IS PAST 1.  THE COMMAND QUEUE
005770*    IS PICKED UP THERE; ON ANY OTHER LOG THE FRONT IS MISSING.
005780*    ---------------------------------------------------------
005790 7200-FIRST-RECORD-NOT-ONE.
005800     IF CNS-VFY-PICKUP-ALLOWED
005810         MOVE SPACES TO CNS-RPT-LINE
005820         STRING "  CHAIN PICKED UP AT SEQUENCE "
005830                                       DELIMITED BY SIZE
005840                CNS-VFY-SEQ-TEXT       DELIMITED BY SIZE
005850                " (QUEUE DRAINED)"     DELIMITED BY SIZE
005860           INTO CNS-RPT-LINE
005870         END-STRING
005880         WRITE CNS-RPT-LINE
005890     ELSE
005900         MOVE 1 TO CNS-VFY-NEXT-SEQ
005910         COMPUTE CNS-VFY-GAP-END = CNS-VFY-SEQ-NUM - 1
005920         PERFORM 7300-REPORT-GAP THRU 7300-REPORT-GAP-EXIT
005930     END-IF.
005940     MOVE CNS-VFY-SEQ-NUM   TO CNS-VFY-LAST-SEQ.
005950     MOVE CNS-VFY-CHECK-NUM TO CNS-VFY-LAST-CHECK.
005960 7200-FIRST-RECORD-NOT-ONE-EXIT.
005970     EXIT.
005980*
005990*    ---------------------------------------------------------
006000*    SEQUENCE NUMBERS CNS-VFY-NEXT-SEQ THRU CNS-VFY-GAP-END
006010*    ARE NOT ON THE LOG
006020*    ---------------------------------------------------------
006030 7300-REPORT-GAP.
006040     MOVE SPACES TO CNS-PROBLEM-TEXT.
006050     MOVE 1 TO CNS-LINE-PTR.
006060     STRING "GAP - MISSING "  DELIMITED BY SIZE
006070            CNS-VFY-NEXT-SEQ  DELIMITED BY SIZE
006080            " THRU "          DELIMITED BY SIZE
006090            CNS-VFY-GAP-END   DELIMITED BY SIZE
006100       INTO CNS-PROBLEM-TEXT
006110       WITH POINTER CNS-LINE-PTR
006120     END-STRING.
006130     PERFORM 7800-REPORT-PROBLEM THRU 7800-REPORT-PROBLEM-EXIT.
006140 7300-REPORT-GAP-EXIT.
006150     EXIT.
006160*
006170*    ---------------------------------------------------------
006180*    ONE PROBLEM LINE: FILE, RECORD POSITION, SEQUENCE NUMBER
006190*    ---------------------------------------------------------
006200 7800-REPORT-PROBLEM.
006210     ADD 1 TO CNS-CHAIN-PROBLEM-COUNT.
006220     ADD 1 TO CNS-TOTAL-PROBLEM-COUNT.
006230     MOVE SPACES TO CNS-RPT-LINE.
006240     MOVE 1 TO CNS-LINE-PTR.
006250     STRING CNS-VFY-FILE-NAME   DELIMITED BY SIZE
006260            " POS "             DELIMITED BY SIZE
006270            CNS-POSITION-TEXT   DELIMITED BY SIZE
006280            " SEQ "             DELIMITED BY SIZE
006290            CNS-VFY-SEQ-TEXT    DELIMITED BY SIZE
006300            "  "                DELIMITED BY SIZE
006310            CNS-PROBLEM-TEXT    DELIMITED BY SIZE
006320       INTO CNS-RPT-LINE
006330       WITH POINTER CNS-LINE-PTR
006340     END-STRING.
006350     WRITE CNS-RPT-LINE.
006360 7800-REPORT-PROBLEM-EXIT.
006370     EXIT.
006380*
006390*    ---------------------------------------------------------
006400*    END OF THE CHAIN: CHECK IT AGAINST THE CONTROL FILE AND
006410*    GIVE THE CHAIN'S COUNTS
006420*    ---------------------------------------------------------
006430 7900-END-CHAIN.
006440     PERFORM 7910-CHECK-CONTROL-RECORD
006450         THRU 7910-CHECK-CONTROL-RECORD-EXIT.
006460     MOVE SPACES TO CNS-RPT-LINE.
006470     MOVE CNS-CHAIN-READ-COUNT TO CNS-COUNT-EDIT.
006480     STRING "  RECORDS READ........ " DELIMITED BY SIZE
006490            CNS-COUNT-EDIT           DELIMITED BY SIZE
006500       INTO CNS-RPT-LINE
006510     END-STRING.
006520     WRITE CNS-RPT-LINE.
006530     MOVE SPACES TO CNS-RPT-LINE.
006540     MOVE CNS-CHAIN-BEFORE-COUNT TO CNS-COUNT-EDIT.
006550     STRING "  BEFORE SEALING...... " DELIMITED BY SIZE
006560            CNS-COUNT-EDIT           DELIMITED BY SIZE
006570       INTO CNS-RPT-LINE
006580     END-STRING.
006590     WRITE CNS-RPT-LINE.
006600     MOVE SPACES TO CNS-RPT-LINE.
006610     MOVE CNS-CHAIN-VERIFIED-COUNT TO CNS-COUNT-EDIT.
006620     STRING "  CHAIN VERIFIED...... " DELIMITED BY SIZE
006630            CNS-COUNT-EDIT           DELIMITED BY SIZE
006640       INTO CNS-RPT-LINE
006650     END-STRING.
006660     WRITE CNS-RPT-LINE.
006670     MOVE SPACES TO CNS-RPT-LINE.
006680     MOVE CNS-VFY-LAST-SEQ TO CNS-COUNT-EDIT.
006690     STRING "  LAST SEQUENCE....... " DELIMITED BY SIZE
006700            CNS-COUNT-EDIT           DELIMITED BY SIZE
006710       INTO CNS-RPT-LINE
006720     END-STRING.
006730     WRITE CNS-RPT-LINE.
006740     MOVE SPACES TO CNS-RPT-LINE.
006750     MOVE CNS-CHAIN-PROBLEM-COUNT TO CNS-COUNT-EDIT.
006760     STRING "  PROBLEMS FOUND...... " DELIMITED BY SIZE
006770            CNS-COUNT-EDIT           DELIMITED BY SIZE
006780       INTO CNS-RPT-LINE
006790     END-STRING.
006800     WRITE CNS-RPT-LINE.
006810     MOVE SPACES TO CNS-RPT-LINE.
006820     WRITE CNS-RPT-LINE.
006830 7900-END-CHAIN-EXIT.
006840     EXIT.
006850*
006860*    ---------------------------------------------------------
006870*    THE LAST RECORD AGAINST THE LOG SEQUENCE CONTROL FILE
006880*    ---------------------------------------------------------
006890 7910-CHECK-CONTROL-RECORD.
006900     SET CNS-LSQ-FOUND-NO TO TRUE.
006910     IF CNS-LSQ-OPEN-YES
006920         MOVE CNS-VFY-LOG-NAME TO CNS-LSQ-LOG-NAME
006930         SET CNS-LSQ-FOUND-YES TO TRUE
006940         READ LOG-SEQUENCE-FILE
006950             INVALID KEY
006960                 SET CNS-LSQ-FOUND-NO TO TRUE
006970         END-READ
006980         IF NOT CNS-LSQ-FILE-OK
006990             SET CNS-LSQ-FOUND-NO TO TRUE
007000         END-IF
007010     END-IF.
007020     MOVE CNS-VFY-LOG-NAME TO CNS-VFY-FILE-NAME.
007030     MOVE "     END" TO CNS-POSITION-TEXT.
007040     MOVE CNS-VFY-LAST-SEQ TO CNS-VFY-SEQ-NUM.
007050     IF CNS-VFY-STARTED-NO
007060         IF CNS-LSQ-FOUND-YES
007070            AND CNS-LSQ-LAST-SEQ > 0
007080            AND CNS-VFY-PICKUP-NOT-ALLOWED
007090             MOVE 1 TO CNS-VFY-NEXT-SEQ
007100             MOVE CNS-LSQ-LAST-SEQ TO CNS-VFY-GAP-END
007110             PERFORM 7300-REPORT-GAP THRU 7300-REPORT-GAP-EXIT
007120         END-IF
007130         GO TO 7910-CHECK-CONTROL-RECORD-EXIT
007140     END-IF.
007150     IF CNS-LSQ-FOUND-NO
007160         MOVE "NO RECORD FOR THIS LOG ON LOGSEQ"
007170             TO CNS-PROBLEM-TEXT
007180         PERFORM 7800-REPORT-PROBLEM THRU 7800-REPORT-PROBLEM-EXIT
007190         GO TO 7910-CHECK-CONTROL-RECORD-EXIT
007200     END-IF.
007210     IF CNS-LSQ-LAST-SEQ > CNS-VFY-LAST-SEQ
007220         COMPUTE CNS-VFY-NEXT-SEQ = CNS-VFY-LAST-SEQ + 1
007230         MOVE CNS-LSQ-LAST-SEQ TO CNS-VFY-GAP-END
007240         PERFORM 7300-REPORT-GAP THRU 7300-REPORT-GAP-EXIT
007250         GO TO 7910-CHECK-CONTROL-RECORD-EXIT
007260     END-IF.
007270     IF CNS-LSQ-LAST-SEQ < CNS-VFY-LAST-SEQ
007280         MOVE SPACES TO CNS-PROBLEM-TEXT
007290         STRING "LOG RUNS PAST LOGSEQ, AT " DELIMITED BY SIZE
007300                CNS-LSQ-LAST-SEQ           DELIMITED BY SIZE
007310           INTO CNS-PROBLEM-TEXT
007320         END-STRING
007330         PERFORM 7800-REPORT-PROBLEM THRU 7800-REPORT-PROBLEM-EXIT
007340         GO TO 7910-CHECK-CONTROL-RECORD-EXIT
007350     END-IF.
007360     IF CNS-LSQ-LAST-CHECK NOT = CNS-VFY-LAST-CHECK
007370         MOVE "LAST RECORD CHECK VALUE DIFFERS FROM LOGSEQ"
007380             TO CNS-PROBLEM-TEXT
007390         PERFORM 7800-REPORT-PROBLEM THRU 7800-REPORT-PROBLEM-EXIT
007400     END-IF.
007410 7910-CHECK-CONTROL-RECORD-EXIT.
007420     EXIT.
007430*
007440*    ---------------------------------------------------------
007450*    CLOSING TOTALS
007460*    ---------------------------------------------------------
007470 9000-FINALIZE.
007480     IF CNS-LSQ-OPEN-YES
007490         CLOSE LOG-SEQUENCE-FILE
007500     END-IF.
007510     MOVE SPACES TO CNS-RPT-LINE.
007520     MOVE CNS-TOTAL-READ-COUNT TO CNS-COUNT-EDIT.
007530     STRING "RECORDS READ.......... " DELIMITED BY SIZE
007540            CNS-COUNT-EDIT           DELIMITED BY SIZE
007550       INTO CNS-RPT-LINE
007560     END-STRING.
007570     WRITE CNS-RPT-LINE.
007580     MOVE SPACES TO CNS-RPT-LINE.
007590     MOVE CNS-TOTAL-PROBLEM-COUNT TO CNS-COUNT-EDIT.
007600     STRING "PROBLEMS FOUND........ " DELIMITED BY SIZE
007610            CNS-COUNT-EDIT           DELIMITED BY SIZE
007620       INTO CNS-RPT-LINE
007630     END-STRING.
007640     WRITE CNS-RPT-LINE.
007650     CLOSE VERIFY-REPORT-FILE.
007660     DISPLAY "LOGVERFY: RECORDS " CNS-TOTAL-READ-COUNT
007670         " PROBLEMS " CNS-TOTAL-PROBLEM-COUNT.
007680 9000-FINALIZE-EXIT.
007690     EXIT.
