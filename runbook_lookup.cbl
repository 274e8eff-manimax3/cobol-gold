000100*=================================================================
000110* PROGRAM      : RUNBLOOK
000120* AUTHOR       : R L BLAKE
000130* INSTALLATION : OPERATIONS CONTROL GROUP
000140* DATE-WRITTEN : 2026-10-15
000150*
000160* REMARKS.
000170*     RUNBOOK LOOKUP FOR THE CONSOLE DETAIL PANEL.  CALLED WITH A
000180*     JOB NAME AND THE ERROR CODE THE JOB CURRENTLY SHOWS
000190*     (CNSRBLP).  READS THE JOB'S RUNBOOK ENTRY FOR THAT CODE
000200*     (RUNBOOK, CNSRUNB) AND THE CATALOG ENTRY FOR THE CODE
000210*     (ERRCATLG, CNSECAT), AND RETURNS THE PANEL TEXT READY TO
000220*     DRAW, SO THE OPERATOR NO LONGER GOES TO THE BINDER:
000230*       RUNBOOK ENTRY FOUND   RESTART INSTRUCTIONS, SAFE-TO-RERUN,
000240*                             WHO TO CALL, PLUS THE CATALOG
000250*                             SEVERITY AND MEANING WHEN ON FILE
000260*       CATALOG ENTRY ONLY    THE GENERIC MEANING AND SEVERITY OF
000270*                             THE CODE, AND A CALL-THE-TEAM LINE
000280*       NEITHER               A LINE SAYING SO
000290*     A FILE THAT CANNOT BE OPENED IS TREATED AS HOLDING NO ENTRY
000300*     AND NAMED ON THE PANEL WITH ITS STATUS.  BOTH FILES ARE
000310*     OPENED AND CLOSED ON EVERY CALL; THE PANEL IS OPENED BY HAND
000320*     AND THE FILES ARE MAINTAINED DURING THE SHIFT BY RUNBMAINT.
000330*
000340* MODIFICATION HISTORY.
000350*     2026-10-15  RLB  ORIGINAL PROGRAM.
000360*=================================================================
000370 IDENTIFICATION DIVISION.
000380 PROGRAM-ID.     RUNBLOOK.
000390 AUTHOR.         R L BLAKE.
000400 INSTALLATION.   OPERATIONS CONTROL GROUP.
000410 DATE-WRITTEN.   2026-10-15.
000420 DATE-COMPILED.
000430*
000440 ENVIRONMENT DIVISION.
000450 CONFIGURATION SECTION.
000460 SOURCE-COMPUTER.    GNUCOBOL.
000470 OBJECT-COMPUTER.    GNUCOBOL.
000480*
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT RUNBOOK-FILE        ASSIGN TO "RUNBOOK"
000520            ORGANIZATION IS INDEXED
000530            ACCESS MODE IS RANDOM
000540            RECORD KEY IS CNS-RBK-KEY
000550            FILE STATUS IS CNS-RBK-FILE-STATUS.
000560*
000570     SELECT ERROR-CATALOG-FILE  ASSIGN TO "ERRCATLG"
000580            ORGANIZATION IS INDEXED
000590            ACCESS MODE IS RANDOM
000600            RECORD KEY IS CNS-ECT-ERROR-CODE
000610            FILE STATUS IS CNS-ECT-FILE-STATUS.
000620*
000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  RUNBOOK-FILE
000660     RECORDING MODE IS F
000670     LABEL RECORDS ARE STANDARD.
000680 COPY CNSRUNB.
000690*
000700 FD  ERROR-CATALOG-FILE
000710     RECORDING MODE IS F
000720     LABEL RECORDS ARE STANDARD.
000730 COPY CNSECAT.
000740*
000750 WORKING-STORAGE SECTION.
000760*
000770*    ---------------------------------------------------------
000780*    FILE STATUS AND LOOKUP RESULT SWITCHES
000790*    ---------------------------------------------------------
000800 77  CNS-RBK-FILE-STATUS          PIC X(02)  VALUE SPACES.
000810     88  CNS-RBK-FILE-OK                     VALUE "00".
000820*
000830 77  CNS-ECT-FILE-STATUS          PIC X(02)  VALUE SPACES.
000840     88  CNS-ECT-FILE-OK                     VALUE "00".
000850*
000860 77  CNS-RBK-FOUND-SW              PIC X(01) VALUE "N".
000870     88  CNS-RBK-FOUND-YES                   VALUE "Y".
000880     88  CNS-RBK-FOUND-NO                    VALUE "N".
000890*
000900 77  CNS-ECT-FOUND-SW              PIC X(01) VALUE "N".
000910     88  CNS-ECT-FOUND-YES                   VALUE "Y".
000920     88  CNS-ECT-FOUND-NO                    VALUE "N".
000930*
000940*    STATUS OF A FAILED OPEN, SPACES WHEN THE FILE OPENED
000950 77  CNS-RBK-OPEN-STATUS          PIC X(02)  VALUE SPACES.
000960 77  CNS-ECT-OPEN-STATUS          PIC X(02)  VALUE SPACES.
000970*
000980*    ---------------------------------------------------------
000990*    PANEL-LINE BUILD AREA
001000*    ---------------------------------------------------------
001010 77  CNS-PANEL-WORK               PIC X(60)  VALUE SPACES.
001020 77  CNS-LINE-PTR                 PIC 9(03)  COMP.
001030 77  CNS-TEXT-SUB                 PIC 9(02)  COMP.
001040 77  CNS-TEXT-COUNT               PIC 9(02)  COMP.
001050 77  CNS-SEVERITY-NAME            PIC X(13)  VALUE SPACES.
001060*
001070 LINKAGE SECTION.
001080 COPY CNSRBLP.
001090*
001100 PROCEDURE DIVISION USING CNS-RUNBOOK-LOOKUP-PARM.
001110*
001120 0000-MAINLINE.
001130     MOVE 0 TO CNS-RBL-LINE-COUNT.
001140     SET CNS-RBL-FROM-NONE TO TRUE.
001150     PERFORM 1000-READ-RUNBOOK THRU 1000-READ-RUNBOOK-EXIT.
001160     PERFORM 1100-READ-CATALOG THRU 1100-READ-CATALOG-EXIT.
001170     EVALUATE TRUE
001180         WHEN CNS-RBK-FOUND-YES
001190             SET CNS-RBL-FROM-RUNBOOK TO TRUE
001200             PERFORM 2000-BUILD-RUNBOOK-PANEL
001210                 THRU 2000-BUILD-RUNBOOK-PANEL-EXIT
001220         WHEN CNS-ECT-FOUND-YES
001230             SET CNS-RBL-FROM-CATALOG TO TRUE
001240             PERFORM 3000-BUILD-CATALOG-PANEL
001250                 THRU 3000-BUILD-CATALOG-PANEL-EXIT
001260         WHEN OTHER
001270             PERFORM 4000-BUILD-NO-ENTRY-PANEL
001280                 THRU 4000-BUILD-NO-ENTRY-PANEL-EXIT
001290     END-EVALUATE.
001300     PERFORM 5000-NOTE-UNAVAILABLE-FILES
001310         THRU 5000-NOTE-UNAVAILABLE-FILES-EXIT.
001320 0000-MAINLINE-EXIT.
001330     GOBACK.
001340*
001350*    ---------------------------------------------------------
001360*    THE JOB'S RUNBOOK ENTRY FOR THE CODE
001370*    ---------------------------------------------------------
001380 1000-READ-RUNBOOK.
001390     SET CNS-RBK-FOUND-NO TO TRUE.
001400     MOVE SPACES TO CNS-RBK-OPEN-STATUS.
001410     IF CNS-RBL-ERROR-CODE = SPACES
001420         GO TO 1000-READ-RUNBOOK-EXIT
001430     END-IF.
001440     OPEN INPUT RUNBOOK-FILE.
001450     IF NOT CNS-RBK-FILE-OK
001460         MOVE CNS-RBK-FILE-STATUS TO CNS-RBK-OPEN-STATUS
001470         GO TO 1000-READ-RUNBOOK-EXIT
001480     END-IF.
001490     MOVE CNS-RBL-JOB-NAME   TO CNS-RBK-JOB-NAME.
001500     MOVE CNS-RBL-ERROR-CODE TO CNS-RBK-ERROR-CODE.
001510     READ RUNBOOK-FILE
001520         INVALID KEY
001530             CONTINUE
001540         NOT INVALID KEY
001550             SET CNS-RBK-FOUND-YES TO TRUE
001560     END-READ.
001570     CLOSE RUNBOOK-FILE.
001580 1000-READ-RUNBOOK-EXIT.
001590     EXIT.
001600*
001610*    ---------------------------------------------------------
001620*    THE GENERIC CATALOG ENTRY FOR THE CODE
001630*    ---------------------------------------------------------
001640 1100-READ-CATALOG.
001650     SET CNS-ECT-FOUND-NO TO TRUE.
001660     MOVE SPACES TO CNS-ECT-OPEN-STATUS.
001670     IF CNS-RBL-ERROR-CODE = SPACES
001680         GO TO 1100-READ-CATALOG-EXIT
001690     END-IF.
001700     OPEN INPUT ERROR-CATALOG-FILE.
001710     IF NOT CNS-ECT-FILE-OK
001720         MOVE CNS-ECT-FILE-STATUS TO CNS-ECT-OPEN-STATUS
001730         GO TO 1100-READ-CATALOG-EXIT
001740     END-IF.
001750     MOVE CNS-RBL-ERROR-CODE TO CNS-ECT-ERROR-CODE.
001760     READ ERROR-CATALOG-FILE
001770         INVALID KEY
001780             CONTINUE
001790         NOT INVALID KEY
001800             SET CNS-ECT-FOUND-YES TO TRUE
001810     END-READ.
001820     CLOSE ERROR-CATALOG-FILE.
001830     PERFORM 7100-SET-SEVERITY-NAME
001840         THRU 7100-SET-SEVERITY-NAME-EXIT.
001850 1100-READ-CATALOG-EXIT.
001860     EXIT.
001870*
001880*    ---------------------------------------------------------
001890*    RUNBOOK PANEL: HEADING, CATALOG SEVERITY AND MEANING WHEN
001900*    ON FILE, SAFE-TO-RERUN, CONTACT, RESTART INSTRUCTIONS
001910*    ---------------------------------------------------------
001920 2000-BUILD-RUNBOOK-PANEL.
001930     MOVE SPACES TO CNS-PANEL-WORK.
001940     MOVE 1 TO CNS-LINE-PTR.
001950     STRING "RUNBOOK - JOB "        DELIMITED BY SIZE
001960            CNS-RBL-JOB-NAME        DELIMITED BY SPACE
001970            "  CODE "               DELIMITED BY SIZE
001980            CNS-RBL-ERROR-CODE      DELIMITED BY SPACE
001990       INTO CNS-PANEL-WORK
002000       WITH POINTER CNS-LINE-PTR
002010     END-STRING.
002020     PERFORM 8000-ADD-PANEL-LINE THRU 8000-ADD-PANEL-LINE-EXIT.
002030     IF CNS-ECT-FOUND-YES
002040         PERFORM 7200-ADD-SEVERITY-LINE
002050             THRU 7200-ADD-SEVERITY-LINE-EXIT
002060         IF CNS-ECT-MEANING-LINE (1) NOT = SPACES
002070             MOVE SPACES TO CNS-PANEL-WORK
002080             MOVE CNS-ECT-MEANING-LINE (1)
002090                 TO CNS-PANEL-WORK (3:56)
002100             PERFORM 8000-ADD-PANEL-LINE
002110                 THRU 8000-ADD-PANEL-LINE-EXIT
002120         END-IF
002130     END-IF.
002140     EVALUATE TRUE
002150         WHEN CNS-RBK-SAFE-RERUN-YES
002160             MOVE "SAFE TO RERUN: YES" TO CNS-PANEL-WORK
002170         WHEN CNS-RBK-SAFE-RERUN-NO
002180             MOVE "SAFE TO RERUN: NO - FOLLOW THE INSTRUCTIONS"
002190                 TO CNS-PANEL-WORK
002200         WHEN OTHER
002210             MOVE "SAFE TO RERUN: NOT STATED" TO CNS-PANEL-WORK
002220     END-EVALUATE.
002230     PERFORM 8000-ADD-PANEL-LINE THRU 8000-ADD-PANEL-LINE-EXIT.
002240     PERFORM 2100-ADD-CONTACT-LINE
002250         THRU 2100-ADD-CONTACT-LINE-EXIT.
002260     MOVE 0 TO CNS-TEXT-COUNT.
002270     PERFORM 2200-ADD-RESTART-LINE
002280         THRU 2200-ADD-RESTART-LINE-EXIT
002290         VARYING CNS-TEXT-SUB FROM 1 BY 1
002300         UNTIL CNS-TEXT-SUB > 4.
002310     IF CNS-TEXT-COUNT = 0
002320         MOVE "NO RESTART INSTRUCTIONS ON THE RUNBOOK"
002330             TO CNS-PANEL-WORK
002340         PERFORM 8000-ADD-PANEL-LINE
002350             THRU 8000-ADD-PANEL-LINE-EXIT
002360     END-IF.
002370 2000-BUILD-RUNBOOK-PANEL-EXIT.
002380     EXIT.
002390*
002400 2100-ADD-CONTACT-LINE.
002410     IF CNS-RBK-CONTACT-NAME = SPACES
002420             AND CNS-RBK-CONTACT-PHONE = SPACES
002430         MOVE "CALL: OWNING TEAM - NO CONTACT ON THE RUNBOOK"
002440             TO CNS-PANEL-WORK
002450         PERFORM 8000-ADD-PANEL-LINE
002460             THRU 8000-ADD-PANEL-LINE-EXIT
002470         GO TO 2100-ADD-CONTACT-LINE-EXIT
002480     END-IF.
002490     MOVE SPACES TO CNS-PANEL-WORK.
002500     MOVE 1 TO CNS-LINE-PTR.
002510     STRING "CALL: "                DELIMITED BY SIZE
002520            CNS-RBK-CONTACT-NAME    DELIMITED BY SIZE
002530            "  "                    DELIMITED BY SIZE
002540            CNS-RBK-CONTACT-PHONE   DELIMITED BY SIZE
002550       INTO CNS-PANEL-WORK
002560       WITH POINTER CNS-LINE-PTR
002570     END-STRING.
002580     PERFORM 8000-ADD-PANEL-LINE THRU 8000-ADD-PANEL-LINE-EXIT.
002590 2100-ADD-CONTACT-LINE-EXIT.
002600     EXIT.
002610*
002620 2200-ADD-RESTART-LINE.
002630     IF CNS-RBK-RESTART-LINE (CNS-TEXT-SUB) = SPACES
002640         GO TO 2200-ADD-RESTART-LINE-EXIT
002650     END-IF.
002660     ADD 1 TO CNS-TEXT-COUNT.
002670     MOVE SPACES TO CNS-PANEL-WORK.
002680     MOVE CNS-RBK-RESTART-LINE (CNS-TEXT-SUB)
002690         TO CNS-PANEL-WORK (3:56).
002700     PERFORM 8000-ADD-PANEL-LINE THRU 8000-ADD-PANEL-LINE-EXIT.
002710 2200-ADD-RESTART-LINE-EXIT.
002720     EXIT.
002730*
002740*    ---------------------------------------------------------
002750*    CATALOG PANEL: NO RUNBOOK ENTRY FOR THIS JOB, SO THE
002760*    GENERIC MEANING OF THE CODE AND A CALL-THE-TEAM LINE
002770*    ---------------------------------------------------------
002780 3000-BUILD-CATALOG-PANEL.
002790     MOVE SPACES TO CNS-PANEL-WORK.
002800     MOVE 1 TO CNS-LINE-PTR.
002810     STRING "NO RUNBOOK ENTRY FOR JOB " DELIMITED BY SIZE
002820            CNS-RBL-JOB-NAME            DELIMITED BY SPACE
002830            " - CATALOG ENTRY"          DELIMITED BY SIZE
002840       INTO CNS-PANEL-WORK
002850       WITH POINTER CNS-LINE-PTR
002860     END-STRING.
002870     PERFORM 8000-ADD-PANEL-LINE THRU 8000-ADD-PANEL-LINE-EXIT.
002880     PERFORM 7200-ADD-SEVERITY-LINE
002890         THRU 7200-ADD-SEVERITY-LINE-EXIT.
002900     PERFORM 3100-ADD-MEANING-LINE
002910         THRU 3100-ADD-MEANING-LINE-EXIT
002920         VARYING CNS-TEXT-SUB FROM 1 BY 1
002930         UNTIL CNS-TEXT-SUB > 2.
002940     MOVE "SAFE TO RERUN: NOT KNOWN - CALL THE OWNING TEAM"
002950         TO CNS-PANEL-WORK.
002960     PERFORM 8000-ADD-PANEL-LINE THRU 8000-ADD-PANEL-LINE-EXIT.
002970 3000-BUILD-CATALOG-PANEL-EXIT.
002980     EXIT.
002990*
003000 3100-ADD-MEANING-LINE.
003010     IF CNS-ECT-MEANING-LINE (CNS-TEXT-SUB) = SPACES
003020         GO TO 3100-ADD-MEANING-LINE-EXIT
003030     END-IF.
003040     MOVE SPACES TO CNS-PANEL-WORK.
003050     MOVE CNS-ECT-MEANING-LINE (CNS-TEXT-SUB)
003060         TO CNS-PANEL-WORK (3:56).
003070     PERFORM 8000-ADD-PANEL-LINE THRU 8000-ADD-PANEL-LINE-EXIT.
003080 3100-ADD-MEANING-LINE-EXIT.
003090     EXIT.
003100*
003110*    ---------------------------------------------------------
003120*    NOTHING ON FILE FOR THE CODE (OR NO CODE TO LOOK UP)
003130*    ---------------------------------------------------------
003140 4000-BUILD-NO-ENTRY-PANEL.
003150     MOVE SPACES TO CNS-PANEL-WORK.
003160     MOVE 1 TO CNS-LINE-PTR.
003170     IF CNS-RBL-ERROR-CODE = SPACES
003180         STRING "NO ERROR CODE RECORDED FOR JOB "
003190                                         DELIMITED BY SIZE
003200                CNS-RBL-JOB-NAME         DELIMITED BY SPACE
003210           INTO CNS-PANEL-WORK
003220           WITH POINTER CNS-LINE-PTR
003230         END-STRING
003240         PERFORM 8000-ADD-PANEL-LINE
003250             THRU 8000-ADD-PANEL-LINE-EXIT
003260         GO TO 4000-BUILD-NO-ENTRY-PANEL-EXIT
003270     END-IF.
003280     STRING "NO RUNBOOK OR CATALOG ENTRY FOR CODE "
003290                                     DELIMITED BY SIZE
003300            CNS-RBL-ERROR-CODE       DELIMITED BY SPACE
003310       INTO CNS-PANEL-WORK
003320       WITH POINTER CNS-LINE-PTR
003330     END-STRING.
003340     PERFORM 8000-ADD-PANEL-LINE THRU 8000-ADD-PANEL-LINE-EXIT.
003350     MOVE SPACES TO CNS-PANEL-WORK.
003360     MOVE 1 TO CNS-LINE-PTR.
003370     STRING "JOB "                      DELIMITED BY SIZE
003380            CNS-RBL-JOB-NAME            DELIMITED BY SPACE
003390            " - CALL THE OWNING TEAM"   DELIMITED BY SIZE
003400       INTO CNS-PANEL-WORK
003410       WITH POINTER CNS-LINE-PTR
003420     END-STRING.
003430     PERFORM 8000-ADD-PANEL-LINE THRU 8000-ADD-PANEL-LINE-EXIT.
003440 4000-BUILD-NO-ENTRY-PANEL-EXIT.
003450     EXIT.
003460*
003470*    ---------------------------------------------------------
003480*    A FILE THAT WOULD NOT OPEN IS NAMED, SO "NO ENTRY" IS NOT
003490*    MISTAKEN FOR "NOTHING WRITTEN UP"
003500*    ---------------------------------------------------------
003510 5000-NOTE-UNAVAILABLE-FILES.
003520     IF CNS-RBK-OPEN-STATUS NOT = SPACES
003530         MOVE SPACES TO CNS-PANEL-WORK
003540         MOVE 1 TO CNS-LINE-PTR
003550         STRING "RUNBOOK FILE UNAVAILABLE, STATUS "
003560                                         DELIMITED BY SIZE
003570                CNS-RBK-OPEN-STATUS      DELIMITED BY SIZE
003580           INTO CNS-PANEL-WORK
003590           WITH POINTER CNS-LINE-PTR
003600         END-STRING
003610         PERFORM 8000-ADD-PANEL-LINE
003620             THRU 8000-ADD-PANEL-LINE-EXIT
003630     END-IF.
003640     IF CNS-ECT-OPEN-STATUS NOT = SPACES
003650         MOVE SPACES TO CNS-PANEL-WORK
003660         MOVE 1 TO CNS-LINE-PTR
003670         STRING "CATALOG FILE UNAVAILABLE, STATUS "
003680                                         DELIMITED BY SIZE
003690                CNS-ECT-OPEN-STATUS      DELIMITED BY SIZE
003700           INTO CNS-PANEL-WORK
003710           WITH POINTER CNS-LINE-PTR
003720         END-STRING
003730         PERFORM 8000-ADD-PANEL-LINE
003740             THRU 8000-ADD-PANEL-LINE-EXIT
003750     END-IF.
003760 5000-NOTE-UNAVAILABLE-FILES-EXIT.
003770     EXIT.
003780*
003790*    ---------------------------------------------------------
003800*    SEVERITY OF THE CATALOG ENTRY, BY NAME
003810*    ---------------------------------------------------------
003820 7100-SET-SEVERITY-NAME.
003830     EVALUATE TRUE
003840         WHEN CNS-ECT-FOUND-NO
003850             MOVE SPACES TO CNS-SEVERITY-NAME
003860         WHEN CNS-ECT-SEV-INFO
003870             MOVE "INFORMATIONAL" TO CNS-SEVERITY-NAME
003880         WHEN CNS-ECT-SEV-WARNING
003890             MOVE "WARNING"       TO CNS-SEVERITY-NAME
003900         WHEN CNS-ECT-SEV-SEVERE
003910             MOVE "SEVERE"        TO CNS-SEVERITY-NAME
003920         WHEN CNS-ECT-SEV-CRITICAL
003930             MOVE "CRITICAL"      TO CNS-SEVERITY-NAME
003940         WHEN OTHER
003950             MOVE "NOT GRADED"    TO CNS-SEVERITY-NAME
003960     END-EVALUATE.
003970 7100-SET-SEVERITY-NAME-EXIT.
003980     EXIT.
003990*
004000 7200-ADD-SEVERITY-LINE.
004010     MOVE SPACES TO CNS-PANEL-WORK.
004020     MOVE 1 TO CNS-LINE-PTR.
004030     STRING "CODE "                 DELIMITED BY SIZE
004040            CNS-RBL-ERROR-CODE      DELIMITED BY SPACE
004050            "  SEVERITY "           DELIMITED BY SIZE
004060            CNS-SEVERITY-NAME       DELIMITED BY "  "
004070       INTO CNS-PANEL-WORK
004080       WITH POINTER CNS-LINE-PTR
004090     END-STRING.
004100     PERFORM 8000-ADD-PANEL-LINE THRU 8000-ADD-PANEL-LINE-EXIT.
004110 7200-ADD-SEVERITY-LINE-EXIT.
004120     EXIT.
004130*
004140*    ---------------------------------------------------------
004150*    APPEND THE BUILT LINE TO THE PANEL; LINES PAST THE TABLE
004160*    ARE DROPPED
004170*    ---------------------------------------------------------
004180 8000-ADD-PANEL-LINE.
004190     IF CNS-RBL-LINE-COUNT < 10
004200         ADD 1 TO CNS-RBL-LINE-COUNT
004210         MOVE CNS-PANEL-WORK TO CNS-RBL-LINE (CNS-RBL-LINE-COUNT)
004220     END-IF.
004230     MOVE SPACES TO CNS-PANEL-WORK.
004240 8000-ADD-PANEL-LINE-EXIT.
004250     EXIT.
