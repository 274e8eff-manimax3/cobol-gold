000100*=================================================================
000110* PROGRAM      : LOGSEAL
000120* AUTHOR       : R L BLAKE
000130* INSTALLATION : OPERATIONS CONTROL GROUP
000140* DATE-WRITTEN : 2026-10-15
000150*
000160* REMARKS.
000170*     LOG RECORD SEALING.  CALLED (CNSLSLP) BY EVERY PROGRAM THAT
000180*     WRITES THE SHIFT AUDIT LOG, THE KEY-ACKNOWLEDGEMENT LOG, THE
000190*     SCHEDULER COMMAND QUEUE OR THE ESCALATION LOG - THE CONSOLE,
000200*     ESCWATCH, INVIMPCT AND CYCLROLL - AND BY LOGVERFY, SO THE
000210*     SEAL IS COMPUTED ONE WAY EVERYWHERE.
000220*
000230*     A "STAMP" REQUEST TAKES THE LOG'S RECORD ON THE LOG
000240*     SEQUENCE CONTROL FILE (LOGSEQ), ADDS ONE TO ITS LAST
000250*     SEQUENCE NUMBER, SEALS THE RECORD WITH THAT NUMBER AND A
000260*     CHECK VALUE CHAINED FROM THE LAST CHECK VALUE, AND STORES
000270*     BOTH BACK.  A LOG WITH NO CONTROL RECORD STARTS AT 1 FROM A
000280*     CHECK VALUE OF ZERO.  THE CONTROL FILE IS OPENED AND CLOSED
000290*     ON EVERY STAMP, BECAUSE SEVERAL DESKS AND BATCH JOBS WRITE
000300*     THE SAME LOGS.  A "CHECK" REQUEST ONLY COMPUTES.
000310*
000320*     THE CHECK VALUE IS A RUNNING REMAINDER: FOR EACH BYTE OF
000330*     THE RECORD UP TO THE END OF THE SEQUENCE NUMBER, MULTIPLY
000340*     BY 256, ADD THE BYTE'S VALUE AND ITS POSITION, AND KEEP THE
000350*     REMAINDER BY CNS-CHECK-DIVISOR.  IT SHOWS THAT A RECORD WAS
000360*     CHANGED, DROPPED OR MOVED; IT IS NOT A SIGNATURE.
000370*
000380* MODIFICATION HISTORY.
000390*     2026-10-15  RLB  ORIGINAL PROGRAM.
000400*=================================================================
000410 IDENTIFICATION DIVISION.
000420 PROGRAM-ID.     LOGSEAL.
000430 AUTHOR.         R L BLAKE.
000440 INSTALLATION.   OPERATIONS CONTROL GROUP.
000450 DATE-WRITTEN.   2026-10-15.
000460 DATE-COMPILED.
000470*
000480 ENVIRONMENT DIVISION.
000490 CONFIGURATION SECTION.
000500 SOURCE-COMPUTER.    GNUCOBOL.
000510 OBJECT-COMPUTER.    GNUCOBOL.
000520*
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT LOG-SEQUENCE-FILE   ASSIGN TO "LOGSEQ"
000560            ORGANIZATION IS INDEXED
000570            ACCESS MODE IS RANDOM
000580            RECORD KEY IS CNS-LSQ-LOG-NAME
000590            FILE STATUS IS CNS-LSQ-FILE-STATUS.
000600*
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  LOG-SEQUENCE-FILE
000640     RECORDING MODE IS F
000650     LABEL RECORDS ARE STANDARD.
000660 COPY CNSLSEQ.
000670*
000680 WORKING-STORAGE SECTION.
000690*
000700 77  CNS-LSQ-FILE-STATUS          PIC X(02)  VALUE SPACES.
000710     88  CNS-LSQ-FILE-OK                     VALUE "00".
000720*
000730 77  CNS-LSQ-FOUND-SW              PIC X(01) VALUE "N".
000740     88  CNS-LSQ-FOUND-YES                   VALUE "Y".
000750     88  CNS-LSQ-FOUND-NO                    VALUE "N".
000760*
000770*    ---------------------------------------------------------
000780*    WHERE THE SEAL SITS: THE LAST 18 BYTES OF THE RECORD
000790*    ---------------------------------------------------------
000800 77  CNS-SEQ-POS                  PIC 9(03)  COMP.
000810 77  CNS-CHECK-POS                PIC 9(03)  COMP.
000820 77  CNS-HASH-LENGTH              PIC 9(03)  COMP.
000830*
000840*    ---------------------------------------------------------
000850*    CHECK-VALUE ARITHMETIC
000860*    ---------------------------------------------------------
000870 77  CNS-CHECK-DIVISOR            PIC 9(09)  VALUE 999999937.
000880 77  CNS-HASH-VALUE               PIC 9(09)  VALUE 0.
000890 77  CNS-HASH-WORK                PIC 9(18)  COMP.
000900 77  CNS-HASH-QUOTIENT            PIC 9(18)  COMP.
000910 77  CNS-BYTE-SUB                 PIC 9(03)  COMP.
000920*
000930*    ONE RECORD BYTE IS MOVED TO THE LOW HALF OF A HALFWORD SO
000940*    ITS VALUE (0-255) CAN BE ADDED IN
000950 01  CNS-BYTE-WORK.
000960     05  CNS-BYTE-BINARY          PIC 9(04)  COMP.
000970 01  CNS-BYTE-CHARS REDEFINES CNS-BYTE-WORK.
000980     05  CNS-BYTE-HIGH            PIC X(01).
000990     05  CNS-BYTE-LOW             PIC X(01).
001000*
001010 77  CNS-SEAL-DATE                PIC 9(08)  VALUE 0.
001020 01  CNS-SEAL-TIME-FIELD.
001030     05  CNS-SEAL-TIME            PIC 9(08).
001040*
001050 LINKAGE SECTION.
001060 COPY CNSLSLP.
001070*
001080 PROCEDURE DIVISION USING CNS-LOG-SEAL-PARM.
001090*
001100 0000-MAINLINE.
001110     COMPUTE CNS-SEQ-POS     = CNS-LSP-RECORD-LENGTH - 17.
001120     COMPUTE CNS-CHECK-POS   = CNS-LSP-RECORD-LENGTH - 8.
001130     COMPUTE CNS-HASH-LENGTH = CNS-LSP-RECORD-LENGTH - 9.
001140     IF CNS-LSP-REQ-STAMP
001150         PERFORM 1000-STAMP-RECORD THRU 1000-STAMP-RECORD-EXIT
001160     ELSE
001170         PERFORM 2000-CHECK-RECORD THRU 2000-CHECK-RECORD-EXIT
001180     END-IF.
001190 0000-MAINLINE-EXIT.
001200     GOBACK.
001210*
001220*    ---------------------------------------------------------
001230*    NEXT SEQUENCE NUMBER AND CHECK VALUE FOR A WRITER.  THE
001240*    CONTROL FILE IS CREATED ON THE VERY FIRST STAMP.
001250*    ---------------------------------------------------------
001260 1000-STAMP-RECORD.
001270     MOVE 0 TO CNS-LSP-SEQ-NUMBER CNS-LSP-CHECK-VALUE.
001280     MOVE CNS-LSP-SEQ-NUMBER
001290         TO CNS-LSP-RECORD (CNS-SEQ-POS:9).
001300     MOVE CNS-LSP-CHECK-VALUE
001310         TO CNS-LSP-RECORD (CNS-CHECK-POS:9).
001320     OPEN I-O LOG-SEQUENCE-FILE.
001330     IF NOT CNS-LSQ-FILE-OK
001340         OPEN OUTPUT LOG-SEQUENCE-FILE
001350         CLOSE LOG-SEQUENCE-FILE
001360         OPEN I-O LOG-SEQUENCE-FILE
001370     END-IF.
001380     IF NOT CNS-LSQ-FILE-OK
001390         MOVE CNS-LSQ-FILE-STATUS TO CNS-LSP-STATUS
001400         GO TO 1000-STAMP-RECORD-EXIT
001410     END-IF.
001420     MOVE CNS-LSP-LOG-NAME TO CNS-LSQ-LOG-NAME.
001430     SET CNS-LSQ-FOUND-YES TO TRUE.
001440     READ LOG-SEQUENCE-FILE
001450         INVALID KEY
001460             SET CNS-LSQ-FOUND-NO TO TRUE
001470     END-READ.
001480     IF CNS-LSQ-FOUND-NO
001490         MOVE SPACES TO CNS-LOG-SEQUENCE-RECORD
001500         MOVE CNS-LSP-LOG-NAME TO CNS-LSQ-LOG-NAME
001510         MOVE 0 TO CNS-LSQ-LAST-SEQ CNS-LSQ-LAST-CHECK
001520     END-IF.
001530     COMPUTE CNS-LSP-SEQ-NUMBER = CNS-LSQ-LAST-SEQ + 1.
001540     MOVE CNS-LSQ-LAST-CHECK TO CNS-LSP-PREV-CHECK.
001550     MOVE CNS-LSP-SEQ-NUMBER
001560         TO CNS-LSP-RECORD (CNS-SEQ-POS:9).
001570     PERFORM 3000-COMPUTE-CHECK-VALUE
001580         THRU 3000-COMPUTE-CHECK-VALUE-EXIT.
001590     ACCEPT CNS-SEAL-DATE FROM DATE YYYYMMDD.
001600     ACCEPT CNS-SEAL-TIME-FIELD FROM TIME.
001610     MOVE CNS-LSP-SEQ-NUMBER  TO CNS-LSQ-LAST-SEQ.
001620     MOVE CNS-LSP-CHECK-VALUE TO CNS-LSQ-LAST-CHECK.
001630     MOVE CNS-SEAL-DATE       TO CNS-LSQ-LAST-DATE.
001640     MOVE CNS-SEAL-TIME       TO CNS-LSQ-LAST-TIME.
001650     IF CNS-LSQ-FOUND-YES
001660         REWRITE CNS-LOG-SEQUENCE-RECORD
001670     ELSE
001680         WRITE CNS-LOG-SEQUENCE-RECORD
001690     END-IF.
001700     MOVE CNS-LSQ-FILE-STATUS TO CNS-LSP-STATUS.
001710     CLOSE LOG-SEQUENCE-FILE.
001720*    NUMBER NOT SAVED - LEAVE THE RECORD UNSEALED RATHER THAN
001730*    LET THE NEXT WRITER REUSE THE SAME SEQUENCE NUMBER
001740     IF NOT CNS-LSP-SEALED
001750         MOVE 0 TO CNS-LSP-SEQ-NUMBER CNS-LSP-CHECK-VALUE
001760         MOVE CNS-LSP-SEQ-NUMBER
001770             TO CNS-LSP-RECORD (CNS-SEQ-POS:9)
001780         GO TO 1000-STAMP-RECORD-EXIT
001790     END-IF.
001800     MOVE CNS-LSP-CHECK-VALUE
001810         TO CNS-LSP-RECORD (CNS-CHECK-POS:9).
001820 1000-STAMP-RECORD-EXIT.
001830     EXIT.
001840*
001850*    ---------------------------------------------------------
001860*    THE CHECK VALUE A RECORD SHOULD CARRY, FOR LOGVERFY
001870*    ---------------------------------------------------------
001880 2000-CHECK-RECORD.
001890     MOVE CNS-LSP-RECORD (CNS-SEQ-POS:9) TO CNS-LSP-SEQ-NUMBER.
001900     PERFORM 3000-COMPUTE-CHECK-VALUE
001910         THRU 3000-COMPUTE-CHECK-VALUE-EXIT.
001920     MOVE "00" TO CNS-LSP-STATUS.
001930 2000-CHECK-RECORD-EXIT.
001940     EXIT.
001950*
001960*    ---------------------------------------------------------
001970*    THE CHAIN: START FROM THE PREVIOUS CHECK VALUE AND FOLD IN
001980*    EVERY BYTE UP TO THE END OF THE SEQUENCE NUMBER
001990*    ---------------------------------------------------------
002000 3000-COMPUTE-CHECK-VALUE.
002010     MOVE CNS-LSP-PREV-CHECK TO CNS-HASH-VALUE.
002020     PERFORM 3100-FOLD-ONE-BYTE
002030         THRU 3100-FOLD-ONE-BYTE-EXIT
002040         VARYING CNS-BYTE-SUB FROM 1 BY 1
002050         UNTIL CNS-BYTE-SUB > CNS-HASH-LENGTH.
002060     MOVE CNS-HASH-VALUE TO CNS-LSP-CHECK-VALUE.
002070 3000-COMPUTE-CHECK-VALUE-EXIT.
002080     EXIT.
002090*
002100 3100-FOLD-ONE-BYTE.
002110     MOVE LOW-VALUE TO CNS-BYTE-HIGH.
002120     MOVE CNS-LSP-RECORD (CNS-BYTE-SUB:1) TO CNS-BYTE-LOW.
002130     COMPUTE CNS-HASH-WORK = CNS-HASH-VALUE * 256
002140                           + CNS-BYTE-BINARY + CNS-BYTE-SUB.
002150     DIVIDE CNS-HASH-WORK BY CNS-CHECK-DIVISOR
002160         GIVING CNS-HASH-QUOTIENT REMAINDER CNS-HASH-VALUE.
002170 3100-FOLD-ONE-BYTE-EXIT.
002180     EXIT.
