000100*=================================================================
000110* CNSLSLP.CPY
000120*
000130* LOG SEAL PARAMETER
000140*
000150* PASSED TO LOGSEAL WITH A LOG RECORD.  EVERY SEALED LOG RECORD
000160* (CNSAUDT, CNSACK, CNSCMDQ, CNSESCL) ENDS WITH A 9-DIGIT
000170* SEQUENCE NUMBER FOLLOWED BY A 9-DIGIT CHECK VALUE.  THE CHECK
000180* VALUE IS COMPUTED FROM THE PREVIOUS RECORD'S CHECK VALUE AND
000190* EVERY BYTE OF THIS RECORD UP TO AND INCLUDING ITS SEQUENCE
000200* NUMBER, SO EDITING, DELETING OR REORDERING A RECORD BREAKS THE
000210* CHAIN FROM THAT POINT ON.
000220*
000230* REQUEST "STAMP" (A WRITER, JUST BEFORE ITS WRITE): LOGSEAL
000240* TAKES THE NEXT SEQUENCE NUMBER FOR CNS-LSP-LOG-NAME FROM THE
000250* LOG SEQUENCE CONTROL FILE, FILLS IN BOTH SEAL FIELDS OF
000260* CNS-LSP-RECORD AND RETURNS THEM.  THE WRITER MOVES
000270* CNS-LSP-RECORD BACK TO ITS RECORD AND WRITES IT.
000280* REQUEST "CHECK" (LOGVERFY): LOGSEAL RETURNS THE CHECK VALUE
000290* THE RECORD SHOULD CARRY, GIVEN CNS-LSP-PREV-CHECK.  NO FILE
000300* IS TOUCHED.
000310* CNS-LSP-STATUS ON RETURN: 00 = SEALED OR CHECKED, OTHERWISE
000320* THE CONTROL FILE STATUS; THE RECORD IS THEN LEFT WITH A ZERO
000330* SEAL, WHICH LOGVERFY REPORTS AS UNSEALED.
000340*
000350* 2026-10-15  RLB  ORIGINAL COPYBOOK.
000360*=================================================================
000370 01  CNS-LOG-SEAL-PARM.
000380     05  CNS-LSP-REQUEST             PIC X(05).
000390         88  CNS-LSP-REQ-STAMP                 VALUE "STAMP".
000400         88  CNS-LSP-REQ-CHECK                 VALUE "CHECK".
000410     05  CNS-LSP-LOG-NAME            PIC X(08).
000420     05  CNS-LSP-RECORD-LENGTH       PIC 9(03).
000430     05  CNS-LSP-PREV-CHECK          PIC 9(09).
000440     05  CNS-LSP-SEQ-NUMBER          PIC 9(09).
000450     05  CNS-LSP-CHECK-VALUE         PIC 9(09).
000460     05  CNS-LSP-STATUS              PIC X(02).
000470         88  CNS-LSP-SEALED                    VALUE "00".
000480     05  CNS-LSP-RECORD              PIC X(100).
