000210* ALERT STILL SHOWS WHO IS ON IT UNTIL SOMEONE CLOSES IT.
000220*
000230* 2026-09-03  RLB  ORIGINAL COPYBOOK.
000232* 2026-10-15  RLB  ADDED CNS-INC-ACK-DATE, CNS-INC-ACK-TIME,
000234*                   CNS-INC-CLOSE-TIME AND CNS-INC-SHIFT-NAME
000236*                   (SHIFT ON DUTY WHEN OPENED) FOR THE INCRESP
000237*                   RESPONSE-TIME REPORT.  TOO BIG FOR THE OLD
000238*                   FILLER: RECORD GROWN FROM 80 TO 120 BYTES,
000239*                   SO INCFILE IS UNLOADED AND RELOADED ONCE.
000240*=================================================================
000250 01  CNS-INCIDENT-RECORD.
000260     05  CNS-INC-NUMBER              PIC 9(06).
000400     05  CNS-INC-ACK-OPERATOR-ID     PIC X(06).
000410     05  CNS-INC-CLOSE-OPERATOR-ID   PIC X(06).
000420     05  CNS-INC-CLOSE-DATE          PIC 9(08).
000430     05  CNS-INC-ACK-DATE            PIC 9(08).
000440     05  CNS-INC-ACK-TIME            PIC 9(08).
000450     05  CNS-INC-CLOSE-TIME          PIC 9(08).
000460     05  CNS-INC-SHIFT-NAME          PIC X(10).
000470     05  FILLER                      PIC X(19).
