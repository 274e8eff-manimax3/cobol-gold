000100*=================================================================
000110* CNSLSEQ.CPY
000120*
000130* LOG SEQUENCE CONTROL RECORD
000140*
000150* ONE RECORD PER SEALED LOG (AUDITLOG, ACKLOG, CMDQUEUE, ESCLOG)
000160* ON THE LOG SEQUENCE CONTROL FILE (LOGSEQ), KEYED BY LOG NAME.
000170* HOLDS THE SEQUENCE NUMBER AND CHECK VALUE LOGSEAL LAST STAMPED
000180* ON THAT LOG, SO NUMBERING CARRIES ON ACROSS A LOG ROLL OR A
000190* DRAINED COMMAND QUEUE, AND SO LOGVERFY CAN TELL WHEN RECORDS
000200* HAVE BEEN CUT FROM THE END OF A LOG.
000210*
000220* 2026-10-15  RLB  ORIGINAL COPYBOOK.
000230*=================================================================
000240 01  CNS-LOG-SEQUENCE-RECORD.
000250     05  CNS-LSQ-LOG-NAME            PIC X(08).
000260     05  CNS-LSQ-LAST-SEQ            PIC 9(09).
000270     05  CNS-LSQ-LAST-CHECK          PIC 9(09).
000280     05  CNS-LSQ-LAST-DATE           PIC 9(08).
000290     05  CNS-LSQ-LAST-TIME           PIC 9(08).
000300     05  FILLER                      PIC X(18).
