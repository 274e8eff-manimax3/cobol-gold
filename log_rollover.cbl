000290*
000300*     A MALFORMED CYCLE DATE SKIPS THE ROLL RATHER THAN ARCHIVE
000310*     AGAINST A BAD CUTOFF.  RETURN CODE 8 IN THAT CASE.
000311*
000312*     RECORDS ARE COPIED WHOLE, SEAL INCLUDED, SO THE ARCHIVE
000313*     FOLLOWED BY THE LIVE LOG STAYS ONE UNBROKEN CHAIN.  LOGVERFY
000314*     RUNS AS THE STEP BEFORE THIS ONE AND ITS NON-ZERO RETURN
000315*     CODE STOPS THE CYCLE BEFORE A DAMAGED LOG IS ARCHIVED.
000320*
000330* MODIFICATION HISTORY.
000340*     2026-08-22  RLB  ORIGINAL PROGRAM.
000343*     2026-10-15  RLB  ARCHIVE AND WORK RECORDS GROW TO CARRY THE
000346*                       LOG SEAL (AUDIT 58 BYTES, ACK 67 BYTES).
000350*=================================================================
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID.     LOGROLL.
000980 FD  AUDIT-ARCHIVE-FILE
000990     RECORDING MODE IS F
001000     LABEL RECORDS ARE STANDARD.
001010 01  CNS-AUDARCH-RECORD          PIC X(58).
001020*
001030 FD  AUDIT-WORK-FILE
001040     RECORDING MODE IS F
001050     LABEL RECORDS ARE STANDARD.
001060 01  CNS-AUDWORK-RECORD          PIC X(58).
001070*
001080 FD  ACK-LOG-FILE
001090     RECORDING MODE IS F
001130 FD  ACK-ARCHIVE-FILE
001140     RECORDING MODE IS F
001150     LABEL RECORDS ARE STANDARD.
001160 01  CNS-ACKARCH-RECORD          PIC X(67).
001170*
001180 FD  ACK-WORK-FILE
001190     RECORDING MODE IS F
001200     LABEL RECORDS ARE STANDARD.
001210 01  CNS-ACKWORK-RECORD          PIC X(67).
001220*
001230 FD  ERROR-LOG-FILE
001240     RECORDING MODE IS F
