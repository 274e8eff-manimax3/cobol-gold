000100*=================================================================
000110* CNSPCAN.CPY
000120*
000130* CHRONIC-FAILURE PROBLEM-CANDIDATE EXTRACT RECORD
000140*
000150* ONE RECORD PER JOB THAT CHRONFAL FLAGS AS A CHRONIC PROBLEM
000160* CANDIDATE (FAILED IN AT LEAST N OF THE LAST M CYCLES), IN RANK
000170* ORDER, FOR THE PROBLEM-MANAGEMENT TEAM (PROBCAND).  CARRIES THE
000180* WINDOW ANALYSED, THE JOB'S FAILED CYCLES AND ABEND COUNT, ITS
000190* FAILURE RATE AGAINST THE PREVIOUS WINDOW OF THE SAME LENGTH, THE
000200* CODE IT FAILS WITH MOST, AND THE INCIDENTS RAISED FOR IT.  RATES
000210* ARE WHOLE PERCENT OF THE CYCLES THE JOB RAN.
000220*
000230*   TREND  WORSE / BETTER / SAME, NEW WHEN THE JOB DID NOT FAIL
000240*          IN THE PREVIOUS WINDOW, N/A WHEN THERE WAS NO PREVIOUS
000250*          WINDOW ON FILE.
000260*
000270* 2026-10-15  RLB  ORIGINAL COPYBOOK.
000280*=================================================================
000290 01  CNS-PROBLEM-CANDIDATE-RECORD.
000300     05  CNS-PCX-JOB-NAME            PIC X(08).
000310     05  CNS-PCX-RANK                PIC 9(03).
000320     05  CNS-PCX-WINDOW-FIRST        PIC X(08).
000330     05  CNS-PCX-WINDOW-LAST         PIC X(08).
000340     05  CNS-PCX-WINDOW-CYCLES       PIC 9(03).
000350     05  CNS-PCX-THRESHOLD           PIC 9(03).
000360     05  CNS-PCX-FAILED-CYCLES       PIC 9(03).
000370     05  CNS-PCX-RUN-CYCLES          PIC 9(03).
000380     05  CNS-PCX-ABEND-COUNT         PIC 9(05).
000390     05  CNS-PCX-RATE-PCT            PIC 9(03).
000400     05  CNS-PCX-PREV-RATE-PCT       PIC 9(03).
000410     05  CNS-PCX-TREND               PIC X(06).
000420     05  CNS-PCX-TOP-CODE            PIC X(06).
000430     05  CNS-PCX-TOP-CODE-COUNT      PIC 9(05).
000440     05  CNS-PCX-INCIDENT-COUNT      PIC 9(03).
000450     05  CNS-PCX-LAST-INCIDENT       PIC 9(06).
000460     05  CNS-PCX-RUN-DATE            PIC 9(08).
000470     05  FILLER                      PIC X(16).
