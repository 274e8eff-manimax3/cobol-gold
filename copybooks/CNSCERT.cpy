000100*=================================================================
000110* CNSCERT.CPY
000120*
000130* CYCLE CLOSE-OUT CERTIFICATION RECORD
000140*
000150* THE ONE RECORD ON THE CERTIFICATION FILE (CYCLCERT), WRITTEN
000160* BY CYCLCLOS AT CYCLE END.  CARRIES THE CYCLE DATE CHECKED,
000170* THE RESULT, AND THE NUMBER OF FAILURES FOUND BY EACH CHECK.
000180* CYCLROLL WILL NOT ADVANCE THE CYCLE DATE UNLESS THIS RECORD
000190* IS FOR THE CURRENT CYCLE AND CERTIFIED; WHEN A SHIFT LEAD
000200* OVERRIDES THAT, CYCLROLL REWRITES THE RECORD AS OVERRIDDEN
000210* WITH THE LEAD'S OPERATOR ID AND THE DATE AND TIME.
000220*
000230* 2026-10-15  RLB  ORIGINAL COPYBOOK.
000240*=================================================================
000250 01  CNS-CERTIFICATION-RECORD.
000260     05  CNS-CRT-CYCLE-DATE          PIC X(08).
000270     05  CNS-CRT-STATUS              PIC X(01).
000280         88  CNS-CRT-CERTIFIED                 VALUE "C".
000290         88  CNS-CRT-NOT-CERTIFIED             VALUE "F".
000300         88  CNS-CRT-OVERRIDDEN                VALUE "O".
000310     05  CNS-CRT-DATE                PIC 9(08).
000320     05  CNS-CRT-TIME                PIC 9(08).
000330     05  CNS-CRT-JOB-FAIL-COUNT      PIC 9(05).
000340     05  CNS-CRT-EXCEPTION-COUNT     PIC 9(05).
000350     05  CNS-CRT-DATASET-FAIL-COUNT  PIC 9(05).
000360     05  CNS-CRT-INCIDENT-OPEN-COUNT PIC 9(05).
000370     05  CNS-CRT-OVR-OPERATOR-ID     PIC X(06).
000380     05  CNS-CRT-OVR-DATE            PIC 9(08).
000390     05  CNS-CRT-OVR-TIME            PIC 9(08).
000400     05  FILLER                      PIC X(13).
