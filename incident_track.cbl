000270*         PER JOB AND CYCLE;
000280*       - MOVES AN OPEN INCIDENT TO ACKNOWLEDGED WHEN THE
000290*         KEY-ACK LOG SHOWS THE ALERT DISMISSED, CARRYING THE
000300*         ACKNOWLEDGING OPERATOR AND THE DATE AND TIME OF THE
000302*         DISMISSAL;
000310*       - CLOSES AN INCIDENT ON A CLOSE TRANSACTION (CNSICTX),
000320*         BUT ONLY FOR AN OPERATOR OF SHIFT-LEAD AUTHORITY PER
000330*         THE OPERATOR MASTER.  REJECTED CLOSURES ARE LOGGED.
000370*
000380* MODIFICATION HISTORY.
000390*     2026-09-03  RLB  ORIGINAL PROGRAM.
000392*     2026-10-15  RLB  RECORDS THE ACKNOWLEDGEMENT DATE AND
000394*                       TIME, THE CLOSE TIME, AND THE SHIFT ON
000396*                       DUTY AT OPENING, FOR INCRESP.
000400*=================================================================
000410 IDENTIFICATION DIVISION.
000420 PROGRAM-ID.     INCTRACK.
005130     END-READ.
005140     SET CNS-INC-STAT-ACKED TO TRUE.
005150     MOVE CNS-ACK-OPERATOR-ID TO CNS-INC-ACK-OPERATOR-ID.
005152     MOVE CNS-ACK-DATE        TO CNS-INC-ACK-DATE.
005154     MOVE CNS-ACK-TIME        TO CNS-INC-ACK-TIME.
005160     REWRITE CNS-INCIDENT-RECORD
005170         INVALID KEY
005180             CONTINUE
006000     SET CNS-INC-STAT-CLOSED TO TRUE.
006010     MOVE CNS-ICT-OPERATOR-ID TO CNS-INC-CLOSE-OPERATOR-ID.
006020     MOVE CNS-EVENT-DATE TO CNS-INC-CLOSE-DATE.
006022     MOVE CNS-EVENT-TIME TO CNS-INC-CLOSE-TIME.
006030     REWRITE CNS-INCIDENT-RECORD
006040         INVALID KEY
006050             CONTINUE
007130     MOVE SPACES             TO CNS-INC-ACK-OPERATOR-ID.
007140     MOVE SPACES             TO CNS-INC-CLOSE-OPERATOR-ID.
007150     MOVE ZERO               TO CNS-INC-CLOSE-DATE.
007152     MOVE ZERO               TO CNS-INC-ACK-DATE.
007154     MOVE ZERO               TO CNS-INC-ACK-TIME.
007156     MOVE ZERO               TO CNS-INC-CLOSE-TIME.
007158     MOVE CNS-CTL-SHIFT-NAME TO CNS-INC-SHIFT-NAME.
007160     WRITE CNS-INCIDENT-RECORD
007170         INVALID KEY
007180             GO TO 8000-OPEN-ONE-INCIDENT-EXIT
