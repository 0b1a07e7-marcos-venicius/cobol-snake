      * in-range session-log record, and a trailer with record counts
      * and points totals -- including the matching scores.dat figures
      * -- so the receiving side can verify completeness. Demo rows
      * are not extracted; the machine is not a statistic. Nor are
      * rows ADJUDICATE has voided (flag 'V'): the void already took
      * their scores.dat rows away, so leaving the detail out keeps
      * the two trailer figures reconcilable. Each run
      * also records its range, totals and SENT status in
      * feed-control.dat, where FEED-ACK later posts the downstream's
      * verdict; re-running for a rejected range marks it SENT again.
           MOVE SESSION-LOG-START-DATETIME(1:8) TO WS-REC-DATE.

           IF SESSION-LOG-DEMO-FLAG NOT = 'Y'
             AND SESSION-LOG-DEMO-FLAG NOT = 'V'
             AND WS-REC-DATE >= WS-FROM-DATE
             AND WS-REC-DATE <= WS-TO-DATE
             ADD 1 TO WS-DETAIL-COUNT
