      *>               showing why a line ranked where it did. Items
      *>               written before the fields existed rank as one
      *>               hit, priority 1.
      *>   2026-09-18  New RSN column shows the route reason the
      *>               item carries (VCT/VVL past the day's velocity
      *>               limits, AMT over the amount threshold, FRC
      *>               forced special, HND the handling code), so
      *>               the clerk can see a velocity trip at a
      *>               glance. Items from before the field show it
      *>               blank.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
                   15 CN-TIME PIC 9(08).
                10 CN-ACCOUNT PIC X(10).
                10 CN-STATUS PIC X(01).
                10 CN-REASON PIC X(03).

          COPY DFHAID.
          COPY DFHBMSCA.
             MOVE WQ-TIME TO CN-TIME(WS-CAND-COUNT)
             MOVE WQ-ACCOUNT-NO TO CN-ACCOUNT(WS-CAND-COUNT)
             MOVE WQ-STATUS-FLAG TO CN-STATUS(WS-CAND-COUNT)
             MOVE WQ-REASON-CODE TO CN-REASON(WS-CAND-COUNT)
          END-IF.
          1100-EXIT.
          EXIT.
                MOVE CN-STATUS(WS-BEST-IX) TO STA1O
                MOVE CN-HITS(WS-BEST-IX) TO HIT1O
                MOVE CN-PRIORITY(WS-BEST-IX) TO PRI1O
                MOVE CN-REASON(WS-BEST-IX) TO RSN1O
                IF CN-DATE(WS-BEST-IX) < WS-TODAY
                   MOVE 'AGED' TO AGE1O
                END-IF
                MOVE CN-STATUS(WS-BEST-IX) TO STA2O
                MOVE CN-HITS(WS-BEST-IX) TO HIT2O
                MOVE CN-PRIORITY(WS-BEST-IX) TO PRI2O
                MOVE CN-REASON(WS-BEST-IX) TO RSN2O
                IF CN-DATE(WS-BEST-IX) < WS-TODAY
                   MOVE 'AGED' TO AGE2O
                END-IF
                MOVE CN-STATUS(WS-BEST-IX) TO STA3O
                MOVE CN-HITS(WS-BEST-IX) TO HIT3O
                MOVE CN-PRIORITY(WS-BEST-IX) TO PRI3O
                MOVE CN-REASON(WS-BEST-IX) TO RSN3O
                IF CN-DATE(WS-BEST-IX) < WS-TODAY
                   MOVE 'AGED' TO AGE3O
                END-IF
                MOVE CN-STATUS(WS-BEST-IX) TO STA4O
                MOVE CN-HITS(WS-BEST-IX) TO HIT4O
                MOVE CN-PRIORITY(WS-BEST-IX) TO PRI4O
                MOVE CN-REASON(WS-BEST-IX) TO RSN4O
                IF CN-DATE(WS-BEST-IX) < WS-TODAY
                   MOVE 'AGED' TO AGE4O
                END-IF
                MOVE CN-STATUS(WS-BEST-IX) TO STA5O
                MOVE CN-HITS(WS-BEST-IX) TO HIT5O
                MOVE CN-PRIORITY(WS-BEST-IX) TO PRI5O
                MOVE CN-REASON(WS-BEST-IX) TO RSN5O
                IF CN-DATE(WS-BEST-IX) < WS-TODAY
                   MOVE 'AGED' TO AGE5O
                END-IF
