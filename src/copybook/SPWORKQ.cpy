          05 WQ-LAST-SEEN.
             10 WQ-LAST-DATE          PIC 9(08).
             10 WQ-LAST-TIME          PIC 9(08).
      *> Why HELLORTE routed the account special on its latest hit
      *> (RT-REASON-CODE): handling code, forced-special mode, over
      *> the single-amount threshold, or past the day's velocity
      *> count or value limit. Spaces on an item queued before the
      *> reason was recorded.
          05 WQ-REASON-CODE           PIC X(03).
             88 WQ-REASON-HANDLING        VALUE 'HND'.
             88 WQ-REASON-FORCED          VALUE 'FRC'.
             88 WQ-REASON-AMOUNT          VALUE 'AMT'.
             88 WQ-REASON-VEL-COUNT       VALUE 'VCT'.
             88 WQ-REASON-VEL-VALUE       VALUE 'VVL'.
