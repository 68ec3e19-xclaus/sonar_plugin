      *> CTLTOT.cpy
      *> Daily control-totals record, one per business date on the
      *> CTLTOTLS VSAM KSDS (key CT-CONTROL-DATE, the BUSCAL business
      *> date the writers stamp on their journal and audit rows).
      *> The transaction-processing writers - HELLO online, the
      *> HELLOBCH feed driver, and BULKRPLY replays - bump these
      *> counters as they work, and the nightly CTLBAL job proves
      *> the day balanced by comparing them against the records
      *> actually present on the activity journal and AUDIT-LOG.
      *> Tasks started should always equal routed normal + routed
      *> special + condition-failed.
       01 CT-RECORD.
          05 CT-KEY.
             10 CT-CONTROL-DATE       PIC 9(08).
      *> balanced in dollars as well as in records.
          05 CT-VALUE-NORMAL          PIC S9(13)V99 COMP-3.
          05 CT-VALUE-SPECIAL         PIC S9(13)V99 COMP-3.
      *> Clock date and time of the last bump, beside the business
      *> date in the key - the two part company between a day's
      *> cutoff and its end-of-day roll. Records converted from
      *> before the calendar carry their control date, time zero.
          05 CT-LAST-CLOCK-STAMP.
             10 CT-LAST-CLOCK-DATE    PIC 9(08).
             10 CT-LAST-CLOCK-TIME    PIC 9(08).
          05 FILLER                   PIC X(04).
