      *> EVTCTL.cpy
      *> Outbound event-feed control record, one per stream per day
      *> on the EVTCTL VSAM KSDS (key date + stream). Whoever
      *> publishes a routing-outcome event (see OUTEVT) first takes
      *> the stream's next sequence number here - HELLO online for
      *> ONLN, HELLOBCH for HBCH, BULKRPLY for BRPL - creating the
      *> day's record on first use the same way the CTLTOTLS
      *> control totals are created. Every event takes exactly one
      *> number, so the last sequence number is also the day's
      *> event count, split routed/condition alongside. The nightly
      *> EVTCOUNT job publishes these as the daily count records.
       01 EC-RECORD.
          05 EC-KEY.
             10 EC-EVENT-DATE         PIC 9(08).
             10 EC-STREAM             PIC X(04).
          05 EC-LAST-SEQUENCE         PIC 9(09).
          05 EC-ROUTED-COUNT          PIC 9(09).
          05 EC-COND-COUNT            PIC 9(09).
          05 EC-FIRST-TIME            PIC 9(08).
          05 EC-LAST-TIME             PIC 9(08).
          05 FILLER                   PIC X(25).
