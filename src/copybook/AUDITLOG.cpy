             88 AL-COND-INVINPUT          VALUE 'INVINPUT'.
             88 AL-COND-REINSTAT          VALUE 'REINSTAT'.
             88 AL-COND-AUTHDENY          VALUE 'AUTHDENY'.
      *> Transaction type unknown to the TRANTYPE reference file,
      *> retired, or misused (amount rules) - see HELLORTE.
             88 AL-COND-INVTYPE           VALUE 'INVTYPE'.
      *> Transaction against an open account with a live ACCTHOLD
      *> hold (legal, fraud, deceased or other).
             88 AL-COND-HOLD              VALUE 'HOLD'.
      *> Account merged into its duplicate tax-id survivor by the
      *> ACCTMRG run (see ACCTXREF).
             88 AL-COND-MERGED            VALUE 'MERGED'.
      *> Batch feed detail quoting a partner id not registered
      *> ACTIVE on the PTNRMAS partner master (see HELLOBCH).
             88 AL-COND-UNKPTNR           VALUE 'UNKPTNR'.
      *> Same account, type, amount and partner already processed
      *> inside the day's duplicate window (see TRANSIG/DUPSUSP).
             88 AL-COND-DUPTRAN           VALUE 'DUPTRAN'.
          05 AL-KEY-VALUE             PIC X(10).
          05 AL-EXPECTED-LENGTH       PIC 9(05).
          05 AL-ACTUAL-LENGTH         PIC 9(05).
      *> stamped by the HELLOBCH batch driver from the TRANFEED
      *> detail. Spaces on online records, which have no partner.
          05 AL-PARTNER-ID            PIC X(04).
      *> Transaction type the failing task carried, so the exception
      *> and balancing reports can break failures down by type and
      *> a replay can re-check it. Spaces on rows that predate the
      *> field and on maintenance events, which carry no type.
          05 AL-TRAN-TYPE             PIC X(02).
          05 FILLER                   PIC X(04).
      *> The business date the failing task belongs to (BUSCAL, via
      *> BUSDATE) beside the clock timestamp above, stamped by the
      *> transaction writers (HELLO, HELLOBCH). Maintenance events
      *> do not stamp it; a row without one is taken on its clock
      *> date, as are rows converted from before the calendar.
          05 AL-BUSINESS-DATE         PIC 9(08).
          05 FILLER                   PIC X(03).
