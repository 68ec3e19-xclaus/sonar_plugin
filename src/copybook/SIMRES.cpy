      *> Simulation-results record, one per action a PF-SIMULATION-ON
      *> run would have taken but did not: the would-be AUDIT-LOG
      *> write, journal write, work-queue item, checkpoint, rollback,
      *> alert, page, control-total bump, account-position posting,
      *> velocity-count update, feed-envelope quarantine,
      *> transaction-signature update, suspected-duplicate record,
      *> outstanding-rejection record or resolution, and outbound
      *> routing-outcome event. HELLO online and the HELLOBCH batch
      *> driver append these to the SIMRSLT file (VSAM ESDS, same
      *> dual online/batch access as AUDITLOG) alongside the console
      *> lines that used to be the only trace, so a dry run leaves
      *> an artifact the SIMRPT report can put beside the day's
      *> actual figures for the review meeting.
       01 SR-RECORD.
          05 SR-TRANS-ID              PIC X(04).
          05 SR-TASK-ID               PIC 9(07).
             88 SR-EVENT-ALERT            VALUE 'ALRT'.
             88 SR-EVENT-PAGE             VALUE 'PAGE'.
             88 SR-EVENT-CONTROL          VALUE 'CTLT'.
             88 SR-EVENT-POSITION         VALUE 'APOS'.
             88 SR-EVENT-VELOCITY         VALUE 'VELO'.
             88 SR-EVENT-QUARANTINE       VALUE 'QUAR'.
             88 SR-EVENT-SIGNATURE        VALUE 'TSIG'.
             88 SR-EVENT-DUPSUSPECT       VALUE 'DUPS'.
             88 SR-EVENT-REJECT-OPEN      VALUE 'REJO'.
             88 SR-EVENT-REJECT-RESOLVE   VALUE 'REJR'.
             88 SR-EVENT-OUTBOUND         VALUE 'EVNT'.
          05 SR-KEY-VALUE             PIC X(10).
      *> The event's qualifier: the route code for a journal event,
      *> the condition code for an audit/alert/page event, the
      *> S/N/P/F function byte for a control-total bump, the D/C
      *> indicator for a position posting, the routing reason code
      *> for a velocity update, the envelope's failure condition
      *> for a feed-envelope quarantine, the transaction type for
      *> a signature update or suspected duplicate, the return
      *> disposition for an outstanding rejection recorded or
      *> resolved, the route or condition code for an outbound
      *> event.
          05 SR-DETAIL-CODE           PIC X(08).
          05 SR-TRAN-AMOUNT           PIC S9(09)V99 COMP-3.
      *> Business date of the would-be action (see BUSCAL), so the
      *> simulation side selects the same day as the actual side.
      *> Spaces on rows that predate the field, which go by SR-DATE.
          05 SR-BUSINESS-DATE         PIC 9(08).
          05 FILLER                   PIC X(02).
