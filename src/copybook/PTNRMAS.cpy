      *> PTNRMAS.cpy
      *> Partner master record, one per feed partner on the PTNRMAS
      *> VSAM KSDS (key PM-PARTNER-ID, the four-byte id the TRANFEED
      *> header and details carry), maintained by operations through
      *> the PTNRLOAD batch load. HELLOBCH fails a feed envelope from
      *> a partner not on file or not ACTIVE, and rejects a detail
      *> quoting a partner id that is not registered and active
      *> under the UNKPTNR condition; FEEDMISS checks FEEDCTL against
      *> each active partner's schedule after its cutoff and alerts
      *> on a feed that never came; REJAGE ages the partner's
      *> outstanding OUTREJ rejections against its own allowance.
      *> A partner is retired by loading it with status R, never by
      *> deleting it, so the history that quotes its id can still
      *> be described.
       01 PM-RECORD.
          05 PM-PARTNER-ID            PIC X(04).
          05 PM-PARTNER-NAME          PIC X(30).
          05 PM-STATUS-FLAG           PIC X(01).
             88 PM-ACTIVE                 VALUE 'A'.
             88 PM-SUSPENDED              VALUE 'S'.
             88 PM-RETIRED                VALUE 'R'.
      *> Which days a feed is expected, Monday first - Y on a feed
      *> day, N otherwise (the order ACCEPT ... FROM DAY-OF-WEEK
      *> numbers them, 1 = Monday).
          05 PM-FEED-DAYS             PIC X(07).
          05 PM-FEED-DAY-TABLE REDEFINES PM-FEED-DAYS.
             10 PM-FEED-DAY           PIC X(01) OCCURS 7 TIMES.
                88 PM-FEED-EXPECTED       VALUE 'Y'.
      *> Latest time (HHMM) the day's feed is expected to have been
      *> registered on FEEDCTL.
          05 PM-CUTOFF-TIME           PIC 9(04).
      *> Largest detail count a single envelope from this partner is
      *> expected to carry - an envelope over it is failed whole, the
      *> way a count or hash mismatch is. Zero = no ceiling.
          05 PM-MAX-DETAIL-COUNT      PIC 9(09).
      *> Who to call at the partner when a feed is late or bad.
          05 PM-CONTACT-NAME          PIC X(30).
          05 PM-CONTACT-PHONE         PIC X(20).
          05 PM-CONTACT-EMAIL         PIC X(40).
      *> When the entry last changed through the load.
          05 PM-UPDATE-DATE           PIC 9(08).
      *> Days a rejection returned to this partner may stay
      *> unresolved before the weekly REJAGE report lists it as
      *> aged. Zero (or a record loaded before the field) takes the
      *> report's standard allowance.
          05 PM-REJECT-AGE-DAYS       PIC 9(03).
          05 FILLER                   PIC X(04).
