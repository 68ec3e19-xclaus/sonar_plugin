      *> OUTEVT.cpy
      *> Outbound routing-outcome event, one per transaction that
      *> reaches a final outcome - routed NORMAL or SPECIAL, or
      *> turned away under a condition code - published as it
      *> happens for the CRM and fraud integrations instead of
      *> leaving them to the next morning's AUDEXTR extract.
      *> HELLO online writes these to the HEVT extrapartition
      *> transient-data queue; the HELLOBCH feed driver and BULKRPLY
      *> replays append the same record to the EVTFEED batch event
      *> file (opened EXTEND).
      *> The record describes itself: record type and layout version
      *> first, then the stream it belongs to, so the integration
      *> needs no other file to read it. Each stream (ONLN online,
      *> HBCH feed driver, BRPL replay) numbers its events from 1
      *> every day through its EVTCTL control record; the event
      *> date plus the sequence number is unique within the stream.
      *> The nightly EVTCOUNT job publishes one count record per
      *> stream per day (record type C) from the same control
      *> records, so the integration can prove it received every
      *> sequence number from 1 to the day's count.
      *> Amounts are unpacked display for the integration's sake.
       01 OE-RECORD.
          05 OE-RECORD-TYPE           PIC X(01).
             88 OE-EVENT                  VALUE 'E'.
             88 OE-DAILY-COUNT            VALUE 'C'.
          05 OE-LAYOUT-VERSION        PIC X(02).
          05 OE-STREAM                PIC X(04).
             88 OE-STREAM-ONLINE          VALUE 'ONLN'.
             88 OE-STREAM-FEED            VALUE 'HBCH'.
             88 OE-STREAM-REPLAY          VALUE 'BRPL'.
      *> The day the sequence number belongs to (for a count record,
      *> the day counted) and the sequence within the stream's day -
      *> zero on a count record.
          05 OE-EVENT-DATE            PIC 9(08).
          05 OE-SEQUENCE-NO           PIC 9(09).
          05 OE-EVENT-TIME            PIC 9(08).
          05 OE-SOURCE-PROGRAM        PIC X(08).
          05 OE-TRANS-ID              PIC X(04).
          05 OE-TASK-ID               PIC 9(07).
          05 OE-EVENT-DATA.
             10 OE-OUTCOME-CLASS      PIC X(01).
                88 OE-OUTCOME-ROUTED      VALUE 'R'.
                88 OE-OUTCOME-CONDITION   VALUE 'C'.
      *> The route reached (NORMAL / SPECIAL) or the condition code
      *> the transaction was turned away under, as on AUDIT-LOG.
             10 OE-OUTCOME-CODE       PIC X(08).
      *> The HELLORTE reason behind the outcome - route reason,
      *> hold type or type-check reason - spaces when there is none.
             10 OE-REASON-CODE        PIC X(04).
             10 OE-ACCOUNT-NO         PIC X(10).
      *> The number the caller quoted when it had been merged away
      *> and the transaction was worked against its survivor.
             10 OE-MERGED-FROM-ACCT   PIC X(10).
      *> Spaces for online transactions, which have no partner.
             10 OE-PARTNER-ID         PIC X(04).
             10 OE-TRAN-TYPE          PIC X(02).
             10 OE-TRAN-AMOUNT        PIC 9(09)V99.
             10 FILLER                PIC X(20).
      *> Record type C - the stream's totals for OE-EVENT-DATE.
          05 OE-COUNT-DATA REDEFINES OE-EVENT-DATA.
             10 OE-CNT-EVENTS         PIC 9(09).
             10 OE-CNT-LAST-SEQUENCE  PIC 9(09).
             10 OE-CNT-ROUTED         PIC 9(09).
             10 OE-CNT-CONDITION      PIC 9(09).
             10 FILLER                PIC X(34).
          05 FILLER                   PIC X(29).
