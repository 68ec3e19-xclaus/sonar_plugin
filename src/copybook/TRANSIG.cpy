      *> TRANSIG.cpy
      *> Transaction signature record on the TRANSIG VSAM KSDS, one
      *> per account / transaction type / amount / partner seen
      *> (key TG-KEY). HELLO online and the HELLOBCH feed both land
      *> the signature of every transaction they journal, so either
      *> channel can tell when the same transaction comes round a
      *> second time the same day. A repeat inside
      *> PF-DUP-WINDOW-MINUTES of the last one processed is held
      *> back under the DUPTRAN condition and parked on DUPSUSP for
      *> a supervisor to release or dismiss. A record whose
      *> TG-PROC-DATE is not the processing day is stale - it
      *> proves nothing and is overwritten the next time the
      *> signature is seen, as VELOCITY's daily record is.
       01 TG-RECORD.
          05 TG-KEY.
             10 TG-ACCOUNT-NO         PIC 9(10).
             10 TG-TRAN-TYPE          PIC X(02).
             10 TG-TRAN-AMOUNT        PIC 9(09)V99.
      *> Spaces for an online transaction, which has no partner.
             10 TG-PARTNER-ID         PIC X(04).
      *> When the signature was last processed.
          05 TG-PROC-DATE             PIC 9(08).
          05 TG-PROC-TIME             PIC 9(08).
      *> How many times it has been processed that day.
          05 TG-PROC-COUNT            PIC 9(05).
      *> Where the last one came from: 'O' online (HELLO) or 'B'
      *> the batch feed, with the feed envelope identity and detail
      *> number for a batch one (zero online). A HELLOBCH restart
      *> re-working its own tail since the last checkpoint meets
      *> its own signatures and must not take them for repeats.
          05 TG-SOURCE-FLAG           PIC X(01).
             88 TG-SOURCE-ONLINE          VALUE 'O'.
             88 TG-SOURCE-BATCH           VALUE 'B'.
          05 TG-FEED-DATE             PIC 9(08).
          05 TG-FEED-SEQ              PIC 9(04).
          05 TG-DETAIL-SEQ            PIC 9(09).
          05 FILLER                   PIC X(10).
