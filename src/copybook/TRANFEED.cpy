      *> with a detail. HELLOBCH verifies the whole envelope - count,
      *> hash, trailer present, feed not already processed per the
      *> FEEDCTL registry - before it journals a single detail.
      *> A TRANFEED may be a concatenation of envelopes, one after
      *> another (HDR ... TRL HDR ... TRL); each is verified and
      *> processed on its own, and one that fails is quarantined to
      *> QUARFEED while the rest go through.
      *> A partner fixing a detail we rejected sends the fix as a
      *> correction detail (TFD-DETAIL-TYPE C) quoting the feed
      *> identity and account number of the rejected original, so
      *> HELLOBCH can mark that rejection resolved on OUTREJ.
       01 TF-RECORD.
          05 TF-RECORD-ID             PIC X(03).
             88 TF-HEADER                 VALUE 'HDR'.
      *> reason to reject the detail.
          05 TFD-TRAN-TYPE            PIC X(02).
          05 TFD-TRAN-AMOUNT          PIC 9(07)V99.
      *> Space on an ordinary detail. C marks a correction: the
      *> detail itself is worked like any other, and the quoted
      *> original - the header date and sequence number of the
      *> envelope that carried it, and its account number exactly
      *> as that detail sent it (RFD-ACCOUNT-NO on the return) -
      *> says which outstanding rejection it fixes. The partner id
      *> is the correction envelope's own: a partner can only
      *> resolve its own rejections.
          05 TFD-DETAIL-TYPE          PIC X(01).
             88 TFD-CORRECTION            VALUE 'C'.
          05 TFD-ORIG-FEED-DATE       PIC 9(08).
          05 TFD-ORIG-SEQUENCE-NO     PIC 9(04).
          05 TFD-ORIG-ACCOUNT-NO      PIC X(10).
          05 FILLER                   PIC X(32).
       01 TF-TRAILER-REC REDEFINES TF-RECORD.
          05 FILLER                   PIC X(03).
          05 TFT-RECORD-COUNT         PIC 9(09).
