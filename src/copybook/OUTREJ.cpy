      *> OUTREJ.cpy
      *> Outstanding-rejection record on the OUTREJ VSAM KSDS, one
      *> per feed detail HELLOBCH rejected back to its partner on
      *> RTRNFEED (INVINPUT / INVTYPE / NOTFND / ACCTCLSD / HOLD /
      *> UNKPTNR). DUPTRAN is not written here - a suspected
      *> duplicate is the supervisors' to work on DUPTMNT, not the
      *> partner's to fix. The key is the rejected detail's identity
      *> as the partner sees it on the return: the envelope's
      *> partner, feed date and sequence number, the account number
      *> as sent, and the detail's number within the envelope (two
      *> rejects for one account in one envelope are two records,
      *> and a HELLOBCH restart re-working its tail meets its own
      *> records instead of adding new ones).
      *> A correction detail quoting the rejection flips it from
      *> OUTSTANDING to RESOLVED with the correction's identity, and
      *> the weekly REJAGE report ages what is still outstanding per
      *> partner. Records are never deleted - a resolved one is the
      *> record of how the rejection was put right.
       01 OJ-RECORD.
          05 OJ-KEY.
             10 OJ-PARTNER-ID         PIC X(04).
             10 OJ-FEED-DATE          PIC 9(08).
             10 OJ-SEQUENCE-NO        PIC 9(04).
             10 OJ-ACCOUNT-NO         PIC X(10).
             10 OJ-DETAIL-SEQ         PIC 9(09).
      *> The rejected detail: its disposition on the return, the
      *> partner id it carried, and its type and amount.
          05 OJ-DISPOSITION           PIC X(08).
          05 OJ-DETAIL-PARTNER        PIC X(04).
          05 OJ-TRAN-TYPE             PIC X(02).
          05 OJ-TRAN-AMOUNT           PIC S9(09)V99 COMP-3.
      *> The HELLOBCH run that rejected it.
          05 OJ-REJECT-DATE           PIC 9(08).
          05 OJ-REJECT-TIME           PIC 9(08).
          05 OJ-STATUS-FLAG           PIC X(01).
             88 OJ-OUTSTANDING            VALUE 'O'.
             88 OJ-RESOLVED               VALUE 'R'.
      *> Resolution - zero/spaces while outstanding: the run that
      *> took the correction, the correction's envelope identity and
      *> detail number, the account it was worked against, and its
      *> disposition (NORMAL or SPECIAL).
          05 OJ-RESOLVED-DATE         PIC 9(08).
          05 OJ-RESOLVED-TIME         PIC 9(08).
          05 OJ-CORR-FEED-DATE        PIC 9(08).
          05 OJ-CORR-SEQUENCE-NO      PIC 9(04).
          05 OJ-CORR-DETAIL-SEQ       PIC 9(09).
          05 OJ-CORR-ACCOUNT-NO       PIC X(10).
          05 OJ-CORR-DISPOSITION      PIC X(08).
          05 FILLER                   PIC X(10).
