      *> detail per feed account with its disposition, and one TRL
      *> trailer with the detail count, so the partner's side can
      *> verify the file and machine-match corrections for resubmit.
      *> Dispositions: NORMAL / SPECIAL (routed), INVINPUT / INVTYPE
      *> / NOTFND / ACCTCLSD / HOLD (rejected, same codes as
      *> AUDIT-LOG), UNKPTNR (detail partner not registered),
      *> DUPTRAN (suspected same-day duplicate, held for review).
      *> The return for a correction detail also quotes back the
      *> rejection it named and what became of it (RFD-CORR-STATUS),
      *> the partner's proof a fix was accepted.
      *> Each partner's returns go to that partner's own RTRNFEED
      *> dataset for the run, one HDR/TRL envelope per feed envelope
      *> the partner sent.
       01 RF-RECORD.
          05 RF-RECORD-ID             PIC X(03).
             88 RF-HEADER                 VALUE 'HDR'.
          05 RFD-ACCOUNT-NO           PIC X(10).
          05 RFD-DISPOSITION          PIC X(08).
          05 RFD-PARTNER-ID           PIC X(04).
      *> The surviving account number when RFD-ACCOUNT-NO (as the
      *> partner sent it) has been merged away and the transaction
      *> was routed against the survivor - the partner's cue to fix
      *> their side. Spaces otherwise.
          05 RFD-NEW-ACCOUNT-NO       PIC X(10).
      *> Correction details only (spaces otherwise): R - the
      *> correction went through and the quoted rejection is now
      *> resolved; N - it went through but no outstanding rejection
      *> matches what it quoted; O - the correction was itself
      *> rejected (RFD-DISPOSITION says why) and the original stays
      *> outstanding. The quoted original follows as sent.
          05 RFD-CORR-STATUS          PIC X(01).
             88 RFD-CORR-RESOLVED         VALUE 'R'.
             88 RFD-CORR-NO-MATCH         VALUE 'N'.
             88 RFD-CORR-OUTSTANDING      VALUE 'O'.
          05 RFD-ORIG-FEED-DATE       PIC 9(08).
          05 RFD-ORIG-SEQUENCE-NO     PIC 9(04).
          05 RFD-ORIG-ACCOUNT-NO      PIC X(10).
          05 FILLER                   PIC X(25).
       01 RF-TRAILER-REC REDEFINES RF-RECORD.
          05 FILLER                   PIC X(03).
          05 RFT-RECORD-COUNT         PIC 9(09).
