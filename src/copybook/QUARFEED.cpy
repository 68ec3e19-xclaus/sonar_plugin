      *> QUARFEED.cpy
      *> Quarantine record, written by HELLOBCH for every record of a
      *> TRANFEED envelope that failed verification (header or
      *> trailer missing, count or hash total off, partner not
      *> registered, detail count over the partner maximum, identity
      *> already processed). The envelope is copied whole, header to
      *> trailer, each record carrying why the envelope was refused,
      *> so operations can work it with the partner and resubmit the
      *> QF-FEED-RECORD images as a feed of their own once it is
      *> fixed. Appended to the QUARFEED dataset run after run.
       01 QF-RECORD.
      *> The HELLOBCH run that quarantined the envelope.
          05 QF-RUN-DATE              PIC 9(08).
          05 QF-RUN-TIME              PIC 9(08).
      *> Which envelope of that run's TRANFEED (1 = first), and
      *> which record within the envelope (1 = its first record).
          05 QF-ENVELOPE-NO           PIC 9(04).
          05 QF-RECORD-NO             PIC 9(09).
          05 QF-FAIL-COND             PIC X(08).
          05 QF-FAIL-TEXT             PIC X(40).
          05 FILLER                   PIC X(03).
      *> The TRANFEED record exactly as received.
          05 QF-FEED-RECORD           PIC X(80).
