      *> COMPLETE at end of run - a rerun against an IN-PROGRESS
      *> identity resumes from the recorded position instead of
      *> reprocessing (and double-journaling) from record one.
      *> One TRANFEED may carry several envelopes; each has its own
      *> record and its own restart position.
       01 TFC-RECORD.
          05 TFC-KEY.
             10 TFC-PARTNER-ID        PIC X(04).
             88 TFC-IN-PROGRESS           VALUE 'P'.
          05 TFC-LAST-RECORD-NO       PIC 9(09).
          05 TFC-RUN-DATE             PIC 9(08).
      *> Start date and time of the HELLOBCH run that registered the
      *> envelope. Every envelope of one TRANFEED goes IN-PROGRESS
      *> under the same stamp before the first is processed, so a
      *> rerun after an abend recognises an envelope that finished
      *> COMPLETE under the stamp of an envelope still IN-PROGRESS
      *> as its own earlier work to skip - not a re-ship to reject.
          05 TFC-RUN-STAMP.
             10 TFC-STAMP-DATE        PIC 9(08).
             10 TFC-STAMP-TIME        PIC 9(08).
          05 FILLER                   PIC X(10).
