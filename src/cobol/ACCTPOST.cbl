       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ACCTPOST.
       AUTHOR.        OPERATIONS SUPPORT GROUP.
       INSTALLATION.  HELLO TRANSACTION SYSTEM.
       DATE-WRITTEN.  2026-09-16.
       DATE-COMPILED.

      *> ------------------------------------------------------------
      *> ACCTPOST
      *>
      *> Common account-position posting routine, CALLed by HELLO
      *> online, the HELLOBCH batch driver and BULKRPLY, so the
      *> position arithmetic lives in exactly one place. The caller
      *> owns the ACCTPOS I/O (CICS READ UPDATE vs batch keyed
      *> READ) and passes the record in; this routine applies one
      *> posting to it:
      *>
      *>   - a record the caller had to create (period not numeric)
      *>     starts at zero in the posting's month;
      *>   - the first posting of a new month rolls the record - the
      *>     closing month's figures move to the prior-period slots
      *>     and the current position becomes the opening position;
      *>   - the first posting of a later day shifts the day's
      *>     posted value to the prior-day slots;
      *>   - the amount is added to the period debits or credits per
      *>     PP-DC-INDICATOR and moves the current position (credit
      *>     up, debit down; anything else moves nothing), is added
      *>     gross to the posted value of its own day, and a later
      *>     posting date becomes the last-activity date.
      *>
      *> Postings do not always arrive in date order: HELLO moves
      *> to the next business date at the cutoff while a HELLOBCH
      *> or BULKRPLY run keeps the date it started under. A posting
      *> dated before the current day never rolls the day back - it
      *> goes to the prior-day value when it is that day's, and the
      *> last-activity date only ever moves forward.
      *>
      *> Modification history
      *>   2026-09-16  PAY  Initial version.
      *>   2026-10-15  PAY  Roll the day only for a later posting
      *>                    date; an earlier posting adds to the
      *>                    prior day and leaves the last-activity
      *>                    date alone.
      *> ------------------------------------------------------------

       DATA DIVISION.
       LINKAGE SECTION.
           COPY POSTPRM.
           COPY ACCTPOS.

       PROCEDURE DIVISION USING PP-PARMS AP-RECORD.

       0000-MAINLINE.
           IF AP-PERIOD NOT NUMERIC
              PERFORM 1000-START-RECORD THRU 1000-EXIT
           END-IF
           IF PP-POST-PERIOD > AP-PERIOD
              PERFORM 2000-ROLL-PERIOD THRU 2000-EXIT
           END-IF
           IF PP-POST-DATE > AP-DAY-DATE
              PERFORM 3000-ROLL-DAY THRU 3000-EXIT
           END-IF
           PERFORM 4000-APPLY-POSTING THRU 4000-EXIT
           GOBACK.

      *> A brand-new position: nothing posted, nothing carried.
       1000-START-RECORD.
           MOVE PP-POST-PERIOD TO AP-PERIOD
           MOVE ZERO TO AP-OPENING-POSITION AP-PERIOD-DEBITS
              AP-PERIOD-CREDITS AP-CURRENT-POSITION
           MOVE ZERO TO AP-LAST-ACTIVITY-DATE
           MOVE ZERO TO AP-PRIOR-PERIOD
           MOVE ZERO TO AP-PRIOR-OPENING AP-PRIOR-DEBITS
              AP-PRIOR-CREDITS
           MOVE ZERO TO AP-DAY-DATE AP-PRIOR-DAY-DATE
           MOVE ZERO TO AP-DAY-VALUE AP-PRIOR-DAY-VALUE.
       1000-EXIT.
           EXIT.

      *> The month just closed becomes the prior period; whatever
      *> it closed at is where the new month opens.
       2000-ROLL-PERIOD.
           MOVE AP-PERIOD TO AP-PRIOR-PERIOD
           MOVE AP-OPENING-POSITION TO AP-PRIOR-OPENING
           MOVE AP-PERIOD-DEBITS TO AP-PRIOR-DEBITS
           MOVE AP-PERIOD-CREDITS TO AP-PRIOR-CREDITS
           MOVE AP-CURRENT-POSITION TO AP-OPENING-POSITION
           MOVE ZERO TO AP-PERIOD-DEBITS AP-PERIOD-CREDITS
           MOVE PP-POST-PERIOD TO AP-PERIOD.
       2000-EXIT.
           EXIT.

       3000-ROLL-DAY.
           MOVE AP-DAY-DATE TO AP-PRIOR-DAY-DATE
           MOVE AP-DAY-VALUE TO AP-PRIOR-DAY-VALUE
           MOVE PP-POST-DATE TO AP-DAY-DATE
           MOVE ZERO TO AP-DAY-VALUE.
       3000-EXIT.
           EXIT.

       4000-APPLY-POSTING.
           EVALUATE TRUE
              WHEN PP-DEBIT
                 ADD PP-TRAN-AMOUNT TO AP-PERIOD-DEBITS
                 SUBTRACT PP-TRAN-AMOUNT FROM AP-CURRENT-POSITION
              WHEN PP-CREDIT
                 ADD PP-TRAN-AMOUNT TO AP-PERIOD-CREDITS
                 ADD PP-TRAN-AMOUNT TO AP-CURRENT-POSITION
           END-EVALUATE
           PERFORM 4100-ADD-DAY-VALUE THRU 4100-EXIT
           IF PP-POST-DATE > AP-LAST-ACTIVITY-DATE
              MOVE PP-POST-DATE TO AP-LAST-ACTIVITY-DATE
           END-IF.
       4000-EXIT.
           EXIT.

      *> A posting older than both day slots belongs to a day the
      *> nightly balance has already proved; it moves the position
      *> and the period figures but no day value.
       4100-ADD-DAY-VALUE.
           IF PP-POST-DATE = AP-DAY-DATE
              ADD PP-TRAN-AMOUNT TO AP-DAY-VALUE
              GO TO 4100-EXIT
           END-IF
           IF PP-POST-DATE = AP-PRIOR-DAY-DATE
              ADD PP-TRAN-AMOUNT TO AP-PRIOR-DAY-VALUE
           END-IF.
       4100-EXIT.
           EXIT.
