       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BUSDATE.
       AUTHOR.        OPERATIONS SUPPORT GROUP.
       INSTALLATION.  HELLO TRANSACTION SYSTEM.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

      *> ------------------------------------------------------------
      *> BUSDATE
      *>
      *> Common business-date routine, CALLed by HELLO online, the
      *> HELLOBCH batch driver, BULKRPLY and the BUSEOD end-of-day
      *> step, so the cutoff rule lives in exactly one place. The
      *> caller owns the BUSCAL I/O (CICS READ vs batch keyed READ)
      *> and passes the control record in with the clock date and
      *> time; this routine answers which business date that moment
      *> belongs to:
      *>
      *>   - no calendar (no control record, or no business date on
      *>     it) - the clock date, so nothing stops for the lack of
      *>     one;
      *>   - the clock still short of the business date (end-of-day
      *>     has already rolled, over a weekend or holiday, or
      *>     during the evening after an early roll) - the business
      *>     date;
      *>   - the clock on the business date and short of its cutoff
      *>     - the business date;
      *>   - anything later (past the cutoff, or past midnight with
      *>     end-of-day not yet run) - the next business date, so
      *>     23:58 and 00:02 land on the same day until end-of-day
      *>     rolls the calendar forward.
      *>
      *> A zero cutoff means none: the business date holds until
      *> midnight.
      *>
      *> Modification history
      *>   2026-10-15  PAY  Initial version.
      *> ------------------------------------------------------------

       DATA DIVISION.
       LINKAGE SECTION.
           COPY BUSDPRM.
           COPY BUSCAL.

       PROCEDURE DIVISION USING BD-PARMS BC-RECORD.

       0000-MAINLINE.
           PERFORM 1000-DERIVE-DATE THRU 1000-EXIT
           GOBACK.

       1000-DERIVE-DATE.
           IF BC-BUSINESS-DATE NOT NUMERIC
              OR BC-BUSINESS-DATE = ZERO
              MOVE BD-CLOCK-DATE TO BD-BUSINESS-DATE
              MOVE 'K' TO BD-DATE-SOURCE
              GO TO 1000-EXIT
           END-IF
           MOVE BC-BUSINESS-DATE TO BD-BUSINESS-DATE
           MOVE 'C' TO BD-DATE-SOURCE
           IF BD-CLOCK-DATE < BC-BUSINESS-DATE
              GO TO 1000-EXIT
           END-IF
           IF BD-CLOCK-DATE = BC-BUSINESS-DATE
              IF BC-CUTOFF-TIME NOT NUMERIC
                 OR BC-CUTOFF-TIME = ZERO
                 GO TO 1000-EXIT
              END-IF
              IF BD-CLOCK-HHMM < BC-CUTOFF-TIME
                 GO TO 1000-EXIT
              END-IF
           END-IF
           PERFORM 2000-PAST-CUTOFF THRU 2000-EXIT.
       1000-EXIT.
           EXIT.

      *> A control record that has no next date yet (a calendar
      *> loaded but never worked out) keeps the business date.
       2000-PAST-CUTOFF.
           IF BC-NEXT-BUSINESS-DATE NUMERIC
              AND BC-NEXT-BUSINESS-DATE > BC-BUSINESS-DATE
              MOVE BC-NEXT-BUSINESS-DATE TO BD-BUSINESS-DATE
              MOVE 'N' TO BD-DATE-SOURCE
           END-IF.
       2000-EXIT.
           EXIT.
