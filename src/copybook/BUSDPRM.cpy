      *> BUSDPRM.cpy
      *> Parameter area for the BUSDATE common business-date routine
      *> - the one copy of the cutoff rule that HELLO online, the
      *> HELLOBCH batch driver, BULKRPLY and the BUSEOD end-of-day
      *> step all CALL. The caller reads the BUSCAL control record
      *> (spaces when there is none), sets the clock date and time
      *> here, CALLs BUSDATE USING BD-PARMS BC-RECORD and stamps the
      *> business date it gets back. The I/O stays with the caller,
      *> same split as ACCTPOST.
       01 BD-PARMS.
          05 BD-CLOCK-DATE            PIC 9(08).
      *> HHMMSShh, as ACCEPT ... FROM TIME and FORMATTIME give it.
          05 BD-CLOCK-TIME            PIC 9(08).
          05 BD-CLOCK-TIME-R REDEFINES BD-CLOCK-TIME.
             10 BD-CLOCK-HHMM         PIC 9(04).
             10 FILLER                PIC 9(04).
          05 BD-BUSINESS-DATE         PIC 9(08).
      *> C - the current business date (before its cutoff, or the
      *> clock is still short of it); N - the next business date
      *> (the cutoff has passed and end-of-day has not yet rolled);
      *> K - the clock date, there being no calendar to go by.
          05 BD-DATE-SOURCE           PIC X(01).
             88 BD-CURRENT-DATE           VALUE 'C'.
             88 BD-PAST-CUTOFF            VALUE 'N'.
             88 BD-NO-CALENDAR            VALUE 'K'.
          05 FILLER                   PIC X(03).
