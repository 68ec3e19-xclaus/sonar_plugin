      *> BUSCAL.cpy
      *> Business-calendar record on the BUSCAL VSAM KSDS (key BC-KEY).
      *> One control record (type C, key date zero) holds the current
      *> business date, the daily cutoff time and the weekdays the
      *> business processes; one day record (type D) per holiday or
      *> other non-processing date, maintained by the CALLOAD batch
      *> load. The business date moves forward only through the
      *> BUSEOD end-of-day step. HELLO, HELLOBCH and BULKRPLY read the
      *> control record and stamp the business date it gives them
      *> (see BUSDATE) beside the clock timestamp on ACTJRNL,
      *> AUDIT-LOG and CTLTOTLS; the nightly reports and the
      *> retention jobs select and age by it.
       01 BC-RECORD.
          05 BC-KEY.
             10 BC-RECORD-TYPE        PIC X(01).
                88 BC-CONTROL-RECORD      VALUE 'C'.
                88 BC-DAY-RECORD          VALUE 'D'.
             10 BC-KEY-DATE           PIC 9(08).
          05 BC-CONTROL-DATA.
      *> The business date being worked, the processing date after
      *> it (worked out by CALLOAD/BUSEOD from the weekday flags and
      *> the day records, so the online path never has to search
      *> the calendar), and the one the last end-of-day closed.
             10 BC-BUSINESS-DATE      PIC 9(08).
             10 BC-NEXT-BUSINESS-DATE PIC 9(08).
             10 BC-PRIOR-BUSINESS-DATE PIC 9(08).
      *> HHMM on the clock after which work belongs to the next
      *> business date. Zero = no cutoff, the day runs to midnight.
             10 BC-CUTOFF-TIME.
                15 BC-CUTOFF-HH       PIC 9(02).
                15 BC-CUTOFF-MM       PIC 9(02).
      *> Weekdays the business processes, Monday first as in
      *> PTNRMAS; 'Y' = processing day.
             10 BC-PROCESSING-DAYS    PIC X(07).
             10 BC-PROCESSING-DAY-TABLE REDEFINES BC-PROCESSING-DAYS.
                15 BC-PROCESSING-DAY  PIC X(01) OCCURS 7 TIMES.
                   88 BC-DAY-PROCESSED    VALUE 'Y'.
      *> Clock stamp and run id of the last end-of-day roll.
             10 BC-ROLLED-DATE        PIC 9(08).
             10 BC-ROLLED-TIME        PIC 9(08).
             10 BC-ROLLED-BY          PIC X(08).
             10 FILLER                PIC X(12).
          05 BC-DAY-DATA REDEFINES BC-CONTROL-DATA.
      *> H - public or bank holiday; N - any other date the
      *> business does not process (systems closure and the like).
             10 BC-DAY-TYPE           PIC X(01).
                88 BC-HOLIDAY             VALUE 'H'.
                88 BC-NON-PROCESSING      VALUE 'N'.
             10 BC-DAY-DESCRIPTION    PIC X(30).
             10 BC-DAY-UPDATE-DATE    PIC 9(08).
             10 FILLER                PIC X(32).
