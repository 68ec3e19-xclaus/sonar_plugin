       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BUSEOD.
       AUTHOR.        OPERATIONS SUPPORT GROUP.
       INSTALLATION.  HELLO TRANSACTION SYSTEM.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

      *> ------------------------------------------------------------
      *> BUSEOD
      *>
      *> Business-date end-of-day roll - the one step that moves the
      *> BUSCAL business date forward. Once the current business
      *> date is past its cutoff (by the same BUSDATE rule the
      *> writers stamp by, so the roll can never run ahead of them)
      *> the control record is rolled:
      *>
      *>   prior business date <- the date being closed
      *>   business date       <- the next business date
      *>   next business date  <- the first processing day after
      *>                          that - a weekday flagged Y with no
      *>                          holiday or non-processing record
      *>
      *> and stamped with the clock date and time of the roll. The
      *> nightly reports (CTLBAL, RPTEXCPT, SIMRPT) then run against
      *> the prior business date, the day just closed.
      *>
      *> Run early in the batch window, after the cutoff. Before the
      *> cutoff (or, with no cutoff, before midnight) nothing rolls
      *> and RETURN-CODE is 4, so the scheduler holds the reports
      *> rather than letting them close a day still taking work.
      *> Each run rolls one day; after a missed night it is simply
      *> run again. RETURN-CODE 8 when there is no calendar, no next
      *> business date on it (CALLOAD has not been run), or no
      *> processing day within a year of it.
      *>
      *> Modification history
      *>   2026-10-15  PAY  Initial version.
      *> ------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSINESS-CALENDAR-FILE ASSIGN TO BUSCAL
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS BC-KEY.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-CALENDAR-FILE.
           COPY BUSCAL.

       WORKING-STORAGE SECTION.
       77  WS-CURRENT-DATE-8          PIC 9(08).
       77  WS-CURRENT-TIME-8          PIC 9(08).
       77  WS-ROLLED-COUNT            PIC 9(01) COMP VALUE ZERO.
       77  WS-CLOSED-DATE             PIC 9(08) VALUE ZERO.
       77  WS-OPENED-DATE             PIC 9(08) VALUE ZERO.
       77  WS-ROLL-RC                 PIC 9(02) VALUE ZERO.

      *> Next-processing-date search (same search as CALLOAD). The
      *> control values are held here because each day-record
      *> probe reads into the same record area.
       01  WS-SEARCH-AREA.
           05 WS-SEARCH-FROM          PIC 9(08).
           05 WS-SEARCH-INT           PIC 9(07) COMP.
           05 WS-SEARCH-COUNT         PIC 9(03) COMP.
           05 WS-SEARCH-QUOT          PIC 9(07) COMP.
           05 WS-SEARCH-REM           PIC 9(01) COMP.
           05 WS-TRY-DATE             PIC 9(08).
           05 WS-NEXT-DATE            PIC 9(08).
           05 WS-SEARCH-DAYS          PIC X(07).
           05 WS-SEARCH-DAY-TABLE REDEFINES WS-SEARCH-DAYS.
              10 WS-SEARCH-DAY        PIC X(01) OCCURS 7 TIMES.

           COPY RUNLPRM.
           COPY BUSDPRM.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           MOVE 'S' TO RN-FUNCTION
           PERFORM 9900-RECORD-RUN THRU 9900-EXIT
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-ROLL-DATE THRU 2000-EXIT
           PERFORM 9999-TERMINATE THRU 9999-EXIT
           MOVE WS-ROLL-RC TO RETURN-CODE
           MOVE 'E' TO RN-FUNCTION
           PERFORM 9900-RECORD-RUN THRU 9900-EXIT
           STOP RUN.

      *> No control record, no calendar to roll - the run stops
      *> here, the way AUDARCH stops on a missing HELLOPRM.
       1000-INITIALIZE.
           OPEN I-O BUSINESS-CALENDAR-FILE
           ACCEPT WS-CURRENT-DATE-8 FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME-8 FROM TIME
           MOVE 'C' TO BC-RECORD-TYPE
           MOVE ZERO TO BC-KEY-DATE
           READ BUSINESS-CALENDAR-FILE
              INVALID KEY
                 DISPLAY 'BUSEOD BUSCAL CONTROL RECORD NOT FOUND - '
                    'LOAD THE CALENDAR THROUGH CALLOAD'
                 CLOSE BUSINESS-CALENDAR-FILE
                 MOVE 8 TO RETURN-CODE
                 MOVE 'E' TO RN-FUNCTION
                 PERFORM 9900-RECORD-RUN THRU 9900-EXIT
                 STOP RUN
           END-READ.
       1000-EXIT.
           EXIT.

       2000-ROLL-DATE.
           IF BC-NEXT-BUSINESS-DATE NOT NUMERIC
              OR BC-NEXT-BUSINESS-DATE NOT > BC-BUSINESS-DATE
              DISPLAY 'BUSEOD NO NEXT BUSINESS DATE AFTER '
                 BC-BUSINESS-DATE ' - RUN CALLOAD'
              MOVE 8 TO WS-ROLL-RC
              GO TO 2000-EXIT
           END-IF
           MOVE WS-CURRENT-DATE-8 TO BD-CLOCK-DATE
           MOVE WS-CURRENT-TIME-8 TO BD-CLOCK-TIME
           CALL 'BUSDATE' USING BD-PARMS BC-RECORD
           IF NOT BD-PAST-CUTOFF
              DISPLAY 'BUSEOD BUSINESS DATE ' BC-BUSINESS-DATE
                 ' NOT PAST ITS CUTOFF - NOT ROLLED'
              MOVE 4 TO WS-ROLL-RC
              GO TO 2000-EXIT
           END-IF
           MOVE BC-BUSINESS-DATE TO WS-CLOSED-DATE
           MOVE BC-NEXT-BUSINESS-DATE TO WS-OPENED-DATE
           MOVE BC-NEXT-BUSINESS-DATE TO WS-SEARCH-FROM
           MOVE BC-PROCESSING-DAYS TO WS-SEARCH-DAYS
           PERFORM 8000-FIND-NEXT-DATE THRU 8000-EXIT
           IF WS-NEXT-DATE = ZERO
              DISPLAY 'BUSEOD NO PROCESSING DAY WITHIN A YEAR OF '
                 WS-OPENED-DATE ' - NOT ROLLED'
              MOVE 8 TO WS-ROLL-RC
              GO TO 2000-EXIT
           END-IF
           MOVE 'C' TO BC-RECORD-TYPE
           MOVE ZERO TO BC-KEY-DATE
           READ BUSINESS-CALENDAR-FILE
              INVALID KEY
                 DISPLAY 'BUSEOD BUSCAL CONTROL RECORD LOST - '
                    'NOT ROLLED'
                 MOVE 8 TO WS-ROLL-RC
                 GO TO 2000-EXIT
           END-READ
           MOVE WS-CLOSED-DATE TO BC-PRIOR-BUSINESS-DATE
           MOVE WS-OPENED-DATE TO BC-BUSINESS-DATE
           MOVE WS-NEXT-DATE TO BC-NEXT-BUSINESS-DATE
           MOVE WS-CURRENT-DATE-8 TO BC-ROLLED-DATE
           MOVE WS-CURRENT-TIME-8 TO BC-ROLLED-TIME
           MOVE 'BUSEOD' TO BC-ROLLED-BY
           REWRITE BC-RECORD
              INVALID KEY
                 DISPLAY 'BUSEOD BUSCAL CONTROL REWRITE FAILED - '
                    'NOT ROLLED'
                 MOVE 8 TO WS-ROLL-RC
                 GO TO 2000-EXIT
           END-REWRITE
           MOVE 1 TO WS-ROLLED-COUNT
           DISPLAY 'BUSEOD CLOSED BUSINESS DATE  ' WS-CLOSED-DATE
           DISPLAY 'BUSEOD OPENED BUSINESS DATE  ' WS-OPENED-DATE
           DISPLAY 'BUSEOD NEXT BUSINESS DATE    ' WS-NEXT-DATE.
       2000-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 8000-FIND-NEXT-DATE - the first processing date after
      *> WS-SEARCH-FROM: a weekday flagged Y in WS-SEARCH-DAYS with
      *> no holiday or non-processing record on the calendar. Gives
      *> up after a year and leaves WS-NEXT-DATE zero. Calendar
      *> arithmetic is the one place ordinary verbs do not do the
      *> job (same note as AUDARCH), hence FUNCTION INTEGER-OF-DATE
      *> and DATE-OF-INTEGER; day 1 of the integer calendar was a
      *> Monday, so the remainder of (day - 1) / 7 indexes the
      *> Monday-first flags, as in AUDTREND.
      *> ----------------------------------------------------------
       8000-FIND-NEXT-DATE.
           COMPUTE WS-SEARCH-INT =
              FUNCTION INTEGER-OF-DATE(WS-SEARCH-FROM)
           MOVE ZERO TO WS-NEXT-DATE
           MOVE ZERO TO WS-SEARCH-COUNT
           PERFORM 8100-TRY-DATE THRU 8100-EXIT
              UNTIL WS-NEXT-DATE > ZERO
              OR WS-SEARCH-COUNT > 365.
       8000-EXIT.
           EXIT.

       8100-TRY-DATE.
           ADD 1 TO WS-SEARCH-INT
           ADD 1 TO WS-SEARCH-COUNT
           COMPUTE WS-SEARCH-QUOT = WS-SEARCH-INT - 1
           DIVIDE WS-SEARCH-QUOT BY 7
              GIVING WS-SEARCH-QUOT REMAINDER WS-SEARCH-REM
           IF WS-SEARCH-DAY(WS-SEARCH-REM + 1) NOT = 'Y'
              GO TO 8100-EXIT
           END-IF
           MOVE FUNCTION DATE-OF-INTEGER(WS-SEARCH-INT)
              TO WS-TRY-DATE
           MOVE 'D' TO BC-RECORD-TYPE
           MOVE WS-TRY-DATE TO BC-KEY-DATE
           READ BUSINESS-CALENDAR-FILE
              INVALID KEY
                 MOVE WS-TRY-DATE TO WS-NEXT-DATE
           END-READ.
       8100-EXIT.
           EXIT.

      *> Start and end records on the RUNLEDG run ledger; the end
      *> record carries the dates the run closed and opened.
       9900-RECORD-RUN.
           MOVE 'BUSEOD' TO RN-PROGRAM
           MOVE RETURN-CODE TO RN-RETURN-CODE
           MOVE 1 TO RN-RECORDS-READ
           MOVE WS-ROLLED-COUNT TO RN-RECORDS-WRITTEN
           MOVE 'CLOSED DATE' TO RN-COUNT-LABEL(1)
           MOVE WS-CLOSED-DATE TO RN-COUNT-VALUE(1)
           MOVE 'OPENED DATE' TO RN-COUNT-LABEL(2)
           MOVE WS-OPENED-DATE TO RN-COUNT-VALUE(2)
           CALL 'RUNLEDGR' USING RN-PARMS.
       9900-EXIT.
           EXIT.

       9999-TERMINATE.
           CLOSE BUSINESS-CALENDAR-FILE.
       9999-EXIT.
           EXIT.
