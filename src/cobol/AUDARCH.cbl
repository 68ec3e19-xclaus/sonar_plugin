      *>                    KEY and stops the run rather than
      *>                    continuing with an undefined retention
      *>                    period when HELLOPRM is missing.
      *>   2026-10-13  PAY  Start and end records on the RUNLEDG run
      *>                    ledger through RUNLEDGR.
      *>   2026-10-15  PAY  Ages by business date: the cutoff counts
      *>                    back from the current business date on
      *>                    the BUSCAL calendar (the run date when
      *>                    there is none), and each row is aged by
      *>                    its own business date - its clock date
      *>                    when it carries none. RETAIN-RECORD
      *>                    follows AUDIT-LOG to 80 bytes. AUDITHST
      *>                    keeps the clock date only.
      *> ------------------------------------------------------------

       ENVIRONMENT DIVISION.
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS PF-PARM-ID.
           SELECT BUSINESS-CALENDAR-FILE ASSIGN TO BUSCAL
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS BC-KEY.

       DATA DIVISION.
       FILE SECTION.

       FD  RETAIN-FILE
           RECORDING MODE IS F.
       01  RETAIN-RECORD               PIC X(80).

       FD  HISTORY-FILE
           RECORDING MODE IS F.
       FD  PARM-CONTROL-FILE.
           COPY PARMFILE.

       FD  BUSINESS-CALENDAR-FILE.
           COPY BUSCAL.

       WORKING-STORAGE SECTION.
       77  WS-AUDIT-EOF-SW            PIC X(01) VALUE 'N'.
           88 AUDIT-EOF                   VALUE 'Y'.
       77  WS-CURRENT-DATE-8          PIC 9(08).
       77  WS-CUTOFF-INTEGER          PIC 9(07) COMP.
       77  WS-CUTOFF-DATE             PIC 9(08).
      *> The business date a row belongs to - its clock date when it
      *> carries none.
       77  WS-ROW-DATE                PIC 9(08).

           COPY RUNLPRM.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           MOVE 'S' TO RN-FUNCTION
           PERFORM 9900-RECORD-RUN THRU 9900-EXIT
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-SPLIT-LOG THRU 2000-EXIT
              UNTIL AUDIT-EOF
           PERFORM 9999-TERMINATE THRU 9999-EXIT
           DISPLAY 'AUDARCH RETAINED  ' WS-RETAINED-COUNT
           DISPLAY 'AUDARCH ARCHIVED  ' WS-ARCHIVED-COUNT
           MOVE 'E' TO RN-FUNCTION
           PERFORM 9900-RECORD-RUN THRU 9900-EXIT
           STOP RUN.

      *> Reads the retention-days control record, works out the
      *> cutoff date from the current business date, and opens the
      *> three audit-log-related files.
      *> Calendar arithmetic (subtracting a day count across month
      *> and year boundaries) is the one place ordinary verbs do not
      *> do the job, hence FUNCTION INTEGER-OF-DATE/DATE-OF-INTEGER.
                 DISPLAY 'AUDARCH PARMCTL RECORD HELLOPRM NOT FOUND'
                 MOVE 4 TO RETURN-CODE
                 CLOSE PARM-CONTROL-FILE
                 MOVE 'E' TO RN-FUNCTION
                 PERFORM 9900-RECORD-RUN THRU 9900-EXIT
                 STOP RUN
           END-READ
           MOVE PF-RETENTION-DAYS TO WS-RETENTION-DAYS
           CLOSE PARM-CONTROL-FILE
           ACCEPT WS-CURRENT-DATE-8 FROM DATE YYYYMMDD
           PERFORM 1100-GET-BUSINESS-DATE THRU 1100-EXIT
           COMPUTE WS-CUTOFF-INTEGER =
              FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-8)
              - WS-RETENTION-DAYS
       1000-EXIT.
           EXIT.

      *> The current business date stands in for the run date when
      *> the calendar has one.
       1100-GET-BUSINESS-DATE.
           OPEN INPUT BUSINESS-CALENDAR-FILE
           MOVE 'C' TO BC-RECORD-TYPE
           MOVE ZERO TO BC-KEY-DATE
           READ BUSINESS-CALENDAR-FILE
              INVALID KEY
                 DISPLAY 'AUDARCH BUSCAL CONTROL RECORD NOT FOUND - '
                    'AGING FROM THE RUN DATE'
              NOT INVALID KEY
                 IF BC-BUSINESS-DATE NUMERIC
                    AND BC-BUSINESS-DATE > ZERO
                    MOVE BC-BUSINESS-DATE TO WS-CURRENT-DATE-8
                 END-IF
           END-READ
           CLOSE BUSINESS-CALENDAR-FILE.
       1100-EXIT.
           EXIT.

      *> Routes each AUDIT-LOG record to HISTORY-FILE (compressed
      *> archive) when it is older than the cutoff date, or forward
      *> to RETAIN-FILE (destined to become the new live log)
      *> otherwise.
       2000-SPLIT-LOG.
           IF AL-BUSINESS-DATE NUMERIC
              AND AL-BUSINESS-DATE > ZERO
              MOVE AL-BUSINESS-DATE TO WS-ROW-DATE
           ELSE
              MOVE AL-DATE TO WS-ROW-DATE
           END-IF
           IF WS-ROW-DATE < WS-CUTOFF-DATE
              PERFORM 2100-ARCHIVE-RECORD THRU 2100-EXIT
           ELSE
              WRITE RETAIN-RECORD FROM AL-RECORD
       2100-EXIT.
           EXIT.

      *> Start and end records on the RUNLEDG run ledger; the end
      *> record carries the counts the run prints.
       9900-RECORD-RUN.
           MOVE 'AUDARCH' TO RN-PROGRAM
           MOVE RETURN-CODE TO RN-RETURN-CODE
           COMPUTE RN-RECORDS-READ =
              WS-RETAINED-COUNT + WS-ARCHIVED-COUNT
           MOVE RN-RECORDS-READ TO RN-RECORDS-WRITTEN
           MOVE 'RETAINED' TO RN-COUNT-LABEL(1)
           MOVE WS-RETAINED-COUNT TO RN-COUNT-VALUE(1)
           MOVE 'ARCHIVED' TO RN-COUNT-LABEL(2)
           MOVE WS-ARCHIVED-COUNT TO RN-COUNT-VALUE(2)
           CALL 'RUNLEDGR' USING RN-PARMS.
       9900-EXIT.
           EXIT.

       9999-TERMINATE.
           CLOSE AUDIT-LOG-FILE
           CLOSE RETAIN-FILE
