      *>
      *> Modification history
      *>   2026-09-03  PAY  Initial version.
      *>   2026-10-13  PAY  Start and end records on the RUNLEDG run
      *>                    ledger through RUNLEDGR.
      *>   2026-10-15  PAY  The retention window counts back from
      *>                    the current business date on the BUSCAL
      *>                    calendar instead of the run date (the
      *>                    run date still when there is none).
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
       FD  PARM-CONTROL-FILE.
           COPY PARMFILE.

       FD  BUSINESS-CALENDAR-FILE.
           COPY BUSCAL.

       WORKING-STORAGE SECTION.
       77  WS-CKPT-EOF-SW             PIC X(01) VALUE 'N'.
           88 CKPT-EOF                    VALUE 'Y'.
       77  WS-CUTOFF-INTEGER          PIC 9(07) COMP.
       77  WS-CUTOFF-DATE             PIC 9(08).

           COPY RUNLPRM.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           MOVE 'S' TO RN-FUNCTION
           PERFORM 9900-RECORD-RUN THRU 9900-EXIT
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-SPLIT-CKPT THRU 2000-EXIT
              UNTIL CKPT-EOF
           PERFORM 9999-TERMINATE THRU 9999-EXIT
           DISPLAY 'CKPTARCH RETAINED  ' WS-RETAINED-COUNT
           DISPLAY 'CKPTARCH ARCHIVED  ' WS-ARCHIVED-COUNT
           MOVE 'E' TO RN-FUNCTION
           PERFORM 9900-RECORD-RUN THRU 9900-EXIT
           STOP RUN.

      *> Reads the retention window, works out the cutoff date, and
                    'FOUND'
                 MOVE 4 TO RETURN-CODE
                 CLOSE PARM-CONTROL-FILE
                 MOVE 'E' TO RN-FUNCTION
                 PERFORM 9900-RECORD-RUN THRU 9900-EXIT
                 STOP RUN
           END-READ
           CLOSE PARM-CONTROL-FILE
              DISPLAY 'CKPTARCH PF-CKPT-RETENTION-DAYS NOT SET - '
                 'SET IT THROUGH THE PARAMETER MAINTENANCE SCREEN'
              MOVE 4 TO RETURN-CODE
              MOVE 'E' TO RN-FUNCTION
              PERFORM 9900-RECORD-RUN THRU 9900-EXIT
              STOP RUN
           END-IF
           MOVE PF-CKPT-RETENTION-DAYS TO WS-RETENTION-DAYS
           ACCEPT WS-CURRENT-DATE-8 FROM DATE YYYYMMDD
           PERFORM 1100-GET-BUSINESS-DATE THRU 1100-EXIT
           COMPUTE WS-CUTOFF-INTEGER =
              FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-8)
              - WS-RETENTION-DAYS
       1000-EXIT.
           EXIT.

      *> The current business date stands in for the run date when
      *> the calendar has one, same as AUDARCH.
       1100-GET-BUSINESS-DATE.
           OPEN INPUT BUSINESS-CALENDAR-FILE
           MOVE 'C' TO BC-RECORD-TYPE
           MOVE ZERO TO BC-KEY-DATE
           READ BUSINESS-CALENDAR-FILE
              INVALID KEY
                 DISPLAY 'CKPTARCH BUSCAL CONTROL RECORD NOT FOUND - '
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

      *> Routes each checkpoint: RESUMED ones whose resume date is
      *> older than the cutoff go to compressed history; every
      *> OUTSTANDING checkpoint, and recently resumed ones, carry
       2100-EXIT.
           EXIT.

      *> Start and end records on the RUNLEDG run ledger; the end
      *> record carries the counts the run prints.
       9900-RECORD-RUN.
           MOVE 'CKPTARCH' TO RN-PROGRAM
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
           CLOSE CHECKPOINT-FILE
           CLOSE RETAIN-FILE
