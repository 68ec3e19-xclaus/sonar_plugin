      *>
      *> Modification history
      *>   2026-08-21  PAY  Initial version.
      *>   2026-10-07  PAY  Each archived account writes a CUSTCHG
      *>                    change record (before image only), run
      *>                    id CUSTARCH.
      *>   2026-10-13  PAY  Start and end records on the RUNLEDG run
      *>                    ledger through RUNLEDGR.
      *>   2026-10-15  PAY  The retention window counts back from
      *>                    the current business date on the BUSCAL
      *>                    calendar instead of the run date (the
      *>                    run date still when there is none).
      *> ------------------------------------------------------------

       ENVIRONMENT DIVISION.
              ORGANIZATION IS SEQUENTIAL.
           SELECT HISTORY-FILE ASSIGN TO CUSTHIST
              ORGANIZATION IS SEQUENTIAL.
           SELECT CHANGE-FILE ASSIGN TO CUSTCHG
              ORGANIZATION IS SEQUENTIAL.
           SELECT PARM-CONTROL-FILE ASSIGN TO PARMCTL
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS PF-PARM-ID.
           SELECT BUSINESS-CALENDAR-FILE ASSIGN TO BUSCAL
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS BC-KEY.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
           COPY CUSTHIST.

       FD  CHANGE-FILE
           RECORDING MODE IS F.
           COPY CUSTCHG.

       FD  PARM-CONTROL-FILE.
           COPY PARMFILE.

       FD  BUSINESS-CALENDAR-FILE.
           COPY BUSCAL.

       WORKING-STORAGE SECTION.
       77  WS-MASTER-EOF-SW           PIC X(01) VALUE 'N'.
           88 MASTER-EOF                  VALUE 'Y'.
       77  WS-NO-AGE-COUNT            PIC 9(07) COMP VALUE ZERO.
       77  WS-RETENTION-DAYS          PIC 9(03) VALUE ZERO.
       77  WS-CURRENT-DATE-8          PIC 9(08).
       77  WS-CURRENT-TIME-8          PIC 9(08).
      *> The date the retention window counts back from - the
      *> current business date; the run date when there is none.
      *> The run date itself still stamps the archive and change
      *> records.
       77  WS-AGING-DATE              PIC 9(08).
       77  WS-CUTOFF-INTEGER          PIC 9(07) COMP.
       77  WS-CUTOFF-DATE             PIC 9(08).

           COPY RUNLPRM.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           MOVE 'S' TO RN-FUNCTION
           PERFORM 9900-RECORD-RUN THRU 9900-EXIT
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-SPLIT-MASTER THRU 2000-EXIT
              UNTIL MASTER-EOF
           DISPLAY 'CUSTARCH RETAINED          ' WS-RETAINED-COUNT
           DISPLAY 'CUSTARCH ARCHIVED          ' WS-ARCHIVED-COUNT
           DISPLAY 'CUSTARCH CLOSED, NO AGE    ' WS-NO-AGE-COUNT
           MOVE 'E' TO RN-FUNCTION
           PERFORM 9900-RECORD-RUN THRU 9900-EXIT
           STOP RUN.

      *> Reads the customer-retention control value, works out the
                 DISPLAY 'CUSTARCH PARMCTL RECORD HELLOPRM NOT FOUND'
                 MOVE 4 TO RETURN-CODE
                 CLOSE PARM-CONTROL-FILE
                 MOVE 'E' TO RN-FUNCTION
                 PERFORM 9900-RECORD-RUN THRU 9900-EXIT
                 STOP RUN
           END-READ
           CLOSE PARM-CONTROL-FILE
              DISPLAY 'CUSTARCH PF-CUST-RETENTION-DAYS NOT SET - '
                 'SET IT THROUGH THE PARAMETER MAINTENANCE SCREEN'
              MOVE 4 TO RETURN-CODE
              MOVE 'E' TO RN-FUNCTION
              PERFORM 9900-RECORD-RUN THRU 9900-EXIT
              STOP RUN
           END-IF
           MOVE PF-CUST-RETENTION-DAYS TO WS-RETENTION-DAYS
           ACCEPT WS-CURRENT-DATE-8 FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME-8 FROM TIME
           MOVE WS-CURRENT-DATE-8 TO WS-AGING-DATE
           PERFORM 1100-GET-BUSINESS-DATE THRU 1100-EXIT
           COMPUTE WS-CUTOFF-INTEGER =
              FUNCTION INTEGER-OF-DATE(WS-AGING-DATE)
              - WS-RETENTION-DAYS
           MOVE FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INTEGER)
              TO WS-CUTOFF-DATE
           OPEN INPUT CUSTOMER-MASTER-FILE
           OPEN OUTPUT RETAIN-FILE
           OPEN OUTPUT HISTORY-FILE
           OPEN EXTEND CHANGE-FILE
           READ CUSTOMER-MASTER-FILE NEXT RECORD
              AT END MOVE 'Y' TO WS-MASTER-EOF-SW
           END-READ.
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
                 DISPLAY 'CUSTARCH BUSCAL CONTROL RECORD NOT FOUND - '
                    'AGING FROM THE RUN DATE'
              NOT INVALID KEY
                 IF BC-BUSINESS-DATE NUMERIC
                    AND BC-BUSINESS-DATE > ZERO
                    MOVE BC-BUSINESS-DATE TO WS-AGING-DATE
                 END-IF
           END-READ
           CLOSE BUSINESS-CALENDAR-FILE.
       1100-EXIT.
           EXIT.

      *> Routes each master record to HISTORY-FILE (compressed
      *> archive) when it has been closed since before the cutoff
      *> date, or forward to RETAIN-FILE (destined to become the new
       2000-EXIT.
           EXIT.

      *> The archived account's CUSTCHG change record carries the
      *> master image as it leaves, with no after image - the
      *> account is off the live master once STEP030 rebuilds it.
       2100-ARCHIVE-RECORD.
           MOVE CM-ACCOUNT-NO TO CH-ACCOUNT-NO
           MOVE CM-TAX-ID TO CH-TAX-ID
           MOVE CM-STATUS-DATE TO CH-STATUS-DATE
           MOVE WS-CURRENT-DATE-8 TO CH-ARCHIVE-DATE
           WRITE CH-RECORD
           MOVE SPACES TO CX-RECORD
           MOVE WS-CURRENT-DATE-8 TO CX-DATE
           MOVE WS-CURRENT-TIME-8 TO CX-TIME
           MOVE CM-KEY TO CX-ACCOUNT-NO
           MOVE 'D' TO CX-CHANGE-TYPE
           MOVE 'CUSTARCH' TO CX-SOURCE-PROGRAM
           MOVE 'CUSTARCH' TO CX-OPERATOR-ID
           MOVE 'BTCH' TO CX-TERMINAL-ID
           MOVE CM-RECORD TO CX-BEFORE-IMAGE
           WRITE CX-RECORD
           ADD 1 TO WS-ARCHIVED-COUNT.
       2100-EXIT.
           EXIT.

      *> Start and end records on the RUNLEDG run ledger; the end
      *> record carries the counts the run prints.
       9900-RECORD-RUN.
           MOVE 'CUSTARCH' TO RN-PROGRAM
           MOVE RETURN-CODE TO RN-RETURN-CODE
           COMPUTE RN-RECORDS-READ =
              WS-RETAINED-COUNT + WS-ARCHIVED-COUNT
           MOVE RN-RECORDS-READ TO RN-RECORDS-WRITTEN
           MOVE 'RETAINED' TO RN-COUNT-LABEL(1)
           MOVE WS-RETAINED-COUNT TO RN-COUNT-VALUE(1)
           MOVE 'ARCHIVED' TO RN-COUNT-LABEL(2)
           MOVE WS-ARCHIVED-COUNT TO RN-COUNT-VALUE(2)
           MOVE 'CLOSED NOAGE' TO RN-COUNT-LABEL(3)
           MOVE WS-NO-AGE-COUNT TO RN-COUNT-VALUE(3)
           CALL 'RUNLEDGR' USING RN-PARMS.
       9900-EXIT.
           EXIT.

       9999-TERMINATE.
           CLOSE CUSTOMER-MASTER-FILE
           CLOSE RETAIN-FILE
           CLOSE HISTORY-FILE
           CLOSE CHANGE-FILE.
       9999-EXIT.
           EXIT.
