      *>                     maintenance transaction's DUPKEY
      *>                     override events are not tasks and are
      *>                     excluded)
      *>   value routed   vs ACTJRNL amounts, normal and special
      *>   position moved vs the value the day posted to ACCTPOS
      *>   tasks started  vs normal + special + failed (internal
      *>                     consistency of the counters themselves)
      *>
      *>                    protocol. Journal rows and control
      *>                    records that predate the amount fields
      *>                    count as zero value.
      *>   2026-09-14  PAY  After the proof, the day's journal rows
      *>                    and transaction-writer failures are
      *>                    broken down by transaction type - count
      *>                    and value routed, count failed - with
      *>                    each type's description and debit/credit
      *>                    indicator from the TRANTYPE reference
      *>                    file. The breakdown is informational and
      *>                    does not affect the day status.
      *>   2026-09-16  PAY  The day's account-position postings are
      *>                    proved too: the value posted to ACCTPOS
      *>                    records on the processing date (current
      *>                    or prior posting-day slot) must equal
      *>                    CT-VALUE-NORMAL + CT-VALUE-SPECIAL, on a
      *>                    POSITION MOVEMENT line under the same
      *>                    MISMATCH protocol.
      *>   2026-10-13  PAY  Start and end records on the RUNLEDG run
      *>                    ledger through RUNLEDGR.
      *>   2026-10-15  PAY  Balances a business date, not the run
      *>                    date: the one the last BUSEOD end-of-day
      *>                    closed (BC-PRIOR-BUSINESS-DATE on the
      *>                    BUSCAL calendar). Journal and failure
      *>                    rows are selected by their business
      *>                    date; a row written before the writers
      *>                    stamped one is taken on its clock date.
      *>                    No calendar, or none closed yet - the
      *>                    run date, as before.
      *> ------------------------------------------------------------

       ENVIRONMENT DIVISION.
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CT-CONTROL-DATE.
           SELECT ACCOUNT-POSITION-FILE ASSIGN TO ACCTPOS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS AP-ACCOUNT-NO.
           SELECT TRAN-TYPE-FILE ASSIGN TO TRANTYPE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS TT-TYPE-CODE.
           SELECT BUSINESS-CALENDAR-FILE ASSIGN TO BUSCAL
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS BC-KEY.
           SELECT REPORT-FILE ASSIGN TO RPTOUT
              ORGANIZATION IS SEQUENTIAL.

       FD  CONTROL-TOTALS-FILE.
           COPY CTLTOT.

       FD  ACCOUNT-POSITION-FILE.
           COPY ACCTPOS.

       FD  TRAN-TYPE-FILE.
           COPY TRANTYPE.

       FD  BUSINESS-CALENDAR-FILE.
           COPY BUSCAL.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  RPT-LINE                   PIC X(80).
           88 JOURNAL-EOF                 VALUE 'Y'.
       77  WS-AUDIT-EOF-SW            PIC X(01) VALUE 'N'.
           88 AUDIT-EOF                   VALUE 'Y'.
       77  WS-POSITION-EOF-SW         PIC X(01) VALUE 'N'.
           88 POSITION-EOF                VALUE 'Y'.
       77  WS-BALANCE-DATE            PIC 9(08).
      *> The business date a row belongs to - its clock date when it
      *> predates the business-date stamp.
       77  WS-ROW-DATE                PIC 9(08).
       77  WS-JRNL-NORMAL-COUNT       PIC 9(09) COMP VALUE ZERO.
       77  WS-JRNL-SPECIAL-COUNT      PIC 9(09) COMP VALUE ZERO.
       77  WS-AUDIT-FAILED-COUNT      PIC 9(09) COMP VALUE ZERO.
                                      VALUE ZERO.
       77  WS-JRNL-VALUE-SPECIAL      PIC S9(13)V99 COMP-3
                                      VALUE ZERO.
       77  WS-POSN-DAY-VALUE          PIC S9(13)V99 COMP-3
                                      VALUE ZERO.
       77  WS-CTL-VALUE-TOTAL         PIC S9(13)V99 COMP-3
                                      VALUE ZERO.
       77  WS-TYPE-IX                 PIC 9(02) COMP.
       77  WS-TYPE-COUNT              PIC 9(02) COMP VALUE ZERO.
       77  WS-TYPE-FOUND-IX           PIC 9(02) COMP.
       77  WS-TALLY-TYPE              PIC X(02).

      *> One entry per transaction type met on the day's journal or
      *> failure rows. Fifty slots is well over the reference file's
      *> size; a type past the cap is left out of the breakdown only,
      *> never out of the proof above it.
       01  TYPE-TABLE.
           05 TYPE-ENTRY OCCURS 50 TIMES.
              10 TY-TRAN-TYPE         PIC X(02).
              10 TY-ROUTED-COUNT      PIC 9(09) COMP.
              10 TY-ROUTED-VALUE      PIC S9(13)V99 COMP-3.
              10 TY-FAILED-COUNT      PIC 9(09) COMP.

       01  RPT-HEADING-1.
           05 FILLER                  PIC X(36)
              VALUE 'HELLO DAILY CONTROL-TOTALS BALANCING'.
       01  RPT-DATE-LINE.
           05 FILLER                  PIC X(16)
              VALUE 'BUSINESS DATE   '.
           05 RDT-DATE                PIC 9(08).
       01  RPT-BAL-LINE.
           05 RB-LABEL                PIC X(26).
           05 RV-ACTUAL               PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 RV-STATUS               PIC X(10).
       01  RPT-TYPE-HEADING-1.
           05 FILLER                  PIC X(40)
              VALUE 'BREAKDOWN BY TRANSACTION TYPE'.
       01  RPT-TYPE-HEADING-2.
           05 FILLER                  PIC X(40)
              VALUE 'TY DESCRIPTION              D  ROUTED   '.
           05 FILLER                  PIC X(40)
              VALUE '    VALUE ROUTED   FAILED'.
       01  RPT-TYPE-LINE.
           05 RY-TRAN-TYPE            PIC X(02).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RY-DESCRIPTION          PIC X(24).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RY-DC-INDICATOR         PIC X(01).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RY-ROUTED-COUNT         PIC ZZZ,ZZ9.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RY-ROUTED-VALUE         PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RY-FAILED-COUNT         PIC ZZZ,ZZ9.
       01  RPT-STATUS-LINE.
           05 FILLER                  PIC X(26) VALUE
              'DAY STATUS               '.
           05 RS-STATUS               PIC X(10).

           COPY RUNLPRM.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           MOVE 'S' TO RN-FUNCTION
           PERFORM 9900-RECORD-RUN THRU 9900-EXIT
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-COUNT-JOURNAL THRU 2000-EXIT
              UNTIL JOURNAL-EOF
           PERFORM 3000-COUNT-AUDIT THRU 3000-EXIT
              UNTIL AUDIT-EOF
           PERFORM 3500-SUM-POSITIONS THRU 3500-EXIT
              UNTIL POSITION-EOF
           PERFORM 4000-FETCH-CONTROL THRU 4000-EXIT
           PERFORM 5000-PRODUCE-REPORT THRU 5000-EXIT
           PERFORM 9999-TERMINATE THRU 9999-EXIT
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           MOVE 'E' TO RN-FUNCTION
           PERFORM 9900-RECORD-RUN THRU 9900-EXIT
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-BALANCE-DATE FROM DATE YYYYMMDD
           PERFORM 1100-GET-BALANCE-DATE THRU 1100-EXIT
           OPEN INPUT ACT-JOURNAL-FILE
           OPEN INPUT AUDIT-LOG-FILE
           OPEN INPUT CONTROL-TOTALS-FILE
           OPEN INPUT TRAN-TYPE-FILE
           OPEN INPUT ACCOUNT-POSITION-FILE
           OPEN OUTPUT REPORT-FILE
           WRITE RPT-LINE FROM RPT-HEADING-1
           MOVE WS-BALANCE-DATE TO RDT-DATE
           END-READ
           READ AUDIT-LOG-FILE
              AT END MOVE 'Y' TO WS-AUDIT-EOF-SW
           END-READ
           READ ACCOUNT-POSITION-FILE
              AT END MOVE 'Y' TO WS-POSITION-EOF-SW
           END-READ.
       1000-EXIT.
           EXIT.

      *> The business date the last end-of-day closed is the day to
      *> balance - its cutoff has passed, so nothing more lands on
      *> it. No calendar, or no day closed on it yet, leaves the run
      *> date in place.
       1100-GET-BALANCE-DATE.
           OPEN INPUT BUSINESS-CALENDAR-FILE
           MOVE 'C' TO BC-RECORD-TYPE
           MOVE ZERO TO BC-KEY-DATE
           READ BUSINESS-CALENDAR-FILE
              INVALID KEY
                 DISPLAY 'CTLBAL BUSCAL CONTROL RECORD NOT FOUND - '
                    'BALANCING THE RUN DATE'
              NOT INVALID KEY
                 IF BC-PRIOR-BUSINESS-DATE NUMERIC
                    AND BC-PRIOR-BUSINESS-DATE > ZERO
                    MOVE BC-PRIOR-BUSINESS-DATE TO WS-BALANCE-DATE
                 END-IF
           END-READ
           CLOSE BUSINESS-CALENDAR-FILE.
       1100-EXIT.
           EXIT.

      *> A journal row that predates the amount field carries spaces
      *> in the packed slot and counts as zero value; one that
      *> predates the business date counts on its clock date.
       2000-COUNT-JOURNAL.
           IF AJ-BUSINESS-DATE NUMERIC
              AND AJ-BUSINESS-DATE > ZERO
              MOVE AJ-BUSINESS-DATE TO WS-ROW-DATE
           ELSE
              MOVE AJ-DATE TO WS-ROW-DATE
           END-IF
           IF WS-ROW-DATE = WS-BALANCE-DATE
              IF AJ-ROUTE-SPECIAL
                 ADD 1 TO WS-JRNL-SPECIAL-COUNT
                 IF AJ-TRAN-AMOUNT NUMERIC
                    ADD AJ-TRAN-AMOUNT TO WS-JRNL-VALUE-NORMAL
                 END-IF
              END-IF
              MOVE AJ-TRAN-TYPE TO WS-TALLY-TYPE
              PERFORM 6100-FIND-TYPE THRU 6100-EXIT
              IF WS-TYPE-FOUND-IX > ZERO
                 ADD 1 TO TY-ROUTED-COUNT(WS-TYPE-FOUND-IX)
                 IF AJ-TRAN-AMOUNT NUMERIC
                    ADD AJ-TRAN-AMOUNT
                       TO TY-ROUTED-VALUE(WS-TYPE-FOUND-IX)
                 END-IF
              END-IF
           END-IF
           READ ACT-JOURNAL-FILE
              AT END MOVE 'Y' TO WS-JOURNAL-EOF-SW
      *> failed side - CUSTMNT's DUPKEY override events are entry-
      *> time maintenance, not tasks.
       3000-COUNT-AUDIT.
           IF AL-BUSINESS-DATE NUMERIC
              AND AL-BUSINESS-DATE > ZERO
              MOVE AL-BUSINESS-DATE TO WS-ROW-DATE
           ELSE
              MOVE AL-DATE TO WS-ROW-DATE
           END-IF
           IF WS-ROW-DATE = WS-BALANCE-DATE
              IF AL-TRANS-ID = 'HELO' OR AL-TRANS-ID = 'HBCH'
                 ADD 1 TO WS-AUDIT-FAILED-COUNT
                 MOVE AL-TRAN-TYPE TO WS-TALLY-TYPE
                 PERFORM 6100-FIND-TYPE THRU 6100-EXIT
                 IF WS-TYPE-FOUND-IX > ZERO
                    ADD 1 TO TY-FAILED-COUNT(WS-TYPE-FOUND-IX)
                 END-IF
              END-IF
           END-IF
           READ AUDIT-LOG-FILE
       3000-EXIT.
           EXIT.

      *> The value each position record says it took on the
      *> balancing date - an account that has already posted again
      *> the next morning carries the date in its prior-day slot.
       3500-SUM-POSITIONS.
           IF AP-DAY-DATE = WS-BALANCE-DATE
              ADD AP-DAY-VALUE TO WS-POSN-DAY-VALUE
           ELSE
              IF AP-PRIOR-DAY-DATE = WS-BALANCE-DATE
                 ADD AP-PRIOR-DAY-VALUE TO WS-POSN-DAY-VALUE
              END-IF
           END-IF
           READ ACCOUNT-POSITION-FILE
              AT END MOVE 'Y' TO WS-POSITION-EOF-SW
           END-READ.
       3500-EXIT.
           EXIT.

      *> A day with no control record balances only against a day
      *> with no records anywhere - zeros stand in for the missing
      *> counters so that comparison still runs.
              ADD 1 TO WS-MISMATCH-COUNT
           END-IF
           WRITE RPT-LINE FROM RPT-VALUE-LINE
           COMPUTE WS-CTL-VALUE-TOTAL =
              CT-VALUE-NORMAL + CT-VALUE-SPECIAL
           MOVE 'POSITION MOVEMENT         ' TO RV-LABEL
           MOVE WS-CTL-VALUE-TOTAL TO RV-CONTROL
           MOVE WS-POSN-DAY-VALUE TO RV-ACTUAL
           IF WS-CTL-VALUE-TOTAL = WS-POSN-DAY-VALUE
              MOVE 'BALANCED' TO RV-STATUS
           ELSE
              MOVE 'MISMATCH' TO RV-STATUS
              ADD 1 TO WS-MISMATCH-COUNT
           END-IF
           WRITE RPT-LINE FROM RPT-VALUE-LINE
           COMPUTE WS-STARTED-EXPECTED =
              CT-ROUTED-NORMAL + CT-ROUTED-SPECIAL + CT-COND-FAILED
           MOVE 'TASKS STARTED             ' TO RB-LABEL
           ELSE
              MOVE 'OUT-OF-BAL' TO RS-STATUS
           END-IF
           WRITE RPT-LINE FROM RPT-STATUS-LINE
           PERFORM 6000-TYPE-BREAKDOWN THRU 6000-EXIT.
       5000-EXIT.
           EXIT.

       6000-TYPE-BREAKDOWN.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           WRITE RPT-LINE FROM RPT-TYPE-HEADING-1
           WRITE RPT-LINE FROM RPT-TYPE-HEADING-2
           PERFORM 6200-WRITE-TYPE THRU 6200-EXIT
              VARYING WS-TYPE-IX FROM 1 BY 1
              UNTIL WS-TYPE-IX > WS-TYPE-COUNT.
       6000-EXIT.
           EXIT.

      *> Finds WS-TALLY-TYPE in TYPE-TABLE, adding a zeroed entry on
      *> first sight. Rows with no type (amountless sources, rows
      *> that predate the field) tally under type spaces.
       6100-FIND-TYPE.
           IF WS-TALLY-TYPE = LOW-VALUES
              MOVE SPACES TO WS-TALLY-TYPE
           END-IF
           MOVE ZERO TO WS-TYPE-FOUND-IX
           PERFORM 6110-MATCH-TYPE THRU 6110-EXIT
              VARYING WS-TYPE-IX FROM 1 BY 1
              UNTIL WS-TYPE-IX > WS-TYPE-COUNT
              OR WS-TYPE-FOUND-IX > ZERO
           IF WS-TYPE-FOUND-IX = ZERO AND WS-TYPE-COUNT < 50
              ADD 1 TO WS-TYPE-COUNT
              MOVE WS-TYPE-COUNT TO WS-TYPE-FOUND-IX
              MOVE WS-TALLY-TYPE TO TY-TRAN-TYPE(WS-TYPE-FOUND-IX)
              MOVE ZERO TO TY-ROUTED-COUNT(WS-TYPE-FOUND-IX)
                 TY-ROUTED-VALUE(WS-TYPE-FOUND-IX)
                 TY-FAILED-COUNT(WS-TYPE-FOUND-IX)
           END-IF.
       6100-EXIT.
           EXIT.

       6110-MATCH-TYPE.
           IF TY-TRAN-TYPE(WS-TYPE-IX) = WS-TALLY-TYPE
              MOVE WS-TYPE-IX TO WS-TYPE-FOUND-IX
           END-IF.
       6110-EXIT.
           EXIT.

       6200-WRITE-TYPE.
           MOVE TY-TRAN-TYPE(WS-TYPE-IX) TO RY-TRAN-TYPE
           MOVE TY-ROUTED-COUNT(WS-TYPE-IX) TO RY-ROUTED-COUNT
           MOVE TY-ROUTED-VALUE(WS-TYPE-IX) TO RY-ROUTED-VALUE
           MOVE TY-FAILED-COUNT(WS-TYPE-IX) TO RY-FAILED-COUNT
           MOVE SPACE TO RY-DC-INDICATOR
           IF TY-TRAN-TYPE(WS-TYPE-IX) = SPACES
              MOVE 'NO TYPE CARRIED' TO RY-DESCRIPTION
           ELSE
              MOVE TY-TRAN-TYPE(WS-TYPE-IX) TO TT-TYPE-CODE
              READ TRAN-TYPE-FILE
                 INVALID KEY
                    MOVE 'NOT ON TYPE FILE' TO RY-DESCRIPTION
                 NOT INVALID KEY
                    MOVE TT-DESCRIPTION TO RY-DESCRIPTION
                    MOVE TT-DC-INDICATOR TO RY-DC-INDICATOR
              END-READ
           END-IF
           WRITE RPT-LINE FROM RPT-TYPE-LINE.
       6200-EXIT.
           EXIT.

      *> Start and end records on the RUNLEDG run ledger; the end
      *> record carries the counts the run prints.
       9900-RECORD-RUN.
           MOVE 'CTLBAL' TO RN-PROGRAM
           MOVE RETURN-CODE TO RN-RETURN-CODE
           COMPUTE RN-RECORDS-READ = WS-JRNL-NORMAL-COUNT
              + WS-JRNL-SPECIAL-COUNT + WS-AUDIT-FAILED-COUNT
           MOVE ZERO TO RN-RECORDS-WRITTEN
           MOVE 'NORMAL' TO RN-COUNT-LABEL(1)
           MOVE WS-JRNL-NORMAL-COUNT TO RN-COUNT-VALUE(1)
           MOVE 'SPECIAL' TO RN-COUNT-LABEL(2)
           MOVE WS-JRNL-SPECIAL-COUNT TO RN-COUNT-VALUE(2)
           MOVE 'FAILED' TO RN-COUNT-LABEL(3)
           MOVE WS-AUDIT-FAILED-COUNT TO RN-COUNT-VALUE(3)
           MOVE 'TASKS START' TO RN-COUNT-LABEL(4)
           MOVE WS-STARTED-EXPECTED TO RN-COUNT-VALUE(4)
           MOVE 'MISMATCHES' TO RN-COUNT-LABEL(5)
           MOVE WS-MISMATCH-COUNT TO RN-COUNT-VALUE(5)
           CALL 'RUNLEDGR' USING RN-PARMS.
       9900-EXIT.
           EXIT.

       9999-TERMINATE.
           CLOSE ACT-JOURNAL-FILE
           CLOSE AUDIT-LOG-FILE
           CLOSE CONTROL-TOTALS-FILE
           CLOSE TRAN-TYPE-FILE
           CLOSE ACCOUNT-POSITION-FILE
           CLOSE REPORT-FILE.
       9999-EXIT.
           EXIT.
