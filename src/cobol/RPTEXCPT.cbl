      *>                    of guessed at. Records with no partner
      *>                    (online tasks, and audit rows that
      *>                    predate the field) report as ONLN.
      *>   2026-09-14  PAY  INVTYPE (transaction type unknown to the
      *>                    TRANTYPE reference file, retired, or
      *>                    misused) gets its own column, and the
      *>                    conditions are also broken down by the
      *>                    AL-TRAN-TYPE the transaction writers now
      *>                    stamp, each type printed with its
      *>                    reference description and debit/credit
      *>                    indicator. Rows with no type (maintenance
      *>                    events, rows that predate the field)
      *>                    report as type spaces.
      *>   2026-09-23  PAY  HOLD (transaction against an account with
      *>                    a live ACCTHOLD hold) gets its own column.
      *>   2026-09-28  PAY  UNKPTNR (batch feed detail quoting a
      *>                    partner id not registered on PTNRMAS)
      *>                    gets its own column.
      *>   2026-10-02  PAY  DUPTRAN (suspected same-day duplicate
      *>                    held for review) gets its own column.
      *>   2026-10-13  PAY  Start and end records on the RUNLEDG run
      *>                    ledger through RUNLEDGR.
      *>   2026-10-15  PAY  Reports one business date - the one the
      *>                    last BUSEOD end-of-day closed, off the
      *>                    BUSCAL calendar - instead of whatever the
      *>                    AUDIT-LOG still holds, and prints it
      *>                    under the heading. Rows are selected by
      *>                    their business date; maintenance events
      *>                    and rows written before the stamp are
      *>                    taken on their clock date. The hourly
      *>                    breakdown stays on the clock time. No
      *>                    calendar, or none closed yet - the run
      *>                    date.
      *> ------------------------------------------------------------

       ENVIRONMENT DIVISION.
       FILE-CONTROL.
           SELECT AUDIT-LOG-FILE ASSIGN TO AUDITLOG
              ORGANIZATION IS SEQUENTIAL.
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

           RECORDING MODE IS F.
           COPY AUDITLOG.

       FD  TRAN-TYPE-FILE.
           COPY TRANTYPE.

       FD  BUSINESS-CALENDAR-FILE.
           COPY BUSCAL.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  RPT-LINE                   PIC X(132).
       77  WS-PTNR-COUNT              PIC 9(02) COMP VALUE ZERO.
       77  WS-PTNR-FOUND-IX           PIC 9(02) COMP.
       77  WS-TALLY-PARTNER           PIC X(04).
       77  WS-TYPE-IX                 PIC 9(02) COMP.
       77  WS-TYPE-COUNT              PIC 9(02) COMP VALUE ZERO.
       77  WS-TYPE-FOUND-IX           PIC 9(02) COMP.
       77  WS-REPORT-DATE             PIC 9(08).
      *> The business date a row belongs to - its clock date when it
      *> carries none.
       77  WS-ROW-DATE                PIC 9(08).
       77  WS-SELECTED-COUNT          PIC 9(07) COMP VALUE ZERO.

       01  HOUR-TABLE.
           05 HOUR-ENTRY OCCURS 24 TIMES.
              10 HR-LENGERR-CT        PIC 9(07) COMP VALUE ZERO.
              10 HR-ACCTCLSD-CT       PIC 9(07) COMP VALUE ZERO.
              10 HR-INVINPUT-CT       PIC 9(07) COMP VALUE ZERO.
              10 HR-INVTYPE-CT        PIC 9(07) COMP VALUE ZERO.
              10 HR-HOLD-CT           PIC 9(07) COMP VALUE ZERO.
              10 HR-UNKPTNR-CT        PIC 9(07) COMP VALUE ZERO.
              10 HR-DUPTRAN-CT        PIC 9(07) COMP VALUE ZERO.

       01  KEY-TABLE.
           05 KEY-ENTRY OCCURS 200 TIMES.
              10 PN-PARTNER           PIC X(04).
              10 PN-COUNT             PIC 9(07) COMP VALUE ZERO.

      *> One entry per transaction type met on the audit records.
      *> Fifty slots is well over the reference file's size; a type
      *> past the cap still counts in the hourly figures.
       01  TYPE-TABLE.
           05 TYPE-ENTRY OCCURS 50 TIMES.
              10 TY-TRAN-TYPE         PIC X(02).
              10 TY-COUNT             PIC 9(07) COMP VALUE ZERO.

       01  RPT-HEADING-1.
           05 FILLER                  PIC X(30)
              VALUE 'HELLO DAILY EXCEPTION REPORT'.
       01  RPT-DATE-LINE.
           05 FILLER                  PIC X(16)
              VALUE 'BUSINESS DATE   '.
           05 RDT-DATE                PIC 9(08).
       01  RPT-HEADING-2.
           05 FILLER                  PIC X(34)
              VALUE 'HOUR  DUPKEY  NOTFND   ERROR   '.
              VALUE 'ACCTCLSD'.
           05 FILLER                  PIC X(09)
              VALUE 'INVINPUT'.
           05 FILLER                  PIC X(09)
              VALUE ' INVTYPE'.
           05 FILLER                  PIC X(09)
              VALUE '    HOLD'.
           05 FILLER                  PIC X(09)
              VALUE ' UNKPTNR'.
           05 FILLER                  PIC X(09)
              VALUE ' DUPTRAN'.
       01  RPT-HOUR-LINE.
           05 RL-HOUR                 PIC Z9.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 RL-ACCTCLSD             PIC ZZZ,ZZ9.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 RL-INVINPUT             PIC ZZZ,ZZ9.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 RL-INVTYPE              PIC ZZZ,ZZ9.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 RL-HOLD                 PIC ZZZ,ZZ9.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 RL-UNKPTNR              PIC ZZZ,ZZ9.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 RL-DUPTRAN              PIC ZZZ,ZZ9.
       01  RPT-TOPKEY-HEADING.
           05 FILLER                  PIC X(30)
              VALUE 'TOP OFFENDING KEYS'.
           05 RP-PARTNER              PIC X(04).
           05 FILLER                  PIC X(04) VALUE SPACES.
           05 RP-COUNT                PIC ZZZ,ZZ9.
       01  RPT-TYPE-HEADING.
           05 FILLER                  PIC X(40)
              VALUE 'CONDITIONS BY TRANSACTION TYPE'.
       01  RPT-TYPE-LINE.
           05 RY-TRAN-TYPE            PIC X(02).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 RY-DESCRIPTION          PIC X(30).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 RY-DC-INDICATOR         PIC X(01).
           05 FILLER                  PIC X(04) VALUE SPACES.
           05 RY-COUNT                PIC ZZZ,ZZ9.

           COPY RUNLPRM.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           MOVE 'S' TO RN-FUNCTION
           PERFORM 9900-RECORD-RUN THRU 9900-EXIT
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-PROCESS-AUDIT THRU 2000-EXIT
              UNTIL AUDIT-EOF
           PERFORM 3000-PRODUCE-REPORT THRU 3000-EXIT
           PERFORM 9999-TERMINATE THRU 9999-EXIT
           MOVE 'E' TO RN-FUNCTION
           PERFORM 9900-RECORD-RUN THRU 9900-EXIT
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD
           PERFORM 1100-GET-REPORT-DATE THRU 1100-EXIT
           OPEN INPUT AUDIT-LOG-FILE
           OPEN INPUT TRAN-TYPE-FILE
           OPEN OUTPUT REPORT-FILE
           READ AUDIT-LOG-FILE
              AT END MOVE 'Y' TO WS-EOF-SW
       1000-EXIT.
           EXIT.

      *> The business date the last end-of-day closed is the day to
      *> report - its cutoff has passed, so nothing more lands on
      *> it. No calendar, or no day closed on it yet, leaves the run
      *> date in place.
       1100-GET-REPORT-DATE.
           OPEN INPUT BUSINESS-CALENDAR-FILE
           MOVE 'C' TO BC-RECORD-TYPE
           MOVE ZERO TO BC-KEY-DATE
           READ BUSINESS-CALENDAR-FILE
              INVALID KEY
                 DISPLAY 'RPTEXCPT BUSCAL CONTROL RECORD NOT FOUND - '
                    'REPORTING THE RUN DATE'
              NOT INVALID KEY
                 IF BC-PRIOR-BUSINESS-DATE NUMERIC
                    AND BC-PRIOR-BUSINESS-DATE > ZERO
                    MOVE BC-PRIOR-BUSINESS-DATE TO WS-REPORT-DATE
                 END-IF
           END-READ
           CLOSE BUSINESS-CALENDAR-FILE.
       1100-EXIT.
           EXIT.

      *> Rows off the report date are read past; a row with no
      *> business date (maintenance events, rows that predate the
      *> stamp) is taken on its clock date.
       2000-PROCESS-AUDIT.
           ADD 1 TO WS-RECORD-COUNT
           IF AL-BUSINESS-DATE NUMERIC
              AND AL-BUSINESS-DATE > ZERO
              MOVE AL-BUSINESS-DATE TO WS-ROW-DATE
           ELSE
              MOVE AL-DATE TO WS-ROW-DATE
           END-IF
           IF WS-ROW-DATE = WS-REPORT-DATE
              PERFORM 2050-TALLY-ROW THRU 2050-EXIT
           END-IF
           READ AUDIT-LOG-FILE
              AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.
       2000-EXIT.
           EXIT.

       2050-TALLY-ROW.
           ADD 1 TO WS-SELECTED-COUNT
           MOVE FUNCTION NUMVAL(AL-TIME(1:2)) TO WS-HOUR-IX
           EVALUATE TRUE
              WHEN AL-COND-DUPKEY
                 ADD 1 TO HR-ACCTCLSD-CT(WS-HOUR-IX + 1)
              WHEN AL-COND-INVINPUT
                 ADD 1 TO HR-INVINPUT-CT(WS-HOUR-IX + 1)
              WHEN AL-COND-INVTYPE
                 ADD 1 TO HR-INVTYPE-CT(WS-HOUR-IX + 1)
              WHEN AL-COND-HOLD
                 ADD 1 TO HR-HOLD-CT(WS-HOUR-IX + 1)
              WHEN AL-COND-UNKPTNR
                 ADD 1 TO HR-UNKPTNR-CT(WS-HOUR-IX + 1)
              WHEN AL-COND-DUPTRAN
                 ADD 1 TO HR-DUPTRAN-CT(WS-HOUR-IX + 1)
              WHEN OTHER
                 ADD 1 TO HR-ERROR-CT(WS-HOUR-IX + 1)
           END-EVALUATE
           PERFORM 2100-TALLY-KEY THRU 2100-EXIT
           PERFORM 2200-TALLY-PARTNER THRU 2200-EXIT
           PERFORM 2300-TALLY-TYPE THRU 2300-EXIT.
       2050-EXIT.
           EXIT.

      *> Finds AL-KEY-VALUE in KEY-TABLE (adding a new entry if this
       2210-EXIT.
           EXIT.

      *> Finds the record's transaction type in TYPE-TABLE (adding a
      *> new entry on first sight) and bumps its count. Rows with no
      *> type tally under type spaces.
       2300-TALLY-TYPE.
           IF AL-TRAN-TYPE = LOW-VALUES
              MOVE SPACES TO AL-TRAN-TYPE
           END-IF
           MOVE ZERO TO WS-TYPE-FOUND-IX
           PERFORM 2310-FIND-TYPE THRU 2310-EXIT
              VARYING WS-TYPE-IX FROM 1 BY 1
              UNTIL WS-TYPE-IX > WS-TYPE-COUNT
              OR WS-TYPE-FOUND-IX > ZERO
           IF WS-TYPE-FOUND-IX = ZERO AND WS-TYPE-COUNT < 50
              ADD 1 TO WS-TYPE-COUNT
              MOVE WS-TYPE-COUNT TO WS-TYPE-FOUND-IX
              MOVE AL-TRAN-TYPE TO TY-TRAN-TYPE(WS-TYPE-FOUND-IX)
              MOVE ZERO TO TY-COUNT(WS-TYPE-FOUND-IX)
           END-IF
           IF WS-TYPE-FOUND-IX > ZERO
              ADD 1 TO TY-COUNT(WS-TYPE-FOUND-IX)
           END-IF.
       2300-EXIT.
           EXIT.

       2310-FIND-TYPE.
           IF TY-TRAN-TYPE(WS-TYPE-IX) = AL-TRAN-TYPE
              MOVE WS-TYPE-IX TO WS-TYPE-FOUND-IX
           END-IF.
       2310-EXIT.
           EXIT.

       3000-PRODUCE-REPORT.
           WRITE RPT-LINE FROM RPT-HEADING-1
           MOVE WS-REPORT-DATE TO RDT-DATE
           WRITE RPT-LINE FROM RPT-DATE-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           WRITE RPT-LINE FROM RPT-HEADING-2
           WRITE RPT-LINE FROM RPT-PARTNER-HEADING
           PERFORM 3300-WRITE-PARTNER THRU 3300-EXIT
              VARYING WS-PTNR-IX FROM 1 BY 1
              UNTIL WS-PTNR-IX > WS-PTNR-COUNT
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           WRITE RPT-LINE FROM RPT-TYPE-HEADING
           PERFORM 3400-WRITE-TYPE THRU 3400-EXIT
              VARYING WS-TYPE-IX FROM 1 BY 1
              UNTIL WS-TYPE-IX > WS-TYPE-COUNT.
       3000-EXIT.
           EXIT.

           MOVE HR-LENGERR-CT(WS-HOUR-IX + 1) TO RL-LENGERR
           MOVE HR-ACCTCLSD-CT(WS-HOUR-IX + 1) TO RL-ACCTCLSD
           MOVE HR-INVINPUT-CT(WS-HOUR-IX + 1) TO RL-INVINPUT
           MOVE HR-INVTYPE-CT(WS-HOUR-IX + 1) TO RL-INVTYPE
           MOVE HR-HOLD-CT(WS-HOUR-IX + 1) TO RL-HOLD
           MOVE HR-UNKPTNR-CT(WS-HOUR-IX + 1) TO RL-UNKPTNR
           MOVE HR-DUPTRAN-CT(WS-HOUR-IX + 1) TO RL-DUPTRAN
           WRITE RPT-LINE FROM RPT-HOUR-LINE.
       3100-EXIT.
           EXIT.
       3300-EXIT.
           EXIT.

      *> One type line, described from the TRANTYPE reference file -
      *> a code the file does not know (the INVTYPE rejects, mostly)
      *> says so instead of leaving the description blank.
       3400-WRITE-TYPE.
           MOVE TY-TRAN-TYPE(WS-TYPE-IX) TO RY-TRAN-TYPE
           MOVE TY-COUNT(WS-TYPE-IX) TO RY-COUNT
           IF TY-TRAN-TYPE(WS-TYPE-IX) = SPACES
              MOVE 'NO TYPE CARRIED' TO RY-DESCRIPTION
              MOVE SPACE TO RY-DC-INDICATOR
           ELSE
              MOVE TY-TRAN-TYPE(WS-TYPE-IX) TO TT-TYPE-CODE
              READ TRAN-TYPE-FILE
                 INVALID KEY
                    MOVE 'NOT ON TYPE REFERENCE FILE'
                       TO RY-DESCRIPTION
                    MOVE SPACE TO RY-DC-INDICATOR
                 NOT INVALID KEY
                    MOVE TT-DESCRIPTION TO RY-DESCRIPTION
                    MOVE TT-DC-INDICATOR TO RY-DC-INDICATOR
              END-READ
           END-IF
           WRITE RPT-LINE FROM RPT-TYPE-LINE.
       3400-EXIT.
           EXIT.

      *> Start and end records on the RUNLEDG run ledger; the end
      *> record carries the counts the run prints.
       9900-RECORD-RUN.
           MOVE 'RPTEXCPT' TO RN-PROGRAM
           MOVE RETURN-CODE TO RN-RETURN-CODE
           MOVE WS-RECORD-COUNT TO RN-RECORDS-READ
           MOVE ZERO TO RN-RECORDS-WRITTEN
           MOVE 'AUDIT RECS' TO RN-COUNT-LABEL(1)
           MOVE WS-RECORD-COUNT TO RN-COUNT-VALUE(1)
           MOVE 'KEYS' TO RN-COUNT-LABEL(2)
           MOVE WS-KEY-COUNT TO RN-COUNT-VALUE(2)
           MOVE 'PARTNERS' TO RN-COUNT-LABEL(3)
           MOVE WS-PTNR-COUNT TO RN-COUNT-VALUE(3)
           MOVE 'TRAN TYPES' TO RN-COUNT-LABEL(4)
           MOVE WS-TYPE-COUNT TO RN-COUNT-VALUE(4)
           MOVE 'DAY RECS' TO RN-COUNT-LABEL(5)
           MOVE WS-SELECTED-COUNT TO RN-COUNT-VALUE(5)
           CALL 'RUNLEDGR' USING RN-PARMS.
       9900-EXIT.
           EXIT.

       9999-TERMINATE.
           CLOSE AUDIT-LOG-FILE
           CLOSE TRAN-TYPE-FILE
           CLOSE REPORT-FILE.
       9999-EXIT.
           EXIT.
