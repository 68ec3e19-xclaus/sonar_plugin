      *> processing mode, not something to re-impose after the fact.
      *>
      *> Outcome report lists every account with its disposition
      *> (REPLAYED / STILL-MISSING / SKIPPED-DUP / ACCT-CLOSED /
      *> INVTYPE / HOLD) plus counts.
      *> RETURN-CODE 4 when any account remains unreplayable,
      *> 8 when the replay table overflowed and the run must be
      *> treated as incomplete - same conventions as RECONDUP.
      *>                    prior run replayed instead of journaling
      *>                    and queueing it again and double-bumping
      *>                    the control totals.
      *>   2026-09-14  PAY  The transaction type the audit record now
      *>                    carries is checked against the TRANTYPE
      *>                    reference file through HELLORTE's type
      *>                    check before an account is replayed. An
      *>                    unknown, retired, or misused type is not
      *>                    replayed and reports INVTYPE (counted
      *>                    with the unreplayable accounts for the
      *>                    return code); the NOTFND row it came from
      *>                    already stands as its AUDIT-LOG failure,
      *>                    so no second row is written that CTLBAL
      *>                    would find unmatched. A replay carries no
      *>                    amount, so an amount-required type is not
      *>                    held against it, and a row from before
      *>                    the type field (type spaces) replays
      *>                    unchecked as it always has. A replayed
      *>                    journal/work-queue record now keeps the
      *>                    type.
      *>   2026-09-16  PAY  Each replay now posts to the account's
      *>                    ACCTPOS position record through the
      *>                    ACCTPOST common routine, as a routed
      *>                    transaction does online. A replay has no
      *>                    amount, so the posting moves nothing but
      *>                    the last-activity date.
      *>   2026-09-18  PAY  HELLORTE's route function now counts
      *>                    toward the day's velocity figures only
      *>                    for a caller that passes the VELOCITY
      *>                    record. A replay is the late completion
      *>                    of a transaction already attempted, not
      *>                    new activity, so it is routed untracked;
      *>                    the route reason rides on the replayed
      *>                    work-queue item.
      *>   2026-09-23  PAY  Account holds: an account now on the
      *>                    master is checked against its ACCTHOLD
      *>                    holds through HELLORTE's hold check on
      *>                    the run date before it is replayed. An
      *>                    open account with a live hold is not
      *>                    replayed, reports HOLD (counted with the
      *>                    unreplayable accounts for the return
      *>                    code) and raises a severity-2 HOLD alert
      *>                    on the permanent ALERTF alert file. As
      *>                    with INVTYPE, the NOTFND row stands as
      *>                    its AUDIT-LOG failure; once the hold is
      *>                    released or lapses, the next run replays
      *>                    it.
      *>   2026-10-12  PAY  Outbound event feed: each replay - the
      *>                    transaction finally routed - is appended
      *>                    to the EVTFEED batch event file as a
      *>                    routed outcome, numbered in the BRPL
      *>                    stream's own daily sequence off EVTCTL,
      *>                    so the CRM and fraud integrations learn
      *>                    of it the way they learn of an online
      *>                    routing. An account not replayed has no
      *>                    new outcome; the NOTFND event it raised
      *>                    when it failed still stands.
      *>   2026-10-13  PAY  Start and end records on the RUNLEDG run
      *>                    ledger through RUNLEDGR.
      *>   2026-10-15  PAY  The run works out its business date once,
      *>                    at start, from the BUSCAL business
      *>                    calendar through BUSDATE, as HELLOBCH
      *>                    does. Replayed journal records carry it
      *>                    beside the clock stamp, it keys the
      *>                    CTLTOTLS record bumped and is the ACCTPOS
      *>                    posting date. No calendar - the run date.
      *> ------------------------------------------------------------

       ENVIRONMENT DIVISION.
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CM-ACCOUNT-NO.
           SELECT TRAN-TYPE-FILE ASSIGN TO TRANTYPE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS TT-TYPE-CODE.
           SELECT ACCOUNT-POSITION-FILE ASSIGN TO ACCTPOS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS AP-ACCOUNT-NO.
           SELECT ACCOUNT-HOLD-FILE ASSIGN TO ACCTHOLD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS HL-KEY.
           SELECT ALERT-FILE ASSIGN TO ALERTF
              ORGANIZATION IS SEQUENTIAL.
           SELECT ACT-JOURNAL-FILE ASSIGN TO ACTJRNL
              ORGANIZATION IS SEQUENTIAL.
           SELECT WORK-QUEUE-FILE ASSIGN TO SPWORKQ
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CT-CONTROL-DATE.
           SELECT BUSINESS-CALENDAR-FILE ASSIGN TO BUSCAL
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS BC-KEY.
           SELECT EVENT-FEED-FILE ASSIGN TO EVTFEED
              ORGANIZATION IS SEQUENTIAL.
           SELECT EVENT-CONTROL-FILE ASSIGN TO EVTCTL
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS EC-KEY.
           SELECT REPORT-FILE ASSIGN TO RPTOUT
              ORGANIZATION IS SEQUENTIAL.

       FD  CUSTOMER-MASTER-FILE.
           COPY CUSTMAS.

       FD  TRAN-TYPE-FILE.
           COPY TRANTYPE.

       FD  ACCOUNT-POSITION-FILE.
           COPY ACCTPOS.

       FD  ACCOUNT-HOLD-FILE.
           COPY ACCTHOLD.

       FD  ALERT-FILE
           RECORDING MODE IS F.
           COPY ALERTQ.

       FD  ACT-JOURNAL-FILE
           RECORDING MODE IS F.
           COPY ACTJRNL.
       FD  CONTROL-TOTALS-FILE.
           COPY CTLTOT.

       FD  BUSINESS-CALENDAR-FILE.
           COPY BUSCAL.

       FD  EVENT-FEED-FILE
           RECORDING MODE IS F.
           COPY OUTEVT.

       FD  EVENT-CONTROL-FILE.
           COPY EVTCTL.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  RPT-LINE                   PIC X(80).
       77  WS-SEEN-COUNT              PIC 9(05) COMP VALUE ZERO.
       77  WS-LOOKUP-ACCOUNT          PIC X(10).
       77  WS-PRELOADED-COUNT         PIC 9(05) COMP VALUE ZERO.
       77  WS-AUDIT-READ-COUNT        PIC 9(09) COMP VALUE ZERO.
       77  WS-REPLAYED-COUNT          PIC 9(07) COMP VALUE ZERO.
       77  WS-MISSING-COUNT           PIC 9(07) COMP VALUE ZERO.
       77  WS-SKIPPED-DUP-COUNT       PIC 9(07) COMP VALUE ZERO.
       77  WS-REPLAY-TASK-NO          PIC 9(07) VALUE ZERO.
       77  WS-CLOSED-COUNT            PIC 9(07) COMP VALUE ZERO.
       77  WS-INVTYPE-COUNT           PIC 9(07) COMP VALUE ZERO.
       77  WS-HOLD-COUNT              PIC 9(07) COMP VALUE ZERO.
       77  WS-HOLD-MORE-SW            PIC X(01).
           88 HOLD-MORE                   VALUE 'Y'.
       77  WS-OVERFLOW-SW             PIC X(01) VALUE 'N'.
           88 SEEN-TABLE-OVERFLOW         VALUE 'Y'.
       77  WS-CURRENT-DATE-8          PIC 9(08).
       77  WS-CURRENT-TIME-8          PIC 9(08).
      *> The business date the whole run is stamped with (BUSDATE).
       77  WS-BUSINESS-DATE           PIC 9(08).
       77  WS-CTL-FUNC                PIC X(01).
       77  WS-EVT-TIME                PIC 9(08).

      *> Parameter area for the HELLORTE common routing routine,
      *> plus a control-record image held at routing-normal /
      *> amountless replay must never trip the over-amount rule.
           COPY ROUTEPRM.
           COPY PARMFILE.
      *> Only carried to satisfy HELLORTE's linkage for the hold
      *> check - replays are routed untracked and never touch it.
           COPY VELOCITY.

      *> Parameter area for the ACCTPOST common posting routine.
           COPY POSTPRM.

      *> One entry per distinct account met this run, preloaded
      *> with every account a prior run's BRPL journal rows show as
           05 SEEN-ENTRY OCCURS 2000 TIMES.
              10 SN-ACCOUNT            PIC X(10).

       01  WS-HOLD-ALERT-TEXT.
           05 FILLER                  PIC X(29)
              VALUE 'TRANSACTION AGAINST HELD ACCT'.
           05 FILLER                  PIC X(03) VALUE ' - '.
           05 WHA-TYPE                PIC X(04).
           05 FILLER                  PIC X(04) VALUE SPACES.

       01  RPT-HEADING-1.
           05 FILLER                  PIC X(40)
              VALUE 'HELLO NOTFND BULK REPLAY'.
              'REPLAY STATUS                   '.
           05 RS-STATUS               PIC X(10).

           COPY RUNLPRM.
           COPY BUSDPRM.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           MOVE 'S' TO RN-FUNCTION
           PERFORM 9900-RECORD-RUN THRU 9900-EXIT
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-PROCESS-AUDIT THRU 2000-EXIT
              UNTIL AUDIT-EOF
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-MISSING-COUNT > ZERO
                 OR WS-INVTYPE-COUNT > ZERO
                 OR WS-HOLD-COUNT > ZERO
                 MOVE 4 TO RETURN-CODE
              ELSE
                 MOVE 0 TO RETURN-CODE
              END-IF
           END-IF
           MOVE 'E' TO RN-FUNCTION
           PERFORM 9900-RECORD-RUN THRU 9900-EXIT
           STOP RUN.

      *> The journal is read first (then reopened for extend) so
       1000-INITIALIZE.
           OPEN INPUT AUDIT-LOG-FILE
           OPEN INPUT CUSTOMER-MASTER-FILE
           OPEN INPUT TRAN-TYPE-FILE
           OPEN INPUT ACT-JOURNAL-FILE
           READ ACT-JOURNAL-FILE
              AT END MOVE 'Y' TO WS-JRNL-EOF-SW
           OPEN EXTEND ACT-JOURNAL-FILE
           OPEN EXTEND WORK-QUEUE-FILE
           OPEN I-O CONTROL-TOTALS-FILE
           OPEN I-O ACCOUNT-POSITION-FILE
           OPEN INPUT ACCOUNT-HOLD-FILE
           OPEN EXTEND ALERT-FILE
           OPEN EXTEND EVENT-FEED-FILE
           OPEN I-O EVENT-CONTROL-FILE
           OPEN OUTPUT REPORT-FILE
           ACCEPT WS-CURRENT-DATE-8 FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME-8 FROM TIME
           PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT
           MOVE 0 TO PF-ROUTING-MODE
           MOVE 'N' TO PF-SIMULATION-FLAG
           MOVE ZERO TO PF-AMOUNT-THRESHOLD
       1000-EXIT.
           EXIT.

      *> The business calendar is read once for the run and the
      *> run's start stamp goes to BUSDATE for the cutoff rule, the
      *> same as HELLOBCH. No calendar - the run date stands.
       1050-GET-BUSINESS-DATE.
           OPEN INPUT BUSINESS-CALENDAR-FILE
           MOVE 'C' TO BC-RECORD-TYPE
           MOVE ZERO TO BC-KEY-DATE
           READ BUSINESS-CALENDAR-FILE
              INVALID KEY
                 DISPLAY 'BULKRPLY BUSCAL CONTROL RECORD NOT FOUND - '
                    'STAMPING THE RUN DATE'
                 MOVE SPACES TO BC-RECORD
           END-READ
           CLOSE BUSINESS-CALENDAR-FILE
           MOVE WS-CURRENT-DATE-8 TO BD-CLOCK-DATE
           MOVE WS-CURRENT-TIME-8 TO BD-CLOCK-TIME
           CALL 'BUSDATE' USING BD-PARMS BC-RECORD
           MOVE BD-BUSINESS-DATE TO WS-BUSINESS-DATE
           DISPLAY 'BULKRPLY BUSINESS DATE ' WS-BUSINESS-DATE.
       1050-EXIT.
           EXIT.

      *> Marks an account a prior run's BRPL journal row shows as
      *> already replayed. A preload past the table's capacity
      *> raises the same overflow protocol as the main scan - the
      *> already handled this run (SKIPPED-DUP), or a fresh account
      *> to probe on the master and replay or report still missing.
       2000-PROCESS-AUDIT.
           ADD 1 TO WS-AUDIT-READ-COUNT
           IF AL-COND-NOTFND
              PERFORM 2100-HANDLE-NOTFND THRU 2100-EXIT
           END-IF
              WRITE RPT-LINE FROM RPT-DETAIL-LINE
              GO TO 2100-EXIT
           END-IF
           PERFORM 2300-CHECK-TRAN-TYPE THRU 2300-EXIT
           IF RT-RESULT-INVTYPE
              ADD 1 TO WS-INVTYPE-COUNT
              MOVE 'INVTYPE         ' TO RD-OUTCOME
              MOVE AL-KEY-VALUE TO RD-ACCOUNT
              WRITE RPT-LINE FROM RPT-DETAIL-LINE
              GO TO 2100-EXIT
           END-IF
           PERFORM 2200-PROBE-MASTER THRU 2200-EXIT
           IF MASTER-FOUND
              PERFORM 2400-CHECK-HOLDS THRU 2400-EXIT
              MOVE 'R' TO RT-FUNCTION
              MOVE AL-KEY-VALUE TO RT-ACCOUNT-NO
              MOVE 'N' TO RT-VELOCITY-SW
              CALL 'HELLORTE' USING RT-PARMS CM-RECORD PF-RECORD
           END-IF
           IF MASTER-FOUND AND RT-RESULT-CLOSED
              ADD 1 TO WS-CLOSED-COUNT
              MOVE 'ACCT-CLOSED     ' TO RD-OUTCOME
              MOVE AL-KEY-VALUE TO RD-ACCOUNT
              WRITE RPT-LINE FROM RPT-DETAIL-LINE
              GO TO 2100-EXIT
           END-IF
           IF MASTER-FOUND AND RT-RESULT-HELD
              ADD 1 TO WS-HOLD-COUNT
              PERFORM 4200-WRITE-HOLD-ALERT THRU 4200-EXIT
              MOVE 'HOLD            ' TO RD-OUTCOME
           ELSE
              IF MASTER-FOUND
                 PERFORM 3000-REPLAY-ACCOUNT THRU 3000-EXIT
       2200-EXIT.
           EXIT.

      *> The audit row's type code through HELLORTE's type check,
      *> at amount zero (RT-TRAN-AMOUNT is held there for the whole
      *> run). A replay never had an amount to give, so a missing-
      *> amount answer is not held against it; a row that predates
      *> the type field carries spaces and replays unchecked.
       2300-CHECK-TRAN-TYPE.
           MOVE 'O' TO RT-RESULT-CODE
           IF AL-TRAN-TYPE = SPACES OR AL-TRAN-TYPE = LOW-VALUES
              GO TO 2300-EXIT
           END-IF
           MOVE AL-TRAN-TYPE TO TT-TYPE-CODE
           READ TRAN-TYPE-FILE
              INVALID KEY MOVE SPACES TO TT-RECORD
           END-READ
           MOVE 'T' TO RT-FUNCTION
           MOVE AL-TRAN-TYPE TO RT-TRAN-TYPE
           CALL 'HELLORTE' USING RT-PARMS CM-RECORD PF-RECORD
              TT-RECORD
           IF RT-RESULT-INVTYPE AND RT-REASON-AMOUNT-MISSING
              MOVE 'O' TO RT-RESULT-CODE
           END-IF.
       2300-EXIT.
           EXIT.

      *> Walks the account's holds on ACCTHOLD (positioned at
      *> sequence zero, stopping at the next account) through
      *> HELLORTE's hold check on the run date; the first live hold
      *> sets RT-HOLD-SW and RT-HOLD-TYPE for the route call. CM-KEY
      *> still holds the account the master probe just found.
       2400-CHECK-HOLDS.
           MOVE 'N' TO RT-HOLD-SW
           MOVE SPACES TO RT-HOLD-TYPE
           MOVE WS-CURRENT-DATE-8 TO RT-HOLD-DATE
           MOVE CM-ACCOUNT-NO TO HL-ACCOUNT-NO
           MOVE ZERO TO HL-HOLD-SEQ
           MOVE 'Y' TO WS-HOLD-MORE-SW
           START ACCOUNT-HOLD-FILE KEY IS NOT < HL-KEY
              INVALID KEY MOVE 'N' TO WS-HOLD-MORE-SW
           END-START
           PERFORM 2410-NEXT-HOLD THRU 2410-EXIT
              UNTIL RT-HOLD-LIVE OR NOT HOLD-MORE.
       2400-EXIT.
           EXIT.

       2410-NEXT-HOLD.
           READ ACCOUNT-HOLD-FILE NEXT
              AT END
                 MOVE 'N' TO WS-HOLD-MORE-SW
                 GO TO 2410-EXIT
           END-READ
           IF HL-ACCOUNT-NO NOT = CM-ACCOUNT-NO
              MOVE 'N' TO WS-HOLD-MORE-SW
              GO TO 2410-EXIT
           END-IF
           MOVE 'H' TO RT-FUNCTION
           CALL 'HELLORTE' USING RT-PARMS CM-RECORD PF-RECORD
              TT-RECORD VL-RECORD HL-RECORD
           IF RT-RESULT-HELD
              MOVE 'Y' TO RT-HOLD-SW
              MOVE HL-HOLD-TYPE TO RT-HOLD-TYPE
           END-IF.
       2410-EXIT.
           EXIT.

      *> Lands the records a successful HELLO routing would have
      *> left: the activity-journal record always, plus a pending
      *> work-queue item when the account carries special handling.
           MOVE 'BTCH' TO AJ-TERMINAL-ID
           MOVE WS-CURRENT-DATE-8 TO AJ-DATE
           MOVE WS-CURRENT-TIME-8 TO AJ-TIME
           MOVE WS-BUSINESS-DATE TO AJ-BUSINESS-DATE
           MOVE AL-KEY-VALUE TO AJ-ACCOUNT-NO
           MOVE CM-HANDLING-CODE TO AJ-HANDLING-CODE
           MOVE AL-TRAN-TYPE TO AJ-TRAN-TYPE
           MOVE ZERO TO AJ-TRAN-AMOUNT
           IF RT-ROUTE-SPECIAL
              MOVE 'SPECIAL' TO AJ-ROUTE-CODE
              MOVE 'NORMAL' TO AJ-ROUTE-CODE
           END-IF
           WRITE AJ-RECORD
           PERFORM 3050-POST-POSITION THRU 3050-EXIT
           MOVE 'S' TO WS-CTL-FUNC
           PERFORM 8000-BUMP-CONTROL THRU 8000-EXIT
           IF RT-ROUTE-SPECIAL
              MOVE 'N' TO WS-CTL-FUNC
           END-IF
           PERFORM 8000-BUMP-CONTROL THRU 8000-EXIT
           PERFORM 3100-WRITE-EVENT THRU 3100-EXIT
           IF RT-ROUTE-SPECIAL
              MOVE SPACES TO WQ-RECORD
              MOVE 'BRPL' TO WQ-TRANS-ID
              MOVE SPACES TO WQ-DISPOSITION-CODE
              MOVE SPACES TO WQ-WORKED-BY
              MOVE ZERO TO WQ-WORKED-DATE
              MOVE AL-TRAN-TYPE TO WQ-TRAN-TYPE
              MOVE ZERO TO WQ-TRAN-AMOUNT
              MOVE 1 TO WQ-HIT-COUNT
              MOVE '1' TO WQ-PRIORITY-CODE
              MOVE RT-REASON-CODE TO WQ-REASON-CODE
              MOVE WS-CURRENT-DATE-8 TO WQ-LAST-DATE
              MOVE WS-CURRENT-TIME-8 TO WQ-LAST-TIME
              WRITE WQ-RECORD
       3000-EXIT.
           EXIT.

      *> Posts the replay to the account's position record through
      *> ACCTPOST at amount zero - nothing moves but the activity
      *> date, so the debit/credit side does not matter.
       3050-POST-POSITION.
           MOVE WS-BUSINESS-DATE TO PP-POST-DATE
           MOVE ZERO TO PP-TRAN-AMOUNT
           MOVE SPACE TO PP-DC-INDICATOR
           MOVE AL-KEY-VALUE TO AP-ACCOUNT-NO
           READ ACCOUNT-POSITION-FILE
              INVALID KEY
                 MOVE SPACES TO AP-RECORD
                 MOVE AL-KEY-VALUE TO AP-ACCOUNT-NO
                 CALL 'ACCTPOST' USING PP-PARMS AP-RECORD
                 WRITE AP-RECORD
                    INVALID KEY
                       DISPLAY 'BULKRPLY ACCTPOS WRITE FAILED FOR '
                          AL-KEY-VALUE
                 END-WRITE
              NOT INVALID KEY
                 CALL 'ACCTPOST' USING PP-PARMS AP-RECORD
                 REWRITE AP-RECORD
                    INVALID KEY
                       DISPLAY 'BULKRPLY ACCTPOS REWRITE FAILED FOR '
                          AL-KEY-VALUE
                 END-REWRITE
           END-READ.
       3050-EXIT.
           EXIT.

      *> Publishes the replay on the EVTFEED batch event file as a
      *> routed outcome under the next BRPL sequence number for the
      *> run date (3110). Like the journal record it carries no
      *> amount; the partner is the one the failing row recorded.
       3100-WRITE-EVENT.
           ACCEPT WS-EVT-TIME FROM TIME
           PERFORM 3110-NEXT-EVENT-SEQ THRU 3110-EXIT
           MOVE SPACES TO OE-RECORD
           MOVE 'E' TO OE-RECORD-TYPE
           MOVE '01' TO OE-LAYOUT-VERSION
           MOVE EC-STREAM TO OE-STREAM
           MOVE EC-EVENT-DATE TO OE-EVENT-DATE
           MOVE EC-LAST-SEQUENCE TO OE-SEQUENCE-NO
           MOVE WS-EVT-TIME TO OE-EVENT-TIME
           MOVE 'BULKRPLY' TO OE-SOURCE-PROGRAM
           MOVE 'BRPL' TO OE-TRANS-ID
           MOVE WS-REPLAY-TASK-NO TO OE-TASK-ID
           MOVE 'R' TO OE-OUTCOME-CLASS
           MOVE AJ-ROUTE-CODE TO OE-OUTCOME-CODE
           MOVE RT-REASON-CODE TO OE-REASON-CODE
           MOVE AL-KEY-VALUE TO OE-ACCOUNT-NO
           MOVE AL-PARTNER-ID TO OE-PARTNER-ID
           MOVE AL-TRAN-TYPE TO OE-TRAN-TYPE
           MOVE ZERO TO OE-TRAN-AMOUNT
           WRITE OE-RECORD.
       3100-EXIT.
           EXIT.

      *> Takes the BRPL stream's next sequence number for the run
      *> date on EVTCTL, creating the day's record on first use -
      *> the number taken is left in EC-LAST-SEQUENCE. A replay is
      *> always a routed outcome.
       3110-NEXT-EVENT-SEQ.
           MOVE WS-CURRENT-DATE-8 TO EC-EVENT-DATE
           MOVE 'BRPL' TO EC-STREAM
           READ EVENT-CONTROL-FILE
              INVALID KEY
                 MOVE SPACES TO EC-RECORD
                 MOVE WS-CURRENT-DATE-8 TO EC-EVENT-DATE
                 MOVE 'BRPL' TO EC-STREAM
                 MOVE 1 TO EC-LAST-SEQUENCE EC-ROUTED-COUNT
                 MOVE ZERO TO EC-COND-COUNT
                 MOVE WS-EVT-TIME TO EC-FIRST-TIME
                 MOVE WS-EVT-TIME TO EC-LAST-TIME
                 WRITE EC-RECORD
              NOT INVALID KEY
                 ADD 1 TO EC-LAST-SEQUENCE
                 ADD 1 TO EC-ROUTED-COUNT
                 MOVE WS-EVT-TIME TO EC-LAST-TIME
                 REWRITE EC-RECORD
           END-READ.
       3110-EXIT.
           EXIT.

      *> A held account's replay alerts the way HELLO's transaction
      *> does online - severity 2, naming the hold type - on the
      *> permanent ALERTF alert file, keyed by the account.
       4200-WRITE-HOLD-ALERT.
           MOVE RT-REASON-CODE TO WHA-TYPE
           MOVE SPACES TO AQ-RECORD
           MOVE 'HOLD' TO AQ-CONDITION-CODE
           MOVE '2' TO AQ-SEVERITY-CODE
           MOVE 'BRPL' TO AQ-TRANS-ID
           MOVE ZERO TO AQ-TASK-ID
           MOVE AL-KEY-VALUE TO AQ-KEY-VALUE
           MOVE WS-HOLD-ALERT-TEXT TO AQ-TEXT
           MOVE WS-CURRENT-DATE-8 TO AQ-DATE
           MOVE WS-CURRENT-TIME-8 TO AQ-TIME
           MOVE SPACE TO AQ-ACK-FLAG
           MOVE SPACES TO AQ-ACK-OPER-ID
           MOVE SPACE TO AQ-ESCALATED-FLAG
           MOVE ZERO TO AQ-ACK-DATE
           MOVE ZERO TO AQ-ACK-TIME
           WRITE AQ-RECORD.
       4200-EXIT.
           EXIT.

       5000-PRODUCE-SUMMARY.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'ACCOUNTS NOW CLOSED               ' TO RC-LABEL
           MOVE WS-CLOSED-COUNT TO RC-COUNT
           WRITE RPT-LINE FROM RPT-COUNT-LINE
           MOVE 'ACCOUNTS WITH INVALID TRAN TYPE   ' TO RC-LABEL
           MOVE WS-INVTYPE-COUNT TO RC-COUNT
           WRITE RPT-LINE FROM RPT-COUNT-LINE
           MOVE 'ACCOUNTS ON HOLD                  ' TO RC-LABEL
           MOVE WS-HOLD-COUNT TO RC-COUNT
           WRITE RPT-LINE FROM RPT-COUNT-LINE
           IF SEEN-TABLE-OVERFLOW
              MOVE 'INCOMPLETE' TO RS-STATUS
           ELSE
              IF WS-MISSING-COUNT > ZERO
                 OR WS-INVTYPE-COUNT > ZERO
                 OR WS-HOLD-COUNT > ZERO
                 MOVE 'UNRESOLVED' TO RS-STATUS
              ELSE
                 MOVE 'COMPLETE  ' TO RS-STATUS
       5000-EXIT.
           EXIT.

      *> Adds this replay to the control totals for the run's
      *> business date on CTLTOTLS, creating the date's record on
      *> first use - the same S/N/P/F counters HELLO bumps online,
      *> so replayed journal records still balance under CTLBAL.
       8000-BUMP-CONTROL.
           MOVE WS-BUSINESS-DATE TO CT-CONTROL-DATE
           READ CONTROL-TOTALS-FILE
              INVALID KEY
                 MOVE SPACES TO CT-RECORD
                 MOVE WS-BUSINESS-DATE TO CT-CONTROL-DATE
                 MOVE ZERO TO CT-TASKS-STARTED CT-ROUTED-NORMAL
                    CT-ROUTED-SPECIAL CT-COND-FAILED
                 MOVE ZERO TO CT-VALUE-NORMAL CT-VALUE-SPECIAL
           IF CT-VALUE-SPECIAL NOT NUMERIC
              MOVE ZERO TO CT-VALUE-SPECIAL
           END-IF
           MOVE WS-CURRENT-DATE-8 TO CT-LAST-CLOCK-DATE
           MOVE WS-CURRENT-TIME-8 TO CT-LAST-CLOCK-TIME
           EVALUATE WS-CTL-FUNC
              WHEN 'S'
                 ADD 1 TO CT-TASKS-STARTED
       8100-EXIT.
           EXIT.

      *> Start and end records on the RUNLEDG run ledger; the end
      *> record carries the counts the run prints.
       9900-RECORD-RUN.
           MOVE 'BULKRPLY' TO RN-PROGRAM
           MOVE RETURN-CODE TO RN-RETURN-CODE
           MOVE WS-AUDIT-READ-COUNT TO RN-RECORDS-READ
           MOVE WS-REPLAYED-COUNT TO RN-RECORDS-WRITTEN
           MOVE 'REPLAYED' TO RN-COUNT-LABEL(1)
           MOVE WS-REPLAYED-COUNT TO RN-COUNT-VALUE(1)
           MOVE 'STILL MISS' TO RN-COUNT-LABEL(2)
           MOVE WS-MISSING-COUNT TO RN-COUNT-VALUE(2)
           MOVE 'DUP SKIPPED' TO RN-COUNT-LABEL(3)
           MOVE WS-SKIPPED-DUP-COUNT TO RN-COUNT-VALUE(3)
           MOVE 'PRELOADED' TO RN-COUNT-LABEL(4)
           MOVE WS-PRELOADED-COUNT TO RN-COUNT-VALUE(4)
           MOVE 'NOW CLOSED' TO RN-COUNT-LABEL(5)
           MOVE WS-CLOSED-COUNT TO RN-COUNT-VALUE(5)
           MOVE 'INVALID TYPE' TO RN-COUNT-LABEL(6)
           MOVE WS-INVTYPE-COUNT TO RN-COUNT-VALUE(6)
           MOVE 'ON HOLD' TO RN-COUNT-LABEL(7)
           MOVE WS-HOLD-COUNT TO RN-COUNT-VALUE(7)
           CALL 'RUNLEDGR' USING RN-PARMS.
       9900-EXIT.
           EXIT.

       9999-TERMINATE.
           CLOSE AUDIT-LOG-FILE
           CLOSE CUSTOMER-MASTER-FILE
           CLOSE TRAN-TYPE-FILE
           CLOSE ACT-JOURNAL-FILE
           CLOSE WORK-QUEUE-FILE
           CLOSE CONTROL-TOTALS-FILE
           CLOSE ACCOUNT-POSITION-FILE
           CLOSE ACCOUNT-HOLD-FILE
           CLOSE ALERT-FILE
           CLOSE EVENT-FEED-FILE
           CLOSE EVENT-CONTROL-FILE
           CLOSE REPORT-FILE.
       9999-EXIT.
           EXIT.
