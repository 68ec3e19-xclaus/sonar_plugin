       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ACCTSTMT.
       AUTHOR.        OPERATIONS SUPPORT GROUP.
       INSTALLATION.  HELLO TRANSACTION SYSTEM.
       DATE-WRITTEN.  2026-09-16.
       DATE-COMPILED.

      *> ------------------------------------------------------------
      *> ACCTSTMT
      *>
      *> Month-end customer statement run. Produces one statement
      *> per active account on CUSTOMER-MASTER for the calendar
      *> month just closed (the month before the run date), from
      *> the account's ACCTPOS position record plus the month's
      *> activity:
      *>
      *>   - opening position for the month;
      *>   - every routed transaction on ACTJRNL, with its type,
      *>     debit/credit side (from the TRANTYPE reference) and
      *>     amount;
      *>   - every rejected attempt on AUDIT-LOG from the
      *>     transaction writers (trans id HELO or HBCH - the
      *>     maintenance events are not attempts), with the
      *>     condition that stopped it;
      *>   - the month's debits and credits and the closing
      *>     position.
      *>
      *> The journal and audit rows for the month are sorted into
      *> account / date / time order and matched against the master
      *> read in key order. The position figures come from the
      *> record's current period when it is still the statement
      *> month, from its prior-period slots when the account has
      *> already posted in the new month, and carry the position
      *> unchanged through a month with no postings. A position
      *> whose statement month has rolled out of both slots (a run
      *> made more than a month late) prints without figures and
      *> sets RETURN-CODE 4. Activity for accounts not on the master
      *> (invalid input, not-found rejects) is counted on the run
      *> report, not printed. Closed accounts get no statement.
      *>
      *> Must run ahead of the month-end AUDARCH purge, which takes
      *> the month's rejected attempts off the live AUDIT-LOG.
      *>
      *> Modification history
      *>   2026-09-16  PAY  Initial version.
      *>   2026-10-13  PAY  Start and end records on the RUNLEDG run
      *>                    ledger through RUNLEDGR.
      *>   2026-10-15  PAY  Journal and audit rows fall in the month
      *>                    of their business date, the date ACCTPOS
      *>                    now posts them under, and print with it;
      *>                    a row written before the business-date
      *>                    stamp goes by its clock date.
      *> ------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO CUSTMAS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS CM-ACCOUNT-NO.
           SELECT ACCOUNT-POSITION-FILE ASSIGN TO ACCTPOS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS AP-ACCOUNT-NO.
           SELECT TRAN-TYPE-FILE ASSIGN TO TRANTYPE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS TT-TYPE-CODE.
           SELECT ACT-JOURNAL-FILE ASSIGN TO ACTJRNL
              ORGANIZATION IS SEQUENTIAL.
           SELECT AUDIT-LOG-FILE ASSIGN TO AUDITLOG
              ORGANIZATION IS SEQUENTIAL.
           SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.
           SELECT STATEMENT-FILE ASSIGN TO STMTOUT
              ORGANIZATION IS SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO RPTOUT
              ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER-FILE.
           COPY CUSTMAS.

       FD  ACCOUNT-POSITION-FILE.
           COPY ACCTPOS.

       FD  TRAN-TYPE-FILE.
           COPY TRANTYPE.

       FD  ACT-JOURNAL-FILE
           RECORDING MODE IS F.
           COPY ACTJRNL.

       FD  AUDIT-LOG-FILE
           RECORDING MODE IS F.
           COPY AUDITLOG.

      *> One statement line's worth of activity - a routed
      *> transaction off the journal or a rejected attempt off the
      *> audit log - keyed for the account / date / time sort.
       SD  SORT-WORK-FILE.
       01  SW-RECORD.
           05 SW-ACCOUNT-NO           PIC X(10).
           05 SW-DATE                 PIC 9(08).
           05 SW-TIME                 PIC 9(08).
           05 SW-TIME-X REDEFINES SW-TIME.
              10 SW-TIME-HHMMSS       PIC X(06).
              10 FILLER               PIC X(02).
           05 SW-SOURCE               PIC X(01).
              88 SW-FROM-JOURNAL          VALUE 'J'.
              88 SW-FROM-AUDIT            VALUE 'A'.
           05 SW-TRAN-TYPE            PIC X(02).
           05 SW-TRAN-AMOUNT          PIC S9(09)V99 COMP-3.
      *> Route code for a journal row, condition code for a reject.
           05 SW-OUTCOME              PIC X(08).

       FD  STATEMENT-FILE
           RECORDING MODE IS F.
       01  STMT-LINE                  PIC X(80).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  RPT-LINE                   PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-MASTER-EOF-SW           PIC X(01) VALUE 'N'.
           88 MASTER-EOF                  VALUE 'Y'.
       77  WS-JOURNAL-EOF-SW          PIC X(01) VALUE 'N'.
           88 JOURNAL-EOF                 VALUE 'Y'.
       77  WS-AUDIT-EOF-SW            PIC X(01) VALUE 'N'.
           88 AUDIT-EOF                   VALUE 'Y'.
       77  WS-SORT-EOF-SW             PIC X(01) VALUE 'N'.
           88 SORT-EOF                    VALUE 'Y'.
       77  WS-POSITION-SW             PIC X(01).
           88 POSITION-AVAILABLE          VALUE 'Y'.
       77  WS-STMT-ACCOUNT            PIC X(10).
       77  WS-STATEMENT-COUNT         PIC 9(07) COMP VALUE ZERO.
       77  WS-CLOSED-SKIP-COUNT       PIC 9(07) COMP VALUE ZERO.
       77  WS-UNMATCHED-COUNT         PIC 9(07) COMP VALUE ZERO.
       77  WS-NO-POSITION-COUNT       PIC 9(07) COMP VALUE ZERO.
       77  WS-SELECTED-JRNL-COUNT     PIC 9(09) COMP VALUE ZERO.
       77  WS-SELECTED-AUDIT-COUNT    PIC 9(09) COMP VALUE ZERO.
       77  WS-LINE-COUNT              PIC 9(07) COMP.
       77  WS-REJECT-COUNT            PIC 9(07) COMP.
       77  WS-OPENING-POSITION        PIC S9(13)V99 COMP-3.
       77  WS-PERIOD-DEBITS           PIC S9(13)V99 COMP-3.
       77  WS-PERIOD-CREDITS          PIC S9(13)V99 COMP-3.
       77  WS-CLOSING-POSITION        PIC S9(13)V99 COMP-3.

       01  WS-RUN-DATE.
           05 WS-RUN-YEAR             PIC 9(04).
           05 WS-RUN-MONTH            PIC 9(02).
           05 WS-RUN-DAY              PIC 9(02).
       01  WS-STMT-PERIOD-PARTS.
           05 WS-STMT-YEAR            PIC 9(04).
           05 WS-STMT-MONTH           PIC 9(02).
       01  WS-STMT-PERIOD REDEFINES WS-STMT-PERIOD-PARTS
                                      PIC 9(06).
      *> Any record date, viewed as its YYYYMM period.
       01  WS-WORK-DATE.
           05 WS-WORK-PERIOD          PIC 9(06).
           05 FILLER                  PIC 9(02).

       01  STMT-RULE-LINE.
           05 FILLER                  PIC X(72) VALUE ALL '='.
       01  STMT-HEADING-1.
           05 FILLER                  PIC X(36)
              VALUE 'HELLO ACCOUNT STATEMENT'.
           05 FILLER                  PIC X(07) VALUE 'PERIOD '.
           05 SH-PERIOD               PIC 9(06).
       01  STMT-HEADING-2.
           05 FILLER                  PIC X(08) VALUE 'ACCOUNT '.
           05 SH-ACCOUNT-NO           PIC 9(10).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 SH-CUSTOMER-NAME        PIC X(30).
       01  STMT-COLUMN-HEADING.
           05 FILLER                  PIC X(40)
              VALUE 'DATE      TIME    TY D          AMOUNT  '.
           05 FILLER                  PIC X(20)
              VALUE 'ACTION   DETAIL'.
       01  STMT-DETAIL-LINE.
           05 SL-DATE                 PIC 9(08).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 SL-TIME                 PIC X(06).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 SL-TRAN-TYPE            PIC X(02).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 SL-DC-INDICATOR         PIC X(01).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 SL-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99.
           05 SL-AMOUNT-X REDEFINES SL-AMOUNT
                                      PIC X(14).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 SL-ACTION               PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 SL-OUTCOME              PIC X(08).
       01  STMT-VALUE-LINE.
           05 SV-LABEL                PIC X(26).
           05 SV-VALUE                PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01  STMT-TEXT-LINE.
           05 ST-TEXT                 PIC X(60).

       01  RPT-HEADING-1.
           05 FILLER                  PIC X(40)
              VALUE 'HELLO MONTH-END STATEMENT RUN'.
       01  RPT-PERIOD-LINE.
           05 FILLER                  PIC X(17)
              VALUE 'STATEMENT PERIOD '.
           05 RPL-PERIOD              PIC 9(06).
       01  RPT-COUNT-LINE.
           05 RC-LABEL                PIC X(34).
           05 RC-COUNT                PIC ZZZ,ZZZ,ZZ9.

           COPY RUNLPRM.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           MOVE 'S' TO RN-FUNCTION
           PERFORM 9900-RECORD-RUN THRU 9900-EXIT
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           SORT SORT-WORK-FILE
              ON ASCENDING KEY SW-ACCOUNT-NO SW-DATE SW-TIME
              INPUT PROCEDURE IS 2000-SELECT-ACTIVITY
                 THRU 2000-EXIT
              OUTPUT PROCEDURE IS 3000-PRODUCE-STATEMENTS
                 THRU 3000-EXIT
           PERFORM 5000-PRODUCE-SUMMARY THRU 5000-EXIT
           PERFORM 9999-TERMINATE THRU 9999-EXIT
           IF WS-NO-POSITION-COUNT > ZERO
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           MOVE 'E' TO RN-FUNCTION
           PERFORM 9900-RECORD-RUN THRU 9900-EXIT
           STOP RUN.

      *> The statement month is the calendar month before the run
      *> date - the job runs in the first days of the new month.
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           IF WS-RUN-MONTH = 1
              COMPUTE WS-STMT-YEAR = WS-RUN-YEAR - 1
              MOVE 12 TO WS-STMT-MONTH
           ELSE
              MOVE WS-RUN-YEAR TO WS-STMT-YEAR
              COMPUTE WS-STMT-MONTH = WS-RUN-MONTH - 1
           END-IF
           OPEN INPUT CUSTOMER-MASTER-FILE
           OPEN INPUT ACCOUNT-POSITION-FILE
           OPEN INPUT TRAN-TYPE-FILE
           OPEN OUTPUT STATEMENT-FILE
           OPEN OUTPUT REPORT-FILE
           WRITE RPT-LINE FROM RPT-HEADING-1
           MOVE WS-STMT-PERIOD TO RPL-PERIOD
           WRITE RPT-LINE FROM RPT-PERIOD-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.
       1000-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> Sort input: the month's journal rows and the month's
      *> transaction-writer rejects, one sort record each.
      *> ----------------------------------------------------------
       2000-SELECT-ACTIVITY.
           OPEN INPUT ACT-JOURNAL-FILE
           READ ACT-JOURNAL-FILE
              AT END MOVE 'Y' TO WS-JOURNAL-EOF-SW
           END-READ
           PERFORM 2100-SELECT-JOURNAL THRU 2100-EXIT
              UNTIL JOURNAL-EOF
           CLOSE ACT-JOURNAL-FILE
           OPEN INPUT AUDIT-LOG-FILE
           READ AUDIT-LOG-FILE
              AT END MOVE 'Y' TO WS-AUDIT-EOF-SW
           END-READ
           PERFORM 2200-SELECT-AUDIT THRU 2200-EXIT
              UNTIL AUDIT-EOF
           CLOSE AUDIT-LOG-FILE.
       2000-EXIT.
           EXIT.

      *> A journal row that predates the amount field carries spaces
      *> in the packed slot and prints as zero; one that predates
      *> the business date goes by its clock date.
       2100-SELECT-JOURNAL.
           IF AJ-BUSINESS-DATE NUMERIC
              AND AJ-BUSINESS-DATE > ZERO
              MOVE AJ-BUSINESS-DATE TO WS-WORK-DATE
           ELSE
              MOVE AJ-DATE TO WS-WORK-DATE
           END-IF
           IF WS-WORK-PERIOD NOT = WS-STMT-PERIOD
              GO TO 2100-NEXT
           END-IF
           MOVE SPACES TO SW-RECORD
           MOVE AJ-ACCOUNT-NO TO SW-ACCOUNT-NO
           MOVE WS-WORK-DATE TO SW-DATE
           MOVE AJ-TIME TO SW-TIME
           MOVE 'J' TO SW-SOURCE
           MOVE AJ-TRAN-TYPE TO SW-TRAN-TYPE
           IF AJ-TRAN-AMOUNT NUMERIC
              MOVE AJ-TRAN-AMOUNT TO SW-TRAN-AMOUNT
           ELSE
              MOVE ZERO TO SW-TRAN-AMOUNT
           END-IF
           MOVE AJ-ROUTE-CODE TO SW-OUTCOME
           RELEASE SW-RECORD
           ADD 1 TO WS-SELECTED-JRNL-COUNT.
       2100-NEXT.
           READ ACT-JOURNAL-FILE
              AT END MOVE 'Y' TO WS-JOURNAL-EOF-SW
           END-READ.
       2100-EXIT.
           EXIT.

      *> Only the transaction-processing writers' rows are attempts
      *> the customer made - maintenance events stay off the
      *> statement, same as CTLBAL keeps them off the failed count.
       2200-SELECT-AUDIT.
           IF AL-BUSINESS-DATE NUMERIC
              AND AL-BUSINESS-DATE > ZERO
              MOVE AL-BUSINESS-DATE TO WS-WORK-DATE
           ELSE
              MOVE AL-DATE TO WS-WORK-DATE
           END-IF
           IF WS-WORK-PERIOD NOT = WS-STMT-PERIOD
              GO TO 2200-NEXT
           END-IF
           IF AL-TRANS-ID NOT = 'HELO' AND AL-TRANS-ID NOT = 'HBCH'
              GO TO 2200-NEXT
           END-IF
           MOVE SPACES TO SW-RECORD
           MOVE AL-KEY-VALUE TO SW-ACCOUNT-NO
           MOVE WS-WORK-DATE TO SW-DATE
           MOVE AL-TIME TO SW-TIME
           MOVE 'A' TO SW-SOURCE
           MOVE AL-TRAN-TYPE TO SW-TRAN-TYPE
           MOVE ZERO TO SW-TRAN-AMOUNT
           MOVE AL-CONDITION-CODE TO SW-OUTCOME
           RELEASE SW-RECORD
           ADD 1 TO WS-SELECTED-AUDIT-COUNT.
       2200-NEXT.
           READ AUDIT-LOG-FILE
              AT END MOVE 'Y' TO WS-AUDIT-EOF-SW
           END-READ.
       2200-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> Sort output: the sorted activity matched against the
      *> master in account order. Activity sorting ahead of the
      *> current master account belongs to no master record.
      *> ----------------------------------------------------------
       3000-PRODUCE-STATEMENTS.
           RETURN SORT-WORK-FILE
              AT END MOVE 'Y' TO WS-SORT-EOF-SW
           END-RETURN
           READ CUSTOMER-MASTER-FILE NEXT
              AT END MOVE 'Y' TO WS-MASTER-EOF-SW
           END-READ
           PERFORM 3100-ONE-ACCOUNT THRU 3100-EXIT
              UNTIL MASTER-EOF
           PERFORM 3150-SKIP-UNMATCHED THRU 3150-EXIT
              UNTIL SORT-EOF.
       3000-EXIT.
           EXIT.

       3100-ONE-ACCOUNT.
           MOVE CM-ACCOUNT-NO TO WS-STMT-ACCOUNT
           PERFORM 3150-SKIP-UNMATCHED THRU 3150-EXIT
              UNTIL SORT-EOF OR SW-ACCOUNT-NO NOT < WS-STMT-ACCOUNT
           IF CM-STATUS-ACTIVE
              PERFORM 3200-WRITE-STATEMENT THRU 3200-EXIT
           ELSE
              ADD 1 TO WS-CLOSED-SKIP-COUNT
              PERFORM 3160-SKIP-ACCOUNT THRU 3160-EXIT
                 UNTIL SORT-EOF OR SW-ACCOUNT-NO NOT = WS-STMT-ACCOUNT
           END-IF
           READ CUSTOMER-MASTER-FILE NEXT
              AT END MOVE 'Y' TO WS-MASTER-EOF-SW
           END-READ.
       3100-EXIT.
           EXIT.

       3150-SKIP-UNMATCHED.
           ADD 1 TO WS-UNMATCHED-COUNT
           RETURN SORT-WORK-FILE
              AT END MOVE 'Y' TO WS-SORT-EOF-SW
           END-RETURN.
       3150-EXIT.
           EXIT.

       3160-SKIP-ACCOUNT.
           RETURN SORT-WORK-FILE
              AT END MOVE 'Y' TO WS-SORT-EOF-SW
           END-RETURN.
       3160-EXIT.
           EXIT.

       3200-WRITE-STATEMENT.
           ADD 1 TO WS-STATEMENT-COUNT
           PERFORM 3300-FETCH-POSITION THRU 3300-EXIT
           WRITE STMT-LINE FROM STMT-RULE-LINE
           MOVE WS-STMT-PERIOD TO SH-PERIOD
           WRITE STMT-LINE FROM STMT-HEADING-1
           MOVE CM-ACCOUNT-NO TO SH-ACCOUNT-NO
           MOVE CM-CUSTOMER-NAME TO SH-CUSTOMER-NAME
           WRITE STMT-LINE FROM STMT-HEADING-2
           MOVE SPACES TO STMT-LINE
           WRITE STMT-LINE
           IF POSITION-AVAILABLE
              MOVE 'OPENING POSITION          ' TO SV-LABEL
              MOVE WS-OPENING-POSITION TO SV-VALUE
              WRITE STMT-LINE FROM STMT-VALUE-LINE
           ELSE
              MOVE 'POSITION FOR THIS PERIOD NO LONGER ON FILE'
                 TO ST-TEXT
              WRITE STMT-LINE FROM STMT-TEXT-LINE
           END-IF
           MOVE SPACES TO STMT-LINE
           WRITE STMT-LINE
           WRITE STMT-LINE FROM STMT-COLUMN-HEADING
           MOVE ZERO TO WS-LINE-COUNT WS-REJECT-COUNT
           PERFORM 3400-WRITE-ACTIVITY THRU 3400-EXIT
              UNTIL SORT-EOF OR SW-ACCOUNT-NO NOT = WS-STMT-ACCOUNT
           IF WS-LINE-COUNT = ZERO
              MOVE 'NO ACTIVITY THIS PERIOD' TO ST-TEXT
              WRITE STMT-LINE FROM STMT-TEXT-LINE
           END-IF
           MOVE SPACES TO STMT-LINE
           WRITE STMT-LINE
           IF POSITION-AVAILABLE
              MOVE 'PERIOD DEBITS             ' TO SV-LABEL
              MOVE WS-PERIOD-DEBITS TO SV-VALUE
              WRITE STMT-LINE FROM STMT-VALUE-LINE
              MOVE 'PERIOD CREDITS            ' TO SV-LABEL
              MOVE WS-PERIOD-CREDITS TO SV-VALUE
              WRITE STMT-LINE FROM STMT-VALUE-LINE
              MOVE 'CLOSING POSITION          ' TO SV-LABEL
              MOVE WS-CLOSING-POSITION TO SV-VALUE
              WRITE STMT-LINE FROM STMT-VALUE-LINE
           END-IF
           IF WS-REJECT-COUNT > ZERO
              MOVE 'REJECTED ATTEMPTS         ' TO SV-LABEL
              MOVE WS-REJECT-COUNT TO SV-VALUE
              WRITE STMT-LINE FROM STMT-VALUE-LINE
           END-IF
           MOVE SPACES TO STMT-LINE
           WRITE STMT-LINE.
       3200-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 3300-FETCH-POSITION sets the statement month's opening,
      *> debits, credits and closing from the position record:
      *>   record still in the statement month - its current figures;
      *>   record last posted before it - no movement, the position
      *>     carried through unchanged;
      *>   record already rolled, prior slot is the statement month
      *>     - the prior figures, closing at the new opening;
      *>   record rolled, prior slot older - no movement, the month
      *>     closed where the new month opened;
      *>   anything else - the month is gone from both slots.
      *> An account with no position record has never posted.
      *> ----------------------------------------------------------
       3300-FETCH-POSITION.
           MOVE 'Y' TO WS-POSITION-SW
           MOVE ZERO TO WS-OPENING-POSITION WS-PERIOD-DEBITS
              WS-PERIOD-CREDITS WS-CLOSING-POSITION
           MOVE CM-ACCOUNT-NO TO AP-ACCOUNT-NO
           READ ACCOUNT-POSITION-FILE
              INVALID KEY
                 GO TO 3300-EXIT
           END-READ
           EVALUATE TRUE
              WHEN AP-PERIOD = WS-STMT-PERIOD
                 MOVE AP-OPENING-POSITION TO WS-OPENING-POSITION
                 MOVE AP-PERIOD-DEBITS TO WS-PERIOD-DEBITS
                 MOVE AP-PERIOD-CREDITS TO WS-PERIOD-CREDITS
                 MOVE AP-CURRENT-POSITION TO WS-CLOSING-POSITION
              WHEN AP-PERIOD < WS-STMT-PERIOD
                 MOVE AP-CURRENT-POSITION TO WS-OPENING-POSITION
                 MOVE AP-CURRENT-POSITION TO WS-CLOSING-POSITION
              WHEN AP-PRIOR-PERIOD = WS-STMT-PERIOD
                 MOVE AP-PRIOR-OPENING TO WS-OPENING-POSITION
                 MOVE AP-PRIOR-DEBITS TO WS-PERIOD-DEBITS
                 MOVE AP-PRIOR-CREDITS TO WS-PERIOD-CREDITS
                 MOVE AP-OPENING-POSITION TO WS-CLOSING-POSITION
              WHEN AP-PRIOR-PERIOD < WS-STMT-PERIOD
                 MOVE AP-OPENING-POSITION TO WS-OPENING-POSITION
                 MOVE AP-OPENING-POSITION TO WS-CLOSING-POSITION
              WHEN OTHER
                 MOVE 'N' TO WS-POSITION-SW
                 ADD 1 TO WS-NO-POSITION-COUNT
                 DISPLAY 'ACCTSTMT POSITION FOR ' WS-STMT-PERIOD
                    ' NO LONGER ON FILE FOR ' CM-ACCOUNT-NO
           END-EVALUATE.
       3300-EXIT.
           EXIT.

      *> One activity line. A routed transaction shows its debit/
      *> credit side off the type reference; a reject carries no
      *> amount (AUDIT-LOG never recorded one) and shows none.
       3400-WRITE-ACTIVITY.
           ADD 1 TO WS-LINE-COUNT
           MOVE SW-DATE TO SL-DATE
           MOVE SW-TIME-HHMMSS TO SL-TIME
           MOVE SW-TRAN-TYPE TO SL-TRAN-TYPE
           MOVE SW-OUTCOME TO SL-OUTCOME
           MOVE SPACE TO SL-DC-INDICATOR
           IF SW-FROM-JOURNAL
              MOVE 'ROUTED  ' TO SL-ACTION
              MOVE SW-TRAN-AMOUNT TO SL-AMOUNT
              IF SW-TRAN-TYPE NOT = SPACES
                 MOVE SW-TRAN-TYPE TO TT-TYPE-CODE
                 READ TRAN-TYPE-FILE
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                       MOVE TT-DC-INDICATOR TO SL-DC-INDICATOR
                 END-READ
              END-IF
           ELSE
              ADD 1 TO WS-REJECT-COUNT
              MOVE 'REJECTED' TO SL-ACTION
              MOVE SPACES TO SL-AMOUNT-X
           END-IF
           WRITE STMT-LINE FROM STMT-DETAIL-LINE
           RETURN SORT-WORK-FILE
              AT END MOVE 'Y' TO WS-SORT-EOF-SW
           END-RETURN.
       3400-EXIT.
           EXIT.

       5000-PRODUCE-SUMMARY.
           MOVE 'JOURNAL ROWS SELECTED             ' TO RC-LABEL
           MOVE WS-SELECTED-JRNL-COUNT TO RC-COUNT
           WRITE RPT-LINE FROM RPT-COUNT-LINE
           MOVE 'REJECTED ATTEMPTS SELECTED        ' TO RC-LABEL
           MOVE WS-SELECTED-AUDIT-COUNT TO RC-COUNT
           WRITE RPT-LINE FROM RPT-COUNT-LINE
           MOVE 'STATEMENTS PRODUCED               ' TO RC-LABEL
           MOVE WS-STATEMENT-COUNT TO RC-COUNT
           WRITE RPT-LINE FROM RPT-COUNT-LINE
           MOVE 'CLOSED ACCOUNTS SKIPPED           ' TO RC-LABEL
           MOVE WS-CLOSED-SKIP-COUNT TO RC-COUNT
           WRITE RPT-LINE FROM RPT-COUNT-LINE
           MOVE 'ROWS FOR ACCOUNTS NOT ON MASTER   ' TO RC-LABEL
           MOVE WS-UNMATCHED-COUNT TO RC-COUNT
           WRITE RPT-LINE FROM RPT-COUNT-LINE
           MOVE 'POSITIONS NO LONGER ON FILE       ' TO RC-LABEL
           MOVE WS-NO-POSITION-COUNT TO RC-COUNT
           WRITE RPT-LINE FROM RPT-COUNT-LINE.
       5000-EXIT.
           EXIT.

      *> Start and end records on the RUNLEDG run ledger; the end
      *> record carries the counts the run prints.
       9900-RECORD-RUN.
           MOVE 'ACCTSTMT' TO RN-PROGRAM
           MOVE RETURN-CODE TO RN-RETURN-CODE
           COMPUTE RN-RECORDS-READ =
              WS-SELECTED-JRNL-COUNT + WS-SELECTED-AUDIT-COUNT
           MOVE WS-STATEMENT-COUNT TO RN-RECORDS-WRITTEN
           MOVE 'JRNL ROWS' TO RN-COUNT-LABEL(1)
           MOVE WS-SELECTED-JRNL-COUNT TO RN-COUNT-VALUE(1)
           MOVE 'REJ ATTEMPTS' TO RN-COUNT-LABEL(2)
           MOVE WS-SELECTED-AUDIT-COUNT TO RN-COUNT-VALUE(2)
           MOVE 'STATEMENTS' TO RN-COUNT-LABEL(3)
           MOVE WS-STATEMENT-COUNT TO RN-COUNT-VALUE(3)
           MOVE 'CLOSED SKIP' TO RN-COUNT-LABEL(4)
           MOVE WS-CLOSED-SKIP-COUNT TO RN-COUNT-VALUE(4)
           MOVE 'NOT ON MAST' TO RN-COUNT-LABEL(5)
           MOVE WS-UNMATCHED-COUNT TO RN-COUNT-VALUE(5)
           MOVE 'NO POSITION' TO RN-COUNT-LABEL(6)
           MOVE WS-NO-POSITION-COUNT TO RN-COUNT-VALUE(6)
           CALL 'RUNLEDGR' USING RN-PARMS.
       9900-EXIT.
           EXIT.

       9999-TERMINATE.
           CLOSE CUSTOMER-MASTER-FILE
           CLOSE ACCOUNT-POSITION-FILE
           CLOSE TRAN-TYPE-FILE
           CLOSE STATEMENT-FILE
           CLOSE REPORT-FILE.
       9999-EXIT.
           EXIT.
