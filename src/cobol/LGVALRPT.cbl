       IDENTIFICATION DIVISION.
       PROGRAM-ID.    LGVALRPT.
       AUTHOR.        OPERATIONS SUPPORT GROUP.
       INSTALLATION.  HELLO TRANSACTION SYSTEM.
       DATE-WRITTEN.  2026-09-21.
       DATE-COMPILED.

      *> ------------------------------------------------------------
      *> LGVALRPT
      *>
      *> Nightly large-value report by tax id. Every row on the
      *> day's ACTJRNL activity journal is looked up on CUSTOMER-
      *> MASTER for its account's tax id, and the day's transaction
      *> amounts are totalled per tax id - across every account
      *> carrying it, so a customer who spreads the day's value over
      *> several accounts (the duplicate entries on the tax-id
      *> alternate index) is measured as one. Each tax id whose day
      *> total exceeds PF-LARGE-VALUE-THRESHOLD on the HELLOPRM
      *> control record is listed on RPTOUT with:
      *>
      *>   - every account on the master carrying the tax id (read
      *>     off the tax-id path), with its status and the day's
      *>     count and value through it;
      *>   - every one of the day's transactions behind the total.
      *>
      *> The same subjects go to REGEXTR as the fixed-format
      *> regulatory extract (layout LGVEXTR - header, subject,
      *> account, detail and trailer records).
      *>
      *> The journal rows are sorted into tax id / account / time
      *> order and each tax id's rows are held in a table while the
      *> total builds, since the total decides whether they print.
      *> Journal rows for accounts no longer on the master cannot be
      *> tied to a tax id and are counted on the run summary. A row
      *> that predates the amount field counts as zero.
      *>
      *> An unset threshold stops the run - the report must never
      *> guess a regulatory threshold, same rule as SPWQRPT and its
      *> SLA window.
      *>
      *> RETURN-CODE 4 = at least one tax id reportable (the extract
      *> must go to the regulator), 8 = threshold not set, or a tax
      *> id had more transactions or accounts than the tables hold
      *> and its listing is incomplete.
      *>
      *> Modification history
      *>   2026-09-21  PAY  Initial version.
      *>   2026-10-13  PAY  Start and end records on the RUNLEDG run
      *>                    ledger through RUNLEDGR.
      *>   2026-10-15  PAY  Accounts merged away by ACCTMRG list as
      *>                    MERGED, not ACTIVE.
      *> ------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-CONTROL-FILE ASSIGN TO PARMCTL
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS PF-PARM-ID.
           SELECT ACT-JOURNAL-FILE ASSIGN TO ACTJRNL
              ORGANIZATION IS SEQUENTIAL.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO CUSTMAS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CM-ACCOUNT-NO
              ALTERNATE RECORD KEY IS CM-TAX-ID
                 WITH DUPLICATES.
           SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.
           SELECT EXTRACT-FILE ASSIGN TO REGEXTR
              ORGANIZATION IS SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO RPTOUT
              ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-CONTROL-FILE.
           COPY PARMFILE.

       FD  ACT-JOURNAL-FILE
           RECORDING MODE IS F.
           COPY ACTJRNL.

       FD  CUSTOMER-MASTER-FILE.
           COPY CUSTMAS.

      *> One of the day's journal rows with the tax id of its
      *> account, keyed for the tax id / account / time sort.
       SD  SORT-WORK-FILE.
       01  SW-RECORD.
           05 SW-TAX-ID               PIC 9(09).
           05 SW-ACCOUNT-NO           PIC X(10).
           05 SW-TIME                 PIC 9(08).
           05 SW-TIME-X REDEFINES SW-TIME.
              10 SW-TIME-HHMMSS       PIC X(06).
              10 FILLER               PIC X(02).
           05 SW-TRANS-ID             PIC X(04).
           05 SW-TRAN-TYPE            PIC X(02).
           05 SW-TRAN-AMOUNT          PIC S9(09)V99 COMP-3.
           05 SW-ROUTE-CODE           PIC X(08).
           05 SW-PARTNER-ID           PIC X(04).

       FD  EXTRACT-FILE
           RECORDING MODE IS F.
           COPY LGVEXTR.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  RPT-LINE                   PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-JOURNAL-EOF-SW          PIC X(01) VALUE 'N'.
           88 JOURNAL-EOF                 VALUE 'Y'.
       77  WS-SORT-EOF-SW             PIC X(01) VALUE 'N'.
           88 SORT-EOF                    VALUE 'Y'.
       77  WS-BROWSE-END-SW           PIC X(01).
           88 BROWSE-END                  VALUE 'Y'.
       77  WS-OVERFLOW-SW             PIC X(01) VALUE 'N'.
           88 TABLE-OVERFLOW              VALUE 'Y'.
       77  WS-GROUP-FULL-SW           PIC X(01).
           88 GROUP-FULL                  VALUE 'Y'.
       77  WS-ACCT-FULL-SW            PIC X(01).
           88 ACCT-FULL                   VALUE 'Y'.
       77  WS-THRESHOLD               PIC 9(09)V99 VALUE ZERO.
       77  WS-REPORT-DATE             PIC 9(08).
       77  WS-RUN-TIME-8              PIC 9(08).
       77  WS-GROUP-TAX-ID            PIC 9(09).
       77  WS-GROUP-IX                PIC 9(05) COMP.
       77  WS-GROUP-COUNT             PIC 9(05) COMP.
       77  WS-GROUP-ROWS              PIC 9(05) COMP.
       77  WS-GROUP-TOTAL             PIC S9(11)V99 COMP-3.
       77  WS-ACCT-IX                 PIC 9(03) COMP.
       77  WS-ACCT-COUNT              PIC 9(03) COMP.
       77  WS-ACCT-ROWS               PIC 9(05) COMP.
       77  WS-ACCT-TOTAL              PIC S9(11)V99 COMP-3.
       77  WS-JOURNAL-READ-COUNT      PIC 9(09) COMP VALUE ZERO.
       77  WS-SELECTED-COUNT          PIC 9(09) COMP VALUE ZERO.
       77  WS-UNMATCHED-COUNT         PIC 9(07) COMP VALUE ZERO.
       77  WS-TAXID-COUNT             PIC 9(07) COMP VALUE ZERO.
       77  WS-SUBJECT-COUNT           PIC 9(07) COMP VALUE ZERO.
       77  WS-SUBJECT-ACCT-COUNT      PIC 9(07) COMP VALUE ZERO.
       77  WS-SUBJECT-TRAN-COUNT      PIC 9(07) COMP VALUE ZERO.
       77  WS-INCOMPLETE-COUNT        PIC 9(07) COMP VALUE ZERO.
       77  WS-REPORTED-VALUE          PIC S9(13)V99 COMP-3
                                      VALUE ZERO.

      *> The current tax id's rows off the sort, held until its
      *> total is known. Rows past the table size still add to the
      *> total; the listing shows the first 500 and is marked
      *> incomplete.
       01  GROUP-TABLE.
           05 GROUP-ENTRY OCCURS 500 TIMES.
              10 GT-ACCOUNT-NO         PIC X(10).
              10 GT-TIME               PIC X(06).
              10 GT-TRANS-ID           PIC X(04).
              10 GT-TRAN-TYPE          PIC X(02).
              10 GT-TRAN-AMOUNT        PIC S9(09)V99 COMP-3.
              10 GT-ROUTE-CODE         PIC X(08).
              10 GT-PARTNER-ID         PIC X(04).

      *> Every account the master carries for a reportable tax id,
      *> off the tax-id path.
       01  ACCOUNT-TABLE.
           05 ACCOUNT-ENTRY OCCURS 50 TIMES.
              10 AT-ACCOUNT-NO         PIC X(10).
              10 AT-CUSTOMER-NAME      PIC X(30).
              10 AT-STATUS-FLAG        PIC X(01).

       01  RPT-HEADING-1.
           05 FILLER                  PIC X(40)
              VALUE 'HELLO LARGE-VALUE REPORT BY TAX ID'.
       01  RPT-HEADING-2.
           05 FILLER                  PIC X(12) VALUE 'REPORT DATE '.
           05 RH-REPORT-DATE          PIC 9(08).
           05 FILLER                  PIC X(14)
              VALUE '    THRESHOLD '.
           05 RH-THRESHOLD            PIC ZZZ,ZZZ,ZZ9.99.
       01  RPT-SUBJECT-LINE.
           05 FILLER                  PIC X(07) VALUE 'TAX ID '.
           05 RS-TAX-ID               PIC 9(09).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 RS-CUSTOMER-NAME        PIC X(30).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 RS-DAY-TOTAL            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  RPT-ACCOUNT-HEADING.
           05 FILLER                  PIC X(40)
              VALUE '  ACCOUNT     NAME                      '.
           05 FILLER                  PIC X(40)
              VALUE 'STATUS   TXNS          DAY VALUE'.
       01  RPT-ACCOUNT-LINE.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 RA-ACCOUNT-NO           PIC X(10).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 RA-CUSTOMER-NAME        PIC X(24).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 RA-STATUS               PIC X(06).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 RA-TRAN-COUNT           PIC ZZZZ9.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 RA-DAY-TOTAL            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  RPT-DETAIL-HEADING.
           05 FILLER                  PIC X(40)
              VALUE '  ACCOUNT     TIME    TRAN TY          A'.
           05 FILLER                  PIC X(40)
              VALUE 'MOUNT  ROUTE     PRTN'.
       01  RPT-DETAIL-LINE.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 RD-ACCOUNT-NO           PIC X(10).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 RD-TIME                 PIC X(06).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 RD-TRANS-ID             PIC X(04).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RD-TRAN-TYPE            PIC X(02).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 RD-TRAN-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 RD-ROUTE-CODE           PIC X(08).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 RD-PARTNER-ID           PIC X(04).
       01  RPT-TEXT-LINE.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 RT-TEXT                 PIC X(60).
       01  RPT-COUNT-LINE.
           05 RC-LABEL                PIC X(34).
           05 RC-COUNT                PIC ZZZ,ZZZ,ZZ9.
       01  RPT-VALUE-LINE.
           05 RV-LABEL                PIC X(34).
           05 RV-VALUE                PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

           COPY RUNLPRM.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           MOVE 'S' TO RN-FUNCTION
           PERFORM 9900-RECORD-RUN THRU 9900-EXIT
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           SORT SORT-WORK-FILE
              ON ASCENDING KEY SW-TAX-ID SW-ACCOUNT-NO SW-TIME
              INPUT PROCEDURE IS 2000-SELECT-ACTIVITY
                 THRU 2000-EXIT
              OUTPUT PROCEDURE IS 3000-PRODUCE-REPORT
                 THRU 3000-EXIT
           PERFORM 5000-PRODUCE-SUMMARY THRU 5000-EXIT
           PERFORM 9999-TERMINATE THRU 9999-EXIT
           EVALUATE TRUE
              WHEN TABLE-OVERFLOW
                 MOVE 8 TO RETURN-CODE
              WHEN WS-SUBJECT-COUNT > ZERO
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE
           MOVE 'E' TO RN-FUNCTION
           PERFORM 9900-RECORD-RUN THRU 9900-EXIT
           STOP RUN.

      *> The report covers the run date's journal - the job runs
      *> late evening, after the day's batch cycle and ahead of
      *> midnight, same as CTLBAL.
       1000-INITIALIZE.
           OPEN INPUT PARM-CONTROL-FILE
           MOVE 'HELLOPRM' TO PF-PARM-ID
           READ PARM-CONTROL-FILE
              INVALID KEY
                 DISPLAY 'LGVALRPT PARMCTL RECORD HELLOPRM NOT FOUND'
                 MOVE 8 TO RETURN-CODE
                 CLOSE PARM-CONTROL-FILE
                 MOVE 'E' TO RN-FUNCTION
                 PERFORM 9900-RECORD-RUN THRU 9900-EXIT
                 STOP RUN
           END-READ
           CLOSE PARM-CONTROL-FILE
           IF PF-LARGE-VALUE-THRESHOLD NOT NUMERIC
              OR PF-LARGE-VALUE-THRESHOLD = ZERO
              DISPLAY 'LGVALRPT PF-LARGE-VALUE-THRESHOLD NOT SET - '
                 'SET IT THROUGH THE PARAMETER MAINTENANCE SCREEN'
              MOVE 8 TO RETURN-CODE
              MOVE 'E' TO RN-FUNCTION
              PERFORM 9900-RECORD-RUN THRU 9900-EXIT
              STOP RUN
           END-IF
           MOVE PF-LARGE-VALUE-THRESHOLD TO WS-THRESHOLD
           ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME-8 FROM TIME
           OPEN INPUT CUSTOMER-MASTER-FILE
           OPEN OUTPUT EXTRACT-FILE
           OPEN OUTPUT REPORT-FILE
           WRITE RPT-LINE FROM RPT-HEADING-1
           MOVE WS-REPORT-DATE TO RH-REPORT-DATE
           MOVE WS-THRESHOLD TO RH-THRESHOLD
           WRITE RPT-LINE FROM RPT-HEADING-2
           MOVE SPACES TO LX-RECORD
           MOVE 'H' TO LX-RECORD-TYPE
           MOVE WS-REPORT-DATE TO LX-REPORT-DATE
           MOVE ZERO TO LX-TAX-ID
           MOVE 'HELLO TRANSACTION SYSTEM' TO LX-H-INSTITUTION
           MOVE WS-THRESHOLD TO LX-H-THRESHOLD
           MOVE WS-REPORT-DATE TO LX-H-RUN-DATE
           MOVE WS-RUN-TIME-8(1:6) TO LX-H-RUN-TIME
           WRITE LX-RECORD.
       1000-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> Sort input: the day's journal rows, each carrying the tax
      *> id of its account off the master.
      *> ----------------------------------------------------------
       2000-SELECT-ACTIVITY.
           OPEN INPUT ACT-JOURNAL-FILE
           READ ACT-JOURNAL-FILE
              AT END MOVE 'Y' TO WS-JOURNAL-EOF-SW
           END-READ
           PERFORM 2100-SELECT-JOURNAL THRU 2100-EXIT
              UNTIL JOURNAL-EOF
           CLOSE ACT-JOURNAL-FILE.
       2000-EXIT.
           EXIT.

      *> The key moves through the group item CM-KEY, not the
      *> numeric CM-ACCOUNT-NO, so a malformed journal account
      *> probes byte-for-byte and falls out INVALID KEY - same note
      *> as BULKRPLY's master probe.
       2100-SELECT-JOURNAL.
           ADD 1 TO WS-JOURNAL-READ-COUNT
           IF AJ-DATE NOT = WS-REPORT-DATE
              GO TO 2100-NEXT
           END-IF
           MOVE AJ-ACCOUNT-NO TO CM-KEY
           READ CUSTOMER-MASTER-FILE
              INVALID KEY
                 ADD 1 TO WS-UNMATCHED-COUNT
                 GO TO 2100-NEXT
           END-READ
           MOVE SPACES TO SW-RECORD
           MOVE CM-TAX-ID TO SW-TAX-ID
           MOVE AJ-ACCOUNT-NO TO SW-ACCOUNT-NO
           MOVE AJ-TIME TO SW-TIME
           MOVE AJ-TRANS-ID TO SW-TRANS-ID
           MOVE AJ-TRAN-TYPE TO SW-TRAN-TYPE
           IF AJ-TRAN-AMOUNT NUMERIC
              MOVE AJ-TRAN-AMOUNT TO SW-TRAN-AMOUNT
           ELSE
              MOVE ZERO TO SW-TRAN-AMOUNT
           END-IF
           MOVE AJ-ROUTE-CODE TO SW-ROUTE-CODE
           MOVE AJ-PARTNER-ID TO SW-PARTNER-ID
           RELEASE SW-RECORD
           ADD 1 TO WS-SELECTED-COUNT.
       2100-NEXT.
           READ ACT-JOURNAL-FILE
              AT END MOVE 'Y' TO WS-JOURNAL-EOF-SW
           END-READ.
       2100-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> Sort output: one tax id at a time - collect its rows and
      *> total, and list it if the total is over the threshold.
      *> ----------------------------------------------------------
       3000-PRODUCE-REPORT.
           RETURN SORT-WORK-FILE
              AT END MOVE 'Y' TO WS-SORT-EOF-SW
           END-RETURN
           PERFORM 3100-ONE-TAX-ID THRU 3100-EXIT
              UNTIL SORT-EOF.
       3000-EXIT.
           EXIT.

       3100-ONE-TAX-ID.
           ADD 1 TO WS-TAXID-COUNT
           MOVE SW-TAX-ID TO WS-GROUP-TAX-ID
           MOVE ZERO TO WS-GROUP-COUNT WS-GROUP-ROWS WS-GROUP-TOTAL
           MOVE 'N' TO WS-GROUP-FULL-SW
           PERFORM 3200-COLLECT-ROW THRU 3200-EXIT
              UNTIL SORT-EOF OR SW-TAX-ID NOT = WS-GROUP-TAX-ID
           IF WS-GROUP-TOTAL > WS-THRESHOLD
              PERFORM 4000-REPORT-SUBJECT THRU 4000-EXIT
           END-IF.
       3100-EXIT.
           EXIT.

       3200-COLLECT-ROW.
           ADD 1 TO WS-GROUP-ROWS
           ADD SW-TRAN-AMOUNT TO WS-GROUP-TOTAL
           IF WS-GROUP-COUNT < 500
              ADD 1 TO WS-GROUP-COUNT
              MOVE SW-ACCOUNT-NO TO GT-ACCOUNT-NO(WS-GROUP-COUNT)
              MOVE SW-TIME-HHMMSS TO GT-TIME(WS-GROUP-COUNT)
              MOVE SW-TRANS-ID TO GT-TRANS-ID(WS-GROUP-COUNT)
              MOVE SW-TRAN-TYPE TO GT-TRAN-TYPE(WS-GROUP-COUNT)
              MOVE SW-TRAN-AMOUNT TO GT-TRAN-AMOUNT(WS-GROUP-COUNT)
              MOVE SW-ROUTE-CODE TO GT-ROUTE-CODE(WS-GROUP-COUNT)
              MOVE SW-PARTNER-ID TO GT-PARTNER-ID(WS-GROUP-COUNT)
           ELSE
              MOVE 'Y' TO WS-GROUP-FULL-SW
           END-IF
           RETURN SORT-WORK-FILE
              AT END MOVE 'Y' TO WS-SORT-EOF-SW
           END-RETURN.
       3200-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> One reportable tax id: its accounts off the tax-id path,
      *> then its transactions, on the report and the extract.
      *> ----------------------------------------------------------
       4000-REPORT-SUBJECT.
           ADD 1 TO WS-SUBJECT-COUNT
           ADD WS-GROUP-TOTAL TO WS-REPORTED-VALUE
           PERFORM 4100-BROWSE-TAX-ID THRU 4100-EXIT
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-GROUP-TAX-ID TO RS-TAX-ID
           MOVE SPACES TO RS-CUSTOMER-NAME
           IF WS-ACCT-COUNT > ZERO
              MOVE AT-CUSTOMER-NAME(1) TO RS-CUSTOMER-NAME
           END-IF
           MOVE WS-GROUP-TOTAL TO RS-DAY-TOTAL
           WRITE RPT-LINE FROM RPT-SUBJECT-LINE
           MOVE SPACES TO LX-RECORD
           MOVE 'S' TO LX-RECORD-TYPE
           MOVE WS-REPORT-DATE TO LX-REPORT-DATE
           MOVE WS-GROUP-TAX-ID TO LX-TAX-ID
           MOVE RS-CUSTOMER-NAME TO LX-S-CUSTOMER-NAME
           MOVE WS-GROUP-TOTAL TO LX-S-DAY-TOTAL
           MOVE WS-GROUP-ROWS TO LX-S-TRAN-COUNT
           MOVE WS-ACCT-COUNT TO LX-S-ACCOUNT-COUNT
           WRITE LX-RECORD
           WRITE RPT-LINE FROM RPT-ACCOUNT-HEADING
           PERFORM 4200-WRITE-ACCOUNT THRU 4200-EXIT
              VARYING WS-ACCT-IX FROM 1 BY 1
              UNTIL WS-ACCT-IX > WS-ACCT-COUNT
           IF ACCT-FULL
              MOVE 'ACCOUNT LIST INCOMPLETE - MORE THAN 50 ON FILE'
                 TO RT-TEXT
              WRITE RPT-LINE FROM RPT-TEXT-LINE
           END-IF
           WRITE RPT-LINE FROM RPT-DETAIL-HEADING
           PERFORM 4300-WRITE-DETAIL THRU 4300-EXIT
              VARYING WS-GROUP-IX FROM 1 BY 1
              UNTIL WS-GROUP-IX > WS-GROUP-COUNT
           IF GROUP-FULL
              MOVE 'TRANSACTION LIST INCOMPLETE - MORE THAN 500 TODAY'
                 TO RT-TEXT
              WRITE RPT-LINE FROM RPT-TEXT-LINE
           END-IF
           IF GROUP-FULL OR ACCT-FULL
              MOVE 'Y' TO WS-OVERFLOW-SW
              ADD 1 TO WS-INCOMPLETE-COUNT
              DISPLAY 'LGVALRPT LISTING INCOMPLETE FOR TAX ID '
                 WS-GROUP-TAX-ID
           END-IF.
       4000-EXIT.
           EXIT.

      *> Every account the master carries under the tax id, active
      *> or closed - the regulator wants the whole relationship, not
      *> only the accounts that moved today.
       4100-BROWSE-TAX-ID.
           MOVE ZERO TO WS-ACCT-COUNT
           MOVE 'N' TO WS-ACCT-FULL-SW
           MOVE 'N' TO WS-BROWSE-END-SW
           MOVE WS-GROUP-TAX-ID TO CM-TAX-ID
           START CUSTOMER-MASTER-FILE
              KEY IS EQUAL TO CM-TAX-ID
              INVALID KEY
                 GO TO 4100-EXIT
           END-START
           PERFORM 4150-NEXT-ACCOUNT THRU 4150-EXIT
              UNTIL BROWSE-END.
       4100-EXIT.
           EXIT.

       4150-NEXT-ACCOUNT.
           READ CUSTOMER-MASTER-FILE NEXT
              AT END
                 MOVE 'Y' TO WS-BROWSE-END-SW
                 GO TO 4150-EXIT
           END-READ
           IF CM-TAX-ID NOT = WS-GROUP-TAX-ID
              MOVE 'Y' TO WS-BROWSE-END-SW
              GO TO 4150-EXIT
           END-IF
           IF WS-ACCT-COUNT NOT < 50
              MOVE 'Y' TO WS-ACCT-FULL-SW
              GO TO 4150-EXIT
           END-IF
           ADD 1 TO WS-ACCT-COUNT
           MOVE CM-KEY TO AT-ACCOUNT-NO(WS-ACCT-COUNT)
           MOVE CM-CUSTOMER-NAME TO AT-CUSTOMER-NAME(WS-ACCT-COUNT)
           MOVE CM-STATUS-FLAG TO AT-STATUS-FLAG(WS-ACCT-COUNT).
       4150-EXIT.
           EXIT.

       4200-WRITE-ACCOUNT.
           ADD 1 TO WS-SUBJECT-ACCT-COUNT
           MOVE ZERO TO WS-ACCT-ROWS WS-ACCT-TOTAL
           PERFORM 4250-SUM-ACCOUNT THRU 4250-EXIT
              VARYING WS-GROUP-IX FROM 1 BY 1
              UNTIL WS-GROUP-IX > WS-GROUP-COUNT
           MOVE AT-ACCOUNT-NO(WS-ACCT-IX) TO RA-ACCOUNT-NO
           MOVE AT-CUSTOMER-NAME(WS-ACCT-IX) TO RA-CUSTOMER-NAME
           EVALUATE AT-STATUS-FLAG(WS-ACCT-IX)
              WHEN 'C'
                 MOVE 'CLOSED' TO RA-STATUS
              WHEN 'M'
                 MOVE 'MERGED' TO RA-STATUS
              WHEN OTHER
                 MOVE 'ACTIVE' TO RA-STATUS
           END-EVALUATE
           MOVE WS-ACCT-ROWS TO RA-TRAN-COUNT
           MOVE WS-ACCT-TOTAL TO RA-DAY-TOTAL
           WRITE RPT-LINE FROM RPT-ACCOUNT-LINE
           MOVE SPACES TO LX-RECORD
           MOVE 'A' TO LX-RECORD-TYPE
           MOVE WS-REPORT-DATE TO LX-REPORT-DATE
           MOVE WS-GROUP-TAX-ID TO LX-TAX-ID
           MOVE AT-ACCOUNT-NO(WS-ACCT-IX) TO LX-A-ACCOUNT-NO
           MOVE AT-CUSTOMER-NAME(WS-ACCT-IX) TO LX-A-CUSTOMER-NAME
           MOVE AT-STATUS-FLAG(WS-ACCT-IX) TO LX-A-STATUS-FLAG
           MOVE WS-ACCT-TOTAL TO LX-A-DAY-TOTAL
           MOVE WS-ACCT-ROWS TO LX-A-TRAN-COUNT
           WRITE LX-RECORD.
       4200-EXIT.
           EXIT.

       4250-SUM-ACCOUNT.
           IF GT-ACCOUNT-NO(WS-GROUP-IX) = AT-ACCOUNT-NO(WS-ACCT-IX)
              ADD 1 TO WS-ACCT-ROWS
              ADD GT-TRAN-AMOUNT(WS-GROUP-IX) TO WS-ACCT-TOTAL
           END-IF.
       4250-EXIT.
           EXIT.

       4300-WRITE-DETAIL.
           ADD 1 TO WS-SUBJECT-TRAN-COUNT
           MOVE GT-ACCOUNT-NO(WS-GROUP-IX) TO RD-ACCOUNT-NO
           MOVE GT-TIME(WS-GROUP-IX) TO RD-TIME
           MOVE GT-TRANS-ID(WS-GROUP-IX) TO RD-TRANS-ID
           MOVE GT-TRAN-TYPE(WS-GROUP-IX) TO RD-TRAN-TYPE
           MOVE GT-TRAN-AMOUNT(WS-GROUP-IX) TO RD-TRAN-AMOUNT
           MOVE GT-ROUTE-CODE(WS-GROUP-IX) TO RD-ROUTE-CODE
           MOVE GT-PARTNER-ID(WS-GROUP-IX) TO RD-PARTNER-ID
           WRITE RPT-LINE FROM RPT-DETAIL-LINE
           MOVE SPACES TO LX-RECORD
           MOVE 'D' TO LX-RECORD-TYPE
           MOVE WS-REPORT-DATE TO LX-REPORT-DATE
           MOVE WS-GROUP-TAX-ID TO LX-TAX-ID
           MOVE GT-ACCOUNT-NO(WS-GROUP-IX) TO LX-D-ACCOUNT-NO
           MOVE GT-TIME(WS-GROUP-IX) TO LX-D-TIME
           MOVE GT-TRAN-TYPE(WS-GROUP-IX) TO LX-D-TRAN-TYPE
           MOVE GT-TRAN-AMOUNT(WS-GROUP-IX) TO LX-D-TRAN-AMOUNT
           MOVE GT-ROUTE-CODE(WS-GROUP-IX) TO LX-D-ROUTE-CODE
           MOVE GT-PARTNER-ID(WS-GROUP-IX) TO LX-D-PARTNER-ID
           MOVE GT-TRANS-ID(WS-GROUP-IX) TO LX-D-TRANS-ID
           WRITE LX-RECORD.
       4300-EXIT.
           EXIT.

       5000-PRODUCE-SUMMARY.
           MOVE SPACES TO LX-RECORD
           MOVE 'T' TO LX-RECORD-TYPE
           MOVE WS-REPORT-DATE TO LX-REPORT-DATE
           MOVE ZERO TO LX-TAX-ID
           MOVE WS-SUBJECT-COUNT TO LX-T-SUBJECT-COUNT
           MOVE WS-SUBJECT-ACCT-COUNT TO LX-T-ACCOUNT-COUNT
           MOVE WS-SUBJECT-TRAN-COUNT TO LX-T-DETAIL-COUNT
           MOVE WS-REPORTED-VALUE TO LX-T-VALUE-TOTAL
           WRITE LX-RECORD
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           IF WS-SUBJECT-COUNT = ZERO
              MOVE 'NO TAX ID OVER THE THRESHOLD TODAY' TO RT-TEXT
              WRITE RPT-LINE FROM RPT-TEXT-LINE
              MOVE SPACES TO RPT-LINE
              WRITE RPT-LINE
           END-IF
           MOVE 'JOURNAL ROWS READ                 ' TO RC-LABEL
           MOVE WS-JOURNAL-READ-COUNT TO RC-COUNT
           WRITE RPT-LINE FROM RPT-COUNT-LINE
           MOVE 'JOURNAL ROWS FOR REPORT DATE      ' TO RC-LABEL
           MOVE WS-SELECTED-COUNT TO RC-COUNT
           WRITE RPT-LINE FROM RPT-COUNT-LINE
           MOVE 'ROWS FOR ACCOUNTS NOT ON MASTER   ' TO RC-LABEL
           MOVE WS-UNMATCHED-COUNT TO RC-COUNT
           WRITE RPT-LINE FROM RPT-COUNT-LINE
           MOVE 'TAX IDS WITH ACTIVITY             ' TO RC-LABEL
           MOVE WS-TAXID-COUNT TO RC-COUNT
           WRITE RPT-LINE FROM RPT-COUNT-LINE
           MOVE 'TAX IDS REPORTABLE                ' TO RC-LABEL
           MOVE WS-SUBJECT-COUNT TO RC-COUNT
           WRITE RPT-LINE FROM RPT-COUNT-LINE
           MOVE 'REPORTABLE LISTINGS INCOMPLETE    ' TO RC-LABEL
           MOVE WS-INCOMPLETE-COUNT TO RC-COUNT
           WRITE RPT-LINE FROM RPT-COUNT-LINE
           MOVE 'VALUE REPORTED                    ' TO RV-LABEL
           MOVE WS-REPORTED-VALUE TO RV-VALUE
           WRITE RPT-LINE FROM RPT-VALUE-LINE.
       5000-EXIT.
           EXIT.

      *> Start and end records on the RUNLEDG run ledger; the end
      *> record carries the counts the run prints.
       9900-RECORD-RUN.
           MOVE 'LGVALRPT' TO RN-PROGRAM
           MOVE RETURN-CODE TO RN-RETURN-CODE
           MOVE WS-JOURNAL-READ-COUNT TO RN-RECORDS-READ
           MOVE WS-SUBJECT-COUNT TO RN-RECORDS-WRITTEN
           MOVE 'JRNL READ' TO RN-COUNT-LABEL(1)
           MOVE WS-JOURNAL-READ-COUNT TO RN-COUNT-VALUE(1)
           MOVE 'REPORT DATE' TO RN-COUNT-LABEL(2)
           MOVE WS-SELECTED-COUNT TO RN-COUNT-VALUE(2)
           MOVE 'NOT ON MAST' TO RN-COUNT-LABEL(3)
           MOVE WS-UNMATCHED-COUNT TO RN-COUNT-VALUE(3)
           MOVE 'TAX IDS' TO RN-COUNT-LABEL(4)
           MOVE WS-TAXID-COUNT TO RN-COUNT-VALUE(4)
           MOVE 'REPORTABLE' TO RN-COUNT-LABEL(5)
           MOVE WS-SUBJECT-COUNT TO RN-COUNT-VALUE(5)
           MOVE 'INCOMPLETE' TO RN-COUNT-LABEL(6)
           MOVE WS-INCOMPLETE-COUNT TO RN-COUNT-VALUE(6)
           CALL 'RUNLEDGR' USING RN-PARMS.
       9900-EXIT.
           EXIT.

       9999-TERMINATE.
           CLOSE CUSTOMER-MASTER-FILE
           CLOSE EXTRACT-FILE
           CLOSE REPORT-FILE.
       9999-EXIT.
           EXIT.
