       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PTNRLOAD.
       AUTHOR.        OPERATIONS SUPPORT GROUP.
       INSTALLATION.  HELLO TRANSACTION SYSTEM.
       DATE-WRITTEN.  2026-09-28.
       DATE-COMPILED.

      *> ------------------------------------------------------------
      *> PTNRLOAD
      *>
      *> Maintains the PTNRMAS partner master that HELLOBCH gates
      *> feed envelopes and details against and FEEDMISS checks the
      *> day's feeds against. Reads a list of partner entries and
      *> applies each under edits - partner id present, status A, S
      *> or R (active / suspended / retired), seven feed-day flags
      *> each Y or N, cutoff a valid HHMM time, maximum detail count
      *> numeric, rejection aging days numeric or blank - adding new
      *> partners and rewriting existing ones in place, so
      *> operations maintains the registry through an edited load,
      *> not a raw IDCAMS REPRO. A partner is retired by
      *> loading it with status R, never by deleting it. Rejects
      *> print with a reason and set RETURN-CODE 4.
      *>
      *> Modification history
      *>   2026-09-28  PAY  Initial version.
      *>   2026-10-05  PAY  Each entry may carry the days a rejection
      *>                    returned to the partner may stay
      *>                    unresolved before the weekly REJAGE
      *>                    report ages it (blank = the report's
      *>                    standard allowance).
      *>   2026-10-13  PAY  Start and end records on the RUNLEDG run
      *>                    ledger through RUNLEDGR.
      *> ------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARTNER-LIST-FILE ASSIGN TO PTNRLIST
              ORGANIZATION IS SEQUENTIAL.
           SELECT PARTNER-MASTER-FILE ASSIGN TO PTNRMAS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS PM-PARTNER-ID.
           SELECT REPORT-FILE ASSIGN TO RPTOUT
              ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARTNER-LIST-FILE
           RECORDING MODE IS F.
       01  PL-LIST-RECORD.
           05 PL-PARTNER-ID           PIC X(04).
           05 PL-PARTNER-NAME         PIC X(30).
           05 PL-STATUS-FLAG          PIC X(01).
           05 PL-FEED-DAYS            PIC X(07).
           05 PL-FEED-DAY-TABLE REDEFINES PL-FEED-DAYS.
              10 PL-FEED-DAY          PIC X(01) OCCURS 7 TIMES.
           05 PL-CUTOFF-TIME.
              10 PL-CUTOFF-HH         PIC 9(02).
              10 PL-CUTOFF-MM         PIC 9(02).
           05 PL-MAX-DETAIL-COUNT     PIC 9(09).
           05 PL-CONTACT-NAME         PIC X(30).
           05 PL-CONTACT-PHONE        PIC X(20).
           05 PL-CONTACT-EMAIL        PIC X(40).
           05 PL-REJECT-AGE-DAYS      PIC X(03).
           05 PL-REJECT-AGE-DAYS-N REDEFINES PL-REJECT-AGE-DAYS
                                      PIC 9(03).
           05 FILLER                  PIC X(12).

       FD  PARTNER-MASTER-FILE.
           COPY PTNRMAS.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  RPT-LINE                   PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-LIST-EOF-SW             PIC X(01) VALUE 'N'.
           88 LIST-EOF                    VALUE 'Y'.
       77  WS-ADDED-COUNT             PIC 9(05) COMP VALUE ZERO.
       77  WS-UPDATED-COUNT           PIC 9(05) COMP VALUE ZERO.
       77  WS-REJECTED-COUNT          PIC 9(05) COMP VALUE ZERO.
       77  WS-FOUND-SW                PIC X(01).
           88 ENTRY-FOUND                 VALUE 'Y'.
       77  WS-DAYS-BAD-SW             PIC X(01).
           88 FEED-DAYS-BAD               VALUE 'Y'.
       77  WS-DAY-IX                  PIC 9(01) COMP.
       77  WS-CURRENT-DATE-8          PIC 9(08).

       01  RPT-HEADING-1.
           05 FILLER                  PIC X(40)
              VALUE 'PARTNER MASTER LOAD'.
       01  RPT-DETAIL-LINE.
           05 RD-OUTCOME              PIC X(20).
           05 RD-PARTNER-ID           PIC X(04).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 RD-PARTNER-NAME         PIC X(30).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 RD-STATUS-FLAG          PIC X(01).
       01  RPT-COUNT-LINE.
           05 RC-LABEL                PIC X(34).
           05 RC-COUNT                PIC ZZZ,ZZ9.

           COPY RUNLPRM.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           MOVE 'S' TO RN-FUNCTION
           PERFORM 9900-RECORD-RUN THRU 9900-EXIT
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-PROCESS-ENTRY THRU 2000-EXIT
              UNTIL LIST-EOF
           PERFORM 5000-PRODUCE-SUMMARY THRU 5000-EXIT
           PERFORM 9999-TERMINATE THRU 9999-EXIT
           IF WS-REJECTED-COUNT > ZERO
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           MOVE 'E' TO RN-FUNCTION
           PERFORM 9900-RECORD-RUN THRU 9900-EXIT
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT PARTNER-LIST-FILE
           OPEN I-O PARTNER-MASTER-FILE
           OPEN OUTPUT REPORT-FILE
           ACCEPT WS-CURRENT-DATE-8 FROM DATE YYYYMMDD
           WRITE RPT-LINE FROM RPT-HEADING-1
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           READ PARTNER-LIST-FILE
              AT END MOVE 'Y' TO WS-LIST-EOF-SW
           END-READ.
       1000-EXIT.
           EXIT.

      *> One list entry under the edits, then an add or an
      *> in-place rewrite depending on whether the partner id is
      *> already on the master.
       2000-PROCESS-ENTRY.
           MOVE PL-PARTNER-ID TO RD-PARTNER-ID
           MOVE PL-PARTNER-NAME TO RD-PARTNER-NAME
           MOVE PL-STATUS-FLAG TO RD-STATUS-FLAG
           IF PL-PARTNER-ID = SPACES
              ADD 1 TO WS-REJECTED-COUNT
              MOVE 'PARTNER ID MISSING  ' TO RD-OUTCOME
              WRITE RPT-LINE FROM RPT-DETAIL-LINE
              GO TO 2000-NEXT
           END-IF
           IF PL-STATUS-FLAG NOT = 'A' AND PL-STATUS-FLAG NOT = 'S'
              AND PL-STATUS-FLAG NOT = 'R'
              ADD 1 TO WS-REJECTED-COUNT
              MOVE 'STATUS NOT A, S OR R' TO RD-OUTCOME
              WRITE RPT-LINE FROM RPT-DETAIL-LINE
              GO TO 2000-NEXT
           END-IF
           MOVE 'N' TO WS-DAYS-BAD-SW
           PERFORM 2200-EDIT-FEED-DAY THRU 2200-EXIT
              VARYING WS-DAY-IX FROM 1 BY 1
              UNTIL WS-DAY-IX > 7
           IF FEED-DAYS-BAD
              ADD 1 TO WS-REJECTED-COUNT
              MOVE 'FEED DAYS NOT Y OR N' TO RD-OUTCOME
              WRITE RPT-LINE FROM RPT-DETAIL-LINE
              GO TO 2000-NEXT
           END-IF
           IF PL-CUTOFF-TIME NOT NUMERIC
              OR PL-CUTOFF-HH > 23 OR PL-CUTOFF-MM > 59
              ADD 1 TO WS-REJECTED-COUNT
              MOVE 'CUTOFF NOT HHMM     ' TO RD-OUTCOME
              WRITE RPT-LINE FROM RPT-DETAIL-LINE
              GO TO 2000-NEXT
           END-IF
           IF PL-MAX-DETAIL-COUNT NOT NUMERIC
              ADD 1 TO WS-REJECTED-COUNT
              MOVE 'MAX COUNT NOT NUMERC' TO RD-OUTCOME
              WRITE RPT-LINE FROM RPT-DETAIL-LINE
              GO TO 2000-NEXT
           END-IF
           IF PL-REJECT-AGE-DAYS NOT = SPACES
              AND PL-REJECT-AGE-DAYS NOT NUMERIC
              ADD 1 TO WS-REJECTED-COUNT
              MOVE 'AGE DAYS NOT NUMERIC' TO RD-OUTCOME
              WRITE RPT-LINE FROM RPT-DETAIL-LINE
              GO TO 2000-NEXT
           END-IF
           PERFORM 2100-PROBE-MASTER THRU 2100-EXIT
           MOVE SPACES TO PM-RECORD
           MOVE PL-PARTNER-ID TO PM-PARTNER-ID
           MOVE PL-PARTNER-NAME TO PM-PARTNER-NAME
           MOVE PL-STATUS-FLAG TO PM-STATUS-FLAG
           MOVE PL-FEED-DAYS TO PM-FEED-DAYS
           MOVE PL-CUTOFF-TIME TO PM-CUTOFF-TIME
           MOVE PL-MAX-DETAIL-COUNT TO PM-MAX-DETAIL-COUNT
           MOVE PL-CONTACT-NAME TO PM-CONTACT-NAME
           MOVE PL-CONTACT-PHONE TO PM-CONTACT-PHONE
           MOVE PL-CONTACT-EMAIL TO PM-CONTACT-EMAIL
           IF PL-REJECT-AGE-DAYS = SPACES
              MOVE ZERO TO PM-REJECT-AGE-DAYS
           ELSE
              MOVE PL-REJECT-AGE-DAYS-N TO PM-REJECT-AGE-DAYS
           END-IF
           MOVE WS-CURRENT-DATE-8 TO PM-UPDATE-DATE
           IF ENTRY-FOUND
              REWRITE PM-RECORD
                 INVALID KEY
                    ADD 1 TO WS-REJECTED-COUNT
                    MOVE 'PARTNER REWRITE FAIL' TO RD-OUTCOME
                    WRITE RPT-LINE FROM RPT-DETAIL-LINE
                    GO TO 2000-NEXT
              END-REWRITE
              ADD 1 TO WS-UPDATED-COUNT
              MOVE 'UPDATED             ' TO RD-OUTCOME
           ELSE
              WRITE PM-RECORD
                 INVALID KEY
                    ADD 1 TO WS-REJECTED-COUNT
                    MOVE 'PARTNER WRITE FAILED' TO RD-OUTCOME
                    WRITE RPT-LINE FROM RPT-DETAIL-LINE
                    GO TO 2000-NEXT
              END-WRITE
              ADD 1 TO WS-ADDED-COUNT
              MOVE 'ADDED               ' TO RD-OUTCOME
           END-IF
           WRITE RPT-LINE FROM RPT-DETAIL-LINE.
       2000-NEXT.
           READ PARTNER-LIST-FILE
              AT END MOVE 'Y' TO WS-LIST-EOF-SW
           END-READ.
       2000-EXIT.
           EXIT.

       2100-PROBE-MASTER.
           MOVE 'N' TO WS-FOUND-SW
           MOVE PL-PARTNER-ID TO PM-PARTNER-ID
           READ PARTNER-MASTER-FILE
              INVALID KEY CONTINUE
              NOT INVALID KEY MOVE 'Y' TO WS-FOUND-SW
           END-READ.
       2100-EXIT.
           EXIT.

       2200-EDIT-FEED-DAY.
           IF PL-FEED-DAY(WS-DAY-IX) NOT = 'Y'
              AND PL-FEED-DAY(WS-DAY-IX) NOT = 'N'
              MOVE 'Y' TO WS-DAYS-BAD-SW
           END-IF.
       2200-EXIT.
           EXIT.

       5000-PRODUCE-SUMMARY.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'PARTNER ENTRIES ADDED             ' TO RC-LABEL
           MOVE WS-ADDED-COUNT TO RC-COUNT
           WRITE RPT-LINE FROM RPT-COUNT-LINE
           MOVE 'PARTNER ENTRIES UPDATED           ' TO RC-LABEL
           MOVE WS-UPDATED-COUNT TO RC-COUNT
           WRITE RPT-LINE FROM RPT-COUNT-LINE
           MOVE 'ENTRIES REJECTED                  ' TO RC-LABEL
           MOVE WS-REJECTED-COUNT TO RC-COUNT
           WRITE RPT-LINE FROM RPT-COUNT-LINE.
       5000-EXIT.
           EXIT.

      *> Start and end records on the RUNLEDG run ledger; the end
      *> record carries the counts the run prints.
       9900-RECORD-RUN.
           MOVE 'PTNRLOAD' TO RN-PROGRAM
           MOVE RETURN-CODE TO RN-RETURN-CODE
           COMPUTE RN-RECORDS-READ =
              WS-ADDED-COUNT + WS-UPDATED-COUNT + WS-REJECTED-COUNT
           COMPUTE RN-RECORDS-WRITTEN =
              WS-ADDED-COUNT + WS-UPDATED-COUNT
           MOVE 'ADDED' TO RN-COUNT-LABEL(1)
           MOVE WS-ADDED-COUNT TO RN-COUNT-VALUE(1)
           MOVE 'UPDATED' TO RN-COUNT-LABEL(2)
           MOVE WS-UPDATED-COUNT TO RN-COUNT-VALUE(2)
           MOVE 'REJECTED' TO RN-COUNT-LABEL(3)
           MOVE WS-REJECTED-COUNT TO RN-COUNT-VALUE(3)
           CALL 'RUNLEDGR' USING RN-PARMS.
       9900-EXIT.
           EXIT.

       9999-TERMINATE.
           CLOSE PARTNER-LIST-FILE
           CLOSE PARTNER-MASTER-FILE
           CLOSE REPORT-FILE.
       9999-EXIT.
           EXIT.
