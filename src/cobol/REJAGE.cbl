       IDENTIFICATION DIVISION.
       PROGRAM-ID.    REJAGE.
       AUTHOR.        OPERATIONS SUPPORT GROUP.
       INSTALLATION.  HELLO TRANSACTION SYSTEM.
       DATE-WRITTEN.  2026-10-05.
       DATE-COMPILED.

      *> ------------------------------------------------------------
      *> REJAGE
      *>
      *> Weekly aging of the feed rejections partners have not put
      *> right. Walks the OUTREJ outstanding-rejections file that
      *> HELLOBCH keeps - one record per detail rejected back on
      *> RTRNFEED, flipped RESOLVED when a correction detail quoting
      *> it goes through - partner by partner in key order. Each
      *> rejection still OUTSTANDING is aged in days from the run
      *> that rejected it; one at or past the partner's allowance
      *> (PM-REJECT-AGE-DAYS on PTNRMAS, or the standard seven days
      *> when the partner has none or is not on the master) is
      *> listed under its partner with its feed identity, account,
      *> disposition, type, amount, reject date and age. Every
      *> partner with anything outstanding gets a total line -
      *> outstanding, aged, and the oldest age - so the account
      *> managers can take the list to the partner.
      *>
      *> RETURN-CODE 4 when any rejection is aged, 0 otherwise.
      *>
      *> Modification history
      *>   2026-10-05  PAY  Initial version.
      *>   2026-10-13  PAY  Start and end records on the RUNLEDG run
      *>                    ledger through RUNLEDGR.
      *> ------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OUTSTANDING-REJECT-FILE ASSIGN TO OUTREJ
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS OJ-KEY.
           SELECT PARTNER-MASTER-FILE ASSIGN TO PTNRMAS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS PM-PARTNER-ID.
           SELECT REPORT-FILE ASSIGN TO RPTOUT
              ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  OUTSTANDING-REJECT-FILE.
           COPY OUTREJ.

       FD  PARTNER-MASTER-FILE.
           COPY PTNRMAS.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  RPT-LINE                   PIC X(132).

       WORKING-STORAGE SECTION.
       77  WS-REJ-EOF-SW              PIC X(01) VALUE 'N'.
           88 REJECTION-EOF               VALUE 'Y'.
       77  WS-READ-COUNT              PIC 9(07) COMP VALUE ZERO.
       77  WS-RESOLVED-COUNT          PIC 9(07) COMP VALUE ZERO.
       77  WS-OUTSTANDING-COUNT       PIC 9(07) COMP VALUE ZERO.
       77  WS-AGED-COUNT              PIC 9(07) COMP VALUE ZERO.
       77  WS-PARTNER-AGED-COUNT      PIC 9(05) COMP VALUE ZERO.
      *> The partner in hand and its running totals.
       77  WS-CUR-PARTNER             PIC X(04) VALUE SPACES.
       77  WS-PTNR-OUTSTANDING        PIC 9(07) COMP VALUE ZERO.
       77  WS-PTNR-AGED               PIC 9(07) COMP VALUE ZERO.
       77  WS-PTNR-OLDEST             PIC 9(05) COMP VALUE ZERO.
       77  WS-PTNR-ALLOWANCE          PIC 9(03) VALUE ZERO.
       77  WS-STANDARD-ALLOWANCE      PIC 9(03) VALUE 7.
       77  WS-PTNR-HEADED-SW          PIC X(01).
           88 PARTNER-HEADED              VALUE 'Y'.
       77  WS-CURRENT-DATE-8          PIC 9(08).
       77  WS-TODAY-INTEGER           PIC 9(07) COMP.
       77  WS-AGE-DAYS                PIC S9(05) COMP.

       01  RPT-HEADING-1.
           05 FILLER                  PIC X(40)
              VALUE 'OUTSTANDING FEED REJECTIONS - AGING'.
           05 FILLER                  PIC X(05) VALUE 'DATE '.
           05 RH-RUN-DATE             PIC 9(08).
       01  RPT-PARTNER-HEADING.
           05 FILLER                  PIC X(08) VALUE 'PARTNER '.
           05 RPH-PARTNER-ID          PIC X(04).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 RPH-PARTNER-NAME        PIC X(30).
           05 FILLER                  PIC X(12) VALUE '  ALLOWANCE '.
           05 RPH-ALLOWANCE           PIC ZZ9.
           05 FILLER                  PIC X(05) VALUE ' DAYS'.
       01  RPT-COLUMN-HEADING.
           05 FILLER                  PIC X(40)
              VALUE '  FEEDDATE  SEQ   ACCOUNT     DISPOSN  T'.
           05 FILLER                  PIC X(40)
              VALUE 'Y           AMOUNT  REJECTED    AGE'.
       01  RPT-DETAIL-LINE.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 RD-FEED-DATE            PIC 9(08).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 RD-SEQUENCE-NO          PIC 9(04).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 RD-ACCOUNT-NO           PIC X(10).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 RD-DISPOSITION          PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 RD-TRAN-TYPE            PIC X(02).
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 RD-TRAN-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 RD-REJECT-DATE          PIC 9(08).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 RD-AGE-DAYS             PIC ZZ,ZZ9.
       01  RPT-PARTNER-TOTAL.
           05 FILLER                  PIC X(08) VALUE '  TOTAL '.
           05 RX-PARTNER-ID           PIC X(04).
           05 FILLER                  PIC X(14)
              VALUE '  OUTSTANDING '.
           05 RX-OUTSTANDING          PIC ZZZ,ZZ9.
           05 FILLER                  PIC X(07) VALUE '  AGED '.
           05 RX-AGED                 PIC ZZZ,ZZ9.
           05 FILLER                  PIC X(09) VALUE '  OLDEST '.
           05 RX-OLDEST               PIC ZZ,ZZ9.
           05 FILLER                  PIC X(05) VALUE ' DAYS'.
       01  RPT-COUNT-LINE.
           05 RC-LABEL                PIC X(34).
           05 RC-COUNT                PIC ZZZ,ZZ9.

           COPY RUNLPRM.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           MOVE 'S' TO RN-FUNCTION
           PERFORM 9900-RECORD-RUN THRU 9900-EXIT
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-AGE-REJECTION THRU 2000-EXIT
              UNTIL REJECTION-EOF
           IF WS-CUR-PARTNER NOT = SPACES
              PERFORM 2900-END-PARTNER THRU 2900-EXIT
           END-IF
           PERFORM 5000-PRODUCE-SUMMARY THRU 5000-EXIT
           PERFORM 9999-TERMINATE THRU 9999-EXIT
           IF WS-AGED-COUNT > ZERO
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           MOVE 'E' TO RN-FUNCTION
           PERFORM 9900-RECORD-RUN THRU 9900-EXIT
           STOP RUN.

      *> Ages run in whole days across month and year ends, the
      *> one place ordinary verbs do not do the job (same note as
      *> AUDARCH), hence FUNCTION INTEGER-OF-DATE.
       1000-INITIALIZE.
           OPEN INPUT OUTSTANDING-REJECT-FILE
           OPEN INPUT PARTNER-MASTER-FILE
           OPEN OUTPUT REPORT-FILE
           ACCEPT WS-CURRENT-DATE-8 FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INTEGER =
              FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-8)
           MOVE WS-CURRENT-DATE-8 TO RH-RUN-DATE
           WRITE RPT-LINE FROM RPT-HEADING-1
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           READ OUTSTANDING-REJECT-FILE NEXT RECORD
              AT END MOVE 'Y' TO WS-REJ-EOF-SW
           END-READ.
       1000-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 2000-AGE-REJECTION takes one OUTREJ record. The key leads
      *> with the partner, so a change of partner id closes the
      *> last partner out and opens the next. A resolved rejection
      *> is only counted; an outstanding one is aged against the
      *> partner's allowance and listed when it is past it.
      *> ----------------------------------------------------------
       2000-AGE-REJECTION.
           IF OJ-PARTNER-ID NOT = WS-CUR-PARTNER
              IF WS-CUR-PARTNER NOT = SPACES
                 PERFORM 2900-END-PARTNER THRU 2900-EXIT
              END-IF
              PERFORM 2100-START-PARTNER THRU 2100-EXIT
           END-IF
           ADD 1 TO WS-READ-COUNT
           IF OJ-RESOLVED
              ADD 1 TO WS-RESOLVED-COUNT
              GO TO 2000-NEXT
           END-IF
           ADD 1 TO WS-OUTSTANDING-COUNT
           ADD 1 TO WS-PTNR-OUTSTANDING
           COMPUTE WS-AGE-DAYS = WS-TODAY-INTEGER
              - FUNCTION INTEGER-OF-DATE(OJ-REJECT-DATE)
           IF WS-AGE-DAYS > WS-PTNR-OLDEST
              MOVE WS-AGE-DAYS TO WS-PTNR-OLDEST
           END-IF
           IF WS-AGE-DAYS < WS-PTNR-ALLOWANCE
              GO TO 2000-NEXT
           END-IF
           ADD 1 TO WS-AGED-COUNT
           ADD 1 TO WS-PTNR-AGED
           PERFORM 2200-WRITE-AGED THRU 2200-EXIT.
       2000-NEXT.
           READ OUTSTANDING-REJECT-FILE NEXT RECORD
              AT END MOVE 'Y' TO WS-REJ-EOF-SW
           END-READ.
       2000-EXIT.
           EXIT.

      *> A new partner: totals cleared and its allowance taken from
      *> PTNRMAS, the standard allowance when it has none.
       2100-START-PARTNER.
           MOVE OJ-PARTNER-ID TO WS-CUR-PARTNER
           MOVE ZERO TO WS-PTNR-OUTSTANDING WS-PTNR-AGED
              WS-PTNR-OLDEST
           MOVE 'N' TO WS-PTNR-HEADED-SW
           MOVE WS-STANDARD-ALLOWANCE TO WS-PTNR-ALLOWANCE
           MOVE OJ-PARTNER-ID TO RPH-PARTNER-ID
           MOVE OJ-PARTNER-ID TO PM-PARTNER-ID
           READ PARTNER-MASTER-FILE
              INVALID KEY
                 MOVE '*** NOT ON PARTNER MASTER ***'
                    TO RPH-PARTNER-NAME
                 GO TO 2100-EXIT
           END-READ
           MOVE PM-PARTNER-NAME TO RPH-PARTNER-NAME
           IF PM-REJECT-AGE-DAYS NUMERIC
              AND PM-REJECT-AGE-DAYS > ZERO
              MOVE PM-REJECT-AGE-DAYS TO WS-PTNR-ALLOWANCE
           END-IF.
       2100-EXIT.
           EXIT.

      *> One aged rejection, under its partner's heading - written
      *> ahead of the partner's first aged line only, so a partner
      *> with nothing aged shows just its total.
       2200-WRITE-AGED.
           IF NOT PARTNER-HEADED
              MOVE WS-PTNR-ALLOWANCE TO RPH-ALLOWANCE
              MOVE SPACES TO RPT-LINE
              WRITE RPT-LINE
              WRITE RPT-LINE FROM RPT-PARTNER-HEADING
              WRITE RPT-LINE FROM RPT-COLUMN-HEADING
              MOVE 'Y' TO WS-PTNR-HEADED-SW
           END-IF
           MOVE OJ-FEED-DATE TO RD-FEED-DATE
           MOVE OJ-SEQUENCE-NO TO RD-SEQUENCE-NO
           MOVE OJ-ACCOUNT-NO TO RD-ACCOUNT-NO
           MOVE OJ-DISPOSITION TO RD-DISPOSITION
           MOVE OJ-TRAN-TYPE TO RD-TRAN-TYPE
           MOVE OJ-TRAN-AMOUNT TO RD-TRAN-AMOUNT
           MOVE OJ-REJECT-DATE TO RD-REJECT-DATE
           MOVE WS-AGE-DAYS TO RD-AGE-DAYS
           WRITE RPT-LINE FROM RPT-DETAIL-LINE.
       2200-EXIT.
           EXIT.

      *> Closes a partner out with its total line, when it has
      *> anything outstanding at all.
       2900-END-PARTNER.
           IF WS-PTNR-OUTSTANDING = ZERO
              GO TO 2900-EXIT
           END-IF
           IF WS-PTNR-AGED > ZERO
              ADD 1 TO WS-PARTNER-AGED-COUNT
           END-IF
           IF NOT PARTNER-HEADED
              MOVE SPACES TO RPT-LINE
              WRITE RPT-LINE
           END-IF
           MOVE WS-CUR-PARTNER TO RX-PARTNER-ID
           MOVE WS-PTNR-OUTSTANDING TO RX-OUTSTANDING
           MOVE WS-PTNR-AGED TO RX-AGED
           MOVE WS-PTNR-OLDEST TO RX-OLDEST
           WRITE RPT-LINE FROM RPT-PARTNER-TOTAL.
       2900-EXIT.
           EXIT.

       5000-PRODUCE-SUMMARY.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'REJECTIONS ON FILE                ' TO RC-LABEL
           MOVE WS-READ-COUNT TO RC-COUNT
           WRITE RPT-LINE FROM RPT-COUNT-LINE
           MOVE 'RESOLVED BY PARTNER CORRECTION    ' TO RC-LABEL
           MOVE WS-RESOLVED-COUNT TO RC-COUNT
           WRITE RPT-LINE FROM RPT-COUNT-LINE
           MOVE 'STILL OUTSTANDING                 ' TO RC-LABEL
           MOVE WS-OUTSTANDING-COUNT TO RC-COUNT
           WRITE RPT-LINE FROM RPT-COUNT-LINE
           MOVE '  PAST THE PARTNER ALLOWANCE      ' TO RC-LABEL
           MOVE WS-AGED-COUNT TO RC-COUNT
           WRITE RPT-LINE FROM RPT-COUNT-LINE
           MOVE 'PARTNERS WITH AGED REJECTIONS     ' TO RC-LABEL
           MOVE WS-PARTNER-AGED-COUNT TO RC-COUNT
           WRITE RPT-LINE FROM RPT-COUNT-LINE.
       5000-EXIT.
           EXIT.

      *> Start and end records on the RUNLEDG run ledger; the end
      *> record carries the counts the run prints.
       9900-RECORD-RUN.
           MOVE 'REJAGE' TO RN-PROGRAM
           MOVE RETURN-CODE TO RN-RETURN-CODE
           MOVE WS-READ-COUNT TO RN-RECORDS-READ
           MOVE ZERO TO RN-RECORDS-WRITTEN
           MOVE 'ON FILE' TO RN-COUNT-LABEL(1)
           MOVE WS-READ-COUNT TO RN-COUNT-VALUE(1)
           MOVE 'RESOLVED' TO RN-COUNT-LABEL(2)
           MOVE WS-RESOLVED-COUNT TO RN-COUNT-VALUE(2)
           MOVE 'OUTSTANDING' TO RN-COUNT-LABEL(3)
           MOVE WS-OUTSTANDING-COUNT TO RN-COUNT-VALUE(3)
           MOVE 'AGED' TO RN-COUNT-LABEL(4)
           MOVE WS-AGED-COUNT TO RN-COUNT-VALUE(4)
           MOVE 'PTNRS AGED' TO RN-COUNT-LABEL(5)
           MOVE WS-PARTNER-AGED-COUNT TO RN-COUNT-VALUE(5)
           CALL 'RUNLEDGR' USING RN-PARMS.
       9900-EXIT.
           EXIT.

       9999-TERMINATE.
           CLOSE OUTSTANDING-REJECT-FILE
           CLOSE PARTNER-MASTER-FILE
           CLOSE REPORT-FILE.
       9999-EXIT.
           EXIT.
