       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CUSTCRPT.
       AUTHOR.        OPERATIONS SUPPORT GROUP.
       INSTALLATION.  HELLO TRANSACTION SYSTEM.
       DATE-WRITTEN.  2026-10-07.
       DATE-COMPILED.

      *> ------------------------------------------------------------
      *> CUSTCRPT
      *>
      *> Customer-master change report. Reads the CUSTCHG change
      *> history (every CM-RECORD add, update, reinstatement, merge
      *> and archive, from CUSTMNT, CUSTLOAD, CUSTREIN, ACCTMRG and
      *> CUSTARCH) in the order the changes were made and lists
      *> each one that passes the selection - when, which account,
      *> what kind of change, the program, the operator or run id
      *> and terminal - with the record's before and after images
      *> underneath, so "who changed this customer, and from what"
      *> is answerable from one listing.
      *>
      *> The selection comes from one CHGSEL record: account
      *> (1-10), operator or run id (11-18), from date (19-26) and
      *> to date (27-34), CCYYMMDD, both inclusive. Any field left
      *> blank does not filter, and an empty CHGSEL selects the
      *> whole history. A date that is not numeric, or a from date
      *> after the to date, stops the run with RETURN-CODE 8
      *> before anything is listed.
      *>
      *> RETURN-CODE 4 when nothing on the history matched the
      *> selection, 0 otherwise.
      *>
      *> Modification history
      *>   2026-10-07  PAY  Initial version.
      *>   2026-10-13  PAY  Start and end records on the RUNLEDG run
      *>                    ledger through RUNLEDGR.
      *> ------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SELECTION-FILE ASSIGN TO CHGSEL
              ORGANIZATION IS SEQUENTIAL.
           SELECT CHANGE-FILE ASSIGN TO CUSTCHG
              ORGANIZATION IS SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO RPTOUT
              ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SELECTION-FILE
           RECORDING MODE IS F.
       01  SL-SELECT-RECORD.
           05 SL-ACCOUNT              PIC X(10).
           05 SL-OPERATOR             PIC X(08).
           05 SL-FROM-DATE            PIC X(08).
           05 SL-FROM-DATE-N REDEFINES SL-FROM-DATE
                                      PIC 9(08).
           05 SL-TO-DATE              PIC X(08).
           05 SL-TO-DATE-N REDEFINES SL-TO-DATE
                                      PIC 9(08).
           05 FILLER                  PIC X(46).

       FD  CHANGE-FILE
           RECORDING MODE IS F.
           COPY CUSTCHG.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  RPT-LINE                   PIC X(132).

       WORKING-STORAGE SECTION.
       77  WS-CHANGE-EOF-SW           PIC X(01) VALUE 'N'.
           88 CHANGE-EOF                  VALUE 'Y'.
       77  WS-READ-COUNT              PIC 9(07) COMP VALUE ZERO.
       77  WS-SELECTED-COUNT          PIC 9(07) COMP VALUE ZERO.
       77  WS-CURRENT-DATE-8          PIC 9(08).
      *> The selection in force; blank account/operator and the
      *> open-ended date limits select everything.
       77  WS-SEL-ACCOUNT             PIC X(10) VALUE SPACES.
       77  WS-SEL-OPERATOR            PIC X(08) VALUE SPACES.
       77  WS-SEL-FROM-DATE           PIC 9(08) VALUE ZERO.
       77  WS-SEL-TO-DATE             PIC 9(08) VALUE 99999999.

       01  RPT-HEADING-1.
           05 FILLER                  PIC X(40)
              VALUE 'CUSTOMER MASTER CHANGE HISTORY'.
           05 FILLER                  PIC X(05) VALUE 'DATE '.
           05 RH-RUN-DATE             PIC 9(08).
       01  RPT-SELECTION-LINE.
           05 FILLER                  PIC X(18)
              VALUE 'SELECTED  ACCOUNT '.
           05 RS-ACCOUNT              PIC X(10).
           05 FILLER                  PIC X(11) VALUE '  OPERATOR '.
           05 RS-OPERATOR             PIC X(08).
           05 FILLER                  PIC X(07) VALUE '  FROM '.
           05 RS-FROM-DATE            PIC X(08).
           05 FILLER                  PIC X(05) VALUE '  TO '.
           05 RS-TO-DATE              PIC X(08).
       01  RPT-COLUMN-HEADING.
           05 FILLER                  PIC X(40)
              VALUE 'DATE      TIME      ACCOUNT     CHANGE'.
           05 FILLER                  PIC X(40)
              VALUE '      PROGRAM   OPERATOR  TERM'.
       01  RPT-DETAIL-LINE.
           05 RD-DATE                 PIC 9(08).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 RD-TIME                 PIC 9(08).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 RD-ACCOUNT-NO           PIC X(10).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 RD-CHANGE-TYPE          PIC X(12).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 RD-SOURCE-PROGRAM       PIC X(08).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 RD-OPERATOR-ID          PIC X(08).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 RD-TERMINAL-ID          PIC X(04).
      *> One image line each for the before and after record.
       01  RPT-IMAGE-LINE.
           05 FILLER                  PIC X(04) VALUE SPACES.
           05 RI-LABEL                PIC X(07).
           05 FILLER                  PIC X(08) VALUE 'TAX ID  '.
           05 RI-TAX-ID               PIC 9(09).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 RI-CUSTOMER-NAME        PIC X(30).
           05 FILLER                  PIC X(12) VALUE '  HANDLING  '.
           05 RI-HANDLING-CODE        PIC X(01).
           05 FILLER                  PIC X(10) VALUE '  STATUS  '.
           05 RI-STATUS-FLAG          PIC X(01).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RI-STATUS-DATE          PIC 9(08).
       01  RPT-COUNT-LINE.
           05 RC-LABEL                PIC X(34).
           05 RC-COUNT                PIC ZZZ,ZZ9.

           COPY RUNLPRM.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           MOVE 'S' TO RN-FUNCTION
           PERFORM 9900-RECORD-RUN THRU 9900-EXIT
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-SELECT-CHANGE THRU 2000-EXIT
              UNTIL CHANGE-EOF
           PERFORM 5000-PRODUCE-SUMMARY THRU 5000-EXIT
           PERFORM 9999-TERMINATE THRU 9999-EXIT
           IF WS-SELECTED-COUNT = ZERO
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           MOVE 'E' TO RN-FUNCTION
           PERFORM 9900-RECORD-RUN THRU 9900-EXIT
           STOP RUN.

      *> Reads and checks the selection, then opens the history. A
      *> bad date stops the run rather than listing the wrong
      *> window.
       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE-8 FROM DATE YYYYMMDD
           OPEN INPUT SELECTION-FILE
           READ SELECTION-FILE
              AT END MOVE SPACES TO SL-SELECT-RECORD
           END-READ
           PERFORM 1100-LOAD-SELECTION THRU 1100-EXIT
           CLOSE SELECTION-FILE
           OPEN INPUT CHANGE-FILE
           OPEN OUTPUT REPORT-FILE
           MOVE WS-CURRENT-DATE-8 TO RH-RUN-DATE
           WRITE RPT-LINE FROM RPT-HEADING-1
           WRITE RPT-LINE FROM RPT-SELECTION-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           WRITE RPT-LINE FROM RPT-COLUMN-HEADING
           READ CHANGE-FILE
              AT END MOVE 'Y' TO WS-CHANGE-EOF-SW
           END-READ.
       1000-EXIT.
           EXIT.

       1100-LOAD-SELECTION.
           MOVE 'ALL' TO RS-ACCOUNT RS-OPERATOR RS-FROM-DATE
              RS-TO-DATE
           IF SL-ACCOUNT NOT = SPACES
              MOVE SL-ACCOUNT TO WS-SEL-ACCOUNT RS-ACCOUNT
           END-IF
           IF SL-OPERATOR NOT = SPACES
              MOVE SL-OPERATOR TO WS-SEL-OPERATOR RS-OPERATOR
           END-IF
           IF SL-FROM-DATE NOT = SPACES
              IF SL-FROM-DATE-N NOT NUMERIC
                 DISPLAY 'CUSTCRPT CHGSEL FROM DATE NOT NUMERIC - '
                    SL-FROM-DATE
                 MOVE 8 TO RETURN-CODE
                 MOVE 'E' TO RN-FUNCTION
                 PERFORM 9900-RECORD-RUN THRU 9900-EXIT
                 STOP RUN
              END-IF
              MOVE SL-FROM-DATE-N TO WS-SEL-FROM-DATE
              MOVE SL-FROM-DATE TO RS-FROM-DATE
           END-IF
           IF SL-TO-DATE NOT = SPACES
              IF SL-TO-DATE-N NOT NUMERIC
                 DISPLAY 'CUSTCRPT CHGSEL TO DATE NOT NUMERIC - '
                    SL-TO-DATE
                 MOVE 8 TO RETURN-CODE
                 MOVE 'E' TO RN-FUNCTION
                 PERFORM 9900-RECORD-RUN THRU 9900-EXIT
                 STOP RUN
              END-IF
              MOVE SL-TO-DATE-N TO WS-SEL-TO-DATE
              MOVE SL-TO-DATE TO RS-TO-DATE
           END-IF
           IF WS-SEL-FROM-DATE > WS-SEL-TO-DATE
              DISPLAY 'CUSTCRPT CHGSEL FROM DATE AFTER TO DATE'
              MOVE 8 TO RETURN-CODE
              MOVE 'E' TO RN-FUNCTION
              PERFORM 9900-RECORD-RUN THRU 9900-EXIT
              STOP RUN
           END-IF.
       1100-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 2000-SELECT-CHANGE applies the selection to one change
      *> record and lists it with its images when it passes.
      *> ----------------------------------------------------------
       2000-SELECT-CHANGE.
           ADD 1 TO WS-READ-COUNT
           IF WS-SEL-ACCOUNT NOT = SPACES
              AND CX-ACCOUNT-NO NOT = WS-SEL-ACCOUNT
              GO TO 2000-READ-NEXT
           END-IF
           IF WS-SEL-OPERATOR NOT = SPACES
              AND CX-OPERATOR-ID NOT = WS-SEL-OPERATOR
              GO TO 2000-READ-NEXT
           END-IF
           IF CX-DATE < WS-SEL-FROM-DATE
              OR CX-DATE > WS-SEL-TO-DATE
              GO TO 2000-READ-NEXT
           END-IF
           ADD 1 TO WS-SELECTED-COUNT
           PERFORM 2100-LIST-CHANGE THRU 2100-EXIT.
       2000-READ-NEXT.
           READ CHANGE-FILE
              AT END MOVE 'Y' TO WS-CHANGE-EOF-SW
           END-READ.
       2000-EXIT.
           EXIT.

      *> The missing side of an add, reinstatement or archive is
      *> spaces on the record and is not printed.
       2100-LIST-CHANGE.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE CX-DATE TO RD-DATE
           MOVE CX-TIME TO RD-TIME
           MOVE CX-ACCOUNT-NO TO RD-ACCOUNT-NO
           EVALUATE TRUE
              WHEN CX-ADDED
                 MOVE 'ADDED       ' TO RD-CHANGE-TYPE
              WHEN CX-UPDATED
                 MOVE 'UPDATED     ' TO RD-CHANGE-TYPE
              WHEN CX-REINSTATED
                 MOVE 'REINSTATED  ' TO RD-CHANGE-TYPE
              WHEN CX-MERGED
                 MOVE 'MERGED AWAY ' TO RD-CHANGE-TYPE
              WHEN CX-ARCHIVED
                 MOVE 'ARCHIVED    ' TO RD-CHANGE-TYPE
              WHEN OTHER
                 MOVE CX-CHANGE-TYPE TO RD-CHANGE-TYPE
           END-EVALUATE
           MOVE CX-SOURCE-PROGRAM TO RD-SOURCE-PROGRAM
           MOVE CX-OPERATOR-ID TO RD-OPERATOR-ID
           MOVE CX-TERMINAL-ID TO RD-TERMINAL-ID
           WRITE RPT-LINE FROM RPT-DETAIL-LINE
           IF CX-BEFORE-IMAGE NOT = SPACES
              MOVE 'BEFORE ' TO RI-LABEL
              MOVE CX-BEF-TAX-ID TO RI-TAX-ID
              MOVE CX-BEF-CUSTOMER-NAME TO RI-CUSTOMER-NAME
              MOVE CX-BEF-HANDLING-CODE TO RI-HANDLING-CODE
              MOVE CX-BEF-STATUS-FLAG TO RI-STATUS-FLAG
              MOVE CX-BEF-STATUS-DATE TO RI-STATUS-DATE
              WRITE RPT-LINE FROM RPT-IMAGE-LINE
           END-IF
           IF CX-AFTER-IMAGE NOT = SPACES
              MOVE 'AFTER  ' TO RI-LABEL
              MOVE CX-AFT-TAX-ID TO RI-TAX-ID
              MOVE CX-AFT-CUSTOMER-NAME TO RI-CUSTOMER-NAME
              MOVE CX-AFT-HANDLING-CODE TO RI-HANDLING-CODE
              MOVE CX-AFT-STATUS-FLAG TO RI-STATUS-FLAG
              MOVE CX-AFT-STATUS-DATE TO RI-STATUS-DATE
              WRITE RPT-LINE FROM RPT-IMAGE-LINE
           END-IF.
       2100-EXIT.
           EXIT.

       5000-PRODUCE-SUMMARY.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'CHANGE RECORDS READ               ' TO RC-LABEL
           MOVE WS-READ-COUNT TO RC-COUNT
           WRITE RPT-LINE FROM RPT-COUNT-LINE
           MOVE 'CHANGES SELECTED                  ' TO RC-LABEL
           MOVE WS-SELECTED-COUNT TO RC-COUNT
           WRITE RPT-LINE FROM RPT-COUNT-LINE.
       5000-EXIT.
           EXIT.

      *> Start and end records on the RUNLEDG run ledger; the end
      *> record carries the counts the run prints.
       9900-RECORD-RUN.
           MOVE 'CUSTCRPT' TO RN-PROGRAM
           MOVE RETURN-CODE TO RN-RETURN-CODE
           MOVE WS-READ-COUNT TO RN-RECORDS-READ
           MOVE WS-SELECTED-COUNT TO RN-RECORDS-WRITTEN
           MOVE 'CHANGES READ' TO RN-COUNT-LABEL(1)
           MOVE WS-READ-COUNT TO RN-COUNT-VALUE(1)
           MOVE 'SELECTED' TO RN-COUNT-LABEL(2)
           MOVE WS-SELECTED-COUNT TO RN-COUNT-VALUE(2)
           CALL 'RUNLEDGR' USING RN-PARMS.
       9900-EXIT.
           EXIT.

       9999-TERMINATE.
           CLOSE CHANGE-FILE
           CLOSE REPORT-FILE.
       9999-EXIT.
           EXIT.
