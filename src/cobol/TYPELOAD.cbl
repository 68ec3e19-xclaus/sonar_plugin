       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TYPELOAD.
       AUTHOR.        OPERATIONS SUPPORT GROUP.
       INSTALLATION.  HELLO TRANSACTION SYSTEM.
       DATE-WRITTEN.  2026-09-14.
       DATE-COMPILED.

      *> ------------------------------------------------------------
      *> TYPELOAD
      *>
      *> Maintains the TRANTYPE transaction-type reference file that
      *> HELLO, HELLOBCH and BULKRPLY check every transaction's type
      *> against. Reads a list of type entries and applies each under
      *> edits - type code present, debit/credit indicator D, C or N
      *> (non-monetary), amount-required flag Y or N, ceiling
      *> numeric, status A or I (retired), a non-monetary type that
      *> requires an amount refused as self-contradictory - adding
      *> new codes and rewriting existing ones in place, so
      *> operations maintains the reference through an edited load,
      *> not a raw IDCAMS REPRO. A type is retired by loading it
      *> with status I, never by deleting it, so the reports can
      *> still describe it. Rejects print with a reason and set
      *> RETURN-CODE 4.
      *>
      *> Modification history
      *>   2026-09-14  PAY  Initial version.
      *>   2026-10-13  PAY  Start and end records on the RUNLEDG run
      *>                    ledger through RUNLEDGR.
      *> ------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TYPE-LIST-FILE ASSIGN TO TYPELIST
              ORGANIZATION IS SEQUENTIAL.
           SELECT TRAN-TYPE-FILE ASSIGN TO TRANTYPE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS TT-TYPE-CODE.
           SELECT REPORT-FILE ASSIGN TO RPTOUT
              ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  TYPE-LIST-FILE
           RECORDING MODE IS F.
       01  TL-LIST-RECORD.
           05 TL-TYPE-CODE            PIC X(02).
           05 TL-DESCRIPTION          PIC X(30).
           05 TL-DC-INDICATOR         PIC X(01).
           05 TL-AMOUNT-REQ-FLAG      PIC X(01).
           05 TL-AMOUNT-CEILING       PIC 9(07)V99.
           05 TL-STATUS-FLAG          PIC X(01).
           05 FILLER                  PIC X(36).

       FD  TRAN-TYPE-FILE.
           COPY TRANTYPE.

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
       77  WS-CURRENT-DATE-8          PIC 9(08).

       01  RPT-HEADING-1.
           05 FILLER                  PIC X(40)
              VALUE 'TRANSACTION TYPE REFERENCE LOAD'.
       01  RPT-DETAIL-LINE.
           05 RD-OUTCOME              PIC X(20).
           05 RD-TYPE-CODE            PIC X(02).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 RD-DESCRIPTION          PIC X(30).
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
           OPEN INPUT TYPE-LIST-FILE
           OPEN I-O TRAN-TYPE-FILE
           OPEN OUTPUT REPORT-FILE
           ACCEPT WS-CURRENT-DATE-8 FROM DATE YYYYMMDD
           WRITE RPT-LINE FROM RPT-HEADING-1
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           READ TYPE-LIST-FILE
              AT END MOVE 'Y' TO WS-LIST-EOF-SW
           END-READ.
       1000-EXIT.
           EXIT.

      *> One list entry under the edits, then an add or an
      *> in-place rewrite depending on whether the type code is
      *> already on the reference file.
       2000-PROCESS-ENTRY.
           MOVE TL-TYPE-CODE TO RD-TYPE-CODE
           MOVE TL-DESCRIPTION TO RD-DESCRIPTION
           IF TL-TYPE-CODE = SPACES
              ADD 1 TO WS-REJECTED-COUNT
              MOVE 'TYPE CODE MISSING   ' TO RD-OUTCOME
              WRITE RPT-LINE FROM RPT-DETAIL-LINE
              GO TO 2000-NEXT
           END-IF
           IF TL-DC-INDICATOR NOT = 'D' AND TL-DC-INDICATOR NOT = 'C'
              AND TL-DC-INDICATOR NOT = 'N'
              ADD 1 TO WS-REJECTED-COUNT
              MOVE 'D/C NOT D, C OR N   ' TO RD-OUTCOME
              WRITE RPT-LINE FROM RPT-DETAIL-LINE
              GO TO 2000-NEXT
           END-IF
           IF TL-AMOUNT-REQ-FLAG NOT = 'Y'
              AND TL-AMOUNT-REQ-FLAG NOT = 'N'
              ADD 1 TO WS-REJECTED-COUNT
              MOVE 'AMT REQ NOT Y OR N  ' TO RD-OUTCOME
              WRITE RPT-LINE FROM RPT-DETAIL-LINE
              GO TO 2000-NEXT
           END-IF
           IF TL-DC-INDICATOR = 'N' AND TL-AMOUNT-REQ-FLAG = 'Y'
              ADD 1 TO WS-REJECTED-COUNT
              MOVE 'NON-MONETARY NEEDS $' TO RD-OUTCOME
              WRITE RPT-LINE FROM RPT-DETAIL-LINE
              GO TO 2000-NEXT
           END-IF
           IF TL-AMOUNT-CEILING NOT NUMERIC
              ADD 1 TO WS-REJECTED-COUNT
              MOVE 'CEILING NOT NUMERIC ' TO RD-OUTCOME
              WRITE RPT-LINE FROM RPT-DETAIL-LINE
              GO TO 2000-NEXT
           END-IF
           IF TL-STATUS-FLAG NOT = 'A' AND TL-STATUS-FLAG NOT = 'I'
              ADD 1 TO WS-REJECTED-COUNT
              MOVE 'STATUS NOT A OR I   ' TO RD-OUTCOME
              WRITE RPT-LINE FROM RPT-DETAIL-LINE
              GO TO 2000-NEXT
           END-IF
           PERFORM 2100-PROBE-REFERENCE THRU 2100-EXIT
           MOVE SPACES TO TT-RECORD
           MOVE TL-TYPE-CODE TO TT-TYPE-CODE
           MOVE TL-DESCRIPTION TO TT-DESCRIPTION
           MOVE TL-DC-INDICATOR TO TT-DC-INDICATOR
           MOVE TL-AMOUNT-REQ-FLAG TO TT-AMOUNT-REQ-FLAG
           MOVE TL-AMOUNT-CEILING TO TT-AMOUNT-CEILING
           MOVE TL-STATUS-FLAG TO TT-STATUS-FLAG
           MOVE WS-CURRENT-DATE-8 TO TT-UPDATE-DATE
           IF ENTRY-FOUND
              REWRITE TT-RECORD
                 INVALID KEY
                    ADD 1 TO WS-REJECTED-COUNT
                    MOVE 'TYPE REWRITE FAILED ' TO RD-OUTCOME
                    WRITE RPT-LINE FROM RPT-DETAIL-LINE
                    GO TO 2000-NEXT
              END-REWRITE
              ADD 1 TO WS-UPDATED-COUNT
              MOVE 'UPDATED             ' TO RD-OUTCOME
           ELSE
              WRITE TT-RECORD
                 INVALID KEY
                    ADD 1 TO WS-REJECTED-COUNT
                    MOVE 'TYPE WRITE FAILED   ' TO RD-OUTCOME
                    WRITE RPT-LINE FROM RPT-DETAIL-LINE
                    GO TO 2000-NEXT
              END-WRITE
              ADD 1 TO WS-ADDED-COUNT
              MOVE 'ADDED               ' TO RD-OUTCOME
           END-IF
           WRITE RPT-LINE FROM RPT-DETAIL-LINE.
       2000-NEXT.
           READ TYPE-LIST-FILE
              AT END MOVE 'Y' TO WS-LIST-EOF-SW
           END-READ.
       2000-EXIT.
           EXIT.

       2100-PROBE-REFERENCE.
           MOVE 'N' TO WS-FOUND-SW
           MOVE TL-TYPE-CODE TO TT-TYPE-CODE
           READ TRAN-TYPE-FILE
              INVALID KEY CONTINUE
              NOT INVALID KEY MOVE 'Y' TO WS-FOUND-SW
           END-READ.
       2100-EXIT.
           EXIT.

       5000-PRODUCE-SUMMARY.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'TYPE ENTRIES ADDED                ' TO RC-LABEL
           MOVE WS-ADDED-COUNT TO RC-COUNT
           WRITE RPT-LINE FROM RPT-COUNT-LINE
           MOVE 'TYPE ENTRIES UPDATED              ' TO RC-LABEL
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
           MOVE 'TYPELOAD' TO RN-PROGRAM
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
           CLOSE TYPE-LIST-FILE
           CLOSE TRAN-TYPE-FILE
           CLOSE REPORT-FILE.
       9999-EXIT.
           EXIT.
