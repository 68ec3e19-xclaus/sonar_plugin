      *>
      *> Modification history
      *>   2026-09-03  PAY  Initial version.
      *>   2026-10-07  PAY  Each reinstatement writes a CUSTCHG
      *>                    change record naming the requester.
      *>   2026-10-13  PAY  Start and end records on the RUNLEDG run
      *>                    ledger through RUNLEDGR.
      *> ------------------------------------------------------------

       ENVIRONMENT DIVISION.
                 WITH DUPLICATES.
           SELECT AUDIT-LOG-FILE ASSIGN TO AUDITLOG
              ORGANIZATION IS SEQUENTIAL.
           SELECT CHANGE-FILE ASSIGN TO CUSTCHG
              ORGANIZATION IS SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO RPTOUT
              ORGANIZATION IS SEQUENTIAL.

           RECORDING MODE IS F.
           COPY AUDITLOG.

       FD  CHANGE-FILE
           RECORDING MODE IS F.
           COPY CUSTCHG.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  RPT-LINE                   PIC X(80).
           05 RC-LABEL                PIC X(34).
           05 RC-COUNT                PIC ZZZ,ZZ9.

           COPY RUNLPRM.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           MOVE 'S' TO RN-FUNCTION
           PERFORM 9900-RECORD-RUN THRU 9900-EXIT
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-SCAN-HISTORY THRU 2000-EXIT
              UNTIL HISTORY-EOF
                 MOVE 0 TO RETURN-CODE
              END-IF
           END-IF
           MOVE 'E' TO RN-FUNCTION
           PERFORM 9900-RECORD-RUN THRU 9900-EXIT
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT HISTORY-FILE
           OPEN I-O CUSTOMER-MASTER-FILE
           OPEN EXTEND AUDIT-LOG-FILE
           OPEN EXTEND CHANGE-FILE
           OPEN OUTPUT REPORT-FILE
           ACCEPT WS-CURRENT-DATE-8 FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME-8 FROM TIME
                 GO TO 3000-EXIT
           END-WRITE
           PERFORM 3300-WRITE-AUDIT THRU 3300-EXIT
           PERFORM 3400-WRITE-CHANGE THRU 3400-EXIT
           ADD 1 TO WS-REINSTATED-COUNT
           MOVE 'REINSTATED        ' TO RD-OUTCOME
           WRITE RPT-LINE FROM RPT-DETAIL-LINE.
       3300-EXIT.
           EXIT.

      *> The reinstatement's CUSTCHG change record: the account
      *> comes back from the archive, so there is no master before
      *> image, and the requester is the operator.
       3400-WRITE-CHANGE.
           MOVE SPACES TO CX-RECORD
           MOVE WS-CURRENT-DATE-8 TO CX-DATE
           MOVE WS-CURRENT-TIME-8 TO CX-TIME
           MOVE CM-KEY TO CX-ACCOUNT-NO
           MOVE 'R' TO CX-CHANGE-TYPE
           MOVE 'CUSTREIN' TO CX-SOURCE-PROGRAM
           MOVE RQ-REQUESTED-BY(WS-LIST-IX) TO CX-OPERATOR-ID
           MOVE 'BTCH' TO CX-TERMINAL-ID
           MOVE CM-RECORD TO CX-AFTER-IMAGE
           WRITE CX-RECORD.
       3400-EXIT.
           EXIT.

       5000-PRODUCE-SUMMARY.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
       5000-EXIT.
           EXIT.

      *> Start and end records on the RUNLEDG run ledger; the end
      *> record carries the counts the run prints.
       9900-RECORD-RUN.
           MOVE 'CUSTREIN' TO RN-PROGRAM
           MOVE RETURN-CODE TO RN-RETURN-CODE
           MOVE WS-LIST-COUNT TO RN-RECORDS-READ
           MOVE WS-REINSTATED-COUNT TO RN-RECORDS-WRITTEN
           MOVE 'REQUESTS' TO RN-COUNT-LABEL(1)
           MOVE WS-LIST-COUNT TO RN-COUNT-VALUE(1)
           MOVE 'REINSTATED' TO RN-COUNT-LABEL(2)
           MOVE WS-REINSTATED-COUNT TO RN-COUNT-VALUE(2)
           MOVE 'REJECTED' TO RN-COUNT-LABEL(3)
           MOVE WS-REJECTED-COUNT TO RN-COUNT-VALUE(3)
           CALL 'RUNLEDGR' USING RN-PARMS.
       9900-EXIT.
           EXIT.

       9999-TERMINATE.
           CLOSE REINSTATE-LIST-FILE
           CLOSE HISTORY-FILE
           CLOSE CUSTOMER-MASTER-FILE
           CLOSE AUDIT-LOG-FILE
           CLOSE CHANGE-FILE
           CLOSE REPORT-FILE.
       9999-EXIT.
           EXIT.
