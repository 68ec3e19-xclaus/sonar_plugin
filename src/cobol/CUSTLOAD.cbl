      *>
      *> Modification history
      *>   2026-09-03  PAY  Initial version.
      *>   2026-10-07  PAY  Each add writes a CUSTCHG change record
      *>                    (after image only), run id CUSTLOAD.
      *>   2026-10-13  PAY  Start and end records on the RUNLEDG run
      *>                    ledger through RUNLEDGR.
      *> ------------------------------------------------------------

       ENVIRONMENT DIVISION.
              RECORD KEY IS PF-PARM-ID.
           SELECT REJECT-FILE ASSIGN TO REJOUT
              ORGANIZATION IS SEQUENTIAL.
           SELECT CHANGE-FILE ASSIGN TO CUSTCHG
              ORGANIZATION IS SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO RPTOUT
              ORGANIZATION IS SEQUENTIAL.

           05 REJ-REASON              PIC X(20).
           05 REJ-SOURCE              PIC X(80).

       FD  CHANGE-FILE
           RECORDING MODE IS F.
           COPY CUSTCHG.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  RPT-LINE                   PIC X(80).
           88 TAXDUP-FOUND                VALUE 'Y'.
       77  WS-TAX-ENTERED             PIC 9(09).
       77  WS-CURRENT-DATE-8          PIC 9(08).
       77  WS-CURRENT-TIME-8          PIC 9(08).

      *> Parameter area for the HELLORTE common routing routine,
      *> whose validate function applies the same numeric/non-zero/
              'LOAD STATUS                     '.
           05 RS-STATUS               PIC X(10).

           COPY RUNLPRM.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           MOVE 'S' TO RN-FUNCTION
           PERFORM 9900-RECORD-RUN THRU 9900-EXIT
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-PROCESS-LOAD THRU 2000-EXIT
              UNTIL LOAD-EOF
                 MOVE 0 TO RETURN-CODE
              END-IF
           END-IF
           MOVE 'E' TO RN-FUNCTION
           PERFORM 9900-RECORD-RUN THRU 9900-EXIT
           STOP RUN.

      *> The reject threshold is read once for the run. A missing
              MOVE ZERO TO WS-THRESHOLD-PCT
           END-IF
           ACCEPT WS-CURRENT-DATE-8 FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME-8 FROM TIME
           OPEN INPUT LOAD-FILE
           OPEN I-O CUSTOMER-MASTER-FILE
           OPEN OUTPUT REJECT-FILE
           OPEN EXTEND CHANGE-FILE
           OPEN OUTPUT REPORT-FILE
           WRITE RPT-LINE FROM RPT-HEADING-1
           MOVE SPACES TO RPT-LINE
                 PERFORM 4000-WRITE-REJECT THRU 4000-EXIT
              NOT INVALID KEY
                 ADD 1 TO WS-ADDED-COUNT
                 PERFORM 3100-WRITE-CHANGE THRU 3100-EXIT
           END-WRITE.
       3000-EXIT.
           EXIT.

      *> The add's CUSTCHG change record: no before image, the
      *> record as added for the after image, and the run id
      *> (program name) in the operator slot - a load has no
      *> operator behind each record.
       3100-WRITE-CHANGE.
           MOVE SPACES TO CX-RECORD
           MOVE WS-CURRENT-DATE-8 TO CX-DATE
           MOVE WS-CURRENT-TIME-8 TO CX-TIME
           MOVE CM-KEY TO CX-ACCOUNT-NO
           MOVE 'A' TO CX-CHANGE-TYPE
           MOVE 'CUSTLOAD' TO CX-SOURCE-PROGRAM
           MOVE 'CUSTLOAD' TO CX-OPERATOR-ID
           MOVE 'BTCH' TO CX-TERMINAL-ID
           MOVE CM-RECORD TO CX-AFTER-IMAGE
           WRITE CX-RECORD.
       3100-EXIT.
           EXIT.

       4000-WRITE-REJECT.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE LD-RECORD TO REJ-SOURCE
       5000-EXIT.
           EXIT.

      *> Start and end records on the RUNLEDG run ledger; the end
      *> record carries the counts the run prints.
       9900-RECORD-RUN.
           MOVE 'CUSTLOAD' TO RN-PROGRAM
           MOVE RETURN-CODE TO RN-RETURN-CODE
           MOVE WS-READ-COUNT TO RN-RECORDS-READ
           MOVE WS-ADDED-COUNT TO RN-RECORDS-WRITTEN
           MOVE 'LOAD READ' TO RN-COUNT-LABEL(1)
           MOVE WS-READ-COUNT TO RN-COUNT-VALUE(1)
           MOVE 'ADDED' TO RN-COUNT-LABEL(2)
           MOVE WS-ADDED-COUNT TO RN-COUNT-VALUE(2)
           MOVE 'REJECTED' TO RN-COUNT-LABEL(3)
           MOVE WS-REJECTED-COUNT TO RN-COUNT-VALUE(3)
           MOVE 'THRESHOLD %' TO RN-COUNT-LABEL(4)
           MOVE WS-THRESHOLD-PCT TO RN-COUNT-VALUE(4)
           CALL 'RUNLEDGR' USING RN-PARMS.
       9900-EXIT.
           EXIT.

       9999-TERMINATE.
           CLOSE LOAD-FILE
           CLOSE CUSTOMER-MASTER-FILE
           CLOSE REJECT-FILE
           CLOSE CHANGE-FILE
           CLOSE REPORT-FILE.
       9999-EXIT.
           EXIT.
