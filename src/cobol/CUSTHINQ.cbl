      *>
      *> Modification history
      *>   2026-08-21  PAY  Initial version.
      *>   2026-10-13  PAY  Start and end records on the RUNLEDG run
      *>                    ledger through RUNLEDGR.
      *> ------------------------------------------------------------

       ENVIRONMENT DIVISION.
           05 FILLER                  PIC X(30)
              VALUE '*NOT ON HISTORY - TRY MASTER*'.

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
       3000-EXIT.
           EXIT.

      *> Start and end records on the RUNLEDG run ledger; the end
      *> record carries the counts the run prints.
       9900-RECORD-RUN.
           MOVE 'CUSTHINQ' TO RN-PROGRAM
           MOVE RETURN-CODE TO RN-RETURN-CODE
           MOVE WS-LIST-COUNT TO RN-RECORDS-READ
           MOVE WS-MATCHED-COUNT TO RN-RECORDS-WRITTEN
           MOVE 'REQUESTS' TO RN-COUNT-LABEL(1)
           MOVE WS-LIST-COUNT TO RN-COUNT-VALUE(1)
           MOVE 'MATCHED' TO RN-COUNT-LABEL(2)
           MOVE WS-MATCHED-COUNT TO RN-COUNT-VALUE(2)
           MOVE 'NOT FOUND' TO RN-COUNT-LABEL(3)
           MOVE WS-NOTFOUND-COUNT TO RN-COUNT-VALUE(3)
           CALL 'RUNLEDGR' USING RN-PARMS.
       9900-EXIT.
           EXIT.

       9999-TERMINATE.
           CLOSE ACCOUNT-LIST-FILE
           CLOSE HISTORY-FILE
