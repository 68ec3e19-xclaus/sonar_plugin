      *>
      *> Modification history
      *>   2026-09-03  PAY  Initial version.
      *>   2026-10-13  PAY  Start and end records on the RUNLEDG run
      *>                    ledger through RUNLEDGR.
      *> ------------------------------------------------------------

       ENVIRONMENT DIVISION.
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
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           MOVE 'E' TO RN-FUNCTION
           PERFORM 9900-RECORD-RUN THRU 9900-EXIT
           STOP RUN.

       1000-INITIALIZE.
       5000-EXIT.
           EXIT.

      *> Start and end records on the RUNLEDG run ledger; the end
      *> record carries the counts the run prints.
       9900-RECORD-RUN.
           MOVE 'AUTHLOAD' TO RN-PROGRAM
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
           CLOSE AUTH-LIST-FILE
           CLOSE AUTH-ROSTER-FILE
