      *>
      *> Modification history
      *>   2026-09-03  PAY  Initial version.
      *>   2026-10-13  PAY  Start and end records on the RUNLEDG run
      *>                    ledger through RUNLEDGR.
      *> ------------------------------------------------------------

       ENVIRONMENT DIVISION.
       77  WS-ALERT-IX                PIC 9(04) COMP.
       77  WS-ALERT-COUNT             PIC 9(04) COMP VALUE ZERO.
       77  WS-ALERT-FOUND-IX          PIC 9(04) COMP.
       77  WS-IMAGE-COUNT             PIC 9(07) COMP VALUE ZERO.
       77  WS-COND-IX                 PIC 9(02) COMP.
       77  WS-COND-COUNT              PIC 9(02) COMP VALUE ZERO.
       77  WS-COND-FOUND-IX           PIC 9(02) COMP.
           05 FILLER                  PIC X(05) VALUE SPACES.
           05 RO-AVG-MINUTES          PIC ZZZ,ZZ9.

           COPY RUNLPRM.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           MOVE 'S' TO RN-FUNCTION
           PERFORM 9900-RECORD-RUN THRU 9900-EXIT
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-PROCESS-ALERT THRU 2000-EXIT
              UNTIL ALERT-EOF
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           MOVE 'E' TO RN-FUNCTION
           PERFORM 9900-RECORD-RUN THRU 9900-EXIT
           STOP RUN.

       1000-INITIALIZE.
      *> the same identity replaces the entry's state, so the entry
      *> ends the sweep holding the newest state on file.
       2000-PROCESS-ALERT.
           ADD 1 TO WS-IMAGE-COUNT
           MOVE AQ-CONDITION-CODE TO WI-CONDITION
           MOVE AQ-TRANS-ID TO WI-TRANS-ID
           MOVE AQ-TASK-ID TO WI-TASK-ID
       5200-EXIT.
           EXIT.

      *> Start and end records on the RUNLEDG run ledger; the end
      *> record carries the counts the run prints.
       9900-RECORD-RUN.
           MOVE 'ALRTRPT' TO RN-PROGRAM
           MOVE RETURN-CODE TO RN-RETURN-CODE
           MOVE WS-IMAGE-COUNT TO RN-RECORDS-READ
           MOVE ZERO TO RN-RECORDS-WRITTEN
           MOVE 'ALERTS' TO RN-COUNT-LABEL(1)
           MOVE WS-ALERT-COUNT TO RN-COUNT-VALUE(1)
           MOVE 'SEVERITY 1' TO RN-COUNT-LABEL(2)
           MOVE WS-SEV1-COUNT TO RN-COUNT-VALUE(2)
           MOVE 'SEVERITY 2' TO RN-COUNT-LABEL(3)
           MOVE WS-SEV2-COUNT TO RN-COUNT-VALUE(3)
           MOVE 'SEVERITY 3' TO RN-COUNT-LABEL(4)
           MOVE WS-SEV3-COUNT TO RN-COUNT-VALUE(4)
           MOVE 'ACKNOWLEDGED' TO RN-COUNT-LABEL(5)
           MOVE WS-ACKED-COUNT TO RN-COUNT-VALUE(5)
           MOVE 'NEVER ACKED' TO RN-COUNT-LABEL(6)
           MOVE WS-UNACKED-COUNT TO RN-COUNT-VALUE(6)
           MOVE 'ESCALATED' TO RN-COUNT-LABEL(7)
           MOVE WS-ESCALATED-COUNT TO RN-COUNT-VALUE(7)
           CALL 'RUNLEDGR' USING RN-PARMS.
       9900-EXIT.
           EXIT.

       9999-TERMINATE.
           CLOSE ALERT-FILE
           CLOSE REPORT-FILE.
