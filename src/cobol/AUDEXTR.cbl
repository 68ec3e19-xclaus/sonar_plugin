      *>
      *> Modification history
      *>   2026-08-21  PAY  Initial version.
      *>   2026-10-13  PAY  Start and end records on the RUNLEDG run
      *>                    ledger through RUNLEDGR.
      *> ------------------------------------------------------------

       ENVIRONMENT DIVISION.
           05 FILLER                  PIC X(01) VALUE '|'.
           05 EX-HANDLING             PIC X(01).

           COPY RUNLPRM.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           MOVE 'S' TO RN-FUNCTION
           PERFORM 9900-RECORD-RUN THRU 9900-EXIT
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-EXTRACT-LIVE THRU 2000-EXIT
              UNTIL AUDIT-EOF
           DISPLAY 'AUDEXTR LIVE ROWS     ' WS-LIVE-COUNT
           DISPLAY 'AUDEXTR HISTORY ROWS  ' WS-HIST-COUNT
           DISPLAY 'AUDEXTR NOT ON MASTER ' WS-NOMASTER-COUNT
           MOVE 'E' TO RN-FUNCTION
           PERFORM 9900-RECORD-RUN THRU 9900-EXIT
           STOP RUN.

       1000-INITIALIZE.
       4000-EXIT.
           EXIT.

      *> Start and end records on the RUNLEDG run ledger; the end
      *> record carries the counts the run prints.
       9900-RECORD-RUN.
           MOVE 'AUDEXTR' TO RN-PROGRAM
           MOVE RETURN-CODE TO RN-RETURN-CODE
           COMPUTE RN-RECORDS-READ = WS-LIVE-COUNT + WS-HIST-COUNT
           MOVE RN-RECORDS-READ TO RN-RECORDS-WRITTEN
           MOVE 'LIVE ROWS' TO RN-COUNT-LABEL(1)
           MOVE WS-LIVE-COUNT TO RN-COUNT-VALUE(1)
           MOVE 'HISTORY ROWS' TO RN-COUNT-LABEL(2)
           MOVE WS-HIST-COUNT TO RN-COUNT-VALUE(2)
           MOVE 'NOT ON MAST' TO RN-COUNT-LABEL(3)
           MOVE WS-NOMASTER-COUNT TO RN-COUNT-VALUE(3)
           CALL 'RUNLEDGR' USING RN-PARMS.
       9900-EXIT.
           EXIT.

       9999-TERMINATE.
           CLOSE AUDIT-LOG-FILE
           CLOSE HISTORY-FILE
