      *>
      *> Modification history
      *>   2026-09-03  PAY  Initial version.
      *>   2026-10-13  PAY  Start and end records on the RUNLEDG run
      *>                    ledger through RUNLEDGR.
      *> ------------------------------------------------------------

       ENVIRONMENT DIVISION.
       77  WS-ITEM-HOUR               PIC 9(02).
       77  WS-AGE-HOURS               PIC S9(05) COMP.
       77  WS-DISP-DAYS               PIC S9(05) COMP.
       77  WS-QUEUE-READ-COUNT        PIC 9(09) COMP VALUE ZERO.
       77  WS-PENDING-COUNT           PIC 9(07) COMP VALUE ZERO.
       77  WS-PAST-SLA-COUNT          PIC 9(07) COMP VALUE ZERO.
       77  WS-OLDEST-AGE              PIC 9(05) COMP VALUE ZERO.
              'SLA STATUS                  '.
           05 RT-STATUS               PIC X(10).

           COPY RUNLPRM.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           MOVE 'S' TO RN-FUNCTION
           PERFORM 9900-RECORD-RUN THRU 9900-EXIT
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-PROCESS-QUEUE THRU 2000-EXIT
              UNTIL QUEUE-EOF
                 MOVE 0 TO RETURN-CODE
              END-IF
           END-IF
           MOVE 'E' TO RN-FUNCTION
           PERFORM 9900-RECORD-RUN THRU 9900-EXIT
           STOP RUN.

      *> Reads the SLA window and anchors the run date/time the age
                 DISPLAY 'SPWQRPT PARMCTL RECORD HELLOPRM NOT FOUND'
                 MOVE 4 TO RETURN-CODE
                 CLOSE PARM-CONTROL-FILE
                 MOVE 'E' TO RN-FUNCTION
                 PERFORM 9900-RECORD-RUN THRU 9900-EXIT
                 STOP RUN
           END-READ
           CLOSE PARM-CONTROL-FILE
              DISPLAY 'SPWQRPT PF-WORKQ-SLA-HOURS NOT SET - '
                 'SET IT THROUGH THE PARAMETER MAINTENANCE SCREEN'
              MOVE 4 TO RETURN-CODE
              MOVE 'E' TO RN-FUNCTION
              PERFORM 9900-RECORD-RUN THRU 9900-EXIT
              STOP RUN
           END-IF
           MOVE PF-WORKQ-SLA-HOURS TO WS-SLA-HOURS
      *> item whose queue date cannot be trusted is counted aside
      *> rather than put through date arithmetic.
       2000-PROCESS-QUEUE.
           ADD 1 TO WS-QUEUE-READ-COUNT
           IF WQ-DATE NOT NUMERIC OR WQ-DATE = ZERO
              ADD 1 TO WS-BAD-DATE-COUNT
              GO TO 2000-NEXT
       5200-EXIT.
           EXIT.

      *> Start and end records on the RUNLEDG run ledger; the end
      *> record carries the counts the run prints.
       9900-RECORD-RUN.
           MOVE 'SPWQRPT' TO RN-PROGRAM
           MOVE RETURN-CODE TO RN-RETURN-CODE
           MOVE WS-QUEUE-READ-COUNT TO RN-RECORDS-READ
           MOVE ZERO TO RN-RECORDS-WRITTEN
           MOVE 'PENDING' TO RN-COUNT-LABEL(1)
           MOVE WS-PENDING-COUNT TO RN-COUNT-VALUE(1)
           MOVE 'PAST SLA' TO RN-COUNT-LABEL(2)
           MOVE WS-PAST-SLA-COUNT TO RN-COUNT-VALUE(2)
           MOVE 'WORKED' TO RN-COUNT-LABEL(3)
           MOVE WS-WORKED-COUNT TO RN-COUNT-VALUE(3)
           MOVE 'REJECTED' TO RN-COUNT-LABEL(4)
           MOVE WS-REJECTED-COUNT TO RN-COUNT-VALUE(4)
           MOVE 'BAD DATES' TO RN-COUNT-LABEL(5)
           MOVE WS-BAD-DATE-COUNT TO RN-COUNT-VALUE(5)
           CALL 'RUNLEDGR' USING RN-PARMS.
       9900-EXIT.
           EXIT.

       9999-TERMINATE.
           CLOSE WORK-QUEUE-FILE
           CLOSE REPORT-FILE.
