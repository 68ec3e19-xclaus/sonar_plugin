      *>
      *> Modification history
      *>   2026-08-21  PAY  Initial version.
      *>   2026-10-13  PAY  Start and end records on the RUNLEDG run
      *>                    ledger through RUNLEDGR.
      *> ------------------------------------------------------------

       ENVIRONMENT DIVISION.
       WORKING-STORAGE SECTION.
       77  WS-EOF-SW                  PIC X(01) VALUE 'N'.
           88 HISTORY-EOF                  VALUE 'Y'.
       77  WS-HIST-READ-COUNT         PIC 9(09) COMP VALUE ZERO.
       77  WS-COND-IX                 PIC 9(02) COMP.
       77  WS-COND-COUNT              PIC 9(02) COMP VALUE ZERO.
       77  WS-COND-FOUND-IX           PIC 9(02) COMP.
           05 FILLER                  PIC X(40) VALUE
              'TALLY TABLE OVERFLOW - REPORT INCOMPLETE'.

           COPY RUNLPRM.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           MOVE 'S' TO RN-FUNCTION
           PERFORM 9900-RECORD-RUN THRU 9900-EXIT
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-TALLY-HISTORY THRU 2000-EXIT
              UNTIL HISTORY-EOF
                 MOVE 0 TO RETURN-CODE
              END-IF
           END-IF
           MOVE 'E' TO RN-FUNCTION
           PERFORM 9900-RECORD-RUN THRU 9900-EXIT
           STOP RUN.

       1000-INITIALIZE.
      *> Buckets one history record into its condition's cell for
      *> both the record's month and its Monday-based week.
       2000-TALLY-HISTORY.
           ADD 1 TO WS-HIST-READ-COUNT
           PERFORM 2100-FIND-CONDITION THRU 2100-EXIT
           IF WS-COND-FOUND-IX > ZERO
              MOVE AH-DATE TO WS-RECORD-DATE-8
       3300-EXIT.
           EXIT.

      *> Start and end records on the RUNLEDG run ledger; the end
      *> record carries the counts the run prints.
       9900-RECORD-RUN.
           MOVE 'AUDTREND' TO RN-PROGRAM
           MOVE RETURN-CODE TO RN-RETURN-CODE
           MOVE WS-HIST-READ-COUNT TO RN-RECORDS-READ
           MOVE ZERO TO RN-RECORDS-WRITTEN
           MOVE 'CONDITIONS' TO RN-COUNT-LABEL(1)
           MOVE WS-COND-COUNT TO RN-COUNT-VALUE(1)
           MOVE 'MONTHS' TO RN-COUNT-LABEL(2)
           MOVE WS-MONTH-COUNT TO RN-COUNT-VALUE(2)
           MOVE 'WEEKS' TO RN-COUNT-LABEL(3)
           MOVE WS-WEEK-COUNT TO RN-COUNT-VALUE(3)
           CALL 'RUNLEDGR' USING RN-PARMS.
       9900-EXIT.
           EXIT.

       9999-TERMINATE.
           CLOSE HISTORY-FILE
           CLOSE REPORT-FILE.
