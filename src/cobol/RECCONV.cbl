      *>
      *> Modification history
      *>   2026-09-03  PAY  Initial version.
      *>   2026-10-13  PAY  Start and end records on the RUNLEDG run
      *>                    ledger through RUNLEDGR.
      *> ------------------------------------------------------------

       ENVIRONMENT DIVISION.
       77  WS-JRNL-COUNT              PIC 9(07) COMP VALUE ZERO.
       77  WS-PHIST-COUNT             PIC 9(07) COMP VALUE ZERO.

           COPY RUNLPRM.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           MOVE 'S' TO RN-FUNCTION
           PERFORM 9900-RECORD-RUN THRU 9900-EXIT
           PERFORM 1000-CONVERT-WORKQ THRU 1000-EXIT
           PERFORM 2000-CONVERT-JOURNAL THRU 2000-EXIT
           PERFORM 3000-CONVERT-PARMHIST THRU 3000-EXIT
           DISPLAY 'RECCONV ACTJRNL  CONVERTED ' WS-JRNL-COUNT
           DISPLAY 'RECCONV PARMHIST CONVERTED ' WS-PHIST-COUNT
           MOVE 0 TO RETURN-CODE
           MOVE 'E' TO RN-FUNCTION
           PERFORM 9900-RECORD-RUN THRU 9900-EXIT
           STOP RUN.

       1000-CONVERT-WORKQ.
           END-READ.
       3100-EXIT.
           EXIT.

      *> Start and end records on the RUNLEDG run ledger; the end
      *> record carries the counts the run prints.
       9900-RECORD-RUN.
           MOVE 'RECCONV' TO RN-PROGRAM
           MOVE RETURN-CODE TO RN-RETURN-CODE
           COMPUTE RN-RECORDS-READ =
              WS-WORKQ-COUNT + WS-JRNL-COUNT + WS-PHIST-COUNT
           MOVE RN-RECORDS-READ TO RN-RECORDS-WRITTEN
           MOVE 'SPWORKQ' TO RN-COUNT-LABEL(1)
           MOVE WS-WORKQ-COUNT TO RN-COUNT-VALUE(1)
           MOVE 'ACTJRNL' TO RN-COUNT-LABEL(2)
           MOVE WS-JRNL-COUNT TO RN-COUNT-VALUE(2)
           MOVE 'PARMHIST' TO RN-COUNT-LABEL(3)
           MOVE WS-PHIST-COUNT TO RN-COUNT-VALUE(3)
           CALL 'RUNLEDGR' USING RN-PARMS.
       9900-EXIT.
           EXIT.
