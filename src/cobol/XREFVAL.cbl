      *>                    record is exactly one source line again,
      *>                    matching how a PDS member's fixed records
      *>                    line up one-for-one with source lines.
      *>   2026-10-13  PAY  Start and end records on the RUNLEDG run
      *>                    ledger through RUNLEDGR.
      *> ------------------------------------------------------------

       ENVIRONMENT DIVISION.
           05 FILLER                  PIC X(08) VALUE ' LINE '.
           05 RM-LINE-NO              PIC 9(05).

           COPY RUNLPRM.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           MOVE 'S' TO RN-FUNCTION
           PERFORM 9900-RECORD-RUN THRU 9900-EXIT
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-BUILD-PARA-TABLE THRU 2000-EXIT
              VARYING WS-LOAD-IX FROM 1 BY 1
              MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 9999-TERMINATE THRU 9999-EXIT
           MOVE 'E' TO RN-FUNCTION
           PERFORM 9900-RECORD-RUN THRU 9900-EXIT
           STOP RUN.

       1000-INITIALIZE.
       4100-EXIT.
           EXIT.

      *> Start and end records on the RUNLEDG run ledger; the end
      *> record carries the counts the run prints.
       9900-RECORD-RUN.
           MOVE 'XREFVAL' TO RN-PROGRAM
           MOVE RETURN-CODE TO RN-RETURN-CODE
           MOVE WS-LINE-COUNT TO RN-RECORDS-READ
           MOVE ZERO TO RN-RECORDS-WRITTEN
           MOVE 'PARAGRAPHS' TO RN-COUNT-LABEL(1)
           MOVE WS-PARA-COUNT TO RN-COUNT-VALUE(1)
           MOVE 'TARGETS' TO RN-COUNT-LABEL(2)
           MOVE WS-TARGET-COUNT TO RN-COUNT-VALUE(2)
           MOVE 'MISMATCHES' TO RN-COUNT-LABEL(3)
           MOVE WS-MISMATCH-COUNT TO RN-COUNT-VALUE(3)
           CALL 'RUNLEDGR' USING RN-PARMS.
       9900-EXIT.
           EXIT.

       9999-TERMINATE.
           CLOSE SOURCE-FILE
           CLOSE XREF-RPT-FILE.
