      *>                    online count could only ever be zero no
      *>                    longer holds, and the variance is a real
      *>                    online-vs-offline comparison.
      *>   2026-09-25  PAY  Accounts ACCTMRG has merged away are left
      *>                    out of the tax-id count - a merged pair is
      *>                    the fix for a duplicate, not a duplicate.
      *>   2026-10-13  PAY  Start and end records on the RUNLEDG run
      *>                    ledger through RUNLEDGR.
      *> ------------------------------------------------------------

       ENVIRONMENT DIVISION.
       77  WS-TAX-COUNT               PIC 9(05) COMP VALUE ZERO.
       77  WS-FOUND-SW                PIC X(01) VALUE 'N'.
           88 TAX-ID-FOUND                VALUE 'Y'.
       77  WS-MASTER-READ-COUNT       PIC 9(09) COMP VALUE ZERO.
       77  WS-DUP-TAX-COUNT           PIC 9(07) COMP VALUE ZERO.
       77  WS-AUDIT-DUPKEY-COUNT      PIC 9(07) COMP VALUE ZERO.
       77  WS-VARIANCE                PIC S9(07) COMP.
              'TAXID-TABLE CAPACITY EXCEEDED BY '.
           05 RO-COUNT                PIC ZZZ,ZZ9.

           COPY RUNLPRM.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           MOVE 'S' TO RN-FUNCTION
           PERFORM 9900-RECORD-RUN THRU 9900-EXIT
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-SCAN-MASTER THRU 2000-EXIT
              UNTIL MASTER-EOF
                 MOVE 0 TO RETURN-CODE
              END-IF
           END-IF
           MOVE 'E' TO RN-FUNCTION
           PERFORM 9900-RECORD-RUN THRU 9900-EXIT
           STOP RUN.

       1000-INITIALIZE.
      *> entries cannot be tracked - WS-TAX-OVERFLOW-SW is raised so
      *> 5000-PRODUCE-REPORT can flag the run as incomplete instead of
      *> silently reporting a dup count that understates reality.
      *> A merged-away account keeps its tax id on the master but is
      *> no longer a live duplicate, so it is not counted.
       2000-SCAN-MASTER.
           ADD 1 TO WS-MASTER-READ-COUNT
           IF CM-STATUS-MERGED
              GO TO 2000-READ-NEXT
           END-IF
           MOVE 'N' TO WS-FOUND-SW
           PERFORM 2100-FIND-TAX-ID THRU 2100-EXIT
              VARYING WS-TAX-IX FROM 1 BY 1
                 DISPLAY 'RECONDUP - TAXID-TABLE FULL AT 2000 - '
                    'TAX ID ' CM-TAX-ID ' NOT TRACKED'
              END-IF
           END-IF.
       2000-READ-NEXT.
           READ CUSTOMER-MASTER-FILE NEXT RECORD
              AT END MOVE 'Y' TO WS-MASTER-EOF-SW
           END-READ.
       5000-EXIT.
           EXIT.

      *> Start and end records on the RUNLEDG run ledger; the end
      *> record carries the counts the run prints.
       9900-RECORD-RUN.
           MOVE 'RECONDUP' TO RN-PROGRAM
           MOVE RETURN-CODE TO RN-RETURN-CODE
           MOVE WS-MASTER-READ-COUNT TO RN-RECORDS-READ
           MOVE ZERO TO RN-RECORDS-WRITTEN
           MOVE 'MASTER DUPS' TO RN-COUNT-LABEL(1)
           MOVE WS-DUP-TAX-COUNT TO RN-COUNT-VALUE(1)
           MOVE 'ONLINE DUPS' TO RN-COUNT-LABEL(2)
           MOVE WS-AUDIT-DUPKEY-COUNT TO RN-COUNT-VALUE(2)
           MOVE 'TAX OVERFLOW' TO RN-COUNT-LABEL(3)
           MOVE WS-TAX-OVERFLOW-COUNT TO RN-COUNT-VALUE(3)
           CALL 'RUNLEDGR' USING RN-PARMS.
       9900-EXIT.
           EXIT.

       9999-TERMINATE.
           CLOSE CUSTOMER-MASTER-FILE
           CLOSE AUDIT-LOG-FILE
