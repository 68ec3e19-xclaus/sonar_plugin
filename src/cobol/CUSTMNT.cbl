      *>               whenever the status flag actually changes, so
      *>               CUSTARCH can measure how long a closed account
      *>               has been closed.
      *>   2026-09-14  The AUDIT-LOG writes here also clear the
      *>               transaction-type field the transaction
      *>               writers now stamp - maintenance events carry
      *>               no type.
      *>   2026-09-25  An account merged away by ACCTMRG
      *>               (CM-STATUS-MERGED) can no longer be updated
      *>               here - keying it back to A or C would cut it
      *>               loose from its ACCTXREF forwarding entry.
      *>               Maintenance belongs on the survivor.
      *>   2026-10-07  Every add and update now writes a CUSTCHG
      *>               change record - user id, terminal, time, and
      *>               the record before and after - so a CUSTMNT
      *>               change is traceable the way a PARMMNT change
      *>               is on PARMHIST.
      *>   2026-10-15  The CUSTCHG change record is cleared before it
      *>               is built, so its filler no longer carries
      *>               whatever working storage held; the change type
      *>               comes in through WS-CHANGE-TYPE. A change
      *>               record that fails to write is now reported on
      *>               the screen instead of a clean add/update.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
          01 WS-TAX-KEY PIC 9(09).
          01 WS-TODAY PIC 9(08).
          01 WS-OLD-STATUS PIC X(01).
          01 WS-CHANGE-TYPE PIC X(01).
          01 WS-CHG-WRITTEN-SW PIC X(01).
             88 WS-CHG-WRITTEN VALUE 'Y'.
          01 WS-MSG-WORK PIC X(78).

      *> Second CUSTMAS record area for the alternate-index probe,
      *> so the duplicate check never disturbs the record being
             05 WS-DUP-ACCOUNT-NO PIC X(10).
             05 FILLER PIC X(78).

      *> The record as read for update, kept for the change record's
      *> before image once CM-RECORD has been edited.
          01 WS-BEFORE-IMAGE PIC X(88).

      *> Parameter area for the HELLORTE common routing routine,
      *> whose validate function applies the same numeric/non-zero/
      *> check-digit screen HELLO applies to incoming transactions.
          COPY CUSTMAS.
          COPY AUDITLOG.
          COPY OPERAUTH.
          COPY CUSTCHG.
          COPY CUSTMNTM.

       LINKAGE SECTION.
             MOVE 'CUSTMAS WRITE FAILED' TO MSGFO
             GO TO 2100-EXIT
          END-IF
          MOVE SPACES TO WS-BEFORE-IMAGE
          MOVE 'A' TO WS-CHANGE-TYPE
          PERFORM 9200-WRITE-CHANGE-PARA THRU 9200-EXIT
          IF WS-DUP-OVERRIDDEN
             PERFORM 9000-WRITE-DUP-AUDIT-PARA THRU 9000-EXIT
             MOVE 'ACCOUNT ADDED - DUPLICATE TAX ID OVERRIDE LOGGED'
                TO MSGFO
          ELSE
             MOVE 'ACCOUNT ADDED' TO MSGFO
          END-IF
          IF NOT WS-CHG-WRITTEN
             PERFORM 9210-FLAG-NO-CHANGE-PARA THRU 9210-EXIT
          END-IF.
          2100-EXIT.
          EXIT.
             MOVE 'ACCOUNT NOT ON MASTER' TO MSGFO
             GO TO 2200-EXIT
          END-IF
          IF CM-STATUS-MERGED
             EXEC CICS UNLOCK
                FILE('CUSTMAS')
                RESP(WS-RESP)
             END-EXEC
             MOVE 'ACCOUNT MERGED AWAY - MAINTAIN THE SURVIVOR'
                TO MSGFO
             GO TO 2200-EXIT
          END-IF
          MOVE CM-STATUS-FLAG TO WS-OLD-STATUS
          MOVE CM-RECORD TO WS-BEFORE-IMAGE
          PERFORM 2300-CHECK-DUP-TAXID-PARA THRU 2300-EXIT
          IF WS-DUP-FOUND AND WS-DUP-ACCOUNT-NO NOT = ACCTFI
             IF OVRFI = 'Y' AND SUPFI NOT = SPACES
             MOVE 'CUSTMAS REWRITE FAILED' TO MSGFO
             GO TO 2200-EXIT
          END-IF
          MOVE 'U' TO WS-CHANGE-TYPE
          PERFORM 9200-WRITE-CHANGE-PARA THRU 9200-EXIT
          IF WS-DUP-OVERRIDDEN
             PERFORM 9000-WRITE-DUP-AUDIT-PARA THRU 9000-EXIT
             MOVE 'ACCOUNT UPDATED - DUPLICATE TAX ID OVERRIDE LOGGED'
                TO MSGFO
          ELSE
             MOVE 'ACCOUNT UPDATED' TO MSGFO
          END-IF
          IF NOT WS-CHG-WRITTEN
             PERFORM 9210-FLAG-NO-CHANGE-PARA THRU 9210-EXIT
          END-IF.
          2200-EXIT.
          EXIT.
          MOVE WS-ACCT-ENTERED TO AL-KEY-VALUE
          MOVE ZERO TO AL-EXPECTED-LENGTH AL-ACTUAL-LENGTH
          MOVE SPACES TO AL-PARTNER-ID
          MOVE SPACES TO AL-TRAN-TYPE
          EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC
          EXEC CICS FORMATTIME
             ABSTIME(WS-ABSTIME)
          MOVE SUPFI TO AL-KEY-VALUE
          MOVE ZERO TO AL-EXPECTED-LENGTH AL-ACTUAL-LENGTH
          MOVE SPACES TO AL-PARTNER-ID
          MOVE SPACES TO AL-TRAN-TYPE
          EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC
          EXEC CICS FORMATTIME
             ABSTIME(WS-ABSTIME)
          9100-EXIT.
          EXIT.

      *> ----------------------------------------------------------
      *> 9200-WRITE-CHANGE-PARA writes the CUSTCHG change record
      *> for an add or update just applied: the caller sets the
      *> change type in WS-CHANGE-TYPE and leaves the before image
      *> in WS-BEFORE-IMAGE (spaces for an add); the after image is
      *> CM-RECORD as written. The record is cleared first, as
      *> CUSTLOAD and CUSTREIN do, and WS-CHG-WRITTEN-SW says
      *> whether the write went through.
      *> ----------------------------------------------------------
          9200-WRITE-CHANGE-PARA.
          MOVE SPACES TO CX-RECORD
          MOVE WS-CHANGE-TYPE TO CX-CHANGE-TYPE
          EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC
          EXEC CICS FORMATTIME
             ABSTIME(WS-ABSTIME)
             YYYYMMDD(CX-DATE)
             TIME(CX-TIME)
          END-EXEC
          MOVE CM-KEY TO CX-ACCOUNT-NO
          MOVE 'CUSTMNT' TO CX-SOURCE-PROGRAM
          EXEC CICS ASSIGN USERID(CX-OPERATOR-ID) END-EXEC
          MOVE EIBTRMID TO CX-TERMINAL-ID
          MOVE WS-BEFORE-IMAGE TO CX-BEFORE-IMAGE
          MOVE CM-RECORD TO CX-AFTER-IMAGE
          EXEC CICS WRITE
             FILE('CUSTCHG')
             FROM(CX-RECORD)
             RESP(WS-RESP)
          END-EXEC
          IF WS-RESP = DFHRESP(NORMAL)
             MOVE 'Y' TO WS-CHG-WRITTEN-SW
          ELSE
             MOVE 'N' TO WS-CHG-WRITTEN-SW
          END-IF.
          9200-EXIT.
          EXIT.

      *> The master change stands, but its CUSTCHG trail is missing
      *> - the operator is told so, behind whatever the add/update
      *> message already says.
          9210-FLAG-NO-CHANGE-PARA.
          MOVE SPACES TO WS-MSG-WORK
          STRING MSGFO DELIMITED BY '  '
             ' - CUSTCHG NOT WRITTEN' DELIMITED BY SIZE
             INTO WS-MSG-WORK
          END-STRING
          MOVE WS-MSG-WORK TO MSGFO.
          9210-EXIT.
          EXIT.

          X0000-GEN-ERR-PARA.
          DISPLAY 'CUSTMNT GENERAL ERROR'
          EXEC CICS RETURN END-EXEC.
