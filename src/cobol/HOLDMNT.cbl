       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLDMNT.

      *> Modification history
      *>   2026-09-23  Initial version. Pseudo-conversational account
      *>               hold maintenance on the HOLDM1 map (HOLDMNT
      *>               mapset), same pattern as CUSTMNT: P places a
      *>               new hold (type, reason, start date and an
      *>               optional expiry date) on the ACCTHOLD file, R
      *>               releases one by its sequence number, V lists
      *>               the account's holds newest-first with the
      *>               status each has today - ACTIVE, PENDING (start
      *>               date not reached), EXPIRED (lapsed past its
      *>               expiry date with nobody releasing it) or
      *>               RELEASED. Placing and releasing take the
      *>               signed-on user to be a SUPERVISOR on the
      *>               OPERAUTH roster, and a denied attempt is
      *>               written to AUDIT-LOG under the AUTHDENY
      *>               condition with the user id in the key slot;
      *>               viewing is open to any operator. Whether a
      *>               hold is live on a day is decided by the
      *>               HELLORTE hold check, the same test HELLO,
      *>               HELLOBCH and BULKRPLY apply before posting, so
      *>               the screen and the transaction paths never
      *>               disagree. Holds are never deleted - a released
      *>               hold stays on file with who released it and
      *>               when.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
          01 WS-RESP PIC S9(8) COMP.
          01 WS-ABSTIME PIC S9(15) COMP-3.
          01 WS-EDIT-OK-SW PIC X(01).
             88 WS-EDIT-OK VALUE 'Y'.
          01 WS-AUTH-OK-SW PIC X(01).
             88 WS-AUTH-OK VALUE 'Y'.
          01 WS-AUTH-USER PIC X(08).
          01 WS-ACCT-ENTERED PIC 9(10).
          01 WS-TODAY PIC 9(08).
          01 WS-NOW-TIME PIC 9(08).
          01 WS-START-DATE PIC 9(08).
          01 WS-EXPIRY-DATE PIC 9(08).
          01 WS-RELEASE-SEQ PIC 9(03).
          01 WS-LAST-SEQ PIC 9(03).
          01 WS-HOLD-TOTAL PIC 9(03).
          01 WS-HL-MORE-SW PIC X(01).
             88 WS-HL-MORE VALUE 'Y'.

      *> Date edit work area - an entered start or expiry date must
      *> at least look like a calendar date before it is stored.
          01 WS-DATE-CHECK PIC 9(08).
          01 WS-DATE-PARTS REDEFINES WS-DATE-CHECK.
             05 WS-DATE-CCYY PIC 9(04).
             05 WS-DATE-MM PIC 9(02).
             05 WS-DATE-DD PIC 9(02).
          01 WS-DATE-OK-SW PIC X(01).
             88 WS-DATE-OK VALUE 'Y'.

      *> The account's eight most recently placed holds, oldest in
      *> slot 1. The browse runs forward in key (placement) order,
      *> so once the table is full each further hold pushes the
      *> oldest out; the paint pulls them back out newest-first.
          01 WS-LIST-COUNT PIC 9(02).
          01 WS-LIST-IX PIC 9(02).
          01 WS-LINE-IX PIC 9(02).
          01 WS-HOLD-LIST.
             05 WS-HOLD-ENTRY OCCURS 8 TIMES PIC X(78).

          01 WS-LIST-LINE.
             05 LL-HOLD-SEQ PIC 9(03).
             05 FILLER PIC X(01) VALUE SPACE.
             05 LL-HOLD-TYPE PIC X(04).
             05 FILLER PIC X(01) VALUE SPACE.
             05 LL-STATUS PIC X(08).
             05 FILLER PIC X(01) VALUE SPACE.
             05 LL-START-DATE PIC 9(08).
             05 FILLER PIC X(01) VALUE SPACE.
             05 LL-EXPIRY-DATE PIC X(08).
             05 FILLER PIC X(01) VALUE SPACE.
             05 LL-PLACED-BY PIC X(08).
             05 FILLER PIC X(01) VALUE SPACE.
             05 LL-REASON-TEXT PIC X(33).

      *> Parameter area for the HELLORTE common routing routine:
      *> its validate function applies the account-number check-
      *> digit screen, its hold check decides each hold's status.
      *> PF-RECORD, TT-RECORD and VL-RECORD are only carried to
      *> satisfy HELLORTE's linkage - neither function touches them.
          COPY ROUTEPRM.
          COPY PARMFILE.
          COPY TRANTYPE.
          COPY VELOCITY.

          COPY DFHAID.
          COPY DFHBMSCA.
          COPY CUSTMAS.
          COPY ACCTHOLD.
          COPY AUDITLOG.
          COPY OPERAUTH.
          COPY HOLDMNM.

       LINKAGE SECTION.
          01 DFHCOMMAREA.
             05 CA-MNT-STATE PIC X(01).

       PROCEDURE DIVISION.

          EXEC CICS HANDLE CONDITION
             ERROR(X0000-GEN-ERR-PARA)
          END-EXEC.

          0000-MAINLINE.
          IF EIBCALEN = ZERO
             GO TO 1000-SEND-FRESH-PARA
          ELSE
             GO TO 2000-PROCESS-INPUT-PARA
          END-IF.

      *> ----------------------------------------------------------
      *> 1000-SEND-FRESH-PARA paints an empty maintenance screen on
      *> first entry.
      *> ----------------------------------------------------------
          1000-SEND-FRESH-PARA.
          MOVE LOW-VALUES TO HOLDM1O
          MOVE 'ENTER ACTION AND ACCOUNT - PF3 EXITS' TO MSGFO
          GO TO 2900-SEND-PARA.

      *> ----------------------------------------------------------
      *> 2000-PROCESS-INPUT-PARA handles the operator's entry: PF3
      *> exits, otherwise the fields are edited, a place or release
      *> is checked against the roster and applied, and the
      *> account's hold list is repainted under the result.
      *> ----------------------------------------------------------
          2000-PROCESS-INPUT-PARA.
          IF EIBAID = DFHPF3
             EXEC CICS RETURN END-EXEC
          END-IF
          EXEC CICS RECEIVE MAP('HOLDM1')
             MAPSET('HOLDMNT')
             INTO(HOLDM1I)
             RESP(WS-RESP)
          END-EXEC
          EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC
          EXEC CICS FORMATTIME
             ABSTIME(WS-ABSTIME)
             YYYYMMDD(WS-TODAY)
             TIME(WS-NOW-TIME)
          END-EXEC
          PERFORM 2050-EDIT-INPUT-PARA THRU 2050-EXIT
          IF NOT WS-EDIT-OK
             GO TO 2900-SEND-PARA
          END-IF
          IF ACTFI = 'P' OR ACTFI = 'R'
             PERFORM 2020-CHECK-SUPERVISOR-PARA THRU 2020-EXIT
             IF NOT WS-AUTH-OK
                PERFORM 9100-WRITE-DENY-AUDIT-PARA THRU 9100-EXIT
                MOVE 'SUPERVISOR AUTHORITY REQUIRED TO PLACE/RELEASE'
                   TO MSGFO
                GO TO 2900-SEND-PARA
             END-IF
          END-IF
          EVALUATE ACTFI
             WHEN 'P'
                PERFORM 2100-PLACE-PARA THRU 2100-EXIT
             WHEN 'R'
                PERFORM 2200-RELEASE-PARA THRU 2200-EXIT
             WHEN OTHER
                MOVE 'HOLDS LISTED NEWEST FIRST' TO MSGFO
          END-EVALUATE
          PERFORM 3000-LIST-HOLDS-PARA THRU 3000-EXIT
          PERFORM 6000-PAINT-LIST-PARA THRU 6000-EXIT
          GO TO 2900-SEND-PARA.

      *> The signed-on user must be a genuine SUPERVISOR roster
      *> entry - present on OPERAUTH, active, and SUPERVISOR level
      *> or better - before a hold is placed or released.
          2020-CHECK-SUPERVISOR-PARA.
          MOVE 'N' TO WS-AUTH-OK-SW
          EXEC CICS ASSIGN USERID(WS-AUTH-USER) END-EXEC
          MOVE WS-AUTH-USER TO OA-USER-ID
          EXEC CICS READ
             FILE('OPERAUTH')
             INTO(OA-RECORD)
             RIDFLD(OA-USER-ID)
             KEYLENGTH(LENGTH OF OA-USER-ID)
             RESP(WS-RESP)
          END-EXEC
          IF WS-RESP = DFHRESP(NORMAL)
             IF OA-ACTIVE AND OA-ROLE-LEVEL NOT < 3
                MOVE 'Y' TO WS-AUTH-OK-SW
             END-IF
          END-IF.
          2020-EXIT.
          EXIT.

      *> Edits every entered field before any file is touched. The
      *> first edit to fail puts its message up and stops the turn.
      *> The hold fields are only edited for the action that uses
      *> them.
          2050-EDIT-INPUT-PARA.
          MOVE 'N' TO WS-EDIT-OK-SW
          IF ACTFI NOT = 'P' AND ACTFI NOT = 'V' AND ACTFI NOT = 'R'
             MOVE 'ACTION MUST BE P (PLACE), V (VIEW) OR R (RELEASE)'
                TO MSGFO
             GO TO 2050-EXIT
          END-IF
          IF ACCTFI NOT NUMERIC
             MOVE 'ACCOUNT NO MUST BE NUMERIC' TO MSGFO
             GO TO 2050-EXIT
          END-IF
          MOVE ACCTFI TO WS-ACCT-ENTERED
          MOVE 'V' TO RT-FUNCTION
          MOVE ACCTFI TO RT-ACCOUNT-NO
          CALL 'HELLORTE' USING RT-PARMS CM-RECORD PF-RECORD
          IF RT-RESULT-INVALID
             MOVE 'ACCOUNT NO FAILS CHECK-DIGIT VALIDATION' TO MSGFO
             GO TO 2050-EXIT
          END-IF
          MOVE WS-ACCT-ENTERED TO CM-ACCOUNT-NO
          EXEC CICS READ
             FILE('CUSTMAS')
             INTO(CM-RECORD)
             RIDFLD(CM-ACCOUNT-NO)
             KEYLENGTH(LENGTH OF CM-ACCOUNT-NO)
             RESP(WS-RESP)
          END-EXEC
          IF WS-RESP NOT = DFHRESP(NORMAL)
             MOVE 'ACCOUNT NOT ON MASTER' TO MSGFO
             GO TO 2050-EXIT
          END-IF
          IF ACTFI = 'P'
             PERFORM 2060-EDIT-PLACE-PARA THRU 2060-EXIT
             GO TO 2050-EXIT
          END-IF
          IF ACTFI = 'R'
             IF RSQFI NOT NUMERIC
                MOVE 'HOLD SEQ MUST BE NUMERIC (3 DIGITS)' TO MSGFO
                GO TO 2050-EXIT
             END-IF
             MOVE RSQFI TO WS-RELEASE-SEQ
             IF WS-RELEASE-SEQ = ZERO
                MOVE 'HOLD SEQ MUST NOT BE ZERO' TO MSGFO
                GO TO 2050-EXIT
             END-IF
          END-IF
          MOVE 'Y' TO WS-EDIT-OK-SW.
          2050-EXIT.
          EXIT.

      *> A new hold needs a known type and a reason. A blank start
      *> date means today and a hold cannot be backdated - what has
      *> already posted has posted. A blank expiry date means the
      *> hold runs until released; otherwise it must not end before
      *> it starts.
          2060-EDIT-PLACE-PARA.
          MOVE TYPFI TO HL-HOLD-TYPE
          IF NOT HL-TYPE-VALID
             MOVE 'HOLD TYPE MUST BE LEGL, FRAD, DCSD OR OTHR'
                TO MSGFO
             GO TO 2060-EXIT
          END-IF
          IF RSNFI = SPACES OR RSNFI = LOW-VALUES
             MOVE 'HOLD REASON REQUIRED' TO MSGFO
             GO TO 2060-EXIT
          END-IF
          IF STRFI = SPACES OR STRFI = LOW-VALUES
             MOVE WS-TODAY TO WS-START-DATE
          ELSE
             IF STRFI NOT NUMERIC
                MOVE 'START DATE MUST BE CCYYMMDD' TO MSGFO
                GO TO 2060-EXIT
             END-IF
             MOVE STRFI TO WS-DATE-CHECK
             PERFORM 2070-CHECK-DATE-PARA THRU 2070-EXIT
             IF NOT WS-DATE-OK
                MOVE 'START DATE IS NOT A VALID DATE' TO MSGFO
                GO TO 2060-EXIT
             END-IF
             MOVE WS-DATE-CHECK TO WS-START-DATE
             IF WS-START-DATE < WS-TODAY
                MOVE 'START DATE MUST NOT BE BEFORE TODAY' TO MSGFO
                GO TO 2060-EXIT
             END-IF
          END-IF
          IF EXPFI = SPACES OR EXPFI = LOW-VALUES
             MOVE ZERO TO WS-EXPIRY-DATE
          ELSE
             IF EXPFI NOT NUMERIC
                MOVE 'EXPIRY DATE MUST BE CCYYMMDD' TO MSGFO
                GO TO 2060-EXIT
             END-IF
             MOVE EXPFI TO WS-DATE-CHECK
             PERFORM 2070-CHECK-DATE-PARA THRU 2070-EXIT
             IF NOT WS-DATE-OK
                MOVE 'EXPIRY DATE IS NOT A VALID DATE' TO MSGFO
                GO TO 2060-EXIT
             END-IF
             MOVE WS-DATE-CHECK TO WS-EXPIRY-DATE
             IF WS-EXPIRY-DATE < WS-START-DATE
                MOVE 'EXPIRY DATE MUST NOT BE BEFORE START DATE'
                   TO MSGFO
                GO TO 2060-EXIT
             END-IF
          END-IF
          MOVE 'Y' TO WS-EDIT-OK-SW.
          2060-EXIT.
          EXIT.

          2070-CHECK-DATE-PARA.
          MOVE 'N' TO WS-DATE-OK-SW
          IF WS-DATE-CCYY < 2000
             OR WS-DATE-MM < 1 OR WS-DATE-MM > 12
             OR WS-DATE-DD < 1 OR WS-DATE-DD > 31
             GO TO 2070-EXIT
          END-IF
          MOVE 'Y' TO WS-DATE-OK-SW.
          2070-EXIT.
          EXIT.

      *> ----------------------------------------------------------
      *> 2100-PLACE-PARA writes a new ACTIVE hold behind the
      *> account's last one. The browse that finds the last sequence
      *> number is the same one that builds the list.
      *> ----------------------------------------------------------
          2100-PLACE-PARA.
          PERFORM 3000-LIST-HOLDS-PARA THRU 3000-EXIT
          IF WS-LAST-SEQ = 999
             MOVE 'NO HOLD SEQUENCE NUMBERS LEFT ON THIS ACCOUNT'
                TO MSGFO
             GO TO 2100-EXIT
          END-IF
          MOVE SPACES TO HL-RECORD
          MOVE WS-ACCT-ENTERED TO HL-ACCOUNT-NO
          COMPUTE HL-HOLD-SEQ = WS-LAST-SEQ + 1
          MOVE TYPFI TO HL-HOLD-TYPE
          MOVE 'A' TO HL-STATUS-FLAG
          MOVE RSNFI TO HL-REASON-TEXT
          MOVE WS-START-DATE TO HL-START-DATE
          MOVE WS-EXPIRY-DATE TO HL-EXPIRY-DATE
          MOVE WS-AUTH-USER TO HL-PLACED-BY
          MOVE WS-TODAY TO HL-PLACED-DATE
          MOVE WS-NOW-TIME TO HL-PLACED-TIME
          MOVE ZERO TO HL-RELEASED-DATE HL-RELEASED-TIME
          EXEC CICS WRITE
             FILE('ACCTHOLD')
             FROM(HL-RECORD)
             RIDFLD(HL-KEY)
             KEYLENGTH(LENGTH OF HL-KEY)
             RESP(WS-RESP)
          END-EXEC
          IF WS-RESP NOT = DFHRESP(NORMAL)
             MOVE 'ACCTHOLD WRITE FAILED' TO MSGFO
             GO TO 2100-EXIT
          END-IF
          MOVE SPACES TO RSQFO
          MOVE HL-HOLD-SEQ TO RSQFO
          MOVE 'HOLD PLACED' TO MSGFO.
          2100-EXIT.
          EXIT.

      *> ----------------------------------------------------------
      *> 2200-RELEASE-PARA marks an ACTIVE hold RELEASED. A hold
      *> that has already lapsed past its expiry date is left as it
      *> is - it stopped holding on its own and releasing it would
      *> only blur when it actually ended.
      *> ----------------------------------------------------------
          2200-RELEASE-PARA.
          MOVE WS-ACCT-ENTERED TO HL-ACCOUNT-NO
          MOVE WS-RELEASE-SEQ TO HL-HOLD-SEQ
          EXEC CICS READ
             FILE('ACCTHOLD')
             INTO(HL-RECORD)
             RIDFLD(HL-KEY)
             KEYLENGTH(LENGTH OF HL-KEY)
             UPDATE
             RESP(WS-RESP)
          END-EXEC
          IF WS-RESP NOT = DFHRESP(NORMAL)
             MOVE 'NO SUCH HOLD ON THIS ACCOUNT' TO MSGFO
             GO TO 2200-EXIT
          END-IF
          MOVE WS-TODAY TO RT-HOLD-DATE
          MOVE 'H' TO RT-FUNCTION
          CALL 'HELLORTE' USING RT-PARMS CM-RECORD PF-RECORD
             TT-RECORD VL-RECORD HL-RECORD
          IF RT-REASON-HOLD-RELEASED OR RT-REASON-HOLD-EXPIRED
             EXEC CICS UNLOCK
                FILE('ACCTHOLD')
                RESP(WS-RESP)
             END-EXEC
             IF RT-REASON-HOLD-RELEASED
                MOVE 'HOLD ALREADY RELEASED' TO MSGFO
             ELSE
                MOVE 'HOLD ALREADY LAPSED PAST ITS EXPIRY DATE'
                   TO MSGFO
             END-IF
             GO TO 2200-EXIT
          END-IF
          MOVE 'R' TO HL-STATUS-FLAG
          MOVE WS-AUTH-USER TO HL-RELEASED-BY
          MOVE WS-TODAY TO HL-RELEASED-DATE
          MOVE WS-NOW-TIME TO HL-RELEASED-TIME
          EXEC CICS REWRITE
             FILE('ACCTHOLD')
             FROM(HL-RECORD)
             RESP(WS-RESP)
          END-EXEC
          IF WS-RESP NOT = DFHRESP(NORMAL)
             MOVE 'ACCTHOLD REWRITE FAILED' TO MSGFO
             GO TO 2200-EXIT
          END-IF
          MOVE 'HOLD RELEASED' TO MSGFO.
          2200-EXIT.
          EXIT.

      *> ----------------------------------------------------------
      *> 3000-LIST-HOLDS-PARA browses the account's holds in key
      *> order, keeping the newest eight as list lines with today's
      *> status, and noting the highest sequence number in use.
      *> ----------------------------------------------------------
          3000-LIST-HOLDS-PARA.
          MOVE ZERO TO WS-LIST-COUNT WS-LAST-SEQ WS-HOLD-TOTAL
          MOVE SPACES TO WS-HOLD-LIST
          MOVE WS-TODAY TO RT-HOLD-DATE
          MOVE WS-ACCT-ENTERED TO HL-ACCOUNT-NO
          MOVE ZERO TO HL-HOLD-SEQ
          EXEC CICS STARTBR
             FILE('ACCTHOLD')
             RIDFLD(HL-KEY)
             KEYLENGTH(LENGTH OF HL-KEY)
             GTEQ
             RESP(WS-RESP)
          END-EXEC
          IF WS-RESP NOT = DFHRESP(NORMAL)
             GO TO 3000-EXIT
          END-IF
          MOVE 'Y' TO WS-HL-MORE-SW
          PERFORM 3100-NEXT-HOLD-PARA THRU 3100-EXIT
             UNTIL NOT WS-HL-MORE
          EXEC CICS ENDBR
             FILE('ACCTHOLD')
             RESP(WS-RESP)
          END-EXEC.
          3000-EXIT.
          EXIT.

          3100-NEXT-HOLD-PARA.
          EXEC CICS READNEXT
             FILE('ACCTHOLD')
             INTO(HL-RECORD)
             RIDFLD(HL-KEY)
             KEYLENGTH(LENGTH OF HL-KEY)
             RESP(WS-RESP)
          END-EXEC
          IF WS-RESP NOT = DFHRESP(NORMAL)
             OR HL-ACCOUNT-NO NOT = WS-ACCT-ENTERED
             MOVE 'N' TO WS-HL-MORE-SW
             GO TO 3100-EXIT
          END-IF
          ADD 1 TO WS-HOLD-TOTAL
          MOVE HL-HOLD-SEQ TO WS-LAST-SEQ
          MOVE 'H' TO RT-FUNCTION
          CALL 'HELLORTE' USING RT-PARMS CM-RECORD PF-RECORD
             TT-RECORD VL-RECORD HL-RECORD
          EVALUATE TRUE
             WHEN RT-RESULT-HELD
                MOVE 'ACTIVE' TO LL-STATUS
             WHEN RT-REASON-HOLD-PENDING
                MOVE 'PENDING' TO LL-STATUS
             WHEN RT-REASON-HOLD-EXPIRED
                MOVE 'EXPIRED' TO LL-STATUS
             WHEN OTHER
                MOVE 'RELEASED' TO LL-STATUS
          END-EVALUATE
          MOVE HL-HOLD-SEQ TO LL-HOLD-SEQ
          MOVE HL-HOLD-TYPE TO LL-HOLD-TYPE
          MOVE HL-START-DATE TO LL-START-DATE
          IF HL-EXPIRY-DATE = ZERO
             MOVE 'NONE' TO LL-EXPIRY-DATE
          ELSE
             MOVE HL-EXPIRY-DATE TO LL-EXPIRY-DATE
          END-IF
          MOVE HL-PLACED-BY TO LL-PLACED-BY
          MOVE HL-REASON-TEXT TO LL-REASON-TEXT
          IF WS-LIST-COUNT = 8
             PERFORM 3110-SHIFT-LIST-PARA THRU 3110-EXIT
                VARYING WS-LIST-IX FROM 1 BY 1 UNTIL WS-LIST-IX > 7
          ELSE
             ADD 1 TO WS-LIST-COUNT
          END-IF
          MOVE WS-LIST-LINE TO WS-HOLD-ENTRY(WS-LIST-COUNT).
          3100-EXIT.
          EXIT.

          3110-SHIFT-LIST-PARA.
          MOVE WS-HOLD-ENTRY(WS-LIST-IX + 1)
             TO WS-HOLD-ENTRY(WS-LIST-IX).
          3110-EXIT.
          EXIT.

      *> ----------------------------------------------------------
      *> 6000-PAINT-LIST-PARA paints the collected holds onto the
      *> eight screen lines newest-first and blanks the rest.
      *> ----------------------------------------------------------
          6000-PAINT-LIST-PARA.
          MOVE SPACES TO LIN1O LIN2O LIN3O LIN4O
          MOVE SPACES TO LIN5O LIN6O LIN7O LIN8O
          MOVE WS-LIST-COUNT TO WS-LIST-IX
          PERFORM 6100-PAINT-LINE-PARA THRU 6100-EXIT
             VARYING WS-LINE-IX FROM 1 BY 1
             UNTIL WS-LINE-IX > WS-LIST-COUNT
          IF WS-HOLD-TOTAL = ZERO AND ACTFI = 'V'
             MOVE 'NO HOLDS ON FILE FOR THIS ACCOUNT' TO MSGFO
          END-IF.
          6000-EXIT.
          EXIT.

          6100-PAINT-LINE-PARA.
          EVALUATE WS-LINE-IX
             WHEN 1
                MOVE WS-HOLD-ENTRY(WS-LIST-IX) TO LIN1O
             WHEN 2
                MOVE WS-HOLD-ENTRY(WS-LIST-IX) TO LIN2O
             WHEN 3
                MOVE WS-HOLD-ENTRY(WS-LIST-IX) TO LIN3O
             WHEN 4
                MOVE WS-HOLD-ENTRY(WS-LIST-IX) TO LIN4O
             WHEN 5
                MOVE WS-HOLD-ENTRY(WS-LIST-IX) TO LIN5O
             WHEN 6
                MOVE WS-HOLD-ENTRY(WS-LIST-IX) TO LIN6O
             WHEN 7
                MOVE WS-HOLD-ENTRY(WS-LIST-IX) TO LIN7O
             WHEN 8
                MOVE WS-HOLD-ENTRY(WS-LIST-IX) TO LIN8O
          END-EVALUATE
          SUBTRACT 1 FROM WS-LIST-IX.
          6100-EXIT.
          EXIT.

      *> ----------------------------------------------------------
      *> 2900-SEND-PARA stamps the header date/time, repaints the
      *> screen (echoing whatever the operator entered), and hands
      *> the terminal back pseudo-conversationally.
      *> ----------------------------------------------------------
          2900-SEND-PARA.
          EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC
          EXEC CICS FORMATTIME
             ABSTIME(WS-ABSTIME)
             YYYYMMDD(DATEFO)
             TIME(TIMEFO)
          END-EXEC
          EXEC CICS SEND MAP('HOLDM1')
             MAPSET('HOLDMNT')
             FROM(HOLDM1O)
             ERASE
          END-EXEC
          EXEC CICS RETURN
             TRANSID(EIBTRNID)
             COMMAREA(DFHCOMMAREA)
             LENGTH(LENGTH OF DFHCOMMAREA)
          END-EXEC.

      *> ----------------------------------------------------------
      *> 9100-WRITE-DENY-AUDIT-PARA writes a denied place or
      *> release attempt to AUDIT-LOG under the AUTHDENY condition
      *> - the signed-on user id rides in the key slot so who is
      *> trying what is answerable.
      *> ----------------------------------------------------------
          9100-WRITE-DENY-AUDIT-PARA.
          MOVE EIBTRNID TO AL-TRANS-ID
          MOVE EIBTASKN TO AL-TASK-ID
          MOVE EIBTRMID TO AL-TERMINAL-ID
          MOVE 'AUTHDENY' TO AL-CONDITION-CODE
          MOVE WS-AUTH-USER TO AL-KEY-VALUE
          MOVE ZERO TO AL-EXPECTED-LENGTH AL-ACTUAL-LENGTH
          MOVE SPACES TO AL-PARTNER-ID
          MOVE SPACES TO AL-TRAN-TYPE
          EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC
          EXEC CICS FORMATTIME
             ABSTIME(WS-ABSTIME)
             YYYYMMDD(AL-DATE)
             TIME(AL-TIME)
          END-EXEC
          EXEC CICS WRITE
             FILE('AUDITLOG')
             FROM(AL-RECORD)
             RESP(WS-RESP)
          END-EXEC.
          9100-EXIT.
          EXIT.

          X0000-GEN-ERR-PARA.
          DISPLAY 'HOLDMNT GENERAL ERROR'
          EXEC CICS RETURN END-EXEC.
