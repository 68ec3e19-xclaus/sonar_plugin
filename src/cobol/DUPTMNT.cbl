       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUPTMNT.

      *> Modification history
      *>   2026-10-02  Initial version. Pseudo-conversational review
      *>               of the suspected duplicates HELLO and HELLOBCH
      *>               hold back under the DUPTRAN condition: lists
      *>               the most recent PENDING DUPSUSP records on the
      *>               DUPTM1 map (DUPTMNT mapset) and lets a
      *>               supervisor mark a line 'R' to release it as a
      *>               genuine repeat or 'D' to dismiss it. A release
      *>               re-drives the transaction as a fresh HELLO
      *>               task - account, type and amount, plus the
      *>               suspect's RBA so HELLO lets it past the
      *>               duplicate check under its original partner id
      *>               and marks it completed - the same START
      *>               RSTCKMNT uses for checkpoint resubmits. A
      *>               dismissal leaves the DUPTRAN rejection
      *>               standing. Either takes the signed-on user to
      *>               be a SUPERVISOR on the OPERAUTH roster, and a
      *>               denied attempt is written to AUDIT-LOG under
      *>               the AUTHDENY condition with the user id in the
      *>               key slot. A worked suspect is rewritten in
      *>               place with who worked it and when, and drops
      *>               off the screen.
      *>   2026-10-15  Each list slot carries a 'Y' occupied flag and
      *>               the release commarea a 'Y' release flag, in
      *>               place of a non-zero RBA meaning "a suspect is
      *>               here" - the first suspect on the DUPSUSP ESDS
      *>               is at RBA zero and could not be worked.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
          01 WS-RESP PIC S9(8) COMP.
          01 WS-ABSTIME PIC S9(15) COMP-3.
          01 WS-LINE-IX PIC 9(01) VALUE 1.
          01 WS-BROWSE-RBA PIC S9(8) COMP VALUE ZERO.
          01 WS-BROWSE-RBA-X REDEFINES WS-BROWSE-RBA PIC X(4).
          01 WS-SEL-IX PIC 9(02) VALUE ZERO.
          01 WS-TODAY PIC 9(08).
          01 WS-NOW-TIME PIC 9(08).
          01 WS-MORE-DATA-SW PIC X(01) VALUE 'Y'.
             88 WS-MORE-DATA VALUE 'Y'.
          01 WS-HELLO-TRANSID PIC X(04) VALUE 'HELO'.
          01 WS-MARKED-SW PIC X(01) VALUE 'N'.
             88 WS-ANY-MARKED VALUE 'Y'.
          01 WS-DENY-SW PIC X(01) VALUE 'N'.
             88 WS-JUST-DENIED VALUE 'Y'.
          01 WS-AUTH-USER PIC X(08).
          01 WS-AUTH-OK-SW PIC X(01).
             88 WS-AUTH-OK VALUE 'Y'.
          01 WS-RELEASED-CT PIC 9(01) VALUE ZERO.
          01 WS-DISMISSED-CT PIC 9(01) VALUE ZERO.
          01 WS-SKIPPED-CT PIC 9(01) VALUE ZERO.
          01 WS-AMOUNT-EDIT PIC ZZZ,ZZZ,ZZ9.99.

      *> The five selector marks, taken off the map in line order.
          01 WS-SEL-TABLE.
             05 WS-SEL-CODE OCCURS 5 TIMES PIC X(01).

      *> The commarea HELLO is started with for a released suspect -
      *> its transaction data followed by the suspect's RBA and the
      *> 'Y' flag that tells HELLO a release is being sent.
          01 WS-RELEASE-AREA.
             05 WRA-ACCOUNT-NO PIC 9(10).
             05 WRA-TRAN-TYPE PIC X(02).
             05 WRA-TRAN-AMOUNT PIC 9(09)V99.
             05 WRA-RELEASE-RBA PIC S9(8) COMP.
             05 WRA-RELEASE-FLAG PIC X(01).

          01 WS-WORKED-MSG.
             05 WWM-RELEASED PIC 9(01).
             05 FILLER PIC X(25) VALUE ' RELEASED FOR RE-DRIVE, '.
             05 WWM-DISMISSED PIC 9(01).
             05 FILLER PIC X(12) VALUE ' DISMISSED, '.
             05 WWM-SKIPPED PIC 9(01).
             05 FILLER PIC X(20) VALUE ' NO LONGER PENDING'.

          COPY DFHAID.
          COPY DFHBMSCA.
          COPY DUPSUSP.
          COPY AUDITLOG.
          COPY OPERAUTH.
          COPY DUPTMNM.

       LINKAGE SECTION.
          01 DFHCOMMAREA.
             05 CA-LIST-ENTRY OCCURS 5 TIMES.
                10 CA-LIST-RBA PIC S9(8) COMP.
                10 CA-LIST-USED PIC X(01).
                   88 CA-LIST-OCCUPIED VALUE 'Y'.

       PROCEDURE DIVISION.

          EXEC CICS HANDLE CONDITION
             NOTFND(X0000-BROWSE-END-PARA)
             ENDFILE(X0000-BROWSE-END-PARA)
             ERROR(X0000-GEN-ERR-PARA)
          END-EXEC.

          0000-MAINLINE.
          IF EIBCALEN = ZERO
             GO TO 1000-BUILD-LIST-PARA
          ELSE
             GO TO 2000-PROCESS-INPUT-PARA
          END-IF.

      *> ----------------------------------------------------------
      *> 1000-BUILD-LIST-PARA browses DUPSUSP backward from the most
      *> recently written suspect (STARTBR GTEQ on a forced-HIGH-
      *> VALUES RBA, then READPREV, same as RSTCKMNT against
      *> RESTCKPT) and paints up to five PENDING suspects on the
      *> map, newest first. The RBA behind each line travels
      *> forward in COMMAREA so the next turn works the right
      *> record; unpainted slots are flagged empty so a mark against
      *> an empty line is ignored (RBA zero is a real suspect - the
      *> first one written). The STARTBR codes RESP - an empty
      *> file (nothing ever held back) just lists nothing.
      *> ----------------------------------------------------------
          1000-BUILD-LIST-PARA.
          MOVE LOW-VALUES TO DUPTM1O
          MOVE 1 TO WS-LINE-IX
          MOVE ZERO TO CA-LIST-RBA(1) CA-LIST-RBA(2) CA-LIST-RBA(3)
             CA-LIST-RBA(4) CA-LIST-RBA(5)
          MOVE 'N' TO CA-LIST-USED(1) CA-LIST-USED(2) CA-LIST-USED(3)
             CA-LIST-USED(4) CA-LIST-USED(5)
          EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC
          EXEC CICS FORMATTIME
             ABSTIME(WS-ABSTIME)
             YYYYMMDD(WS-TODAY)
             TIME(TIMEFO)
          END-EXEC
          MOVE WS-TODAY TO DATEFO
          MOVE HIGH-VALUES TO WS-BROWSE-RBA-X
          MOVE 'Y' TO WS-MORE-DATA-SW
          EXEC CICS STARTBR
             FILE('DUPSUSP')
             RIDFLD(WS-BROWSE-RBA)
             RBA
             GTEQ
             RESP(WS-RESP)
          END-EXEC
          IF WS-RESP = DFHRESP(NORMAL)
             PERFORM 1100-READ-ONE-PARA THRU 1100-EXIT
                UNTIL WS-LINE-IX > 5 OR NOT WS-MORE-DATA
             EXEC CICS ENDBR FILE('DUPSUSP') END-EXEC
          END-IF
          IF WS-ANY-MARKED
             MOVE WS-RELEASED-CT TO WWM-RELEASED
             MOVE WS-DISMISSED-CT TO WWM-DISMISSED
             MOVE WS-SKIPPED-CT TO WWM-SKIPPED
             MOVE WS-WORKED-MSG TO MSGFO
          ELSE
             IF WS-JUST-DENIED
                MOVE 'SUPERVISOR AUTHORITY REQUIRED TO RELEASE/DISMISS'
                   TO MSGFO
             ELSE
                MOVE 'PENDING SUSPECTED DUPLICATES, NEWEST FIRST'
                   TO MSGFO
             END-IF
          END-IF
          EXEC CICS SEND MAP('DUPTM1')
             MAPSET('DUPTMNT')
             FROM(DUPTM1O)
             ERASE
          END-EXEC
          EXEC CICS RETURN
             TRANSID(EIBTRNID)
             COMMAREA(DFHCOMMAREA)
             LENGTH(LENGTH OF DFHCOMMAREA)
          END-EXEC.

      *> Reads the previous DUPSUSP record (walking backward from
      *> the most recent) and, if it is still pending, paints the
      *> next detail line and remembers its RBA.
          1100-READ-ONE-PARA.
          EXEC CICS READPREV
             FILE('DUPSUSP')
             INTO(DS-RECORD)
             RIDFLD(WS-BROWSE-RBA)
             RBA
          END-EXEC
          IF DS-PENDING
             PERFORM 1110-PAINT-LINE-PARA THRU 1110-EXIT
             MOVE WS-BROWSE-RBA TO CA-LIST-RBA(WS-LINE-IX)
             MOVE 'Y' TO CA-LIST-USED(WS-LINE-IX)
             ADD 1 TO WS-LINE-IX
          END-IF.
          1100-EXIT.
          EXIT.

          1110-PAINT-LINE-PARA.
          MOVE DS-TRAN-AMOUNT TO WS-AMOUNT-EDIT
          EVALUATE WS-LINE-IX
             WHEN 1
                MOVE DS-ACCOUNT-NO TO ACT1O
                MOVE DS-TRAN-TYPE TO TYP1O
                MOVE WS-AMOUNT-EDIT TO AMT1O
                MOVE DS-PARTNER-ID TO PTN1O
                MOVE DS-SOURCE-FLAG TO SRC1O
                MOVE DS-DATE TO DAT1O
                MOVE DS-TIME TO TIM1O
                MOVE DS-PRIOR-TIME TO PRI1O
             WHEN 2
                MOVE DS-ACCOUNT-NO TO ACT2O
                MOVE DS-TRAN-TYPE TO TYP2O
                MOVE WS-AMOUNT-EDIT TO AMT2O
                MOVE DS-PARTNER-ID TO PTN2O
                MOVE DS-SOURCE-FLAG TO SRC2O
                MOVE DS-DATE TO DAT2O
                MOVE DS-TIME TO TIM2O
                MOVE DS-PRIOR-TIME TO PRI2O
             WHEN 3
                MOVE DS-ACCOUNT-NO TO ACT3O
                MOVE DS-TRAN-TYPE TO TYP3O
                MOVE WS-AMOUNT-EDIT TO AMT3O
                MOVE DS-PARTNER-ID TO PTN3O
                MOVE DS-SOURCE-FLAG TO SRC3O
                MOVE DS-DATE TO DAT3O
                MOVE DS-TIME TO TIM3O
                MOVE DS-PRIOR-TIME TO PRI3O
             WHEN 4
                MOVE DS-ACCOUNT-NO TO ACT4O
                MOVE DS-TRAN-TYPE TO TYP4O
                MOVE WS-AMOUNT-EDIT TO AMT4O
                MOVE DS-PARTNER-ID TO PTN4O
                MOVE DS-SOURCE-FLAG TO SRC4O
                MOVE DS-DATE TO DAT4O
                MOVE DS-TIME TO TIM4O
                MOVE DS-PRIOR-TIME TO PRI4O
             WHEN 5
                MOVE DS-ACCOUNT-NO TO ACT5O
                MOVE DS-TRAN-TYPE TO TYP5O
                MOVE WS-AMOUNT-EDIT TO AMT5O
                MOVE DS-PARTNER-ID TO PTN5O
                MOVE DS-SOURCE-FLAG TO SRC5O
                MOVE DS-DATE TO DAT5O
                MOVE DS-TIME TO TIM5O
                MOVE DS-PRIOR-TIME TO PRI5O
          END-EVALUATE.
          1110-EXIT.
          EXIT.

      *> ----------------------------------------------------------
      *> 2000-PROCESS-INPUT-PARA handles the supervisor's response:
      *> PF3 exits, otherwise every line marked R or D is worked
      *> (RBAs carried in COMMAREA from the prior turn). Any mark
      *> at all takes SUPERVISOR authority first.
      *> ----------------------------------------------------------
          2000-PROCESS-INPUT-PARA.
          IF EIBAID = DFHPF3
             EXEC CICS RETURN END-EXEC
          END-IF
          EXEC CICS RECEIVE MAP('DUPTM1')
             MAPSET('DUPTMNT')
             INTO(DUPTM1I)
             RESP(WS-RESP)
          END-EXEC
          EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC
          EXEC CICS FORMATTIME
             ABSTIME(WS-ABSTIME)
             YYYYMMDD(WS-TODAY)
             TIME(WS-NOW-TIME)
          END-EXEC
          MOVE SEL1I TO WS-SEL-CODE(1)
          MOVE SEL2I TO WS-SEL-CODE(2)
          MOVE SEL3I TO WS-SEL-CODE(3)
          MOVE SEL4I TO WS-SEL-CODE(4)
          MOVE SEL5I TO WS-SEL-CODE(5)
          MOVE 'N' TO WS-MARKED-SW
          PERFORM 2010-CHECK-MARK-PARA THRU 2010-EXIT
             VARYING WS-SEL-IX FROM 1 BY 1 UNTIL WS-SEL-IX > 5
          IF WS-ANY-MARKED
             PERFORM 2050-CHECK-SUPERVISOR-PARA THRU 2050-EXIT
             IF WS-AUTH-OK
                PERFORM 2100-WORK-LINE-PARA THRU 2100-EXIT
                   VARYING WS-SEL-IX FROM 1 BY 1
                   UNTIL WS-SEL-IX > 5
             ELSE
                PERFORM 9100-WRITE-DENY-AUDIT-PARA THRU 9100-EXIT
                MOVE 'N' TO WS-MARKED-SW
                MOVE 'Y' TO WS-DENY-SW
             END-IF
          END-IF
          GO TO 1000-BUILD-LIST-PARA.

          2010-CHECK-MARK-PARA.
          IF WS-SEL-CODE(WS-SEL-IX) = 'R'
             OR WS-SEL-CODE(WS-SEL-IX) = 'D'
             MOVE 'Y' TO WS-MARKED-SW
          END-IF.
          2010-EXIT.
          EXIT.

      *> The signed-on user must be a genuine SUPERVISOR roster
      *> entry - present on OPERAUTH, active, and SUPERVISOR level
      *> or better - before a suspect is released or dismissed.
          2050-CHECK-SUPERVISOR-PARA.
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
          2050-EXIT.
          EXIT.

      *> Works one marked line. The suspect is read back for update
      *> and must still be PENDING - another supervisor may have
      *> worked it since the list was painted - then rewritten
      *> RELEASED or DISMISSED with who and when. A release then
      *> starts the fresh HELLO task that processes it. A mark
      *> against a line that was never painted (slot not flagged
      *> occupied), or anything but R or D, is ignored.
          2100-WORK-LINE-PARA.
          IF WS-SEL-CODE(WS-SEL-IX) NOT = 'R'
             AND WS-SEL-CODE(WS-SEL-IX) NOT = 'D'
             GO TO 2100-EXIT
          END-IF
          IF NOT CA-LIST-OCCUPIED(WS-SEL-IX)
             GO TO 2100-EXIT
          END-IF
          EXEC CICS READ
             FILE('DUPSUSP')
             INTO(DS-RECORD)
             RIDFLD(CA-LIST-RBA(WS-SEL-IX))
             RBA
             UPDATE
             RESP(WS-RESP)
          END-EXEC
          IF WS-RESP NOT = DFHRESP(NORMAL)
             ADD 1 TO WS-SKIPPED-CT
             GO TO 2100-EXIT
          END-IF
          IF NOT DS-PENDING
             EXEC CICS UNLOCK
                FILE('DUPSUSP')
                RESP(WS-RESP)
             END-EXEC
             ADD 1 TO WS-SKIPPED-CT
             GO TO 2100-EXIT
          END-IF
          MOVE WS-SEL-CODE(WS-SEL-IX) TO DS-STATUS-FLAG
          MOVE WS-AUTH-USER TO DS-WORKED-BY
          MOVE WS-TODAY TO DS-WORKED-DATE
          MOVE WS-NOW-TIME TO DS-WORKED-TIME
          EXEC CICS REWRITE
             FILE('DUPSUSP')
             FROM(DS-RECORD)
          END-EXEC
          IF DS-DISMISSED
             ADD 1 TO WS-DISMISSED-CT
             GO TO 2100-EXIT
          END-IF
          MOVE DS-ACCOUNT-NO TO WRA-ACCOUNT-NO
          MOVE DS-TRAN-TYPE TO WRA-TRAN-TYPE
          MOVE DS-TRAN-AMOUNT TO WRA-TRAN-AMOUNT
          MOVE CA-LIST-RBA(WS-SEL-IX) TO WRA-RELEASE-RBA
          MOVE 'Y' TO WRA-RELEASE-FLAG
          EXEC CICS START
             TRANSID(WS-HELLO-TRANSID)
             FROM(WS-RELEASE-AREA)
             LENGTH(LENGTH OF WS-RELEASE-AREA)
          END-EXEC
          ADD 1 TO WS-RELEASED-CT.
          2100-EXIT.
          EXIT.

      *> ----------------------------------------------------------
      *> 9100-WRITE-DENY-AUDIT-PARA writes a denied release/dismiss
      *> attempt to AUDIT-LOG under the AUTHDENY condition - the
      *> signed-on user id rides in the key slot so who is trying
      *> what is answerable.
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

          X0000-BROWSE-END-PARA.
          MOVE 'N' TO WS-MORE-DATA-SW
          GO TO 1100-EXIT.

          X0000-GEN-ERR-PARA.
          DISPLAY 'DUPTMNT GENERAL ERROR'
          EXEC CICS RETURN END-EXEC.
