      *>               before. A denied attempt is written to
      *>               AUDIT-LOG under the AUTHDENY condition with
      *>               the user id in the key slot.
      *>   2026-09-14  The AUDIT-LOG writes here also clear the
      *>               transaction-type field the transaction
      *>               writers now stamp - maintenance events carry
      *>               no type.
      *>   2026-09-18  Daily velocity count and value limits for
      *>               HELLORTE's velocity special routing maintained
      *>               and change-logged alongside the other control
      *>               values. The value is keyed as eleven digits
      *>               with no decimal point, like the amount
      *>               threshold; zero switches either limit off.
      *>   2026-09-21  Large-value reporting threshold (the daily
      *>               per-tax-id total the nightly LGVALRPT report
      *>               lists and extracts above) maintained and
      *>               change-logged alongside the other control
      *>               values, keyed the same way as the velocity
      *>               value limit. Required (not zero) - there is
      *>               no "off" for a regulatory report.
      *>   2026-10-02  Duplicate-transaction window minutes (how
      *>               close together two same-day transactions for
      *>               one account, type, amount and partner must be
      *>               for HELLO/HELLOBCH to hold the second as
      *>               DUPTRAN) maintained and change-logged
      *>               alongside the other control values. 0 through
      *>               1440; zero switches the check off.
      *>   2026-10-09  Dual control. ENTER no longer applies a change:
      *>               the edited values are staged on PARMPEND as a
      *>               change request, with an optional effective
      *>               date and time (blank = as soon as approved),
      *>               and a second, different OPS-ADMIN shows it
      *>               (PF2 - the keyed request number, or the
      *>               oldest pending), then approves it (PF10) or
      *>               rejects it (PF11). A change with no effective
      *>               time is applied on approval by LINKing
      *>               PARMAPLY; a future-dated one is applied by
      *>               the PRMA timed task when it comes due. The
      *>               PARMCTL rewrite, PARMCACH refresh and PARMHIST
      *>               write (now carrying the approver as well as
      *>               the requester) moved to PARMAPLY with it.
      *>               Acting on one's own request is refused and
      *>               written to AUDIT-LOG as AUTHDENY. A request
      *>               nobody acts on expires - 24 hours after it
      *>               was keyed, or at its effective time.
      *>   2026-10-15  PARMPEND fields now carry the PQ- prefix, so
      *>               they no longer clash with POSTPRM's PP- names.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
          01 WS-RESP PIC S9(8) COMP.
          01 WS-ABSTIME PIC S9(15) COMP-3.
          01 WS-EXPIRY-ABS PIC S9(15) COMP-3.
          01 WS-PARM-KEY PIC X(08) VALUE 'HELLOPRM'.
          01 WS-CACHE-QUEUE PIC X(08) VALUE 'PARMCACH'.
          01 WS-EDIT-OK-SW PIC X(01).
          01 WS-LRJ-ENTERED PIC 9(03).
          01 WS-WQR-ENTERED PIC 9(03).
          01 WS-CKR-ENTERED PIC 9(03).
          01 WS-VCT-ENTERED PIC 9(05).
          01 WS-VVL-ENTERED PIC 9(09)V99.
          01 WS-LGV-ENTERED PIC 9(09)V99.
          01 WS-DUP-ENTERED PIC 9(04).
          01 WS-AUTH-USER PIC X(08).
          01 WS-AUTH-OK-SW PIC X(01).
             88 WS-AUTH-OK VALUE 'Y'.
          01 WS-AMT-DISPLAY PIC 9(09).
          01 WS-AMT-DISPLAY-R REDEFINES WS-AMT-DISPLAY
             PIC 9(07)V99.
      *> The same keyed/painted image for the velocity value limit.
          01 WS-VVL-DISPLAY PIC 9(11).
          01 WS-VVL-DISPLAY-R REDEFINES WS-VVL-DISPLAY
             PIC 9(09)V99.
      *> And for the large-value reporting threshold.
          01 WS-LGV-DISPLAY PIC 9(11).
          01 WS-LGV-DISPLAY-R REDEFINES WS-LGV-DISPLAY
             PIC 9(09)V99.
      *> Change-request handling. A request nobody acts on expires
      *> WS-EXPIRY-HOURS after it was keyed, or at its effective
      *> time when it has one. Times are compared as CCYYMMDDHHMM.
          01 WS-ACTION-SW PIC X(01).
             88 WS-APPROVING VALUE 'A'.
             88 WS-REJECTING VALUE 'R'.
          01 WS-FIND-SW PIC X(01).
             88 WS-FIND-DONE VALUE 'Y'.
          01 WS-FOUND-SW PIC X(01).
             88 WS-FOUND VALUE 'Y'.
          01 WS-PARM-FOUND-SW PIC X(01).
             88 WS-PARM-FOUND VALUE 'Y'.
          01 WS-PEND-KEY PIC 9(08).
          01 WS-PEND-KEY-X REDEFINES WS-PEND-KEY PIC X(08).
          01 WS-NEXT-REQUEST-NO PIC 9(08).
          01 WS-EXPIRY-HOURS PIC 9(03) VALUE 24.
          01 WS-BASE-IMAGE PIC X(80).
          01 WS-NEW-IMAGE PIC X(80).
          01 WS-EFF-DATE PIC 9(08).
          01 WS-EFF-TIME PIC 9(04).
          01 WS-EFF-TIME-R REDEFINES WS-EFF-TIME.
             05 WS-EFF-HH PIC 9(02).
             05 WS-EFF-MI PIC 9(02).
          01 WS-DATE-CHECK PIC 9(08).
          01 WS-DATE-PARTS REDEFINES WS-DATE-CHECK.
             05 WS-DATE-CCYY PIC 9(04).
             05 WS-DATE-MM PIC 9(02).
             05 WS-DATE-DD PIC 9(02).
          01 WS-DATE-OK-SW PIC X(01).
             88 WS-DATE-OK VALUE 'Y'.
          01 WS-NOW-DATE PIC 9(08).
          01 WS-CLOCK PIC 9(06).
          01 WS-CLOCK-R REDEFINES WS-CLOCK.
             05 WS-CLOCK-HHMM PIC 9(04).
             05 WS-CLOCK-SS PIC 9(02).
          01 WS-NOW-STAMP PIC 9(12).
          01 WS-EFF-STAMP PIC 9(12).
          01 WS-EXPIRY-STAMP PIC 9(12).
      *> Passed to PARMAPLY to apply one approved request at once;
      *> the result says whether it went live.
          01 WS-APPLY-AREA.
             05 WS-APPLY-REQUEST-NO PIC 9(08).
             05 WS-APPLY-RESULT PIC X(01).
                88 WS-APPLY-DONE VALUE 'D'.
                88 WS-APPLY-STALE VALUE 'S'.
      *> Status line painted beside the request number: the state
      *> and who last moved it there, when.
          01 WS-REQ-INFO.
             05 WS-RI-STATUS PIC X(08).
             05 FILLER PIC X(04) VALUE ' BY '.
             05 WS-RI-USER PIC X(08).
             05 FILLER PIC X(01) VALUE SPACE.
             05 WS-RI-DATE PIC 9(08).
             05 FILLER PIC X(01) VALUE SPACE.
             05 WS-RI-TIME PIC 9(04).
             05 FILLER PIC X(03) VALUE SPACES.
          01 WS-REQ-MSG.
             05 FILLER PIC X(15) VALUE 'CHANGE REQUEST '.
             05 WS-RM-REQUEST-NO PIC 9(08).
             05 FILLER PIC X(01) VALUE SPACE.
             05 WS-RM-TEXT PIC X(54).

          COPY DFHAID.
          COPY DFHBMSCA.
          COPY PARMFILE.
          COPY PARMPEND.
          COPY AUDITLOG.
          COPY OPERAUTH.
          COPY PARMMNTM.
       LINKAGE SECTION.
          01 DFHCOMMAREA.
             05 CA-MNT-STATE PIC X(01).
             05 CA-REQUEST-NO PIC 9(08).

       PROCEDURE DIVISION.

      *> there, not from memory.
      *> ----------------------------------------------------------
          1000-SHOW-CURRENT-PARA.
          MOVE ZERO TO CA-REQUEST-NO
          PERFORM 2970-PAINT-CURRENT-PARA THRU 2970-EXIT
          IF WS-PARM-FOUND
             MOVE 'OVERTYPE VALUES AND PRESS ENTER TO REQUEST A CHANGE'
                TO MSGFO
          END-IF
          GO TO 2900-SEND-PARA.

      *> ----------------------------------------------------------
      *> 2000-PROCESS-INPUT-PARA routes the operator's response:
      *> PF5 reloads the cache, PF2 shows a change request, PF10 and
      *> PF11 approve or reject the request shown, and ENTER
      *> validates the entered values and stages them as a new
      *> PARMPEND change request for a second OPS-ADMIN - nothing
      *> reaches PARMCTL from here.
      *> ----------------------------------------------------------
          2000-PROCESS-INPUT-PARA.
          IF EIBAID = DFHPF3
             INTO(PARMM1I)
             RESP(WS-RESP)
          END-EXEC
          IF EIBAID = DFHPF2
             GO TO 2500-SHOW-REQUEST-PARA
          END-IF
          IF EIBAID = DFHPF10
             MOVE 'A' TO WS-ACTION-SW
             GO TO 2600-ACTION-REQUEST-PARA
          END-IF
          IF EIBAID = DFHPF11
             MOVE 'R' TO WS-ACTION-SW
             GO TO 2600-ACTION-REQUEST-PARA
          END-IF
          MOVE ZERO TO CA-REQUEST-NO
          PERFORM 2020-CHECK-OPSADMIN-PARA THRU 2020-EXIT
          IF NOT WS-AUTH-OK
             PERFORM 9100-WRITE-DENY-AUDIT-PARA THRU 9100-EXIT
          IF NOT WS-EDIT-OK
             GO TO 2900-SEND-PARA
          END-IF
          PERFORM 2060-EDIT-EFFECTIVE-PARA THRU 2060-EXIT
          IF NOT WS-EDIT-OK
             GO TO 2900-SEND-PARA
          END-IF
          EXEC CICS READ
             FILE('PARMCTL')
             INTO(PF-RECORD)
             RIDFLD(WS-PARM-KEY)
             KEYLENGTH(LENGTH OF WS-PARM-KEY)
             RESP(WS-RESP)
          END-EXEC
          IF WS-RESP NOT = DFHRESP(NORMAL)
             MOVE 'HELLOPRM RECORD NOT ON PARMCTL' TO MSGFO
             GO TO 2900-SEND-PARA
          END-IF
          MOVE PF-RECORD TO WS-BASE-IMAGE
          MOVE RTGFI TO PF-ROUTING-MODE
          MOVE SIMFI TO PF-SIMULATION-FLAG
          MOVE WS-RET-ENTERED TO PF-RETENTION-DAYS
          MOVE WS-LRJ-ENTERED TO PF-LOAD-REJECT-PCT
          MOVE WS-WQR-ENTERED TO PF-WORKQ-RETENTION-DAYS
          MOVE WS-CKR-ENTERED TO PF-CKPT-RETENTION-DAYS
          MOVE WS-VCT-ENTERED TO PF-VELOCITY-COUNT-LIMIT
          MOVE WS-VVL-ENTERED TO PF-VELOCITY-VALUE-LIMIT
          MOVE WS-LGV-ENTERED TO PF-LARGE-VALUE-THRESHOLD
          MOVE WS-DUP-ENTERED TO PF-DUP-WINDOW-MINUTES
          MOVE PF-RECORD TO WS-NEW-IMAGE
          IF WS-NEW-IMAGE = WS-BASE-IMAGE
             MOVE 'NO VALUES CHANGED - NOTHING TO REQUEST' TO MSGFO
             GO TO 2900-SEND-PARA
          END-IF
          PERFORM 2150-NEXT-REQUEST-NO-PARA THRU 2150-EXIT
          PERFORM 2100-BUILD-REQUEST-PARA THRU 2100-EXIT
          EXEC CICS WRITE
             FILE('PARMPEND')
             FROM(PQ-RECORD)
             RIDFLD(PQ-REQUEST-NO)
             KEYLENGTH(LENGTH OF PQ-REQUEST-NO)
             RESP(WS-RESP)
          END-EXEC
          IF WS-RESP = DFHRESP(DUPREC)
             MOVE 'REQUEST NUMBER TAKEN - PRESS ENTER TO REQUEST AGAIN'
                TO MSGFO
             GO TO 2900-SEND-PARA
          END-IF
          IF WS-RESP NOT = DFHRESP(NORMAL)
             MOVE 'PARMPEND WRITE FAILED - CHANGE NOT REQUESTED'
                TO MSGFO
             GO TO 2900-SEND-PARA
          END-IF
          MOVE LOW-VALUES TO PARMM1O
          PERFORM 2950-PAINT-VALUES-PARA THRU 2950-EXIT
          PERFORM 2960-PAINT-REQUEST-PARA THRU 2960-EXIT
          MOVE PQ-REQUEST-NO TO WS-RM-REQUEST-NO
          MOVE 'STAGED - A SECOND OPS-ADMIN MUST APPROVE IT'
             TO WS-RM-TEXT
          MOVE WS-REQ-MSG TO MSGFO
          GO TO 2900-SEND-PARA.

      *> The signed-on user must be a genuine OPS-ADMIN roster
                TO MSGFO
             GO TO 2050-EXIT
          END-IF
          IF VCTFI NOT NUMERIC
             MOVE 'VELOCITY COUNT MUST BE NUMERIC (0 = OFF)'
                TO MSGFO
             GO TO 2050-EXIT
          END-IF
          MOVE VCTFI TO WS-VCT-ENTERED
          IF VVLFI NOT NUMERIC
             MOVE 'VELOCITY VALUE MUST BE NUMERIC (0 = OFF)'
                TO MSGFO
             GO TO 2050-EXIT
          END-IF
          MOVE VVLFI TO WS-VVL-DISPLAY
          MOVE WS-VVL-DISPLAY-R TO WS-VVL-ENTERED
          IF LGVFI NOT NUMERIC
             MOVE 'LARGE VALUE THRESHOLD MUST BE NUMERIC' TO MSGFO
             GO TO 2050-EXIT
          END-IF
          MOVE LGVFI TO WS-LGV-DISPLAY
          MOVE WS-LGV-DISPLAY-R TO WS-LGV-ENTERED
          IF WS-LGV-ENTERED = ZERO
             MOVE 'LARGE VALUE THRESHOLD MUST BE GREATER THAN ZERO'
                TO MSGFO
             GO TO 2050-EXIT
          END-IF
          IF DUPFI NOT NUMERIC
             MOVE 'DUP WINDOW MINUTES MUST BE NUMERIC (0 = OFF)'
                TO MSGFO
             GO TO 2050-EXIT
          END-IF
          MOVE DUPFI TO WS-DUP-ENTERED
          IF WS-DUP-ENTERED > 1440
             MOVE 'DUP WINDOW MINUTES MUST BE 0 THROUGH 1440' TO MSGFO
             GO TO 2050-EXIT
          END-IF
          MOVE 'Y' TO WS-EDIT-OK-SW.
          2050-EXIT.
          EXIT.

      *> The effective date and time are optional - blank (or
      *> zero) means the change goes live as soon as it is
      *> approved. When given they must be a real date and time
      *> still in the future; a time without a date is refused, a
      *> date without a time means the start of that day.
          2060-EDIT-EFFECTIVE-PARA.
          MOVE 'N' TO WS-EDIT-OK-SW
          PERFORM 9000-GET-NOW-PARA THRU 9000-EXIT
          IF EFDFI = SPACES OR EFDFI = LOW-VALUES OR EFDFI = ZEROS
             IF EFTFI NOT = SPACES AND EFTFI NOT = LOW-VALUES
                AND EFTFI NOT = ZEROS
                MOVE 'EFFECTIVE TIME NEEDS AN EFFECTIVE DATE' TO MSGFO
                GO TO 2060-EXIT
             END-IF
             MOVE ZERO TO WS-EFF-DATE
             MOVE ZERO TO WS-EFF-TIME
          ELSE
             IF EFDFI NOT NUMERIC
                MOVE 'EFFECTIVE DATE MUST BE CCYYMMDD' TO MSGFO
                GO TO 2060-EXIT
             END-IF
             MOVE EFDFI TO WS-DATE-CHECK
             PERFORM 2070-CHECK-DATE-PARA THRU 2070-EXIT
             IF NOT WS-DATE-OK
                MOVE 'EFFECTIVE DATE IS NOT A VALID DATE' TO MSGFO
                GO TO 2060-EXIT
             END-IF
             MOVE WS-DATE-CHECK TO WS-EFF-DATE
             IF EFTFI = SPACES OR EFTFI = LOW-VALUES
                MOVE ZERO TO WS-EFF-TIME
             ELSE
                IF EFTFI NOT NUMERIC
                   MOVE 'EFFECTIVE TIME MUST BE HHMM' TO MSGFO
                   GO TO 2060-EXIT
                END-IF
                MOVE EFTFI TO WS-EFF-TIME
                IF WS-EFF-HH > 23 OR WS-EFF-MI > 59
                   MOVE 'EFFECTIVE TIME IS NOT A VALID TIME' TO MSGFO
                   GO TO 2060-EXIT
                END-IF
             END-IF
             COMPUTE WS-EFF-STAMP = WS-EFF-DATE * 10000 + WS-EFF-TIME
             IF WS-EFF-STAMP NOT > WS-NOW-STAMP
                MOVE 'EFFECTIVE DATE AND TIME MUST BE IN THE FUTURE'
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

      *> Builds the PENDING request: who keyed it and where, when,
      *> the effective and expiry times, and the whole control
      *> record before and after - the before image is what
      *> PARMAPLY checks PARMCTL still holds when it applies.
          2100-BUILD-REQUEST-PARA.
          MOVE SPACES TO PQ-RECORD
          MOVE WS-NEXT-REQUEST-NO TO PQ-REQUEST-NO
          MOVE 'P' TO PQ-STATUS
          MOVE WS-AUTH-USER TO PQ-REQ-USER-ID
          MOVE EIBTRMID TO PQ-REQ-TERMINAL-ID
          EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC
          EXEC CICS FORMATTIME
             ABSTIME(WS-ABSTIME)
             YYYYMMDD(PQ-REQ-DATE)
             TIME(PQ-REQ-TIME)
          END-EXEC
          MOVE WS-EFF-DATE TO PQ-EFFECTIVE-DATE
          MOVE WS-EFF-TIME TO PQ-EFFECTIVE-TIME
          IF WS-EFF-DATE = ZERO
             COMPUTE WS-EXPIRY-ABS =
                WS-ABSTIME + WS-EXPIRY-HOURS * 3600000
             EXEC CICS FORMATTIME
                ABSTIME(WS-EXPIRY-ABS)
                YYYYMMDD(PQ-EXPIRY-DATE)
                TIME(WS-CLOCK)
             END-EXEC
             MOVE WS-CLOCK-HHMM TO PQ-EXPIRY-TIME
          ELSE
             MOVE WS-EFF-DATE TO PQ-EXPIRY-DATE
             MOVE WS-EFF-TIME TO PQ-EXPIRY-TIME
          END-IF
          MOVE SPACES TO PQ-ACT-USER-ID
          MOVE SPACES TO PQ-ACT-TERMINAL-ID
          MOVE ZERO TO PQ-ACT-DATE PQ-ACT-TIME
          MOVE ZERO TO PQ-CLOSED-DATE PQ-CLOSED-TIME
          MOVE WS-BASE-IMAGE TO PQ-BASE-RECORD
          MOVE WS-NEW-IMAGE TO PQ-NEW-RECORD.
          2100-EXIT.
          EXIT.

      *> The next request number is one above the highest on file,
      *> found by browsing back from the end (a key of HIGH-VALUES
      *> positions the browse past the last record). An empty file
      *> starts at 1. Two operators racing for the same number is
      *> caught as DUPREC on the write.
          2150-NEXT-REQUEST-NO-PARA.
          MOVE 1 TO WS-NEXT-REQUEST-NO
          MOVE HIGH-VALUES TO WS-PEND-KEY-X
          EXEC CICS STARTBR
             FILE('PARMPEND')
             RIDFLD(WS-PEND-KEY-X)
             KEYLENGTH(LENGTH OF WS-PEND-KEY-X)
             GTEQ
             RESP(WS-RESP)
          END-EXEC
          IF WS-RESP NOT = DFHRESP(NORMAL)
             GO TO 2150-EXIT
          END-IF
          EXEC CICS READPREV
             FILE('PARMPEND')
             INTO(PQ-RECORD)
             RIDFLD(WS-PEND-KEY-X)
             KEYLENGTH(LENGTH OF WS-PEND-KEY-X)
             RESP(WS-RESP)
          END-EXEC
          IF WS-RESP = DFHRESP(NORMAL)
             COMPUTE WS-NEXT-REQUEST-NO = PQ-REQUEST-NO + 1
          END-IF
          EXEC CICS ENDBR
             FILE('PARMPEND')
             RESP(WS-RESP)
          END-EXEC.
          2150-EXIT.
          EXIT.

      *> Replaces the PARMCACH cache item with the record as just
      *> read from the file, so the next HELLO task runs on those
      *> values without a file read. PARMAPLY refreshes the cache
      *> the same way when it applies a change. Delete-then-write
      *> keeps the queue at exactly one item whatever state it was
      *> in.
          2300-REFRESH-CACHE-PARA.
          EXEC CICS DELETEQ TS
             QUEUE(WS-CACHE-QUEUE)
      *> out-of-band change that still bypasses this screen.
      *> ----------------------------------------------------------
          2400-RELOAD-CACHE-PARA.
          MOVE ZERO TO CA-REQUEST-NO
          PERFORM 2970-PAINT-CURRENT-PARA THRU 2970-EXIT
          IF NOT WS-PARM-FOUND
             GO TO 2900-SEND-PARA
          END-IF
          PERFORM 2300-REFRESH-CACHE-PARA THRU 2300-EXIT
          MOVE 'CACHE RELOADED FROM PARMCTL' TO MSGFO
          GO TO 2900-SEND-PARA.

      *> ----------------------------------------------------------
      *> 2500-SHOW-REQUEST-PARA (PF2) paints a change request - the
      *> one whose number is keyed, else the oldest still PENDING -
      *> with its proposed values, effective time and status line.
      *> The number shown travels forward in COMMAREA, so PF10 and
      *> PF11 act on exactly what the approver has looked at.
      *> ----------------------------------------------------------
          2500-SHOW-REQUEST-PARA.
          MOVE ZERO TO CA-REQUEST-NO
          MOVE 'N' TO WS-FOUND-SW
          IF REQFI NUMERIC AND REQFI NOT = ZEROS
             MOVE REQFI TO WS-PEND-KEY
             EXEC CICS READ
                FILE('PARMPEND')
                INTO(PQ-RECORD)
                RIDFLD(WS-PEND-KEY)
                KEYLENGTH(LENGTH OF WS-PEND-KEY)
                RESP(WS-RESP)
             END-EXEC
             IF WS-RESP = DFHRESP(NORMAL)
                MOVE 'Y' TO WS-FOUND-SW
             END-IF
          ELSE
             MOVE 1 TO WS-PEND-KEY
             MOVE 'N' TO WS-FIND-SW
             PERFORM 2510-FIND-PENDING-PARA THRU 2510-EXIT
                UNTIL WS-FIND-DONE
          END-IF
          IF NOT WS-FOUND
             PERFORM 2970-PAINT-CURRENT-PARA THRU 2970-EXIT
             IF WS-PARM-FOUND
                IF REQFI NUMERIC AND REQFI NOT = ZEROS
                   MOVE 'NO SUCH CHANGE REQUEST ON PARMPEND' TO MSGFO
                ELSE
                   MOVE 'NO CHANGE REQUESTS ARE PENDING' TO MSGFO
                END-IF
             END-IF
             GO TO 2900-SEND-PARA
          END-IF
          MOVE PQ-REQUEST-NO TO CA-REQUEST-NO
          MOVE LOW-VALUES TO PARMM1O
          MOVE PQ-NEW-RECORD TO PF-RECORD
          PERFORM 2950-PAINT-VALUES-PARA THRU 2950-EXIT
          PERFORM 2960-PAINT-REQUEST-PARA THRU 2960-EXIT
          MOVE PQ-REQUEST-NO TO WS-RM-REQUEST-NO
          IF PQ-PENDING
             MOVE 'PENDING - PF10 APPROVES, PF11 REJECTS'
                TO WS-RM-TEXT
          ELSE
             MOVE 'IS NO LONGER PENDING' TO WS-RM-TEXT
          END-IF
          MOVE WS-REQ-MSG TO MSGFO
          GO TO 2900-SEND-PARA.

      *> Reads forward from WS-PEND-KEY to the next request on file
      *> and stops at the first one still PENDING, or at the end.
          2510-FIND-PENDING-PARA.
          EXEC CICS READ
             FILE('PARMPEND')
             INTO(PQ-RECORD)
             RIDFLD(WS-PEND-KEY)
             KEYLENGTH(LENGTH OF WS-PEND-KEY)
             GTEQ
             RESP(WS-RESP)
          END-EXEC
          IF WS-RESP NOT = DFHRESP(NORMAL)
             MOVE 'Y' TO WS-FIND-SW
             GO TO 2510-EXIT
          END-IF
          IF PQ-PENDING
             MOVE 'Y' TO WS-FOUND-SW
             MOVE 'Y' TO WS-FIND-SW
             GO TO 2510-EXIT
          END-IF
          COMPUTE WS-PEND-KEY = PQ-REQUEST-NO + 1.
          2510-EXIT.
          EXIT.

      *> ----------------------------------------------------------
      *> 2600-ACTION-REQUEST-PARA (PF10 approve / PF11 reject) acts
      *> on the request last shown. The operator must be OPS-ADMIN
      *> and must not be the one who keyed it - that is the point
      *> of dual control, and an attempt is written to AUDIT-LOG as
      *> AUTHDENY like any other refused authority. An expired
      *> request is left for PARMAPLY to close and alert. An
      *> approved change with no effective time is applied here
      *> and now by LINKing PARMAPLY; a future-dated one waits for
      *> the PRMA timed task.
      *> ----------------------------------------------------------
          2600-ACTION-REQUEST-PARA.
          IF CA-REQUEST-NO = ZERO
             PERFORM 2970-PAINT-CURRENT-PARA THRU 2970-EXIT
             IF WS-PARM-FOUND
                MOVE 'PRESS PF2 TO SHOW A REQUEST BEFORE ACTING ON IT'
                   TO MSGFO
             END-IF
             GO TO 2900-SEND-PARA
          END-IF
          PERFORM 2020-CHECK-OPSADMIN-PARA THRU 2020-EXIT
          IF NOT WS-AUTH-OK
             PERFORM 9100-WRITE-DENY-AUDIT-PARA THRU 9100-EXIT
             MOVE 'OPS-ADMIN AUTHORITY REQUIRED TO APPROVE OR REJECT'
                TO MSGFO
             GO TO 2900-SEND-PARA
          END-IF
          MOVE CA-REQUEST-NO TO WS-PEND-KEY
          EXEC CICS READ
             FILE('PARMPEND')
             INTO(PQ-RECORD)
             RIDFLD(WS-PEND-KEY)
             KEYLENGTH(LENGTH OF WS-PEND-KEY)
             UPDATE
             RESP(WS-RESP)
          END-EXEC
          IF WS-RESP NOT = DFHRESP(NORMAL)
             MOVE 'CHANGE REQUEST NOT ON PARMPEND' TO MSGFO
             GO TO 2900-SEND-PARA
          END-IF
          IF NOT PQ-PENDING
             EXEC CICS UNLOCK FILE('PARMPEND') END-EXEC
             MOVE 'IS NO LONGER PENDING' TO WS-RM-TEXT
             GO TO 2650-SHOW-RESULT-PARA
          END-IF
          IF PQ-REQ-USER-ID = WS-AUTH-USER
             EXEC CICS UNLOCK FILE('PARMPEND') END-EXEC
             PERFORM 9100-WRITE-DENY-AUDIT-PARA THRU 9100-EXIT
             MOVE 'IS YOURS - A SECOND OPS-ADMIN MUST ACT ON IT'
                TO WS-RM-TEXT
             GO TO 2650-SHOW-RESULT-PARA
          END-IF
          PERFORM 9000-GET-NOW-PARA THRU 9000-EXIT
          COMPUTE WS-EXPIRY-STAMP =
             PQ-EXPIRY-DATE * 10000 + PQ-EXPIRY-TIME
          IF WS-NOW-STAMP NOT < WS-EXPIRY-STAMP
             EXEC CICS UNLOCK FILE('PARMPEND') END-EXEC
             MOVE 'HAS EXPIRED - KEY THE CHANGE AGAIN' TO WS-RM-TEXT
             GO TO 2650-SHOW-RESULT-PARA
          END-IF
          MOVE WS-ACTION-SW TO PQ-STATUS
          MOVE WS-AUTH-USER TO PQ-ACT-USER-ID
          MOVE EIBTRMID TO PQ-ACT-TERMINAL-ID
          MOVE WS-NOW-DATE TO PQ-ACT-DATE
          MOVE WS-CLOCK TO PQ-ACT-TIME
          EXEC CICS REWRITE
             FILE('PARMPEND')
             FROM(PQ-RECORD)
             RESP(WS-RESP)
          END-EXEC
          IF WS-RESP NOT = DFHRESP(NORMAL)
             MOVE 'PARMPEND REWRITE FAILED' TO MSGFO
             GO TO 2900-SEND-PARA
          END-IF
          IF WS-REJECTING
             MOVE 'REJECTED - NOTHING WILL BE APPLIED' TO WS-RM-TEXT
             GO TO 2650-SHOW-RESULT-PARA
          END-IF
          IF PQ-EFFECTIVE-DATE NOT = ZERO
             MOVE 'APPROVED - GOES LIVE AT ITS EFFECTIVE TIME'
                TO WS-RM-TEXT
             GO TO 2650-SHOW-RESULT-PARA
          END-IF
          MOVE PQ-REQUEST-NO TO WS-APPLY-REQUEST-NO
          MOVE SPACE TO WS-APPLY-RESULT
          EXEC CICS LINK
             PROGRAM('PARMAPLY')
             COMMAREA(WS-APPLY-AREA)
             LENGTH(LENGTH OF WS-APPLY-AREA)
             RESP(WS-RESP)
          END-EXEC
          IF WS-APPLY-DONE
             MOVE 'APPROVED AND APPLIED - LOGGED TO PARMHIST'
                TO WS-RM-TEXT
          ELSE
             IF WS-APPLY-STALE
                MOVE 'APPROVED BUT PARMCTL CHANGED SINCE - NOT APPLIED'
                   TO WS-RM-TEXT
             ELSE
                MOVE 'APPROVED - THE PRMA TASK WILL APPLY IT'
                   TO WS-RM-TEXT
             END-IF
          END-IF
          GO TO 2650-SHOW-RESULT-PARA.

      *> Repaints the request just acted on, re-read so the status
      *> line shows where it ended up, under the message the
      *> action left in WS-RM-TEXT.
          2650-SHOW-RESULT-PARA.
          MOVE ZERO TO CA-REQUEST-NO
          MOVE LOW-VALUES TO PARMM1O
          EXEC CICS READ
             FILE('PARMPEND')
             INTO(PQ-RECORD)
             RIDFLD(WS-PEND-KEY)
             KEYLENGTH(LENGTH OF WS-PEND-KEY)
             RESP(WS-RESP)
          END-EXEC
          IF WS-RESP = DFHRESP(NORMAL)
             MOVE PQ-NEW-RECORD TO PF-RECORD
             PERFORM 2950-PAINT-VALUES-PARA THRU 2950-EXIT
             PERFORM 2960-PAINT-REQUEST-PARA THRU 2960-EXIT
          END-IF
          MOVE WS-PEND-KEY TO WS-RM-REQUEST-NO
          MOVE WS-REQ-MSG TO MSGFO
          GO TO 2900-SEND-PARA.

      *> ----------------------------------------------------------
      *> 2900-SEND-PARA stamps the header date/time, repaints the
      *> screen, and hands the terminal back pseudo-
      *> conversationally.
      *> ----------------------------------------------------------
          2900-SEND-PARA.
          EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC
          EXEC CICS FORMATTIME
             ABSTIME(WS-ABSTIME)
             YYYYMMDD(DATEFO)
             TIME(TIMEFO)
          END-EXEC
          EXEC CICS SEND MAP('PARMM1')
             MAPSET('PARMMNT')
             FROM(PARMM1O)
             ERASE
          END-EXEC
          EXEC CICS RETURN
             TRANSID(EIBTRNID)
             COMMAREA(DFHCOMMAREA)
             LENGTH(LENGTH OF DFHCOMMAREA)
          END-EXEC.

      *> ----------------------------------------------------------
      *> 2950-PAINT-VALUES-PARA paints the control values held in
      *> PF-RECORD - the live record, or a request's proposed one.
      *> ----------------------------------------------------------
          2950-PAINT-VALUES-PARA.
          MOVE PF-ROUTING-MODE TO RTGFO
          MOVE PF-SIMULATION-FLAG TO SIMFO
          MOVE PF-RETENTION-DAYS TO RETFO
          ELSE
             MOVE '000' TO CKRFO
          END-IF
          IF PF-VELOCITY-COUNT-LIMIT NUMERIC
             MOVE PF-VELOCITY-COUNT-LIMIT TO VCTFO
          ELSE
             MOVE '00000' TO VCTFO
          END-IF
          IF PF-VELOCITY-VALUE-LIMIT NUMERIC
             MOVE PF-VELOCITY-VALUE-LIMIT TO WS-VVL-DISPLAY-R
          ELSE
             MOVE ZERO TO WS-VVL-DISPLAY
          END-IF
          MOVE WS-VVL-DISPLAY TO VVLFO
          IF PF-LARGE-VALUE-THRESHOLD NUMERIC
             MOVE PF-LARGE-VALUE-THRESHOLD TO WS-LGV-DISPLAY-R
          ELSE
             MOVE ZERO TO WS-LGV-DISPLAY
          END-IF
          MOVE WS-LGV-DISPLAY TO LGVFO
          IF PF-DUP-WINDOW-MINUTES NUMERIC
             MOVE PF-DUP-WINDOW-MINUTES TO DUPFO
          ELSE
             MOVE '0000' TO DUPFO
          END-IF.
          2950-EXIT.
          EXIT.

      *> Paints the request number, effective time and status line
      *> for the request in PQ-RECORD. The status line names who
      *> last moved the request and when: the requester while it
      *> is pending or once it has expired, otherwise the second
      *> OPS-ADMIN - at the approval or rejection, or at the time
      *> PARMAPLY applied or staled it.
          2960-PAINT-REQUEST-PARA.
          MOVE PQ-REQUEST-NO TO REQFO
          IF PQ-EFFECTIVE-DATE = ZERO
             MOVE SPACES TO EFDFO
             MOVE SPACES TO EFTFO
          ELSE
             MOVE PQ-EFFECTIVE-DATE TO EFDFO
             MOVE PQ-EFFECTIVE-TIME TO EFTFO
          END-IF
          EVALUATE TRUE
             WHEN PQ-PENDING
                MOVE 'PENDING' TO WS-RI-STATUS
                MOVE PQ-REQ-USER-ID TO WS-RI-USER
                MOVE PQ-REQ-DATE TO WS-RI-DATE
                MOVE PQ-REQ-TIME TO WS-CLOCK
             WHEN PQ-EXPIRED
                MOVE 'EXPIRED' TO WS-RI-STATUS
                MOVE PQ-REQ-USER-ID TO WS-RI-USER
                MOVE PQ-CLOSED-DATE TO WS-RI-DATE
                MOVE PQ-CLOSED-TIME TO WS-CLOCK
             WHEN PQ-APPROVED
                MOVE 'APPROVED' TO WS-RI-STATUS
                MOVE PQ-ACT-USER-ID TO WS-RI-USER
                MOVE PQ-ACT-DATE TO WS-RI-DATE
                MOVE PQ-ACT-TIME TO WS-CLOCK
             WHEN PQ-REJECTED
                MOVE 'REJECTED' TO WS-RI-STATUS
                MOVE PQ-ACT-USER-ID TO WS-RI-USER
                MOVE PQ-ACT-DATE TO WS-RI-DATE
                MOVE PQ-ACT-TIME TO WS-CLOCK
             WHEN PQ-APPLIED
                MOVE 'APPLIED' TO WS-RI-STATUS
                MOVE PQ-ACT-USER-ID TO WS-RI-USER
                MOVE PQ-CLOSED-DATE TO WS-RI-DATE
                MOVE PQ-CLOSED-TIME TO WS-CLOCK
             WHEN OTHER
                MOVE 'STALE' TO WS-RI-STATUS
                MOVE PQ-ACT-USER-ID TO WS-RI-USER
                MOVE PQ-CLOSED-DATE TO WS-RI-DATE
                MOVE PQ-CLOSED-TIME TO WS-CLOCK
          END-EVALUATE
          MOVE WS-CLOCK-HHMM TO WS-RI-TIME
          MOVE WS-REQ-INFO TO RQIFO.
          2960-EXIT.
          EXIT.

      *> Clears the screen and paints the control record as it is
      *> on PARMCTL now. WS-PARM-FOUND says whether it was there;
      *> if not, the message line already says so.
          2970-PAINT-CURRENT-PARA.
          MOVE 'N' TO WS-PARM-FOUND-SW
          MOVE LOW-VALUES TO PARMM1O
          EXEC CICS READ
             FILE('PARMCTL')
             INTO(PF-RECORD)
             RIDFLD(WS-PARM-KEY)
             KEYLENGTH(LENGTH OF WS-PARM-KEY)
             RESP(WS-RESP)
          END-EXEC
          IF WS-RESP NOT = DFHRESP(NORMAL)
             MOVE 'HELLOPRM RECORD NOT ON PARMCTL' TO MSGFO
             GO TO 2970-EXIT
          END-IF
          PERFORM 2950-PAINT-VALUES-PARA THRU 2950-EXIT
          MOVE 'Y' TO WS-PARM-FOUND-SW.
          2970-EXIT.
          EXIT.

      *> Current date and time, and the two together as
      *> CCYYMMDDHHMM for comparing with effective/expiry times.
          9000-GET-NOW-PARA.
          EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC
          EXEC CICS FORMATTIME
             ABSTIME(WS-ABSTIME)
             YYYYMMDD(WS-NOW-DATE)
             TIME(WS-CLOCK)
          END-EXEC
          COMPUTE WS-NOW-STAMP = WS-NOW-DATE * 10000 + WS-CLOCK-HHMM.
          9000-EXIT.
          EXIT.

      *> ----------------------------------------------------------
      *> 9100-WRITE-DENY-AUDIT-PARA writes a denied update attempt
          MOVE WS-AUTH-USER TO AL-KEY-VALUE
          MOVE ZERO TO AL-EXPECTED-LENGTH AL-ACTUAL-LENGTH
          MOVE SPACES TO AL-PARTNER-ID
          MOVE SPACES TO AL-TRAN-TYPE
          EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC
          EXEC CICS FORMATTIME
             ABSTIME(WS-ABSTIME)
