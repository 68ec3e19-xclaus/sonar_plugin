       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARMAPLY.

      *> Modification history
      *>   2026-10-09  Initial version. Applies dual-control HELLOPRM
      *>               change requests off PARMPEND, the only place
      *>               PARMCTL is now rewritten from. Two ways in:
      *>               - the PRMA transaction (STARTed on a timer,
      *>                 re-STARTing itself every minute, same
      *>                 pattern as ALRTCON's ALRE leg) applies every
      *>                 approved request whose effective time has
      *>                 come, and expires every pending request
      *>                 nobody approved or rejected by its expiry
      *>                 time, alerting PARMEXP;
      *>               - PARMMNT LINKs here with one request number
      *>                 when a change with no effective time is
      *>                 approved, so it goes live at once.
      *>               Applying rewrites PARMCTL, refreshes the
      *>               PARMCACH cache HELLO reads, writes PARMHIST
      *>               with the requester and the approver, and marks
      *>               the request applied. If PARMCTL no longer
      *>               holds the values the requester changed from
      *>               (another change went live in between), the
      *>               request is marked stale, not applied, and
      *>               alerted PARMSTAL - it has to be keyed again.
      *>   2026-10-15  PARMPEND fields now carry the PQ- prefix, so
      *>               they no longer clash with POSTPRM's PP- names.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
          01 WS-RESP PIC S9(8) COMP.
          01 WS-ABSTIME PIC S9(15) COMP-3.
          01 WS-PARM-KEY PIC X(08) VALUE 'HELLOPRM'.
          01 WS-CACHE-QUEUE PIC X(08) VALUE 'PARMCACH'.
          01 WS-APPLY-TRANSID PIC X(04) VALUE 'PRMA'.
      *> One minute, as HHMMSS - effective times are keyed to the
      *> minute.
          01 WS-START-INTERVAL PIC S9(7) COMP-3 VALUE +100.
          01 WS-PEND-KEY PIC 9(08).
          01 WS-SCAN-SW PIC X(01).
             88 WS-SCAN-DONE VALUE 'Y'.
          01 WS-RESULT PIC X(01).
             88 WS-RESULT-APPLIED VALUE 'D'.
             88 WS-RESULT-STALE VALUE 'S'.
          01 WS-NOW-DATE PIC 9(08).
          01 WS-CLOCK PIC 9(06).
          01 WS-CLOCK-R REDEFINES WS-CLOCK.
             05 WS-CLOCK-HHMM PIC 9(04).
             05 WS-CLOCK-SS PIC 9(02).
          01 WS-NOW-STAMP PIC 9(12).
          01 WS-EFF-STAMP PIC 9(12).
          01 WS-EXPIRY-STAMP PIC 9(12).

          COPY PARMFILE.
          COPY PARMPEND.
          COPY PARMHIST.
          COPY ALERTQ.

       LINKAGE SECTION.
          01 DFHCOMMAREA.
             05 CA-REQUEST-NO PIC 9(08).
             05 CA-APPLY-RESULT PIC X(01).

       PROCEDURE DIVISION.

          EXEC CICS HANDLE CONDITION
             ERROR(X0000-GEN-ERR-PARA)
          END-EXEC.

          0000-MAINLINE.
          IF EIBCALEN > ZERO
             GO TO 1000-APPLY-ONE-PARA
          ELSE
             GO TO 5000-TIMER-PARA
          END-IF.

      *> ----------------------------------------------------------
      *> 1000-APPLY-ONE-PARA is the LINKed leg: PARMMNT has just
      *> approved the request in COMMAREA and wants it live now.
      *> The result goes back in COMMAREA - applied, stale, or
      *> neither (left for the timer leg to retry).
      *> ----------------------------------------------------------
          1000-APPLY-ONE-PARA.
          PERFORM 9000-GET-NOW-PARA THRU 9000-EXIT
          MOVE CA-REQUEST-NO TO WS-PEND-KEY
          PERFORM 3000-APPLY-REQUEST-PARA THRU 3000-EXIT
          MOVE WS-RESULT TO CA-APPLY-RESULT
          EXEC CICS RETURN END-EXEC.

      *> Applies one APPROVED request that has come due. PARMCTL
      *> must still hold the record the requester changed from -
      *> otherwise some other change went live since, and writing
      *> this one over it would silently undo that one.
          3000-APPLY-REQUEST-PARA.
          MOVE SPACE TO WS-RESULT
          EXEC CICS READ
             FILE('PARMPEND')
             INTO(PQ-RECORD)
             RIDFLD(WS-PEND-KEY)
             KEYLENGTH(LENGTH OF WS-PEND-KEY)
             UPDATE
             RESP(WS-RESP)
          END-EXEC
          IF WS-RESP NOT = DFHRESP(NORMAL)
             GO TO 3000-EXIT
          END-IF
          IF NOT PQ-APPROVED
             EXEC CICS UNLOCK FILE('PARMPEND') END-EXEC
             GO TO 3000-EXIT
          END-IF
          IF PQ-EFFECTIVE-DATE NOT = ZERO
             COMPUTE WS-EFF-STAMP =
                PQ-EFFECTIVE-DATE * 10000 + PQ-EFFECTIVE-TIME
             IF WS-NOW-STAMP < WS-EFF-STAMP
                EXEC CICS UNLOCK FILE('PARMPEND') END-EXEC
                GO TO 3000-EXIT
             END-IF
          END-IF
          EXEC CICS READ
             FILE('PARMCTL')
             INTO(PF-RECORD)
             RIDFLD(WS-PARM-KEY)
             KEYLENGTH(LENGTH OF WS-PARM-KEY)
             UPDATE
             RESP(WS-RESP)
          END-EXEC
          IF WS-RESP NOT = DFHRESP(NORMAL)
             EXEC CICS UNLOCK FILE('PARMPEND') END-EXEC
             GO TO 3000-EXIT
          END-IF
          IF PF-RECORD NOT = PQ-BASE-RECORD
             EXEC CICS UNLOCK FILE('PARMCTL') END-EXEC
             MOVE 'S' TO PQ-STATUS
             MOVE WS-NOW-DATE TO PQ-CLOSED-DATE
             MOVE WS-CLOCK TO PQ-CLOSED-TIME
             EXEC CICS REWRITE
                FILE('PARMPEND')
                FROM(PQ-RECORD)
                RESP(WS-RESP)
             END-EXEC
             MOVE 'S' TO WS-RESULT
             MOVE 'PARMSTAL' TO AQ-CONDITION-CODE
             MOVE '2' TO AQ-SEVERITY-CODE
             MOVE 'APPROVED PARM CHANGE STALE - NOT APPLIED' TO AQ-TEXT
             PERFORM 9030-WRITE-ALERT-PARA THRU 9030-EXIT
             GO TO 3000-EXIT
          END-IF
          PERFORM 3100-BUILD-HISTORY-PARA THRU 3100-EXIT
          EXEC CICS REWRITE
             FILE('PARMCTL')
             FROM(PF-RECORD)
             RESP(WS-RESP)
          END-EXEC
          IF WS-RESP NOT = DFHRESP(NORMAL)
             EXEC CICS UNLOCK FILE('PARMPEND') END-EXEC
             GO TO 3000-EXIT
          END-IF
          EXEC CICS WRITE
             FILE('PARMHIST')
             FROM(PH-RECORD)
             RESP(WS-RESP)
          END-EXEC
          PERFORM 3200-REFRESH-CACHE-PARA THRU 3200-EXIT
          MOVE 'D' TO PQ-STATUS
          MOVE WS-NOW-DATE TO PQ-CLOSED-DATE
          MOVE WS-CLOCK TO PQ-CLOSED-TIME
          EXEC CICS REWRITE
             FILE('PARMPEND')
             FROM(PQ-RECORD)
             RESP(WS-RESP)
          END-EXEC
          MOVE 'D' TO WS-RESULT.
          3000-EXIT.
          EXIT.

      *> Captures the before image (the record just read for
      *> update) and the after image (the request's new record,
      *> which is left in PF-RECORD for the rewrite), plus when it
      *> went live, who keyed it and who approved it.
          3100-BUILD-HISTORY-PARA.
          MOVE SPACES TO PH-RECORD
          EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC
          EXEC CICS FORMATTIME
             ABSTIME(WS-ABSTIME)
             YYYYMMDD(PH-DATE)
             TIME(PH-TIME)
          END-EXEC
          MOVE PQ-REQ-TERMINAL-ID TO PH-TERMINAL-ID
          MOVE PQ-REQ-USER-ID TO PH-USER-ID
          MOVE PQ-ACT-USER-ID TO PH-APPROVER-ID
          MOVE PQ-ACT-TERMINAL-ID TO PH-APPROVER-TERMINAL
          MOVE PQ-REQUEST-NO TO PH-REQUEST-NO
          MOVE PF-ROUTING-MODE TO PH-OLD-ROUTING-MODE
          MOVE PF-SIMULATION-FLAG TO PH-OLD-SIMULATION
          MOVE PF-RETENTION-DAYS TO PH-OLD-RETENTION
      *> A record written before the re-page window existed still
      *> holds spaces here - log that before-image as zero rather
      *> than moving non-numeric data through a numeric field.
          IF PF-REPAGE-MINUTES NUMERIC
             MOVE PF-REPAGE-MINUTES TO PH-OLD-REPAGE
          ELSE
             MOVE ZERO TO PH-OLD-REPAGE
          END-IF
          IF PF-CUST-RETENTION-DAYS NUMERIC
             MOVE PF-CUST-RETENTION-DAYS TO PH-OLD-CUST-RET
          ELSE
             MOVE ZERO TO PH-OLD-CUST-RET
          END-IF
          IF PF-WORKQ-SLA-HOURS NUMERIC
             MOVE PF-WORKQ-SLA-HOURS TO PH-OLD-WORKQ-SLA
          ELSE
             MOVE ZERO TO PH-OLD-WORKQ-SLA
          END-IF
          IF PF-AMOUNT-THRESHOLD NUMERIC
             MOVE PF-AMOUNT-THRESHOLD TO PH-OLD-AMT-THRESH
          ELSE
             MOVE ZERO TO PH-OLD-AMT-THRESH
          END-IF
          IF PF-LOAD-REJECT-PCT NUMERIC
             MOVE PF-LOAD-REJECT-PCT TO PH-OLD-LOAD-REJ-PCT
          ELSE
             MOVE ZERO TO PH-OLD-LOAD-REJ-PCT
          END-IF
          IF PF-WORKQ-RETENTION-DAYS NUMERIC
             MOVE PF-WORKQ-RETENTION-DAYS TO PH-OLD-WORKQ-RET
          ELSE
             MOVE ZERO TO PH-OLD-WORKQ-RET
          END-IF
          IF PF-CKPT-RETENTION-DAYS NUMERIC
             MOVE PF-CKPT-RETENTION-DAYS TO PH-OLD-CKPT-RET
          ELSE
             MOVE ZERO TO PH-OLD-CKPT-RET
          END-IF
          IF PF-VELOCITY-COUNT-LIMIT NUMERIC
             MOVE PF-VELOCITY-COUNT-LIMIT TO PH-OLD-VEL-COUNT
          ELSE
             MOVE ZERO TO PH-OLD-VEL-COUNT
          END-IF
          IF PF-VELOCITY-VALUE-LIMIT NUMERIC
             MOVE PF-VELOCITY-VALUE-LIMIT TO PH-OLD-VEL-VALUE
          ELSE
             MOVE ZERO TO PH-OLD-VEL-VALUE
          END-IF
          IF PF-LARGE-VALUE-THRESHOLD NUMERIC
             MOVE PF-LARGE-VALUE-THRESHOLD TO PH-OLD-LGV-THRESH
          ELSE
             MOVE ZERO TO PH-OLD-LGV-THRESH
          END-IF
          IF PF-DUP-WINDOW-MINUTES NUMERIC
             MOVE PF-DUP-WINDOW-MINUTES TO PH-OLD-DUP-WINDOW
          ELSE
             MOVE ZERO TO PH-OLD-DUP-WINDOW
          END-IF
      *> The new record was built from PARMMNT's edited fields, so
      *> every value in it is numeric.
          MOVE PQ-NEW-RECORD TO PF-RECORD
          MOVE PF-ROUTING-MODE TO PH-NEW-ROUTING-MODE
          MOVE PF-SIMULATION-FLAG TO PH-NEW-SIMULATION
          MOVE PF-RETENTION-DAYS TO PH-NEW-RETENTION
          MOVE PF-REPAGE-MINUTES TO PH-NEW-REPAGE
          MOVE PF-CUST-RETENTION-DAYS TO PH-NEW-CUST-RET
          MOVE PF-WORKQ-SLA-HOURS TO PH-NEW-WORKQ-SLA
          MOVE PF-AMOUNT-THRESHOLD TO PH-NEW-AMT-THRESH
          MOVE PF-LOAD-REJECT-PCT TO PH-NEW-LOAD-REJ-PCT
          MOVE PF-WORKQ-RETENTION-DAYS TO PH-NEW-WORKQ-RET
          MOVE PF-CKPT-RETENTION-DAYS TO PH-NEW-CKPT-RET
          MOVE PF-VELOCITY-COUNT-LIMIT TO PH-NEW-VEL-COUNT
          MOVE PF-VELOCITY-VALUE-LIMIT TO PH-NEW-VEL-VALUE
          MOVE PF-LARGE-VALUE-THRESHOLD TO PH-NEW-LGV-THRESH
          MOVE PF-DUP-WINDOW-MINUTES TO PH-NEW-DUP-WINDOW.
          3100-EXIT.
          EXIT.

      *> Replaces the PARMCACH cache item with the record as just
      *> rewritten, so the next HELLO task runs on the new values
      *> without a file read. Delete-then-write keeps the queue at
      *> exactly one item whatever state it was in.
          3200-REFRESH-CACHE-PARA.
          EXEC CICS DELETEQ TS
             QUEUE(WS-CACHE-QUEUE)
             RESP(WS-RESP)
          END-EXEC
          EXEC CICS WRITEQ TS
             QUEUE(WS-CACHE-QUEUE)
             FROM(PF-RECORD)
             LENGTH(LENGTH OF PF-RECORD)
             MAIN
             RESP(WS-RESP)
          END-EXEC.
          3200-EXIT.
          EXIT.

      *> Closes a PENDING request nobody approved or rejected in
      *> time as EXPIRED and tells the ops console, so a change
      *> somebody wanted does not just quietly never happen.
          4000-EXPIRE-REQUEST-PARA.
          EXEC CICS READ
             FILE('PARMPEND')
             INTO(PQ-RECORD)
             RIDFLD(WS-PEND-KEY)
             KEYLENGTH(LENGTH OF WS-PEND-KEY)
             UPDATE
             RESP(WS-RESP)
          END-EXEC
          IF WS-RESP NOT = DFHRESP(NORMAL)
             GO TO 4000-EXIT
          END-IF
          IF NOT PQ-PENDING
             EXEC CICS UNLOCK FILE('PARMPEND') END-EXEC
             GO TO 4000-EXIT
          END-IF
          MOVE 'X' TO PQ-STATUS
          MOVE WS-NOW-DATE TO PQ-CLOSED-DATE
          MOVE WS-CLOCK TO PQ-CLOSED-TIME
          EXEC CICS REWRITE
             FILE('PARMPEND')
             FROM(PQ-RECORD)
             RESP(WS-RESP)
          END-EXEC
          MOVE 'PARMEXP' TO AQ-CONDITION-CODE
          MOVE '2' TO AQ-SEVERITY-CODE
          MOVE 'PARM CHANGE REQUEST EXPIRED UNACTIONED' TO AQ-TEXT
          PERFORM 9030-WRITE-ALERT-PARA THRU 9030-EXIT.
          4000-EXIT.
          EXIT.

      *> ----------------------------------------------------------
      *> 5000-TIMER-PARA is the PRMA leg: STARTed with no terminal,
      *> it walks PARMPEND once - expiring what has run out,
      *> applying what has come due - and re-STARTs itself a minute
      *> out.
      *> ----------------------------------------------------------
          5000-TIMER-PARA.
          PERFORM 9000-GET-NOW-PARA THRU 9000-EXIT
          MOVE 1 TO WS-PEND-KEY
          MOVE 'N' TO WS-SCAN-SW
          PERFORM 5100-SCAN-ONE-PARA THRU 5100-EXIT
             UNTIL WS-SCAN-DONE
          EXEC CICS START
             TRANSID(WS-APPLY-TRANSID)
             INTERVAL(WS-START-INTERVAL)
          END-EXEC
          EXEC CICS RETURN END-EXEC.

      *> Reads the next request at or after WS-PEND-KEY and deals
      *> with it if it is pending past its expiry or approved.
          5100-SCAN-ONE-PARA.
          EXEC CICS READ
             FILE('PARMPEND')
             INTO(PQ-RECORD)
             RIDFLD(WS-PEND-KEY)
             KEYLENGTH(LENGTH OF WS-PEND-KEY)
             GTEQ
             RESP(WS-RESP)
          END-EXEC
          IF WS-RESP NOT = DFHRESP(NORMAL)
             MOVE 'Y' TO WS-SCAN-SW
             GO TO 5100-EXIT
          END-IF
          MOVE PQ-REQUEST-NO TO WS-PEND-KEY
          IF PQ-PENDING
             COMPUTE WS-EXPIRY-STAMP =
                PQ-EXPIRY-DATE * 10000 + PQ-EXPIRY-TIME
             IF WS-NOW-STAMP NOT < WS-EXPIRY-STAMP
                PERFORM 4000-EXPIRE-REQUEST-PARA THRU 4000-EXIT
             END-IF
          END-IF
          IF PQ-APPROVED
             PERFORM 3000-APPLY-REQUEST-PARA THRU 3000-EXIT
          END-IF
          ADD 1 TO WS-PEND-KEY.
          5100-EXIT.
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
      *> 9030-WRITE-ALERT-PARA pushes one alert, keyed by the
      *> request number, onto the ALERTQ TSQ the ops console polls
      *> and appends it to the permanent ALERTF history, the same
      *> way HELLO raises its alerts.
      *> ----------------------------------------------------------
          9030-WRITE-ALERT-PARA.
          MOVE EIBTRNID TO AQ-TRANS-ID
          MOVE EIBTASKN TO AQ-TASK-ID
          MOVE PQ-REQUEST-NO TO AQ-KEY-VALUE
          EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC
          EXEC CICS FORMATTIME
             ABSTIME(WS-ABSTIME)
             YYYYMMDD(AQ-DATE)
             TIME(AQ-TIME)
          END-EXEC
          MOVE SPACE TO AQ-ACK-FLAG
          MOVE SPACES TO AQ-ACK-OPER-ID
          MOVE SPACE TO AQ-ESCALATED-FLAG
          MOVE ZERO TO AQ-ACK-DATE
          MOVE ZERO TO AQ-ACK-TIME
          EXEC CICS WRITEQ TS
             QUEUE('ALERTQ')
             FROM(AQ-RECORD)
             LENGTH(LENGTH OF AQ-RECORD)
          END-EXEC
          EXEC CICS WRITE
             FILE('ALERTF')
             FROM(AQ-RECORD)
             RESP(WS-RESP)
          END-EXEC.
          9030-EXIT.
          EXIT.

      *> The timer leg re-STARTs itself even on an error, so one
      *> bad request does not stop changes ever being applied.
          X0000-GEN-ERR-PARA.
          DISPLAY 'PARMAPLY GENERAL ERROR'
          IF EIBCALEN = ZERO
             EXEC CICS START
                TRANSID(WS-APPLY-TRANSID)
                INTERVAL(WS-START-INTERVAL)
                RESP(WS-RESP)
             END-EXEC
          END-IF
          EXEC CICS RETURN END-EXEC.
