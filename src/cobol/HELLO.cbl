      *>               job can prove the day balanced against the
      *>               activity journal and AUDIT-LOG instead of
      *>               "did we lose transactions" being unanswerable.
      *>   2026-09-14  A-PARA now checks the transaction type against
      *>               the ops-maintained TRANTYPE reference file
      *>               (through HELLORTE's type check) right after
      *>               the account validation: an unknown or retired
      *>               code, or an amount the type's rules do not
      *>               allow, is rejected under its own INVTYPE
      *>               condition on AUDIT-LOG and ALERTQ instead of
      *>               landing on the journal as if it meant
      *>               something. Every audit record now carries the
      *>               task's transaction type.
      *>   2026-09-16  C-PARA and D-PARA now post each routed
      *>               transaction to the account's ACCTPOS position
      *>               record through the ACCTPOST common routine
      *>               (9065-POST-POSITION-PARA) - debit or credit
      *>               per the type's TT-DC-INDICATOR, current
      *>               position, last-activity date - so the month-
      *>               end statement run and CTLBAL's position proof
      *>               see online activity.
      *>   2026-09-18  B-PARA now reads the account's VELOCITY record
      *>               for update ahead of the route call and passes
      *>               it to HELLORTE, which adds the transaction to
      *>               the day's running count and value and routes
      *>               special past the PF velocity limits; the
      *>               record is written back right after the route
      *>               (9068-SAVE-VELOCITY-PARA) so the HELLOBCH feed
      *>               counts against the same figures. The route
      *>               reason (velocity, amount, forced, handling
      *>               code) now rides on the SPWORKQ item.
      *>   2026-09-23  B-PARA now walks the account's ACCTHOLD holds
      *>               (0500-CHECK-HOLDS-PARA) ahead of the route
      *>               call: an open account with a live legal,
      *>               fraud, deceased or other hold is rejected
      *>               under its own HOLD condition on AUDIT-LOG and
      *>               ALERTQ (the alert naming the hold type) before
      *>               it counts toward velocity. An expired hold
      *>               simply no longer stops anything.
      *>   2026-09-25  A-PARA now forwards a merged-away account
      *>               (CM-STATUS-MERGED) to its survivor through
      *>               the ACCTXREF cross-reference
      *>               (0600-FORWARD-MERGED-PARA): the task carries on
      *>               against the survivor - holds, velocity,
      *>               routing, position, work queue - and the
      *>               journal record keeps the number the caller
      *>               quoted in AJ-MERGED-FROM-ACCT beside it. A
      *>               merged account with no cross-reference entry
      *>               is turned away as closed.
      *>   2026-10-02  B-PARA now checks each transaction against the
      *>               day's already-processed ones on the TRANSIG
      *>               signature file (0700-CHECK-DUPLICATE-PARA): the
      *>               same account, type, amount and partner inside
      *>               the HELLOPRM duplicate window is rejected under
      *>               its own DUPTRAN condition on AUDIT-LOG and
      *>               ALERTQ before it counts toward velocity, and
      *>               parked on DUPSUSP for a supervisor. C-PARA and
      *>               D-PARA land the signature of every transaction
      *>               they journal (9062-SAVE-SIGNATURE-PARA). The
      *>               commarea grew a DUPSUSP RBA behind the
      *>               transaction data: a suspect the DUPTMNT screen
      *>               released re-drives through here with it
      *>               (0160-CHECK-RELEASE-PARA), bypasses the check,
      *>               carries its original partner id onto the
      *>               journal/audit records, and is marked
      *>               completed.
      *>   2026-10-12  Every final outcome - C-PARA, D-PARA and each
      *>               condition handler - is now published as it
      *>               happens on the HEVT outbound event queue
      *>               (9085-WRITE-EVENT-PARA) for the CRM and fraud
      *>               integrations: account, partner, type, amount,
      *>               route or condition, timestamp, under the
      *>               ONLN stream's own daily sequence number off
      *>               EVTCTL. A simulation run publishes nothing
      *>               and logs what it would have sent.
      *>   2026-10-15  Each task now works out its business date
      *>               once, up front (0170-GET-BUSINESS-DATE-PARA),
      *>               from the BUSCAL business calendar through the
      *>               BUSDATE common routine: the current business
      *>               date, or the next one once the clock is past
      *>               the day's cutoff and end-of-day has not rolled.
      *>               It is stamped beside the clock timestamp on
      *>               AUDIT-LOG, ACTJRNL and SIMRSLT, keys the task's
      *>               CTLTOTLS record (which now also carries the
      *>               clock stamp of its last bump), and is the
      *>               ACCTPOS posting date. A missing calendar falls
      *>               back to the clock date.
      *>   2026-10-15  A released suspect is recognised by the 'Y'
      *>               release flag DUPTMNT now sends behind the RBA,
      *>               not by a non-zero RBA - the first suspect on
      *>               the DUPSUSP ESDS sits at RBA zero.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
          01 WS-Q-LEN PIC S9(4) COMP.
          01 WS-CTL-FUNC PIC X(01).
          01 WS-CTL-DATE PIC 9(08).
          01 WS-CTL-CLOCK-DATE PIC 9(08).
          01 WS-CTL-CLOCK-TIME PIC 9(08).
          01 WS-BUS-KEY.
             05 WS-BUS-KEY-TYPE PIC X(01) VALUE 'C'.
             05 WS-BUS-KEY-DATE PIC 9(08) VALUE ZERO.
          01 WS-BUS-DATE PIC 9(08) VALUE ZERO.
          01 WS-EVT-KEY.
             05 WS-EVT-DATE PIC 9(08).
             05 WS-EVT-STREAM PIC X(04) VALUE 'ONLN'.
          01 WS-EVT-TIME PIC 9(08).
          01 WS-TRAN-TYPE PIC X(02).
          01 WS-TRAN-AMOUNT PIC S9(09)V99 COMP-3.
          01 WS-WQ-RBA PIC S9(8) COMP VALUE ZERO.
             88 WS-WQ-MORE VALUE 'Y'.
          01 WS-PEND-FOUND-SW PIC X(01).
             88 WS-PEND-FOUND VALUE 'Y'.
          01 WS-VEL-FOUND-SW PIC X(01).
             88 WS-VEL-FOUND VALUE 'Y'.
          01 WS-VEL-TIME PIC 9(08).
          01 WS-HL-MORE-SW PIC X(01).
             88 WS-HL-MORE VALUE 'Y'.
          01 WS-MERGED-FROM PIC X(10) VALUE SPACES.
          01 WS-PARTNER-ID PIC X(04) VALUE SPACES.
          01 WS-DS-RBA PIC S9(8) COMP VALUE ZERO.
          01 WS-RELEASE-SW PIC X(01) VALUE 'N'.
             88 WS-DUP-RELEASED VALUE 'Y'.
          01 WS-SIG-FOUND-SW PIC X(01) VALUE 'N'.
             88 WS-SIG-FOUND VALUE 'Y'.
          01 WS-SIG-ACTIVE-SW PIC X(01) VALUE 'N'.
             88 WS-SIG-ACTIVE VALUE 'Y'.
          01 WS-DUP-SW PIC X(01) VALUE 'N'.
             88 WS-DUP-FOUND VALUE 'Y'.
          01 WS-SIG-DATE PIC 9(08).
          01 WS-SIG-TIME PIC 9(08).
          01 WS-SIG-MINUTES PIC S9(05) COMP.
          01 WS-NOW-MINUTES PIC S9(05) COMP.
          01 WS-DUP-ELAPSED PIC S9(05) COMP.
          01 WS-DUP-CLOCK PIC 9(08).
          01 WS-DUP-CLOCK-R REDEFINES WS-DUP-CLOCK.
             05 WDC-HH PIC 9(02).
             05 WDC-MM PIC 9(02).
             05 FILLER PIC 9(04).
          01 WS-HOLD-TEXT.
             05 FILLER PIC X(29) VALUE
                'TRANSACTION AGAINST HELD ACCT'.
             05 FILLER PIC X(03) VALUE ' - '.
             05 WHT-TYPE PIC X(04).
             05 FILLER PIC X(04) VALUE SPACES.
          01 WS-INVTYPE-TEXT.
             05 FILLER PIC X(17) VALUE 'TRANSACTION TYPE '.
             05 WIT-TYPE PIC X(02).
             05 FILLER PIC X(11) VALUE ' REJECTED -'.
             05 FILLER PIC X(01) VALUE SPACE.
             05 WIT-REASON PIC X(04).
             05 FILLER PIC X(05) VALUE SPACES.

      *> Parameter area for the HELLORTE common routing routine,
      *> which owns the account validation and lookup-and-route
          COPY PARMFILE.
          COPY CTLTOT.
          COPY SIMRES.
          COPY TRANTYPE.
          COPY ACCTPOS.
          COPY POSTPRM.
          COPY VELOCITY.
          COPY ACCTHOLD.
          COPY ACCTXREF.
          COPY TRANSIG.
          COPY DUPSUSP.
          COPY OUTEVT.
          COPY EVTCTL.
          COPY BUSCAL.
          COPY BUSDPRM.

       LINKAGE SECTION.
      *> CA-RELEASE-RBA and CA-RELEASE-FLAG are sent only by the
      *> DUPTMNT review screen, re-driving a suspected duplicate a
      *> supervisor released. The flag, not the RBA, says a release
      *> is being sent: the first record on the ESDS is at RBA zero.
          01 DFHCOMMAREA.
             05 CA-TRAN-DATA.
                10 CA-ACCOUNT-NO PIC 9(10).
                10 CA-TRAN-TYPE PIC X(02).
                10 CA-TRAN-AMOUNT PIC 9(09)V99.
             05 CA-RELEASE-RBA PIC S9(8) COMP.
             05 CA-RELEASE-FLAG PIC X(01).
                88 CA-RELEASE-SENT VALUE 'Y'.

       PROCEDURE DIVISION.

          DISPLAY 'IN A-PARA'
          PERFORM 0100-GET-PARMS-PARA
          PERFORM 0150-GET-TRAN-PARA
          PERFORM 0160-CHECK-RELEASE-PARA
          PERFORM 0170-GET-BUSINESS-DATE-PARA
          MOVE 'S' TO WS-CTL-FUNC
          PERFORM 9080-BUMP-CONTROL-PARA
          MOVE 'V' TO RT-FUNCTION
          IF RT-RESULT-INVALID
             GO TO X0000-INVALID-INPUT-PARA
          END-IF
          PERFORM 0300-CHECK-TRAN-TYPE-PARA
          IF RT-RESULT-INVTYPE
             GO TO X0000-INVALID-TYPE-PARA
          END-IF
          MOVE CA-ACCOUNT-NO TO CM-ACCOUNT-NO
          EXEC CICS READ
             FILE('CUSTMAS')
             RIDFLD(CM-ACCOUNT-NO)
             KEYLENGTH(LENGTH OF CM-ACCOUNT-NO)
          END-EXEC
          IF CM-STATUS-MERGED
             PERFORM 0600-FORWARD-MERGED-PARA
          END-IF
          GO TO B-PARA.

          B-PARA.
          DISPLAY 'IN B-PARA '.
          PERFORM 0500-CHECK-HOLDS-PARA
          PERFORM 0400-GET-VELOCITY-PARA
          MOVE 'R' TO RT-FUNCTION
          CALL 'HELLORTE' USING RT-PARMS CM-RECORD PF-RECORD
             TT-RECORD VL-RECORD
          IF RT-RESULT-CLOSED
             IF WS-VEL-FOUND
                EXEC CICS UNLOCK
                   FILE('VELOCITY')
                   RESP(WS-RESP)
                END-EXEC
             END-IF
             GO TO X0000-ACCT-CLOSED-PARA
          END-IF
          IF RT-RESULT-HELD
             IF WS-VEL-FOUND
                EXEC CICS UNLOCK
                   FILE('VELOCITY')
                   RESP(WS-RESP)
                END-EXEC
             END-IF
             GO TO X0000-ACCT-HELD-PARA
          END-IF
          PERFORM 0700-CHECK-DUPLICATE-PARA
          IF WS-DUP-FOUND
             IF WS-VEL-FOUND
                EXEC CICS UNLOCK
                   FILE('VELOCITY')
                   RESP(WS-RESP)
                END-EXEC
             END-IF
             GO TO X0000-DUP-TRAN-PARA
          END-IF
          PERFORM 9068-SAVE-VELOCITY-PARA
          MOVE RT-ROUTE-VALUE TO WS-A
          GO TO C-PARA D-PARA DEPENDING ON WS-A.

          DISPLAY 'IN C-PARA '.
          MOVE 'NORMAL' TO AJ-ROUTE-CODE
          PERFORM 9060-WRITE-JOURNAL-PARA
          PERFORM 9062-SAVE-SIGNATURE-PARA
          PERFORM 9065-POST-POSITION-PARA
          MOVE 'N' TO WS-CTL-FUNC
          PERFORM 9080-BUMP-CONTROL-PARA
          PERFORM 9085-WRITE-EVENT-PARA
          GO TO Z9999-EXIT-PARA.

          D-PARA.
          DISPLAY 'IN D-PARA '.
          MOVE 'SPECIAL' TO AJ-ROUTE-CODE
          PERFORM 9060-WRITE-JOURNAL-PARA
          PERFORM 9062-SAVE-SIGNATURE-PARA
          PERFORM 9065-POST-POSITION-PARA
          PERFORM 9070-WRITE-WORKQ-PARA
          MOVE 'P' TO WS-CTL-FUNC
          PERFORM 9080-BUMP-CONTROL-PARA
          PERFORM 9085-WRITE-EVENT-PARA
          GO TO Z9999-EXIT-PARA.

      *> ----------------------------------------------------------
      *> never trips the amount-threshold routing rule.
      *> ----------------------------------------------------------
          0150-GET-TRAN-PARA.
          IF EIBCALEN < LENGTH OF CA-TRAN-DATA
             MOVE SPACES TO WS-TRAN-TYPE
             MOVE ZERO TO WS-TRAN-AMOUNT
          ELSE
             END-IF
          END-IF.

      *> ----------------------------------------------------------
      *> 0160-CHECK-RELEASE-PARA recognises a suspected duplicate
      *> the DUPTMNT screen has released: a full commarea carrying
      *> the suspect's DUPSUSP RBA and the 'Y' release flag. The
      *> suspect is read for update and, if it is still RELEASED
      *> and for this account, marked COMPLETED with this task's
      *> number; the task then bypasses the duplicate check and
      *> carries the suspect's partner id.
      *> Anything else - no flag, a record gone or already re-driven
      *> - processes as an ordinary transaction. The reads code
      *> RESP, never a CUSTMAS condition. A simulation run leaves
      *> the suspect as it is.
      *> ----------------------------------------------------------
          0160-CHECK-RELEASE-PARA.
          MOVE 'N' TO WS-RELEASE-SW
          MOVE SPACES TO WS-PARTNER-ID
          IF EIBCALEN NOT < LENGTH OF DFHCOMMAREA
             AND CA-RELEASE-SENT
             MOVE CA-RELEASE-RBA TO WS-DS-RBA
             EXEC CICS READ
                FILE('DUPSUSP')
                INTO(DS-RECORD)
                RIDFLD(WS-DS-RBA)
                RBA
                UPDATE
                RESP(WS-RESP)
             END-EXEC
             IF WS-RESP = DFHRESP(NORMAL)
                IF DS-RELEASED AND DS-ACCOUNT-NO = CA-ACCOUNT-NO
                   MOVE 'Y' TO WS-RELEASE-SW
                   MOVE DS-PARTNER-ID TO WS-PARTNER-ID
                END-IF
                IF WS-DUP-RELEASED AND NOT PF-SIMULATION-ON
                   MOVE 'C' TO DS-STATUS-FLAG
                   MOVE EIBTASKN TO DS-REDRIVE-TASK
                   EXEC CICS REWRITE
                      FILE('DUPSUSP')
                      FROM(DS-RECORD)
                      RESP(WS-RESP)
                   END-EXEC
                ELSE
                   EXEC CICS UNLOCK
                      FILE('DUPSUSP')
                      RESP(WS-RESP)
                   END-EXEC
                END-IF
             END-IF
          END-IF.

      *> ----------------------------------------------------------
      *> 0170-GET-BUSINESS-DATE-PARA works out, once per task, the
      *> business date everything this task writes is stamped with:
      *> the BUSCAL control record and this moment's clock go to the
      *> BUSDATE common routine, which applies the cutoff. Fixing it
      *> here keeps a task that straddles the cutoff on one control
      *> record. The calendar is read every task, not cached, so an
      *> end-of-day roll takes effect on the very next task. The
      *> read codes RESP - a missing calendar is not a CUSTMAS
      *> condition - and falls back to the clock date.
      *> ----------------------------------------------------------
          0170-GET-BUSINESS-DATE-PARA.
          EXEC CICS READ
             FILE('BUSCAL')
             INTO(BC-RECORD)
             RIDFLD(WS-BUS-KEY)
             KEYLENGTH(LENGTH OF WS-BUS-KEY)
             RESP(WS-RESP)
          END-EXEC
          IF WS-RESP NOT = DFHRESP(NORMAL)
             MOVE SPACES TO BC-RECORD
          END-IF
          EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC
          EXEC CICS FORMATTIME
             ABSTIME(WS-ABSTIME)
             YYYYMMDD(BD-CLOCK-DATE)
             TIME(BD-CLOCK-TIME)
          END-EXEC
          CALL 'BUSDATE' USING BD-PARMS BC-RECORD
          MOVE BD-BUSINESS-DATE TO WS-BUS-DATE.

      *> ----------------------------------------------------------
      *> 0300-CHECK-TRAN-TYPE-PARA reads the task's type code from
      *> the TRANTYPE reference file and has HELLORTE apply the
      *> type's rules to it. The read codes RESP - a code that is
      *> not on the file is an INVTYPE, not a CUSTMAS NOTFND - and
      *> any failed read passes a blank reference record, so the
      *> transaction is rejected rather than let through unchecked.
      *> ----------------------------------------------------------
          0300-CHECK-TRAN-TYPE-PARA.
          MOVE WS-TRAN-TYPE TO TT-TYPE-CODE
          EXEC CICS READ
             FILE('TRANTYPE')
             INTO(TT-RECORD)
             RIDFLD(TT-TYPE-CODE)
             KEYLENGTH(LENGTH OF TT-TYPE-CODE)
             RESP(WS-RESP)
          END-EXEC
          IF WS-RESP NOT = DFHRESP(NORMAL)
             MOVE SPACES TO TT-RECORD
          END-IF
          MOVE 'T' TO RT-FUNCTION
          MOVE WS-TRAN-TYPE TO RT-TRAN-TYPE
          MOVE WS-TRAN-AMOUNT TO RT-TRAN-AMOUNT
          CALL 'HELLORTE' USING RT-PARMS CM-RECORD PF-RECORD
             TT-RECORD.

      *> ----------------------------------------------------------
      *> 0400-GET-VELOCITY-PARA reads the account's VELOCITY record
      *> for update so HELLORTE's route function can add this
      *> transaction to the day's running figures. The read codes
      *> RESP: an account with no record yet gets a blank one with
      *> the key set (HELLORTE starts it at zero), and the write in
      *> 9068 creates it. The processing day the figures count
      *> toward is today's date.
      *> ----------------------------------------------------------
          0400-GET-VELOCITY-PARA.
          MOVE CA-ACCOUNT-NO TO VL-ACCOUNT-NO
          EXEC CICS READ
             FILE('VELOCITY')
             INTO(VL-RECORD)
             RIDFLD(VL-ACCOUNT-NO)
             KEYLENGTH(LENGTH OF VL-ACCOUNT-NO)
             UPDATE
             RESP(WS-RESP)
          END-EXEC
          IF WS-RESP = DFHRESP(NORMAL)
             MOVE 'Y' TO WS-VEL-FOUND-SW
          ELSE
             MOVE 'N' TO WS-VEL-FOUND-SW
             MOVE SPACES TO VL-RECORD
             MOVE CA-ACCOUNT-NO TO VL-ACCOUNT-NO
          END-IF
          MOVE 'Y' TO RT-VELOCITY-SW
          EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC
          EXEC CICS FORMATTIME
             ABSTIME(WS-ABSTIME)
             YYYYMMDD(RT-VELOCITY-DATE)
             TIME(WS-VEL-TIME)
          END-EXEC
          MOVE WS-VEL-TIME TO VL-LAST-TIME.

      *> ----------------------------------------------------------
      *> 0500-CHECK-HOLDS-PARA walks the account's holds on the
      *> ACCTHOLD file (browse from sequence zero, stopping at the
      *> next account) and has HELLORTE's hold check judge each
      *> against today's date; the first live one sets RT-HOLD-SW
      *> and RT-HOLD-TYPE for the route call. Browse and reads code
      *> RESP: an account with no holds (or an empty file) is
      *> simply not held, never a CUSTMAS condition.
      *> ----------------------------------------------------------
          0500-CHECK-HOLDS-PARA.
          MOVE 'N' TO RT-HOLD-SW
          MOVE SPACES TO RT-HOLD-TYPE
          EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC
          EXEC CICS FORMATTIME
             ABSTIME(WS-ABSTIME)
             YYYYMMDD(RT-HOLD-DATE)
          END-EXEC
          MOVE CA-ACCOUNT-NO TO HL-ACCOUNT-NO
          MOVE ZERO TO HL-HOLD-SEQ
          EXEC CICS STARTBR
             FILE('ACCTHOLD')
             RIDFLD(HL-KEY)
             KEYLENGTH(LENGTH OF HL-KEY)
             GTEQ
             RESP(WS-RESP)
          END-EXEC
          IF WS-RESP = DFHRESP(NORMAL)
             MOVE 'Y' TO WS-HL-MORE-SW
             PERFORM 0510-NEXT-HOLD-PARA
                UNTIL RT-HOLD-LIVE OR NOT WS-HL-MORE
             EXEC CICS ENDBR
                FILE('ACCTHOLD')
                RESP(WS-RESP)
             END-EXEC
          END-IF.

          0510-NEXT-HOLD-PARA.
          EXEC CICS READNEXT
             FILE('ACCTHOLD')
             INTO(HL-RECORD)
             RIDFLD(HL-KEY)
             KEYLENGTH(LENGTH OF HL-KEY)
             RESP(WS-RESP)
          END-EXEC
          IF WS-RESP NOT = DFHRESP(NORMAL)
             OR HL-ACCOUNT-NO NOT = CA-ACCOUNT-NO
             MOVE 'N' TO WS-HL-MORE-SW
          ELSE
             MOVE 'H' TO RT-FUNCTION
             CALL 'HELLORTE' USING RT-PARMS CM-RECORD PF-RECORD
                TT-RECORD VL-RECORD HL-RECORD
             IF RT-RESULT-HELD
                MOVE 'Y' TO RT-HOLD-SW
                MOVE HL-HOLD-TYPE TO RT-HOLD-TYPE
             END-IF
          END-IF.

      *> ----------------------------------------------------------
      *> 0600-FORWARD-MERGED-PARA looks a merged-away account up on
      *> the ACCTXREF cross-reference and switches the task to the
      *> survivor: the commarea account becomes the survivor, whose
      *> master record is read in place of the merged one, and the
      *> quoted number is kept for the journal. The cross-reference
      *> read codes RESP - no entry leaves the merged record in
      *> place, which HELLORTE answers closed. A survivor missing
      *> from the master falls to the NOTFND handler like any other
      *> account.
      *> ----------------------------------------------------------
          0600-FORWARD-MERGED-PARA.
          MOVE CA-ACCOUNT-NO TO AX-OLD-ACCOUNT-NO
          EXEC CICS READ
             FILE('ACCTXREF')
             INTO(AX-RECORD)
             RIDFLD(AX-OLD-ACCOUNT-NO)
             KEYLENGTH(LENGTH OF AX-OLD-ACCOUNT-NO)
             RESP(WS-RESP)
          END-EXEC
          IF WS-RESP = DFHRESP(NORMAL)
             MOVE CA-ACCOUNT-NO TO WS-MERGED-FROM
             MOVE AX-NEW-ACCOUNT-NO TO CA-ACCOUNT-NO
             MOVE CA-ACCOUNT-NO TO CM-ACCOUNT-NO
             EXEC CICS READ
                FILE('CUSTMAS')
                INTO(CM-RECORD)
                RIDFLD(CM-ACCOUNT-NO)
                KEYLENGTH(LENGTH OF CM-ACCOUNT-NO)
             END-EXEC
          END-IF.

      *> ----------------------------------------------------------
      *> 0700-CHECK-DUPLICATE-PARA reads the transaction's signature
      *> - account, type, amount, partner - from TRANSIG for update
      *> and decides whether it repeats one already processed today
      *> within PF-DUP-WINDOW-MINUTES of now. A zero (or unset)
      *> window turns the check off and the signature file is left
      *> alone. A released suspect is never a duplicate - a
      *> supervisor has already judged it a genuine repeat. The
      *> read codes RESP: a signature not on file is simply new,
      *> and 9062 creates it.
      *> ----------------------------------------------------------
          0700-CHECK-DUPLICATE-PARA.
          MOVE 'N' TO WS-DUP-SW
          MOVE 'N' TO WS-SIG-FOUND-SW
          MOVE 'N' TO WS-SIG-ACTIVE-SW
          IF PF-DUP-WINDOW-MINUTES NUMERIC
             AND PF-DUP-WINDOW-MINUTES > ZERO
             MOVE 'Y' TO WS-SIG-ACTIVE-SW
             EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC
             EXEC CICS FORMATTIME
                ABSTIME(WS-ABSTIME)
                YYYYMMDD(WS-SIG-DATE)
                TIME(WS-SIG-TIME)
             END-EXEC
             MOVE CA-ACCOUNT-NO TO TG-ACCOUNT-NO
             MOVE WS-TRAN-TYPE TO TG-TRAN-TYPE
             MOVE WS-TRAN-AMOUNT TO TG-TRAN-AMOUNT
             MOVE WS-PARTNER-ID TO TG-PARTNER-ID
             EXEC CICS READ
                FILE('TRANSIG')
                INTO(TG-RECORD)
                RIDFLD(TG-KEY)
                KEYLENGTH(LENGTH OF TG-KEY)
                UPDATE
                RESP(WS-RESP)
             END-EXEC
             IF WS-RESP = DFHRESP(NORMAL)
                MOVE 'Y' TO WS-SIG-FOUND-SW
                IF TG-PROC-DATE = WS-SIG-DATE
                   AND NOT WS-DUP-RELEASED
                   MOVE TG-PROC-TIME TO WS-DUP-CLOCK
                   COMPUTE WS-SIG-MINUTES = WDC-HH * 60 + WDC-MM
                   MOVE WS-SIG-TIME TO WS-DUP-CLOCK
                   COMPUTE WS-NOW-MINUTES = WDC-HH * 60 + WDC-MM
                   COMPUTE WS-DUP-ELAPSED =
                      WS-NOW-MINUTES - WS-SIG-MINUTES
                   IF WS-DUP-ELAPSED < ZERO
                      MOVE ZERO TO WS-DUP-ELAPSED
                   END-IF
                   IF WS-DUP-ELAPSED NOT > PF-DUP-WINDOW-MINUTES
                      MOVE 'Y' TO WS-DUP-SW
                      EXEC CICS UNLOCK
                         FILE('TRANSIG')
                         RESP(WS-RESP)
                      END-EXEC
                   END-IF
                END-IF
             ELSE
                MOVE SPACES TO TG-RECORD
                MOVE CA-ACCOUNT-NO TO TG-ACCOUNT-NO
                MOVE WS-TRAN-TYPE TO TG-TRAN-TYPE
                MOVE WS-TRAN-AMOUNT TO TG-TRAN-AMOUNT
                MOVE WS-PARTNER-ID TO TG-PARTNER-ID
                MOVE ZERO TO TG-PROC-DATE
             END-IF
          END-IF.

      *> An account number that failed the numeric/non-zero/check-
      *> digit screen never reached the CUSTMAS read. It is logged
      *> under its own INVINPUT condition so the NOTFND column on
          PERFORM 9030-WRITE-ALERT-PARA
          MOVE 'F' TO WS-CTL-FUNC
          PERFORM 9080-BUMP-CONTROL-PARA
          PERFORM 9085-WRITE-EVENT-PARA
          GO TO Z9999-EXIT-PARA.

      *> A transaction whose type is not on the TRANTYPE reference
      *> file, is retired, or breaks the type's amount rules never
      *> reached the CUSTMAS read. It is logged under its own
      *> INVTYPE condition, the alert naming the type and the
      *> HELLORTE reason code.
          X0000-INVALID-TYPE-PARA.
          DISPLAY 'Invalid Transaction Type ' WS-TRAN-TYPE
             ' ' RT-REASON-CODE
          MOVE 'INVTYPE' TO AL-CONDITION-CODE
          MOVE ZERO TO AL-EXPECTED-LENGTH AL-ACTUAL-LENGTH
          PERFORM 9000-WRITE-AUDIT-PARA
          MOVE 'INVTYPE' TO AQ-CONDITION-CODE
          MOVE '1' TO AQ-SEVERITY-CODE
          MOVE WS-TRAN-TYPE TO WIT-TYPE
          MOVE RT-REASON-CODE TO WIT-REASON
          MOVE WS-INVTYPE-TEXT TO AQ-TEXT
          PERFORM 9030-WRITE-ALERT-PARA
          MOVE 'F' TO WS-CTL-FUNC
          PERFORM 9080-BUMP-CONTROL-PARA
          PERFORM 9085-WRITE-EVENT-PARA
          GO TO Z9999-EXIT-PARA.

      *> A transaction against an account operations has closed (for
          PERFORM 9030-WRITE-ALERT-PARA
          MOVE 'F' TO WS-CTL-FUNC
          PERFORM 9080-BUMP-CONTROL-PARA
          PERFORM 9085-WRITE-EVENT-PARA
          GO TO Z9999-EXIT-PARA.

      *> A transaction against an open account carrying a live
      *> hold (legal, fraud, deceased-customer or other) is
      *> rejected under its own HOLD condition, the alert naming
      *> the hold type, and never routes or posts.
          X0000-ACCT-HELD-PARA.
          DISPLAY 'Account On Hold ' RT-REASON-CODE
          MOVE 'HOLD' TO AL-CONDITION-CODE
          MOVE ZERO TO AL-EXPECTED-LENGTH AL-ACTUAL-LENGTH
          PERFORM 9000-WRITE-AUDIT-PARA
          MOVE 'HOLD' TO AQ-CONDITION-CODE
          MOVE '2' TO AQ-SEVERITY-CODE
          MOVE RT-REASON-CODE TO WHT-TYPE
          MOVE WS-HOLD-TEXT TO AQ-TEXT
          PERFORM 9030-WRITE-ALERT-PARA
          MOVE 'F' TO WS-CTL-FUNC
          PERFORM 9080-BUMP-CONTROL-PARA
          PERFORM 9085-WRITE-EVENT-PARA
          GO TO Z9999-EXIT-PARA.

      *> A transaction repeating one already processed today inside
      *> the duplicate window is rejected under its own DUPTRAN
      *> condition and parked on DUPSUSP, where a supervisor can
      *> release it to process as a genuine repeat or dismiss it.
      *> It never routes, posts or counts toward velocity.
          X0000-DUP-TRAN-PARA.
          DISPLAY 'Suspected Duplicate Transaction'
          MOVE 'DUPTRAN' TO AL-CONDITION-CODE
          MOVE ZERO TO AL-EXPECTED-LENGTH AL-ACTUAL-LENGTH
          PERFORM 9000-WRITE-AUDIT-PARA
          PERFORM 9064-WRITE-DUP-SUSPECT-PARA
          MOVE 'DUPTRAN' TO AQ-CONDITION-CODE
          MOVE '1' TO AQ-SEVERITY-CODE
          MOVE 'SUSPECTED DUPLICATE TRANSACTION - REVIEW' TO AQ-TEXT
          PERFORM 9030-WRITE-ALERT-PARA
          MOVE 'F' TO WS-CTL-FUNC
          PERFORM 9080-BUMP-CONTROL-PARA
          PERFORM 9085-WRITE-EVENT-PARA
          GO TO Z9999-EXIT-PARA.

          X0000-DUPKEY-ERR-PARA.
          PERFORM 9030-WRITE-ALERT-PARA
          MOVE 'F' TO WS-CTL-FUNC
          PERFORM 9080-BUMP-CONTROL-PARA
          PERFORM 9085-WRITE-EVENT-PARA
          GO TO Z9999-EXIT-PARA.

          X0000-NOT-FOUND-PARA.
          PERFORM 9030-WRITE-ALERT-PARA
          MOVE 'F' TO WS-CTL-FUNC
          PERFORM 9080-BUMP-CONTROL-PARA
          PERFORM 9085-WRITE-EVENT-PARA
          GO TO Z9999-EXIT-PARA.

          X0000-GEN-ERR-PARA.
          END-IF
          MOVE 'F' TO WS-CTL-FUNC
          PERFORM 9080-BUMP-CONTROL-PARA
          PERFORM 9085-WRITE-EVENT-PARA
          GO TO Z9999-EXIT-PARA.

          X0000-IOERR-PARA.
          END-IF
          MOVE 'F' TO WS-CTL-FUNC
          PERFORM 9080-BUMP-CONTROL-PARA
          PERFORM 9085-WRITE-EVENT-PARA
          GO TO Z9999-EXIT-PARA.

          X0000-NOSPACE-PARA.
          END-IF
          MOVE 'F' TO WS-CTL-FUNC
          PERFORM 9080-BUMP-CONTROL-PARA
          PERFORM 9085-WRITE-EVENT-PARA
          GO TO Z9999-EXIT-PARA.

          X0000-DISASTER-PARA.
          END-IF
          MOVE 'F' TO WS-CTL-FUNC
          PERFORM 9080-BUMP-CONTROL-PARA
          PERFORM 9085-WRITE-EVENT-PARA
          GO TO Z9999-EXIT-PARA.

          X0000-LENGERR-PARA.
          PERFORM 9030-WRITE-ALERT-PARA
          MOVE 'F' TO WS-CTL-FUNC
          PERFORM 9080-BUMP-CONTROL-PARA
          PERFORM 9085-WRITE-EVENT-PARA
          GO TO Z9999-EXIT-PARA.

      *> ----------------------------------------------------------
          MOVE EIBTASKN TO AL-TASK-ID
          MOVE EIBTRMID TO AL-TERMINAL-ID
          MOVE CA-ACCOUNT-NO TO AL-KEY-VALUE
          MOVE WS-PARTNER-ID TO AL-PARTNER-ID
          MOVE WS-TRAN-TYPE TO AL-TRAN-TYPE
          EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC
          EXEC CICS FORMATTIME
             ABSTIME(WS-ABSTIME)
             YYYYMMDD(AL-DATE)
             TIME(AL-TIME)
          END-EXEC
          MOVE WS-BUS-DATE TO AL-BUSINESS-DATE
          IF PF-SIMULATION-ON
             DISPLAY 'SIMULATION - WOULD WRITE AUDITLOG '
                AL-CONDITION-CODE
          MOVE EIBTRMID TO AJ-TERMINAL-ID
          MOVE CA-ACCOUNT-NO TO AJ-ACCOUNT-NO
          MOVE CM-HANDLING-CODE TO AJ-HANDLING-CODE
          MOVE WS-PARTNER-ID TO AJ-PARTNER-ID
          MOVE WS-TRAN-TYPE TO AJ-TRAN-TYPE
          MOVE WS-TRAN-AMOUNT TO AJ-TRAN-AMOUNT
          MOVE WS-MERGED-FROM TO AJ-MERGED-FROM-ACCT
          EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC
          EXEC CICS FORMATTIME
             ABSTIME(WS-ABSTIME)
             YYYYMMDD(AJ-DATE)
             TIME(AJ-TIME)
          END-EXEC
          MOVE WS-BUS-DATE TO AJ-BUSINESS-DATE
          IF PF-SIMULATION-ON
             DISPLAY 'SIMULATION - WOULD WRITE ACTJRNL '
                AJ-ROUTE-CODE
             END-EXEC
          END-IF.

      *> ----------------------------------------------------------
      *> 9062-SAVE-SIGNATURE-PARA lands the signature of the
      *> transaction just journaled on TRANSIG: rewrite the record
      *> 0700 holds for update (restarting the day's count when it
      *> is a stale day's), or create it the first time the
      *> signature is seen. A DUPREC on the create means another
      *> task (or the HELLOBCH feed) created it first - read that
      *> one back for update and rewrite it as this task's. Nothing
      *> to do with the check off.
      *> ----------------------------------------------------------
          9062-SAVE-SIGNATURE-PARA.
          IF WS-SIG-ACTIVE
             IF PF-SIMULATION-ON
                DISPLAY 'SIMULATION - WOULD UPDATE SIGNATURE '
                   CA-ACCOUNT-NO
                MOVE 'TSIG' TO SR-EVENT-CODE
                MOVE WS-TRAN-TYPE TO SR-DETAIL-CODE
                PERFORM 9100-WRITE-SIM-PARA
                IF WS-SIG-FOUND
                   EXEC CICS UNLOCK
                      FILE('TRANSIG')
                      RESP(WS-RESP)
                   END-EXEC
                END-IF
             ELSE
                PERFORM 9063-STAMP-SIGNATURE-PARA
                IF WS-SIG-FOUND
                   EXEC CICS REWRITE
                      FILE('TRANSIG')
                      FROM(TG-RECORD)
                      RESP(WS-RESP)
                   END-EXEC
                ELSE
                   EXEC CICS WRITE
                      FILE('TRANSIG')
                      FROM(TG-RECORD)
                      RIDFLD(TG-KEY)
                      KEYLENGTH(LENGTH OF TG-KEY)
                      RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP = DFHRESP(DUPREC)
                      EXEC CICS READ
                         FILE('TRANSIG')
                         INTO(TG-RECORD)
                         RIDFLD(TG-KEY)
                         KEYLENGTH(LENGTH OF TG-KEY)
                         UPDATE
                         RESP(WS-RESP)
                      END-EXEC
                      PERFORM 9063-STAMP-SIGNATURE-PARA
                      EXEC CICS REWRITE
                         FILE('TRANSIG')
                         FROM(TG-RECORD)
                         RESP(WS-RESP)
                      END-EXEC
                   END-IF
                END-IF
             END-IF
          END-IF.

      *> The day's count restarts on a stale day's record; the
      *> last-processed stamp is this task's, online, no feed.
          9063-STAMP-SIGNATURE-PARA.
          IF TG-PROC-DATE NOT = WS-SIG-DATE
             OR TG-PROC-COUNT NOT NUMERIC
             MOVE ZERO TO TG-PROC-COUNT
          END-IF
          ADD 1 TO TG-PROC-COUNT
          MOVE WS-SIG-DATE TO TG-PROC-DATE
          MOVE WS-SIG-TIME TO TG-PROC-TIME
          MOVE 'O' TO TG-SOURCE-FLAG
          MOVE ZERO TO TG-FEED-DATE TG-FEED-SEQ TG-DETAIL-SEQ.

      *> ----------------------------------------------------------
      *> 9064-WRITE-DUP-SUSPECT-PARA parks the suspected duplicate
      *> on DUPSUSP, PENDING, with when the transaction it repeats
      *> was processed (TG-RECORD still holds the signature 0700
      *> read), for the DUPTMNT review screen. 9000 has already
      *> stamped AL-DATE/AL-TIME, so the suspect carries the same
      *> timestamp as its audit record.
      *> ----------------------------------------------------------
          9064-WRITE-DUP-SUSPECT-PARA.
          IF PF-SIMULATION-ON
             DISPLAY 'SIMULATION - WOULD PARK DUPLICATE '
                CA-ACCOUNT-NO
             MOVE 'DUPS' TO SR-EVENT-CODE
             MOVE WS-TRAN-TYPE TO SR-DETAIL-CODE
             PERFORM 9100-WRITE-SIM-PARA
          ELSE
             MOVE SPACES TO DS-RECORD
             MOVE EIBTRNID TO DS-TRANS-ID
             MOVE EIBTASKN TO DS-TASK-ID
             MOVE EIBTRMID TO DS-TERMINAL-ID
             MOVE AL-DATE TO DS-DATE
             MOVE AL-TIME TO DS-TIME
             MOVE CA-ACCOUNT-NO TO DS-ACCOUNT-NO
             MOVE WS-TRAN-TYPE TO DS-TRAN-TYPE
             MOVE WS-TRAN-AMOUNT TO DS-TRAN-AMOUNT
             MOVE WS-PARTNER-ID TO DS-PARTNER-ID
             MOVE 'O' TO DS-SOURCE-FLAG
             MOVE ZERO TO DS-FEED-DATE DS-FEED-SEQ DS-DETAIL-SEQ
             MOVE TG-PROC-DATE TO DS-PRIOR-DATE
             MOVE TG-PROC-TIME TO DS-PRIOR-TIME
             MOVE 'P' TO DS-STATUS-FLAG
             MOVE SPACES TO DS-WORKED-BY
             MOVE ZERO TO DS-WORKED-DATE DS-WORKED-TIME
             MOVE ZERO TO DS-REDRIVE-TASK
             EXEC CICS WRITE
                FILE('DUPSUSP')
                FROM(DS-RECORD)
                RESP(WS-RESP)
             END-EXEC
          END-IF.

      *> ----------------------------------------------------------
      *> 9065-POST-POSITION-PARA posts the transaction just
      *> journaled to the account's ACCTPOS position record through
      *> the ACCTPOST common routine: read for update and rewrite,
      *> or create the record on the account's first posting (a
      *> DUPREC there means another task created it first - read it
      *> back for update and post to that). 9060 has already stamped
      *> AJ-BUSINESS-DATE, so the posting date is the journal's
      *> business date, and
      *> TT-RECORD still holds the type 0300 read and passed.
      *> ----------------------------------------------------------
          9065-POST-POSITION-PARA.
          IF PF-SIMULATION-ON
             DISPLAY 'SIMULATION - WOULD POST POSITION '
                CA-ACCOUNT-NO
             MOVE 'APOS' TO SR-EVENT-CODE
             MOVE TT-DC-INDICATOR TO SR-DETAIL-CODE
             PERFORM 9100-WRITE-SIM-PARA
          ELSE
             MOVE AJ-BUSINESS-DATE TO PP-POST-DATE
             MOVE WS-TRAN-AMOUNT TO PP-TRAN-AMOUNT
             MOVE TT-DC-INDICATOR TO PP-DC-INDICATOR
             MOVE CA-ACCOUNT-NO TO AP-ACCOUNT-NO
             EXEC CICS READ
                FILE('ACCTPOS')
                INTO(AP-RECORD)
                RIDFLD(AP-ACCOUNT-NO)
                KEYLENGTH(LENGTH OF AP-ACCOUNT-NO)
                UPDATE
                RESP(WS-RESP)
             END-EXEC
             IF WS-RESP = DFHRESP(NORMAL)
                CALL 'ACCTPOST' USING PP-PARMS AP-RECORD
                EXEC CICS REWRITE
                   FILE('ACCTPOS')
                   FROM(AP-RECORD)
                   RESP(WS-RESP)
                END-EXEC
             ELSE
                MOVE SPACES TO AP-RECORD
                MOVE CA-ACCOUNT-NO TO AP-ACCOUNT-NO
                CALL 'ACCTPOST' USING PP-PARMS AP-RECORD
                EXEC CICS WRITE
                   FILE('ACCTPOS')
                   FROM(AP-RECORD)
                   RIDFLD(AP-ACCOUNT-NO)
                   KEYLENGTH(LENGTH OF AP-ACCOUNT-NO)
                   RESP(WS-RESP)
                END-EXEC
                IF WS-RESP = DFHRESP(DUPREC)
                   EXEC CICS READ
                      FILE('ACCTPOS')
                      INTO(AP-RECORD)
                      RIDFLD(AP-ACCOUNT-NO)
                      KEYLENGTH(LENGTH OF AP-ACCOUNT-NO)
                      UPDATE
                      RESP(WS-RESP)
                   END-EXEC
                   CALL 'ACCTPOST' USING PP-PARMS AP-RECORD
                   EXEC CICS REWRITE
                      FILE('ACCTPOS')
                      FROM(AP-RECORD)
                      RESP(WS-RESP)
                   END-EXEC
                END-IF
             END-IF
          END-IF.

      *> ----------------------------------------------------------
      *> 9068-SAVE-VELOCITY-PARA writes back the VELOCITY record
      *> HELLORTE has just added this transaction to: rewrite the
      *> record 0400 holds for update, or create it on the
      *> account's first transaction. A DUPREC on the create means
      *> another task (or the HELLOBCH feed) created it first - read
      *> that one back for update, have HELLORTE add the
      *> transaction to it, and rewrite it. This task's route
      *> decision stands either way.
      *> ----------------------------------------------------------
          9068-SAVE-VELOCITY-PARA.
          IF PF-SIMULATION-ON
             DISPLAY 'SIMULATION - WOULD UPDATE VELOCITY '
                CA-ACCOUNT-NO
             MOVE 'VELO' TO SR-EVENT-CODE
             MOVE RT-REASON-CODE TO SR-DETAIL-CODE
             PERFORM 9100-WRITE-SIM-PARA
             IF WS-VEL-FOUND
                EXEC CICS UNLOCK
                   FILE('VELOCITY')
                   RESP(WS-RESP)
                END-EXEC
             END-IF
          ELSE
             IF WS-VEL-FOUND
                EXEC CICS REWRITE
                   FILE('VELOCITY')
                   FROM(VL-RECORD)
                   RESP(WS-RESP)
                END-EXEC
             ELSE
                EXEC CICS WRITE
                   FILE('VELOCITY')
                   FROM(VL-RECORD)
                   RIDFLD(VL-ACCOUNT-NO)
                   KEYLENGTH(LENGTH OF VL-ACCOUNT-NO)
                   RESP(WS-RESP)
                END-EXEC
                IF WS-RESP = DFHRESP(DUPREC)
                   EXEC CICS READ
                      FILE('VELOCITY')
                      INTO(VL-RECORD)
                      RIDFLD(VL-ACCOUNT-NO)
                      KEYLENGTH(LENGTH OF VL-ACCOUNT-NO)
                      UPDATE
                      RESP(WS-RESP)
                   END-EXEC
                   MOVE 'A' TO RT-FUNCTION
                   CALL 'HELLORTE' USING RT-PARMS CM-RECORD PF-RECORD
                      TT-RECORD VL-RECORD
                   MOVE WS-VEL-TIME TO VL-LAST-TIME
                   EXEC CICS REWRITE
                      FILE('VELOCITY')
                      FROM(VL-RECORD)
                      RESP(WS-RESP)
                   END-EXEC
                END-IF
             END-IF
          END-IF.

      *> ----------------------------------------------------------
      *> 9070-WRITE-WORKQ-PARA tells the special-handling team about
      *> the account just routed to D-PARA. An account that already
      *> 9072-CONSOLIDATE-PARA folds this hit into the pending item
      *> found: hit counter up (an item written before the counter
      *> existed counts as its own first hit), last-seen stamped
      *> from this task, priority recomputed, and the route reason
      *> replaced by this hit's - the clerk sees what tripped the
      *> latest one. The original queue
      *> timestamp is left alone so aging still measures the whole
      *> wait.
      *> ----------------------------------------------------------
             MOVE 1 TO WQ-HIT-COUNT
          END-IF
          ADD 1 TO WQ-HIT-COUNT
          MOVE RT-REASON-CODE TO WQ-REASON-CODE
          MOVE AJ-DATE TO WQ-LAST-DATE
          MOVE AJ-TIME TO WQ-LAST-TIME
          PERFORM 9073-SET-PRIORITY-PARA
          MOVE WS-TRAN-TYPE TO WQ-TRAN-TYPE
          MOVE WS-TRAN-AMOUNT TO WQ-TRAN-AMOUNT
          MOVE 1 TO WQ-HIT-COUNT
          MOVE RT-REASON-CODE TO WQ-REASON-CODE
          PERFORM 9073-SET-PRIORITY-PARA
          MOVE AJ-DATE TO WQ-LAST-DATE
          MOVE AJ-TIME TO WQ-LAST-TIME
          END-IF.

      *> ----------------------------------------------------------
      *> 9080-BUMP-CONTROL-PARA adds this task to its business
      *> date's control totals on CTLTOTLS (the clock stamp of the
      *> bump goes on the record beside it), creating the date's
      *> record on first use (and riding out the create race
      *> between two first tasks by re-reading on DUPREC).
      *> WS-CTL-FUNC picks the counter:
      *> S=started, N=routed normal, P=routed special, F=condition-
      *> failed. The nightly CTLBAL job balances these against the
      *> activity journal and AUDIT-LOG.
             EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC
             EXEC CICS FORMATTIME
                ABSTIME(WS-ABSTIME)
                YYYYMMDD(WS-CTL-CLOCK-DATE)
                TIME(WS-CTL-CLOCK-TIME)
             END-EXEC
             MOVE WS-BUS-DATE TO WS-CTL-DATE
             EXEC CICS READ
                FILE('CTLTOTLS')
                INTO(CT-RECORD)
          IF CT-VALUE-SPECIAL NOT NUMERIC
             MOVE ZERO TO CT-VALUE-SPECIAL
          END-IF
          MOVE WS-CTL-CLOCK-DATE TO CT-LAST-CLOCK-DATE
          MOVE WS-CTL-CLOCK-TIME TO CT-LAST-CLOCK-TIME
          EVALUATE WS-CTL-FUNC
             WHEN 'S'
                ADD 1 TO CT-TASKS-STARTED
                ADD 1 TO CT-COND-FAILED
          END-EVALUATE.

      *> ----------------------------------------------------------
      *> 9085-WRITE-EVENT-PARA publishes the task's final outcome on
      *> the HEVT extrapartition TD queue the CRM and fraud
      *> integrations read. Performed right after the outcome's
      *> control bump, so WS-CTL-FUNC says which outcome it was:
      *> N/P carry the route off AJ-ROUTE-CODE, F the condition off
      *> AL-CONDITION-CODE. The event takes the next ONLN sequence
      *> number for the day off EVTCTL (9086) first. Every command
      *> here codes RESP - a condition raised while publishing the
      *> outcome of a condition handler must not re-enter it. An
      *> event that cannot be queued is reported on the console; its
      *> number is already taken, so the integration sees the gap
      *> against the day's count record.
      *> ----------------------------------------------------------
          9085-WRITE-EVENT-PARA.
          MOVE SPACES TO OE-RECORD
          IF WS-CTL-FUNC = 'F'
             MOVE 'C' TO OE-OUTCOME-CLASS
             MOVE AL-CONDITION-CODE TO OE-OUTCOME-CODE
          ELSE
             MOVE 'R' TO OE-OUTCOME-CLASS
             MOVE AJ-ROUTE-CODE TO OE-OUTCOME-CODE
          END-IF
          IF PF-SIMULATION-ON
             DISPLAY 'SIMULATION - WOULD PUBLISH EVENT '
                OE-OUTCOME-CODE
             MOVE 'EVNT' TO SR-EVENT-CODE
             MOVE OE-OUTCOME-CODE TO SR-DETAIL-CODE
             PERFORM 9100-WRITE-SIM-PARA
          ELSE
             EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC
             EXEC CICS FORMATTIME
                ABSTIME(WS-ABSTIME)
                YYYYMMDD(WS-EVT-DATE)
                TIME(WS-EVT-TIME)
             END-EXEC
             PERFORM 9086-NEXT-EVENT-SEQ-PARA
             MOVE 'E' TO OE-RECORD-TYPE
             MOVE '01' TO OE-LAYOUT-VERSION
             MOVE WS-EVT-STREAM TO OE-STREAM
             MOVE WS-EVT-DATE TO OE-EVENT-DATE
             MOVE EC-LAST-SEQUENCE TO OE-SEQUENCE-NO
             MOVE WS-EVT-TIME TO OE-EVENT-TIME
             MOVE 'HELLO' TO OE-SOURCE-PROGRAM
             MOVE EIBTRNID TO OE-TRANS-ID
             MOVE EIBTASKN TO OE-TASK-ID
             MOVE RT-REASON-CODE TO OE-REASON-CODE
             MOVE CA-ACCOUNT-NO TO OE-ACCOUNT-NO
             MOVE WS-MERGED-FROM TO OE-MERGED-FROM-ACCT
             MOVE WS-PARTNER-ID TO OE-PARTNER-ID
             MOVE WS-TRAN-TYPE TO OE-TRAN-TYPE
             MOVE WS-TRAN-AMOUNT TO OE-TRAN-AMOUNT
             EXEC CICS WRITEQ TD
                QUEUE('HEVT')
                FROM(OE-RECORD)
                LENGTH(LENGTH OF OE-RECORD)
                RESP(WS-RESP)
             END-EXEC
             IF WS-RESP NOT = DFHRESP(NORMAL)
                DISPLAY 'HEVT EVENT NOT QUEUED - ' OE-STREAM ' '
                   OE-EVENT-DATE ' SEQUENCE ' OE-SEQUENCE-NO
             END-IF
          END-IF.

      *> ----------------------------------------------------------
      *> 9086-NEXT-EVENT-SEQ-PARA takes the ONLN stream's next
      *> sequence number for the day on EVTCTL, creating the day's
      *> record on first use and riding out the create race on
      *> DUPREC the same way 9080 does for CTLTOTLS. The number
      *> taken is left in EC-LAST-SEQUENCE.
      *> ----------------------------------------------------------
          9086-NEXT-EVENT-SEQ-PARA.
          EXEC CICS READ
             FILE('EVTCTL')
             INTO(EC-RECORD)
             RIDFLD(WS-EVT-KEY)
             KEYLENGTH(LENGTH OF WS-EVT-KEY)
             UPDATE
             RESP(WS-RESP)
          END-EXEC
          IF WS-RESP = DFHRESP(NORMAL)
             PERFORM 9087-APPLY-EVENT-PARA
             EXEC CICS REWRITE
                FILE('EVTCTL')
                FROM(EC-RECORD)
                RESP(WS-RESP)
             END-EXEC
          ELSE
             MOVE SPACES TO EC-RECORD
             MOVE WS-EVT-KEY TO EC-KEY
             MOVE ZERO TO EC-LAST-SEQUENCE EC-ROUTED-COUNT
                EC-COND-COUNT
             MOVE WS-EVT-TIME TO EC-FIRST-TIME
             PERFORM 9087-APPLY-EVENT-PARA
             EXEC CICS WRITE
                FILE('EVTCTL')
                FROM(EC-RECORD)
                RIDFLD(EC-KEY)
                KEYLENGTH(LENGTH OF EC-KEY)
                RESP(WS-RESP)
             END-EXEC
             IF WS-RESP = DFHRESP(DUPREC)
                EXEC CICS READ
                   FILE('EVTCTL')
                   INTO(EC-RECORD)
                   RIDFLD(WS-EVT-KEY)
                   KEYLENGTH(LENGTH OF WS-EVT-KEY)
                   UPDATE
                   RESP(WS-RESP)
                END-EXEC
                PERFORM 9087-APPLY-EVENT-PARA
                EXEC CICS REWRITE
                   FILE('EVTCTL')
                   FROM(EC-RECORD)
                   RESP(WS-RESP)
                END-EXEC
             END-IF
          END-IF.

          9087-APPLY-EVENT-PARA.
          ADD 1 TO EC-LAST-SEQUENCE
          IF OE-OUTCOME-CONDITION
             ADD 1 TO EC-COND-COUNT
          ELSE
             ADD 1 TO EC-ROUTED-COUNT
          END-IF
          MOVE WS-EVT-TIME TO EC-LAST-TIME.

      *> ----------------------------------------------------------
      *> 9100-WRITE-SIM-PARA lands one simulation-results record on
      *> SIMRSLT for the action the caller just logged instead of
             YYYYMMDD(SR-DATE)
             TIME(SR-TIME)
          END-EXEC
          MOVE WS-BUS-DATE TO SR-BUSINESS-DATE
          MOVE CA-ACCOUNT-NO TO SR-KEY-VALUE
          MOVE WS-TRAN-AMOUNT TO SR-TRAN-AMOUNT
          EXEC CICS WRITE
