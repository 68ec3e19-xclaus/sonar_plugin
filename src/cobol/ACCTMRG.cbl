       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ACCTMRG.
       AUTHOR.        OPERATIONS SUPPORT GROUP.
       INSTALLATION.  HELLO TRANSACTION SYSTEM.
       DATE-WRITTEN.  2026-09-25.
       DATE-COMPILED.

      *> ------------------------------------------------------------
      *> ACCTMRG
      *>
      *> Merges one account of a duplicate tax-id pair (as RECONDUP
      *> reports them) into the other, instead of a clerk closing one
      *> by hand and every partner feed still quoting it failing as
      *> ACCTCLSD from then on. Reads a request list (MRGLIST: the
      *> surviving account, the account to merge away, and the id of
      *> the SUPERVISOR asking for it) and works each request in
      *> list order, so a later request sees what an earlier one did.
      *>
      *> Each request is screened before anything moves:
      *>
      *>   - the requester is on the OPERAUTH roster, active, with
      *>     SUPERVISOR role or better (a denied request is written
      *>     to AUDIT-LOG under AUTHDENY with the id in the key slot,
      *>     the way CUSTMNT logs a denied override);
      *>   - the two accounts differ and are both on the master;
      *>   - the survivor is ACTIVE;
      *>   - the merged-away account is not already merged (it may
      *>     be active or already closed by hand - the closed ones
      *>     are exactly the accounts the partners keep quoting);
      *>   - both carry the same CM-TAX-ID.
      *>
      *> A merge that passes then:
      *>
      *>   - sets the merged-away account CM-STATUS-MERGED with
      *>     today as its status date (it stays on the master -
      *>     CUSTARCH archives closed accounts only);
      *>   - re-points any ACCTXREF entry that named the merged-away
      *>     account as its survivor, so every lookup stays one hop;
      *>   - writes the ACCTXREF entry old -> new that HELLO and
      *>     HELLOBCH forward through;
      *>   - carries every open ACCTHOLD hold (live, or not yet
      *>     started, per HELLORTE's hold check) across to the
      *>     survivor under its next hold sequence numbers, marking
      *>     the original released by the requesting supervisor;
      *>   - re-points every pending SPWORKQ item of the merged-away
      *>     account to the survivor;
      *>   - lists the merged-away account's ACTJRNL activity, the
      *>     history the survivor now answers for;
      *>   - writes a MERGED audit record with the merged-away
      *>     account in the key slot.
      *>
      *> The merge report lists every request with its disposition
      *> (MERGED / NOT-AUTHORIZED / SAME-ACCOUNT / SURVIVOR-NOT-FOUND
      *> / SURVIVOR-NOT-ACTIVE / ACCOUNT-NOT-FOUND / ALREADY-MERGED /
      *> TAXID-MISMATCH / TOO-MANY-HOLDS) and, under each merge, the
      *> journal, work-queue and hold activity that moved with it,
      *> plus run counts. RETURN-CODE 4 when any request could not
      *> be merged.
      *>
      *> Modification history
      *>   2026-09-25  PAY  Initial version.
      *>   2026-10-07  PAY  Closing the merged-away account writes a
      *>                    CUSTCHG change record (before and after
      *>                    images) naming the requester.
      *>   2026-10-13  PAY  Start and end records on the RUNLEDG run
      *>                    ledger through RUNLEDGR.
      *> ------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MERGE-LIST-FILE ASSIGN TO MRGLIST
              ORGANIZATION IS SEQUENTIAL.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO CUSTMAS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CM-ACCOUNT-NO.
           SELECT AUTH-ROSTER-FILE ASSIGN TO OPERAUTH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS OA-USER-ID.
           SELECT ACCOUNT-XREF-FILE ASSIGN TO ACCTXREF
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS AX-OLD-ACCOUNT-NO.
           SELECT ACCOUNT-HOLD-FILE ASSIGN TO ACCTHOLD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS HL-KEY.
           SELECT WORK-QUEUE-FILE ASSIGN TO SPWORKQ
              ORGANIZATION IS SEQUENTIAL.
           SELECT ACT-JOURNAL-FILE ASSIGN TO ACTJRNL
              ORGANIZATION IS SEQUENTIAL.
           SELECT AUDIT-LOG-FILE ASSIGN TO AUDITLOG
              ORGANIZATION IS SEQUENTIAL.
           SELECT CHANGE-FILE ASSIGN TO CUSTCHG
              ORGANIZATION IS SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO RPTOUT
              ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MERGE-LIST-FILE
           RECORDING MODE IS F.
       01  ML-LIST-RECORD.
           05 ML-SURVIVOR-ACCOUNT     PIC X(10).
           05 ML-MERGED-ACCOUNT       PIC X(10).
           05 ML-REQUESTED-BY         PIC X(08).
           05 FILLER                  PIC X(52).

       FD  CUSTOMER-MASTER-FILE.
           COPY CUSTMAS.

       FD  AUTH-ROSTER-FILE.
           COPY OPERAUTH.

       FD  ACCOUNT-XREF-FILE.
           COPY ACCTXREF.

       FD  ACCOUNT-HOLD-FILE.
           COPY ACCTHOLD.

       FD  WORK-QUEUE-FILE
           RECORDING MODE IS F.
           COPY SPWORKQ.

       FD  ACT-JOURNAL-FILE
           RECORDING MODE IS F.
           COPY ACTJRNL.

       FD  AUDIT-LOG-FILE
           RECORDING MODE IS F.
           COPY AUDITLOG.

       FD  CHANGE-FILE
           RECORDING MODE IS F.
           COPY CUSTCHG.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  RPT-LINE                   PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-LIST-EOF-SW             PIC X(01) VALUE 'N'.
           88 LIST-EOF                    VALUE 'Y'.
       77  WS-SCAN-EOF-SW             PIC X(01).
           88 SCAN-EOF                    VALUE 'Y'.
       77  WS-REJECT-SW               PIC X(01).
           88 REQUEST-REJECTED            VALUE 'Y'.
       77  WS-MERGED-COUNT            PIC 9(05) COMP VALUE ZERO.
       77  WS-REJECTED-COUNT          PIC 9(05) COMP VALUE ZERO.
       77  WS-TOT-JRNL-COUNT          PIC 9(07) COMP VALUE ZERO.
       77  WS-TOT-WORKQ-COUNT         PIC 9(07) COMP VALUE ZERO.
       77  WS-TOT-HOLD-COUNT          PIC 9(07) COMP VALUE ZERO.
       77  WS-TOT-REPOINT-COUNT       PIC 9(07) COMP VALUE ZERO.
       77  WS-JRNL-COUNT              PIC 9(07) COMP.
       77  WS-WORKQ-COUNT             PIC 9(05) COMP.
       77  WS-REPOINT-COUNT           PIC 9(05) COMP.
       77  WS-HOLD-IX                 PIC 9(03) COMP.
       77  WS-HOLD-COUNT              PIC 9(03) COMP.
       77  WS-NEXT-HOLD-SEQ           PIC 9(03) COMP.
       77  WS-SURVIVOR-TAX-ID         PIC 9(09).
       77  WS-CURRENT-DATE-8          PIC 9(08).
       77  WS-CURRENT-TIME-8          PIC 9(08).
       77  WS-AUDIT-SEQ               PIC 9(07) VALUE ZERO.

      *> Parameter area for the HELLORTE common routing routine,
      *> called here for its hold check only.
           COPY ROUTEPRM.
      *> Only carried to satisfy HELLORTE's linkage for the hold
      *> check, which references none of them.
           COPY PARMFILE.
           COPY TRANTYPE.
           COPY VELOCITY.

      *> The merged-away account's open holds, gathered before any
      *> of them is touched: carrying a hold across writes new
      *> ACCTHOLD records while the account's own holds would still
      *> be under browse. 50 is far past any account's real hold
      *> count; an account over it is refused TOO-MANY-HOLDS and
      *> left for operations rather than half-moved.
       01  HOLD-TABLE.
           05 HOLD-ENTRY OCCURS 50 TIMES.
              10 HT-HOLD-IMAGE         PIC X(132).

       01  RPT-HEADING-1.
           05 FILLER                  PIC X(40)
              VALUE 'ACCOUNT MERGE'.
       01  RPT-DETAIL-LINE.
           05 RD-OUTCOME              PIC X(20).
           05 RD-MERGED-ACCOUNT       PIC X(10).
           05 FILLER                  PIC X(06) VALUE ' INTO '.
           05 RD-SURVIVOR-ACCOUNT     PIC X(10).
           05 FILLER                  PIC X(05) VALUE '  BY '.
           05 RD-REQUESTED-BY         PIC X(08).
      *> The activity lines printed under each merge.
       01  RPT-XREF-LINE.
           05 FILLER                  PIC X(04) VALUE SPACES.
           05 FILLER                  PIC X(06) VALUE 'XREF  '.
           05 RX-OLD-ACCOUNT          PIC 9(10).
           05 FILLER                  PIC X(16)
              VALUE ' RE-POINTED FROM'.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RX-MERGED-DATE          PIC 9(08).
       01  RPT-HOLD-LINE.
           05 FILLER                  PIC X(04) VALUE SPACES.
           05 FILLER                  PIC X(06) VALUE 'HOLD  '.
           05 RH-OLD-SEQ              PIC 9(03).
           05 FILLER                  PIC X(04) VALUE ' -> '.
           05 RH-NEW-SEQ              PIC 9(03).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 RH-HOLD-TYPE            PIC X(04).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 RH-START-DATE           PIC 9(08).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 RH-EXPIRY-DATE          PIC 9(08).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 RH-REASON-TEXT          PIC X(30).
       01  RPT-WORKQ-LINE.
           05 FILLER                  PIC X(04) VALUE SPACES.
           05 FILLER                  PIC X(06) VALUE 'WORKQ '.
           05 RW-DATE                 PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RW-TIME                 PIC 9(08).
           05 FILLER                  PIC X(07) VALUE '  HITS '.
           05 RW-HIT-COUNT            PIC ZZZZ9.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 RW-TRAN-TYPE            PIC X(02).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RW-TRAN-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 RW-REASON-CODE          PIC X(03).
       01  RPT-JRNL-LINE.
           05 FILLER                  PIC X(04) VALUE SPACES.
           05 FILLER                  PIC X(06) VALUE 'JRNL  '.
           05 RJ-DATE                 PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RJ-TIME                 PIC 9(08).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 RJ-ROUTE-CODE           PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RJ-PARTNER-ID           PIC X(04).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RJ-TRAN-TYPE            PIC X(02).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RJ-TRAN-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RJ-TRANS-ID             PIC X(04).
       01  RPT-MOVED-LINE.
           05 FILLER                  PIC X(04) VALUE SPACES.
           05 FILLER                  PIC X(14) VALUE 'MOVED  JRNL  '.
           05 RM-JRNL-COUNT           PIC ZZZ,ZZ9.
           05 FILLER                  PIC X(08) VALUE '  WORKQ '.
           05 RM-WORKQ-COUNT          PIC ZZ,ZZ9.
           05 FILLER                  PIC X(08) VALUE '  HOLDS '.
           05 RM-HOLD-COUNT           PIC ZZ9.
           05 FILLER                  PIC X(07) VALUE '  XREF '.
           05 RM-REPOINT-COUNT        PIC ZZ,ZZ9.
       01  RPT-COUNT-LINE.
           05 RC-LABEL                PIC X(34).
           05 RC-COUNT                PIC ZZZ,ZZ9.

           COPY RUNLPRM.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           MOVE 'S' TO RN-FUNCTION
           PERFORM 9900-RECORD-RUN THRU 9900-EXIT
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-MERGE-ONE THRU 2000-EXIT
              UNTIL LIST-EOF
           PERFORM 5000-PRODUCE-SUMMARY THRU 5000-EXIT
           PERFORM 9999-TERMINATE THRU 9999-EXIT
           IF WS-REJECTED-COUNT > ZERO
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           MOVE 'E' TO RN-FUNCTION
           PERFORM 9900-RECORD-RUN THRU 9900-EXIT
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT MERGE-LIST-FILE
           OPEN I-O CUSTOMER-MASTER-FILE
           OPEN INPUT AUTH-ROSTER-FILE
           OPEN I-O ACCOUNT-XREF-FILE
           OPEN I-O ACCOUNT-HOLD-FILE
           OPEN EXTEND AUDIT-LOG-FILE
           OPEN EXTEND CHANGE-FILE
           OPEN OUTPUT REPORT-FILE
           ACCEPT WS-CURRENT-DATE-8 FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME-8 FROM TIME
           MOVE ZERO TO PF-AMOUNT-THRESHOLD
           MOVE 'N' TO RT-VELOCITY-SW
           MOVE WS-CURRENT-DATE-8 TO RT-HOLD-DATE
           WRITE RPT-LINE FROM RPT-HEADING-1
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           READ MERGE-LIST-FILE
              AT END MOVE 'Y' TO WS-LIST-EOF-SW
           END-READ.
       1000-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 2000-MERGE-ONE screens one request and, when it passes,
      *> applies the merge. Requests are worked straight off the
      *> list rather than tabled first: a request that merges into
      *> an account an earlier request has just merged away must
      *> see that account as merged.
      *> ----------------------------------------------------------
       2000-MERGE-ONE.
           IF ML-LIST-RECORD = SPACES
              GO TO 2000-READ-NEXT
           END-IF
           MOVE ML-MERGED-ACCOUNT TO RD-MERGED-ACCOUNT
           MOVE ML-SURVIVOR-ACCOUNT TO RD-SURVIVOR-ACCOUNT
           MOVE ML-REQUESTED-BY TO RD-REQUESTED-BY
           MOVE 'N' TO WS-REJECT-SW
           PERFORM 2100-SCREEN-REQUEST THRU 2100-EXIT
           IF NOT REQUEST-REJECTED
              PERFORM 2200-GATHER-HOLDS THRU 2200-EXIT
           END-IF
           IF REQUEST-REJECTED
              ADD 1 TO WS-REJECTED-COUNT
              WRITE RPT-LINE FROM RPT-DETAIL-LINE
              GO TO 2000-READ-NEXT
           END-IF
           MOVE 'MERGED              ' TO RD-OUTCOME
           WRITE RPT-LINE FROM RPT-DETAIL-LINE
           PERFORM 3000-APPLY-MERGE THRU 3000-EXIT
           ADD 1 TO WS-MERGED-COUNT.
       2000-READ-NEXT.
           READ MERGE-LIST-FILE
              AT END MOVE 'Y' TO WS-LIST-EOF-SW
           END-READ.
       2000-EXIT.
           EXIT.

      *> The screens, in order; the first failure names the
      *> outcome. The merged-away account is read last, so its
      *> record is the one left in CM-RECORD for 3100 to rewrite.
      *> Account keys move through the group item CM-KEY, so a
      *> malformed number falls out INVALID KEY - same note as
      *> CUSTREIN's master probe.
       2100-SCREEN-REQUEST.
           MOVE 'Y' TO WS-REJECT-SW
           MOVE ML-REQUESTED-BY TO OA-USER-ID
           READ AUTH-ROSTER-FILE
              INVALID KEY
                 MOVE SPACES TO OA-STATUS-FLAG
                 MOVE ZERO TO OA-ROLE-LEVEL
           END-READ
           IF NOT OA-ACTIVE OR OA-ROLE-LEVEL < 3
              MOVE 'NOT-AUTHORIZED      ' TO RD-OUTCOME
              PERFORM 4100-WRITE-DENY-AUDIT THRU 4100-EXIT
              GO TO 2100-EXIT
           END-IF
           IF ML-SURVIVOR-ACCOUNT = ML-MERGED-ACCOUNT
              MOVE 'SAME-ACCOUNT        ' TO RD-OUTCOME
              GO TO 2100-EXIT
           END-IF
           MOVE ML-SURVIVOR-ACCOUNT TO CM-KEY
           READ CUSTOMER-MASTER-FILE
              INVALID KEY
                 MOVE 'SURVIVOR-NOT-FOUND  ' TO RD-OUTCOME
                 GO TO 2100-EXIT
           END-READ
           IF NOT CM-STATUS-ACTIVE
              MOVE 'SURVIVOR-NOT-ACTIVE ' TO RD-OUTCOME
              GO TO 2100-EXIT
           END-IF
           MOVE CM-TAX-ID TO WS-SURVIVOR-TAX-ID
           MOVE ML-MERGED-ACCOUNT TO CM-KEY
           READ CUSTOMER-MASTER-FILE
              INVALID KEY
                 MOVE 'ACCOUNT-NOT-FOUND   ' TO RD-OUTCOME
                 GO TO 2100-EXIT
           END-READ
           IF CM-STATUS-MERGED
              MOVE 'ALREADY-MERGED      ' TO RD-OUTCOME
              GO TO 2100-EXIT
           END-IF
           IF CM-TAX-ID NOT = WS-SURVIVOR-TAX-ID
              MOVE 'TAXID-MISMATCH      ' TO RD-OUTCOME
              GO TO 2100-EXIT
           END-IF
           MOVE 'N' TO WS-REJECT-SW.
       2100-EXIT.
           EXIT.

      *> Walks the merged-away account's holds and tables the open
      *> ones - live today, or placed with a start date still to
      *> come (HELLORTE answers PEND) - then finds the survivor's
      *> highest hold sequence so the carried holds number on from
      *> it. More open holds than the table takes, or more than the
      *> survivor's sequence range has left, refuses the merge
      *> before anything has been changed.
       2200-GATHER-HOLDS.
           MOVE ZERO TO WS-HOLD-COUNT
           MOVE ML-MERGED-ACCOUNT TO HL-KEY(1:10)
           MOVE ZERO TO HL-HOLD-SEQ
           MOVE 'N' TO WS-SCAN-EOF-SW
           START ACCOUNT-HOLD-FILE KEY IS NOT < HL-KEY
              INVALID KEY MOVE 'Y' TO WS-SCAN-EOF-SW
           END-START
           PERFORM 2210-NEXT-MERGED-HOLD THRU 2210-EXIT
              UNTIL SCAN-EOF OR REQUEST-REJECTED
           IF REQUEST-REJECTED
              GO TO 2200-EXIT
           END-IF
           MOVE ZERO TO WS-NEXT-HOLD-SEQ
           IF WS-HOLD-COUNT = ZERO
              GO TO 2200-EXIT
           END-IF
           MOVE ML-SURVIVOR-ACCOUNT TO HL-KEY(1:10)
           MOVE ZERO TO HL-HOLD-SEQ
           MOVE 'N' TO WS-SCAN-EOF-SW
           START ACCOUNT-HOLD-FILE KEY IS NOT < HL-KEY
              INVALID KEY MOVE 'Y' TO WS-SCAN-EOF-SW
           END-START
           PERFORM 2220-NEXT-SURVIVOR-HOLD THRU 2220-EXIT
              UNTIL SCAN-EOF
           IF WS-NEXT-HOLD-SEQ + WS-HOLD-COUNT > 999
              MOVE 'Y' TO WS-REJECT-SW
              MOVE 'TOO-MANY-HOLDS      ' TO RD-OUTCOME
           END-IF.
       2200-EXIT.
           EXIT.

       2210-NEXT-MERGED-HOLD.
           READ ACCOUNT-HOLD-FILE NEXT
              AT END
                 MOVE 'Y' TO WS-SCAN-EOF-SW
                 GO TO 2210-EXIT
           END-READ
           IF HL-KEY(1:10) NOT = ML-MERGED-ACCOUNT
              MOVE 'Y' TO WS-SCAN-EOF-SW
              GO TO 2210-EXIT
           END-IF
           MOVE 'H' TO RT-FUNCTION
           CALL 'HELLORTE' USING RT-PARMS CM-RECORD PF-RECORD
              TT-RECORD VL-RECORD HL-RECORD
           IF RT-RESULT-HELD OR RT-REASON-HOLD-PENDING
              IF WS-HOLD-COUNT < 50
                 ADD 1 TO WS-HOLD-COUNT
                 MOVE HL-RECORD TO HT-HOLD-IMAGE(WS-HOLD-COUNT)
              ELSE
                 MOVE 'Y' TO WS-REJECT-SW
                 MOVE 'TOO-MANY-HOLDS      ' TO RD-OUTCOME
              END-IF
           END-IF.
       2210-EXIT.
           EXIT.

       2220-NEXT-SURVIVOR-HOLD.
           READ ACCOUNT-HOLD-FILE NEXT
              AT END
                 MOVE 'Y' TO WS-SCAN-EOF-SW
                 GO TO 2220-EXIT
           END-READ
           IF HL-KEY(1:10) NOT = ML-SURVIVOR-ACCOUNT
              MOVE 'Y' TO WS-SCAN-EOF-SW
              GO TO 2220-EXIT
           END-IF
           MOVE HL-HOLD-SEQ TO WS-NEXT-HOLD-SEQ.
       2220-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 3000-APPLY-MERGE moves everything across for a screened
      *> request and prints what moved under its detail line.
      *> ----------------------------------------------------------
       3000-APPLY-MERGE.
           MOVE ZERO TO WS-JRNL-COUNT
           MOVE ZERO TO WS-WORKQ-COUNT
           MOVE ZERO TO WS-REPOINT-COUNT
           PERFORM 3100-CLOSE-MERGED THRU 3100-EXIT
           PERFORM 3200-REPOINT-XREF THRU 3200-EXIT
           PERFORM 3300-MOVE-HOLDS THRU 3300-EXIT
           PERFORM 3400-MOVE-WORKQ THRU 3400-EXIT
           PERFORM 3500-LIST-JOURNAL THRU 3500-EXIT
           PERFORM 3600-WRITE-XREF THRU 3600-EXIT
           PERFORM 4200-WRITE-MERGE-AUDIT THRU 4200-EXIT
           MOVE WS-JRNL-COUNT TO RM-JRNL-COUNT
           MOVE WS-WORKQ-COUNT TO RM-WORKQ-COUNT
           MOVE WS-HOLD-COUNT TO RM-HOLD-COUNT
           MOVE WS-REPOINT-COUNT TO RM-REPOINT-COUNT
           WRITE RPT-LINE FROM RPT-MOVED-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           ADD WS-JRNL-COUNT TO WS-TOT-JRNL-COUNT
           ADD WS-WORKQ-COUNT TO WS-TOT-WORKQ-COUNT
           ADD WS-HOLD-COUNT TO WS-TOT-HOLD-COUNT
           ADD WS-REPOINT-COUNT TO WS-TOT-REPOINT-COUNT.
       3000-EXIT.
           EXIT.

      *> CM-RECORD still holds the merged-away account from the
      *> screens in 2100; it goes to the change record as the
      *> before image ahead of the status change.
       3100-CLOSE-MERGED.
           MOVE SPACES TO CX-RECORD
           MOVE CM-RECORD TO CX-BEFORE-IMAGE
           MOVE 'M' TO CM-STATUS-FLAG
           MOVE WS-CURRENT-DATE-8 TO CM-STATUS-DATE
           REWRITE CM-RECORD
              INVALID KEY
                 DISPLAY 'ACCTMRG - MASTER REWRITE FAILED FOR '
                    ML-MERGED-ACCOUNT
              NOT INVALID KEY
                 PERFORM 3110-WRITE-CHANGE THRU 3110-EXIT
           END-REWRITE.
       3100-EXIT.
           EXIT.

       3110-WRITE-CHANGE.
           MOVE WS-CURRENT-DATE-8 TO CX-DATE
           MOVE WS-CURRENT-TIME-8 TO CX-TIME
           MOVE CM-KEY TO CX-ACCOUNT-NO
           MOVE 'M' TO CX-CHANGE-TYPE
           MOVE 'ACCTMRG' TO CX-SOURCE-PROGRAM
           MOVE ML-REQUESTED-BY TO CX-OPERATOR-ID
           MOVE 'BTCH' TO CX-TERMINAL-ID
           MOVE CM-RECORD TO CX-AFTER-IMAGE
           WRITE CX-RECORD.
       3110-EXIT.
           EXIT.

      *> Any account merged earlier into the one now merging away
      *> is re-pointed straight at the new survivor, keeping the
      *> one-hop rule ACCTXREF's readers rely on. The file is
      *> small - one entry per merge ever applied - so a full pass
      *> per merge costs nothing.
       3200-REPOINT-XREF.
           MOVE ZERO TO AX-OLD-ACCOUNT-NO
           MOVE 'N' TO WS-SCAN-EOF-SW
           START ACCOUNT-XREF-FILE KEY IS NOT < AX-OLD-ACCOUNT-NO
              INVALID KEY MOVE 'Y' TO WS-SCAN-EOF-SW
           END-START
           PERFORM 3210-NEXT-XREF THRU 3210-EXIT
              UNTIL SCAN-EOF.
       3200-EXIT.
           EXIT.

       3210-NEXT-XREF.
           READ ACCOUNT-XREF-FILE NEXT
              AT END
                 MOVE 'Y' TO WS-SCAN-EOF-SW
                 GO TO 3210-EXIT
           END-READ
           IF AX-NEW-ACCOUNT-NO NOT = ML-MERGED-ACCOUNT
              GO TO 3210-EXIT
           END-IF
           MOVE ML-SURVIVOR-ACCOUNT TO AX-NEW-ACCOUNT-NO
           MOVE WS-CURRENT-DATE-8 TO AX-REPOINT-DATE
           REWRITE AX-RECORD
              INVALID KEY
                 DISPLAY 'ACCTMRG - XREF REWRITE FAILED FOR '
                    AX-OLD-ACCOUNT-NO
                 GO TO 3210-EXIT
           END-REWRITE
           ADD 1 TO WS-REPOINT-COUNT
           MOVE AX-OLD-ACCOUNT-NO TO RX-OLD-ACCOUNT
           MOVE AX-MERGE-DATE TO RX-MERGED-DATE
           WRITE RPT-LINE FROM RPT-XREF-LINE.
       3210-EXIT.
           EXIT.

       3300-MOVE-HOLDS.
           PERFORM 3310-MOVE-ONE-HOLD THRU 3310-EXIT
              VARYING WS-HOLD-IX FROM 1 BY 1
              UNTIL WS-HOLD-IX > WS-HOLD-COUNT.
       3300-EXIT.
           EXIT.

      *> The original is released by the requesting supervisor,
      *> so the merged-away account's hold history still shows
      *> why it ended; the copy keeps the type, reason, dates and
      *> placer of the original and names the account it came
      *> from.
       3310-MOVE-ONE-HOLD.
           MOVE HT-HOLD-IMAGE(WS-HOLD-IX) TO HL-RECORD
           MOVE 'R' TO HL-STATUS-FLAG
           MOVE ML-REQUESTED-BY TO HL-RELEASED-BY
           MOVE WS-CURRENT-DATE-8 TO HL-RELEASED-DATE
           MOVE WS-CURRENT-TIME-8 TO HL-RELEASED-TIME
           REWRITE HL-RECORD
              INVALID KEY
                 DISPLAY 'ACCTMRG - HOLD REWRITE FAILED FOR '
                    HL-KEY
           END-REWRITE
           MOVE HT-HOLD-IMAGE(WS-HOLD-IX) TO HL-RECORD
           MOVE HL-HOLD-SEQ TO RH-OLD-SEQ
           ADD 1 TO WS-NEXT-HOLD-SEQ
           MOVE ML-SURVIVOR-ACCOUNT TO HL-KEY(1:10)
           MOVE WS-NEXT-HOLD-SEQ TO HL-HOLD-SEQ
           MOVE ML-MERGED-ACCOUNT TO HL-MOVED-FROM-ACCT
           WRITE HL-RECORD
              INVALID KEY
                 DISPLAY 'ACCTMRG - HOLD WRITE FAILED FOR '
                    HL-KEY
           END-WRITE
           MOVE HL-HOLD-SEQ TO RH-NEW-SEQ
           MOVE HL-HOLD-TYPE TO RH-HOLD-TYPE
           MOVE HL-START-DATE TO RH-START-DATE
           MOVE HL-EXPIRY-DATE TO RH-EXPIRY-DATE
           MOVE HL-REASON-TEXT TO RH-REASON-TEXT
           WRITE RPT-LINE FROM RPT-HOLD-LINE.
       3310-EXIT.
           EXIT.

      *> Pending work-queue items follow the account to the
      *> survivor, so the special-handling team works them there;
      *> worked and rejected items stay as history under the
      *> number they were worked under. HELLO's next hit on the
      *> survivor consolidates into its newest pending item.
       3400-MOVE-WORKQ.
           OPEN I-O WORK-QUEUE-FILE
           MOVE 'N' TO WS-SCAN-EOF-SW
           PERFORM 3410-NEXT-WORKQ THRU 3410-EXIT
              UNTIL SCAN-EOF
           CLOSE WORK-QUEUE-FILE.
       3400-EXIT.
           EXIT.

       3410-NEXT-WORKQ.
           READ WORK-QUEUE-FILE
              AT END
                 MOVE 'Y' TO WS-SCAN-EOF-SW
                 GO TO 3410-EXIT
           END-READ
           IF NOT WQ-PENDING
              OR WQ-ACCOUNT-NO NOT = ML-MERGED-ACCOUNT
              GO TO 3410-EXIT
           END-IF
           MOVE ML-SURVIVOR-ACCOUNT TO WQ-ACCOUNT-NO
           REWRITE WQ-RECORD
           ADD 1 TO WS-WORKQ-COUNT
           MOVE WQ-DATE TO RW-DATE
           MOVE WQ-TIME TO RW-TIME
           MOVE WQ-HIT-COUNT TO RW-HIT-COUNT
           MOVE WQ-TRAN-TYPE TO RW-TRAN-TYPE
           MOVE WQ-TRAN-AMOUNT TO RW-TRAN-AMOUNT
           MOVE WQ-REASON-CODE TO RW-REASON-CODE
           WRITE RPT-LINE FROM RPT-WORKQ-LINE.
       3410-EXIT.
           EXIT.

      *> The journal is the record of what happened and is never
      *> rewritten: the merged-away account's rows are listed here
      *> as the activity the survivor now carries, and from today
      *> HELLO and HELLOBCH journal new traffic quoting the old
      *> number under the survivor with AJ-MERGED-FROM-ACCT set.
       3500-LIST-JOURNAL.
           OPEN INPUT ACT-JOURNAL-FILE
           MOVE 'N' TO WS-SCAN-EOF-SW
           PERFORM 3510-NEXT-JOURNAL THRU 3510-EXIT
              UNTIL SCAN-EOF
           CLOSE ACT-JOURNAL-FILE.
       3500-EXIT.
           EXIT.

       3510-NEXT-JOURNAL.
           READ ACT-JOURNAL-FILE
              AT END
                 MOVE 'Y' TO WS-SCAN-EOF-SW
                 GO TO 3510-EXIT
           END-READ
           IF AJ-ACCOUNT-NO NOT = ML-MERGED-ACCOUNT
              GO TO 3510-EXIT
           END-IF
           ADD 1 TO WS-JRNL-COUNT
           MOVE AJ-DATE TO RJ-DATE
           MOVE AJ-TIME TO RJ-TIME
           MOVE AJ-ROUTE-CODE TO RJ-ROUTE-CODE
           MOVE AJ-PARTNER-ID TO RJ-PARTNER-ID
           MOVE AJ-TRAN-TYPE TO RJ-TRAN-TYPE
           MOVE AJ-TRAN-AMOUNT TO RJ-TRAN-AMOUNT
           MOVE AJ-TRANS-ID TO RJ-TRANS-ID
           WRITE RPT-LINE FROM RPT-JRNL-LINE.
       3510-EXIT.
           EXIT.

       3600-WRITE-XREF.
           MOVE SPACES TO AX-RECORD
           MOVE ML-MERGED-ACCOUNT TO AX-RECORD(1:10)
           MOVE ML-SURVIVOR-ACCOUNT TO AX-RECORD(11:10)
           MOVE WS-SURVIVOR-TAX-ID TO AX-TAX-ID
           MOVE WS-CURRENT-DATE-8 TO AX-MERGE-DATE
           MOVE WS-CURRENT-TIME-8 TO AX-MERGE-TIME
           MOVE ML-REQUESTED-BY TO AX-MERGED-BY
           MOVE WS-WORKQ-COUNT TO AX-WORKQ-MOVED
           MOVE WS-HOLD-COUNT TO AX-HOLDS-MOVED
           MOVE ZERO TO AX-REPOINT-DATE
           WRITE AX-RECORD
              INVALID KEY
                 DISPLAY 'ACCTMRG - XREF WRITE FAILED FOR '
                    ML-MERGED-ACCOUNT
           END-WRITE.
       3600-EXIT.
           EXIT.

      *> A refused request from someone not entitled to merge is
      *> written under AUTHDENY with the attempted id in the key
      *> slot, the way CUSTMNT logs a denied override.
       4100-WRITE-DENY-AUDIT.
           ADD 1 TO WS-AUDIT-SEQ
           MOVE SPACES TO AL-RECORD
           MOVE 'AMRG' TO AL-TRANS-ID
           MOVE WS-AUDIT-SEQ TO AL-TASK-ID
           MOVE WS-CURRENT-DATE-8 TO AL-DATE
           MOVE WS-CURRENT-TIME-8 TO AL-TIME
           MOVE 'AUTHDENY' TO AL-CONDITION-CODE
           MOVE ML-REQUESTED-BY TO AL-KEY-VALUE
           MOVE ZERO TO AL-EXPECTED-LENGTH AL-ACTUAL-LENGTH
           WRITE AL-RECORD.
       4100-EXIT.
           EXIT.

      *> One MERGED audit record per merge, the merged-away account
      *> in the key slot; who asked for it and the survivor are on
      *> its ACCTXREF entry.
       4200-WRITE-MERGE-AUDIT.
           ADD 1 TO WS-AUDIT-SEQ
           MOVE SPACES TO AL-RECORD
           MOVE 'AMRG' TO AL-TRANS-ID
           MOVE WS-AUDIT-SEQ TO AL-TASK-ID
           MOVE WS-CURRENT-DATE-8 TO AL-DATE
           MOVE WS-CURRENT-TIME-8 TO AL-TIME
           MOVE 'MERGED' TO AL-CONDITION-CODE
           MOVE ML-MERGED-ACCOUNT TO AL-KEY-VALUE
           MOVE ZERO TO AL-EXPECTED-LENGTH AL-ACTUAL-LENGTH
           WRITE AL-RECORD.
       4200-EXIT.
           EXIT.

       5000-PRODUCE-SUMMARY.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'ACCOUNTS MERGED                   ' TO RC-LABEL
           MOVE WS-MERGED-COUNT TO RC-COUNT
           WRITE RPT-LINE FROM RPT-COUNT-LINE
           MOVE 'REQUESTS REJECTED                 ' TO RC-LABEL
           MOVE WS-REJECTED-COUNT TO RC-COUNT
           WRITE RPT-LINE FROM RPT-COUNT-LINE
           MOVE 'JOURNAL RECORDS CARRIED           ' TO RC-LABEL
           MOVE WS-TOT-JRNL-COUNT TO RC-COUNT
           WRITE RPT-LINE FROM RPT-COUNT-LINE
           MOVE 'WORK-QUEUE ITEMS MOVED            ' TO RC-LABEL
           MOVE WS-TOT-WORKQ-COUNT TO RC-COUNT
           WRITE RPT-LINE FROM RPT-COUNT-LINE
           MOVE 'OPEN HOLDS MOVED                  ' TO RC-LABEL
           MOVE WS-TOT-HOLD-COUNT TO RC-COUNT
           WRITE RPT-LINE FROM RPT-COUNT-LINE
           MOVE 'CROSS-REFERENCES RE-POINTED       ' TO RC-LABEL
           MOVE WS-TOT-REPOINT-COUNT TO RC-COUNT
           WRITE RPT-LINE FROM RPT-COUNT-LINE.
       5000-EXIT.
           EXIT.

      *> Start and end records on the RUNLEDG run ledger; the end
      *> record carries the counts the run prints.
       9900-RECORD-RUN.
           MOVE 'ACCTMRG' TO RN-PROGRAM
           MOVE RETURN-CODE TO RN-RETURN-CODE
           COMPUTE RN-RECORDS-READ =
              WS-MERGED-COUNT + WS-REJECTED-COUNT
           MOVE WS-MERGED-COUNT TO RN-RECORDS-WRITTEN
           MOVE 'MERGED' TO RN-COUNT-LABEL(1)
           MOVE WS-MERGED-COUNT TO RN-COUNT-VALUE(1)
           MOVE 'REJECTED' TO RN-COUNT-LABEL(2)
           MOVE WS-REJECTED-COUNT TO RN-COUNT-VALUE(2)
           MOVE 'JRNL CARRIED' TO RN-COUNT-LABEL(3)
           MOVE WS-TOT-JRNL-COUNT TO RN-COUNT-VALUE(3)
           MOVE 'WORKQ MOVED' TO RN-COUNT-LABEL(4)
           MOVE WS-TOT-WORKQ-COUNT TO RN-COUNT-VALUE(4)
           MOVE 'HOLDS MOVED' TO RN-COUNT-LABEL(5)
           MOVE WS-TOT-HOLD-COUNT TO RN-COUNT-VALUE(5)
           MOVE 'XREF REPOINT' TO RN-COUNT-LABEL(6)
           MOVE WS-TOT-REPOINT-COUNT TO RN-COUNT-VALUE(6)
           CALL 'RUNLEDGR' USING RN-PARMS.
       9900-EXIT.
           EXIT.

       9999-TERMINATE.
           CLOSE MERGE-LIST-FILE
           CLOSE CUSTOMER-MASTER-FILE
           CLOSE AUTH-ROSTER-FILE
           CLOSE ACCOUNT-XREF-FILE
           CLOSE ACCOUNT-HOLD-FILE
           CLOSE AUDIT-LOG-FILE
           CLOSE CHANGE-FILE
           CLOSE REPORT-FILE.
       9999-EXIT.
           EXIT.
