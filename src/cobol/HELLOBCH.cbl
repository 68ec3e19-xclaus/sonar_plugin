      *> mode that used to be faked with one-at-a-time online starts.
      *> Reads the TRANFEED file of account numbers and runs each one
      *> through the same rules HELLO runs online, via the HELLORTE
      *> common routine: input validation, transaction-type check
      *> against the TRANTYPE reference file, CUSTMAS lookup, PARMCTL
      *> processing modes (read once at start of run), closed-account
      *> and account-hold checks, and ROUTE-TABLE dispatch on
      *> CM-HANDLING-CODE.
      *>
      *> Outcomes land where the online outcomes land: successes on
      *> the ACTJRNL activity journal (plus a pending SPWORKQ item
      *> for special handling), failures on AUDIT-LOG in the same
      *> layout under the same condition codes (INVINPUT / INVTYPE /
      *> NOTFND / ACCTCLSD / HOLD / DUPTRAN), so RPTEXCPT and
      *> RECONDUP see one consolidated picture. HBCH in the trans-id
      *> slot and BTCH in the terminal slot mark the records as this
      *> driver's.
      *> PF-SIMULATION-ON is honoured the same way HELLO honours it:
      *> the full routing runs but every write logs what it would
      *> have done instead.
      *>
      *> RETURN-CODE 4 when any feed account failed or any feed
      *> envelope was quarantined (so the scheduler can surface
      *> it), 8 when no envelope could be taken at all - an empty
      *> feed, or every envelope rejected (header missing, trailer
      *> missing, count or hash total off, partner not registered,
      *> or a feed identity already registered on FEEDCTL) - in
      *> which case nothing at all is journaled. 0 on a clean run.
      *>
      *> Modification history
      *>   2026-08-21  PAY  Initial version.
      *>                    registers its feed identity COMPLETE so
      *>                    a re-ship of the same file fails the
      *>                    same way next time.
      *>   2026-09-14  PAY  Each detail's transaction type is now
      *>                    checked against the ops-maintained
      *>                    TRANTYPE reference file through
      *>                    HELLORTE's type check, after the account
      *>                    validation: an unknown or retired code,
      *>                    or an amount the type's rules do not
      *>                    allow, is rejected under the INVTYPE
      *>                    condition on AUDIT-LOG and the RTRNFEED
      *>                    disposition, with its own report line
      *>                    and per-partner column. Audit records
      *>                    now carry the detail's type.
      *>   2026-09-16  PAY  Each journaled success now posts to the
      *>                    account's ACCTPOS position record
      *>                    through the ACCTPOST common routine
      *>                    (debit or credit per the type's
      *>                    TT-DC-INDICATOR), the same posting HELLO
      *>                    makes online. Like the control totals,
      *>                    a restart can post the tail worked since
      *>                    the last checkpoint a second time - the
      *>                    two stay in step for CTLBAL.
      *>   2026-09-18  PAY  Each detail that reaches the route now
      *>                    counts toward its account's VELOCITY
      *>                    record for the day - the file HELLO
      *>                    updates online - and HELLORTE routes it
      *>                    special past the PF velocity limits.
      *>                    The route reason rides on each work-
      *>                    queue item, and the report counts the
      *>                    velocity specials. As with the control
      *>                    totals, a restart counts the tail since
      *>                    the last checkpoint a second time.
      *>   2026-09-23  PAY  Account holds: ahead of the route each
      *>                    detail's account is checked against its
      *>                    ACCTHOLD holds through HELLORTE's hold
      *>                    check on the run date. An open account
      *>                    with a live hold is rejected under the
      *>                    HOLD condition on AUDIT-LOG and the
      *>                    RTRNFEED disposition, with a severity-2
      *>                    alert on ALERTF naming the hold type, its
      *>                    own report line and per-partner column.
      *>                    The report is now 132 wide for the
      *>                    extra column.
      *>   2026-09-25  PAY  Merged accounts: a detail quoting an
      *>                    account merged away (CM-STATUS-MERGED) is
      *>                    forwarded through the ACCTXREF cross-
      *>                    reference and worked against the survivor
      *>                    from the master read on. The journal
      *>                    record keeps the quoted number in
      *>                    AJ-MERGED-FROM-ACCT, the RTRNFEED detail
      *>                    gives the partner the survivor's number
      *>                    in RFD-NEW-ACCOUNT-NO, and the report
      *>                    counts the forwarded details.
      *>   2026-09-28  PAY  Partner registry: the envelope's partner
      *>                    must be on the PTNRMAS partner master and
      *>                    ACTIVE (else FEEDPTNR, envelope failed),
      *>                    and an envelope carrying more details than
      *>                    the partner's registered maximum is failed
      *>                    FEEDENV. A detail quoting a partner id not
      *>                    registered and active is rejected under
      *>                    the new UNKPTNR condition, ahead of the
      *>                    input edits, with its own report line and
      *>                    per-partner column.
      *>   2026-09-30  PAY  Several envelopes per run: TRANFEED may
      *>                    be a concatenation of HDR..TRL envelopes,
      *>                    each verified on its own (count, hash,
      *>                    partner, FEEDCTL identity) in the first
      *>                    pass and then processed, checkpointed,
      *>                    committed and registered COMPLETE on its
      *>                    own. A failed envelope no longer stops
      *>                    the run: it is copied whole to the
      *>                    QUARFEED quarantine dataset with its
      *>                    reason and alerted, and the good ones go
      *>                    through. Every envelope goes IN-PROGRESS
      *>                    under one run stamp before processing,
      *>                    so a rerun passes over envelopes the
      *>                    stopped run finished instead of failing
      *>                    them FEEDDUP. Each partner's returns go
      *>                    to its own RTRNFEED dataset, allocated at
      *>                    run time, and the report lists every
      *>                    envelope's disposition.
      *>   2026-10-02  PAY  Same-day duplicates: a detail whose
      *>                    account, type, amount and partner were
      *>                    already processed inside the parameter
      *>                    record's duplicate window (TRANSIG) is
      *>                    rejected DUPTRAN - AUDIT-LOG, ALERTF,
      *>                    return disposition, report line and
      *>                    per-partner column - and parked on
      *>                    DUPSUSP for supervisor review on DUPTMNT.
      *>                    Every journaled detail lands its
      *>                    signature on TRANSIG.
      *>   2026-10-05  PAY  Partner corrections: every detail
      *>                    rejected back to its partner (DUPTRAN
      *>                    aside) goes on the OUTREJ outstanding-
      *>                    rejections file, and a correction detail
      *>                    (TFD-CORRECTION) that goes through marks
      *>                    the rejection it quotes RESOLVED. The
      *>                    correction's return record quotes the
      *>                    original back with the outcome, and the
      *>                    report counts corrections and rejections
      *>                    recorded.
      *>   2026-10-12  PAY  Outbound event feed: every detail's final
      *>                    outcome - the route, or the condition it
      *>                    was turned away under - is appended to
      *>                    the EVTFEED batch event file as it is
      *>                    disposed (6300-WRITE-EVENT), the same
      *>                    self-describing record HELLO puts on its
      *>                    online event queue, numbered in the HBCH
      *>                    stream's own daily sequence off EVTCTL.
      *>                    As with the control totals, a restart
      *>                    publishes the tail since the last
      *>                    checkpoint a second time, under new
      *>                    numbers. A simulation run publishes
      *>                    nothing.
      *>   2026-10-13  PAY  Start and end records on the RUNLEDG run
      *>                    ledger through RUNLEDGR.
      *>   2026-10-15  PAY  The run works out its business date once,
      *>                    at start, from the BUSCAL business
      *>                    calendar through the BUSDATE common
      *>                    routine (a feed run after the cutoff, or
      *>                    over a weekend or holiday, lands on the
      *>                    next business date). It is stamped beside
      *>                    the run's clock stamp on ACTJRNL,
      *>                    AUDIT-LOG and SIMRSLT, keys the CTLTOTLS
      *>                    record bumped (with the clock stamp of
      *>                    the last bump on it), and is the ACCTPOS
      *>                    posting date. No calendar - the run date.
      *>   2026-10-15  PAY  The restart summary line is printed for
      *>                    any restarted run, not only when the last
      *>                    envelope worked was the resumed one.
      *> ------------------------------------------------------------

       ENVIRONMENT DIVISION.
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS TFC-KEY.
           SELECT PARTNER-MASTER-FILE ASSIGN TO PTNRMAS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS PM-PARTNER-ID.
           SELECT ALERT-FILE ASSIGN TO ALERTF
              ORGANIZATION IS SEQUENTIAL.
           SELECT SIM-RESULTS-FILE ASSIGN TO SIMRSLT
              ORGANIZATION IS SEQUENTIAL.
           SELECT RETURN-FEED-FILE ASSIGN TO RTRNFEED
              ORGANIZATION IS SEQUENTIAL.
           SELECT QUARANTINE-FILE ASSIGN TO QUARFEED
              ORGANIZATION IS SEQUENTIAL.
           SELECT PARM-CONTROL-FILE ASSIGN TO PARMCTL
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS PF-PARM-ID.
           SELECT BUSINESS-CALENDAR-FILE ASSIGN TO BUSCAL
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS BC-KEY.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO CUSTMAS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CM-ACCOUNT-NO.
           SELECT TRAN-TYPE-FILE ASSIGN TO TRANTYPE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS TT-TYPE-CODE.
           SELECT ACCOUNT-POSITION-FILE ASSIGN TO ACCTPOS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS AP-ACCOUNT-NO.
           SELECT VELOCITY-FILE ASSIGN TO VELOCITY
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS VL-ACCOUNT-NO.
           SELECT ACCOUNT-HOLD-FILE ASSIGN TO ACCTHOLD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS HL-KEY.
           SELECT ACCOUNT-XREF-FILE ASSIGN TO ACCTXREF
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS AX-OLD-ACCOUNT-NO.
           SELECT TRAN-SIGNATURE-FILE ASSIGN TO TRANSIG
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS TG-KEY.
           SELECT OUTSTANDING-REJECT-FILE ASSIGN TO OUTREJ
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS OJ-KEY.
           SELECT ACT-JOURNAL-FILE ASSIGN TO ACTJRNL
              ORGANIZATION IS SEQUENTIAL.
           SELECT DUP-SUSPECT-FILE ASSIGN TO DUPSUSP
              ORGANIZATION IS SEQUENTIAL.
           SELECT WORK-QUEUE-FILE ASSIGN TO SPWORKQ
              ORGANIZATION IS SEQUENTIAL.
           SELECT AUDIT-LOG-FILE ASSIGN TO AUDITLOG
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CT-CONTROL-DATE.
           SELECT EVENT-FEED-FILE ASSIGN TO EVTFEED
              ORGANIZATION IS SEQUENTIAL.
           SELECT EVENT-CONTROL-FILE ASSIGN TO EVTCTL
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS EC-KEY.
           SELECT REPORT-FILE ASSIGN TO RPTOUT
              ORGANIZATION IS SEQUENTIAL.

       FD  FEED-CONTROL-FILE.
           COPY FEEDCTL.

       FD  PARTNER-MASTER-FILE.
           COPY PTNRMAS.

       FD  ALERT-FILE
           RECORDING MODE IS F.
           COPY ALERTQ.
           RECORDING MODE IS F.
           COPY RTRNFEED.

       FD  QUARANTINE-FILE
           RECORDING MODE IS F.
           COPY QUARFEED.

       FD  PARM-CONTROL-FILE.
           COPY PARMFILE.

       FD  BUSINESS-CALENDAR-FILE.
           COPY BUSCAL.

       FD  CUSTOMER-MASTER-FILE.
           COPY CUSTMAS.

       FD  TRAN-TYPE-FILE.
           COPY TRANTYPE.

       FD  ACCOUNT-POSITION-FILE.
           COPY ACCTPOS.

       FD  VELOCITY-FILE.
           COPY VELOCITY.

       FD  ACCOUNT-HOLD-FILE.
           COPY ACCTHOLD.

       FD  ACCOUNT-XREF-FILE.
           COPY ACCTXREF.

       FD  TRAN-SIGNATURE-FILE.
           COPY TRANSIG.

       FD  OUTSTANDING-REJECT-FILE.
           COPY OUTREJ.

       FD  ACT-JOURNAL-FILE
           RECORDING MODE IS F.
           COPY ACTJRNL.

       FD  DUP-SUSPECT-FILE
           RECORDING MODE IS F.
           COPY DUPSUSP.

       FD  WORK-QUEUE-FILE
           RECORDING MODE IS F.
           COPY SPWORKQ.
       FD  CONTROL-TOTALS-FILE.
           COPY CTLTOT.

       FD  EVENT-FEED-FILE
           RECORDING MODE IS F.
           COPY OUTEVT.

       FD  EVENT-CONTROL-FILE.
           COPY EVTCTL.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  RPT-LINE                   PIC X(132).

       WORKING-STORAGE SECTION.
       77  WS-FEED-EOF-SW             PIC X(01) VALUE 'N'.
           88 FEED-EOF                    VALUE 'Y'.
       77  WS-MASTER-FOUND-SW         PIC X(01).
           88 MASTER-FOUND                VALUE 'Y'.
       77  WS-VEL-FOUND-SW            PIC X(01).
           88 VELOCITY-FOUND              VALUE 'Y'.
       77  WS-HOLD-MORE-SW            PIC X(01).
           88 HOLD-MORE                   VALUE 'Y'.
       77  WS-SIG-FOUND-SW            PIC X(01).
           88 SIGNATURE-FOUND             VALUE 'Y'.
       77  WS-DUP-SW                  PIC X(01).
           88 DUPLICATE-TRAN              VALUE 'Y'.
       77  WS-REJ-MORE-SW             PIC X(01).
           88 REJECTION-MORE              VALUE 'Y'.
      *> What a correction detail did to the rejection it quotes,
      *> for its return record (see RFD-CORR-STATUS).
       77  WS-CORR-STATUS             PIC X(01).
      *> Minutes past midnight of the signature's last processing
      *> and of this run, for the duplicate-window test.
       77  WS-SIG-MINUTES             PIC S9(05) COMP.
       77  WS-NOW-MINUTES             PIC S9(05) COMP.
       77  WS-DUP-ELAPSED             PIC S9(05) COMP.
       77  WS-PROCESSED-COUNT         PIC 9(07) COMP VALUE ZERO.
       77  WS-NORMAL-COUNT            PIC 9(07) COMP VALUE ZERO.
       77  WS-SPECIAL-COUNT           PIC 9(07) COMP VALUE ZERO.
       77  WS-INVALID-COUNT           PIC 9(07) COMP VALUE ZERO.
       77  WS-INVTYPE-COUNT           PIC 9(07) COMP VALUE ZERO.
       77  WS-NOTFND-COUNT            PIC 9(07) COMP VALUE ZERO.
       77  WS-CLOSED-COUNT            PIC 9(07) COMP VALUE ZERO.
       77  WS-HOLD-COUNT              PIC 9(07) COMP VALUE ZERO.
       77  WS-UNKPTNR-COUNT           PIC 9(07) COMP VALUE ZERO.
       77  WS-DUPTRAN-COUNT           PIC 9(07) COMP VALUE ZERO.
       77  WS-FAILED-COUNT            PIC 9(07) COMP VALUE ZERO.
       77  WS-VELOCITY-COUNT          PIC 9(07) COMP VALUE ZERO.
       77  WS-FORWARD-COUNT           PIC 9(07) COMP VALUE ZERO.
       77  WS-CORRECTION-COUNT        PIC 9(07) COMP VALUE ZERO.
       77  WS-CORR-RESOLVED-COUNT     PIC 9(07) COMP VALUE ZERO.
       77  WS-CORR-NO-MATCH-COUNT     PIC 9(07) COMP VALUE ZERO.
       77  WS-CORR-REJECTED-COUNT     PIC 9(07) COMP VALUE ZERO.
       77  WS-REJ-RECORDED-COUNT      PIC 9(07) COMP VALUE ZERO.
       77  WS-TASK-NO                 PIC 9(07) VALUE ZERO.
       77  WS-CURRENT-DATE-8          PIC 9(08).
       77  WS-CURRENT-TIME-8          PIC 9(08).
      *> The business date the whole run is stamped with (BUSDATE).
       77  WS-BUSINESS-DATE           PIC 9(08).
       77  WS-CTL-FUNC                PIC X(01).
       77  WS-EVT-TIME                PIC 9(08).
       77  WS-TRAILER-SEEN-SW         PIC X(01) VALUE 'N'.
           88 TRAILER-SEEN                VALUE 'Y'.
       77  WS-HEADER-SEEN-SW          PIC X(01) VALUE 'N'.
           88 HEADER-SEEN                 VALUE 'Y'.
       77  WS-FEED-PARTNER            PIC X(04) VALUE SPACES.
       77  WS-FEED-DATE               PIC 9(08) VALUE ZERO.
       77  WS-FEED-SEQ                PIC 9(04) VALUE ZERO.
       77  WS-FAIL-COND               PIC X(08).
       77  WS-FAIL-TEXT               PIC X(40).
       77  WS-DETAIL-PARTNER          PIC X(04).
      *> Whether the detail's partner is on PTNRMAS and ACTIVE -
      *> looked up once per partner and kept on its tally entry.
       77  WS-PTNR-REG-SW             PIC X(01).
           88 DETAIL-PARTNER-REGISTERED   VALUE 'Y'.
       77  WS-TRAN-TYPE               PIC X(02).
      *> The account the detail is worked against - the detail's own
      *> number, or its survivor when that number has been merged
      *> away (the quoted number is then kept in WS-MERGED-FROM).
       77  WS-ROUTE-ACCOUNT           PIC X(10).
       77  WS-MERGED-FROM             PIC X(10).
       77  WS-TRAN-AMOUNT             PIC S9(09)V99 COMP-3
                                      VALUE ZERO.
       77  WS-RESTART-SW              PIC X(01) VALUE 'N'.
           88 RESTART-RUN                 VALUE 'Y'.
      *> Set when any envelope of the run resumed a restart, and
      *> never reset - WS-RESTART-SW goes back to 'N' for each
      *> envelope.
       77  WS-RUN-RESTARTED-SW        PIC X(01) VALUE 'N'.
           88 RUN-RESTARTED               VALUE 'Y'.
       77  WS-RESUME-FROM             PIC 9(09) VALUE ZERO.
       77  WS-DETAIL-SEQ              PIC 9(09) VALUE ZERO.
       77  WS-SKIPPED-RESUME          PIC 9(07) COMP VALUE ZERO.
       77  WS-WQ-DATE                 PIC 9(08).
       77  WS-WQ-TIME                 PIC 9(08).
       77  WS-WQ-HITS                 PIC 9(05).
       77  WS-WQ-REASON               PIC X(03).
       77  WS-RETURN-DISP             PIC X(08).
       77  WS-RETURN-COUNT            PIC 9(09) VALUE ZERO.
      *> Where the run is in the TRANFEED concatenation. The
      *> physical record number, counted the same way on both
      *> passes, places each record in its envelope.
       77  WS-PHYS-REC-NO             PIC 9(09) VALUE ZERO.
       77  WS-ENV-IX                  PIC 9(03) COMP VALUE ZERO.
       77  WS-ENV-COUNT               PIC 9(03) COMP VALUE ZERO.
       77  WS-ENV-SCAN-IX             PIC 9(03) COMP.
       77  WS-ENV-MATCH-IX            PIC 9(03) COMP.
       77  WS-ENV-FAIL-BASE           PIC 9(07) COMP VALUE ZERO.
       77  WS-QUAR-ENV-COUNT          PIC 9(03) COMP VALUE ZERO.
       77  WS-QUAR-REC-COUNT          PIC 9(07) COMP VALUE ZERO.
      *> The partner return dataset's allocation, handed to the
      *> run-time as the RTRNFEED environment variable (see
      *> 1850-ALLOCATE-RETURN); it must stay put while in use.
       77  WS-RETURN-ALLOC            PIC X(120).
       77  WS-RETURN-ALLOC-PTR        USAGE IS POINTER.
       77  WS-PUTENV-RC               PIC S9(09) COMP.

      *> One entry per account routed special this run - the
      *> consolidation table the work-queue items are written from.
              10 WQA-HIT-COUNT         PIC 9(05).
              10 WQA-TRAN-TYPE         PIC X(02).
              10 WQA-TRAN-AMOUNT       PIC S9(09)V99 COMP-3.
              10 WQA-REASON-CODE       PIC X(03).

      *> One entry per partner id met on this run's details - the
      *> per-partner breakdown on the end-of-run report. Twenty
       01  PARTNER-TABLE.
           05 PARTNER-ENTRY OCCURS 20 TIMES.
              10 PT-PARTNER            PIC X(04).
              10 PT-REG-SW             PIC X(01).
              10 PT-PROCESSED          PIC 9(07) COMP VALUE ZERO.
              10 PT-NORMAL             PIC 9(07) COMP VALUE ZERO.
              10 PT-SPECIAL            PIC 9(07) COMP VALUE ZERO.
              10 PT-INVALID            PIC 9(07) COMP VALUE ZERO.
              10 PT-INVTYPE            PIC 9(07) COMP VALUE ZERO.
              10 PT-NOTFND             PIC 9(07) COMP VALUE ZERO.
              10 PT-CLOSED             PIC 9(07) COMP VALUE ZERO.
              10 PT-HOLD               PIC 9(07) COMP VALUE ZERO.
              10 PT-UNKPTNR            PIC 9(07) COMP VALUE ZERO.
              10 PT-DUPTRAN            PIC 9(07) COMP VALUE ZERO.

      *> This run's stamp for the FEEDCTL records it creates - its
      *> own start date and time, or on a rerun the stamp of the
      *> run being continued (see 1560-SETTLE-COMPLETE).
       01  WS-RUN-STAMP.
           05 WS-STAMP-DATE           PIC 9(08).
           05 WS-STAMP-TIME           PIC 9(08).

      *> One entry per envelope in the TRANFEED, in feed order, with
      *> the verification pass's verdict and the records it spans:
      *>   V  verified, new to FEEDCTL    R  restart (IN-PROGRESS)
      *>   C  found COMPLETE - settled to D or F once the feed is read
      *>   D  finished by the run this one continues - passed over
      *>   F  failed - alerted and quarantined
      *> plus what became of it for the end-of-run report.
       01  ENVELOPE-TABLE.
           05 ENVELOPE-ENTRY OCCURS 100 TIMES.
              10 ET-STATUS             PIC X(01).
                 88 ET-VERIFIED            VALUE 'V'.
                 88 ET-RESTART             VALUE 'R'.
                 88 ET-FOUND-COMPLETE      VALUE 'C'.
                 88 ET-ALREADY-DONE        VALUE 'D'.
                 88 ET-FAILED              VALUE 'F'.
              10 ET-PARTNER            PIC X(04).
              10 ET-FEED-DATE          PIC 9(08).
              10 ET-FEED-SEQ           PIC 9(04).
              10 ET-FIRST-REC          PIC 9(09).
              10 ET-LAST-REC           PIC 9(09).
              10 ET-DETAIL-COUNT       PIC 9(09).
              10 ET-RESUME-FROM        PIC 9(09).
              10 ET-RUN-STAMP          PIC X(16).
              10 ET-PROCESSED          PIC 9(07) COMP.
              10 ET-REJECTED           PIC 9(07) COMP.
              10 ET-SKIPPED            PIC 9(07) COMP.
              10 ET-FAIL-COND          PIC X(08).
              10 ET-FAIL-TEXT          PIC X(40).

      *> Parameter area for the HELLORTE common routing routine -
      *> the same rules HELLO runs online.
           COPY ROUTEPRM.

      *> Parameter area for the ACCTPOST common posting routine.
           COPY POSTPRM.

       01  RPT-HEADING-1.
           05 FILLER                  PIC X(40)
              VALUE 'HELLO BATCH FEED DRIVER'.
       01  RPT-COUNT-LINE.
           05 RC-LABEL                PIC X(34).
           05 RC-COUNT                PIC ZZZ,ZZ9.
       01  WS-HOLD-ALERT-TEXT.
           05 FILLER                  PIC X(29)
              VALUE 'TRANSACTION AGAINST HELD ACCT'.
           05 FILLER                  PIC X(03) VALUE ' - '.
           05 WHA-TYPE                PIC X(04).
           05 FILLER                  PIC X(04) VALUE SPACES.
      *> A clock time taken apart for the duplicate-window test -
      *> only the hours and minutes count.
       01  WS-DUP-CLOCK               PIC 9(08).
       01  WS-DUP-CLOCK-R REDEFINES WS-DUP-CLOCK.
           05 WS-DUP-CLOCK-HH         PIC 9(02).
           05 WS-DUP-CLOCK-MM         PIC 9(02).
           05 FILLER                  PIC 9(04).
       01  WS-DUP-ALERT-TEXT.
           05 FILLER                  PIC X(32)
              VALUE 'SUSPECTED DUPLICATE TRANSACTION '.
           05 FILLER                  PIC X(08) VALUE '- REVIEW'.
       01  RPT-REJECT-LINE.
           05 FILLER                  PIC X(16)
              VALUE 'FEED REJECTED - '.
       01  RPT-PARTNER-HEADING.
           05 FILLER                  PIC X(36)
              VALUE 'PTNR   PROCESSD   NORMAL  SPECIAL'.
           05 FILLER                  PIC X(39)
              VALUE '  INVINPUT  INVTYPE   NOTFND ACCTCLSD'.
           05 FILLER                  PIC X(09)
              VALUE '     HOLD'.
           05 FILLER                  PIC X(09)
              VALUE '  UNKPTNR'.
           05 FILLER                  PIC X(09)
              VALUE '  DUPTRAN'.
       01  RPT-PARTNER-LINE.
           05 RP-PARTNER              PIC X(04).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 RP-INVALID              PIC ZZZ,ZZ9.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 RP-INVTYPE              PIC ZZZ,ZZ9.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 RP-NOTFND               PIC ZZZ,ZZ9.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 RP-CLOSED               PIC ZZZ,ZZ9.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 RP-HOLD                 PIC ZZZ,ZZ9.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 RP-UNKPTNR              PIC ZZZ,ZZ9.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 RP-DUPTRAN              PIC ZZZ,ZZ9.

       01  RPT-ENVELOPE-HEADING.
           05 FILLER                  PIC X(38)
              VALUE 'ENV  PTNR  FEEDDATE  SEQ       DETAILS'.
           05 FILLER                  PIC X(29)
              VALUE ' PROCESSD REJECTED  SKIPPED  '.
           05 FILLER                  PIC X(28)
              VALUE 'DISPOSITION           REASON'.
       01  RPT-ENVELOPE-LINE.
           05 RE-ENVELOPE-NO          PIC ZZ9.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 RE-PARTNER              PIC X(04).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 RE-FEED-DATE            PIC 9(08).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 RE-FEED-SEQ             PIC 9(04).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 RE-DETAILS              PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 RE-PROCESSED            PIC ZZZ,ZZ9.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 RE-REJECTED             PIC ZZZ,ZZ9.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 RE-SKIPPED              PIC ZZZ,ZZ9.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 RE-DISPOSITION          PIC X(20).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 RE-REASON               PIC X(40).

           COPY RUNLPRM.
           COPY BUSDPRM.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           MOVE 'S' TO RN-FUNCTION
           PERFORM 9900-RECORD-RUN THRU 9900-EXIT
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 1500-VERIFY-FEED THRU 1500-EXIT
           PERFORM 2000-PROCESS-FEED THRU 2000-EXIT
              UNTIL FEED-EOF
           PERFORM 5000-PRODUCE-SUMMARY THRU 5000-EXIT
           PERFORM 9999-TERMINATE THRU 9999-EXIT
           PERFORM 7100-SUM-FAILED THRU 7100-EXIT
           IF WS-QUAR-ENV-COUNT = WS-ENV-COUNT
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-FAILED-COUNT > ZERO OR WS-QUAR-ENV-COUNT > ZERO
                 MOVE 4 TO RETURN-CODE
              ELSE
                 MOVE 0 TO RETURN-CODE
              END-IF
           END-IF
           MOVE 'E' TO RN-FUNCTION
           PERFORM 9900-RECORD-RUN THRU 9900-EXIT
           STOP RUN.

      *> The control record is read once for the run, not per feed
           OPEN INPUT TRANSACTION-FEED-FILE
           OPEN INPUT PARM-CONTROL-FILE
           OPEN INPUT CUSTOMER-MASTER-FILE
           OPEN INPUT TRAN-TYPE-FILE
           OPEN EXTEND ACT-JOURNAL-FILE
           OPEN EXTEND WORK-QUEUE-FILE
           OPEN EXTEND AUDIT-LOG-FILE
           OPEN EXTEND DUP-SUSPECT-FILE
           OPEN EXTEND ALERT-FILE
           OPEN EXTEND SIM-RESULTS-FILE
           OPEN EXTEND QUARANTINE-FILE
           OPEN EXTEND EVENT-FEED-FILE
           OPEN I-O EVENT-CONTROL-FILE
           OPEN I-O FEED-CONTROL-FILE
           OPEN INPUT PARTNER-MASTER-FILE
           OPEN I-O CONTROL-TOTALS-FILE
           OPEN I-O ACCOUNT-POSITION-FILE
           OPEN I-O VELOCITY-FILE
           OPEN I-O TRAN-SIGNATURE-FILE
           OPEN I-O OUTSTANDING-REJECT-FILE
           OPEN INPUT ACCOUNT-HOLD-FILE
           OPEN INPUT ACCOUNT-XREF-FILE
           OPEN OUTPUT REPORT-FILE
           MOVE 'HELLOPRM' TO PF-PARM-ID
           READ PARM-CONTROL-FILE
           CLOSE PARM-CONTROL-FILE
           ACCEPT WS-CURRENT-DATE-8 FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME-8 FROM TIME
           PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT
           MOVE WS-CURRENT-DATE-8 TO WS-STAMP-DATE
           MOVE WS-CURRENT-TIME-8 TO WS-STAMP-TIME
           WRITE RPT-LINE FROM RPT-HEADING-1
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.
       1000-EXIT.
           EXIT.

      *> The business calendar is read once for the run, like the
      *> control record, and the run's start stamp goes to BUSDATE
      *> for the cutoff rule. No calendar - the run date stands.
       1050-GET-BUSINESS-DATE.
           OPEN INPUT BUSINESS-CALENDAR-FILE
           MOVE 'C' TO BC-RECORD-TYPE
           MOVE ZERO TO BC-KEY-DATE
           READ BUSINESS-CALENDAR-FILE
              INVALID KEY
                 DISPLAY 'HELLOBCH BUSCAL CONTROL RECORD NOT FOUND - '
                    'STAMPING THE RUN DATE'
                 MOVE SPACES TO BC-RECORD
           END-READ
           CLOSE BUSINESS-CALENDAR-FILE
           MOVE WS-CURRENT-DATE-8 TO BD-CLOCK-DATE
           MOVE WS-CURRENT-TIME-8 TO BD-CLOCK-TIME
           CALL 'BUSDATE' USING BD-PARMS BC-RECORD
           MOVE BD-BUSINESS-DATE TO WS-BUSINESS-DATE
           DISPLAY 'HELLOBCH BUSINESS DATE ' WS-BUSINESS-DATE.
       1050-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 1500-VERIFY-FEED proves every envelope in the TRANFEED
      *> before a single detail is processed. The first pass splits
      *> the concatenation into envelopes and verifies each on its
      *> own (1510), noting the verdict on ENVELOPE-TABLE. Envelopes
      *> found COMPLETE are then settled against the rerun rule
      *> (1560), the good ones are registered IN-PROGRESS (1700),
      *> and the feed is closed and reopened so 2000-PROCESS-FEED
      *> makes its own pass from the top. A bad envelope fails only
      *> itself; only an empty feed, or one with more envelopes than
      *> the table holds, fails the whole run (1900).
      *> ----------------------------------------------------------
       1500-VERIFY-FEED.
           MOVE ZERO TO WS-PHYS-REC-NO
           PERFORM 1620-READ-FEED THRU 1620-EXIT
           IF FEED-EOF
              MOVE 'FEEDENV' TO WS-FAIL-COND
              MOVE 'FEED FILE EMPTY - HEADER MISSING' TO
                 WS-FAIL-TEXT
              PERFORM 1900-FEED-FAIL THRU 1900-EXIT
           END-IF
           PERFORM 1510-VERIFY-ENVELOPE THRU 1510-EXIT
              UNTIL FEED-EOF
           PERFORM 1560-SETTLE-COMPLETE THRU 1560-EXIT
              VARYING WS-ENV-IX FROM 1 BY 1
              UNTIL WS-ENV-IX > WS-ENV-COUNT
           MOVE ZERO TO WS-ENV-MATCH-IX
           PERFORM 1570-FIND-RESTART THRU 1570-EXIT
              VARYING WS-ENV-IX FROM 1 BY 1
              UNTIL WS-ENV-IX > WS-ENV-COUNT
              OR WS-ENV-MATCH-IX > ZERO
           IF WS-ENV-MATCH-IX > ZERO
              MOVE ET-RUN-STAMP(WS-ENV-MATCH-IX) TO WS-RUN-STAMP
           END-IF
           PERFORM 1700-MARK-IN-PROGRESS THRU 1700-EXIT
              VARYING WS-ENV-IX FROM 1 BY 1
              UNTIL WS-ENV-IX > WS-ENV-COUNT
           CLOSE TRANSACTION-FEED-FILE
           OPEN INPUT TRANSACTION-FEED-FILE
           MOVE 'N' TO WS-FEED-EOF-SW
           MOVE ZERO TO WS-PHYS-REC-NO
           PERFORM 1620-READ-FEED THRU 1620-EXIT
           MOVE 1 TO WS-ENV-IX
           PERFORM 2800-START-ENVELOPE THRU 2800-EXIT.
       1500-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 1510-VERIFY-ENVELOPE takes one envelope off the feed,
      *> starting at the record in hand. An envelope runs from its
      *> header through its trailer; a record that should be a
      *> header and is not starts a headerless envelope that runs to
      *> the next header, and a header met before the trailer ends
      *> the envelope without one. The header must name a partner
      *> registered ACTIVE on PTNRMAS, the trailer's record count
      *> and hash total must match what was read, the detail count
      *> must be within the partner's maximum, and the identity must
      *> not repeat an earlier envelope of this feed. FEEDCTL then
      *> says whether the identity is new, a restart (IN-PROGRESS),
      *> or found COMPLETE - settled once the whole feed is read.
      *> ----------------------------------------------------------
       1510-VERIFY-ENVELOPE.
           IF WS-ENV-COUNT NOT < 100
              MOVE 'FEEDENV' TO WS-FAIL-COND
              MOVE 'MORE THAN 100 ENVELOPES IN THE FEED' TO
                 WS-FAIL-TEXT
              PERFORM 1900-FEED-FAIL THRU 1900-EXIT
           END-IF
           ADD 1 TO WS-ENV-COUNT
           MOVE WS-ENV-COUNT TO WS-ENV-IX
           MOVE 'V' TO ET-STATUS(WS-ENV-IX)
           MOVE SPACES TO ET-PARTNER(WS-ENV-IX)
           MOVE ZERO TO ET-FEED-DATE(WS-ENV-IX)
           MOVE ZERO TO ET-FEED-SEQ(WS-ENV-IX)
           MOVE WS-PHYS-REC-NO TO ET-FIRST-REC(WS-ENV-IX)
           MOVE WS-PHYS-REC-NO TO ET-LAST-REC(WS-ENV-IX)
           MOVE ZERO TO ET-DETAIL-COUNT(WS-ENV-IX)
           MOVE ZERO TO ET-RESUME-FROM(WS-ENV-IX)
           MOVE WS-RUN-STAMP TO ET-RUN-STAMP(WS-ENV-IX)
           MOVE ZERO TO ET-PROCESSED(WS-ENV-IX)
           MOVE ZERO TO ET-REJECTED(WS-ENV-IX)
           MOVE ZERO TO ET-SKIPPED(WS-ENV-IX)
           MOVE SPACES TO ET-FAIL-COND(WS-ENV-IX)
           MOVE SPACES TO ET-FAIL-TEXT(WS-ENV-IX)
           MOVE ZERO TO WS-DETAIL-COUNT
           MOVE ZERO TO WS-HASH-TOTAL
           MOVE 'N' TO WS-TRAILER-SEEN-SW
           MOVE 'N' TO WS-HEADER-SEEN-SW
           IF TF-HEADER
              MOVE 'Y' TO WS-HEADER-SEEN-SW
              MOVE TFH-PARTNER-ID TO ET-PARTNER(WS-ENV-IX)
              MOVE TFH-FEED-DATE TO ET-FEED-DATE(WS-ENV-IX)
              MOVE TFH-SEQUENCE-NO TO ET-FEED-SEQ(WS-ENV-IX)
              PERFORM 1620-READ-FEED THRU 1620-EXIT
           END-IF
           PERFORM 1600-VERIFY-ONE THRU 1600-EXIT
              UNTIL FEED-EOF OR TRAILER-SEEN OR TF-HEADER
           EVALUATE TRUE
              WHEN TRAILER-SEEN
                 MOVE WS-PHYS-REC-NO TO ET-LAST-REC(WS-ENV-IX)
                 PERFORM 1620-READ-FEED THRU 1620-EXIT
              WHEN FEED-EOF
                 MOVE WS-PHYS-REC-NO TO ET-LAST-REC(WS-ENV-IX)
              WHEN OTHER
                 COMPUTE ET-LAST-REC(WS-ENV-IX) = WS-PHYS-REC-NO - 1
           END-EVALUATE
           MOVE WS-DETAIL-COUNT TO ET-DETAIL-COUNT(WS-ENV-IX)
           IF NOT HEADER-SEEN
              MOVE 'FEEDENV' TO WS-FAIL-COND
              MOVE 'FEED HEADER MISSING' TO WS-FAIL-TEXT
              PERFORM 1590-FAIL-ENVELOPE THRU 1590-EXIT
              GO TO 1510-EXIT
           END-IF
           MOVE ET-PARTNER(WS-ENV-IX) TO PM-PARTNER-ID
           READ PARTNER-MASTER-FILE
              INVALID KEY
                 MOVE 'FEEDPTNR' TO WS-FAIL-COND
                 MOVE 'FEED PARTNER NOT REGISTERED' TO WS-FAIL-TEXT
                 PERFORM 1590-FAIL-ENVELOPE THRU 1590-EXIT
                 GO TO 1510-EXIT
           END-READ
           IF NOT PM-ACTIVE
              MOVE 'FEEDPTNR' TO WS-FAIL-COND
              MOVE 'FEED PARTNER SUSPENDED OR RETIRED' TO
                 WS-FAIL-TEXT
              PERFORM 1590-FAIL-ENVELOPE THRU 1590-EXIT
              GO TO 1510-EXIT
           END-IF
           IF NOT TRAILER-SEEN
              MOVE 'FEEDENV' TO WS-FAIL-COND
              MOVE 'FEED TRAILER MISSING' TO WS-FAIL-TEXT
              PERFORM 1590-FAIL-ENVELOPE THRU 1590-EXIT
              GO TO 1510-EXIT
           END-IF
           IF WS-DETAIL-COUNT NOT = WS-EXPECTED-COUNT
              MOVE 'FEEDENV' TO WS-FAIL-COND
              MOVE 'TRAILER RECORD COUNT MISMATCH' TO WS-FAIL-TEXT
              PERFORM 1590-FAIL-ENVELOPE THRU 1590-EXIT
              GO TO 1510-EXIT
           END-IF
           IF WS-HASH-TOTAL NOT = WS-EXPECTED-HASH
              MOVE 'FEEDENV' TO WS-FAIL-COND
              MOVE 'TRAILER HASH TOTAL MISMATCH' TO WS-FAIL-TEXT
              PERFORM 1590-FAIL-ENVELOPE THRU 1590-EXIT
              GO TO 1510-EXIT
           END-IF
           IF PM-MAX-DETAIL-COUNT > ZERO
              AND WS-DETAIL-COUNT > PM-MAX-DETAIL-COUNT
              MOVE 'FEEDENV' TO WS-FAIL-COND
              MOVE 'DETAIL COUNT OVER PARTNER MAXIMUM' TO
                 WS-FAIL-TEXT
              PERFORM 1590-FAIL-ENVELOPE THRU 1590-EXIT
              GO TO 1510-EXIT
           END-IF
           MOVE ZERO TO WS-ENV-MATCH-IX
           PERFORM 1530-CHECK-REPEAT THRU 1530-EXIT
              VARYING WS-ENV-SCAN-IX FROM 1 BY 1
              UNTIL WS-ENV-SCAN-IX NOT < WS-ENV-IX
              OR WS-ENV-MATCH-IX > ZERO
           IF WS-ENV-MATCH-IX > ZERO
              MOVE 'FEEDDUP' TO WS-FAIL-COND
              MOVE 'FEED IDENTITY REPEATED WITHIN THE FEED' TO
                 WS-FAIL-TEXT
              PERFORM 1590-FAIL-ENVELOPE THRU 1590-EXIT
              GO TO 1510-EXIT
           END-IF
           MOVE ET-PARTNER(WS-ENV-IX) TO TFC-PARTNER-ID
           MOVE ET-FEED-DATE(WS-ENV-IX) TO TFC-FEED-DATE
           MOVE ET-FEED-SEQ(WS-ENV-IX) TO TFC-SEQUENCE-NO
           READ FEED-CONTROL-FILE
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 MOVE TFC-RUN-STAMP TO ET-RUN-STAMP(WS-ENV-IX)
                 IF TFC-IN-PROGRESS
                    MOVE 'R' TO ET-STATUS(WS-ENV-IX)
                    MOVE TFC-LAST-RECORD-NO
                       TO ET-RESUME-FROM(WS-ENV-IX)
                 ELSE
                    MOVE 'C' TO ET-STATUS(WS-ENV-IX)
                 END-IF
           END-READ.
       1510-EXIT.
           EXIT.

      *> An earlier envelope of this feed (not itself failed) with
      *> the same partner, feed date and sequence number.
       1530-CHECK-REPEAT.
           IF NOT ET-FAILED(WS-ENV-SCAN-IX)
              AND ET-PARTNER(WS-ENV-SCAN-IX) = ET-PARTNER(WS-ENV-IX)
              AND ET-FEED-DATE(WS-ENV-SCAN-IX)
                 = ET-FEED-DATE(WS-ENV-IX)
              AND ET-FEED-SEQ(WS-ENV-SCAN-IX) = ET-FEED-SEQ(WS-ENV-IX)
              MOVE WS-ENV-SCAN-IX TO WS-ENV-MATCH-IX
           END-IF.
       1530-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 1560-SETTLE-COMPLETE decides what an envelope found
      *> COMPLETE on FEEDCTL is. If an envelope of this same feed is
      *> still IN-PROGRESS under the same run stamp, this feed is
      *> the rerun of a run that stopped part way, and the COMPLETE
      *> envelope is that run's finished work - passed over, not
      *> processed again. Otherwise it is a re-ship, failed FEEDDUP
      *> exactly as before.
      *> ----------------------------------------------------------
       1560-SETTLE-COMPLETE.
           IF NOT ET-FOUND-COMPLETE(WS-ENV-IX)
              GO TO 1560-EXIT
           END-IF
           MOVE ZERO TO WS-ENV-MATCH-IX
           PERFORM 1565-MATCH-STAMP THRU 1565-EXIT
              VARYING WS-ENV-SCAN-IX FROM 1 BY 1
              UNTIL WS-ENV-SCAN-IX > WS-ENV-COUNT
              OR WS-ENV-MATCH-IX > ZERO
           IF WS-ENV-MATCH-IX > ZERO
              MOVE 'D' TO ET-STATUS(WS-ENV-IX)
           ELSE
              MOVE 'FEEDDUP' TO WS-FAIL-COND
              MOVE 'FEED DATE/SEQUENCE ALREADY PROCESSED' TO
                 WS-FAIL-TEXT
              PERFORM 1590-FAIL-ENVELOPE THRU 1590-EXIT
           END-IF.
       1560-EXIT.
           EXIT.

       1565-MATCH-STAMP.
           IF ET-RESTART(WS-ENV-SCAN-IX)
              AND ET-RUN-STAMP(WS-ENV-SCAN-IX)
                 = ET-RUN-STAMP(WS-ENV-IX)
              MOVE WS-ENV-SCAN-IX TO WS-ENV-MATCH-IX
           END-IF.
       1565-EXIT.
           EXIT.

      *> The first restart envelope, whose run stamp the envelopes
      *> new to FEEDCTL then carry - so if this rerun stops too,
      *> the next one still sees the feed as one run's work.
       1570-FIND-RESTART.
           IF ET-RESTART(WS-ENV-IX)
              MOVE WS-ENV-IX TO WS-ENV-MATCH-IX
           END-IF.
       1570-EXIT.
           EXIT.

      *> Marks the envelope at WS-ENV-IX failed with the reason in
      *> WS-FAIL-COND/WS-FAIL-TEXT. It is alerted and quarantined
      *> when the processing pass reaches it.
       1590-FAIL-ENVELOPE.
           MOVE 'F' TO ET-STATUS(WS-ENV-IX)
           MOVE WS-FAIL-COND TO ET-FAIL-COND(WS-ENV-IX)
           MOVE WS-FAIL-TEXT TO ET-FAIL-TEXT(WS-ENV-IX)
           DISPLAY 'HELLOBCH FEED ENVELOPE ' WS-ENV-IX
              ' REJECTED - ' WS-FAIL-TEXT.
       1590-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 1700-MARK-IN-PROGRESS registers a verified envelope
      *> IN-PROGRESS (at record zero) before the first detail of the
      *> feed is touched, so an abend mid-run leaves a restartable
      *> record behind for every envelope not yet finished. A
      *> restart envelope already has its IN-PROGRESS record, and a
      *> simulation run writes nothing anywhere, registry included.
      *> ----------------------------------------------------------
       1700-MARK-IN-PROGRESS.
           IF NOT ET-VERIFIED(WS-ENV-IX)
              GO TO 1700-EXIT
           END-IF
           MOVE WS-RUN-STAMP TO ET-RUN-STAMP(WS-ENV-IX)
           IF PF-SIMULATION-ON
              DISPLAY 'SIMULATION - WOULD MARK FEED IN-PROGRESS '
                 ET-PARTNER(WS-ENV-IX) ' ' ET-FEED-DATE(WS-ENV-IX)
                 ' ' ET-FEED-SEQ(WS-ENV-IX)
              GO TO 1700-EXIT
           END-IF
           MOVE SPACES TO TFC-RECORD
           MOVE ET-PARTNER(WS-ENV-IX) TO TFC-PARTNER-ID
           MOVE ET-FEED-DATE(WS-ENV-IX) TO TFC-FEED-DATE
           MOVE ET-FEED-SEQ(WS-ENV-IX) TO TFC-SEQUENCE-NO
           MOVE 'P' TO TFC-STATUS-FLAG
           MOVE ZERO TO TFC-LAST-RECORD-NO
           MOVE WS-CURRENT-DATE-8 TO TFC-RUN-DATE
           MOVE WS-RUN-STAMP TO TFC-RUN-STAMP
           WRITE TFC-RECORD
              INVALID KEY
                 DISPLAY 'HELLOBCH FEEDCTL IN-PROGRESS WRITE '
                    'FAILED FOR ' TFC-PARTNER-ID ' ' TFC-FEED-DATE
                    ' ' TFC-SEQUENCE-NO
           END-WRITE.
       1700-EXIT.
           EXIT.
      *> and adds its account number into the running hash (a non-
      *> numeric account adds nothing - it is left for the INVINPUT
      *> path on the processing pass, not grounds to reject the
      *> whole envelope).
       1600-VERIFY-ONE.
           IF TF-TRAILER
              MOVE 'Y' TO WS-TRAILER-SEEN-SW
              MOVE TFD-ACCOUNT-NO TO WS-HASH-ACCT
              ADD WS-HASH-ACCT TO WS-HASH-TOTAL
           END-IF
           PERFORM 1620-READ-FEED THRU 1620-EXIT.
       1600-EXIT.
           EXIT.

      *> Every TRANFEED read on both passes comes through here, so
      *> WS-PHYS-REC-NO numbers the records the same way each time
      *> and places each one in its envelope.
       1620-READ-FEED.
           READ TRANSACTION-FEED-FILE
              AT END MOVE 'Y' TO WS-FEED-EOF-SW
              NOT AT END ADD 1 TO WS-PHYS-REC-NO
           END-READ.
       1620-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 1800-WRITE-RETURN-HDR opens the envelope partner's return
      *> feed and starts an envelope in it with the feed's header
      *> identity, so the partner's side can match it back to the
      *> feed they sent. A simulation run transmits nothing, so it
      *> writes nothing here either.
      *> ----------------------------------------------------------
       1800-WRITE-RETURN-HDR.
           IF PF-SIMULATION-ON
              GO TO 1800-EXIT
           END-IF
           PERFORM 1850-ALLOCATE-RETURN THRU 1850-EXIT
           OPEN EXTEND RETURN-FEED-FILE
           MOVE ZERO TO WS-RETURN-COUNT
           MOVE SPACES TO RF-RECORD
           MOVE 'HDR' TO RF-RECORD-ID
           MOVE WS-FEED-PARTNER TO RFH-PARTNER-ID
           EXIT.

      *> ----------------------------------------------------------
      *> 1850-ALLOCATE-RETURN points RTRNFEED at the partner's own
      *> return dataset for this run - HELLO.PROD.RTRNFEED.Ppppp.
      *> Dyymmdd.Thhmmss - through the environment variable of the
      *> file's name, which the run-time allocates from at OPEN
      *> (there is deliberately no RTRNFEED DD in the JCL, since the
      *> partners a feed carries are not known until it is read).
      *> MOD creates the dataset on the partner's first envelope and
      *> extends it with any later one in the same run.
      *> ----------------------------------------------------------
       1850-ALLOCATE-RETURN.
           MOVE SPACES TO WS-RETURN-ALLOC
           STRING 'RTRNFEED=DSN(HELLO.PROD.RTRNFEED.P'
                     DELIMITED BY SIZE
                  WS-FEED-PARTNER DELIMITED BY SIZE
                  '.D' DELIMITED BY SIZE
                  WS-CURRENT-DATE-8(3:6) DELIMITED BY SIZE
                  '.T' DELIMITED BY SIZE
                  WS-CURRENT-TIME-8(1:6) DELIMITED BY SIZE
                  ') MOD CATALOG CYL SPACE(5,5)'
                     DELIMITED BY SIZE
                  ' RECFM(FB) LRECL(80)' DELIMITED BY SIZE
                  X'00' DELIMITED BY SIZE
              INTO WS-RETURN-ALLOC
           END-STRING
           SET WS-RETURN-ALLOC-PTR TO ADDRESS OF WS-RETURN-ALLOC
           CALL 'putenv' USING BY VALUE WS-RETURN-ALLOC-PTR
              RETURNING WS-PUTENV-RC
           IF WS-PUTENV-RC NOT = ZERO
              DISPLAY 'HELLOBCH RTRNFEED ALLOCATION FOR PARTNER '
                 WS-FEED-PARTNER ' NOT SET - RC ' WS-PUTENV-RC
           END-IF.
       1850-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 1900-FEED-FAIL rejects the whole run - only for a feed
      *> with nothing in it or more envelopes than one run holds:
      *> severity-3 alert on the permanent ALERTF alert file (logged,
      *> not written, on a simulation run - same convention as every
      *> other write), a report line naming the reason, RETURN-CODE
      *> 8, and not one detail journaled.
      *> ----------------------------------------------------------
       1900-FEED-FAIL.
           DISPLAY 'HELLOBCH FEED REJECTED - ' WS-FAIL-TEXT
           IF PF-SIMULATION-ON
              DISPLAY 'SIMULATION - WOULD ALERT ' WS-FAIL-COND
              MOVE 'ALRT' TO SR-EVENT-CODE
              MOVE WS-FAIL-COND TO SR-DETAIL-CODE
              MOVE SPACES TO SR-KEY-VALUE
              PERFORM 7500-WRITE-SIM THRU 7500-EXIT
           ELSE
              MOVE SPACES TO AQ-RECORD
              MOVE '3' TO AQ-SEVERITY-CODE
              MOVE 'HBCH' TO AQ-TRANS-ID
              MOVE ZERO TO AQ-TASK-ID
              MOVE SPACES TO AQ-KEY-VALUE
              MOVE WS-FAIL-TEXT TO AQ-TEXT
              MOVE WS-CURRENT-DATE-8 TO AQ-DATE
              MOVE WS-CURRENT-TIME-8 TO AQ-TIME
           WRITE RPT-LINE FROM RPT-REJECT-LINE
           PERFORM 9999-TERMINATE THRU 9999-EXIT
           MOVE 8 TO RETURN-CODE
           MOVE 'E' TO RN-FUNCTION
           PERFORM 9900-RECORD-RUN THRU 9900-EXIT
           STOP RUN.
       1900-EXIT.
           EXIT.

      *> One feed account through the same gate sequence HELLO runs
      *> online: validate, look up, route. The record number says
      *> when a new envelope begins; a failed envelope's records go
      *> to quarantine and a finished one's are passed over. The
      *> header carries no account to process and the trailer
      *> closes the envelope out.
       2000-PROCESS-FEED.
           IF WS-PHYS-REC-NO > ET-LAST-REC(WS-ENV-IX)
              ADD 1 TO WS-ENV-IX
              PERFORM 2800-START-ENVELOPE THRU 2800-EXIT
           END-IF
           IF ET-FAILED(WS-ENV-IX)
              PERFORM 2850-QUARANTINE-RECORD THRU 2850-EXIT
              GO TO 2000-READ
           END-IF
           IF ET-ALREADY-DONE(WS-ENV-IX)
              GO TO 2000-READ
           END-IF
           IF TF-HEADER
              GO TO 2000-NEXT
           END-IF
           IF TF-TRAILER
              PERFORM 2900-END-ENVELOPE THRU 2900-EXIT
              GO TO 2000-READ
           END-IF
           ADD 1 TO WS-DETAIL-SEQ
           IF RESTART-RUN AND WS-DETAIL-SEQ NOT > WS-RESUME-FROM
              ADD 1 TO WS-SKIPPED-RESUME
              ADD 1 TO ET-SKIPPED(WS-ENV-IX)
              GO TO 2000-NEXT
           END-IF
           ADD 1 TO WS-SINCE-COMMIT
           ADD 1 TO WS-PROCESSED-COUNT
           ADD 1 TO ET-PROCESSED(WS-ENV-IX)
           ADD 1 TO WS-TASK-NO
           PERFORM 2050-RESOLVE-PARTNER THRU 2050-EXIT
           MOVE TFD-ACCOUNT-NO TO WS-ROUTE-ACCOUNT
           MOVE SPACES TO WS-MERGED-FROM
           MOVE TFD-TRAN-TYPE TO WS-TRAN-TYPE
           IF TFD-TRAN-AMOUNT NUMERIC
              MOVE TFD-TRAN-AMOUNT TO WS-TRAN-AMOUNT
           PERFORM 7000-TALLY-PARTNER THRU 7000-EXIT
           MOVE 'S' TO WS-CTL-FUNC
           PERFORM 8000-BUMP-CONTROL THRU 8000-EXIT
           IF NOT DETAIL-PARTNER-REGISTERED
              ADD 1 TO WS-UNKPTNR-COUNT
              MOVE 'U' TO WS-PTNR-FUNC
              PERFORM 7000-TALLY-PARTNER THRU 7000-EXIT
              MOVE 'UNKPTNR' TO AL-CONDITION-CODE
              PERFORM 4100-WRITE-AUDIT THRU 4100-EXIT
              MOVE 'F' TO WS-CTL-FUNC
              PERFORM 8000-BUMP-CONTROL THRU 8000-EXIT
              MOVE 'UNKPTNR' TO WS-RETURN-DISP
              PERFORM 6000-WRITE-RETURN THRU 6000-EXIT
              GO TO 2000-NEXT
           END-IF
           MOVE 'V' TO RT-FUNCTION
           MOVE TFD-ACCOUNT-NO TO RT-ACCOUNT-NO
           MOVE WS-TRAN-AMOUNT TO RT-TRAN-AMOUNT
              PERFORM 6000-WRITE-RETURN THRU 6000-EXIT
              GO TO 2000-NEXT
           END-IF
           PERFORM 2200-CHECK-TRAN-TYPE THRU 2200-EXIT
           IF RT-RESULT-INVTYPE
              ADD 1 TO WS-INVTYPE-COUNT
              MOVE 'T' TO WS-PTNR-FUNC
              PERFORM 7000-TALLY-PARTNER THRU 7000-EXIT
              MOVE 'INVTYPE' TO AL-CONDITION-CODE
              PERFORM 4100-WRITE-AUDIT THRU 4100-EXIT
              MOVE 'F' TO WS-CTL-FUNC
              PERFORM 8000-BUMP-CONTROL THRU 8000-EXIT
              MOVE 'INVTYPE' TO WS-RETURN-DISP
              PERFORM 6000-WRITE-RETURN THRU 6000-EXIT
              GO TO 2000-NEXT
           END-IF
           PERFORM 2100-PROBE-MASTER THRU 2100-EXIT
           IF NOT MASTER-FOUND
              ADD 1 TO WS-NOTFND-COUNT
              PERFORM 6000-WRITE-RETURN THRU 6000-EXIT
              GO TO 2000-NEXT
           END-IF
           PERFORM 2500-CHECK-HOLDS THRU 2500-EXIT
           PERFORM 2300-GET-VELOCITY THRU 2300-EXIT
           MOVE 'R' TO RT-FUNCTION
           CALL 'HELLORTE' USING RT-PARMS CM-RECORD PF-RECORD
              TT-RECORD VL-RECORD
           IF RT-RESULT-CLOSED
              ADD 1 TO WS-CLOSED-COUNT
              MOVE 'C' TO WS-PTNR-FUNC
              PERFORM 6000-WRITE-RETURN THRU 6000-EXIT
              GO TO 2000-NEXT
           END-IF
           IF RT-RESULT-HELD
              ADD 1 TO WS-HOLD-COUNT
              MOVE 'H' TO WS-PTNR-FUNC
              PERFORM 7000-TALLY-PARTNER THRU 7000-EXIT
              MOVE 'HOLD' TO AL-CONDITION-CODE
              PERFORM 4100-WRITE-AUDIT THRU 4100-EXIT
              PERFORM 4200-WRITE-HOLD-ALERT THRU 4200-EXIT
              MOVE 'F' TO WS-CTL-FUNC
              PERFORM 8000-BUMP-CONTROL THRU 8000-EXIT
              MOVE 'HOLD' TO WS-RETURN-DISP
              PERFORM 6000-WRITE-RETURN THRU 6000-EXIT
              GO TO 2000-NEXT
           END-IF
           PERFORM 2600-CHECK-DUPLICATE THRU 2600-EXIT
           IF DUPLICATE-TRAN
              ADD 1 TO WS-DUPTRAN-COUNT
              MOVE 'D' TO WS-PTNR-FUNC
              PERFORM 7000-TALLY-PARTNER THRU 7000-EXIT
              MOVE 'DUPTRAN' TO AL-CONDITION-CODE
              PERFORM 4100-WRITE-AUDIT THRU 4100-EXIT
              PERFORM 4300-WRITE-DUP-ALERT THRU 4300-EXIT
              PERFORM 4600-WRITE-DUP-SUSPECT THRU 4600-EXIT
              MOVE 'F' TO WS-CTL-FUNC
              PERFORM 8000-BUMP-CONTROL THRU 8000-EXIT
              MOVE 'DUPTRAN' TO WS-RETURN-DISP
              PERFORM 6000-WRITE-RETURN THRU 6000-EXIT
              GO TO 2000-NEXT
           END-IF
           PERFORM 2400-SAVE-VELOCITY THRU 2400-EXIT
           PERFORM 3000-JOURNAL-SUCCESS THRU 3000-EXIT
           PERFORM 2650-SAVE-SIGNATURE THRU 2650-EXIT
           IF RT-ROUTE-SPECIAL
              MOVE 'SPECIAL' TO WS-RETURN-DISP
           ELSE
       2000-NEXT.
           IF WS-SINCE-COMMIT NOT < WS-COMMIT-INTERVAL
              PERFORM 4400-TAKE-CHECKPOINT THRU 4400-EXIT
           END-IF.
       2000-READ.
           PERFORM 1620-READ-FEED THRU 1620-EXIT.
       2000-EXIT.
           EXIT.

      *> Resolves which partner this detail belongs to (its own slot
      *> first, the header's partner when the slot is empty) and
      *> positions WS-PTNR-CUR-IX on that partner's tally entry,
      *> adding the entry on first sight. Whether the partner is
      *> registered and active comes back in WS-PTNR-REG-SW - read
      *> from PTNRMAS on first sight and kept on the entry.
       2050-RESOLVE-PARTNER.
           IF TFD-PARTNER-ID = SPACES OR TFD-PARTNER-ID = LOW-VALUES
              MOVE WS-FEED-PARTNER TO WS-DETAIL-PARTNER
                 MOVE ZERO TO PT-NORMAL(WS-PTNR-CUR-IX)
                 MOVE ZERO TO PT-SPECIAL(WS-PTNR-CUR-IX)
                 MOVE ZERO TO PT-INVALID(WS-PTNR-CUR-IX)
                 MOVE ZERO TO PT-INVTYPE(WS-PTNR-CUR-IX)
                 MOVE ZERO TO PT-NOTFND(WS-PTNR-CUR-IX)
                 MOVE ZERO TO PT-CLOSED(WS-PTNR-CUR-IX)
                 MOVE ZERO TO PT-HOLD(WS-PTNR-CUR-IX)
                 MOVE ZERO TO PT-UNKPTNR(WS-PTNR-CUR-IX)
                 MOVE ZERO TO PT-DUPTRAN(WS-PTNR-CUR-IX)
                 PERFORM 2070-LOOKUP-PARTNER THRU 2070-EXIT
                 MOVE WS-PTNR-REG-SW TO PT-REG-SW(WS-PTNR-CUR-IX)
              ELSE
                 DISPLAY 'HELLOBCH - PARTNER-TABLE FULL AT 20 - '
                    'PARTNER ' WS-DETAIL-PARTNER ' NOT BROKEN OUT'
                 PERFORM 2070-LOOKUP-PARTNER THRU 2070-EXIT
              END-IF
           ELSE
              MOVE PT-REG-SW(WS-PTNR-CUR-IX) TO WS-PTNR-REG-SW
           END-IF.
       2050-EXIT.
           EXIT.
       2060-EXIT.
           EXIT.

      *> A suspended or retired partner counts as unregistered for
      *> its details, the same as one never loaded.
       2070-LOOKUP-PARTNER.
           MOVE 'N' TO WS-PTNR-REG-SW
           MOVE WS-DETAIL-PARTNER TO PM-PARTNER-ID
           READ PARTNER-MASTER-FILE
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 IF PM-ACTIVE
                    MOVE 'Y' TO WS-PTNR-REG-SW
                 END-IF
           END-READ.
       2070-EXIT.
           EXIT.

       2100-PROBE-MASTER.
           MOVE 'N' TO WS-MASTER-FOUND-SW
           MOVE WS-ROUTE-ACCOUNT TO CM-KEY
           READ CUSTOMER-MASTER-FILE
              INVALID KEY CONTINUE
              NOT INVALID KEY MOVE 'Y' TO WS-MASTER-FOUND-SW
           END-READ
           IF MASTER-FOUND AND CM-STATUS-MERGED
              PERFORM 2150-FORWARD-MERGED THRU 2150-EXIT
           END-IF.
       2100-EXIT.
           EXIT.

      *> A merged-away account is looked up on the ACCTXREF cross-
      *> reference and the detail switched to the survivor, whose
      *> master record replaces the merged one. No entry leaves the
      *> merged record in place for HELLORTE to answer closed; a
      *> survivor missing from the master leaves the detail not
      *> found, the same as any other account.
       2150-FORWARD-MERGED.
           MOVE CM-ACCOUNT-NO TO AX-OLD-ACCOUNT-NO
           READ ACCOUNT-XREF-FILE
              INVALID KEY GO TO 2150-EXIT
           END-READ
           ADD 1 TO WS-FORWARD-COUNT
           MOVE WS-ROUTE-ACCOUNT TO WS-MERGED-FROM
           MOVE AX-NEW-ACCOUNT-NO TO WS-ROUTE-ACCOUNT
           MOVE 'N' TO WS-MASTER-FOUND-SW
           MOVE WS-ROUTE-ACCOUNT TO CM-KEY
           READ CUSTOMER-MASTER-FILE
              INVALID KEY CONTINUE
              NOT INVALID KEY MOVE 'Y' TO WS-MASTER-FOUND-SW
           END-READ.
       2150-EXIT.
           EXIT.

      *> Reads the detail's type code from the TRANTYPE reference
      *> file and has HELLORTE apply the type's rules to it - a code
      *> not on the file passes a blank reference record, which
      *> HELLORTE answers INVTYPE.
       2200-CHECK-TRAN-TYPE.
           MOVE WS-TRAN-TYPE TO TT-TYPE-CODE
           READ TRAN-TYPE-FILE
              INVALID KEY MOVE SPACES TO TT-RECORD
           END-READ
           MOVE 'T' TO RT-FUNCTION
           MOVE WS-TRAN-TYPE TO RT-TRAN-TYPE
           MOVE WS-TRAN-AMOUNT TO RT-TRAN-AMOUNT
           CALL 'HELLORTE' USING RT-PARMS CM-RECORD PF-RECORD
              TT-RECORD.
       2200-EXIT.
           EXIT.

      *> Reads the account's VELOCITY record for HELLORTE's route
      *> function to add this detail to (a blank one, key set, when
      *> the account has none yet). The processing day is the run
      *> date.
       2300-GET-VELOCITY.
           MOVE 'Y' TO WS-VEL-FOUND-SW
           MOVE WS-ROUTE-ACCOUNT TO VL-ACCOUNT-NO
           READ VELOCITY-FILE
              INVALID KEY
                 MOVE 'N' TO WS-VEL-FOUND-SW
                 MOVE SPACES TO VL-RECORD
                 MOVE WS-ROUTE-ACCOUNT TO VL-ACCOUNT-NO
           END-READ
           MOVE 'Y' TO RT-VELOCITY-SW
           MOVE WS-CURRENT-DATE-8 TO RT-VELOCITY-DATE.
       2300-EXIT.
           EXIT.

      *> Writes back the VELOCITY record HELLORTE has just added this
      *> detail to - rewrite in place, or create it on the account's
      *> first transaction. Logged, not written, on a simulation run.
       2400-SAVE-VELOCITY.
           IF PF-SIMULATION-ON
              DISPLAY 'SIMULATION - WOULD UPDATE VELOCITY '
                 WS-ROUTE-ACCOUNT
              MOVE 'VELO' TO SR-EVENT-CODE
              MOVE RT-REASON-CODE TO SR-DETAIL-CODE
              MOVE WS-ROUTE-ACCOUNT TO SR-KEY-VALUE
              PERFORM 7500-WRITE-SIM THRU 7500-EXIT
              GO TO 2400-EXIT
           END-IF
           MOVE WS-CURRENT-TIME-8 TO VL-LAST-TIME
           IF VELOCITY-FOUND
              REWRITE VL-RECORD
                 INVALID KEY
                    DISPLAY 'HELLOBCH VELOCITY REWRITE FAILED FOR '
                       WS-ROUTE-ACCOUNT
              END-REWRITE
           ELSE
              WRITE VL-RECORD
                 INVALID KEY
                    DISPLAY 'HELLOBCH VELOCITY WRITE FAILED FOR '
                       WS-ROUTE-ACCOUNT
              END-WRITE
           END-IF.
       2400-EXIT.
           EXIT.

      *> Reads the detail's signature - account, type, amount,
      *> partner - from TRANSIG and decides whether it repeats one
      *> already processed today inside PF-DUP-WINDOW-MINUTES of
      *> the run's clock. A zero (or unset) window turns the check
      *> off. A signature this very detail left on an earlier
      *> attempt at the same envelope - a rerun re-working the tail
      *> since the last checkpoint - is not a repeat.
       2600-CHECK-DUPLICATE.
           MOVE 'N' TO WS-DUP-SW
           MOVE 'N' TO WS-SIG-FOUND-SW
           IF PF-DUP-WINDOW-MINUTES NOT NUMERIC
              OR PF-DUP-WINDOW-MINUTES = ZERO
              GO TO 2600-EXIT
           END-IF
           MOVE WS-ROUTE-ACCOUNT TO TG-ACCOUNT-NO
           MOVE WS-TRAN-TYPE TO TG-TRAN-TYPE
           MOVE WS-TRAN-AMOUNT TO TG-TRAN-AMOUNT
           MOVE WS-DETAIL-PARTNER TO TG-PARTNER-ID
           READ TRAN-SIGNATURE-FILE
              INVALID KEY
                 GO TO 2600-EXIT
           END-READ
           MOVE 'Y' TO WS-SIG-FOUND-SW
           IF TG-PROC-DATE NOT = WS-CURRENT-DATE-8
              GO TO 2600-EXIT
           END-IF
           IF TG-SOURCE-BATCH
              AND TG-FEED-DATE = WS-FEED-DATE
              AND TG-FEED-SEQ = WS-FEED-SEQ
              AND TG-DETAIL-SEQ = WS-DETAIL-SEQ
              GO TO 2600-EXIT
           END-IF
           MOVE TG-PROC-TIME TO WS-DUP-CLOCK
           COMPUTE WS-SIG-MINUTES =
              WS-DUP-CLOCK-HH * 60 + WS-DUP-CLOCK-MM
           MOVE WS-CURRENT-TIME-8 TO WS-DUP-CLOCK
           COMPUTE WS-NOW-MINUTES =
              WS-DUP-CLOCK-HH * 60 + WS-DUP-CLOCK-MM
           COMPUTE WS-DUP-ELAPSED = WS-NOW-MINUTES - WS-SIG-MINUTES
           IF WS-DUP-ELAPSED < ZERO
              MOVE ZERO TO WS-DUP-ELAPSED
           END-IF
           IF WS-DUP-ELAPSED NOT > PF-DUP-WINDOW-MINUTES
              MOVE 'Y' TO WS-DUP-SW
           END-IF.
       2600-EXIT.
           EXIT.

      *> Lands the signature of the detail just journaled - rewrite
      *> in place (restarting the day's count on a stale record),
      *> or create it the first time it is seen. Logged, not
      *> written, on a simulation run; skipped with the check off.
       2650-SAVE-SIGNATURE.
           IF PF-DUP-WINDOW-MINUTES NOT NUMERIC
              OR PF-DUP-WINDOW-MINUTES = ZERO
              GO TO 2650-EXIT
           END-IF
           IF PF-SIMULATION-ON
              DISPLAY 'SIMULATION - WOULD UPDATE SIGNATURE '
                 WS-ROUTE-ACCOUNT
              MOVE 'TSIG' TO SR-EVENT-CODE
              MOVE WS-TRAN-TYPE TO SR-DETAIL-CODE
              MOVE WS-ROUTE-ACCOUNT TO SR-KEY-VALUE
              PERFORM 7500-WRITE-SIM THRU 7500-EXIT
              GO TO 2650-EXIT
           END-IF
           IF NOT SIGNATURE-FOUND
              MOVE SPACES TO TG-RECORD
              MOVE WS-ROUTE-ACCOUNT TO TG-ACCOUNT-NO
              MOVE WS-TRAN-TYPE TO TG-TRAN-TYPE
              MOVE WS-TRAN-AMOUNT TO TG-TRAN-AMOUNT
              MOVE WS-DETAIL-PARTNER TO TG-PARTNER-ID
              MOVE ZERO TO TG-PROC-DATE
           END-IF
           IF TG-PROC-DATE NOT = WS-CURRENT-DATE-8
              MOVE ZERO TO TG-PROC-COUNT
           END-IF
           ADD 1 TO TG-PROC-COUNT
           MOVE WS-CURRENT-DATE-8 TO TG-PROC-DATE
           MOVE WS-CURRENT-TIME-8 TO TG-PROC-TIME
           MOVE 'B' TO TG-SOURCE-FLAG
           MOVE WS-FEED-DATE TO TG-FEED-DATE
           MOVE WS-FEED-SEQ TO TG-FEED-SEQ
           MOVE WS-DETAIL-SEQ TO TG-DETAIL-SEQ
           IF SIGNATURE-FOUND
              REWRITE TG-RECORD
                 INVALID KEY
                    DISPLAY 'HELLOBCH TRANSIG REWRITE FAILED FOR '
                       WS-ROUTE-ACCOUNT
              END-REWRITE
           ELSE
              WRITE TG-RECORD
                 INVALID KEY
                    DISPLAY 'HELLOBCH TRANSIG WRITE FAILED FOR '
                       WS-ROUTE-ACCOUNT
              END-WRITE
           END-IF.
       2650-EXIT.
           EXIT.

      *> Walks the detail's account's holds on ACCTHOLD (positioned
      *> at sequence zero, stopping at the next account) through
      *> HELLORTE's hold check on the run date; the first live hold
      *> sets RT-HOLD-SW and RT-HOLD-TYPE for the route call. An
      *> account with no holds is simply not held.
       2500-CHECK-HOLDS.
           MOVE 'N' TO RT-HOLD-SW
           MOVE SPACES TO RT-HOLD-TYPE
           MOVE WS-CURRENT-DATE-8 TO RT-HOLD-DATE
           MOVE WS-ROUTE-ACCOUNT TO HL-ACCOUNT-NO
           MOVE ZERO TO HL-HOLD-SEQ
           MOVE 'Y' TO WS-HOLD-MORE-SW
           START ACCOUNT-HOLD-FILE KEY IS NOT < HL-KEY
              INVALID KEY MOVE 'N' TO WS-HOLD-MORE-SW
           END-START
           PERFORM 2510-NEXT-HOLD THRU 2510-EXIT
              UNTIL RT-HOLD-LIVE OR NOT HOLD-MORE.
       2500-EXIT.
           EXIT.

       2510-NEXT-HOLD.
           READ ACCOUNT-HOLD-FILE NEXT
              AT END
                 MOVE 'N' TO WS-HOLD-MORE-SW
                 GO TO 2510-EXIT
           END-READ
           IF HL-ACCOUNT-NO NOT = WS-ROUTE-ACCOUNT
              MOVE 'N' TO WS-HOLD-MORE-SW
              GO TO 2510-EXIT
           END-IF
           MOVE 'H' TO RT-FUNCTION
           CALL 'HELLORTE' USING RT-PARMS CM-RECORD PF-RECORD
              TT-RECORD VL-RECORD HL-RECORD
           IF RT-RESULT-HELD
              MOVE 'Y' TO RT-HOLD-SW
              MOVE HL-HOLD-TYPE TO RT-HOLD-TYPE
           END-IF.
       2510-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 2800-START-ENVELOPE sets the run up for the envelope the
      *> record in hand opens, as the verification pass judged it:
      *> a failed one is alerted and then goes to quarantine record
      *> by record, one already finished by the interrupted run
      *> this rerun continues is passed over, and a good one gets
      *> its identity, restart position and return-feed header.
      *> ----------------------------------------------------------
       2800-START-ENVELOPE.
           MOVE ET-PARTNER(WS-ENV-IX) TO WS-FEED-PARTNER
           MOVE ET-FEED-DATE(WS-ENV-IX) TO WS-FEED-DATE
           MOVE ET-FEED-SEQ(WS-ENV-IX) TO WS-FEED-SEQ
           MOVE ZERO TO WS-DETAIL-SEQ
           MOVE 'N' TO WS-RESTART-SW
           MOVE ZERO TO WS-RESUME-FROM
           IF ET-FAILED(WS-ENV-IX)
              PERFORM 2860-ALERT-ENVELOPE THRU 2860-EXIT
              GO TO 2800-EXIT
           END-IF
           IF ET-ALREADY-DONE(WS-ENV-IX)
              DISPLAY 'HELLOBCH FEED ' WS-FEED-PARTNER ' '
                 WS-FEED-DATE ' ' WS-FEED-SEQ
                 ' ALREADY COMPLETE - PASSED OVER'
              GO TO 2800-EXIT
           END-IF
           IF ET-RESTART(WS-ENV-IX)
              MOVE 'Y' TO WS-RESTART-SW
              MOVE 'Y' TO WS-RUN-RESTARTED-SW
              MOVE ET-RESUME-FROM(WS-ENV-IX) TO WS-RESUME-FROM
              DISPLAY 'HELLOBCH RESUMING FEED '
                 WS-FEED-PARTNER ' ' WS-FEED-DATE ' '
                 WS-FEED-SEQ ' FROM RECORD ' WS-RESUME-FROM
           END-IF
           PERFORM 7100-SUM-FAILED THRU 7100-EXIT
           MOVE WS-FAILED-COUNT TO WS-ENV-FAIL-BASE
           PERFORM 1800-WRITE-RETURN-HDR THRU 1800-EXIT.
       2800-EXIT.
           EXIT.

      *> One record of a failed envelope onto QUARFEED, exactly as
      *> received, with the envelope's reason beside it. A
      *> simulation run quarantines nothing.
       2850-QUARANTINE-RECORD.
           ADD 1 TO WS-QUAR-REC-COUNT
           IF PF-SIMULATION-ON
              GO TO 2850-EXIT
           END-IF
           MOVE SPACES TO QF-RECORD
           MOVE WS-CURRENT-DATE-8 TO QF-RUN-DATE
           MOVE WS-CURRENT-TIME-8 TO QF-RUN-TIME
           MOVE WS-ENV-IX TO QF-ENVELOPE-NO
           COMPUTE QF-RECORD-NO =
              WS-PHYS-REC-NO - ET-FIRST-REC(WS-ENV-IX) + 1
           MOVE ET-FAIL-COND(WS-ENV-IX) TO QF-FAIL-COND
           MOVE ET-FAIL-TEXT(WS-ENV-IX) TO QF-FAIL-TEXT
           MOVE TF-RECORD TO QF-FEED-RECORD
           WRITE QF-RECORD.
       2850-EXIT.
           EXIT.

      *> A failed envelope alerts at severity 3 on the permanent
      *> ALERTF alert file, keyed by its partner, with the envelope
      *> number in the task slot so the alert can be matched to its
      *> QUARFEED records (logged, not written, on a simulation run,
      *> along with the quarantine it would have made).
       2860-ALERT-ENVELOPE.
           ADD 1 TO WS-QUAR-ENV-COUNT
           IF PF-SIMULATION-ON
              DISPLAY 'SIMULATION - WOULD QUARANTINE ENVELOPE '
                 WS-ENV-IX ' AND ALERT ' ET-FAIL-COND(WS-ENV-IX)
              MOVE 'ALRT' TO SR-EVENT-CODE
              MOVE ET-FAIL-COND(WS-ENV-IX) TO SR-DETAIL-CODE
              MOVE WS-FEED-PARTNER TO SR-KEY-VALUE
              PERFORM 7500-WRITE-SIM THRU 7500-EXIT
              MOVE 'QUAR' TO SR-EVENT-CODE
              PERFORM 7500-WRITE-SIM THRU 7500-EXIT
              GO TO 2860-EXIT
           END-IF
           MOVE SPACES TO AQ-RECORD
           MOVE ET-FAIL-COND(WS-ENV-IX) TO AQ-CONDITION-CODE
           MOVE '3' TO AQ-SEVERITY-CODE
           MOVE 'HBCH' TO AQ-TRANS-ID
           MOVE WS-ENV-IX TO AQ-TASK-ID
           MOVE WS-FEED-PARTNER TO AQ-KEY-VALUE
           MOVE ET-FAIL-TEXT(WS-ENV-IX) TO AQ-TEXT
           MOVE WS-CURRENT-DATE-8 TO AQ-DATE
           MOVE WS-CURRENT-TIME-8 TO AQ-TIME
           MOVE SPACE TO AQ-ACK-FLAG
           MOVE SPACES TO AQ-ACK-OPER-ID
           MOVE SPACE TO AQ-ESCALATED-FLAG
           MOVE ZERO TO AQ-ACK-DATE
           MOVE ZERO TO AQ-ACK-TIME
           WRITE AQ-RECORD.
       2860-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 2900-END-ENVELOPE closes a good envelope out at its
      *> trailer, on its own: consolidated work-queue items flushed
      *> and the output files committed, the partner's return
      *> envelope closed with its trailer, and the feed registered
      *> COMPLETE - so an abend in a later envelope never reopens
      *> this one.
      *> ----------------------------------------------------------
       2900-END-ENVELOPE.
           PERFORM 4410-COMMIT-OUTPUTS THRU 4410-EXIT
           PERFORM 6100-WRITE-RETURN-TRL THRU 6100-EXIT
           PERFORM 4500-REGISTER-FEED THRU 4500-EXIT
           PERFORM 7100-SUM-FAILED THRU 7100-EXIT
           COMPUTE ET-REJECTED(WS-ENV-IX) =
              WS-FAILED-COUNT - WS-ENV-FAIL-BASE
           MOVE ZERO TO WS-SINCE-COMMIT.
       2900-EXIT.
           EXIT.

      *> Lands the same records a successful online routing leaves:
      *> the activity-journal record always, plus a pending work-
      *> queue item when the route is special.
       3000-JOURNAL-SUCCESS.
           IF RT-ROUTE-SPECIAL
              ADD 1 TO WS-SPECIAL-COUNT
              IF RT-REASON-VEL-COUNT OR RT-REASON-VEL-VALUE
                 ADD 1 TO WS-VELOCITY-COUNT
              END-IF
              MOVE 'S' TO WS-PTNR-FUNC
              MOVE 'P' TO WS-CTL-FUNC
           ELSE
           PERFORM 7000-TALLY-PARTNER THRU 7000-EXIT
           PERFORM 8000-BUMP-CONTROL THRU 8000-EXIT
           IF PF-SIMULATION-ON
              DISPLAY 'SIMULATION - WOULD JOURNAL ' WS-ROUTE-ACCOUNT
              MOVE 'JRNL' TO SR-EVENT-CODE
              IF RT-ROUTE-SPECIAL
                 MOVE 'SPECIAL' TO SR-DETAIL-CODE
              ELSE
                 MOVE 'NORMAL' TO SR-DETAIL-CODE
              END-IF
              MOVE WS-ROUTE-ACCOUNT TO SR-KEY-VALUE
              PERFORM 7500-WRITE-SIM THRU 7500-EXIT
              IF RT-ROUTE-SPECIAL
                 MOVE 'WORK' TO SR-EVENT-CODE
                 MOVE 'PENDING' TO SR-DETAIL-CODE
                 PERFORM 7500-WRITE-SIM THRU 7500-EXIT
              END-IF
              MOVE 'APOS' TO SR-EVENT-CODE
              MOVE TT-DC-INDICATOR TO SR-DETAIL-CODE
              PERFORM 7500-WRITE-SIM THRU 7500-EXIT
              GO TO 3000-EXIT
           END-IF
           MOVE SPACES TO AJ-RECORD
           MOVE 'BTCH' TO AJ-TERMINAL-ID
           MOVE WS-CURRENT-DATE-8 TO AJ-DATE
           MOVE WS-CURRENT-TIME-8 TO AJ-TIME
           MOVE WS-BUSINESS-DATE TO AJ-BUSINESS-DATE
           MOVE WS-ROUTE-ACCOUNT TO AJ-ACCOUNT-NO
           MOVE CM-HANDLING-CODE TO AJ-HANDLING-CODE
           MOVE WS-DETAIL-PARTNER TO AJ-PARTNER-ID
           MOVE WS-TRAN-TYPE TO AJ-TRAN-TYPE
           MOVE WS-TRAN-AMOUNT TO AJ-TRAN-AMOUNT
           MOVE WS-MERGED-FROM TO AJ-MERGED-FROM-ACCT
           IF RT-ROUTE-SPECIAL
              MOVE 'SPECIAL' TO AJ-ROUTE-CODE
           ELSE
              MOVE 'NORMAL' TO AJ-ROUTE-CODE
           END-IF
           WRITE AJ-RECORD
           PERFORM 3050-POST-POSITION THRU 3050-EXIT
           IF RT-ROUTE-SPECIAL
              PERFORM 3100-QUEUE-SPECIAL THRU 3100-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

      *> Posts the detail just journaled to the account's position
      *> record through ACCTPOST - rewrite in place, or create the
      *> record on the account's first posting. TT-RECORD still
      *> holds the type 2200 read for this detail.
       3050-POST-POSITION.
           MOVE WS-BUSINESS-DATE TO PP-POST-DATE
           MOVE WS-TRAN-AMOUNT TO PP-TRAN-AMOUNT
           MOVE TT-DC-INDICATOR TO PP-DC-INDICATOR
           MOVE WS-ROUTE-ACCOUNT TO AP-ACCOUNT-NO
           READ ACCOUNT-POSITION-FILE
              INVALID KEY
                 MOVE SPACES TO AP-RECORD
                 MOVE WS-ROUTE-ACCOUNT TO AP-ACCOUNT-NO
                 CALL 'ACCTPOST' USING PP-PARMS AP-RECORD
                 WRITE AP-RECORD
                    INVALID KEY
                       DISPLAY 'HELLOBCH ACCTPOS WRITE FAILED FOR '
                          WS-ROUTE-ACCOUNT
                 END-WRITE
              NOT INVALID KEY
                 CALL 'ACCTPOST' USING PP-PARMS AP-RECORD
                 REWRITE AP-RECORD
                    INVALID KEY
                       DISPLAY 'HELLOBCH ACCTPOS REWRITE FAILED FOR '
                          WS-ROUTE-ACCOUNT
                 END-REWRITE
           END-READ.
       3050-EXIT.
           EXIT.

      *> Folds this special routing into the account's entry on the
      *> consolidation table (first hit creates it; each later hit
      *> replaces the route reason, so the item shows what tripped
      *> the latest one). An account the full table cannot track
      *> gets an immediate single-hit item instead, so nothing is
      *> ever dropped.
       3100-QUEUE-SPECIAL.
           MOVE ZERO TO WS-WQA-FOUND-IX
           PERFORM 3110-FIND-WQ-ACCOUNT THRU 3110-EXIT
              OR WS-WQA-FOUND-IX > ZERO
           IF WS-WQA-FOUND-IX > ZERO
              ADD 1 TO WQA-HIT-COUNT(WS-WQA-FOUND-IX)
              MOVE RT-REASON-CODE TO WQA-REASON-CODE(WS-WQA-FOUND-IX)
              GO TO 3100-EXIT
           END-IF
           IF WS-WQA-COUNT < 500
              ADD 1 TO WS-WQA-COUNT
              MOVE WS-WQA-COUNT TO WS-WQA-FOUND-IX
              MOVE WS-ROUTE-ACCOUNT TO WQA-ACCOUNT(WS-WQA-FOUND-IX)
              MOVE WS-TASK-NO TO WQA-TASK-NO(WS-WQA-FOUND-IX)
              MOVE WS-CURRENT-DATE-8
                 TO WQA-FIRST-DATE(WS-WQA-FOUND-IX)
              MOVE WS-TRAN-TYPE TO WQA-TRAN-TYPE(WS-WQA-FOUND-IX)
              MOVE WS-TRAN-AMOUNT
                 TO WQA-TRAN-AMOUNT(WS-WQA-FOUND-IX)
              MOVE RT-REASON-CODE TO WQA-REASON-CODE(WS-WQA-FOUND-IX)
           ELSE
              MOVE WS-ROUTE-ACCOUNT TO WS-WQ-ACCOUNT
              MOVE WS-TASK-NO TO WS-WQ-TASK
              MOVE WS-CURRENT-DATE-8 TO WS-WQ-DATE
              MOVE WS-CURRENT-TIME-8 TO WS-WQ-TIME
              MOVE 1 TO WS-WQ-HITS
              MOVE RT-REASON-CODE TO WS-WQ-REASON
              PERFORM 3300-WRITE-WORKQ-ITEM THRU 3300-EXIT
           END-IF.
       3100-EXIT.
           EXIT.

       3110-FIND-WQ-ACCOUNT.
           IF WQA-ACCOUNT(WS-WQA-IX) = WS-ROUTE-ACCOUNT
              MOVE WS-WQA-IX TO WS-WQA-FOUND-IX
           END-IF.
       3110-EXIT.
           MOVE WQA-HIT-COUNT(WS-WQA-IX) TO WS-WQ-HITS
           MOVE WQA-TRAN-TYPE(WS-WQA-IX) TO WS-TRAN-TYPE
           MOVE WQA-TRAN-AMOUNT(WS-WQA-IX) TO WS-TRAN-AMOUNT
           MOVE WQA-REASON-CODE(WS-WQA-IX) TO WS-WQ-REASON
           PERFORM 3300-WRITE-WORKQ-ITEM THRU 3300-EXIT.
       3250-EXIT.
           EXIT.
           MOVE WS-TRAN-TYPE TO WQ-TRAN-TYPE
           MOVE WS-TRAN-AMOUNT TO WQ-TRAN-AMOUNT
           MOVE WS-WQ-HITS TO WQ-HIT-COUNT
           MOVE WS-WQ-REASON TO WQ-REASON-CODE
           EVALUATE TRUE
              WHEN WQ-HIT-COUNT NOT < 20
                 MOVE '3' TO WQ-PRIORITY-CODE
       4100-WRITE-AUDIT.
           IF PF-SIMULATION-ON
              DISPLAY 'SIMULATION - WOULD WRITE AUDITLOG '
                 AL-CONDITION-CODE ' ' WS-ROUTE-ACCOUNT
              MOVE 'AUDT' TO SR-EVENT-CODE
              MOVE AL-CONDITION-CODE TO SR-DETAIL-CODE
              MOVE WS-ROUTE-ACCOUNT TO SR-KEY-VALUE
              PERFORM 7500-WRITE-SIM THRU 7500-EXIT
              GO TO 4100-EXIT
           END-IF
           MOVE 'BTCH' TO AL-TERMINAL-ID
           MOVE WS-CURRENT-DATE-8 TO AL-DATE
           MOVE WS-CURRENT-TIME-8 TO AL-TIME
           MOVE WS-BUSINESS-DATE TO AL-BUSINESS-DATE
           MOVE WS-ROUTE-ACCOUNT TO AL-KEY-VALUE
           MOVE ZERO TO AL-EXPECTED-LENGTH AL-ACTUAL-LENGTH
           MOVE WS-DETAIL-PARTNER TO AL-PARTNER-ID
           MOVE WS-TRAN-TYPE TO AL-TRAN-TYPE
           WRITE AL-RECORD.
       4100-EXIT.
           EXIT.

      *> A held account's transaction alerts the way HELLO's does
      *> online - severity 2, naming the hold type - on the
      *> permanent ALERTF alert file, keyed by the account.
       4200-WRITE-HOLD-ALERT.
           IF PF-SIMULATION-ON
              DISPLAY 'SIMULATION - WOULD ALERT HOLD ' WS-ROUTE-ACCOUNT
              MOVE 'ALRT' TO SR-EVENT-CODE
              MOVE 'HOLD' TO SR-DETAIL-CODE
              MOVE WS-ROUTE-ACCOUNT TO SR-KEY-VALUE
              PERFORM 7500-WRITE-SIM THRU 7500-EXIT
              GO TO 4200-EXIT
           END-IF
           MOVE RT-REASON-CODE TO WHA-TYPE
           MOVE SPACES TO AQ-RECORD
           MOVE 'HOLD' TO AQ-CONDITION-CODE
           MOVE '2' TO AQ-SEVERITY-CODE
           MOVE 'HBCH' TO AQ-TRANS-ID
           MOVE WS-TASK-NO TO AQ-TASK-ID
           MOVE WS-ROUTE-ACCOUNT TO AQ-KEY-VALUE
           MOVE WS-HOLD-ALERT-TEXT TO AQ-TEXT
           MOVE WS-CURRENT-DATE-8 TO AQ-DATE
           MOVE WS-CURRENT-TIME-8 TO AQ-TIME
           MOVE SPACE TO AQ-ACK-FLAG
           MOVE SPACES TO AQ-ACK-OPER-ID
           MOVE SPACE TO AQ-ESCALATED-FLAG
           MOVE ZERO TO AQ-ACK-DATE
           MOVE ZERO TO AQ-ACK-TIME
           WRITE AQ-RECORD.
       4200-EXIT.
           EXIT.

      *> A suspected duplicate alerts severity 1 on ALERTF, keyed by
      *> the account, so the supervisors know there is one waiting
      *> on the DUPTMNT review screen.
       4300-WRITE-DUP-ALERT.
           IF PF-SIMULATION-ON
              DISPLAY 'SIMULATION - WOULD ALERT DUPTRAN '
                 WS-ROUTE-ACCOUNT
              MOVE 'ALRT' TO SR-EVENT-CODE
              MOVE 'DUPTRAN' TO SR-DETAIL-CODE
              MOVE WS-ROUTE-ACCOUNT TO SR-KEY-VALUE
              PERFORM 7500-WRITE-SIM THRU 7500-EXIT
              GO TO 4300-EXIT
           END-IF
           MOVE SPACES TO AQ-RECORD
           MOVE 'DUPTRAN' TO AQ-CONDITION-CODE
           MOVE '1' TO AQ-SEVERITY-CODE
           MOVE 'HBCH' TO AQ-TRANS-ID
           MOVE WS-TASK-NO TO AQ-TASK-ID
           MOVE WS-ROUTE-ACCOUNT TO AQ-KEY-VALUE
           MOVE WS-DUP-ALERT-TEXT TO AQ-TEXT
           MOVE WS-CURRENT-DATE-8 TO AQ-DATE
           MOVE WS-CURRENT-TIME-8 TO AQ-TIME
           MOVE SPACE TO AQ-ACK-FLAG
           MOVE SPACES TO AQ-ACK-OPER-ID
           MOVE SPACE TO AQ-ESCALATED-FLAG
           MOVE ZERO TO AQ-ACK-DATE
           MOVE ZERO TO AQ-ACK-TIME
           WRITE AQ-RECORD.
       4300-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 4400-TAKE-CHECKPOINT is the batch commit: the three output
      *> files are closed and reopened extend so everything
              MOVE ZERO TO WS-SINCE-COMMIT
              GO TO 4400-EXIT
           END-IF
           PERFORM 4410-COMMIT-OUTPUTS THRU 4410-EXIT
           MOVE WS-FEED-PARTNER TO TFC-PARTNER-ID
           MOVE WS-FEED-DATE TO TFC-FEED-DATE
           MOVE WS-FEED-SEQ TO TFC-SEQUENCE-NO
           MOVE 'P' TO TFC-STATUS-FLAG
           MOVE WS-DETAIL-SEQ TO TFC-LAST-RECORD-NO
           MOVE WS-CURRENT-DATE-8 TO TFC-RUN-DATE
           MOVE ET-RUN-STAMP(WS-ENV-IX) TO TFC-RUN-STAMP
           REWRITE TFC-RECORD
              INVALID KEY
                 DISPLAY 'HELLOBCH FEEDCTL CHECKPOINT REWRITE '
       4400-EXIT.
           EXIT.

      *> The commit itself: pending work-queue items written, then
      *> the five output files closed and reopened extend so
      *> everything journaled so far is on the datasets. Taken at
      *> each checkpoint and at the end of each envelope.
       4410-COMMIT-OUTPUTS.
           PERFORM 3200-FLUSH-WORKQ THRU 3200-EXIT
           IF PF-SIMULATION-ON
              GO TO 4410-EXIT
           END-IF
           CLOSE ACT-JOURNAL-FILE
           CLOSE WORK-QUEUE-FILE
           CLOSE AUDIT-LOG-FILE
           CLOSE DUP-SUSPECT-FILE
           CLOSE EVENT-FEED-FILE
           OPEN EXTEND ACT-JOURNAL-FILE
           OPEN EXTEND WORK-QUEUE-FILE
           OPEN EXTEND AUDIT-LOG-FILE
           OPEN EXTEND DUP-SUSPECT-FILE
           OPEN EXTEND EVENT-FEED-FILE.
       4410-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 4500-REGISTER-FEED rewrites the feed's IN-PROGRESS registry
      *> record COMPLETE once the whole feed has processed, which
           MOVE WS-FEED-DATE TO TFC-FEED-DATE
           MOVE WS-FEED-SEQ TO TFC-SEQUENCE-NO
           MOVE 'C' TO TFC-STATUS-FLAG
           MOVE ET-DETAIL-COUNT(WS-ENV-IX) TO TFC-LAST-RECORD-NO
           MOVE WS-CURRENT-DATE-8 TO TFC-RUN-DATE
           MOVE ET-RUN-STAMP(WS-ENV-IX) TO TFC-RUN-STAMP
           REWRITE TFC-RECORD
              INVALID KEY
                 DISPLAY 'HELLOBCH FEEDCTL REGISTER FAILED FOR '
       4500-EXIT.
           EXIT.

      *> Parks the suspected duplicate on DUPSUSP, PENDING, with
      *> where it came from and when the transaction it repeats
      *> was processed (TG-RECORD still holds the signature 2600
      *> read), for a supervisor to release or dismiss.
       4600-WRITE-DUP-SUSPECT.
           IF PF-SIMULATION-ON
              DISPLAY 'SIMULATION - WOULD PARK DUPLICATE '
                 WS-ROUTE-ACCOUNT
              MOVE 'DUPS' TO SR-EVENT-CODE
              MOVE WS-TRAN-TYPE TO SR-DETAIL-CODE
              MOVE WS-ROUTE-ACCOUNT TO SR-KEY-VALUE
              PERFORM 7500-WRITE-SIM THRU 7500-EXIT
              GO TO 4600-EXIT
           END-IF
           MOVE SPACES TO DS-RECORD
           MOVE 'HBCH' TO DS-TRANS-ID
           MOVE WS-TASK-NO TO DS-TASK-ID
           MOVE 'BTCH' TO DS-TERMINAL-ID
           MOVE WS-CURRENT-DATE-8 TO DS-DATE
           MOVE WS-CURRENT-TIME-8 TO DS-TIME
           MOVE WS-ROUTE-ACCOUNT TO DS-ACCOUNT-NO
           MOVE WS-TRAN-TYPE TO DS-TRAN-TYPE
           MOVE WS-TRAN-AMOUNT TO DS-TRAN-AMOUNT
           MOVE WS-DETAIL-PARTNER TO DS-PARTNER-ID
           MOVE 'B' TO DS-SOURCE-FLAG
           MOVE WS-FEED-DATE TO DS-FEED-DATE
           MOVE WS-FEED-SEQ TO DS-FEED-SEQ
           MOVE WS-DETAIL-SEQ TO DS-DETAIL-SEQ
           MOVE TG-PROC-DATE TO DS-PRIOR-DATE
           MOVE TG-PROC-TIME TO DS-PRIOR-TIME
           MOVE 'P' TO DS-STATUS-FLAG
           MOVE SPACES TO DS-WORKED-BY
           MOVE ZERO TO DS-WORKED-DATE
           MOVE ZERO TO DS-WORKED-TIME
           MOVE ZERO TO DS-REDRIVE-TASK
           WRITE DS-RECORD.
       4600-EXIT.
           EXIT.

       5000-PRODUCE-SUMMARY.
           MOVE 'FEED ENVELOPES READ               ' TO RC-LABEL
           MOVE WS-ENV-COUNT TO RC-COUNT
           WRITE RPT-LINE FROM RPT-COUNT-LINE
           MOVE 'ENVELOPES QUARANTINED             ' TO RC-LABEL
           MOVE WS-QUAR-ENV-COUNT TO RC-COUNT
           WRITE RPT-LINE FROM RPT-COUNT-LINE
           MOVE '  RECORDS QUARANTINED             ' TO RC-LABEL
           MOVE WS-QUAR-REC-COUNT TO RC-COUNT
           WRITE RPT-LINE FROM RPT-COUNT-LINE
           MOVE 'FEED ACCOUNTS PROCESSED           ' TO RC-LABEL
           MOVE WS-PROCESSED-COUNT TO RC-COUNT
           WRITE RPT-LINE FROM RPT-COUNT-LINE
           MOVE 'ROUTED SPECIAL                    ' TO RC-LABEL
           MOVE WS-SPECIAL-COUNT TO RC-COUNT
           WRITE RPT-LINE FROM RPT-COUNT-LINE
           MOVE '  OF WHICH PAST VELOCITY LIMITS   ' TO RC-LABEL
           MOVE WS-VELOCITY-COUNT TO RC-COUNT
           WRITE RPT-LINE FROM RPT-COUNT-LINE
           MOVE 'REJECTED - INVALID INPUT          ' TO RC-LABEL
           MOVE WS-INVALID-COUNT TO RC-COUNT
           WRITE RPT-LINE FROM RPT-COUNT-LINE
           MOVE 'REJECTED - INVALID TRAN TYPE      ' TO RC-LABEL
           MOVE WS-INVTYPE-COUNT TO RC-COUNT
           WRITE RPT-LINE FROM RPT-COUNT-LINE
           MOVE 'REJECTED - NOT ON MASTER          ' TO RC-LABEL
           MOVE WS-NOTFND-COUNT TO RC-COUNT
           WRITE RPT-LINE FROM RPT-COUNT-LINE
           MOVE 'REJECTED - ACCOUNT CLOSED         ' TO RC-LABEL
           MOVE WS-CLOSED-COUNT TO RC-COUNT
           WRITE RPT-LINE FROM RPT-COUNT-LINE
           MOVE 'REJECTED - ACCOUNT ON HOLD        ' TO RC-LABEL
           MOVE WS-HOLD-COUNT TO RC-COUNT
           WRITE RPT-LINE FROM RPT-COUNT-LINE
           MOVE 'REJECTED - PARTNER NOT REGISTERED ' TO RC-LABEL
           MOVE WS-UNKPTNR-COUNT TO RC-COUNT
           WRITE RPT-LINE FROM RPT-COUNT-LINE
           MOVE 'REJECTED - SUSPECTED DUPLICATE    ' TO RC-LABEL
           MOVE WS-DUPTRAN-COUNT TO RC-COUNT
           WRITE RPT-LINE FROM RPT-COUNT-LINE
           MOVE 'FORWARDED FROM MERGED ACCOUNTS    ' TO RC-LABEL
           MOVE WS-FORWARD-COUNT TO RC-COUNT
           WRITE RPT-LINE FROM RPT-COUNT-LINE
           MOVE 'CORRECTIONS RECEIVED              ' TO RC-LABEL
           MOVE WS-CORRECTION-COUNT TO RC-COUNT
           WRITE RPT-LINE FROM RPT-COUNT-LINE
           MOVE '  RESOLVING A PRIOR REJECTION     ' TO RC-LABEL
           MOVE WS-CORR-RESOLVED-COUNT TO RC-COUNT
           WRITE RPT-LINE FROM RPT-COUNT-LINE
           MOVE '  MATCHING NO OUTSTANDING REJECT  ' TO RC-LABEL
           MOVE WS-CORR-NO-MATCH-COUNT TO RC-COUNT
           WRITE RPT-LINE FROM RPT-COUNT-LINE
           MOVE '  REJECTED - ORIGINAL OUTSTANDING ' TO RC-LABEL
           MOVE WS-CORR-REJECTED-COUNT TO RC-COUNT
           WRITE RPT-LINE FROM RPT-COUNT-LINE
           MOVE 'REJECTIONS RECORDED OUTSTANDING   ' TO RC-LABEL
           MOVE WS-REJ-RECORDED-COUNT TO RC-COUNT
           WRITE RPT-LINE FROM RPT-COUNT-LINE
           IF RUN-RESTARTED
              MOVE 'SKIPPED - DONE BEFORE RESTART     ' TO RC-LABEL
              MOVE WS-SKIPPED-RESUME TO RC-COUNT
              WRITE RPT-LINE FROM RPT-COUNT-LINE
           WRITE RPT-LINE FROM RPT-PARTNER-HEADING
           PERFORM 5100-WRITE-PARTNER-LINE THRU 5100-EXIT
              VARYING WS-PTNR-IX FROM 1 BY 1
              UNTIL WS-PTNR-IX > WS-PTNR-COUNT
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           WRITE RPT-LINE FROM RPT-ENVELOPE-HEADING
           PERFORM 5200-WRITE-ENVELOPE-LINE THRU 5200-EXIT
              VARYING WS-ENV-IX FROM 1 BY 1
              UNTIL WS-ENV-IX > WS-ENV-COUNT.
       5000-EXIT.
           EXIT.

           MOVE PT-NORMAL(WS-PTNR-IX) TO RP-NORMAL
           MOVE PT-SPECIAL(WS-PTNR-IX) TO RP-SPECIAL
           MOVE PT-INVALID(WS-PTNR-IX) TO RP-INVALID
           MOVE PT-INVTYPE(WS-PTNR-IX) TO RP-INVTYPE
           MOVE PT-NOTFND(WS-PTNR-IX) TO RP-NOTFND
           MOVE PT-CLOSED(WS-PTNR-IX) TO RP-CLOSED
           MOVE PT-HOLD(WS-PTNR-IX) TO RP-HOLD
           MOVE PT-UNKPTNR(WS-PTNR-IX) TO RP-UNKPTNR
           MOVE PT-DUPTRAN(WS-PTNR-IX) TO RP-DUPTRAN
           WRITE RPT-LINE FROM RPT-PARTNER-LINE.
       5100-EXIT.
           EXIT.

      *> One line per envelope, in feed order: its identity, how
      *> many details it carried and what became of them, and its
      *> disposition - with the reason when it was quarantined.
       5200-WRITE-ENVELOPE-LINE.
           MOVE WS-ENV-IX TO RE-ENVELOPE-NO
           MOVE ET-PARTNER(WS-ENV-IX) TO RE-PARTNER
           MOVE ET-FEED-DATE(WS-ENV-IX) TO RE-FEED-DATE
           MOVE ET-FEED-SEQ(WS-ENV-IX) TO RE-FEED-SEQ
           MOVE ET-DETAIL-COUNT(WS-ENV-IX) TO RE-DETAILS
           MOVE ET-PROCESSED(WS-ENV-IX) TO RE-PROCESSED
           MOVE ET-REJECTED(WS-ENV-IX) TO RE-REJECTED
           MOVE ET-SKIPPED(WS-ENV-IX) TO RE-SKIPPED
           MOVE SPACES TO RE-DISPOSITION
           MOVE SPACES TO RE-REASON
           EVALUATE TRUE
              WHEN ET-FAILED(WS-ENV-IX)
                 STRING 'QUARANTINED ' DELIMITED BY SIZE
                        ET-FAIL-COND(WS-ENV-IX) DELIMITED BY SPACE
                    INTO RE-DISPOSITION
                 END-STRING
                 MOVE ET-FAIL-TEXT(WS-ENV-IX) TO RE-REASON
              WHEN ET-ALREADY-DONE(WS-ENV-IX)
                 MOVE 'ALREADY COMPLETE' TO RE-DISPOSITION
              WHEN ET-RESTART(WS-ENV-IX)
                 MOVE 'RESUMED' TO RE-DISPOSITION
              WHEN OTHER
                 MOVE 'PROCESSED' TO RE-DISPOSITION
           END-EVALUATE
           WRITE RPT-LINE FROM RPT-ENVELOPE-LINE.
       5200-EXIT.
           EXIT.

      *> One outcome record on the return feed for the detail just
      *> disposed - account as sent, disposition, partner, and the
      *> survivor's number when the account sent was merged away;
      *> for a correction, the rejection it quoted and what became
      *> of it. OUTREJ is brought up to date first (6200), and the
      *> outcome published on the event feed (6300) - every detail
      *> disposed passes through here. A simulation run transmits
      *> nothing back.
       6000-WRITE-RETURN.
           PERFORM 6200-TRACK-REJECTION THRU 6200-EXIT
           PERFORM 6300-WRITE-EVENT THRU 6300-EXIT
           IF PF-SIMULATION-ON
              GO TO 6000-EXIT
           END-IF
           MOVE TFD-ACCOUNT-NO TO RFD-ACCOUNT-NO
           MOVE WS-RETURN-DISP TO RFD-DISPOSITION
           MOVE WS-DETAIL-PARTNER TO RFD-PARTNER-ID
           IF WS-MERGED-FROM NOT = SPACES
              MOVE WS-ROUTE-ACCOUNT TO RFD-NEW-ACCOUNT-NO
           END-IF
           IF TFD-CORRECTION
              MOVE WS-CORR-STATUS TO RFD-CORR-STATUS
              IF TFD-ORIG-FEED-DATE NUMERIC
                 MOVE TFD-ORIG-FEED-DATE TO RFD-ORIG-FEED-DATE
              END-IF
              IF TFD-ORIG-SEQUENCE-NO NUMERIC
                 MOVE TFD-ORIG-SEQUENCE-NO TO RFD-ORIG-SEQUENCE-NO
              END-IF
              MOVE TFD-ORIG-ACCOUNT-NO TO RFD-ORIG-ACCOUNT-NO
           END-IF
           WRITE RF-RECORD
           ADD 1 TO WS-RETURN-COUNT.
       6000-EXIT.
           EXIT.

      *> Closes the envelope's returns with their counted trailer,
      *> so the partner's side can verify the file arrived whole -
      *> the same proof we now demand of them inbound - and closes
      *> the partner's return dataset until its next envelope.
       6100-WRITE-RETURN-TRL.
           IF PF-SIMULATION-ON
              GO TO 6100-EXIT
           MOVE SPACES TO RF-RECORD
           MOVE 'TRL' TO RF-RECORD-ID
           MOVE WS-RETURN-COUNT TO RFT-RECORD-COUNT
           WRITE RF-RECORD
           CLOSE RETURN-FEED-FILE.
       6100-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 6200-TRACK-REJECTION keeps OUTREJ in step with the return
      *> just decided for the detail. A rejection the partner can
      *> put right goes on OUTSTANDING (6210). A correction detail
      *> that went through resolves the rejection it quotes (6220);
      *> one that was itself rejected - or held as a suspected
      *> duplicate - leaves the original outstanding, and is itself
      *> on OUTREJ to be corrected in its turn.
      *> ----------------------------------------------------------
       6200-TRACK-REJECTION.
           MOVE SPACE TO WS-CORR-STATUS
           IF WS-RETURN-DISP NOT = 'NORMAL'
              AND WS-RETURN-DISP NOT = 'SPECIAL'
              AND WS-RETURN-DISP NOT = 'DUPTRAN'
              PERFORM 6210-RECORD-REJECTION THRU 6210-EXIT
           END-IF
           IF NOT TFD-CORRECTION
              GO TO 6200-EXIT
           END-IF
           ADD 1 TO WS-CORRECTION-COUNT
           IF WS-RETURN-DISP = 'NORMAL' OR WS-RETURN-DISP = 'SPECIAL'
              PERFORM 6220-RESOLVE-REJECTION THRU 6220-EXIT
           ELSE
              MOVE 'O' TO WS-CORR-STATUS
              ADD 1 TO WS-CORR-REJECTED-COUNT
           END-IF.
       6200-EXIT.
           EXIT.

      *> The rejection goes on OUTREJ under the identity the partner
      *> sees on its return - envelope, account as sent, detail
      *> number. A restart re-working its tail since the last
      *> checkpoint finds its own record already there and leaves
      *> it be.
       6210-RECORD-REJECTION.
           IF PF-SIMULATION-ON
              DISPLAY 'SIMULATION - WOULD RECORD REJECTION '
                 WS-RETURN-DISP ' ' TFD-ACCOUNT-NO
              MOVE 'REJO' TO SR-EVENT-CODE
              MOVE WS-RETURN-DISP TO SR-DETAIL-CODE
              MOVE TFD-ACCOUNT-NO TO SR-KEY-VALUE
              PERFORM 7500-WRITE-SIM THRU 7500-EXIT
              GO TO 6210-EXIT
           END-IF
           MOVE SPACES TO OJ-RECORD
           MOVE WS-FEED-PARTNER TO OJ-PARTNER-ID
           MOVE WS-FEED-DATE TO OJ-FEED-DATE
           MOVE WS-FEED-SEQ TO OJ-SEQUENCE-NO
           MOVE TFD-ACCOUNT-NO TO OJ-ACCOUNT-NO
           MOVE WS-DETAIL-SEQ TO OJ-DETAIL-SEQ
           MOVE WS-RETURN-DISP TO OJ-DISPOSITION
           MOVE WS-DETAIL-PARTNER TO OJ-DETAIL-PARTNER
           MOVE WS-TRAN-TYPE TO OJ-TRAN-TYPE
           MOVE WS-TRAN-AMOUNT TO OJ-TRAN-AMOUNT
           MOVE WS-CURRENT-DATE-8 TO OJ-REJECT-DATE
           MOVE WS-CURRENT-TIME-8 TO OJ-REJECT-TIME
           MOVE 'O' TO OJ-STATUS-FLAG
           MOVE ZERO TO OJ-RESOLVED-DATE OJ-RESOLVED-TIME
              OJ-CORR-FEED-DATE OJ-CORR-SEQUENCE-NO OJ-CORR-DETAIL-SEQ
           WRITE OJ-RECORD
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 ADD 1 TO WS-REJ-RECORDED-COUNT
           END-WRITE.
       6210-EXIT.
           EXIT.

      *> The rejection the correction quotes is looked for under the
      *> correction envelope's own partner - a partner resolves only
      *> its own rejections. Every detail of that envelope for that
      *> account is a candidate; the first still OUTSTANDING is the
      *> one resolved. No candidate, or a quoted identity that is
      *> not numeric, leaves the correction unmatched.
       6220-RESOLVE-REJECTION.
           MOVE 'N' TO WS-CORR-STATUS
           IF TFD-ORIG-FEED-DATE NOT NUMERIC
              OR TFD-ORIG-SEQUENCE-NO NOT NUMERIC
              GO TO 6220-COUNT
           END-IF
           MOVE WS-FEED-PARTNER TO OJ-PARTNER-ID
           MOVE TFD-ORIG-FEED-DATE TO OJ-FEED-DATE
           MOVE TFD-ORIG-SEQUENCE-NO TO OJ-SEQUENCE-NO
           MOVE TFD-ORIG-ACCOUNT-NO TO OJ-ACCOUNT-NO
           MOVE ZERO TO OJ-DETAIL-SEQ
           START OUTSTANDING-REJECT-FILE KEY IS NOT < OJ-KEY
              INVALID KEY
                 GO TO 6220-COUNT
           END-START
           MOVE 'Y' TO WS-REJ-MORE-SW
           PERFORM 6230-NEXT-REJECTION THRU 6230-EXIT
              UNTIL NOT REJECTION-MORE.
       6220-COUNT.
           IF WS-CORR-STATUS = 'R'
              ADD 1 TO WS-CORR-RESOLVED-COUNT
           ELSE
              ADD 1 TO WS-CORR-NO-MATCH-COUNT
           END-IF.
       6220-EXIT.
           EXIT.

      *> One candidate off OUTREJ. A rejection already resolved by
      *> this very correction is a restart re-working its tail -
      *> it counts as resolved again rather than unmatched.
       6230-NEXT-REJECTION.
           READ OUTSTANDING-REJECT-FILE NEXT RECORD
              AT END
                 MOVE 'N' TO WS-REJ-MORE-SW
                 GO TO 6230-EXIT
           END-READ
           IF OJ-PARTNER-ID NOT = WS-FEED-PARTNER
              OR OJ-FEED-DATE NOT = TFD-ORIG-FEED-DATE
              OR OJ-SEQUENCE-NO NOT = TFD-ORIG-SEQUENCE-NO
              OR OJ-ACCOUNT-NO NOT = TFD-ORIG-ACCOUNT-NO
              MOVE 'N' TO WS-REJ-MORE-SW
              GO TO 6230-EXIT
           END-IF
           IF OJ-RESOLVED
              IF OJ-CORR-FEED-DATE = WS-FEED-DATE
                 AND OJ-CORR-SEQUENCE-NO = WS-FEED-SEQ
                 AND OJ-CORR-DETAIL-SEQ = WS-DETAIL-SEQ
                 MOVE 'R' TO WS-CORR-STATUS
                 MOVE 'N' TO WS-REJ-MORE-SW
              END-IF
              GO TO 6230-EXIT
           END-IF
           MOVE 'R' TO WS-CORR-STATUS
           MOVE 'N' TO WS-REJ-MORE-SW
           IF PF-SIMULATION-ON
              DISPLAY 'SIMULATION - WOULD RESOLVE REJECTION '
                 OJ-DISPOSITION ' ' OJ-ACCOUNT-NO
              MOVE 'REJR' TO SR-EVENT-CODE
              MOVE OJ-DISPOSITION TO SR-DETAIL-CODE
              MOVE OJ-ACCOUNT-NO TO SR-KEY-VALUE
              PERFORM 7500-WRITE-SIM THRU 7500-EXIT
              GO TO 6230-EXIT
           END-IF
           MOVE 'R' TO OJ-STATUS-FLAG
           MOVE WS-CURRENT-DATE-8 TO OJ-RESOLVED-DATE
           MOVE WS-CURRENT-TIME-8 TO OJ-RESOLVED-TIME
           MOVE WS-FEED-DATE TO OJ-CORR-FEED-DATE
           MOVE WS-FEED-SEQ TO OJ-CORR-SEQUENCE-NO
           MOVE WS-DETAIL-SEQ TO OJ-CORR-DETAIL-SEQ
           MOVE WS-ROUTE-ACCOUNT TO OJ-CORR-ACCOUNT-NO
           MOVE WS-RETURN-DISP TO OJ-CORR-DISPOSITION
           REWRITE OJ-RECORD
              INVALID KEY
                 DISPLAY 'HELLOBCH OUTREJ RESOLVE FAILED FOR '
                    OJ-PARTNER-ID ' ' OJ-FEED-DATE ' '
                    OJ-SEQUENCE-NO ' ' OJ-ACCOUNT-NO
                 MOVE 'N' TO WS-CORR-STATUS
           END-REWRITE.
       6230-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 6300-WRITE-EVENT publishes the detail's final outcome on the
      *> EVTFEED batch event file for the CRM and fraud
      *> integrations - the record HELLO puts on its HEVT queue
      *> online - under the next HBCH sequence number for the run
      *> date (6310). The disposition is the route (NORMAL /
      *> SPECIAL) or the condition. An UNKPTNR detail never reached
      *> HELLORTE, so the reason slot would be the previous
      *> detail's; it goes out blank.
      *> ----------------------------------------------------------
       6300-WRITE-EVENT.
           MOVE SPACES TO OE-RECORD
           MOVE WS-RETURN-DISP TO OE-OUTCOME-CODE
           IF WS-RETURN-DISP = 'NORMAL' OR WS-RETURN-DISP = 'SPECIAL'
              MOVE 'R' TO OE-OUTCOME-CLASS
           ELSE
              MOVE 'C' TO OE-OUTCOME-CLASS
           END-IF
           IF PF-SIMULATION-ON
              DISPLAY 'SIMULATION - WOULD PUBLISH EVENT '
                 WS-RETURN-DISP ' ' WS-ROUTE-ACCOUNT
              MOVE 'EVNT' TO SR-EVENT-CODE
              MOVE WS-RETURN-DISP TO SR-DETAIL-CODE
              MOVE WS-ROUTE-ACCOUNT TO SR-KEY-VALUE
              PERFORM 7500-WRITE-SIM THRU 7500-EXIT
              GO TO 6300-EXIT
           END-IF
           ACCEPT WS-EVT-TIME FROM TIME
           PERFORM 6310-NEXT-EVENT-SEQ THRU 6310-EXIT
           MOVE 'E' TO OE-RECORD-TYPE
           MOVE '01' TO OE-LAYOUT-VERSION
           MOVE EC-STREAM TO OE-STREAM
           MOVE EC-EVENT-DATE TO OE-EVENT-DATE
           MOVE EC-LAST-SEQUENCE TO OE-SEQUENCE-NO
           MOVE WS-EVT-TIME TO OE-EVENT-TIME
           MOVE 'HELLOBCH' TO OE-SOURCE-PROGRAM
           MOVE 'HBCH' TO OE-TRANS-ID
           MOVE WS-TASK-NO TO OE-TASK-ID
           IF WS-RETURN-DISP NOT = 'UNKPTNR'
              MOVE RT-REASON-CODE TO OE-REASON-CODE
           END-IF
           MOVE WS-ROUTE-ACCOUNT TO OE-ACCOUNT-NO
           MOVE WS-MERGED-FROM TO OE-MERGED-FROM-ACCT
           MOVE WS-DETAIL-PARTNER TO OE-PARTNER-ID
           MOVE WS-TRAN-TYPE TO OE-TRAN-TYPE
           MOVE WS-TRAN-AMOUNT TO OE-TRAN-AMOUNT
           WRITE OE-RECORD.
       6300-EXIT.
           EXIT.

      *> Takes the HBCH stream's next sequence number for the run
      *> date on EVTCTL, creating the day's record on first use -
      *> the number taken is left in EC-LAST-SEQUENCE.
       6310-NEXT-EVENT-SEQ.
           MOVE WS-CURRENT-DATE-8 TO EC-EVENT-DATE
           MOVE 'HBCH' TO EC-STREAM
           READ EVENT-CONTROL-FILE
              INVALID KEY
                 MOVE SPACES TO EC-RECORD
                 MOVE WS-CURRENT-DATE-8 TO EC-EVENT-DATE
                 MOVE 'HBCH' TO EC-STREAM
                 MOVE ZERO TO EC-LAST-SEQUENCE EC-ROUTED-COUNT
                    EC-COND-COUNT
                 MOVE WS-EVT-TIME TO EC-FIRST-TIME
                 PERFORM 6320-APPLY-EVENT THRU 6320-EXIT
                 WRITE EC-RECORD
              NOT INVALID KEY
                 PERFORM 6320-APPLY-EVENT THRU 6320-EXIT
                 REWRITE EC-RECORD
           END-READ.
       6310-EXIT.
           EXIT.

       6320-APPLY-EVENT.
           ADD 1 TO EC-LAST-SEQUENCE
           IF OE-OUTCOME-CONDITION
              ADD 1 TO EC-COND-COUNT
           ELSE
              ADD 1 TO EC-ROUTED-COUNT
           END-IF
           MOVE WS-EVT-TIME TO EC-LAST-TIME.
       6320-EXIT.
           EXIT.

      *> Adds this detail to its partner's tally entry (positioned
      *> by 2050-RESOLVE-PARTNER; a partner past the table cap has
      *> no entry and tallies only in the overall counts).
      *> WS-PTNR-FUNC picks the counter: P=processed, N=routed
      *> normal, S=routed special, V=invalid input, T=invalid
      *> transaction type, M=not on master, C=account closed,
      *> H=account on hold, U=partner not registered, D=suspected
      *> duplicate.
       7000-TALLY-PARTNER.
           IF WS-PTNR-CUR-IX = ZERO
              GO TO 7000-EXIT
                 ADD 1 TO PT-SPECIAL(WS-PTNR-CUR-IX)
              WHEN 'V'
                 ADD 1 TO PT-INVALID(WS-PTNR-CUR-IX)
              WHEN 'T'
                 ADD 1 TO PT-INVTYPE(WS-PTNR-CUR-IX)
              WHEN 'M'
                 ADD 1 TO PT-NOTFND(WS-PTNR-CUR-IX)
              WHEN 'C'
                 ADD 1 TO PT-CLOSED(WS-PTNR-CUR-IX)
              WHEN 'H'
                 ADD 1 TO PT-HOLD(WS-PTNR-CUR-IX)
              WHEN 'U'
                 ADD 1 TO PT-UNKPTNR(WS-PTNR-CUR-IX)
              WHEN 'D'
                 ADD 1 TO PT-DUPTRAN(WS-PTNR-CUR-IX)
           END-EVALUATE.
       7000-EXIT.
           EXIT.

      *> Totals the detail rejects so far, every condition - the
      *> run's return code and each envelope's reject count.
       7100-SUM-FAILED.
           COMPUTE WS-FAILED-COUNT =
              WS-INVALID-COUNT + WS-INVTYPE-COUNT + WS-NOTFND-COUNT
              + WS-CLOSED-COUNT + WS-HOLD-COUNT + WS-UNKPTNR-COUNT
              + WS-DUPTRAN-COUNT.
       7100-EXIT.
           EXIT.

      *> One simulation-results record for the action just logged
      *> instead of taken - the caller has set SR-EVENT-CODE,
      *> SR-DETAIL-CODE, and SR-KEY-VALUE. Only ever reached under
      *> PF-SIMULATION-ON.
       7500-WRITE-SIM.
           MOVE 'HBCH' TO SR-TRANS-ID
           MOVE WS-TASK-NO TO SR-TASK-ID
           MOVE WS-CURRENT-DATE-8 TO SR-DATE
           MOVE WS-CURRENT-TIME-8 TO SR-TIME
           MOVE WS-BUSINESS-DATE TO SR-BUSINESS-DATE
           MOVE WS-TRAN-AMOUNT TO SR-TRAN-AMOUNT
           WRITE SR-RECORD.
       7500-EXIT.
           EXIT.

      *> Adds this account to the control totals for the run's
      *> business date on CTLTOTLS, creating the date's record on
      *> first use, the same S/N/P/F counters HELLO bumps online.
      *> Simulation runs leave the totals alone, matching the
      *> skipped writes.
       8000-BUMP-CONTROL.
           IF PF-SIMULATION-ON
              MOVE 'CTLT' TO SR-EVENT-CODE
              MOVE WS-CTL-FUNC TO SR-DETAIL-CODE
              MOVE WS-ROUTE-ACCOUNT TO SR-KEY-VALUE
              PERFORM 7500-WRITE-SIM THRU 7500-EXIT
              GO TO 8000-EXIT
           END-IF
           MOVE WS-BUSINESS-DATE TO CT-CONTROL-DATE
           READ CONTROL-TOTALS-FILE
              INVALID KEY
                 MOVE SPACES TO CT-RECORD
                 MOVE WS-BUSINESS-DATE TO CT-CONTROL-DATE
                 MOVE ZERO TO CT-TASKS-STARTED CT-ROUTED-NORMAL
                    CT-ROUTED-SPECIAL CT-COND-FAILED
                 MOVE ZERO TO CT-VALUE-NORMAL CT-VALUE-SPECIAL
           IF CT-VALUE-SPECIAL NOT NUMERIC
              MOVE ZERO TO CT-VALUE-SPECIAL
           END-IF
           MOVE WS-CURRENT-DATE-8 TO CT-LAST-CLOCK-DATE
           MOVE WS-CURRENT-TIME-8 TO CT-LAST-CLOCK-TIME
           EVALUATE WS-CTL-FUNC
              WHEN 'S'
                 ADD 1 TO CT-TASKS-STARTED
       8100-EXIT.
           EXIT.

      *> Start and end records on the RUNLEDG run ledger; the end
      *> record carries the counts the run prints.
       9900-RECORD-RUN.
           MOVE 'HELLOBCH' TO RN-PROGRAM
           MOVE RETURN-CODE TO RN-RETURN-CODE
           MOVE WS-PROCESSED-COUNT TO RN-RECORDS-READ
           MOVE WS-RETURN-COUNT TO RN-RECORDS-WRITTEN
           MOVE 'ENVELOPES' TO RN-COUNT-LABEL(1)
           MOVE WS-ENV-COUNT TO RN-COUNT-VALUE(1)
           MOVE 'QUARANTINED' TO RN-COUNT-LABEL(2)
           MOVE WS-QUAR-ENV-COUNT TO RN-COUNT-VALUE(2)
           MOVE 'NORMAL' TO RN-COUNT-LABEL(3)
           MOVE WS-NORMAL-COUNT TO RN-COUNT-VALUE(3)
           MOVE 'SPECIAL' TO RN-COUNT-LABEL(4)
           MOVE WS-SPECIAL-COUNT TO RN-COUNT-VALUE(4)
           MOVE 'REJECTED' TO RN-COUNT-LABEL(5)
           MOVE WS-FAILED-COUNT TO RN-COUNT-VALUE(5)
           MOVE 'FORWARDED' TO RN-COUNT-LABEL(6)
           MOVE WS-FORWARD-COUNT TO RN-COUNT-VALUE(6)
           MOVE 'CORRECTIONS' TO RN-COUNT-LABEL(7)
           MOVE WS-CORRECTION-COUNT TO RN-COUNT-VALUE(7)
           MOVE 'REJ RECORDED' TO RN-COUNT-LABEL(8)
           MOVE WS-REJ-RECORDED-COUNT TO RN-COUNT-VALUE(8)
           CALL 'RUNLEDGR' USING RN-PARMS.
       9900-EXIT.
           EXIT.

       9999-TERMINATE.
           CLOSE TRANSACTION-FEED-FILE
           CLOSE FEED-CONTROL-FILE
           CLOSE PARTNER-MASTER-FILE
           CLOSE ALERT-FILE
           CLOSE SIM-RESULTS-FILE
           CLOSE QUARANTINE-FILE
           CLOSE CUSTOMER-MASTER-FILE
           CLOSE TRAN-TYPE-FILE
           CLOSE ACT-JOURNAL-FILE
           CLOSE WORK-QUEUE-FILE
           CLOSE AUDIT-LOG-FILE
           CLOSE DUP-SUSPECT-FILE
           CLOSE CONTROL-TOTALS-FILE
           CLOSE EVENT-FEED-FILE
           CLOSE EVENT-CONTROL-FILE
           CLOSE ACCOUNT-POSITION-FILE
           CLOSE VELOCITY-FILE
           CLOSE TRAN-SIGNATURE-FILE
           CLOSE OUTSTANDING-REJECT-FILE
           CLOSE ACCOUNT-HOLD-FILE
           CLOSE ACCOUNT-XREF-FILE
           CLOSE REPORT-FILE.
       9999-EXIT.
           EXIT.
