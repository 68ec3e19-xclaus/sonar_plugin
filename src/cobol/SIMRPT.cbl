      *> artifact instead of scrolled-off console lines. The sim-
      *> only actions with no actual counterpart on those files
      *> (checkpoints, rollbacks, alerts, pages, control-total
      *> bumps, position postings) report as plain counts. The
      *> actual column beside the simulated work-queue volume is
      *> the day's actual special routings - the journal is the
      *> closest the actual files come to queue volume now that
      *> repeat hits consolidate.
      *>
      *> All three files are filtered to the business date the last
      *> BUSEOD end-of-day closed, same as CTLBAL. RETURN-CODE 8
      *> when the condition table overflowed and the report must be
      *> treated as incomplete.
      *>
      *> Modification history
      *>   2026-09-03  PAY  Initial version.
      *>   2026-09-16  PAY  Account-position postings the run would
      *>                    have made (SR-EVENT-POSITION) count on
      *>                    the sim-only list.
      *>   2026-09-18  PAY  Velocity-record updates the run would
      *>                    have made (SR-EVENT-VELOCITY) count on
      *>                    the sim-only list, with the ones whose
      *>                    route tripped a velocity limit broken
      *>                    out.
      *>   2026-09-30  PAY  Feed envelopes the run would have
      *>                    quarantined (SR-EVENT-QUARANTINE) count
      *>                    on the sim-only list.
      *>   2026-10-02  PAY  Transaction-signature updates and
      *>                    suspected duplicates the run would have
      *>                    recorded (SR-EVENT-SIGNATURE,
      *>                    SR-EVENT-DUPSUSPECT) count on the
      *>                    sim-only list.
      *>   2026-10-05  PAY  Feed rejections the run would have put
      *>                    on OUTREJ and prior rejections its
      *>                    corrections would have resolved
      *>                    (SR-EVENT-REJECT-OPEN,
      *>                    SR-EVENT-REJECT-RESOLVE) count on the
      *>                    sim-only list.
      *>   2026-10-12  PAY  Outbound routing-outcome events the run
      *>                    would have published (SR-EVENT-OUTBOUND)
      *>                    count on the sim-only list.
      *>   2026-10-13  PAY  Start and end records on the RUNLEDG run
      *>                    ledger through RUNLEDGR.
      *>   2026-10-15  PAY  Reports a business date, not the run
      *>                    date: the one the last BUSEOD end-of-day
      *>                    closed, off the BUSCAL calendar. Results,
      *>                    journal and failure rows are selected by
      *>                    their business date; rows written before
      *>                    the stamp are taken on their clock date.
      *>                    No calendar, or none closed yet - the run
      *>                    date, as before.
      *> ------------------------------------------------------------

       ENVIRONMENT DIVISION.
              ORGANIZATION IS SEQUENTIAL.
           SELECT AUDIT-LOG-FILE ASSIGN TO AUDITLOG
              ORGANIZATION IS SEQUENTIAL.
           SELECT BUSINESS-CALENDAR-FILE ASSIGN TO BUSCAL
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS BC-KEY.
           SELECT REPORT-FILE ASSIGN TO RPTOUT
              ORGANIZATION IS SEQUENTIAL.

           RECORDING MODE IS F.
           COPY AUDITLOG.

       FD  BUSINESS-CALENDAR-FILE.
           COPY BUSCAL.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  RPT-LINE                   PIC X(80).
       77  WS-AUDIT-EOF-SW            PIC X(01) VALUE 'N'.
           88 AUDIT-EOF                   VALUE 'Y'.
       77  WS-REPORT-DATE             PIC 9(08).
      *> The business date a row belongs to - its clock date when it
      *> predates the business-date stamp.
       77  WS-ROW-DATE                PIC 9(08).
       77  WS-SIM-RECORD-COUNT        PIC 9(09) COMP VALUE ZERO.
       77  WS-SIM-NORMAL              PIC 9(07) COMP VALUE ZERO.
       77  WS-SIM-SPECIAL             PIC 9(07) COMP VALUE ZERO.
       77  WS-SIM-WORKQ               PIC 9(07) COMP VALUE ZERO.
       77  WS-SIM-ALERT               PIC 9(07) COMP VALUE ZERO.
       77  WS-SIM-PAGE                PIC 9(07) COMP VALUE ZERO.
       77  WS-SIM-CTL                 PIC 9(07) COMP VALUE ZERO.
       77  WS-SIM-POSN                PIC 9(07) COMP VALUE ZERO.
       77  WS-SIM-VELO                PIC 9(07) COMP VALUE ZERO.
       77  WS-SIM-VELO-TRIP           PIC 9(07) COMP VALUE ZERO.
       77  WS-SIM-QUAR                PIC 9(07) COMP VALUE ZERO.
       77  WS-SIM-TSIG                PIC 9(07) COMP VALUE ZERO.
       77  WS-SIM-DUPS                PIC 9(07) COMP VALUE ZERO.
       77  WS-SIM-REJO                PIC 9(07) COMP VALUE ZERO.
       77  WS-SIM-REJR                PIC 9(07) COMP VALUE ZERO.
       77  WS-SIM-EVNT                PIC 9(07) COMP VALUE ZERO.
       77  WS-ACT-NORMAL              PIC 9(07) COMP VALUE ZERO.
       77  WS-ACT-SPECIAL             PIC 9(07) COMP VALUE ZERO.
       77  WS-COND-IX                 PIC 9(02) COMP.
           05 FILLER                  PIC X(40)
              VALUE 'HELLO SIMULATION REVIEW REPORT'.
       01  RPT-DATE-LINE.
           05 FILLER                  PIC X(14)
              VALUE 'BUSINESS DATE '.
           05 RD-DATE                 PIC 9(08).
       01  RPT-COMPARE-HEADING.
           05 FILLER                  PIC X(48) VALUE
           05 RT-LABEL                PIC X(28).
           05 RT-COUNT                PIC ZZZ,ZZ9.

           COPY RUNLPRM.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           MOVE 'S' TO RN-FUNCTION
           PERFORM 9900-RECORD-RUN THRU 9900-EXIT
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-PROCESS-SIM THRU 2000-EXIT
              UNTIL SIM-EOF
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           MOVE 'E' TO RN-FUNCTION
           PERFORM 9900-RECORD-RUN THRU 9900-EXIT
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD
           PERFORM 1100-GET-REPORT-DATE THRU 1100-EXIT
           OPEN INPUT SIM-RESULTS-FILE
           OPEN INPUT ACT-JOURNAL-FILE
           OPEN INPUT AUDIT-LOG-FILE
       1000-EXIT.
           EXIT.

      *> The business date the last end-of-day closed is the day to
      *> review. No calendar, or no day closed on it yet, leaves the
      *> run date in place.
       1100-GET-REPORT-DATE.
           OPEN INPUT BUSINESS-CALENDAR-FILE
           MOVE 'C' TO BC-RECORD-TYPE
           MOVE ZERO TO BC-KEY-DATE
           READ BUSINESS-CALENDAR-FILE
              INVALID KEY
                 DISPLAY 'SIMRPT BUSCAL CONTROL RECORD NOT FOUND - '
                    'REPORTING THE RUN DATE'
              NOT INVALID KEY
                 IF BC-PRIOR-BUSINESS-DATE NUMERIC
                    AND BC-PRIOR-BUSINESS-DATE > ZERO
                    MOVE BC-PRIOR-BUSINESS-DATE TO WS-REPORT-DATE
                 END-IF
           END-READ
           CLOSE BUSINESS-CALENDAR-FILE.
       1100-EXIT.
           EXIT.

       2000-PROCESS-SIM.
           IF SR-BUSINESS-DATE NUMERIC
              AND SR-BUSINESS-DATE > ZERO
              MOVE SR-BUSINESS-DATE TO WS-ROW-DATE
           ELSE
              MOVE SR-DATE TO WS-ROW-DATE
           END-IF
           IF WS-ROW-DATE NOT = WS-REPORT-DATE
              GO TO 2000-NEXT
           END-IF
           ADD 1 TO WS-SIM-RECORD-COUNT
           EVALUATE TRUE
              WHEN SR-EVENT-JOURNAL
                 IF SR-DETAIL-CODE = 'SPECIAL'
                 ADD 1 TO WS-SIM-PAGE
              WHEN SR-EVENT-CONTROL
                 ADD 1 TO WS-SIM-CTL
              WHEN SR-EVENT-POSITION
                 ADD 1 TO WS-SIM-POSN
              WHEN SR-EVENT-VELOCITY
                 ADD 1 TO WS-SIM-VELO
                 IF SR-DETAIL-CODE = 'VCT' OR SR-DETAIL-CODE = 'VVL'
                    ADD 1 TO WS-SIM-VELO-TRIP
                 END-IF
              WHEN SR-EVENT-QUARANTINE
                 ADD 1 TO WS-SIM-QUAR
              WHEN SR-EVENT-SIGNATURE
                 ADD 1 TO WS-SIM-TSIG
              WHEN SR-EVENT-DUPSUSPECT
                 ADD 1 TO WS-SIM-DUPS
              WHEN SR-EVENT-REJECT-OPEN
                 ADD 1 TO WS-SIM-REJO
              WHEN SR-EVENT-REJECT-RESOLVE
                 ADD 1 TO WS-SIM-REJR
              WHEN SR-EVENT-OUTBOUND
                 ADD 1 TO WS-SIM-EVNT
           END-EVALUATE.
       2000-NEXT.
           READ SIM-RESULTS-FILE
           EXIT.

       3000-COUNT-JOURNAL.
           IF AJ-BUSINESS-DATE NUMERIC
              AND AJ-BUSINESS-DATE > ZERO
              MOVE AJ-BUSINESS-DATE TO WS-ROW-DATE
           ELSE
              MOVE AJ-DATE TO WS-ROW-DATE
           END-IF
           IF WS-ROW-DATE = WS-REPORT-DATE
              IF AJ-ROUTE-SPECIAL
                 ADD 1 TO WS-ACT-SPECIAL
              ELSE
      *> actual side, same as CTLBAL - maintenance events are not
      *> tasks a simulation would have produced.
       4000-COUNT-AUDIT.
           IF AL-BUSINESS-DATE NUMERIC
              AND AL-BUSINESS-DATE > ZERO
              MOVE AL-BUSINESS-DATE TO WS-ROW-DATE
           ELSE
              MOVE AL-DATE TO WS-ROW-DATE
           END-IF
           IF WS-ROW-DATE = WS-REPORT-DATE
              IF AL-TRANS-ID = 'HELO' OR AL-TRANS-ID = 'HBCH'
                 MOVE AL-CONDITION-CODE TO WS-TALLY-CODE
                 MOVE 'A' TO WS-TALLY-SIDE
           WRITE RPT-LINE FROM RPT-COUNT-LINE
           MOVE 'CONTROL-TOTAL BUMPS         ' TO RT-LABEL
           MOVE WS-SIM-CTL TO RT-COUNT
           WRITE RPT-LINE FROM RPT-COUNT-LINE
           MOVE 'POSITION POSTINGS           ' TO RT-LABEL
           MOVE WS-SIM-POSN TO RT-COUNT
           WRITE RPT-LINE FROM RPT-COUNT-LINE
           MOVE 'VELOCITY UPDATES            ' TO RT-LABEL
           MOVE WS-SIM-VELO TO RT-COUNT
           WRITE RPT-LINE FROM RPT-COUNT-LINE
           MOVE '  OF WHICH OVER A LIMIT     ' TO RT-LABEL
           MOVE WS-SIM-VELO-TRIP TO RT-COUNT
           WRITE RPT-LINE FROM RPT-COUNT-LINE
           MOVE 'ENVELOPES QUARANTINED       ' TO RT-LABEL
           MOVE WS-SIM-QUAR TO RT-COUNT
           WRITE RPT-LINE FROM RPT-COUNT-LINE
           MOVE 'SIGNATURE UPDATES           ' TO RT-LABEL
           MOVE WS-SIM-TSIG TO RT-COUNT
           WRITE RPT-LINE FROM RPT-COUNT-LINE
           MOVE 'SUSPECTED DUPLICATES        ' TO RT-LABEL
           MOVE WS-SIM-DUPS TO RT-COUNT
           WRITE RPT-LINE FROM RPT-COUNT-LINE
           MOVE 'REJECTIONS OUTSTANDING      ' TO RT-LABEL
           MOVE WS-SIM-REJO TO RT-COUNT
           WRITE RPT-LINE FROM RPT-COUNT-LINE
           MOVE 'REJECTIONS RESOLVED         ' TO RT-LABEL
           MOVE WS-SIM-REJR TO RT-COUNT
           WRITE RPT-LINE FROM RPT-COUNT-LINE
           MOVE 'OUTBOUND EVENTS             ' TO RT-LABEL
           MOVE WS-SIM-EVNT TO RT-COUNT
           WRITE RPT-LINE FROM RPT-COUNT-LINE.
       5000-EXIT.
           EXIT.
       5100-EXIT.
           EXIT.

      *> Start and end records on the RUNLEDG run ledger; the end
      *> record carries the counts the run prints.
       9900-RECORD-RUN.
           MOVE 'SIMRPT' TO RN-PROGRAM
           MOVE RETURN-CODE TO RN-RETURN-CODE
           MOVE WS-SIM-RECORD-COUNT TO RN-RECORDS-READ
           MOVE ZERO TO RN-RECORDS-WRITTEN
           MOVE 'SIM NORMAL' TO RN-COUNT-LABEL(1)
           MOVE WS-SIM-NORMAL TO RN-COUNT-VALUE(1)
           MOVE 'SIM SPECIAL' TO RN-COUNT-LABEL(2)
           MOVE WS-SIM-SPECIAL TO RN-COUNT-VALUE(2)
           MOVE 'ACT NORMAL' TO RN-COUNT-LABEL(3)
           MOVE WS-ACT-NORMAL TO RN-COUNT-VALUE(3)
           MOVE 'ACT SPECIAL' TO RN-COUNT-LABEL(4)
           MOVE WS-ACT-SPECIAL TO RN-COUNT-VALUE(4)
           MOVE 'SIM WORKQ' TO RN-COUNT-LABEL(5)
           MOVE WS-SIM-WORKQ TO RN-COUNT-VALUE(5)
           MOVE 'SIM ALERTS' TO RN-COUNT-LABEL(6)
           MOVE WS-SIM-ALERT TO RN-COUNT-VALUE(6)
           MOVE 'SIM CTL BUMP' TO RN-COUNT-LABEL(7)
           MOVE WS-SIM-CTL TO RN-COUNT-VALUE(7)
           MOVE 'SIM EVENTS' TO RN-COUNT-LABEL(8)
           MOVE WS-SIM-EVNT TO RN-COUNT-VALUE(8)
           CALL 'RUNLEDGR' USING RN-PARMS.
       9900-EXIT.
           EXIT.

       9999-TERMINATE.
           CLOSE SIM-RESULTS-FILE
           CLOSE ACT-JOURNAL-FILE
