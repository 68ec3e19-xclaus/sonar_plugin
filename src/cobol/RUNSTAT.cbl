       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RUNSTAT.
       AUTHOR.        OPERATIONS SUPPORT GROUP.
       INSTALLATION.  HELLO TRANSACTION SYSTEM.
       DATE-WRITTEN.  2026-10-13.
       DATE-COMPILED.

      *> ------------------------------------------------------------
      *> RUNSTAT
      *>
      *> Morning batch status report. Run first thing in the morning
      *> once the nightly batch is over, it reads the RUNLEDG run
      *> ledger - the start and end records every batch program
      *> writes through RUNLEDGR - against the RUNSCHD expected
      *> schedule and reports on the night just gone. The night
      *> starts at WS-WINDOW-START-TIME on the day before the run
      *> date and runs up to now; a job's run belongs to the night
      *> its start record falls in.
      *>
      *> For every program on the schedule, and every program that
      *> ran in the night whether scheduled or not, the report gives
      *> one line:
      *>
      *>   - ran and ended 0 (OK), or ended with its return code;
      *>   - FAILED - ended 8 or higher;
      *>   - NO END RECORD - started, but no end record behind the
      *>     start: abended, or still running;
      *>   - MISSING - due on the schedule for the night and no
      *>     start record at all;
      *>   - NOT DUE - on the schedule, not due that night, did not
      *>     run.
      *>
      *> A job that ran is set against its average over the previous
      *> WS-HISTORY-NIGHTS nights of ledger end records: records read
      *> (its volume) and elapsed seconds, each as a percentage of
      *> the average and flagged H or L when it is more than
      *> WS-VARIANCE-PCT per cent above or below it. Elapsed time is
      *> only flagged once the average is WS-MIN-ELAPSED seconds or
      *> more; a job that runs in a few seconds flags on noise.
      *>
      *> Each MISSING, FAILED and NO END RECORD job raises a
      *> severity-3 alert on the permanent ALERTF alert file (JOBMISS,
      *> JOBFAIL and JOBABND respectively), keyed by program name,
      *> the same way FEEDMISS alerts a missing partner feed.
      *> RETURN-CODE 4 when any job is missing or failed in either
      *> sense; 0 otherwise.
      *>
      *> Modification history
      *>   2026-10-13  PAY  Initial version.
      *> ------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHEDULE-FILE ASSIGN TO RUNSCHD
              ORGANIZATION IS SEQUENTIAL.
           SELECT RUN-LEDGER-FILE ASSIGN TO RUNLEDG
              ORGANIZATION IS SEQUENTIAL.
           SELECT ALERT-FILE ASSIGN TO ALERTF
              ORGANIZATION IS SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO RPTOUT
              ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SCHEDULE-FILE
           RECORDING MODE IS F.
           COPY RUNSCHD.

       FD  RUN-LEDGER-FILE
           RECORDING MODE IS F.
           COPY RUNLEDG.

       FD  ALERT-FILE
           RECORDING MODE IS F.
           COPY ALERTQ.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  RPT-LINE                   PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-SCHED-EOF-SW            PIC X(01) VALUE 'N'.
           88 SCHEDULE-EOF                VALUE 'Y'.
       77  WS-LEDGER-EOF-SW           PIC X(01) VALUE 'N'.
           88 LEDGER-EOF                  VALUE 'Y'.
       77  WS-OVERFLOW-SW             PIC X(01) VALUE 'N'.
           88 TABLE-OVERFLOW              VALUE 'Y'.
       77  WS-MONTH-END-SW            PIC X(01) VALUE 'N'.
           88 MONTH-END-NIGHT             VALUE 'Y'.
       77  WS-JOB-IX                  PIC 9(03) COMP.
       77  WS-JOB-FOUND-IX            PIC 9(03) COMP.
       77  WS-JOB-COUNT               PIC 9(03) COMP VALUE ZERO.
       77  WS-SCHEDULE-COUNT          PIC 9(05) COMP VALUE ZERO.
       77  WS-LEDGER-COUNT            PIC 9(09) COMP VALUE ZERO.
       77  WS-RAN-COUNT               PIC 9(05) COMP VALUE ZERO.
       77  WS-OK-COUNT                PIC 9(05) COMP VALUE ZERO.
       77  WS-WARNING-COUNT           PIC 9(05) COMP VALUE ZERO.
       77  WS-FAILED-COUNT            PIC 9(05) COMP VALUE ZERO.
       77  WS-NO-END-COUNT            PIC 9(05) COMP VALUE ZERO.
       77  WS-MISSING-COUNT           PIC 9(05) COMP VALUE ZERO.
       77  WS-NOT-DUE-COUNT           PIC 9(05) COMP VALUE ZERO.
       77  WS-UNSCHEDULED-COUNT       PIC 9(05) COMP VALUE ZERO.
       77  WS-VARIANCE-COUNT          PIC 9(05) COMP VALUE ZERO.
       77  WS-ALERT-COUNT             PIC 9(05) COMP VALUE ZERO.
       77  WS-CURRENT-DATE-8          PIC 9(08).
       77  WS-CURRENT-TIME-8          PIC 9(08).
       77  WS-DAY-OF-WEEK             PIC 9(01).
       77  WS-NIGHT-DAY-OF-WEEK       PIC 9(01).
       77  WS-RUN-INTEGER             PIC 9(07) COMP.
       77  WS-WORK-INTEGER            PIC 9(07) COMP.
       77  WS-AVG-READ                PIC 9(09).
       77  WS-AVG-ELAPSED             PIC 9(07).
       77  WS-SCALED-VALUE            PIC 9(13) COMP.
       77  WS-HIGH-LIMIT              PIC 9(13) COMP.
       77  WS-LOW-LIMIT               PIC 9(13) COMP.
       77  WS-PERCENT                 PIC 9(07) COMP.

      *> The night starts at this time on the day before the run
      *> date; the averages cover this many nights before that.
       77  WS-WINDOW-START-TIME       PIC 9(08) VALUE 18000000.
       77  WS-HISTORY-NIGHTS          PIC 9(03) COMP VALUE 14.
       77  WS-VARIANCE-PCT            PIC 9(03) COMP VALUE 50.
       77  WS-MIN-ELAPSED             PIC 9(07) COMP VALUE 60.

      *> Run date and start time stamps, compared as one 16-digit
      *> value: the start of the night, the start of the averaging
      *> period, and the ledger record in hand.
       01  WS-WINDOW-STAMP.
           05 WS-NIGHT-DATE           PIC 9(08).
           05 WS-WINDOW-TIME          PIC 9(08).
       01  WS-HISTORY-STAMP.
           05 WS-HISTORY-DATE         PIC 9(08).
           05 WS-HISTORY-TIME         PIC 9(08).
       01  WS-RECORD-STAMP.
           05 WS-RECORD-DATE          PIC 9(08).
           05 WS-RECORD-TIME          PIC 9(08).

           COPY RUNLPRM.

      *> One entry per program: the schedule's programs first, in
      *> schedule order, then any other program met on the ledger.
      *> JT-DUE-SW: Y due tonight, N scheduled but not due, U not on
      *> the schedule at all.
       01  JOB-TABLE.
           05 JOB-ENTRY OCCURS 100 TIMES.
              10 JT-PROGRAM           PIC X(08).
              10 JT-DESCRIPTION       PIC X(30).
              10 JT-DUE-SW            PIC X(01).
                 88 JT-DUE-TONIGHT        VALUE 'Y'.
                 88 JT-UNSCHEDULED        VALUE 'U'.
              10 JT-RUN-COUNT         PIC 9(03) COMP.
              10 JT-LAST-START.
                 15 JT-START-DATE     PIC 9(08).
                 15 JT-START-TIME     PIC 9(08).
              10 JT-ENDED-SW          PIC X(01).
                 88 JT-ENDED              VALUE 'Y'.
              10 JT-RETURN-CODE       PIC 9(04).
              10 JT-RECORDS-READ      PIC 9(09).
              10 JT-ELAPSED           PIC 9(07).
              10 JT-HIST-RUNS         PIC 9(05) COMP.
              10 JT-HIST-READ         PIC 9(13) COMP.
              10 JT-HIST-ELAPSED      PIC 9(11) COMP.

       01  WS-MISSING-ALERT-TEXT.
           05 FILLER                  PIC X(24)
              VALUE 'DID NOT RUN ON NIGHT OF '.
           05 WMA-NIGHT-DATE          PIC 9(08).
           05 FILLER                  PIC X(08) VALUE SPACES.
       01  WS-FAILED-ALERT-TEXT.
           05 FILLER                  PIC X(09) VALUE 'ENDED RC '.
           05 WFA-RETURN-CODE         PIC 9(04).
           05 FILLER                  PIC X(13) VALUE ' ON NIGHT OF '.
           05 WFA-NIGHT-DATE          PIC 9(08).
           05 FILLER                  PIC X(06) VALUE SPACES.
       01  WS-NO-END-ALERT-TEXT.
           05 FILLER                  PIC X(24)
              VALUE 'NO END RECORD - STARTED '.
           05 WNA-START-DATE          PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 WNA-START-HHMM          PIC 9(04).
           05 FILLER                  PIC X(03) VALUE SPACES.

       01  WS-STATUS-ENDED.
           05 FILLER                  PIC X(09) VALUE 'ENDED RC '.
           05 WSE-RETURN-CODE         PIC 9(04).
           05 FILLER                  PIC X(01) VALUE SPACES.
       01  WS-STATUS-FAILED.
           05 FILLER                  PIC X(10) VALUE 'FAILED RC '.
           05 WSF-RETURN-CODE         PIC 9(04).

       01  RPT-HEADING-1.
           05 FILLER                  PIC X(40)
              VALUE 'MORNING BATCH STATUS REPORT'.
           05 FILLER                  PIC X(05) VALUE 'DATE '.
           05 RH-RUN-DATE             PIC 9(08).
           05 FILLER                  PIC X(06) VALUE ' TIME '.
           05 RH-RUN-HHMM             PIC 9(04).
       01  RPT-HEADING-2.
           05 FILLER                  PIC X(15)
              VALUE 'NIGHT STARTING '.
           05 RH-NIGHT-DATE           PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 RH-WINDOW-HHMM          PIC 9(04).
           05 FILLER                  PIC X(20)
              VALUE '  AVERAGES OVER LAST'.
           05 RH-HISTORY-NIGHTS       PIC ZZ9.
           05 FILLER                  PIC X(07) VALUE ' NIGHTS'.
       01  RPT-HEADING-3.
           05 FILLER                  PIC X(40)
              VALUE 'PROGRAM  STATUS         STRT RECS READ  '.
           05 FILLER                  PIC X(40)
              VALUE 'AVG READ VOL%  ELAPSD AVG EL TIM%'.
       01  RPT-RAN-LINE.
           05 RR-PROGRAM              PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 RR-STATUS               PIC X(14).
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 RR-START-HHMM           PIC 9(04).
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 RR-READ                 PIC ZZZZZZZZ9.
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 RR-AVG-READ             PIC ZZZZZZZZ9 BLANK WHEN ZERO.
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 RR-VOL-PCT              PIC ZZZ9 BLANK WHEN ZERO.
           05 RR-VOL-FLAG             PIC X(01).
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 RR-ELAPSED              PIC ZZZZZ9.
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 RR-AVG-ELAPSED          PIC ZZZZZ9 BLANK WHEN ZERO.
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 RR-TIME-PCT             PIC ZZZ9 BLANK WHEN ZERO.
           05 RR-TIME-FLAG            PIC X(01).
       01  RPT-NOT-RAN-LINE.
           05 NR-PROGRAM              PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 NR-STATUS               PIC X(14).
           05 FILLER                  PIC X(06) VALUE SPACES.
           05 NR-DESCRIPTION          PIC X(30).
       01  RPT-COUNT-LINE.
           05 RC-LABEL                PIC X(40).
           05 RC-COUNT                PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           MOVE 'S' TO RN-FUNCTION
           PERFORM 9900-RECORD-RUN THRU 9900-EXIT
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 1100-LOAD-SCHEDULE THRU 1100-EXIT
              UNTIL SCHEDULE-EOF
           PERFORM 2000-PROCESS-LEDGER THRU 2000-EXIT
              UNTIL LEDGER-EOF
           PERFORM 3000-REPORT-JOB THRU 3000-EXIT
              VARYING WS-JOB-IX FROM 1 BY 1
              UNTIL WS-JOB-IX > WS-JOB-COUNT
           PERFORM 5000-PRODUCE-SUMMARY THRU 5000-EXIT
           PERFORM 9999-TERMINATE THRU 9999-EXIT
           IF WS-MISSING-COUNT > ZERO
              OR WS-FAILED-COUNT > ZERO
              OR WS-NO-END-COUNT > ZERO
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           MOVE 'E' TO RN-FUNCTION
           PERFORM 9900-RECORD-RUN THRU 9900-EXIT
           STOP RUN.

      *> The night reported is the one that started yesterday.
      *> Calendar arithmetic across month and year boundaries is the
      *> one place ordinary verbs do not do the job (same note as
      *> AUDARCH), hence FUNCTION INTEGER-OF-DATE/DATE-OF-INTEGER.
      *> When the run date is the 1st, the night was the last of
      *> the month and month-end jobs were due.
       1000-INITIALIZE.
           OPEN INPUT SCHEDULE-FILE
           OPEN INPUT RUN-LEDGER-FILE
           OPEN EXTEND ALERT-FILE
           OPEN OUTPUT REPORT-FILE
           ACCEPT WS-CURRENT-DATE-8 FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME-8 FROM TIME
           ACCEPT WS-DAY-OF-WEEK FROM DAY-OF-WEEK
           COMPUTE WS-RUN-INTEGER =
              FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-8)
           COMPUTE WS-WORK-INTEGER = WS-RUN-INTEGER - 1
           MOVE FUNCTION DATE-OF-INTEGER(WS-WORK-INTEGER)
              TO WS-NIGHT-DATE
           MOVE WS-WINDOW-START-TIME TO WS-WINDOW-TIME
           COMPUTE WS-WORK-INTEGER =
              WS-RUN-INTEGER - 1 - WS-HISTORY-NIGHTS
           MOVE FUNCTION DATE-OF-INTEGER(WS-WORK-INTEGER)
              TO WS-HISTORY-DATE
           MOVE WS-WINDOW-START-TIME TO WS-HISTORY-TIME
           IF WS-DAY-OF-WEEK = 1
              MOVE 7 TO WS-NIGHT-DAY-OF-WEEK
           ELSE
              COMPUTE WS-NIGHT-DAY-OF-WEEK = WS-DAY-OF-WEEK - 1
           END-IF
           IF WS-CURRENT-DATE-8(7:2) = '01'
              MOVE 'Y' TO WS-MONTH-END-SW
           END-IF
           MOVE WS-CURRENT-DATE-8 TO RH-RUN-DATE
           MOVE WS-CURRENT-TIME-8(1:4) TO RH-RUN-HHMM
           MOVE WS-NIGHT-DATE TO RH-NIGHT-DATE
           MOVE WS-WINDOW-START-TIME(1:4) TO RH-WINDOW-HHMM
           MOVE WS-HISTORY-NIGHTS TO RH-HISTORY-NIGHTS
           WRITE RPT-LINE FROM RPT-HEADING-1
           WRITE RPT-LINE FROM RPT-HEADING-2
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           WRITE RPT-LINE FROM RPT-HEADING-3
           READ SCHEDULE-FILE
              AT END MOVE 'Y' TO WS-SCHED-EOF-SW
           END-READ
           READ RUN-LEDGER-FILE
              AT END MOVE 'Y' TO WS-LEDGER-EOF-SW
           END-READ.
       1000-EXIT.
           EXIT.

      *> One table entry per scheduled program, marked due or not
      *> for the night being reported.
       1100-LOAD-SCHEDULE.
           ADD 1 TO WS-SCHEDULE-COUNT
           IF WS-JOB-COUNT NOT < 100
              MOVE 'Y' TO WS-OVERFLOW-SW
              DISPLAY 'RUNSTAT - JOB-TABLE FULL AT 100 - '
                 'SCHEDULED ' SC-PROGRAM ' NOT CHECKED'
              GO TO 1100-NEXT
           END-IF
           ADD 1 TO WS-JOB-COUNT
           MOVE WS-JOB-COUNT TO WS-JOB-FOUND-IX
           PERFORM 2110-START-ENTRY THRU 2110-EXIT
           MOVE SC-PROGRAM TO JT-PROGRAM(WS-JOB-FOUND-IX)
           MOVE SC-DESCRIPTION TO JT-DESCRIPTION(WS-JOB-FOUND-IX)
           EVALUATE TRUE
              WHEN SC-BY-DAY-OF-WEEK
                 IF SC-RUN-EXPECTED(WS-NIGHT-DAY-OF-WEEK)
                    MOVE 'Y' TO JT-DUE-SW(WS-JOB-FOUND-IX)
                 ELSE
                    MOVE 'N' TO JT-DUE-SW(WS-JOB-FOUND-IX)
                 END-IF
              WHEN SC-MONTH-END
                 IF MONTH-END-NIGHT
                    MOVE 'Y' TO JT-DUE-SW(WS-JOB-FOUND-IX)
                 ELSE
                    MOVE 'N' TO JT-DUE-SW(WS-JOB-FOUND-IX)
                 END-IF
              WHEN OTHER
                 MOVE 'N' TO JT-DUE-SW(WS-JOB-FOUND-IX)
           END-EVALUATE.
       1100-NEXT.
           READ SCHEDULE-FILE
              AT END MOVE 'Y' TO WS-SCHED-EOF-SW
           END-READ.
       1100-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 2000-PROCESS-LEDGER takes one ledger record. Records from
      *> before the averaging period are passed over; the rest go to
      *> the night being reported or to the program's history
      *> according to the run date and start time they carry, so a
      *> start record and its end record always land together.
      *> This run's own start record is on the ledger already with
      *> no end behind it, so RUNSTAT's records are passed over.
      *> ----------------------------------------------------------
       2000-PROCESS-LEDGER.
           ADD 1 TO WS-LEDGER-COUNT
           MOVE RG-RUN-DATE TO WS-RECORD-DATE
           MOVE RG-START-TIME TO WS-RECORD-TIME
           IF WS-RECORD-STAMP < WS-HISTORY-STAMP
              OR RG-PROGRAM = 'RUNSTAT'
              GO TO 2000-NEXT
           END-IF
           PERFORM 2100-FIND-JOB THRU 2100-EXIT
           IF WS-JOB-FOUND-IX = ZERO
              GO TO 2000-NEXT
           END-IF
           IF WS-RECORD-STAMP NOT < WS-WINDOW-STAMP
              PERFORM 2200-TONIGHT THRU 2200-EXIT
           ELSE
              PERFORM 2300-HISTORY THRU 2300-EXIT
           END-IF.
       2000-NEXT.
           READ RUN-LEDGER-FILE
              AT END MOVE 'Y' TO WS-LEDGER-EOF-SW
           END-READ.
       2000-EXIT.
           EXIT.

      *> The program's entry, added as unscheduled if it is not on
      *> the schedule. WS-JOB-FOUND-IX zero when the table is full.
       2100-FIND-JOB.
           MOVE ZERO TO WS-JOB-FOUND-IX
           PERFORM 2120-MATCH-JOB THRU 2120-EXIT
              VARYING WS-JOB-IX FROM 1 BY 1
              UNTIL WS-JOB-IX > WS-JOB-COUNT
              OR WS-JOB-FOUND-IX > ZERO
           IF WS-JOB-FOUND-IX = ZERO
              IF WS-JOB-COUNT < 100
                 ADD 1 TO WS-JOB-COUNT
                 MOVE WS-JOB-COUNT TO WS-JOB-FOUND-IX
                 PERFORM 2110-START-ENTRY THRU 2110-EXIT
                 MOVE RG-PROGRAM TO JT-PROGRAM(WS-JOB-FOUND-IX)
                 MOVE 'NOT ON SCHEDULE'
                    TO JT-DESCRIPTION(WS-JOB-FOUND-IX)
                 MOVE 'U' TO JT-DUE-SW(WS-JOB-FOUND-IX)
              ELSE
                 IF NOT TABLE-OVERFLOW
                    DISPLAY 'RUNSTAT - JOB-TABLE FULL AT 100 - '
                       'PROGRAM ' RG-PROGRAM ' NOT CHECKED'
                 END-IF
                 MOVE 'Y' TO WS-OVERFLOW-SW
              END-IF
           END-IF.
       2100-EXIT.
           EXIT.

       2110-START-ENTRY.
           MOVE ZERO TO JT-RUN-COUNT(WS-JOB-FOUND-IX)
           MOVE ZERO TO JT-START-DATE(WS-JOB-FOUND-IX)
              JT-START-TIME(WS-JOB-FOUND-IX)
           MOVE 'N' TO JT-ENDED-SW(WS-JOB-FOUND-IX)
           MOVE ZERO TO JT-RETURN-CODE(WS-JOB-FOUND-IX)
              JT-RECORDS-READ(WS-JOB-FOUND-IX)
              JT-ELAPSED(WS-JOB-FOUND-IX)
           MOVE ZERO TO JT-HIST-RUNS(WS-JOB-FOUND-IX)
              JT-HIST-READ(WS-JOB-FOUND-IX)
              JT-HIST-ELAPSED(WS-JOB-FOUND-IX).
       2110-EXIT.
           EXIT.

       2120-MATCH-JOB.
           IF JT-PROGRAM(WS-JOB-IX) = RG-PROGRAM
              MOVE WS-JOB-IX TO WS-JOB-FOUND-IX
           END-IF.
       2120-EXIT.
           EXIT.

      *> A start record in the night opens a run; the end record
      *> for that same start closes it with the run's outcome. When
      *> a program ran more than once the last run is the one
      *> reported. An end record whose start record is missing from
      *> the ledger still counts as a run.
       2200-TONIGHT.
           IF RG-START
              ADD 1 TO JT-RUN-COUNT(WS-JOB-FOUND-IX)
              MOVE WS-RECORD-STAMP TO JT-LAST-START(WS-JOB-FOUND-IX)
              MOVE 'N' TO JT-ENDED-SW(WS-JOB-FOUND-IX)
              GO TO 2200-EXIT
           END-IF
           IF JT-RUN-COUNT(WS-JOB-FOUND-IX) = ZERO
              ADD 1 TO JT-RUN-COUNT(WS-JOB-FOUND-IX)
              MOVE WS-RECORD-STAMP TO JT-LAST-START(WS-JOB-FOUND-IX)
           END-IF
           IF JT-LAST-START(WS-JOB-FOUND-IX) NOT = WS-RECORD-STAMP
              GO TO 2200-EXIT
           END-IF
           MOVE 'Y' TO JT-ENDED-SW(WS-JOB-FOUND-IX)
           MOVE RG-RETURN-CODE TO JT-RETURN-CODE(WS-JOB-FOUND-IX)
           MOVE RG-RECORDS-READ TO JT-RECORDS-READ(WS-JOB-FOUND-IX)
           MOVE RG-ELAPSED-SECONDS TO JT-ELAPSED(WS-JOB-FOUND-IX).
       2200-EXIT.
           EXIT.

      *> Completed runs before the night feed the averages.
       2300-HISTORY.
           IF RG-END
              ADD 1 TO JT-HIST-RUNS(WS-JOB-FOUND-IX)
              ADD RG-RECORDS-READ TO JT-HIST-READ(WS-JOB-FOUND-IX)
              ADD RG-ELAPSED-SECONDS
                 TO JT-HIST-ELAPSED(WS-JOB-FOUND-IX)
           END-IF.
       2300-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 3000-REPORT-JOB gives one program its line and raises any
      *> alert it calls for. An unscheduled program that only shows
      *> in the history did not run tonight and is not reported.
      *> ----------------------------------------------------------
       3000-REPORT-JOB.
           IF JT-RUN-COUNT(WS-JOB-IX) = ZERO
              PERFORM 3100-NOT-RAN THRU 3100-EXIT
           ELSE
              PERFORM 3200-RAN THRU 3200-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

       3100-NOT-RAN.
           IF JT-UNSCHEDULED(WS-JOB-IX)
              GO TO 3100-EXIT
           END-IF
           MOVE JT-PROGRAM(WS-JOB-IX) TO NR-PROGRAM
           MOVE JT-DESCRIPTION(WS-JOB-IX) TO NR-DESCRIPTION
           IF JT-DUE-TONIGHT(WS-JOB-IX)
              ADD 1 TO WS-MISSING-COUNT
              MOVE 'MISSING' TO NR-STATUS
              MOVE WS-NIGHT-DATE TO WMA-NIGHT-DATE
              MOVE 'JOBMISS' TO AQ-CONDITION-CODE
              MOVE WS-MISSING-ALERT-TEXT TO AQ-TEXT
              PERFORM 3900-RAISE-ALERT THRU 3900-EXIT
           ELSE
              ADD 1 TO WS-NOT-DUE-COUNT
              MOVE 'NOT DUE' TO NR-STATUS
           END-IF
           WRITE RPT-LINE FROM RPT-NOT-RAN-LINE.
       3100-EXIT.
           EXIT.

       3200-RAN.
           ADD 1 TO WS-RAN-COUNT
           IF JT-UNSCHEDULED(WS-JOB-IX)
              ADD 1 TO WS-UNSCHEDULED-COUNT
           END-IF
           MOVE JT-PROGRAM(WS-JOB-IX) TO RR-PROGRAM
           MOVE JT-START-TIME(WS-JOB-IX)(1:4) TO RR-START-HHMM
           EVALUATE TRUE
              WHEN NOT JT-ENDED(WS-JOB-IX)
                 ADD 1 TO WS-NO-END-COUNT
                 MOVE 'NO END RECORD' TO RR-STATUS
                 MOVE JT-START-DATE(WS-JOB-IX) TO WNA-START-DATE
                 MOVE JT-START-TIME(WS-JOB-IX)(1:4)
                    TO WNA-START-HHMM
                 MOVE 'JOBABND' TO AQ-CONDITION-CODE
                 MOVE WS-NO-END-ALERT-TEXT TO AQ-TEXT
                 PERFORM 3900-RAISE-ALERT THRU 3900-EXIT
              WHEN JT-RETURN-CODE(WS-JOB-IX) NOT < 8
                 ADD 1 TO WS-FAILED-COUNT
                 MOVE JT-RETURN-CODE(WS-JOB-IX) TO WSF-RETURN-CODE
                 MOVE WS-STATUS-FAILED TO RR-STATUS
                 MOVE JT-RETURN-CODE(WS-JOB-IX) TO WFA-RETURN-CODE
                 MOVE WS-NIGHT-DATE TO WFA-NIGHT-DATE
                 MOVE 'JOBFAIL' TO AQ-CONDITION-CODE
                 MOVE WS-FAILED-ALERT-TEXT TO AQ-TEXT
                 PERFORM 3900-RAISE-ALERT THRU 3900-EXIT
              WHEN JT-RETURN-CODE(WS-JOB-IX) > ZERO
                 ADD 1 TO WS-WARNING-COUNT
                 MOVE JT-RETURN-CODE(WS-JOB-IX) TO WSE-RETURN-CODE
                 MOVE WS-STATUS-ENDED TO RR-STATUS
              WHEN OTHER
                 ADD 1 TO WS-OK-COUNT
                 MOVE 'OK' TO RR-STATUS
           END-EVALUATE
           MOVE JT-RECORDS-READ(WS-JOB-IX) TO RR-READ
           MOVE JT-ELAPSED(WS-JOB-IX) TO RR-ELAPSED
           PERFORM 3300-COMPARE-AVERAGE THRU 3300-EXIT
           WRITE RPT-LINE FROM RPT-RAN-LINE.
       3200-EXIT.
           EXIT.

      *> Tonight's volume and elapsed time as a percentage of the
      *> program's recent average, flagged H or L outside the
      *> variance band. A run with no end record has no figures of
      *> its own to compare, and a program with no history has no
      *> average; both leave the comparison columns blank.
       3300-COMPARE-AVERAGE.
           MOVE ZERO TO RR-AVG-READ RR-VOL-PCT
              RR-AVG-ELAPSED RR-TIME-PCT
           MOVE SPACE TO RR-VOL-FLAG RR-TIME-FLAG
           IF JT-HIST-RUNS(WS-JOB-IX) = ZERO
              OR NOT JT-ENDED(WS-JOB-IX)
              GO TO 3300-EXIT
           END-IF
           COMPUTE WS-AVG-READ ROUNDED =
              JT-HIST-READ(WS-JOB-IX) / JT-HIST-RUNS(WS-JOB-IX)
           COMPUTE WS-AVG-ELAPSED ROUNDED =
              JT-HIST-ELAPSED(WS-JOB-IX) / JT-HIST-RUNS(WS-JOB-IX)
           MOVE WS-AVG-READ TO RR-AVG-READ
           MOVE WS-AVG-ELAPSED TO RR-AVG-ELAPSED
           IF WS-AVG-READ > ZERO
              COMPUTE WS-SCALED-VALUE =
                 JT-RECORDS-READ(WS-JOB-IX) * 100
              COMPUTE WS-PERCENT = WS-SCALED-VALUE / WS-AVG-READ
              IF WS-PERCENT > 9999
                 MOVE 9999 TO WS-PERCENT
              END-IF
              MOVE WS-PERCENT TO RR-VOL-PCT
              COMPUTE WS-HIGH-LIMIT =
                 WS-AVG-READ * (100 + WS-VARIANCE-PCT)
              COMPUTE WS-LOW-LIMIT =
                 WS-AVG-READ * (100 - WS-VARIANCE-PCT)
              IF WS-SCALED-VALUE > WS-HIGH-LIMIT
                 MOVE 'H' TO RR-VOL-FLAG
              END-IF
              IF WS-SCALED-VALUE < WS-LOW-LIMIT
                 MOVE 'L' TO RR-VOL-FLAG
              END-IF
           END-IF
           IF WS-AVG-ELAPSED > ZERO
              COMPUTE WS-SCALED-VALUE = JT-ELAPSED(WS-JOB-IX) * 100
              COMPUTE WS-PERCENT = WS-SCALED-VALUE / WS-AVG-ELAPSED
              IF WS-PERCENT > 9999
                 MOVE 9999 TO WS-PERCENT
              END-IF
              MOVE WS-PERCENT TO RR-TIME-PCT
           END-IF
           IF WS-AVG-ELAPSED NOT < WS-MIN-ELAPSED
              COMPUTE WS-HIGH-LIMIT =
                 WS-AVG-ELAPSED * (100 + WS-VARIANCE-PCT)
              COMPUTE WS-LOW-LIMIT =
                 WS-AVG-ELAPSED * (100 - WS-VARIANCE-PCT)
              IF WS-SCALED-VALUE > WS-HIGH-LIMIT
                 MOVE 'H' TO RR-TIME-FLAG
              END-IF
              IF WS-SCALED-VALUE < WS-LOW-LIMIT
                 MOVE 'L' TO RR-TIME-FLAG
              END-IF
           END-IF
           IF RR-VOL-FLAG NOT = SPACE
              OR RR-TIME-FLAG NOT = SPACE
              ADD 1 TO WS-VARIANCE-COUNT
           END-IF.
       3300-EXIT.
           EXIT.

      *> Severity-3 alert on the permanent ALERTF file, keyed by
      *> program; the caller has set the condition code and text.
       3900-RAISE-ALERT.
           ADD 1 TO WS-ALERT-COUNT
           MOVE '3' TO AQ-SEVERITY-CODE
           MOVE 'RSTA' TO AQ-TRANS-ID
           MOVE ZERO TO AQ-TASK-ID
           MOVE JT-PROGRAM(WS-JOB-IX) TO AQ-KEY-VALUE
           MOVE WS-CURRENT-DATE-8 TO AQ-DATE
           MOVE WS-CURRENT-TIME-8 TO AQ-TIME
           MOVE SPACE TO AQ-ACK-FLAG
           MOVE SPACES TO AQ-ACK-OPER-ID
           MOVE SPACE TO AQ-ESCALATED-FLAG
           MOVE ZERO TO AQ-ACK-DATE
           MOVE ZERO TO AQ-ACK-TIME
           WRITE AQ-RECORD.
       3900-EXIT.
           EXIT.

       5000-PRODUCE-SUMMARY.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'JOBS RAN' TO RC-LABEL
           MOVE WS-RAN-COUNT TO RC-COUNT
           WRITE RPT-LINE FROM RPT-COUNT-LINE
           MOVE '  ENDED 0' TO RC-LABEL
           MOVE WS-OK-COUNT TO RC-COUNT
           WRITE RPT-LINE FROM RPT-COUNT-LINE
           MOVE '  ENDED 4 (WARNING)' TO RC-LABEL
           MOVE WS-WARNING-COUNT TO RC-COUNT
           WRITE RPT-LINE FROM RPT-COUNT-LINE
           MOVE '  ENDED 8 OR HIGHER - ALERTED' TO RC-LABEL
           MOVE WS-FAILED-COUNT TO RC-COUNT
           WRITE RPT-LINE FROM RPT-COUNT-LINE
           MOVE '  NO END RECORD - ALERTED' TO RC-LABEL
           MOVE WS-NO-END-COUNT TO RC-COUNT
           WRITE RPT-LINE FROM RPT-COUNT-LINE
           MOVE '  NOT ON SCHEDULE' TO RC-LABEL
           MOVE WS-UNSCHEDULED-COUNT TO RC-COUNT
           WRITE RPT-LINE FROM RPT-COUNT-LINE
           MOVE '  VOLUME OR TIME OFF AVERAGE' TO RC-LABEL
           MOVE WS-VARIANCE-COUNT TO RC-COUNT
           WRITE RPT-LINE FROM RPT-COUNT-LINE
           MOVE 'JOBS MISSING - ALERTED' TO RC-LABEL
           MOVE WS-MISSING-COUNT TO RC-COUNT
           WRITE RPT-LINE FROM RPT-COUNT-LINE
           MOVE 'JOBS NOT DUE' TO RC-LABEL
           MOVE WS-NOT-DUE-COUNT TO RC-COUNT
           WRITE RPT-LINE FROM RPT-COUNT-LINE
           IF TABLE-OVERFLOW
              MOVE SPACES TO RPT-LINE
              WRITE RPT-LINE
              MOVE '*** JOB TABLE FULL - SEE SYSOUT ***' TO RPT-LINE
              WRITE RPT-LINE
           END-IF.
       5000-EXIT.
           EXIT.

      *> Start and end records on the RUNLEDG run ledger; the end
      *> record carries the counts the run prints.
       9900-RECORD-RUN.
           MOVE 'RUNSTAT' TO RN-PROGRAM
           MOVE RETURN-CODE TO RN-RETURN-CODE
           MOVE WS-LEDGER-COUNT TO RN-RECORDS-READ
           MOVE WS-ALERT-COUNT TO RN-RECORDS-WRITTEN
           MOVE 'JOBS RAN' TO RN-COUNT-LABEL(1)
           MOVE WS-RAN-COUNT TO RN-COUNT-VALUE(1)
           MOVE 'ENDED 4' TO RN-COUNT-LABEL(2)
           MOVE WS-WARNING-COUNT TO RN-COUNT-VALUE(2)
           MOVE 'ENDED 8+' TO RN-COUNT-LABEL(3)
           MOVE WS-FAILED-COUNT TO RN-COUNT-VALUE(3)
           MOVE 'NO END REC' TO RN-COUNT-LABEL(4)
           MOVE WS-NO-END-COUNT TO RN-COUNT-VALUE(4)
           MOVE 'MISSING' TO RN-COUNT-LABEL(5)
           MOVE WS-MISSING-COUNT TO RN-COUNT-VALUE(5)
           MOVE 'NOT DUE' TO RN-COUNT-LABEL(6)
           MOVE WS-NOT-DUE-COUNT TO RN-COUNT-VALUE(6)
           MOVE 'OFF AVERAGE' TO RN-COUNT-LABEL(7)
           MOVE WS-VARIANCE-COUNT TO RN-COUNT-VALUE(7)
           CALL 'RUNLEDGR' USING RN-PARMS.
       9900-EXIT.
           EXIT.

       9999-TERMINATE.
           CLOSE SCHEDULE-FILE
           CLOSE RUN-LEDGER-FILE
           CLOSE ALERT-FILE
           CLOSE REPORT-FILE.
       9999-EXIT.
           EXIT.
