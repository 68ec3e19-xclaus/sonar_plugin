       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EVTCOUNT.
       AUTHOR.        OPERATIONS SUPPORT GROUP.
       INSTALLATION.  HELLO TRANSACTION SYSTEM.
       DATE-WRITTEN.  2026-10-12.
       DATE-COMPILED.

      *> ------------------------------------------------------------
      *> EVTCOUNT
      *>
      *> Daily count records for the outbound routing-outcome event
      *> feed. Run once the day is over - after midnight, behind the
      *> nightly HELLOBCH run - for the day just ended. For each
      *> event stream (ONLN online, HBCH feed driver, BRPL replay)
      *> it reads the stream's EVTCTL control record for that day
      *> and appends one count record (OUTEVT record type C) to the
      *> EVTCNT outbound dataset: events published, the last
      *> sequence number taken, and the routed/condition split. A
      *> stream with no control record for the day published
      *> nothing and goes out with zero counts, so the integration
      *> always gets three records a day and never has to tell a
      *> quiet stream from a missing count. With the count in hand
      *> the integration can prove it received sequence numbers 1
      *> through the count for every stream.
      *>
      *> RETURN-CODE 4 when a stream's routed and condition counts
      *> do not add up to its last sequence number - a control
      *> record out of step, which the report flags. 0 otherwise.
      *>
      *> Modification history
      *>   2026-10-12  PAY  Initial version.
      *>   2026-10-13  PAY  Start and end records on the RUNLEDG run
      *>                    ledger through RUNLEDGR.
      *> ------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EVENT-CONTROL-FILE ASSIGN TO EVTCTL
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS EC-KEY.
           SELECT EVENT-COUNT-FILE ASSIGN TO EVTCNT
              ORGANIZATION IS SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO RPTOUT
              ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  EVENT-CONTROL-FILE.
           COPY EVTCTL.

       FD  EVENT-COUNT-FILE
           RECORDING MODE IS F.
           COPY OUTEVT.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  RPT-LINE                   PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-STREAM-IX               PIC 9(02) COMP.
       77  WS-STREAM-COUNT            PIC 9(02) COMP VALUE 3.
       77  WS-OUT-OF-STEP-COUNT       PIC 9(02) COMP VALUE ZERO.
       77  WS-CURRENT-DATE-8          PIC 9(08).
       77  WS-CURRENT-TIME-8          PIC 9(08).
       77  WS-COUNT-DATE              PIC 9(08).
       77  WS-COUNT-INTEGER           PIC 9(07) COMP.
       77  WS-STEP-TOTAL              PIC 9(10).

      *> The streams that publish events, one count record each.
       01  STREAM-VALUES.
           05 FILLER                  PIC X(12) VALUE 'ONLNHELLO   '.
           05 FILLER                  PIC X(12) VALUE 'HBCHHELLOBCH'.
           05 FILLER                  PIC X(12) VALUE 'BRPLBULKRPLY'.
       01  STREAM-TABLE REDEFINES STREAM-VALUES.
           05 STREAM-ENTRY OCCURS 3 TIMES.
              10 ST-STREAM            PIC X(04).
              10 ST-PROGRAM           PIC X(08).

       01  RPT-HEADING-1.
           05 FILLER                  PIC X(40)
              VALUE 'HELLO EVENT FEED DAILY COUNTS'.
       01  RPT-DATE-LINE.
           05 FILLER                  PIC X(12)
              VALUE 'COUNT DATE  '.
           05 RD-DATE                 PIC 9(08).
       01  RPT-COLUMN-HEADING.
           05 FILLER                  PIC X(42)
              VALUE 'STREAM      EVENTS   LAST SEQ     ROUTED'.
           05 FILLER                  PIC X(22)
              VALUE '   CONDITION'.
       01  RPT-STREAM-LINE.
           05 RS-STREAM               PIC X(04).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 RS-EVENTS               PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 RS-LAST-SEQ             PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 RS-ROUTED               PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 RS-CONDITION            PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 RS-FLAG                 PIC X(11).

           COPY RUNLPRM.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           MOVE 'S' TO RN-FUNCTION
           PERFORM 9900-RECORD-RUN THRU 9900-EXIT
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-COUNT-STREAM THRU 2000-EXIT
              VARYING WS-STREAM-IX FROM 1 BY 1
              UNTIL WS-STREAM-IX > WS-STREAM-COUNT
           PERFORM 9999-TERMINATE THRU 9999-EXIT
           IF WS-OUT-OF-STEP-COUNT > ZERO
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           MOVE 'E' TO RN-FUNCTION
           PERFORM 9900-RECORD-RUN THRU 9900-EXIT
           STOP RUN.

      *> The day counted is the day before the run date. Calendar
      *> arithmetic across month and year boundaries is the one
      *> place ordinary verbs do not do the job (same note as
      *> AUDARCH), hence FUNCTION INTEGER-OF-DATE/DATE-OF-INTEGER.
       1000-INITIALIZE.
           OPEN INPUT EVENT-CONTROL-FILE
           OPEN EXTEND EVENT-COUNT-FILE
           OPEN OUTPUT REPORT-FILE
           ACCEPT WS-CURRENT-DATE-8 FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME-8 FROM TIME
           COMPUTE WS-COUNT-INTEGER =
              FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-8) - 1
           MOVE FUNCTION DATE-OF-INTEGER(WS-COUNT-INTEGER)
              TO WS-COUNT-DATE
           WRITE RPT-LINE FROM RPT-HEADING-1
           MOVE WS-COUNT-DATE TO RD-DATE
           WRITE RPT-LINE FROM RPT-DATE-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           WRITE RPT-LINE FROM RPT-COLUMN-HEADING.
       1000-EXIT.
           EXIT.

      *> One count record for the stream, from its control record
      *> for the day or zero when it published nothing, and its
      *> report line.
       2000-COUNT-STREAM.
           MOVE WS-COUNT-DATE TO EC-EVENT-DATE
           MOVE ST-STREAM(WS-STREAM-IX) TO EC-STREAM
           READ EVENT-CONTROL-FILE
              INVALID KEY
                 MOVE ZERO TO EC-LAST-SEQUENCE EC-ROUTED-COUNT
                    EC-COND-COUNT
           END-READ
           MOVE SPACES TO OE-RECORD
           MOVE 'C' TO OE-RECORD-TYPE
           MOVE '01' TO OE-LAYOUT-VERSION
           MOVE ST-STREAM(WS-STREAM-IX) TO OE-STREAM
           MOVE WS-COUNT-DATE TO OE-EVENT-DATE
           MOVE ZERO TO OE-SEQUENCE-NO
           MOVE WS-CURRENT-TIME-8 TO OE-EVENT-TIME
           MOVE ST-PROGRAM(WS-STREAM-IX) TO OE-SOURCE-PROGRAM
           MOVE 'ECNT' TO OE-TRANS-ID
           MOVE ZERO TO OE-TASK-ID
           MOVE EC-LAST-SEQUENCE TO OE-CNT-EVENTS
           MOVE EC-LAST-SEQUENCE TO OE-CNT-LAST-SEQUENCE
           MOVE EC-ROUTED-COUNT TO OE-CNT-ROUTED
           MOVE EC-COND-COUNT TO OE-CNT-CONDITION
           WRITE OE-RECORD
           MOVE ST-STREAM(WS-STREAM-IX) TO RS-STREAM
           MOVE EC-LAST-SEQUENCE TO RS-EVENTS
           MOVE EC-LAST-SEQUENCE TO RS-LAST-SEQ
           MOVE EC-ROUTED-COUNT TO RS-ROUTED
           MOVE EC-COND-COUNT TO RS-CONDITION
           COMPUTE WS-STEP-TOTAL = EC-ROUTED-COUNT + EC-COND-COUNT
           IF WS-STEP-TOTAL = EC-LAST-SEQUENCE
              MOVE SPACES TO RS-FLAG
           ELSE
              MOVE 'OUT OF STEP' TO RS-FLAG
              ADD 1 TO WS-OUT-OF-STEP-COUNT
           END-IF
           WRITE RPT-LINE FROM RPT-STREAM-LINE.
       2000-EXIT.
           EXIT.

      *> Start and end records on the RUNLEDG run ledger; the end
      *> record carries the counts the run prints.
       9900-RECORD-RUN.
           MOVE 'EVTCOUNT' TO RN-PROGRAM
           MOVE RETURN-CODE TO RN-RETURN-CODE
           MOVE WS-STREAM-COUNT TO RN-RECORDS-READ
           MOVE WS-STREAM-COUNT TO RN-RECORDS-WRITTEN
           MOVE 'STREAMS' TO RN-COUNT-LABEL(1)
           MOVE WS-STREAM-COUNT TO RN-COUNT-VALUE(1)
           MOVE 'OUT OF STEP' TO RN-COUNT-LABEL(2)
           MOVE WS-OUT-OF-STEP-COUNT TO RN-COUNT-VALUE(2)
           CALL 'RUNLEDGR' USING RN-PARMS.
       9900-EXIT.
           EXIT.

       9999-TERMINATE.
           CLOSE EVENT-CONTROL-FILE
           CLOSE EVENT-COUNT-FILE
           CLOSE REPORT-FILE.
       9999-EXIT.
           EXIT.
