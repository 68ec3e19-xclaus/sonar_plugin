       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FEEDMISS.
       AUTHOR.        OPERATIONS SUPPORT GROUP.
       INSTALLATION.  HELLO TRANSACTION SYSTEM.
       DATE-WRITTEN.  2026-09-28.
       DATE-COMPILED.

      *> ------------------------------------------------------------
      *> FEEDMISS
      *>
      *> Missing-feed check. Scheduled after the partners' arrival
      *> cutoffs, it walks the PTNRMAS partner master and, for every
      *> ACTIVE partner whose schedule expects a feed today and whose
      *> cutoff time has passed, looks on the FEEDCTL feed registry
      *> for an envelope carrying today's feed date. A partner with
      *> none gets a severity-3 FEEDMISS alert on the permanent
      *> ALERTF alert file, keyed by partner id - until now nothing
      *> noticed a partner that simply sent nothing. An envelope
      *> registered IN-PROGRESS counts as arrived: the feed came,
      *> and the interrupted run is HELLOBCH's restart to finish.
      *>
      *> Each run checks every partner whose cutoff has passed by
      *> the time it runs, so a feed still missing at a later run
      *> the same day is alerted again - it is still missing.
      *>
      *> The report lists every partner with its status, cutoff and
      *> outcome (RECEIVED / IN-PROGRESS / MISSING / NOT YET DUE /
      *> NO FEED TODAY / SUSPENDED / RETIRED) plus counts.
      *> RETURN-CODE 4 when any feed is missing.
      *>
      *> Modification history
      *>   2026-09-28  PAY  Initial version.
      *>   2026-10-13  PAY  Start and end records on the RUNLEDG run
      *>                    ledger through RUNLEDGR.
      *> ------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARTNER-MASTER-FILE ASSIGN TO PTNRMAS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS PM-PARTNER-ID.
           SELECT FEED-CONTROL-FILE ASSIGN TO FEEDCTL
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TFC-KEY.
           SELECT ALERT-FILE ASSIGN TO ALERTF
              ORGANIZATION IS SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO RPTOUT
              ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARTNER-MASTER-FILE.
           COPY PTNRMAS.

       FD  FEED-CONTROL-FILE.
           COPY FEEDCTL.

       FD  ALERT-FILE
           RECORDING MODE IS F.
           COPY ALERTQ.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  RPT-LINE                   PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-PTNR-EOF-SW             PIC X(01) VALUE 'N'.
           88 PARTNER-EOF                 VALUE 'Y'.
       77  WS-PARTNER-COUNT           PIC 9(05) COMP VALUE ZERO.
       77  WS-CHECKED-COUNT           PIC 9(05) COMP VALUE ZERO.
       77  WS-RECEIVED-COUNT          PIC 9(05) COMP VALUE ZERO.
       77  WS-MISSING-COUNT           PIC 9(05) COMP VALUE ZERO.
       77  WS-NOT-DUE-COUNT           PIC 9(05) COMP VALUE ZERO.
       77  WS-DAY-OF-WEEK             PIC 9(01).
       77  WS-CURRENT-DATE-8          PIC 9(08).
       77  WS-CURRENT-TIME-8          PIC 9(08).
       77  WS-CURRENT-HHMM            PIC 9(04).

       01  WS-MISSING-ALERT-TEXT.
           05 FILLER                  PIC X(29)
              VALUE 'NO FEED REGISTERED BY CUTOFF '.
           05 WMA-CUTOFF              PIC 9(04).
           05 FILLER                  PIC X(07) VALUE SPACES.

       01  RPT-HEADING-1.
           05 FILLER                  PIC X(40)
              VALUE 'MISSING PARTNER FEED CHECK'.
           05 FILLER                  PIC X(05) VALUE 'DATE '.
           05 RH-RUN-DATE             PIC 9(08).
           05 FILLER                  PIC X(06) VALUE ' TIME '.
           05 RH-RUN-HHMM             PIC 9(04).
       01  RPT-HEADING-2.
           05 FILLER                  PIC X(40)
              VALUE 'PTNR  NAME                            S'.
           05 FILLER                  PIC X(20)
              VALUE '  CUTOFF  OUTCOME'.
       01  RPT-DETAIL-LINE.
           05 RD-PARTNER-ID           PIC X(04).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 RD-PARTNER-NAME         PIC X(30).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 RD-STATUS-FLAG          PIC X(01).
           05 FILLER                  PIC X(04) VALUE SPACES.
           05 RD-CUTOFF-TIME          PIC 9(04).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 RD-OUTCOME              PIC X(14).
       01  RPT-COUNT-LINE.
           05 RC-LABEL                PIC X(34).
           05 RC-COUNT                PIC ZZZ,ZZ9.

           COPY RUNLPRM.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           MOVE 'S' TO RN-FUNCTION
           PERFORM 9900-RECORD-RUN THRU 9900-EXIT
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-CHECK-PARTNER THRU 2000-EXIT
              UNTIL PARTNER-EOF
           PERFORM 5000-PRODUCE-SUMMARY THRU 5000-EXIT
           PERFORM 9999-TERMINATE THRU 9999-EXIT
           IF WS-MISSING-COUNT > ZERO
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           MOVE 'E' TO RN-FUNCTION
           PERFORM 9900-RECORD-RUN THRU 9900-EXIT
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT PARTNER-MASTER-FILE
           OPEN INPUT FEED-CONTROL-FILE
           OPEN EXTEND ALERT-FILE
           OPEN OUTPUT REPORT-FILE
           ACCEPT WS-CURRENT-DATE-8 FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME-8 FROM TIME
           ACCEPT WS-DAY-OF-WEEK FROM DAY-OF-WEEK
           MOVE WS-CURRENT-TIME-8(1:4) TO WS-CURRENT-HHMM
           MOVE WS-CURRENT-DATE-8 TO RH-RUN-DATE
           MOVE WS-CURRENT-HHMM TO RH-RUN-HHMM
           WRITE RPT-LINE FROM RPT-HEADING-1
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           WRITE RPT-LINE FROM RPT-HEADING-2
           READ PARTNER-MASTER-FILE NEXT RECORD
              AT END MOVE 'Y' TO WS-PTNR-EOF-SW
           END-READ.
       1000-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 2000-CHECK-PARTNER decides whether today's feed is due from
      *> this partner - active, a feed day, cutoff passed - and if
      *> so whether FEEDCTL has it.
      *> ----------------------------------------------------------
       2000-CHECK-PARTNER.
           ADD 1 TO WS-PARTNER-COUNT
           MOVE PM-PARTNER-ID TO RD-PARTNER-ID
           MOVE PM-PARTNER-NAME TO RD-PARTNER-NAME
           MOVE PM-STATUS-FLAG TO RD-STATUS-FLAG
           MOVE PM-CUTOFF-TIME TO RD-CUTOFF-TIME
           IF PM-SUSPENDED
              MOVE 'SUSPENDED     ' TO RD-OUTCOME
              GO TO 2000-PRINT
           END-IF
           IF NOT PM-ACTIVE
              MOVE 'RETIRED       ' TO RD-OUTCOME
              GO TO 2000-PRINT
           END-IF
           IF NOT PM-FEED-EXPECTED(WS-DAY-OF-WEEK)
              MOVE 'NO FEED TODAY ' TO RD-OUTCOME
              GO TO 2000-PRINT
           END-IF
           IF PM-CUTOFF-TIME > WS-CURRENT-HHMM
              ADD 1 TO WS-NOT-DUE-COUNT
              MOVE 'NOT YET DUE   ' TO RD-OUTCOME
              GO TO 2000-PRINT
           END-IF
           ADD 1 TO WS-CHECKED-COUNT
           PERFORM 2100-FIND-FEED THRU 2100-EXIT.
       2000-PRINT.
           WRITE RPT-LINE FROM RPT-DETAIL-LINE
           READ PARTNER-MASTER-FILE NEXT RECORD
              AT END MOVE 'Y' TO WS-PTNR-EOF-SW
           END-READ.
       2000-EXIT.
           EXIT.

      *> The registry key leads with partner and feed date, so the
      *> partner's first envelope for today (any sequence number) is
      *> the first record at or after partner + today + 0000.
       2100-FIND-FEED.
           MOVE PM-PARTNER-ID TO TFC-PARTNER-ID
           MOVE WS-CURRENT-DATE-8 TO TFC-FEED-DATE
           MOVE ZERO TO TFC-SEQUENCE-NO
           START FEED-CONTROL-FILE KEY IS NOT < TFC-KEY
              INVALID KEY
                 PERFORM 2200-FEED-MISSING THRU 2200-EXIT
                 GO TO 2100-EXIT
           END-START
           READ FEED-CONTROL-FILE NEXT RECORD
              AT END
                 PERFORM 2200-FEED-MISSING THRU 2200-EXIT
                 GO TO 2100-EXIT
           END-READ
           IF TFC-PARTNER-ID NOT = PM-PARTNER-ID
              OR TFC-FEED-DATE NOT = WS-CURRENT-DATE-8
              PERFORM 2200-FEED-MISSING THRU 2200-EXIT
              GO TO 2100-EXIT
           END-IF
           ADD 1 TO WS-RECEIVED-COUNT
           IF TFC-IN-PROGRESS
              MOVE 'IN-PROGRESS   ' TO RD-OUTCOME
           ELSE
              MOVE 'RECEIVED      ' TO RD-OUTCOME
           END-IF.
       2100-EXIT.
           EXIT.

      *> A due feed not on the registry: counted, reported, and
      *> alerted at severity 3 on the permanent ALERTF file.
       2200-FEED-MISSING.
           ADD 1 TO WS-MISSING-COUNT
           MOVE 'MISSING       ' TO RD-OUTCOME
           MOVE PM-CUTOFF-TIME TO WMA-CUTOFF
           MOVE SPACES TO AQ-RECORD
           MOVE 'FEEDMISS' TO AQ-CONDITION-CODE
           MOVE '3' TO AQ-SEVERITY-CODE
           MOVE 'FMIS' TO AQ-TRANS-ID
           MOVE ZERO TO AQ-TASK-ID
           MOVE PM-PARTNER-ID TO AQ-KEY-VALUE
           MOVE WS-MISSING-ALERT-TEXT TO AQ-TEXT
           MOVE WS-CURRENT-DATE-8 TO AQ-DATE
           MOVE WS-CURRENT-TIME-8 TO AQ-TIME
           MOVE SPACE TO AQ-ACK-FLAG
           MOVE SPACES TO AQ-ACK-OPER-ID
           MOVE SPACE TO AQ-ESCALATED-FLAG
           MOVE ZERO TO AQ-ACK-DATE
           MOVE ZERO TO AQ-ACK-TIME
           WRITE AQ-RECORD.
       2200-EXIT.
           EXIT.

       5000-PRODUCE-SUMMARY.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'FEEDS DUE AND CHECKED             ' TO RC-LABEL
           MOVE WS-CHECKED-COUNT TO RC-COUNT
           WRITE RPT-LINE FROM RPT-COUNT-LINE
           MOVE 'FEEDS RECEIVED                    ' TO RC-LABEL
           MOVE WS-RECEIVED-COUNT TO RC-COUNT
           WRITE RPT-LINE FROM RPT-COUNT-LINE
           MOVE 'FEEDS MISSING - ALERTED           ' TO RC-LABEL
           MOVE WS-MISSING-COUNT TO RC-COUNT
           WRITE RPT-LINE FROM RPT-COUNT-LINE
           MOVE 'FEEDS NOT YET DUE                 ' TO RC-LABEL
           MOVE WS-NOT-DUE-COUNT TO RC-COUNT
           WRITE RPT-LINE FROM RPT-COUNT-LINE.
       5000-EXIT.
           EXIT.

      *> Start and end records on the RUNLEDG run ledger; the end
      *> record carries the counts the run prints.
       9900-RECORD-RUN.
           MOVE 'FEEDMISS' TO RN-PROGRAM
           MOVE RETURN-CODE TO RN-RETURN-CODE
           MOVE WS-PARTNER-COUNT TO RN-RECORDS-READ
           MOVE WS-MISSING-COUNT TO RN-RECORDS-WRITTEN
           MOVE 'CHECKED' TO RN-COUNT-LABEL(1)
           MOVE WS-CHECKED-COUNT TO RN-COUNT-VALUE(1)
           MOVE 'RECEIVED' TO RN-COUNT-LABEL(2)
           MOVE WS-RECEIVED-COUNT TO RN-COUNT-VALUE(2)
           MOVE 'MISSING' TO RN-COUNT-LABEL(3)
           MOVE WS-MISSING-COUNT TO RN-COUNT-VALUE(3)
           MOVE 'NOT YET DUE' TO RN-COUNT-LABEL(4)
           MOVE WS-NOT-DUE-COUNT TO RN-COUNT-VALUE(4)
           CALL 'RUNLEDGR' USING RN-PARMS.
       9900-EXIT.
           EXIT.

       9999-TERMINATE.
           CLOSE PARTNER-MASTER-FILE
           CLOSE FEED-CONTROL-FILE
           CLOSE ALERT-FILE
           CLOSE REPORT-FILE.
       9999-EXIT.
           EXIT.
