       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CALLOAD.
       AUTHOR.        OPERATIONS SUPPORT GROUP.
       INSTALLATION.  HELLO TRANSACTION SYSTEM.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

      *> ------------------------------------------------------------
      *> CALLOAD
      *>
      *> Maintains the BUSCAL business calendar that HELLO, HELLOBCH
      *> and BULKRPLY take their business date from. Reads a list of
      *> calendar cards and applies each under edits, PTNRLOAD
      *> fashion, so operations maintains the calendar through an
      *> edited load, not a raw IDCAMS REPRO:
      *>
      *>   C - the control card: the daily cutoff time (HHMM, 0000
      *>       for none) and the seven processing-day flags, Monday
      *>       first, each Y or N. The first business date is taken
      *>       from it only when the calendar is first set up; from
      *>       then on the business date moves only through the
      *>       BUSEOD end-of-day step, and a card quoting a different
      *>       date is rejected.
      *>   H - a holiday; N - any other non-processing date (systems
      *>       closure and the like). Added, or rewritten in place
      *>       when the date is already on the calendar.
      *>   R - removes a holiday or non-processing date.
      *>
      *> Day cards must be dated after the current business date -
      *> a day already worked, or being worked, cannot be made a
      *> holiday after the event. Once the cards are applied the
      *> next business date on the control record is worked out
      *> afresh from the processing days and the day records, so
      *> the online path never has to search the calendar. Rejects
      *> print with a reason and set RETURN-CODE 4; a calendar with
      *> no processing day inside the next year sets RETURN-CODE 8.
      *>
      *> Modification history
      *>   2026-10-15  PAY  Initial version.
      *> ------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDAR-LIST-FILE ASSIGN TO CALLIST
              ORGANIZATION IS SEQUENTIAL.
           SELECT BUSINESS-CALENDAR-FILE ASSIGN TO BUSCAL
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS BC-KEY.
           SELECT REPORT-FILE ASSIGN TO RPTOUT
              ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CALENDAR-LIST-FILE
           RECORDING MODE IS F.
       01  CL-LIST-RECORD.
           05 CL-CARD-TYPE            PIC X(01).
              88 CL-CONTROL-CARD          VALUE 'C'.
              88 CL-HOLIDAY-CARD          VALUE 'H'.
              88 CL-NON-PROCESSING-CARD   VALUE 'N'.
              88 CL-REMOVE-CARD           VALUE 'R'.
           05 CL-CARD-DATA            PIC X(79).
      *> Control card view.
           05 CL-CONTROL-DATA REDEFINES CL-CARD-DATA.
              10 CL-INITIAL-DATE      PIC X(08).
              10 CL-INITIAL-DATE-N REDEFINES CL-INITIAL-DATE
                                      PIC 9(08).
              10 CL-CUTOFF-TIME.
                 15 CL-CUTOFF-HH      PIC 9(02).
                 15 CL-CUTOFF-MM      PIC 9(02).
              10 CL-PROCESSING-DAYS   PIC X(07).
              10 CL-PROCESSING-DAY-TABLE
                    REDEFINES CL-PROCESSING-DAYS.
                 15 CL-PROCESSING-DAY PIC X(01) OCCURS 7 TIMES.
              10 FILLER               PIC X(60).
      *> Holiday / non-processing / remove card view.
           05 CL-DAY-CARD-DATA REDEFINES CL-CARD-DATA.
              10 CL-DAY-DATE          PIC X(08).
              10 CL-DAY-DATE-N REDEFINES CL-DAY-DATE
                                      PIC 9(08).
              10 CL-DAY-DESCRIPTION   PIC X(30).
              10 FILLER               PIC X(41).

       FD  BUSINESS-CALENDAR-FILE.
           COPY BUSCAL.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  RPT-LINE                   PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-LIST-EOF-SW             PIC X(01) VALUE 'N'.
           88 LIST-EOF                    VALUE 'Y'.
       77  WS-ADDED-COUNT             PIC 9(05) COMP VALUE ZERO.
       77  WS-UPDATED-COUNT           PIC 9(05) COMP VALUE ZERO.
       77  WS-REMOVED-COUNT           PIC 9(05) COMP VALUE ZERO.
       77  WS-REJECTED-COUNT          PIC 9(05) COMP VALUE ZERO.
       77  WS-CARD-COUNT              PIC 9(05) COMP VALUE ZERO.
       77  WS-FOUND-SW                PIC X(01).
           88 ENTRY-FOUND                 VALUE 'Y'.
       77  WS-DAYS-BAD-SW             PIC X(01).
           88 PROCESSING-DAYS-BAD         VALUE 'Y'.
       77  WS-DAYS-SET-SW             PIC X(01).
           88 PROCESSING-DAY-SET          VALUE 'Y'.
       77  WS-DATE-OK-SW              PIC X(01).
           88 DATE-OK                     VALUE 'Y'.
       77  WS-NO-NEXT-SW              PIC X(01) VALUE 'N'.
           88 NO-NEXT-DATE                VALUE 'Y'.
       77  WS-DAY-IX                  PIC 9(01) COMP.
       77  WS-CURRENT-DATE-8          PIC 9(08).
      *> The calendar's business date as the run found it (zero
      *> while there is no control record) - the date day cards
      *> must come after.
       77  WS-CTL-BUSINESS-DATE       PIC 9(08) VALUE ZERO.

      *> Date edit work area, HOLDMNT's check.
       01  WS-DATE-CHECK              PIC 9(08).
       01  WS-DATE-PARTS REDEFINES WS-DATE-CHECK.
           05 WS-DATE-CCYY            PIC 9(04).
           05 WS-DATE-MM              PIC 9(02).
           05 WS-DATE-DD              PIC 9(02).

      *> Next-processing-date search (same search as BUSEOD). The
      *> control values are held here because each day-record
      *> probe reads into the same record area.
       01  WS-SEARCH-AREA.
           05 WS-SEARCH-FROM          PIC 9(08).
           05 WS-SEARCH-INT           PIC 9(07) COMP.
           05 WS-SEARCH-COUNT         PIC 9(03) COMP.
           05 WS-SEARCH-QUOT          PIC 9(07) COMP.
           05 WS-SEARCH-REM           PIC 9(01) COMP.
           05 WS-TRY-DATE             PIC 9(08).
           05 WS-NEXT-DATE            PIC 9(08).
           05 WS-SEARCH-DAYS          PIC X(07).
           05 WS-SEARCH-DAY-TABLE REDEFINES WS-SEARCH-DAYS.
              10 WS-SEARCH-DAY        PIC X(01) OCCURS 7 TIMES.

       01  RPT-HEADING-1.
           05 FILLER                  PIC X(40)
              VALUE 'BUSINESS CALENDAR LOAD'.
       01  RPT-DETAIL-LINE.
           05 RD-OUTCOME              PIC X(28).
           05 RD-CARD-TYPE            PIC X(01).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 RD-CARD-DATE            PIC X(08).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 RD-DESCRIPTION          PIC X(30).
       01  RPT-COUNT-LINE.
           05 RC-LABEL                PIC X(34).
           05 RC-COUNT                PIC ZZZ,ZZ9.
       01  RPT-DATE-LINE.
           05 RDL-LABEL               PIC X(34).
           05 RDL-DATE                PIC 9(08).

           COPY RUNLPRM.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           MOVE 'S' TO RN-FUNCTION
           PERFORM 9900-RECORD-RUN THRU 9900-EXIT
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-PROCESS-CARD THRU 2000-EXIT
              UNTIL LIST-EOF
           PERFORM 3000-SET-NEXT-DATE THRU 3000-EXIT
           PERFORM 5000-PRODUCE-SUMMARY THRU 5000-EXIT
           PERFORM 9999-TERMINATE THRU 9999-EXIT
           IF NO-NEXT-DATE
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-REJECTED-COUNT > ZERO
                 MOVE 4 TO RETURN-CODE
              ELSE
                 MOVE 0 TO RETURN-CODE
              END-IF
           END-IF
           MOVE 'E' TO RN-FUNCTION
           PERFORM 9900-RECORD-RUN THRU 9900-EXIT
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT CALENDAR-LIST-FILE
           OPEN I-O BUSINESS-CALENDAR-FILE
           OPEN OUTPUT REPORT-FILE
           ACCEPT WS-CURRENT-DATE-8 FROM DATE YYYYMMDD
           WRITE RPT-LINE FROM RPT-HEADING-1
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           PERFORM 2900-PROBE-CONTROL THRU 2900-EXIT
           IF ENTRY-FOUND
              MOVE BC-BUSINESS-DATE TO WS-CTL-BUSINESS-DATE
           END-IF
           READ CALENDAR-LIST-FILE
              AT END MOVE 'Y' TO WS-LIST-EOF-SW
           END-READ.
       1000-EXIT.
           EXIT.

      *> One card under the edits, then routed by card type.
       2000-PROCESS-CARD.
           ADD 1 TO WS-CARD-COUNT
           MOVE CL-CARD-TYPE TO RD-CARD-TYPE
           MOVE SPACES TO RD-CARD-DATE RD-DESCRIPTION
           EVALUATE TRUE
              WHEN CL-CONTROL-CARD
                 MOVE CL-INITIAL-DATE TO RD-CARD-DATE
                 PERFORM 2100-APPLY-CONTROL THRU 2100-EXIT
              WHEN CL-HOLIDAY-CARD
              WHEN CL-NON-PROCESSING-CARD
                 MOVE CL-DAY-DATE TO RD-CARD-DATE
                 MOVE CL-DAY-DESCRIPTION TO RD-DESCRIPTION
                 PERFORM 2200-APPLY-DAY THRU 2200-EXIT
              WHEN CL-REMOVE-CARD
                 MOVE CL-DAY-DATE TO RD-CARD-DATE
                 PERFORM 2300-REMOVE-DAY THRU 2300-EXIT
              WHEN OTHER
                 ADD 1 TO WS-REJECTED-COUNT
                 MOVE 'CARD TYPE NOT C, H, N OR R  ' TO RD-OUTCOME
                 WRITE RPT-LINE FROM RPT-DETAIL-LINE
           END-EVALUATE
           READ CALENDAR-LIST-FILE
              AT END MOVE 'Y' TO WS-LIST-EOF-SW
           END-READ.
       2000-EXIT.
           EXIT.

      *> The control card. Cutoff and processing days are taken on
      *> every load; the business date only when the control record
      *> is being created.
       2100-APPLY-CONTROL.
           IF CL-CUTOFF-TIME NOT NUMERIC
              OR CL-CUTOFF-HH > 23 OR CL-CUTOFF-MM > 59
              ADD 1 TO WS-REJECTED-COUNT
              MOVE 'CUTOFF NOT HHMM             ' TO RD-OUTCOME
              WRITE RPT-LINE FROM RPT-DETAIL-LINE
              GO TO 2100-EXIT
           END-IF
           MOVE 'N' TO WS-DAYS-BAD-SW
           MOVE 'N' TO WS-DAYS-SET-SW
           PERFORM 2110-EDIT-PROCESSING-DAY THRU 2110-EXIT
              VARYING WS-DAY-IX FROM 1 BY 1
              UNTIL WS-DAY-IX > 7
           IF PROCESSING-DAYS-BAD
              ADD 1 TO WS-REJECTED-COUNT
              MOVE 'PROCESSING DAYS NOT Y OR N  ' TO RD-OUTCOME
              WRITE RPT-LINE FROM RPT-DETAIL-LINE
              GO TO 2100-EXIT
           END-IF
           IF NOT PROCESSING-DAY-SET
              ADD 1 TO WS-REJECTED-COUNT
              MOVE 'NO PROCESSING DAY GIVEN     ' TO RD-OUTCOME
              WRITE RPT-LINE FROM RPT-DETAIL-LINE
              GO TO 2100-EXIT
           END-IF
           IF CL-INITIAL-DATE NOT = SPACES
              MOVE 'N' TO WS-DATE-OK-SW
              IF CL-INITIAL-DATE NUMERIC
                 MOVE CL-INITIAL-DATE-N TO WS-DATE-CHECK
                 PERFORM 2800-CHECK-DATE THRU 2800-EXIT
              END-IF
              IF NOT DATE-OK
                 ADD 1 TO WS-REJECTED-COUNT
                 MOVE 'BUSINESS DATE NOT CCYYMMDD  ' TO RD-OUTCOME
                 WRITE RPT-LINE FROM RPT-DETAIL-LINE
                 GO TO 2100-EXIT
              END-IF
           END-IF
           PERFORM 2900-PROBE-CONTROL THRU 2900-EXIT
           IF ENTRY-FOUND
              IF CL-INITIAL-DATE NOT = SPACES
                 AND CL-INITIAL-DATE-N NOT = BC-BUSINESS-DATE
                 ADD 1 TO WS-REJECTED-COUNT
                 MOVE 'DATE MOVES ONLY BY BUSEOD   ' TO RD-OUTCOME
                 WRITE RPT-LINE FROM RPT-DETAIL-LINE
                 GO TO 2100-EXIT
              END-IF
              MOVE CL-CUTOFF-TIME TO BC-CUTOFF-TIME
              MOVE CL-PROCESSING-DAYS TO BC-PROCESSING-DAYS
              REWRITE BC-RECORD
                 INVALID KEY
                    ADD 1 TO WS-REJECTED-COUNT
                    MOVE 'CONTROL REWRITE FAILED      ' TO RD-OUTCOME
                    WRITE RPT-LINE FROM RPT-DETAIL-LINE
                    GO TO 2100-EXIT
              END-REWRITE
              ADD 1 TO WS-UPDATED-COUNT
              MOVE 'CONTROL UPDATED             ' TO RD-OUTCOME
           ELSE
              IF CL-INITIAL-DATE = SPACES
                 ADD 1 TO WS-REJECTED-COUNT
                 MOVE 'FIRST BUSINESS DATE MISSING ' TO RD-OUTCOME
                 WRITE RPT-LINE FROM RPT-DETAIL-LINE
                 GO TO 2100-EXIT
              END-IF
              MOVE SPACES TO BC-RECORD
              MOVE 'C' TO BC-RECORD-TYPE
              MOVE ZERO TO BC-KEY-DATE
              MOVE CL-INITIAL-DATE-N TO BC-BUSINESS-DATE
              MOVE ZERO TO BC-NEXT-BUSINESS-DATE
                 BC-PRIOR-BUSINESS-DATE
              MOVE CL-CUTOFF-TIME TO BC-CUTOFF-TIME
              MOVE CL-PROCESSING-DAYS TO BC-PROCESSING-DAYS
              MOVE ZERO TO BC-ROLLED-DATE BC-ROLLED-TIME
              WRITE BC-RECORD
                 INVALID KEY
                    ADD 1 TO WS-REJECTED-COUNT
                    MOVE 'CONTROL WRITE FAILED        ' TO RD-OUTCOME
                    WRITE RPT-LINE FROM RPT-DETAIL-LINE
                    GO TO 2100-EXIT
              END-WRITE
              MOVE CL-INITIAL-DATE-N TO WS-CTL-BUSINESS-DATE
              ADD 1 TO WS-ADDED-COUNT
              MOVE 'CONTROL ADDED               ' TO RD-OUTCOME
           END-IF
           WRITE RPT-LINE FROM RPT-DETAIL-LINE.
       2100-EXIT.
           EXIT.

       2110-EDIT-PROCESSING-DAY.
           IF CL-PROCESSING-DAY(WS-DAY-IX) = 'Y'
              MOVE 'Y' TO WS-DAYS-SET-SW
           ELSE
              IF CL-PROCESSING-DAY(WS-DAY-IX) NOT = 'N'
                 MOVE 'Y' TO WS-DAYS-BAD-SW
              END-IF
           END-IF.
       2110-EXIT.
           EXIT.

      *> A holiday or non-processing date - added, or rewritten in
      *> place when the date is already on the calendar.
       2200-APPLY-DAY.
           PERFORM 2700-EDIT-DAY-DATE THRU 2700-EXIT
           IF NOT DATE-OK
              GO TO 2200-EXIT
           END-IF
           PERFORM 2910-PROBE-DAY THRU 2910-EXIT
           MOVE SPACES TO BC-RECORD
           MOVE 'D' TO BC-RECORD-TYPE
           MOVE CL-DAY-DATE-N TO BC-KEY-DATE
           MOVE CL-CARD-TYPE TO BC-DAY-TYPE
           MOVE CL-DAY-DESCRIPTION TO BC-DAY-DESCRIPTION
           MOVE WS-CURRENT-DATE-8 TO BC-DAY-UPDATE-DATE
           IF ENTRY-FOUND
              REWRITE BC-RECORD
                 INVALID KEY
                    ADD 1 TO WS-REJECTED-COUNT
                    MOVE 'DAY REWRITE FAILED          ' TO RD-OUTCOME
                    WRITE RPT-LINE FROM RPT-DETAIL-LINE
                    GO TO 2200-EXIT
              END-REWRITE
              ADD 1 TO WS-UPDATED-COUNT
              MOVE 'DAY UPDATED                 ' TO RD-OUTCOME
           ELSE
              WRITE BC-RECORD
                 INVALID KEY
                    ADD 1 TO WS-REJECTED-COUNT
                    MOVE 'DAY WRITE FAILED            ' TO RD-OUTCOME
                    WRITE RPT-LINE FROM RPT-DETAIL-LINE
                    GO TO 2200-EXIT
              END-WRITE
              ADD 1 TO WS-ADDED-COUNT
              MOVE 'DAY ADDED                   ' TO RD-OUTCOME
           END-IF
           WRITE RPT-LINE FROM RPT-DETAIL-LINE.
       2200-EXIT.
           EXIT.

       2300-REMOVE-DAY.
           PERFORM 2700-EDIT-DAY-DATE THRU 2700-EXIT
           IF NOT DATE-OK
              GO TO 2300-EXIT
           END-IF
           PERFORM 2910-PROBE-DAY THRU 2910-EXIT
           IF NOT ENTRY-FOUND
              ADD 1 TO WS-REJECTED-COUNT
              MOVE 'DAY NOT ON CALENDAR         ' TO RD-OUTCOME
              WRITE RPT-LINE FROM RPT-DETAIL-LINE
              GO TO 2300-EXIT
           END-IF
           MOVE BC-DAY-DESCRIPTION TO RD-DESCRIPTION
           DELETE BUSINESS-CALENDAR-FILE
              INVALID KEY
                 ADD 1 TO WS-REJECTED-COUNT
                 MOVE 'DAY DELETE FAILED           ' TO RD-OUTCOME
                 WRITE RPT-LINE FROM RPT-DETAIL-LINE
                 GO TO 2300-EXIT
           END-DELETE
           ADD 1 TO WS-REMOVED-COUNT
           MOVE 'DAY REMOVED                 ' TO RD-OUTCOME
           WRITE RPT-LINE FROM RPT-DETAIL-LINE.
       2300-EXIT.
           EXIT.

      *> Day cards need a calendar to belong to and a valid date
      *> after its current business date. Leaves DATE-OK set only
      *> when the card may go ahead; a rejected card is reported
      *> here.
       2700-EDIT-DAY-DATE.
           MOVE 'N' TO WS-DATE-OK-SW
           IF WS-CTL-BUSINESS-DATE = ZERO
              ADD 1 TO WS-REJECTED-COUNT
              MOVE 'NO CALENDAR CONTROL RECORD  ' TO RD-OUTCOME
              WRITE RPT-LINE FROM RPT-DETAIL-LINE
              GO TO 2700-EXIT
           END-IF
           IF CL-DAY-DATE NUMERIC
              MOVE CL-DAY-DATE-N TO WS-DATE-CHECK
              PERFORM 2800-CHECK-DATE THRU 2800-EXIT
           END-IF
           IF NOT DATE-OK
              ADD 1 TO WS-REJECTED-COUNT
              MOVE 'DAY DATE NOT CCYYMMDD       ' TO RD-OUTCOME
              WRITE RPT-LINE FROM RPT-DETAIL-LINE
              GO TO 2700-EXIT
           END-IF
           IF CL-DAY-DATE-N NOT > WS-CTL-BUSINESS-DATE
              MOVE 'N' TO WS-DATE-OK-SW
              ADD 1 TO WS-REJECTED-COUNT
              MOVE 'NOT AFTER BUSINESS DATE     ' TO RD-OUTCOME
              WRITE RPT-LINE FROM RPT-DETAIL-LINE
           END-IF.
       2700-EXIT.
           EXIT.

       2800-CHECK-DATE.
           MOVE 'N' TO WS-DATE-OK-SW
           IF WS-DATE-CCYY < 2000
              OR WS-DATE-MM < 1 OR WS-DATE-MM > 12
              OR WS-DATE-DD < 1 OR WS-DATE-DD > 31
              GO TO 2800-EXIT
           END-IF
           MOVE 'Y' TO WS-DATE-OK-SW.
       2800-EXIT.
           EXIT.

       2900-PROBE-CONTROL.
           MOVE 'N' TO WS-FOUND-SW
           MOVE 'C' TO BC-RECORD-TYPE
           MOVE ZERO TO BC-KEY-DATE
           READ BUSINESS-CALENDAR-FILE
              INVALID KEY CONTINUE
              NOT INVALID KEY MOVE 'Y' TO WS-FOUND-SW
           END-READ.
       2900-EXIT.
           EXIT.

       2910-PROBE-DAY.
           MOVE 'N' TO WS-FOUND-SW
           MOVE 'D' TO BC-RECORD-TYPE
           MOVE CL-DAY-DATE-N TO BC-KEY-DATE
           READ BUSINESS-CALENDAR-FILE
              INVALID KEY CONTINUE
              NOT INVALID KEY MOVE 'Y' TO WS-FOUND-SW
           END-READ.
       2910-EXIT.
           EXIT.

      *> With the cards applied, the next business date after the
      *> current one is worked out again - a holiday just loaded may
      *> have been it - and written back to the control record.
       3000-SET-NEXT-DATE.
           PERFORM 2900-PROBE-CONTROL THRU 2900-EXIT
           IF NOT ENTRY-FOUND
              DISPLAY 'CALLOAD NO BUSCAL CONTROL RECORD - LOAD A '
                 'C CARD WITH THE FIRST BUSINESS DATE'
              MOVE 'Y' TO WS-NO-NEXT-SW
              GO TO 3000-EXIT
           END-IF
           MOVE BC-BUSINESS-DATE TO WS-SEARCH-FROM
           MOVE BC-PROCESSING-DAYS TO WS-SEARCH-DAYS
           PERFORM 8000-FIND-NEXT-DATE THRU 8000-EXIT
           IF WS-NEXT-DATE = ZERO
              DISPLAY 'CALLOAD NO PROCESSING DAY WITHIN A YEAR OF '
                 WS-SEARCH-FROM
              MOVE 'Y' TO WS-NO-NEXT-SW
              GO TO 3000-EXIT
           END-IF
           PERFORM 2900-PROBE-CONTROL THRU 2900-EXIT
           MOVE WS-NEXT-DATE TO BC-NEXT-BUSINESS-DATE
           REWRITE BC-RECORD
              INVALID KEY
                 DISPLAY 'CALLOAD BUSCAL CONTROL REWRITE FAILED'
                 MOVE 'Y' TO WS-NO-NEXT-SW
           END-REWRITE.
       3000-EXIT.
           EXIT.

       5000-PRODUCE-SUMMARY.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'CALENDAR RECORDS ADDED            ' TO RC-LABEL
           MOVE WS-ADDED-COUNT TO RC-COUNT
           WRITE RPT-LINE FROM RPT-COUNT-LINE
           MOVE 'CALENDAR RECORDS UPDATED          ' TO RC-LABEL
           MOVE WS-UPDATED-COUNT TO RC-COUNT
           WRITE RPT-LINE FROM RPT-COUNT-LINE
           MOVE 'CALENDAR DAYS REMOVED             ' TO RC-LABEL
           MOVE WS-REMOVED-COUNT TO RC-COUNT
           WRITE RPT-LINE FROM RPT-COUNT-LINE
           MOVE 'CARDS REJECTED                    ' TO RC-LABEL
           MOVE WS-REJECTED-COUNT TO RC-COUNT
           WRITE RPT-LINE FROM RPT-COUNT-LINE
           IF NOT NO-NEXT-DATE
              MOVE SPACES TO RPT-LINE
              WRITE RPT-LINE
              MOVE 'CURRENT BUSINESS DATE             ' TO RDL-LABEL
              MOVE WS-SEARCH-FROM TO RDL-DATE
              WRITE RPT-LINE FROM RPT-DATE-LINE
              MOVE 'NEXT BUSINESS DATE                ' TO RDL-LABEL
              MOVE WS-NEXT-DATE TO RDL-DATE
              WRITE RPT-LINE FROM RPT-DATE-LINE
           END-IF.
       5000-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> 8000-FIND-NEXT-DATE - the first processing date after
      *> WS-SEARCH-FROM: a weekday flagged Y in WS-SEARCH-DAYS with
      *> no holiday or non-processing record on the calendar. Gives
      *> up after a year and leaves WS-NEXT-DATE zero. Calendar
      *> arithmetic is the one place ordinary verbs do not do the
      *> job (same note as AUDARCH), hence FUNCTION INTEGER-OF-DATE
      *> and DATE-OF-INTEGER; day 1 of the integer calendar was a
      *> Monday, so the remainder of (day - 1) / 7 indexes the
      *> Monday-first flags, as in AUDTREND.
      *> ----------------------------------------------------------
       8000-FIND-NEXT-DATE.
           COMPUTE WS-SEARCH-INT =
              FUNCTION INTEGER-OF-DATE(WS-SEARCH-FROM)
           MOVE ZERO TO WS-NEXT-DATE
           MOVE ZERO TO WS-SEARCH-COUNT
           PERFORM 8100-TRY-DATE THRU 8100-EXIT
              UNTIL WS-NEXT-DATE > ZERO
              OR WS-SEARCH-COUNT > 365.
       8000-EXIT.
           EXIT.

       8100-TRY-DATE.
           ADD 1 TO WS-SEARCH-INT
           ADD 1 TO WS-SEARCH-COUNT
           COMPUTE WS-SEARCH-QUOT = WS-SEARCH-INT - 1
           DIVIDE WS-SEARCH-QUOT BY 7
              GIVING WS-SEARCH-QUOT REMAINDER WS-SEARCH-REM
           IF WS-SEARCH-DAY(WS-SEARCH-REM + 1) NOT = 'Y'
              GO TO 8100-EXIT
           END-IF
           MOVE FUNCTION DATE-OF-INTEGER(WS-SEARCH-INT)
              TO WS-TRY-DATE
           MOVE 'D' TO BC-RECORD-TYPE
           MOVE WS-TRY-DATE TO BC-KEY-DATE
           READ BUSINESS-CALENDAR-FILE
              INVALID KEY
                 MOVE WS-TRY-DATE TO WS-NEXT-DATE
           END-READ.
       8100-EXIT.
           EXIT.

      *> Start and end records on the RUNLEDG run ledger; the end
      *> record carries the counts the run prints.
       9900-RECORD-RUN.
           MOVE 'CALLOAD' TO RN-PROGRAM
           MOVE RETURN-CODE TO RN-RETURN-CODE
           MOVE WS-CARD-COUNT TO RN-RECORDS-READ
           COMPUTE RN-RECORDS-WRITTEN = WS-ADDED-COUNT
              + WS-UPDATED-COUNT + WS-REMOVED-COUNT
           MOVE 'ADDED' TO RN-COUNT-LABEL(1)
           MOVE WS-ADDED-COUNT TO RN-COUNT-VALUE(1)
           MOVE 'UPDATED' TO RN-COUNT-LABEL(2)
           MOVE WS-UPDATED-COUNT TO RN-COUNT-VALUE(2)
           MOVE 'REMOVED' TO RN-COUNT-LABEL(3)
           MOVE WS-REMOVED-COUNT TO RN-COUNT-VALUE(3)
           MOVE 'REJECTED' TO RN-COUNT-LABEL(4)
           MOVE WS-REJECTED-COUNT TO RN-COUNT-VALUE(4)
           CALL 'RUNLEDGR' USING RN-PARMS.
       9900-EXIT.
           EXIT.

       9999-TERMINATE.
           CLOSE CALENDAR-LIST-FILE
           CLOSE BUSINESS-CALENDAR-FILE
           CLOSE REPORT-FILE.
       9999-EXIT.
           EXIT.
