       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RUNLEDGR.
       AUTHOR.        OPERATIONS SUPPORT GROUP.
       INSTALLATION.  HELLO TRANSACTION SYSTEM.
       DATE-WRITTEN.  2026-10-13.
       DATE-COMPILED.

      *> ------------------------------------------------------------
      *> RUNLEDGR
      *>
      *> Common batch run-ledger routine, CALLed by every batch
      *> program as it starts and again just before it stops, so the
      *> ledger layout and the timing arithmetic live in exactly one
      *> place. Each call appends one record to the shared RUNLEDG
      *> ledger, opening it EXTEND and closing it again so the
      *> record is on the ledger even if the caller abends later:
      *>
      *>   - RN-FUNCTION 'S' takes the date and time, remembers them
      *>     for the end call and writes the start record;
      *>   - RN-FUNCTION 'E' takes the date and time again, works out
      *>     the elapsed seconds from the remembered start and writes
      *>     the end record with the caller's counts and return code.
      *>
      *> The caller's RETURN-CODE is picked up into the end record by
      *> the caller itself (RN-RETURN-CODE); this routine saves the
      *> special register on entry and puts it back before GOBACK so
      *> nothing here can change the step's completion code.
      *>
      *> Modification history
      *>   2026-10-13  PAY  Initial version.
      *> ------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-LEDGER-FILE ASSIGN TO RUNLEDG
              ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-LEDGER-FILE
           RECORDING MODE IS F.
           COPY RUNLEDG.

       WORKING-STORAGE SECTION.
       77  WS-SAVED-RETURN-CODE       PIC S9(04) COMP.
       77  WS-START-DATE              PIC 9(08) VALUE ZERO.
       77  WS-START-TIME              PIC 9(08) VALUE ZERO.
       77  WS-END-DATE                PIC 9(08).
       77  WS-END-TIME                PIC 9(08).
       77  WS-START-SECONDS           PIC 9(11) COMP.
       77  WS-END-SECONDS             PIC 9(11) COMP.
       77  WS-COUNT-IX                PIC 9(02) COMP.

      *> HHMMSShh from ACCEPT ... FROM TIME, split for the seconds.
       01  WS-TIME-WORK               PIC 9(08).
       01  WS-TIME-PARTS REDEFINES WS-TIME-WORK.
           05 WS-TIME-HH              PIC 9(02).
           05 WS-TIME-MM              PIC 9(02).
           05 WS-TIME-SS              PIC 9(02).
           05 WS-TIME-CC              PIC 9(02).

       LINKAGE SECTION.
           COPY RUNLPRM.

       PROCEDURE DIVISION USING RN-PARMS.

       0000-MAINLINE.
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE
           IF RN-FUNC-START
              PERFORM 1000-RUN-START THRU 1000-EXIT
           ELSE
              PERFORM 2000-RUN-END THRU 2000-EXIT
           END-IF
           PERFORM 3000-WRITE-LEDGER THRU 3000-EXIT
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE
           GOBACK.

      *> The start record: program, run date and start time only.
       1000-RUN-START.
           ACCEPT WS-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-START-TIME FROM TIME
           MOVE SPACES TO RG-RECORD
           MOVE RN-PROGRAM TO RG-PROGRAM
           MOVE 'S' TO RG-RECORD-TYPE
           MOVE WS-START-DATE TO RG-RUN-DATE
           MOVE WS-START-TIME TO RG-START-TIME
           MOVE ZERO TO RG-END-DATE RG-END-TIME RG-ELAPSED-SECONDS
           MOVE ZERO TO RG-RECORDS-READ RG-RECORDS-WRITTEN
              RG-RETURN-CODE
           PERFORM 1100-CLEAR-COUNT THRU 1100-EXIT
              VARYING WS-COUNT-IX FROM 1 BY 1
              UNTIL WS-COUNT-IX > 8.
       1000-EXIT.
           EXIT.

       1100-CLEAR-COUNT.
           MOVE SPACES TO RG-COUNT-LABEL(WS-COUNT-IX)
           MOVE ZERO TO RG-COUNT-VALUE(WS-COUNT-IX).
       1100-EXIT.
           EXIT.

      *> The end record. The start date and time come from the start
      *> call; a caller that never made one gets today's date and
      *> the end time in their place and an elapsed time of zero.
      *> The day difference is the one place ordinary verbs do not
      *> do the job (same note as AUDARCH), hence FUNCTION
      *> INTEGER-OF-DATE.
       2000-RUN-END.
           ACCEPT WS-END-DATE FROM DATE YYYYMMDD
           ACCEPT WS-END-TIME FROM TIME
           IF WS-START-DATE = ZERO
              MOVE WS-END-DATE TO WS-START-DATE
              MOVE WS-END-TIME TO WS-START-TIME
           END-IF
           MOVE WS-START-TIME TO WS-TIME-WORK
           COMPUTE WS-START-SECONDS =
              FUNCTION INTEGER-OF-DATE(WS-START-DATE) * 86400
              + WS-TIME-HH * 3600 + WS-TIME-MM * 60 + WS-TIME-SS
           MOVE WS-END-TIME TO WS-TIME-WORK
           COMPUTE WS-END-SECONDS =
              FUNCTION INTEGER-OF-DATE(WS-END-DATE) * 86400
              + WS-TIME-HH * 3600 + WS-TIME-MM * 60 + WS-TIME-SS
           MOVE SPACES TO RG-RECORD
           MOVE RN-PROGRAM TO RG-PROGRAM
           MOVE 'E' TO RG-RECORD-TYPE
           MOVE WS-START-DATE TO RG-RUN-DATE
           MOVE WS-START-TIME TO RG-START-TIME
           MOVE WS-END-DATE TO RG-END-DATE
           MOVE WS-END-TIME TO RG-END-TIME
           IF WS-END-SECONDS > WS-START-SECONDS
              COMPUTE RG-ELAPSED-SECONDS =
                 WS-END-SECONDS - WS-START-SECONDS
           ELSE
              MOVE ZERO TO RG-ELAPSED-SECONDS
           END-IF
           MOVE RN-RECORDS-READ TO RG-RECORDS-READ
           MOVE RN-RECORDS-WRITTEN TO RG-RECORDS-WRITTEN
           MOVE RN-RETURN-CODE TO RG-RETURN-CODE
           PERFORM 2100-COPY-COUNT THRU 2100-EXIT
              VARYING WS-COUNT-IX FROM 1 BY 1
              UNTIL WS-COUNT-IX > 8.
       2000-EXIT.
           EXIT.

       2100-COPY-COUNT.
           MOVE RN-COUNT-LABEL(WS-COUNT-IX)
              TO RG-COUNT-LABEL(WS-COUNT-IX)
           MOVE RN-COUNT-VALUE(WS-COUNT-IX)
              TO RG-COUNT-VALUE(WS-COUNT-IX).
       2100-EXIT.
           EXIT.

       3000-WRITE-LEDGER.
           OPEN EXTEND RUN-LEDGER-FILE
           WRITE RG-RECORD
           CLOSE RUN-LEDGER-FILE.
       3000-EXIT.
           EXIT.
