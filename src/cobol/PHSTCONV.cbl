       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PHSTCONV.
       AUTHOR.        OPERATIONS SUPPORT GROUP.
       INSTALLATION.  HELLO TRANSACTION SYSTEM.
       DATE-WRITTEN.  2026-09-18.
       DATE-COMPILED.

      *> ------------------------------------------------------------
      *> PHSTCONV
      *>
      *> One-time cutover conversion for the PARMHIST parameter-
      *> change history, from the 96-byte layout RECCONV left in
      *> production to the 200-byte layout now in PARMHIST.cpy:
      *>
      *>   PARMHIST  96 -> 200  (old/new images of the velocity
      *>                         count and value limits, the large-
      *>                         value threshold and the duplicate
      *>                         window; the approving operator and
      *>                         the PARMPEND request number; spare
      *>                         room)
      *>
      *> Each old record is carried byte-for-byte into the front of
      *> the new one. The velocity images are set to zero - the
      *> same convention RECCONV used for the images of values that
      *> did not exist when a change was logged - and so is the
      *> request number. The threshold and duplicate-window images
      *> stay spaces, as PARMHIST.cpy documents for records logged
      *> before them, and so does the approver: every change logged
      *> before the cutover was applied directly by the one
      *> operator in PH-USER-ID. The surrounding JCL (PHSTCONV.jcl)
      *> REPROs the ESDS out flat, runs this program, and rebuilds
      *> the cluster at the new record size, the same discipline as
      *> RECCONV.
      *>
      *> Modification history
      *>   2026-09-18  PAY  Initial version.
      *>   2026-10-13  PAY  Start and end records on the RUNLEDG run
      *>                    ledger through RUNLEDGR.
      *>   2026-10-15  PAY  Convert straight to the 200-byte layout
      *>                    (velocity, threshold, window, approver
      *>                    and request number) in one pass.
      *> ------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-PARMHIST-FILE ASSIGN TO PHOLD
              ORGANIZATION IS SEQUENTIAL.
           SELECT NEW-PARMHIST-FILE ASSIGN TO PHNEW
              ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-PARMHIST-FILE
           RECORDING MODE IS F.
      *> The parameter-history record as written before the
      *> velocity images existed: the 96 bytes through the old
      *> trailing filler.
       01  OPH-RECORD.
           05 OPH-FIXED-PART          PIC X(96).

       FD  NEW-PARMHIST-FILE
           RECORDING MODE IS F.
           COPY PARMHIST.

       WORKING-STORAGE SECTION.
       77  WS-PHIST-EOF-SW            PIC X(01) VALUE 'N'.
           88 PHIST-EOF                   VALUE 'Y'.
       77  WS-PHIST-COUNT             PIC 9(07) COMP VALUE ZERO.

           COPY RUNLPRM.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           MOVE 'S' TO RN-FUNCTION
           PERFORM 9900-RECORD-RUN THRU 9900-EXIT
           OPEN INPUT OLD-PARMHIST-FILE
           OPEN OUTPUT NEW-PARMHIST-FILE
           READ OLD-PARMHIST-FILE
              AT END MOVE 'Y' TO WS-PHIST-EOF-SW
           END-READ
           PERFORM 1000-CONVERT-ONE-PH THRU 1000-EXIT
              UNTIL PHIST-EOF
           CLOSE OLD-PARMHIST-FILE
           CLOSE NEW-PARMHIST-FILE
           DISPLAY 'PHSTCONV PARMHIST CONVERTED ' WS-PHIST-COUNT
           MOVE 0 TO RETURN-CODE
           MOVE 'E' TO RN-FUNCTION
           PERFORM 9900-RECORD-RUN THRU 9900-EXIT
           STOP RUN.

       1000-CONVERT-ONE-PH.
           MOVE SPACES TO PH-RECORD
           MOVE OPH-FIXED-PART TO PH-RECORD(1:96)
           MOVE ZERO TO PH-OLD-VEL-COUNT
           MOVE ZERO TO PH-OLD-VEL-VALUE
           MOVE ZERO TO PH-NEW-VEL-COUNT
           MOVE ZERO TO PH-NEW-VEL-VALUE
           MOVE ZERO TO PH-REQUEST-NO
           WRITE PH-RECORD
           ADD 1 TO WS-PHIST-COUNT
           READ OLD-PARMHIST-FILE
              AT END MOVE 'Y' TO WS-PHIST-EOF-SW
           END-READ.
       1000-EXIT.
           EXIT.

      *> Start and end records on the RUNLEDG run ledger; the end
      *> record carries the counts the run prints.
       9900-RECORD-RUN.
           MOVE 'PHSTCONV' TO RN-PROGRAM
           MOVE RETURN-CODE TO RN-RETURN-CODE
           MOVE WS-PHIST-COUNT TO RN-RECORDS-READ
           MOVE WS-PHIST-COUNT TO RN-RECORDS-WRITTEN
           MOVE 'CONVERTED' TO RN-COUNT-LABEL(1)
           MOVE WS-PHIST-COUNT TO RN-COUNT-VALUE(1)
           CALL 'RUNLEDGR' USING RN-PARMS.
       9900-EXIT.
           EXIT.
