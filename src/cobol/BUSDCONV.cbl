       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BUSDCONV.
       AUTHOR.        OPERATIONS SUPPORT GROUP.
       INSTALLATION.  HELLO TRANSACTION SYSTEM.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

      *> ------------------------------------------------------------
      *> BUSDCONV
      *>
      *> One-time cutover conversion for the three record layouts
      *> that grew since the layouts RECCONV left in production -
      *> the journal for the merged-from account and the business
      *> date, the audit log and control totals for the business-
      *> date calendar (BUSCAL). Same discipline as RECCONV: the
      *> live datasets hold records in the old lengths and every
      *> reader and writer now compiles against the new ones, so
      *> they are converted once, in the batch window, before the
      *> first run of any program built on the new copybooks:
      *>
      *>   ACTJRNL   66 -> 92  (AJ-MERGED-FROM-ACCT,
      *>                        AJ-BUSINESS-DATE)
      *>   AUDITLOG  69 -> 80  (AL-BUSINESS-DATE)
      *>   CTLTOTLS  60 -> 80  (CT-LAST-CLOCK-DATE/TIME)
      *>
      *> Each old record is carried byte-for-byte. No journal row
      *> written before the merge run existed was ever forwarded,
      *> so the merged-from account is spaces. A row written before
      *> the calendar existed belongs to its clock day, so the
      *> journal and audit rows take their clock date as business
      *> date, and a control-totals record (already keyed by what
      *> was then its clock day) takes its control date as the last
      *> clock date, time zero. The surrounding JCL (BUSDCONV.jcl)
      *> REPROs each cluster out flat, runs this program, and
      *> rebuilds the clusters at the new record size.
      *>
      *> Modification history
      *>   2026-10-15  PAY  Initial version.
      *> ------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-JOURNAL-FILE ASSIGN TO AJOLD
              ORGANIZATION IS SEQUENTIAL.
           SELECT NEW-JOURNAL-FILE ASSIGN TO AJNEW
              ORGANIZATION IS SEQUENTIAL.
           SELECT OLD-AUDIT-FILE ASSIGN TO ALOLD
              ORGANIZATION IS SEQUENTIAL.
           SELECT NEW-AUDIT-FILE ASSIGN TO ALNEW
              ORGANIZATION IS SEQUENTIAL.
           SELECT OLD-CTLTOT-FILE ASSIGN TO CTOLD
              ORGANIZATION IS SEQUENTIAL.
           SELECT NEW-CTLTOT-FILE ASSIGN TO CTNEW
              ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-JOURNAL-FILE
           RECORDING MODE IS F.
      *> The journal record as RECCONV left it: 66 bytes, through
      *> the filler after AJ-TRAN-AMOUNT.
       01  OAJ-RECORD.
           05 OAJ-FIXED-PART          PIC X(66).

       FD  NEW-JOURNAL-FILE
           RECORDING MODE IS F.
           COPY ACTJRNL.

       FD  OLD-AUDIT-FILE
           RECORDING MODE IS F.
      *> The audit record as written before the business date
      *> existed: 69 bytes, through the trailing filler. AL-TRAN-TYPE
      *> was carved out of that filler without a length change, so
      *> older rows carry spaces there, as the readers expect.
       01  OAL-RECORD.
           05 OAL-FIXED-PART          PIC X(69).

       FD  NEW-AUDIT-FILE
           RECORDING MODE IS F.
           COPY AUDITLOG.

       FD  OLD-CTLTOT-FILE
           RECORDING MODE IS F.
      *> The control-totals record as written before the clock stamp
      *> existed: 60 bytes, through CT-VALUE-SPECIAL. The packed
      *> value totals travel inside the byte copy untouched.
       01  OCT-RECORD.
           05 OCT-FIXED-PART          PIC X(60).

       FD  NEW-CTLTOT-FILE
           RECORDING MODE IS F.
           COPY CTLTOT.

       WORKING-STORAGE SECTION.
       77  WS-JRNL-EOF-SW             PIC X(01) VALUE 'N'.
           88 JOURNAL-EOF                 VALUE 'Y'.
       77  WS-AUDIT-EOF-SW            PIC X(01) VALUE 'N'.
           88 AUDIT-EOF                   VALUE 'Y'.
       77  WS-CTLTOT-EOF-SW           PIC X(01) VALUE 'N'.
           88 CTLTOT-EOF                  VALUE 'Y'.
       77  WS-JRNL-COUNT              PIC 9(07) COMP VALUE ZERO.
       77  WS-AUDIT-COUNT             PIC 9(07) COMP VALUE ZERO.
       77  WS-CTLTOT-COUNT            PIC 9(07) COMP VALUE ZERO.

           COPY RUNLPRM.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           MOVE 'S' TO RN-FUNCTION
           PERFORM 9900-RECORD-RUN THRU 9900-EXIT
           PERFORM 1000-CONVERT-JOURNAL THRU 1000-EXIT
           PERFORM 2000-CONVERT-AUDIT THRU 2000-EXIT
           PERFORM 3000-CONVERT-CTLTOT THRU 3000-EXIT
           DISPLAY 'BUSDCONV ACTJRNL  CONVERTED ' WS-JRNL-COUNT
           DISPLAY 'BUSDCONV AUDITLOG CONVERTED ' WS-AUDIT-COUNT
           DISPLAY 'BUSDCONV CTLTOTLS CONVERTED ' WS-CTLTOT-COUNT
           MOVE 0 TO RETURN-CODE
           MOVE 'E' TO RN-FUNCTION
           PERFORM 9900-RECORD-RUN THRU 9900-EXIT
           STOP RUN.

       1000-CONVERT-JOURNAL.
           OPEN INPUT OLD-JOURNAL-FILE
           OPEN OUTPUT NEW-JOURNAL-FILE
           READ OLD-JOURNAL-FILE
              AT END MOVE 'Y' TO WS-JRNL-EOF-SW
           END-READ
           PERFORM 1100-CONVERT-ONE-AJ THRU 1100-EXIT
              UNTIL JOURNAL-EOF
           CLOSE OLD-JOURNAL-FILE
           CLOSE NEW-JOURNAL-FILE.
       1000-EXIT.
           EXIT.

       1100-CONVERT-ONE-AJ.
           MOVE SPACES TO AJ-RECORD
           MOVE OAJ-FIXED-PART TO AJ-RECORD(1:66)
           MOVE SPACES TO AJ-MERGED-FROM-ACCT
           MOVE AJ-DATE TO AJ-BUSINESS-DATE
           WRITE AJ-RECORD
           ADD 1 TO WS-JRNL-COUNT
           READ OLD-JOURNAL-FILE
              AT END MOVE 'Y' TO WS-JRNL-EOF-SW
           END-READ.
       1100-EXIT.
           EXIT.

       2000-CONVERT-AUDIT.
           OPEN INPUT OLD-AUDIT-FILE
           OPEN OUTPUT NEW-AUDIT-FILE
           READ OLD-AUDIT-FILE
              AT END MOVE 'Y' TO WS-AUDIT-EOF-SW
           END-READ
           PERFORM 2100-CONVERT-ONE-AL THRU 2100-EXIT
              UNTIL AUDIT-EOF
           CLOSE OLD-AUDIT-FILE
           CLOSE NEW-AUDIT-FILE.
       2000-EXIT.
           EXIT.

       2100-CONVERT-ONE-AL.
           MOVE SPACES TO AL-RECORD
           MOVE OAL-FIXED-PART TO AL-RECORD(1:69)
           MOVE AL-DATE TO AL-BUSINESS-DATE
           WRITE AL-RECORD
           ADD 1 TO WS-AUDIT-COUNT
           READ OLD-AUDIT-FILE
              AT END MOVE 'Y' TO WS-AUDIT-EOF-SW
           END-READ.
       2100-EXIT.
           EXIT.

       3000-CONVERT-CTLTOT.
           OPEN INPUT OLD-CTLTOT-FILE
           OPEN OUTPUT NEW-CTLTOT-FILE
           READ OLD-CTLTOT-FILE
              AT END MOVE 'Y' TO WS-CTLTOT-EOF-SW
           END-READ
           PERFORM 3100-CONVERT-ONE-CT THRU 3100-EXIT
              UNTIL CTLTOT-EOF
           CLOSE OLD-CTLTOT-FILE
           CLOSE NEW-CTLTOT-FILE.
       3000-EXIT.
           EXIT.

      *> REPRO out of a KSDS comes in key order, so the flat file
      *> goes back in with a plain REPRO.
       3100-CONVERT-ONE-CT.
           MOVE SPACES TO CT-RECORD
           MOVE OCT-FIXED-PART TO CT-RECORD(1:60)
           MOVE CT-CONTROL-DATE TO CT-LAST-CLOCK-DATE
           MOVE ZERO TO CT-LAST-CLOCK-TIME
           WRITE CT-RECORD
           ADD 1 TO WS-CTLTOT-COUNT
           READ OLD-CTLTOT-FILE
              AT END MOVE 'Y' TO WS-CTLTOT-EOF-SW
           END-READ.
       3100-EXIT.
           EXIT.

      *> Start and end records on the RUNLEDG run ledger.
       9900-RECORD-RUN.
           MOVE 'BUSDCONV' TO RN-PROGRAM
           MOVE RETURN-CODE TO RN-RETURN-CODE
           COMPUTE RN-RECORDS-READ =
              WS-JRNL-COUNT + WS-AUDIT-COUNT + WS-CTLTOT-COUNT
           MOVE RN-RECORDS-READ TO RN-RECORDS-WRITTEN
           MOVE 'ACTJRNL' TO RN-COUNT-LABEL(1)
           MOVE WS-JRNL-COUNT TO RN-COUNT-VALUE(1)
           MOVE 'AUDITLOG' TO RN-COUNT-LABEL(2)
           MOVE WS-AUDIT-COUNT TO RN-COUNT-VALUE(2)
           MOVE 'CTLTOTLS' TO RN-COUNT-LABEL(3)
           MOVE WS-CTLTOT-COUNT TO RN-COUNT-VALUE(3)
           CALL 'RUNLEDGR' USING RN-PARMS.
       9900-EXIT.
           EXIT.
