      *> RUNLPRM.cpy
      *> Parameter area for the RUNLEDGR common run-ledger routine,
      *> which every batch program CALLs twice: once as it starts
      *> (RN-FUNCTION 'S') and once just before it stops ('E'),
      *> with RETURN-CODE already set. The end call carries the
      *> program's records read (the records of its driving input
      *> it worked through - its volume on the morning status
      *> report) and written (its principal output; zero for a pure
      *> report) and up to eight of the counts it already prints,
      *> each under a short label of its own; unused count slots
      *> are left as they were initialized.
      *> The routine keeps the start time between the two calls and
      *> leaves RETURN-CODE as it found it.
       01 RN-PARMS.
          05 RN-FUNCTION              PIC X(01).
             88 RN-FUNC-START             VALUE 'S'.
             88 RN-FUNC-END               VALUE 'E'.
          05 RN-PROGRAM               PIC X(08).
          05 RN-RECORDS-READ          PIC 9(09) VALUE ZERO.
          05 RN-RECORDS-WRITTEN       PIC 9(09) VALUE ZERO.
          05 RN-RETURN-CODE           PIC 9(04) VALUE ZERO.
          05 RN-COUNT-ENTRY OCCURS 8 TIMES.
             10 RN-COUNT-LABEL        PIC X(12) VALUE SPACES.
             10 RN-COUNT-VALUE        PIC 9(09) VALUE ZERO.
