      *> POSTPRM.cpy
      *> Parameter area for the ACCTPOST common posting routine -
      *> the one copy of the account-position arithmetic that HELLO
      *> online, the HELLOBCH batch driver and BULKRPLY all CALL.
      *> The caller reads the account's AP-RECORD (spaces with the
      *> account number set when there is none yet), sets the
      *> posting date, amount and the transaction type's debit/
      *> credit indicator here, CALLs ACCTPOST USING PP-PARMS
      *> AP-RECORD, and rewrites (or writes) the record it gets
      *> back. The I/O stays with the caller, same split as
      *> HELLORTE.
       01 PP-PARMS.
          05 PP-POST-DATE             PIC 9(08).
          05 PP-POST-DATE-X REDEFINES PP-POST-DATE.
             10 PP-POST-PERIOD        PIC 9(06).
             10 FILLER                PIC 9(02).
          05 PP-TRAN-AMOUNT           PIC S9(09)V99 COMP-3.
      *> TT-DC-INDICATOR of the transaction's type - D debits the
      *> position, C credits it, anything else (non-monetary, or a
      *> replay with no type) moves nothing.
          05 PP-DC-INDICATOR          PIC X(01).
             88 PP-DEBIT                  VALUE 'D'.
             88 PP-CREDIT                 VALUE 'C'.
          05 FILLER                   PIC X(01).
