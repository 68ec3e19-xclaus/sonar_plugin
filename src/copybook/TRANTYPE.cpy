      *> TRANTYPE.cpy
      *> Transaction-type reference record, one per valid type code
      *> on the TRANTYPE VSAM KSDS (key TT-TYPE-CODE), maintained by
      *> operations through the TYPELOAD batch load. HELLORTE checks
      *> every transaction's two-byte type against it for HELLO,
      *> HELLOBCH and BULKRPLY: a code not on the file, a code
      *> operations has retired, an amountless transaction on a type
      *> that requires an amount, an amount on a non-monetary type,
      *> or an amount over the type's own ceiling is rejected under
      *> the INVTYPE condition instead of landing on the journal as
      *> if it meant something.
       01 TT-RECORD.
          05 TT-TYPE-CODE             PIC X(02).
          05 TT-DESCRIPTION           PIC X(30).
      *> Which way the money moves - the CTLBAL and RPTEXCPT
      *> breakdowns print it beside each type's figures.
          05 TT-DC-INDICATOR          PIC X(01).
             88 TT-DEBIT                  VALUE 'D'.
             88 TT-CREDIT                 VALUE 'C'.
             88 TT-NON-MONETARY           VALUE 'N'.
          05 TT-AMOUNT-REQ-FLAG       PIC X(01).
             88 TT-AMOUNT-REQUIRED        VALUE 'Y'.
             88 TT-AMOUNT-OPTIONAL        VALUE 'N'.
      *> Per-type amount ceiling, 9(07)V99 like the feed amount.
      *> Zero means the type has no ceiling of its own.
          05 TT-AMOUNT-CEILING        PIC 9(07)V99.
          05 TT-STATUS-FLAG           PIC X(01).
             88 TT-ACTIVE                 VALUE 'A'.
             88 TT-RETIRED                VALUE 'I'.
      *> When the entry last changed through the load.
          05 TT-UPDATE-DATE           PIC 9(08).
          05 FILLER                   PIC X(28).
