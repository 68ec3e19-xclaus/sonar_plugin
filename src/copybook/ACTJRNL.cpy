          05 AJ-TRAN-TYPE             PIC X(02).
          05 AJ-TRAN-AMOUNT           PIC S9(09)V99 COMP-3.
          05 FILLER                   PIC X(04).
      *> The account number the transaction quoted when that account
      *> had been merged away (see ACCTXREF) - AJ-ACCOUNT-NO is then
      *> the survivor it was routed against. Spaces on every other
      *> record, and on records that predate the field.
          05 AJ-MERGED-FROM-ACCT      PIC X(10).
          05 FILLER                   PIC X(04).
      *> The business date the transaction belongs to (BUSCAL, via
      *> BUSDATE) beside the clock timestamp above - the date CTLBAL
      *> balances, the reports select and ACCTPOS posts by. Rows
      *> converted from before the calendar carry their clock date.
          05 AJ-BUSINESS-DATE         PIC 9(08).
          05 FILLER                   PIC X(04).
