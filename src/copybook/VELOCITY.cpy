      *> VELOCITY.cpy
      *> Daily velocity record, one per account on the VELOCITY
      *> VSAM KSDS (key VL-ACCOUNT-NO, same account number as the
      *> CUSTOMER-MASTER key). HELLO online and the HELLOBCH feed
      *> both read it ahead of HELLORTE's route function and write
      *> it back after, so an account's running count and value for
      *> the processing day cover both channels. HELLORTE owns the
      *> arithmetic: a record whose VL-DATE is not the processing
      *> day (or a brand-new one, spaces) restarts at zero for the
      *> day before the transaction is added; the day's count or
      *> value going past PF-VELOCITY-COUNT-LIMIT /
      *> PF-VELOCITY-VALUE-LIMIT routes the transaction special.
       01 VL-RECORD.
          05 VL-KEY.
             10 VL-ACCOUNT-NO         PIC 9(10).
          05 VL-DATE                  PIC 9(08).
          05 VL-TRAN-COUNT            PIC 9(05).
          05 VL-TRAN-VALUE            PIC S9(11)V99 COMP-3.
      *> Time of the last transaction counted.
          05 VL-LAST-TIME             PIC 9(08).
          05 FILLER                   PIC X(12).
