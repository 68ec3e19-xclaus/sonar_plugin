      *> ACCTPOS.cpy
      *> Account position record, one per account on the ACCTPOS
      *> VSAM KSDS (key AP-ACCOUNT-NO, same account number as the
      *> CUSTOMER-MASTER key). Every routed transaction posts to it
      *> - HELLO's C-PARA/D-PARA online, HELLOBCH's journal success
      *> and BULKRPLY's replays in batch - through the ACCTPOST
      *> common routine, so "what has gone through this account
      *> this month" is one keyed read instead of adding up journal
      *> rows by hand. The month-end ACCTSTMT run prints the
      *> customer statements from it, and CTLBAL proves the day's
      *> posted value against the control totals.
      *>
      *> Position = opening position + credits - debits. The debit/
      *> credit side of a posting comes from the transaction type's
      *> TT-DC-INDICATOR; a non-monetary type (or an amountless
      *> replay) moves nothing but still stamps the activity date.
       01 AP-RECORD.
          05 AP-KEY.
             10 AP-ACCOUNT-NO         PIC 9(10).
      *> The calendar month (YYYYMM) the period figures belong to.
      *> The first posting of a new month rolls the record: this
      *> month's figures move to the prior-period slots below and
      *> the current position becomes the new opening position.
          05 AP-PERIOD                PIC 9(06).
          05 AP-OPENING-POSITION      PIC S9(13)V99 COMP-3.
          05 AP-PERIOD-DEBITS         PIC S9(13)V99 COMP-3.
          05 AP-PERIOD-CREDITS        PIC S9(13)V99 COMP-3.
          05 AP-CURRENT-POSITION      PIC S9(13)V99 COMP-3.
          05 AP-LAST-ACTIVITY-DATE    PIC 9(08).
      *> The period before AP-PERIOD that last had activity, kept
      *> so a statement run made after the month turned can still
      *> print the month just closed. Its closing position is
      *> AP-OPENING-POSITION. Zero period when there is none.
          05 AP-PRIOR-PERIOD          PIC 9(06).
          05 AP-PRIOR-OPENING         PIC S9(13)V99 COMP-3.
          05 AP-PRIOR-DEBITS          PIC S9(13)V99 COMP-3.
          05 AP-PRIOR-CREDITS         PIC S9(13)V99 COMP-3.
      *> Gross value posted (whichever way it moved) on the last two
      *> posting days, so CTLBAL can prove the day's postings
      *> against CT-VALUE-NORMAL + CT-VALUE-SPECIAL even when the
      *> account has already posted again the next morning.
          05 AP-DAY-DATE              PIC 9(08).
          05 AP-DAY-VALUE             PIC S9(13)V99 COMP-3.
          05 AP-PRIOR-DAY-DATE        PIC 9(08).
          05 AP-PRIOR-DAY-VALUE       PIC S9(13)V99 COMP-3.
          05 FILLER                   PIC X(32).
