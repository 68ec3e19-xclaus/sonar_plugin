      *> RESTCKPT file before CKPTARCH moves it to compressed
      *> history.
          05 PF-CKPT-RETENTION-DAYS   PIC 9(03).
      *> Daily velocity limits that sit beside PF-AMOUNT-THRESHOLD
      *> in HELLORTE's routing: the day's transaction count and
      *> summed value per account (VELOCITY file, HELLO and
      *> HELLOBCH together) above which a transaction routes
      *> special whatever its own amount. Zero (or a control record
      *> that predates the fields) switches each limit off.
          05 PF-VELOCITY-COUNT-LIMIT  PIC 9(05).
          05 PF-VELOCITY-VALUE-LIMIT  PIC 9(09)V99.
      *> Reportable daily total for the nightly LGVALRPT large-value
      *> report: a tax id whose journalled transactions for the day,
      *> summed across every account carrying it, exceed this value
      *> is listed and extracted for the regulator. Zero (or a
      *> control record that predates the field) is "not set" - the
      *> report will not guess a regulatory threshold and stops.
          05 PF-LARGE-VALUE-THRESHOLD PIC 9(09)V99.
      *> Minutes within which HELLO and HELLOBCH treat a second
      *> transaction for the same account, type, amount and partner
      *> on the same day as a suspected duplicate (DUPTRAN, held
      *> for supervisor review on DUPTMNT). Zero (or a control
      *> record that predates the field) switches the check off.
          05 PF-DUP-WINDOW-MINUTES    PIC 9(04).
          05 FILLER                   PIC X(09).
