      *> ACCTHOLD.cpy
      *> Account hold record on the ACCTHOLD VSAM KSDS, one per hold
      *> (key HL-ACCOUNT-NO + HL-HOLD-SEQ, so an account's holds sit
      *> together in the order they were placed). A hold stops every
      *> transaction against the account - HELLO, HELLOBCH and
      *> BULKRPLY reject under the HOLD condition - without touching
      *> CM-STATUS-FLAG, so the account stays open, its status date
      *> keeps its meaning and CUSTARCH never sees it. Placed, viewed
      *> and released on the HOLDMNT transaction by a SUPERVISOR on
      *> the OPERAUTH roster; HELLORTE's hold check decides whether a
      *> hold is live on a given day:
      *>
      *>   live      status ACTIVE, start date reached, and no expiry
      *>             date or the expiry date not yet passed (a hold
      *>             runs through its expiry date and lapses the day
      *>             after, with nobody releasing it);
      *>   released  status RELEASED - kept on file with who released
      *>             it and when, never deleted.
       01 HL-RECORD.
          05 HL-KEY.
             10 HL-ACCOUNT-NO         PIC 9(10).
             10 HL-HOLD-SEQ           PIC 9(03).
          05 HL-HOLD-TYPE             PIC X(04).
             88 HL-TYPE-LEGAL             VALUE 'LEGL'.
             88 HL-TYPE-FRAUD             VALUE 'FRAD'.
             88 HL-TYPE-DECEASED          VALUE 'DCSD'.
             88 HL-TYPE-OTHER             VALUE 'OTHR'.
             88 HL-TYPE-VALID             VALUE 'LEGL' 'FRAD'
                                                'DCSD' 'OTHR'.
          05 HL-STATUS-FLAG           PIC X(01).
             88 HL-STATUS-ACTIVE          VALUE 'A'.
             88 HL-STATUS-RELEASED        VALUE 'R'.
          05 HL-REASON-TEXT           PIC X(40).
          05 HL-START-DATE            PIC 9(08).
      *> Zero = open-ended, held until released.
          05 HL-EXPIRY-DATE           PIC 9(08).
      *> Who placed the hold (signed-on user id, checked against
      *> OPERAUTH) and when.
          05 HL-PLACED-BY             PIC X(08).
          05 HL-PLACED-DATE           PIC 9(08).
          05 HL-PLACED-TIME           PIC 9(08).
      *> Who released it and when; spaces/zero while not released.
          05 HL-RELEASED-BY           PIC X(08).
          05 HL-RELEASED-DATE         PIC 9(08).
          05 HL-RELEASED-TIME         PIC 9(08).
      *> The account the hold was carried over from when ACCTMRG
      *> merged that account into this one (the original is then
      *> released by the merging supervisor); spaces on a hold
      *> placed directly.
          05 HL-MOVED-FROM-ACCT       PIC X(10).
