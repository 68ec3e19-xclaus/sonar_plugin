      *> CUSTCHG.cpy
      *> Customer-master change record, one per CM-RECORD added,
      *> updated, reinstated, merged away or archived - what
      *> PARMHIST is to the HELLOPRM control record, this is to
      *> CUSTOMER-MASTER. Physically a VSAM ESDS, appended online
      *> by CUSTMNT and in batch (opened EXTEND) by CUSTLOAD,
      *> CUSTREIN, ACCTMRG and CUSTARCH, and read sequentially by
      *> the CUSTCRPT change report and backward by ACCTINQ's
      *> change-history view.
      *> CX-OPERATOR-ID is the signed-on user id for a CUSTMNT
      *> change, and for a batch change the requester id off the
      *> run's request list (REINLIST / MRGLIST). The unattended
      *> batch runs (CUSTLOAD, CUSTARCH) have no requester and log
      *> their run id instead - the program name - with the run's
      *> start date and time as the timestamp, so every change one
      *> run made carries the same program/date/time. Batch
      *> changes carry BTCH as the terminal, same as the journal
      *> and work-queue writes the batch drivers make.
      *> The before and after images are whole CM-RECORDs. An add
      *> or reinstatement has no before image and an archive has no
      *> after image - the missing side is spaces.
       01 CX-RECORD.
          05 CX-TIMESTAMP.
             10 CX-DATE               PIC 9(08).
             10 CX-TIME               PIC 9(08).
          05 CX-ACCOUNT-NO            PIC X(10).
          05 CX-CHANGE-TYPE           PIC X(01).
             88 CX-ADDED                  VALUE 'A'.
             88 CX-UPDATED                VALUE 'U'.
             88 CX-REINSTATED             VALUE 'R'.
             88 CX-MERGED                 VALUE 'M'.
             88 CX-ARCHIVED               VALUE 'D'.
          05 CX-SOURCE-PROGRAM        PIC X(08).
          05 CX-OPERATOR-ID           PIC X(08).
          05 CX-TERMINAL-ID           PIC X(04).
          05 CX-BEFORE-IMAGE.
             10 CX-BEF-ACCOUNT-NO     PIC 9(10).
             10 CX-BEF-TAX-ID         PIC 9(09).
             10 CX-BEF-CUSTOMER-NAME  PIC X(30).
             10 CX-BEF-HANDLING-CODE  PIC X(01).
             10 CX-BEF-STATUS-FLAG    PIC X(01).
             10 CX-BEF-STATUS-DATE    PIC 9(08).
             10 FILLER                PIC X(29).
          05 CX-AFTER-IMAGE.
             10 CX-AFT-ACCOUNT-NO     PIC 9(10).
             10 CX-AFT-TAX-ID         PIC 9(09).
             10 CX-AFT-CUSTOMER-NAME  PIC X(30).
             10 CX-AFT-HANDLING-CODE  PIC X(01).
             10 CX-AFT-STATUS-FLAG    PIC X(01).
             10 CX-AFT-STATUS-DATE    PIC 9(08).
             10 FILLER                PIC X(29).
          05 FILLER                   PIC X(17).
