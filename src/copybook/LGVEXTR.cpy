      *> LGVEXTR.cpy
      *> Fixed-format regulatory extract written by the nightly
      *> LGVALRPT large-value report - one dated dataset per run,
      *> 100-byte records, amounts unsigned display with two implied
      *> decimals (transaction amounts never go negative at source).
      *> Record order on the file:
      *>
      *>   H  one header: institution, report date, threshold;
      *>   S  one per reportable tax id: name, day total, counts;
      *>   A  that tax id's accounts, every one carrying the tax id
      *>      on the master whether or not it moved today;
      *>   D  that tax id's transactions for the day;
      *>   T  one trailer: subject and detail counts, value total.
      *>
      *> Every record leads with the type, report date and tax id
      *> (zero on H and T) so the receiving side can sort or split
      *> the file without knowing the bodies.
       01 LX-RECORD.
          05 LX-RECORD-TYPE           PIC X(01).
             88 LX-HEADER-REC             VALUE 'H'.
             88 LX-SUBJECT-REC            VALUE 'S'.
             88 LX-ACCOUNT-REC            VALUE 'A'.
             88 LX-DETAIL-REC             VALUE 'D'.
             88 LX-TRAILER-REC            VALUE 'T'.
          05 LX-REPORT-DATE           PIC 9(08).
          05 LX-TAX-ID                PIC 9(09).
          05 LX-BODY                  PIC X(82).
          05 LX-HEADER REDEFINES LX-BODY.
             10 LX-H-INSTITUTION      PIC X(30).
             10 LX-H-THRESHOLD        PIC 9(09)V99.
             10 LX-H-RUN-DATE         PIC 9(08).
             10 LX-H-RUN-TIME         PIC 9(06).
             10 FILLER                PIC X(27).
          05 LX-SUBJECT REDEFINES LX-BODY.
             10 LX-S-CUSTOMER-NAME    PIC X(30).
             10 LX-S-DAY-TOTAL        PIC 9(11)V99.
             10 LX-S-TRAN-COUNT       PIC 9(05).
             10 LX-S-ACCOUNT-COUNT    PIC 9(03).
             10 FILLER                PIC X(31).
          05 LX-ACCOUNT REDEFINES LX-BODY.
             10 LX-A-ACCOUNT-NO       PIC X(10).
             10 LX-A-CUSTOMER-NAME    PIC X(30).
      *> CM-STATUS-FLAG as it stands on the master: A active,
      *> C closed, M merged away into another account (ACCTMRG).
             10 LX-A-STATUS-FLAG      PIC X(01).
             10 LX-A-DAY-TOTAL        PIC 9(11)V99.
             10 LX-A-TRAN-COUNT       PIC 9(05).
             10 FILLER                PIC X(23).
          05 LX-DETAIL REDEFINES LX-BODY.
             10 LX-D-ACCOUNT-NO       PIC X(10).
             10 LX-D-TIME             PIC X(06).
             10 LX-D-TRAN-TYPE        PIC X(02).
             10 LX-D-TRAN-AMOUNT      PIC 9(09)V99.
             10 LX-D-ROUTE-CODE       PIC X(08).
             10 LX-D-PARTNER-ID       PIC X(04).
             10 LX-D-TRANS-ID         PIC X(04).
             10 FILLER                PIC X(37).
          05 LX-TRAILER REDEFINES LX-BODY.
             10 LX-T-SUBJECT-COUNT    PIC 9(07).
             10 LX-T-ACCOUNT-COUNT    PIC 9(07).
             10 LX-T-DETAIL-COUNT     PIC 9(07).
             10 LX-T-VALUE-TOTAL      PIC 9(13)V99.
             10 FILLER                PIC X(46).
