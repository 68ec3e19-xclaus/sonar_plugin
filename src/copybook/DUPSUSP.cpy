      *> DUPSUSP.cpy
      *> Suspected-duplicate record on the DUPSUSP file, one per
      *> transaction HELLO or HELLOBCH held back under the DUPTRAN
      *> condition because the same account, transaction type,
      *> amount and partner had already been processed inside the
      *> PF-DUP-WINDOW-MINUTES window (see TRANSIG). The DUPTMNT
      *> review transaction lists the pending ones; a SUPERVISOR on
      *> the OPERAUTH roster either dismisses it (the rejection
      *> stands) or releases it as a genuine repeat, which re-drives
      *> it through HELLO to process normally. Physically a VSAM
      *> ESDS so the CICS side appends/rewrites and batch can read
      *> and append sequentially, same as SPWORKQ.
       01 DS-RECORD.
          05 DS-TRANS-ID              PIC X(04).
          05 DS-TASK-ID               PIC 9(07).
          05 DS-TERMINAL-ID           PIC X(04).
          05 DS-TIMESTAMP.
             10 DS-DATE               PIC 9(08).
             10 DS-TIME               PIC 9(08).
          05 DS-ACCOUNT-NO            PIC 9(10).
          05 DS-TRAN-TYPE             PIC X(02).
          05 DS-TRAN-AMOUNT           PIC S9(09)V99 COMP-3.
      *> Spaces for an online transaction, which has no partner.
          05 DS-PARTNER-ID            PIC X(04).
      *> 'O' held back online by HELLO, 'B' by the HELLOBCH feed -
      *> with the feed envelope identity and detail number for a
      *> batch one (zero online).
          05 DS-SOURCE-FLAG           PIC X(01).
             88 DS-SOURCE-ONLINE          VALUE 'O'.
             88 DS-SOURCE-BATCH           VALUE 'B'.
          05 DS-FEED-DATE             PIC 9(08).
          05 DS-FEED-SEQ              PIC 9(04).
          05 DS-DETAIL-SEQ            PIC 9(09).
      *> When the transaction it repeats was processed.
          05 DS-PRIOR-DATE            PIC 9(08).
          05 DS-PRIOR-TIME            PIC 9(08).
          05 DS-STATUS-FLAG           PIC X(01).
             88 DS-PENDING                VALUE 'P'.
             88 DS-RELEASED               VALUE 'R'.
             88 DS-DISMISSED              VALUE 'D'.
             88 DS-COMPLETED              VALUE 'C'.
      *> Who released or dismissed it and when; spaces/zero while
      *> pending.
          05 DS-WORKED-BY             PIC X(08).
          05 DS-WORKED-DATE           PIC 9(08).
          05 DS-WORKED-TIME           PIC 9(08).
      *> The HELLO task that processed a released transaction -
      *> status COMPLETED once it has; zero until then.
          05 DS-REDRIVE-TASK          PIC 9(07).
          05 FILLER                   PIC X(10).
