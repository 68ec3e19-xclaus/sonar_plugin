      *> ACCTXREF.cpy
      *> Account cross-reference record on the ACCTXREF VSAM KSDS,
      *> one per merged-away account (key AX-OLD-ACCOUNT-NO), written
      *> by the ACCTMRG merge run when a supervisor folds one account
      *> of a duplicate tax-id pair into the other. The merged-away
      *> account stays on CUSTOMER-MASTER with CM-STATUS-MERGED; when
      *> HELLO or HELLOBCH reads such an account they look it up here
      *> and route against AX-NEW-ACCOUNT-NO instead, journaling both
      *> numbers, and the RTRNFEED detail tells the partner the new
      *> one. AX-NEW-ACCOUNT-NO always names a live survivor: when a
      *> survivor is itself merged away later, ACCTMRG re-points every
      *> entry that named it, so a lookup is never more than one hop.
       01 AX-RECORD.
          05 AX-OLD-ACCOUNT-NO        PIC 9(10).
          05 AX-NEW-ACCOUNT-NO        PIC 9(10).
          05 AX-TAX-ID                PIC 9(09).
      *> When the merge was applied, and the SUPERVISOR (OPERAUTH
      *> roster) who requested it.
          05 AX-MERGE-DATE            PIC 9(08).
          05 AX-MERGE-TIME            PIC 9(08).
          05 AX-MERGED-BY             PIC X(08).
      *> What moved across with the merge - pending SPWORKQ items
      *> re-pointed and open ACCTHOLD holds carried to the survivor.
          05 AX-WORKQ-MOVED           PIC 9(05).
          05 AX-HOLDS-MOVED           PIC 9(03).
      *> Set when a later merge re-pointed this entry from its
      *> original survivor - zero on an entry never re-pointed.
          05 AX-REPOINT-DATE          PIC 9(08).
          05 FILLER                   PIC X(11).
