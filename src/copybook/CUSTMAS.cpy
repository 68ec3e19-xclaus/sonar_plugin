          05 CM-STATUS-FLAG           PIC X(01).
             88 CM-STATUS-ACTIVE          VALUE 'A'.
             88 CM-STATUS-CLOSED          VALUE 'C'.
      *> Merged away into another account by ACCTMRG - closed to
      *> new activity, but kept on the master (CUSTARCH archives
      *> only CLOSED) so the ACCTXREF forwarding entry always has
      *> its account to hang off.
             88 CM-STATUS-MERGED          VALUE 'M'.
      *> Date CM-STATUS-FLAG last changed, maintained by CUSTMNT.
      *> CUSTARCH measures a closed account's age from it; zero on
      *> records that predate the field.
