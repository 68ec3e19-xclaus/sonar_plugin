      *>               denied attempt is written to AUDIT-LOG under
      *>               the AUTHDENY condition with the user id in
      *>               the key slot.
      *>   2026-09-14  The AUDIT-LOG writes here also clear the
      *>               transaction-type field the transaction
      *>               writers now stamp - maintenance events carry
      *>               no type.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
          MOVE WS-AUTH-USER TO AL-KEY-VALUE
          MOVE ZERO TO AL-EXPECTED-LENGTH AL-ACTUAL-LENGTH
          MOVE SPACES TO AL-PARTNER-ID
          MOVE SPACES TO AL-TRAN-TYPE
          EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC
          EXEC CICS FORMATTIME
             ABSTIME(WS-ABSTIME)
