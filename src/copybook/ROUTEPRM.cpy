      *> for routing, pass the CM-RECORD just read and the PF-RECORD
      *> control values); HELLORTE answers in RT-RESULT-CODE and,
      *> for a routable account, RT-ROUTE-VALUE.
      *> The type check (RT-FUNC-TYPE-CHECK) takes a fourth area,
      *> the TT-RECORD the caller just read from the TRANTYPE
      *> reference file for RT-TRAN-TYPE (spaces when the code is
      *> not on the file); the other functions never touch it, so
      *> callers that only validate pass three areas.
      *> The route function takes the fourth and a fifth area, the
      *> VL-RECORD the caller just read from the VELOCITY file for
      *> the account (spaces with the account number set when there
      *> is none yet), when RT-VELOCITY-TRACKED: HELLORTE adds the
      *> transaction to the day's count and value there and the
      *> caller writes the record back. A caller that does not
      *> track velocity sets RT-VELOCITY-SW to 'N' and still passes
      *> three areas. RT-FUNC-VELOCITY-ADD only adds the
      *> transaction to the VL-RECORD passed - for a caller that
      *> lost a create race and must re-apply to the record the
      *> other task wrote.
      *> The hold check (RT-FUNC-HOLD-CHECK) takes a sixth area, one
      *> HL-RECORD the caller just read from the ACCTHOLD file, and
      *> says whether that hold is live on RT-HOLD-DATE. A caller
      *> walks the account's holds through it ahead of the route
      *> call and sets RT-HOLD-SW / RT-HOLD-TYPE from the first live
      *> one; the route function then answers RT-RESULT-HELD for an
      *> open account with a live hold. Callers that never route
      *> set RT-HOLD-SW to 'N' or leave it alone.
       01 RT-PARMS.
          05 RT-FUNCTION              PIC X(01).
             88 RT-FUNC-VALIDATE          VALUE 'V'.
             88 RT-FUNC-ROUTE             VALUE 'R'.
             88 RT-FUNC-TYPE-CHECK        VALUE 'T'.
             88 RT-FUNC-VELOCITY-ADD      VALUE 'A'.
             88 RT-FUNC-HOLD-CHECK        VALUE 'H'.
          05 RT-ACCOUNT-NO            PIC X(10).
          05 RT-RESULT-CODE           PIC X(01).
             88 RT-RESULT-OK              VALUE 'O'.
             88 RT-RESULT-INVALID         VALUE 'V'.
             88 RT-RESULT-CLOSED          VALUE 'C'.
             88 RT-RESULT-INVTYPE         VALUE 'T'.
             88 RT-RESULT-HELD            VALUE 'H'.
          05 RT-ROUTE-VALUE           PIC 9(01).
             88 RT-ROUTE-NORMAL           VALUE 1.
             88 RT-ROUTE-SPECIAL          VALUE 2.
      *> value routes special regardless of CM-HANDLING-CODE. Zero
      *> (an amountless caller) never trips the rule.
          05 RT-TRAN-AMOUNT           PIC S9(09)V99 COMP-3.
      *> Transaction type, set by the caller ahead of the type
      *> check.
          05 RT-TRAN-TYPE             PIC X(02).
      *> Why the answer came out the way it did, where there is more
      *> than one reason - for an INVTYPE: UNKN (not on the file),
      *> RETD (retired), AREQ (amount required, none given), NMON
      *> (amount on a non-monetary type), CEIL (over the type's
      *> ceiling). For a special route, the three-character reason
      *> the route came out special (what the SPWORKQ item
      *> carries): VCT / VVL (past the day's velocity count / value
      *> limit), AMT (over the single-amount threshold), FRC
      *> (forced-special mode), HND (the handling code). For a
      *> held account (and a live hold from the hold check), the
      *> hold type - LEGL / FRAD / DCSD / OTHR; for a hold the
      *> check found not live, why - RLSD (released), PEND (start
      *> date not reached), EXPD (past its expiry date). Spaces
      *> otherwise.
          05 RT-REASON-CODE           PIC X(04).
             88 RT-REASON-NONE            VALUE SPACES.
             88 RT-REASON-TYPE-UNKNOWN    VALUE 'UNKN'.
             88 RT-REASON-TYPE-RETIRED    VALUE 'RETD'.
             88 RT-REASON-AMOUNT-MISSING  VALUE 'AREQ'.
             88 RT-REASON-NON-MONETARY    VALUE 'NMON'.
             88 RT-REASON-OVER-CEILING    VALUE 'CEIL'.
             88 RT-REASON-HANDLING        VALUE 'HND'.
             88 RT-REASON-FORCED          VALUE 'FRC'.
             88 RT-REASON-AMOUNT          VALUE 'AMT'.
             88 RT-REASON-VEL-COUNT       VALUE 'VCT'.
             88 RT-REASON-VEL-VALUE       VALUE 'VVL'.
             88 RT-REASON-HOLD-RELEASED   VALUE 'RLSD'.
             88 RT-REASON-HOLD-PENDING    VALUE 'PEND'.
             88 RT-REASON-HOLD-EXPIRED    VALUE 'EXPD'.
      *> Set by the caller ahead of the route function: 'Y' when a
      *> VL-RECORD rides as the fifth area, with RT-VELOCITY-DATE
      *> the processing day it counts toward.
          05 RT-VELOCITY-SW           PIC X(01).
             88 RT-VELOCITY-TRACKED       VALUE 'Y'.
          05 RT-VELOCITY-DATE         PIC 9(08).
      *> Set by the caller: RT-HOLD-DATE is the day the hold check
      *> judges a hold against; ahead of the route function,
      *> RT-HOLD-SW is 'Y' when the account has a live hold, with
      *> RT-HOLD-TYPE its type.
          05 RT-HOLD-DATE             PIC 9(08).
          05 RT-HOLD-SW               PIC X(01).
             88 RT-HOLD-LIVE              VALUE 'Y'.
          05 RT-HOLD-TYPE             PIC X(04).
