      *> otherwise RT-RESULT-OK with RT-ROUTE-VALUE set from the
      *> amount-threshold rule (RT-TRAN-AMOUNT over
      *> PF-AMOUNT-THRESHOLD routes special whatever the handling
      *> code says), the daily velocity limits (when the caller
      *> tracks velocity, the transaction is first added to the
      *> account's VL-RECORD for the day, and the day's count or
      *> value past PF-VELOCITY-COUNT-LIMIT / PF-VELOCITY-VALUE-
      *> LIMIT routes special), PF-ROUTING-FORCE-SPECIAL, or the
      *> ROUTE-TABLE lookup on CM-HANDLING-CODE (unknown codes
      *> route normal, same as the table's AT END always has).
      *> A special route says which rule sent it in RT-REASON-CODE.
      *> An open account the caller found a live hold on (RT-HOLD-
      *> LIVE) answers RT-RESULT-HELD with the hold type in
      *> RT-REASON-CODE instead of routing; closed still wins.
      *>
      *> RT-FUNC-VELOCITY-ADD: adds the transaction to the VL-RECORD
      *> passed, nothing else - for a caller re-applying it after
      *> losing a create race.
      *>
      *> RT-FUNC-TYPE-CHECK: screens RT-TRAN-TYPE against the
      *> TRANTYPE reference record the caller just read for it (a
      *> caller that found no record passes spaces) and the
      *> transaction amount against that type's rules -
      *> RT-RESULT-OK, or RT-RESULT-INVTYPE with RT-REASON-CODE
      *> saying which rule the transaction broke.
      *>
      *> RT-FUNC-HOLD-CHECK: judges the one ACCTHOLD record the
      *> caller passes as a sixth area against RT-HOLD-DATE -
      *> RT-RESULT-HELD with the hold type in RT-REASON-CODE for a
      *> live hold, otherwise RT-RESULT-OK with RLSD / PEND / EXPD
      *> saying why not. Expiry is decided here and nowhere else,
      *> so a hold lapses on its own the day after its expiry date.
      *>
      *> Modification history
      *>   2026-08-21  PAY  Initial version - validation lifted from
      *>                    switches the rule off, and amountless
      *>                    callers pass zero, so nothing changes
      *>                    for them.
      *>   2026-09-14  PAY  Transaction-type check: RT-TRAN-TYPE is
      *>                    validated against the ops-maintained
      *>                    TRANTYPE reference record the caller
      *>                    passes as a fourth area - unknown or
      *>                    retired code, missing amount on an
      *>                    amount-required type, amount on a non-
      *>                    monetary type, or amount over the type's
      *>                    ceiling answers RT-RESULT-INVTYPE with a
      *>                    reason code. Existing three-area callers
      *>                    are unaffected.
      *>   2026-09-18  PAY  Daily velocity limits: for a caller that
      *>                    passes the account's VELOCITY record as
      *>                    a fifth area, the route function adds
      *>                    the transaction to the day's running
      *>                    count and value and routes special when
      *>                    either passes its PF limit (zero = off),
      *>                    so a string of transactions each just
      *>                    under PF-AMOUNT-THRESHOLD no longer all
      *>                    route normal. Every special route now
      *>                    carries a reason code for the SPWORKQ
      *>                    item.
      *>   2026-09-23  PAY  Account holds: new hold check judges an
      *>                    ACCTHOLD record (sixth area) live or not
      *>                    on the caller's date, and the route
      *>                    function answers RT-RESULT-HELD for an
      *>                    open account the caller found a live
      *>                    hold on, ahead of the velocity count -
      *>                    a held transaction never routed.
      *>   2026-09-25  PAY  A merged-away account (CM-STATUS-MERGED)
      *>                    is answered closed by the route function,
      *>                    the same as CLOSED - a caller that does
      *>                    not forward it through ACCTXREF to the
      *>                    survivor cannot route it.
      *> ------------------------------------------------------------

       DATA DIVISION.
           COPY ROUTEPRM.
           COPY CUSTMAS.
           COPY PARMFILE.
           COPY TRANTYPE.
           COPY VELOCITY.
           COPY ACCTHOLD.

       PROCEDURE DIVISION USING RT-PARMS CM-RECORD PF-RECORD
                                TT-RECORD VL-RECORD HL-RECORD.

       0000-MAINLINE.
           EVALUATE TRUE
                 PERFORM 1000-VALIDATE THRU 1000-EXIT
              WHEN RT-FUNC-ROUTE
                 PERFORM 2000-ROUTE THRU 2000-EXIT
              WHEN RT-FUNC-TYPE-CHECK
                 PERFORM 3000-CHECK-TYPE THRU 3000-EXIT
              WHEN RT-FUNC-VELOCITY-ADD
                 PERFORM 4000-ADD-VELOCITY THRU 4000-EXIT
              WHEN RT-FUNC-HOLD-CHECK
                 PERFORM 5000-CHECK-HOLD THRU 5000-EXIT
              WHEN OTHER
                 MOVE 'V' TO RT-RESULT-CODE
           END-EVALUATE
       1100-EXIT.
           EXIT.

      *> A closed account is turned away before it counts toward
      *> the day's velocity - it never routed. So is a held one;
      *> closed is the stronger answer and is given first. A merged-
      *> away account that reaches here was not forwarded to its
      *> survivor and is as closed as a closed one.
       2000-ROUTE.
           MOVE SPACES TO RT-REASON-CODE
           IF CM-STATUS-CLOSED OR CM-STATUS-MERGED
              MOVE 'C' TO RT-RESULT-CODE
              GO TO 2000-EXIT
           END-IF
           IF RT-HOLD-LIVE
              MOVE 'H' TO RT-RESULT-CODE
              MOVE RT-HOLD-TYPE TO RT-REASON-CODE
              GO TO 2000-EXIT
           END-IF
           MOVE 'O' TO RT-RESULT-CODE
           IF RT-VELOCITY-TRACKED
              PERFORM 4000-ADD-VELOCITY THRU 4000-EXIT
           END-IF
           IF PF-AMOUNT-THRESHOLD NUMERIC
              AND PF-AMOUNT-THRESHOLD > ZERO
              AND RT-TRAN-AMOUNT > PF-AMOUNT-THRESHOLD
              MOVE 2 TO RT-ROUTE-VALUE
              MOVE 'AMT' TO RT-REASON-CODE
              GO TO 2000-EXIT
           END-IF
           IF RT-VELOCITY-TRACKED
              PERFORM 2100-CHECK-VELOCITY THRU 2100-EXIT
              IF RT-ROUTE-SPECIAL
                 GO TO 2000-EXIT
              END-IF
           END-IF
           IF PF-ROUTING-FORCE-SPECIAL
              MOVE 2 TO RT-ROUTE-VALUE
              MOVE 'FRC' TO RT-REASON-CODE
           ELSE
              SEARCH ALL ROUTE-ENTRY
                 AT END MOVE 1 TO RT-ROUTE-VALUE
                 WHEN RT-HANDLING-CODE(RT-IX) = CM-HANDLING-CODE
                    MOVE RT-DISPATCH-IX(RT-IX) TO RT-ROUTE-VALUE
              END-SEARCH
              IF RT-ROUTE-SPECIAL
                 MOVE 'HND' TO RT-REASON-CODE
              END-IF
           END-IF.
       2000-EXIT.
           EXIT.

      *> The day's figures already include this transaction, so
      *> "past the limit" is strictly over it: with a count limit
      *> of 20 the twenty-first transaction of the day is the
      *> first to route special. A zero limit (or a control record
      *> that predates the field) switches that limit off.
       2100-CHECK-VELOCITY.
           MOVE 1 TO RT-ROUTE-VALUE
           IF PF-VELOCITY-COUNT-LIMIT NUMERIC
              AND PF-VELOCITY-COUNT-LIMIT > ZERO
              AND VL-TRAN-COUNT > PF-VELOCITY-COUNT-LIMIT
              MOVE 2 TO RT-ROUTE-VALUE
              MOVE 'VCT' TO RT-REASON-CODE
              GO TO 2100-EXIT
           END-IF
           IF PF-VELOCITY-VALUE-LIMIT NUMERIC
              AND PF-VELOCITY-VALUE-LIMIT > ZERO
              AND VL-TRAN-VALUE > PF-VELOCITY-VALUE-LIMIT
              MOVE 2 TO RT-ROUTE-VALUE
              MOVE 'VVL' TO RT-REASON-CODE
           END-IF.
       2100-EXIT.
           EXIT.

      *> A type code is only good if operations has it on the
      *> reference file and active, and the amount fits the type:
      *> present when the type requires one, absent on a non-
      *> monetary type, and not over the type's own ceiling (zero
      *> ceiling = none).
       3000-CHECK-TYPE.
           MOVE 'T' TO RT-RESULT-CODE
           MOVE SPACES TO RT-REASON-CODE
           IF TT-TYPE-CODE = SPACES
              OR TT-TYPE-CODE NOT = RT-TRAN-TYPE
              MOVE 'UNKN' TO RT-REASON-CODE
              GO TO 3000-EXIT
           END-IF
           IF NOT TT-ACTIVE
              MOVE 'RETD' TO RT-REASON-CODE
              GO TO 3000-EXIT
           END-IF
           IF TT-AMOUNT-REQUIRED AND RT-TRAN-AMOUNT NOT > ZERO
              MOVE 'AREQ' TO RT-REASON-CODE
              GO TO 3000-EXIT
           END-IF
           IF TT-NON-MONETARY AND RT-TRAN-AMOUNT NOT = ZERO
              MOVE 'NMON' TO RT-REASON-CODE
              GO TO 3000-EXIT
           END-IF
           IF TT-AMOUNT-CEILING NUMERIC
              AND TT-AMOUNT-CEILING > ZERO
              AND RT-TRAN-AMOUNT > TT-AMOUNT-CEILING
              MOVE 'CEIL' TO RT-REASON-CODE
              GO TO 3000-EXIT
           END-IF
           MOVE 'O' TO RT-RESULT-CODE.
       3000-EXIT.
           EXIT.

      *> Adds one transaction to the account's running figures for
      *> RT-VELOCITY-DATE. A record last counted on an earlier day,
      *> or one the caller has just created (spaces), starts the
      *> day from zero first. The count holds at its ceiling rather
      *> than wrapping.
       4000-ADD-VELOCITY.
           IF VL-DATE NOT NUMERIC
              OR VL-DATE NOT = RT-VELOCITY-DATE
              OR VL-TRAN-COUNT NOT NUMERIC
              OR VL-TRAN-VALUE NOT NUMERIC
              MOVE RT-VELOCITY-DATE TO VL-DATE
              MOVE ZERO TO VL-TRAN-COUNT
              MOVE ZERO TO VL-TRAN-VALUE
           END-IF
           IF VL-TRAN-COUNT < 99999
              ADD 1 TO VL-TRAN-COUNT
           END-IF
           ADD RT-TRAN-AMOUNT TO VL-TRAN-VALUE.
       4000-EXIT.
           EXIT.

      *> A hold is live from its start date through its expiry
      *> date inclusive (zero expiry = until released). One that
      *> was released, has not started, or has run past its expiry
      *> is not - the last of these is how a hold lapses without
      *> anyone releasing it.
       5000-CHECK-HOLD.
           MOVE 'O' TO RT-RESULT-CODE
           MOVE SPACES TO RT-REASON-CODE
           IF NOT HL-STATUS-ACTIVE
              MOVE 'RLSD' TO RT-REASON-CODE
              GO TO 5000-EXIT
           END-IF
           IF HL-START-DATE NUMERIC
              AND HL-START-DATE > RT-HOLD-DATE
              MOVE 'PEND' TO RT-REASON-CODE
              GO TO 5000-EXIT
           END-IF
           IF HL-EXPIRY-DATE NUMERIC
              AND HL-EXPIRY-DATE > ZERO
              AND HL-EXPIRY-DATE < RT-HOLD-DATE
              MOVE 'EXPD' TO RT-REASON-CODE
              GO TO 5000-EXIT
           END-IF
           MOVE 'H' TO RT-RESULT-CODE
           MOVE HL-HOLD-TYPE TO RT-REASON-CODE.
       5000-EXIT.
           EXIT.
