      *> PARMPEND.cpy
      *> Pending HELLOPRM change request, one per change keyed on
      *> the PARMMNT screen. A change to the control record is no
      *> longer applied by the operator who keys it: it is staged
      *> here PENDING, and a second, different OPS-ADMIN approves
      *> or rejects it on the same screen. Approved requests are
      *> applied to PARMCTL by the PARMAPLY timed task (the PRMA
      *> transaction) once their effective date and time arrive -
      *> straight away on approval when none was given - and the
      *> applied change is logged to PARMHIST under both ids.
      *> Physically a VSAM KSDS keyed on the request number, which
      *> PARMMNT assigns one above the highest on file. Requests are
      *> never deleted; the status says how each one ended:
      *>
      *>   pending   keyed, waiting for a second OPS-ADMIN;
      *>   approved  approved, waiting for its effective time;
      *>   rejected  turned down by the second OPS-ADMIN;
      *>   expired   nobody acted on it by its expiry time (alerted
      *>             PARMEXP by PARMAPLY);
      *>   applied   written to PARMCTL and PARMHIST;
      *>   stale     approved, but the control record had already
      *>             been changed since the request was keyed, so it
      *>             was not applied (alerted PARMSTAL) - the change
      *>             has to be keyed again against the current values.
      *>
      *> PQ-BASE-RECORD is the whole control record the requester
      *> changed from and PQ-NEW-RECORD the whole record as it is to
      *> be written. A request with no effective date expires 24
      *> hours after it was keyed; one with an effective date
      *> expires at that date and time, since approving it later
      *> would put the change live later than asked.
       01 PQ-RECORD.
          05 PQ-REQUEST-NO            PIC 9(08).
          05 PQ-STATUS                PIC X(01).
             88 PQ-PENDING                VALUE 'P'.
             88 PQ-APPROVED               VALUE 'A'.
             88 PQ-REJECTED               VALUE 'R'.
             88 PQ-EXPIRED                VALUE 'X'.
             88 PQ-APPLIED                VALUE 'D'.
             88 PQ-STALE                  VALUE 'S'.
          05 PQ-REQUESTED.
             10 PQ-REQ-USER-ID        PIC X(08).
             10 PQ-REQ-TERMINAL-ID    PIC X(04).
             10 PQ-REQ-DATE           PIC 9(08).
             10 PQ-REQ-TIME           PIC 9(06).
      *> Zero effective date = apply as soon as approved.
          05 PQ-EFFECTIVE-DATE        PIC 9(08).
          05 PQ-EFFECTIVE-TIME        PIC 9(04).
          05 PQ-EXPIRY-DATE           PIC 9(08).
          05 PQ-EXPIRY-TIME           PIC 9(04).
      *> The second OPS-ADMIN who approved or rejected the request.
          05 PQ-ACTIONED.
             10 PQ-ACT-USER-ID        PIC X(08).
             10 PQ-ACT-TERMINAL-ID    PIC X(04).
             10 PQ-ACT-DATE           PIC 9(08).
             10 PQ-ACT-TIME           PIC 9(06).
      *> When PARMAPLY applied, expired or staled the request.
          05 PQ-CLOSED-DATE           PIC 9(08).
          05 PQ-CLOSED-TIME           PIC 9(06).
          05 PQ-BASE-RECORD           PIC X(80).
          05 PQ-NEW-RECORD            PIC X(80).
          05 FILLER                   PIC X(41).
