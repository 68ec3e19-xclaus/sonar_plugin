      *> VSAM ESDS appended online and readable sequentially by
      *> batch, same as AUDITLOG. "Did someone touch the parm
      *> record" is answered here.
      *> The velocity-limit images were added after the original
      *> value blocks were laid out, so they follow the old 96-byte
      *> record instead of sitting inside PH-OLD-VALUES/PH-NEW-
      *> VALUES, with room behind them for the next values added.
      *> The large-value threshold and duplicate-window images went
      *> into that spare room; records logged before them carry
      *> spaces there, and the PARMAPLY writer always fills them.
      *> Since changes became dual-control (PARMPEND) the record is
      *> written by the PARMAPLY task when an approved change is
      *> applied: the timestamp is when it went live, PH-USER-ID and
      *> PH-TERMINAL-ID are the operator who keyed the change, and
      *> the approving OPS-ADMIN and the request number follow the
      *> first 160 bytes. PHSTCONV carries the 96-byte records
      *> across once, with zero velocity images, spaces for the
      *> approver and zero for the request number - a change
      *> applied directly, before dual control.
       01 PH-RECORD.
          05 PH-TIMESTAMP.
             10 PH-DATE               PIC 9(08).
             10 PH-NEW-WORKQ-RET      PIC 9(03).
             10 PH-NEW-CKPT-RET       PIC 9(03).
          05 FILLER                   PIC X(04).
          05 PH-OLD-VELOCITY.
             10 PH-OLD-VEL-COUNT      PIC 9(05).
             10 PH-OLD-VEL-VALUE      PIC 9(09)V99.
          05 PH-NEW-VELOCITY.
             10 PH-NEW-VEL-COUNT      PIC 9(05).
             10 PH-NEW-VEL-VALUE      PIC 9(09)V99.
          05 PH-OLD-LGV-THRESH        PIC 9(09)V99.
          05 PH-NEW-LGV-THRESH        PIC 9(09)V99.
          05 PH-OLD-DUP-WINDOW        PIC 9(04).
          05 PH-NEW-DUP-WINDOW        PIC 9(04).
          05 FILLER                   PIC X(02).
          05 PH-APPROVER-ID           PIC X(08).
          05 PH-APPROVER-TERMINAL     PIC X(04).
          05 PH-REQUEST-NO            PIC 9(08).
          05 FILLER                   PIC X(20).
