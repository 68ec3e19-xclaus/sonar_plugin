      *> RUNLEDG.cpy
      *> Batch run-ledger record. Every batch program appends a start
      *> record as it begins and an end record as it finishes,
      *> through the RUNLEDGR common routine, to the shared RUNLEDG
      *> ledger (physically a VSAM ESDS, appended EXTEND like
      *> ALERTF). The two records of one run share program, run
      *> date and start time; a start record with no end record
      *> behind it is a run that abended or is still going. The
      *> end record carries the end date and time, the elapsed
      *> seconds, records read and written, the counts the program
      *> prints on its own report or SYSOUT, and the final return
      *> code. The RUNSTAT morning report reads the ledger against
      *> the RUNSCHD nightly schedule.
       01 RG-RECORD.
          05 RG-PROGRAM               PIC X(08).
          05 RG-RECORD-TYPE           PIC X(01).
             88 RG-START                  VALUE 'S'.
             88 RG-END                    VALUE 'E'.
          05 RG-RUN-DATE              PIC 9(08).
          05 RG-START-TIME            PIC 9(08).
      *> Zero on a start record from here to the counts.
          05 RG-END-DATE              PIC 9(08).
          05 RG-END-TIME              PIC 9(08).
          05 RG-ELAPSED-SECONDS       PIC 9(07).
          05 RG-RECORDS-READ          PIC 9(09).
          05 RG-RECORDS-WRITTEN       PIC 9(09).
          05 RG-RETURN-CODE           PIC 9(04).
          05 RG-COUNT-ENTRY OCCURS 8 TIMES.
             10 RG-COUNT-LABEL        PIC X(12).
             10 RG-COUNT-VALUE        PIC 9(09).
          05 FILLER                   PIC X(12).
