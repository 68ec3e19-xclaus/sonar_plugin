      *> RUNSCHD.cpy
      *> Expected nightly batch schedule, one record per batch
      *> program, kept by operations as a small sequential dataset
      *> alongside the JCL. The RUNSTAT morning status report reads
      *> it to tell a job that did not run from a job that was not
      *> due. A night is named by the date it starts on: a job
      *> scheduled for Monday night is expected between the window
      *> start on Monday evening and RUNSTAT's run on Tuesday
      *> morning, even if it runs after midnight.
       01 SC-RECORD.
          05 SC-PROGRAM               PIC X(08).
      *> D - nights flagged in SC-RUN-DAYS; M - the last night of
      *> each month only; R - on request, never expected.
          05 SC-FREQUENCY             PIC X(01).
             88 SC-BY-DAY-OF-WEEK         VALUE 'D'.
             88 SC-MONTH-END              VALUE 'M'.
             88 SC-ON-REQUEST             VALUE 'R'.
      *> Nights the job runs, Monday first as in PTNRMAS; 'Y' = due
      *> that night.
          05 SC-RUN-DAYS              PIC X(07).
          05 SC-RUN-DAY-TABLE REDEFINES SC-RUN-DAYS.
             10 SC-RUN-DAY            PIC X(01) OCCURS 7 TIMES.
                88 SC-RUN-EXPECTED        VALUE 'Y'.
          05 SC-DESCRIPTION           PIC X(30).
          05 FILLER                   PIC X(34).
