      *> the OPERAUTH VSAM KSDS (key OA-USER-ID), maintained by
      *> operations through the AUTHLOAD batch load. The maintenance
      *> transactions check it before a sensitive action: CUSTMNT's
      *> duplicate tax-id override and HOLDMNT's placing and
      *> releasing of account holds take a genuine SUPERVISOR entry,
      *> PARMMNT updates and RSTCKMNT resubmits take OPS-ADMIN.
      *> Every denied attempt is written to AUDIT-LOG under the
      *> AUTHDENY condition, so who is trying what is answerable -
