      *> HOLDMNM.cpy
      *> Symbolic map for the HOLDM1 map (HOLDMNT mapset), hand-built
      *> in the same layout BMS assembly normally generates - an
      *> input (I) structure and a matching output (O) structure,
      *> each giving every DFHMDF field in HOLDMNT.bms its own
      *> length/flag/attribute/data slot, in the exact order the
      *> fields are defined in the mapset, protected labels and
      *> list lines included.
       01  HOLDM1I.
           05 TITLE1L                 PIC S9(4) COMP.
           05 TITLE1F                 PIC X.
           05 FILLER REDEFINES TITLE1F PIC X.
           05 TITLE1A                 PIC X.
           05 TITLE1I                 PIC X(40).
           05 DATEFL                  PIC S9(4) COMP.
           05 DATEFF                  PIC X.
           05 FILLER REDEFINES DATEFF PIC X.
           05 DATEFA                  PIC X.
           05 DATEFI                  PIC X(08).
           05 TIMEFL                  PIC S9(4) COMP.
           05 TIMEFF                  PIC X.
           05 FILLER REDEFINES TIMEFF PIC X.
           05 TIMEFA                  PIC X.
           05 TIMEFI                  PIC X(08).
           05 LBLACTL                 PIC S9(4) COMP.
           05 LBLACTF                 PIC X.
           05 FILLER REDEFINES LBLACTF PIC X.
           05 LBLACTA                 PIC X.
           05 LBLACTI                 PIC X(24).
           05 ACTFL                   PIC S9(4) COMP.
           05 ACTFF                   PIC X.
           05 FILLER REDEFINES ACTFF PIC X.
           05 ACTFA                   PIC X.
           05 ACTFI                   PIC X(01).
           05 LBLACCL                 PIC S9(4) COMP.
           05 LBLACCF                 PIC X.
           05 FILLER REDEFINES LBLACCF PIC X.
           05 LBLACCA                 PIC X.
           05 LBLACCI                 PIC X(24).
           05 ACCTFL                  PIC S9(4) COMP.
           05 ACCTFF                  PIC X.
           05 FILLER REDEFINES ACCTFF PIC X.
           05 ACCTFA                  PIC X.
           05 ACCTFI                  PIC X(10).
           05 LBLTYPL                 PIC S9(4) COMP.
           05 LBLTYPF                 PIC X.
           05 FILLER REDEFINES LBLTYPF PIC X.
           05 LBLTYPA                 PIC X.
           05 LBLTYPI                 PIC X(24).
           05 TYPFL                   PIC S9(4) COMP.
           05 TYPFF                   PIC X.
           05 FILLER REDEFINES TYPFF PIC X.
           05 TYPFA                   PIC X.
           05 TYPFI                   PIC X(04).
           05 LBLRSNL                 PIC S9(4) COMP.
           05 LBLRSNF                 PIC X.
           05 FILLER REDEFINES LBLRSNF PIC X.
           05 LBLRSNA                 PIC X.
           05 LBLRSNI                 PIC X(24).
           05 RSNFL                   PIC S9(4) COMP.
           05 RSNFF                   PIC X.
           05 FILLER REDEFINES RSNFF PIC X.
           05 RSNFA                   PIC X.
           05 RSNFI                   PIC X(40).
           05 LBLSTRL                 PIC S9(4) COMP.
           05 LBLSTRF                 PIC X.
           05 FILLER REDEFINES LBLSTRF PIC X.
           05 LBLSTRA                 PIC X.
           05 LBLSTRI                 PIC X(24).
           05 STRFL                   PIC S9(4) COMP.
           05 STRFF                   PIC X.
           05 FILLER REDEFINES STRFF PIC X.
           05 STRFA                   PIC X.
           05 STRFI                   PIC X(08).
           05 LBLEXPL                 PIC S9(4) COMP.
           05 LBLEXPF                 PIC X.
           05 FILLER REDEFINES LBLEXPF PIC X.
           05 LBLEXPA                 PIC X.
           05 LBLEXPI                 PIC X(24).
           05 EXPFL                   PIC S9(4) COMP.
           05 EXPFF                   PIC X.
           05 FILLER REDEFINES EXPFF PIC X.
           05 EXPFA                   PIC X.
           05 EXPFI                   PIC X(08).
           05 LBLSEQL                 PIC S9(4) COMP.
           05 LBLSEQF                 PIC X.
           05 FILLER REDEFINES LBLSEQF PIC X.
           05 LBLSEQA                 PIC X.
           05 LBLSEQI                 PIC X(24).
           05 RSQFL                   PIC S9(4) COMP.
           05 RSQFF                   PIC X.
           05 FILLER REDEFINES RSQFF PIC X.
           05 RSQFA                   PIC X.
           05 RSQFI                   PIC X(03).
           05 HDRLINEL                PIC S9(4) COMP.
           05 HDRLINEF                PIC X.
           05 FILLER REDEFINES HDRLINEF PIC X.
           05 HDRLINEA                PIC X.
           05 HDRLINEI                PIC X(78).
           05 LIN1L                   PIC S9(4) COMP.
           05 LIN1F                   PIC X.
           05 FILLER REDEFINES LIN1F PIC X.
           05 LIN1A                   PIC X.
           05 LIN1I                   PIC X(78).
           05 LIN2L                   PIC S9(4) COMP.
           05 LIN2F                   PIC X.
           05 FILLER REDEFINES LIN2F PIC X.
           05 LIN2A                   PIC X.
           05 LIN2I                   PIC X(78).
           05 LIN3L                   PIC S9(4) COMP.
           05 LIN3F                   PIC X.
           05 FILLER REDEFINES LIN3F PIC X.
           05 LIN3A                   PIC X.
           05 LIN3I                   PIC X(78).
           05 LIN4L                   PIC S9(4) COMP.
           05 LIN4F                   PIC X.
           05 FILLER REDEFINES LIN4F PIC X.
           05 LIN4A                   PIC X.
           05 LIN4I                   PIC X(78).
           05 LIN5L                   PIC S9(4) COMP.
           05 LIN5F                   PIC X.
           05 FILLER REDEFINES LIN5F PIC X.
           05 LIN5A                   PIC X.
           05 LIN5I                   PIC X(78).
           05 LIN6L                   PIC S9(4) COMP.
           05 LIN6F                   PIC X.
           05 FILLER REDEFINES LIN6F PIC X.
           05 LIN6A                   PIC X.
           05 LIN6I                   PIC X(78).
           05 LIN7L                   PIC S9(4) COMP.
           05 LIN7F                   PIC X.
           05 FILLER REDEFINES LIN7F PIC X.
           05 LIN7A                   PIC X.
           05 LIN7I                   PIC X(78).
           05 LIN8L                   PIC S9(4) COMP.
           05 LIN8F                   PIC X.
           05 FILLER REDEFINES LIN8F PIC X.
           05 LIN8A                   PIC X.
           05 LIN8I                   PIC X(78).
           05 MSGFL                   PIC S9(4) COMP.
           05 MSGFF                   PIC X.
           05 FILLER REDEFINES MSGFF PIC X.
           05 MSGFA                   PIC X.
           05 MSGFI                   PIC X(78).
           05 INSTFL                  PIC S9(4) COMP.
           05 INSTFF                  PIC X.
           05 FILLER REDEFINES INSTFF PIC X.
           05 INSTFA                  PIC X.
           05 INSTFI                  PIC X(78).

       01  HOLDM1O REDEFINES HOLDM1I.
           05 TITLE1L-O               PIC S9(4) COMP.
           05 TITLE1F-O               PIC X.
           05 FILLER REDEFINES TITLE1F-O PIC X.
           05 TITLE1A-O               PIC X.
           05 TITLE1O                 PIC X(40).
           05 DATEFL-O                PIC S9(4) COMP.
           05 DATEFF-O                PIC X.
           05 FILLER REDEFINES DATEFF-O PIC X.
           05 DATEFA-O                PIC X.
           05 DATEFO                  PIC X(08).
           05 TIMEFL-O                PIC S9(4) COMP.
           05 TIMEFF-O                PIC X.
           05 FILLER REDEFINES TIMEFF-O PIC X.
           05 TIMEFA-O                PIC X.
           05 TIMEFO                  PIC X(08).
           05 LBLACTL-O               PIC S9(4) COMP.
           05 LBLACTF-O               PIC X.
           05 FILLER REDEFINES LBLACTF-O PIC X.
           05 LBLACTA-O               PIC X.
           05 LBLACTO                 PIC X(24).
           05 ACTFL-O                 PIC S9(4) COMP.
           05 ACTFF-O                 PIC X.
           05 FILLER REDEFINES ACTFF-O PIC X.
           05 ACTFA-O                 PIC X.
           05 ACTFO                   PIC X(01).
           05 LBLACCL-O               PIC S9(4) COMP.
           05 LBLACCF-O               PIC X.
           05 FILLER REDEFINES LBLACCF-O PIC X.
           05 LBLACCA-O               PIC X.
           05 LBLACCO                 PIC X(24).
           05 ACCTFL-O                PIC S9(4) COMP.
           05 ACCTFF-O                PIC X.
           05 FILLER REDEFINES ACCTFF-O PIC X.
           05 ACCTFA-O                PIC X.
           05 ACCTFO                  PIC X(10).
           05 LBLTYPL-O               PIC S9(4) COMP.
           05 LBLTYPF-O               PIC X.
           05 FILLER REDEFINES LBLTYPF-O PIC X.
           05 LBLTYPA-O               PIC X.
           05 LBLTYPO                 PIC X(24).
           05 TYPFL-O                 PIC S9(4) COMP.
           05 TYPFF-O                 PIC X.
           05 FILLER REDEFINES TYPFF-O PIC X.
           05 TYPFA-O                 PIC X.
           05 TYPFO                   PIC X(04).
           05 LBLRSNL-O               PIC S9(4) COMP.
           05 LBLRSNF-O               PIC X.
           05 FILLER REDEFINES LBLRSNF-O PIC X.
           05 LBLRSNA-O               PIC X.
           05 LBLRSNO                 PIC X(24).
           05 RSNFL-O                 PIC S9(4) COMP.
           05 RSNFF-O                 PIC X.
           05 FILLER REDEFINES RSNFF-O PIC X.
           05 RSNFA-O                 PIC X.
           05 RSNFO                   PIC X(40).
           05 LBLSTRL-O               PIC S9(4) COMP.
           05 LBLSTRF-O               PIC X.
           05 FILLER REDEFINES LBLSTRF-O PIC X.
           05 LBLSTRA-O               PIC X.
           05 LBLSTRO                 PIC X(24).
           05 STRFL-O                 PIC S9(4) COMP.
           05 STRFF-O                 PIC X.
           05 FILLER REDEFINES STRFF-O PIC X.
           05 STRFA-O                 PIC X.
           05 STRFO                   PIC X(08).
           05 LBLEXPL-O               PIC S9(4) COMP.
           05 LBLEXPF-O               PIC X.
           05 FILLER REDEFINES LBLEXPF-O PIC X.
           05 LBLEXPA-O               PIC X.
           05 LBLEXPO                 PIC X(24).
           05 EXPFL-O                 PIC S9(4) COMP.
           05 EXPFF-O                 PIC X.
           05 FILLER REDEFINES EXPFF-O PIC X.
           05 EXPFA-O                 PIC X.
           05 EXPFO                   PIC X(08).
           05 LBLSEQL-O               PIC S9(4) COMP.
           05 LBLSEQF-O               PIC X.
           05 FILLER REDEFINES LBLSEQF-O PIC X.
           05 LBLSEQA-O               PIC X.
           05 LBLSEQO                 PIC X(24).
           05 RSQFL-O                 PIC S9(4) COMP.
           05 RSQFF-O                 PIC X.
           05 FILLER REDEFINES RSQFF-O PIC X.
           05 RSQFA-O                 PIC X.
           05 RSQFO                   PIC X(03).
           05 HDRLINEL-O              PIC S9(4) COMP.
           05 HDRLINEF-O              PIC X.
           05 FILLER REDEFINES HDRLINEF-O PIC X.
           05 HDRLINEA-O              PIC X.
           05 HDRLINEO                PIC X(78).
           05 LIN1L-O                 PIC S9(4) COMP.
           05 LIN1F-O                 PIC X.
           05 FILLER REDEFINES LIN1F-O PIC X.
           05 LIN1A-O                 PIC X.
           05 LIN1O                   PIC X(78).
           05 LIN2L-O                 PIC S9(4) COMP.
           05 LIN2F-O                 PIC X.
           05 FILLER REDEFINES LIN2F-O PIC X.
           05 LIN2A-O                 PIC X.
           05 LIN2O                   PIC X(78).
           05 LIN3L-O                 PIC S9(4) COMP.
           05 LIN3F-O                 PIC X.
           05 FILLER REDEFINES LIN3F-O PIC X.
           05 LIN3A-O                 PIC X.
           05 LIN3O                   PIC X(78).
           05 LIN4L-O                 PIC S9(4) COMP.
           05 LIN4F-O                 PIC X.
           05 FILLER REDEFINES LIN4F-O PIC X.
           05 LIN4A-O                 PIC X.
           05 LIN4O                   PIC X(78).
           05 LIN5L-O                 PIC S9(4) COMP.
           05 LIN5F-O                 PIC X.
           05 FILLER REDEFINES LIN5F-O PIC X.
           05 LIN5A-O                 PIC X.
           05 LIN5O                   PIC X(78).
           05 LIN6L-O                 PIC S9(4) COMP.
           05 LIN6F-O                 PIC X.
           05 FILLER REDEFINES LIN6F-O PIC X.
           05 LIN6A-O                 PIC X.
           05 LIN6O                   PIC X(78).
           05 LIN7L-O                 PIC S9(4) COMP.
           05 LIN7F-O                 PIC X.
           05 FILLER REDEFINES LIN7F-O PIC X.
           05 LIN7A-O                 PIC X.
           05 LIN7O                   PIC X(78).
           05 LIN8L-O                 PIC S9(4) COMP.
           05 LIN8F-O                 PIC X.
           05 FILLER REDEFINES LIN8F-O PIC X.
           05 LIN8A-O                 PIC X.
           05 LIN8O                   PIC X(78).
           05 MSGFL-O                 PIC S9(4) COMP.
           05 MSGFF-O                 PIC X.
           05 FILLER REDEFINES MSGFF-O PIC X.
           05 MSGFA-O                 PIC X.
           05 MSGFO                   PIC X(78).
           05 INSTFL-O                PIC S9(4) COMP.
           05 INSTFF-O                PIC X.
           05 FILLER REDEFINES INSTFF-O PIC X.
           05 INSTFA-O                PIC X.
           05 INSTFO                  PIC X(78).
