      *> DUPTMNM.cpy
      *> Symbolic map for the DUPTM1 map (DUPTMNT mapset), hand-
      *> built in the same layout BMS assembly normally generates -
      *> an input (I) structure and a matching output (O) structure,
      *> each giving every DFHMDF field in DUPTMNT.bms its own
      *> length/flag/attribute/data slot, in the exact order the
      *> fields are defined in the mapset (TITLE1, DATEF, TIMEF,
      *> HDRLINE, then SEL/ACT/TYP/AMT/PTN/SRC/DAT/TIM/PRI per row
      *> 1-5, then MSGF, INSTF), same as RSTCKMNM.cpy.
       01  DUPTM1I.
           05 TITLE1L                  PIC S9(4) COMP.
           05 TITLE1F                  PIC X.
           05 FILLER REDEFINES TITLE1F PIC X.
           05 TITLE1A                  PIC X.
           05 TITLE1I                  PIC X(40).
           05 DATEFL                   PIC S9(4) COMP.
           05 DATEFF                   PIC X.
           05 FILLER REDEFINES DATEFF PIC X.
           05 DATEFA                   PIC X.
           05 DATEFI                   PIC X(08).
           05 TIMEFL                   PIC S9(4) COMP.
           05 TIMEFF                   PIC X.
           05 FILLER REDEFINES TIMEFF PIC X.
           05 TIMEFA                   PIC X.
           05 TIMEFI                   PIC X(08).
           05 HDRLINEL                 PIC S9(4) COMP.
           05 HDRLINEF                 PIC X.
           05 FILLER REDEFINES HDRLINEF PIC X.
           05 HDRLINEA                 PIC X.
           05 HDRLINEI                 PIC X(78).
           05 SEL1L                    PIC S9(4) COMP.
           05 SEL1F                    PIC X.
           05 FILLER REDEFINES SEL1F PIC X.
           05 SEL1A                    PIC X.
           05 SEL1I                    PIC X(01).
           05 ACT1L                    PIC S9(4) COMP.
           05 ACT1F                    PIC X.
           05 FILLER REDEFINES ACT1F PIC X.
           05 ACT1A                    PIC X.
           05 ACT1I                    PIC X(10).
           05 TYP1L                    PIC S9(4) COMP.
           05 TYP1F                    PIC X.
           05 FILLER REDEFINES TYP1F PIC X.
           05 TYP1A                    PIC X.
           05 TYP1I                    PIC X(02).
           05 AMT1L                    PIC S9(4) COMP.
           05 AMT1F                    PIC X.
           05 FILLER REDEFINES AMT1F PIC X.
           05 AMT1A                    PIC X.
           05 AMT1I                    PIC X(14).
           05 PTN1L                    PIC S9(4) COMP.
           05 PTN1F                    PIC X.
           05 FILLER REDEFINES PTN1F PIC X.
           05 PTN1A                    PIC X.
           05 PTN1I                    PIC X(04).
           05 SRC1L                    PIC S9(4) COMP.
           05 SRC1F                    PIC X.
           05 FILLER REDEFINES SRC1F PIC X.
           05 SRC1A                    PIC X.
           05 SRC1I                    PIC X(01).
           05 DAT1L                    PIC S9(4) COMP.
           05 DAT1F                    PIC X.
           05 FILLER REDEFINES DAT1F PIC X.
           05 DAT1A                    PIC X.
           05 DAT1I                    PIC X(08).
           05 TIM1L                    PIC S9(4) COMP.
           05 TIM1F                    PIC X.
           05 FILLER REDEFINES TIM1F PIC X.
           05 TIM1A                    PIC X.
           05 TIM1I                    PIC X(08).
           05 PRI1L                    PIC S9(4) COMP.
           05 PRI1F                    PIC X.
           05 FILLER REDEFINES PRI1F PIC X.
           05 PRI1A                    PIC X.
           05 PRI1I                    PIC X(08).
           05 SEL2L                    PIC S9(4) COMP.
           05 SEL2F                    PIC X.
           05 FILLER REDEFINES SEL2F PIC X.
           05 SEL2A                    PIC X.
           05 SEL2I                    PIC X(01).
           05 ACT2L                    PIC S9(4) COMP.
           05 ACT2F                    PIC X.
           05 FILLER REDEFINES ACT2F PIC X.
           05 ACT2A                    PIC X.
           05 ACT2I                    PIC X(10).
           05 TYP2L                    PIC S9(4) COMP.
           05 TYP2F                    PIC X.
           05 FILLER REDEFINES TYP2F PIC X.
           05 TYP2A                    PIC X.
           05 TYP2I                    PIC X(02).
           05 AMT2L                    PIC S9(4) COMP.
           05 AMT2F                    PIC X.
           05 FILLER REDEFINES AMT2F PIC X.
           05 AMT2A                    PIC X.
           05 AMT2I                    PIC X(14).
           05 PTN2L                    PIC S9(4) COMP.
           05 PTN2F                    PIC X.
           05 FILLER REDEFINES PTN2F PIC X.
           05 PTN2A                    PIC X.
           05 PTN2I                    PIC X(04).
           05 SRC2L                    PIC S9(4) COMP.
           05 SRC2F                    PIC X.
           05 FILLER REDEFINES SRC2F PIC X.
           05 SRC2A                    PIC X.
           05 SRC2I                    PIC X(01).
           05 DAT2L                    PIC S9(4) COMP.
           05 DAT2F                    PIC X.
           05 FILLER REDEFINES DAT2F PIC X.
           05 DAT2A                    PIC X.
           05 DAT2I                    PIC X(08).
           05 TIM2L                    PIC S9(4) COMP.
           05 TIM2F                    PIC X.
           05 FILLER REDEFINES TIM2F PIC X.
           05 TIM2A                    PIC X.
           05 TIM2I                    PIC X(08).
           05 PRI2L                    PIC S9(4) COMP.
           05 PRI2F                    PIC X.
           05 FILLER REDEFINES PRI2F PIC X.
           05 PRI2A                    PIC X.
           05 PRI2I                    PIC X(08).
           05 SEL3L                    PIC S9(4) COMP.
           05 SEL3F                    PIC X.
           05 FILLER REDEFINES SEL3F PIC X.
           05 SEL3A                    PIC X.
           05 SEL3I                    PIC X(01).
           05 ACT3L                    PIC S9(4) COMP.
           05 ACT3F                    PIC X.
           05 FILLER REDEFINES ACT3F PIC X.
           05 ACT3A                    PIC X.
           05 ACT3I                    PIC X(10).
           05 TYP3L                    PIC S9(4) COMP.
           05 TYP3F                    PIC X.
           05 FILLER REDEFINES TYP3F PIC X.
           05 TYP3A                    PIC X.
           05 TYP3I                    PIC X(02).
           05 AMT3L                    PIC S9(4) COMP.
           05 AMT3F                    PIC X.
           05 FILLER REDEFINES AMT3F PIC X.
           05 AMT3A                    PIC X.
           05 AMT3I                    PIC X(14).
           05 PTN3L                    PIC S9(4) COMP.
           05 PTN3F                    PIC X.
           05 FILLER REDEFINES PTN3F PIC X.
           05 PTN3A                    PIC X.
           05 PTN3I                    PIC X(04).
           05 SRC3L                    PIC S9(4) COMP.
           05 SRC3F                    PIC X.
           05 FILLER REDEFINES SRC3F PIC X.
           05 SRC3A                    PIC X.
           05 SRC3I                    PIC X(01).
           05 DAT3L                    PIC S9(4) COMP.
           05 DAT3F                    PIC X.
           05 FILLER REDEFINES DAT3F PIC X.
           05 DAT3A                    PIC X.
           05 DAT3I                    PIC X(08).
           05 TIM3L                    PIC S9(4) COMP.
           05 TIM3F                    PIC X.
           05 FILLER REDEFINES TIM3F PIC X.
           05 TIM3A                    PIC X.
           05 TIM3I                    PIC X(08).
           05 PRI3L                    PIC S9(4) COMP.
           05 PRI3F                    PIC X.
           05 FILLER REDEFINES PRI3F PIC X.
           05 PRI3A                    PIC X.
           05 PRI3I                    PIC X(08).
           05 SEL4L                    PIC S9(4) COMP.
           05 SEL4F                    PIC X.
           05 FILLER REDEFINES SEL4F PIC X.
           05 SEL4A                    PIC X.
           05 SEL4I                    PIC X(01).
           05 ACT4L                    PIC S9(4) COMP.
           05 ACT4F                    PIC X.
           05 FILLER REDEFINES ACT4F PIC X.
           05 ACT4A                    PIC X.
           05 ACT4I                    PIC X(10).
           05 TYP4L                    PIC S9(4) COMP.
           05 TYP4F                    PIC X.
           05 FILLER REDEFINES TYP4F PIC X.
           05 TYP4A                    PIC X.
           05 TYP4I                    PIC X(02).
           05 AMT4L                    PIC S9(4) COMP.
           05 AMT4F                    PIC X.
           05 FILLER REDEFINES AMT4F PIC X.
           05 AMT4A                    PIC X.
           05 AMT4I                    PIC X(14).
           05 PTN4L                    PIC S9(4) COMP.
           05 PTN4F                    PIC X.
           05 FILLER REDEFINES PTN4F PIC X.
           05 PTN4A                    PIC X.
           05 PTN4I                    PIC X(04).
           05 SRC4L                    PIC S9(4) COMP.
           05 SRC4F                    PIC X.
           05 FILLER REDEFINES SRC4F PIC X.
           05 SRC4A                    PIC X.
           05 SRC4I                    PIC X(01).
           05 DAT4L                    PIC S9(4) COMP.
           05 DAT4F                    PIC X.
           05 FILLER REDEFINES DAT4F PIC X.
           05 DAT4A                    PIC X.
           05 DAT4I                    PIC X(08).
           05 TIM4L                    PIC S9(4) COMP.
           05 TIM4F                    PIC X.
           05 FILLER REDEFINES TIM4F PIC X.
           05 TIM4A                    PIC X.
           05 TIM4I                    PIC X(08).
           05 PRI4L                    PIC S9(4) COMP.
           05 PRI4F                    PIC X.
           05 FILLER REDEFINES PRI4F PIC X.
           05 PRI4A                    PIC X.
           05 PRI4I                    PIC X(08).
           05 SEL5L                    PIC S9(4) COMP.
           05 SEL5F                    PIC X.
           05 FILLER REDEFINES SEL5F PIC X.
           05 SEL5A                    PIC X.
           05 SEL5I                    PIC X(01).
           05 ACT5L                    PIC S9(4) COMP.
           05 ACT5F                    PIC X.
           05 FILLER REDEFINES ACT5F PIC X.
           05 ACT5A                    PIC X.
           05 ACT5I                    PIC X(10).
           05 TYP5L                    PIC S9(4) COMP.
           05 TYP5F                    PIC X.
           05 FILLER REDEFINES TYP5F PIC X.
           05 TYP5A                    PIC X.
           05 TYP5I                    PIC X(02).
           05 AMT5L                    PIC S9(4) COMP.
           05 AMT5F                    PIC X.
           05 FILLER REDEFINES AMT5F PIC X.
           05 AMT5A                    PIC X.
           05 AMT5I                    PIC X(14).
           05 PTN5L                    PIC S9(4) COMP.
           05 PTN5F                    PIC X.
           05 FILLER REDEFINES PTN5F PIC X.
           05 PTN5A                    PIC X.
           05 PTN5I                    PIC X(04).
           05 SRC5L                    PIC S9(4) COMP.
           05 SRC5F                    PIC X.
           05 FILLER REDEFINES SRC5F PIC X.
           05 SRC5A                    PIC X.
           05 SRC5I                    PIC X(01).
           05 DAT5L                    PIC S9(4) COMP.
           05 DAT5F                    PIC X.
           05 FILLER REDEFINES DAT5F PIC X.
           05 DAT5A                    PIC X.
           05 DAT5I                    PIC X(08).
           05 TIM5L                    PIC S9(4) COMP.
           05 TIM5F                    PIC X.
           05 FILLER REDEFINES TIM5F PIC X.
           05 TIM5A                    PIC X.
           05 TIM5I                    PIC X(08).
           05 PRI5L                    PIC S9(4) COMP.
           05 PRI5F                    PIC X.
           05 FILLER REDEFINES PRI5F PIC X.
           05 PRI5A                    PIC X.
           05 PRI5I                    PIC X(08).
           05 MSGFL                    PIC S9(4) COMP.
           05 MSGFF                    PIC X.
           05 FILLER REDEFINES MSGFF PIC X.
           05 MSGFA                    PIC X.
           05 MSGFI                    PIC X(78).
           05 INSTFL                   PIC S9(4) COMP.
           05 INSTFF                   PIC X.
           05 FILLER REDEFINES INSTFF PIC X.
           05 INSTFA                   PIC X.
           05 INSTFI                   PIC X(78).
       01  DUPTM1O REDEFINES DUPTM1I.
           05 TITLE1L-O                PIC S9(4) COMP.
           05 TITLE1F-O                PIC X.
           05 FILLER REDEFINES TITLE1F-O PIC X.
           05 TITLE1A-O                PIC X.
           05 TITLE1O                  PIC X(40).
           05 DATEFL-O                 PIC S9(4) COMP.
           05 DATEFF-O                 PIC X.
           05 FILLER REDEFINES DATEFF-O PIC X.
           05 DATEFA-O                 PIC X.
           05 DATEFO                   PIC X(08).
           05 TIMEFL-O                 PIC S9(4) COMP.
           05 TIMEFF-O                 PIC X.
           05 FILLER REDEFINES TIMEFF-O PIC X.
           05 TIMEFA-O                 PIC X.
           05 TIMEFO                   PIC X(08).
           05 HDRLINEL-O               PIC S9(4) COMP.
           05 HDRLINEF-O               PIC X.
           05 FILLER REDEFINES HDRLINEF-O PIC X.
           05 HDRLINEA-O               PIC X.
           05 HDRLINEO                 PIC X(78).
           05 SEL1L-O                  PIC S9(4) COMP.
           05 SEL1F-O                  PIC X.
           05 FILLER REDEFINES SEL1F-O PIC X.
           05 SEL1A-O                  PIC X.
           05 SEL1O                    PIC X(01).
           05 ACT1L-O                  PIC S9(4) COMP.
           05 ACT1F-O                  PIC X.
           05 FILLER REDEFINES ACT1F-O PIC X.
           05 ACT1A-O                  PIC X.
           05 ACT1O                    PIC X(10).
           05 TYP1L-O                  PIC S9(4) COMP.
           05 TYP1F-O                  PIC X.
           05 FILLER REDEFINES TYP1F-O PIC X.
           05 TYP1A-O                  PIC X.
           05 TYP1O                    PIC X(02).
           05 AMT1L-O                  PIC S9(4) COMP.
           05 AMT1F-O                  PIC X.
           05 FILLER REDEFINES AMT1F-O PIC X.
           05 AMT1A-O                  PIC X.
           05 AMT1O                    PIC X(14).
           05 PTN1L-O                  PIC S9(4) COMP.
           05 PTN1F-O                  PIC X.
           05 FILLER REDEFINES PTN1F-O PIC X.
           05 PTN1A-O                  PIC X.
           05 PTN1O                    PIC X(04).
           05 SRC1L-O                  PIC S9(4) COMP.
           05 SRC1F-O                  PIC X.
           05 FILLER REDEFINES SRC1F-O PIC X.
           05 SRC1A-O                  PIC X.
           05 SRC1O                    PIC X(01).
           05 DAT1L-O                  PIC S9(4) COMP.
           05 DAT1F-O                  PIC X.
           05 FILLER REDEFINES DAT1F-O PIC X.
           05 DAT1A-O                  PIC X.
           05 DAT1O                    PIC X(08).
           05 TIM1L-O                  PIC S9(4) COMP.
           05 TIM1F-O                  PIC X.
           05 FILLER REDEFINES TIM1F-O PIC X.
           05 TIM1A-O                  PIC X.
           05 TIM1O                    PIC X(08).
           05 PRI1L-O                  PIC S9(4) COMP.
           05 PRI1F-O                  PIC X.
           05 FILLER REDEFINES PRI1F-O PIC X.
           05 PRI1A-O                  PIC X.
           05 PRI1O                    PIC X(08).
           05 SEL2L-O                  PIC S9(4) COMP.
           05 SEL2F-O                  PIC X.
           05 FILLER REDEFINES SEL2F-O PIC X.
           05 SEL2A-O                  PIC X.
           05 SEL2O                    PIC X(01).
           05 ACT2L-O                  PIC S9(4) COMP.
           05 ACT2F-O                  PIC X.
           05 FILLER REDEFINES ACT2F-O PIC X.
           05 ACT2A-O                  PIC X.
           05 ACT2O                    PIC X(10).
           05 TYP2L-O                  PIC S9(4) COMP.
           05 TYP2F-O                  PIC X.
           05 FILLER REDEFINES TYP2F-O PIC X.
           05 TYP2A-O                  PIC X.
           05 TYP2O                    PIC X(02).
           05 AMT2L-O                  PIC S9(4) COMP.
           05 AMT2F-O                  PIC X.
           05 FILLER REDEFINES AMT2F-O PIC X.
           05 AMT2A-O                  PIC X.
           05 AMT2O                    PIC X(14).
           05 PTN2L-O                  PIC S9(4) COMP.
           05 PTN2F-O                  PIC X.
           05 FILLER REDEFINES PTN2F-O PIC X.
           05 PTN2A-O                  PIC X.
           05 PTN2O                    PIC X(04).
           05 SRC2L-O                  PIC S9(4) COMP.
           05 SRC2F-O                  PIC X.
           05 FILLER REDEFINES SRC2F-O PIC X.
           05 SRC2A-O                  PIC X.
           05 SRC2O                    PIC X(01).
           05 DAT2L-O                  PIC S9(4) COMP.
           05 DAT2F-O                  PIC X.
           05 FILLER REDEFINES DAT2F-O PIC X.
           05 DAT2A-O                  PIC X.
           05 DAT2O                    PIC X(08).
           05 TIM2L-O                  PIC S9(4) COMP.
           05 TIM2F-O                  PIC X.
           05 FILLER REDEFINES TIM2F-O PIC X.
           05 TIM2A-O                  PIC X.
           05 TIM2O                    PIC X(08).
           05 PRI2L-O                  PIC S9(4) COMP.
           05 PRI2F-O                  PIC X.
           05 FILLER REDEFINES PRI2F-O PIC X.
           05 PRI2A-O                  PIC X.
           05 PRI2O                    PIC X(08).
           05 SEL3L-O                  PIC S9(4) COMP.
           05 SEL3F-O                  PIC X.
           05 FILLER REDEFINES SEL3F-O PIC X.
           05 SEL3A-O                  PIC X.
           05 SEL3O                    PIC X(01).
           05 ACT3L-O                  PIC S9(4) COMP.
           05 ACT3F-O                  PIC X.
           05 FILLER REDEFINES ACT3F-O PIC X.
           05 ACT3A-O                  PIC X.
           05 ACT3O                    PIC X(10).
           05 TYP3L-O                  PIC S9(4) COMP.
           05 TYP3F-O                  PIC X.
           05 FILLER REDEFINES TYP3F-O PIC X.
           05 TYP3A-O                  PIC X.
           05 TYP3O                    PIC X(02).
           05 AMT3L-O                  PIC S9(4) COMP.
           05 AMT3F-O                  PIC X.
           05 FILLER REDEFINES AMT3F-O PIC X.
           05 AMT3A-O                  PIC X.
           05 AMT3O                    PIC X(14).
           05 PTN3L-O                  PIC S9(4) COMP.
           05 PTN3F-O                  PIC X.
           05 FILLER REDEFINES PTN3F-O PIC X.
           05 PTN3A-O                  PIC X.
           05 PTN3O                    PIC X(04).
           05 SRC3L-O                  PIC S9(4) COMP.
           05 SRC3F-O                  PIC X.
           05 FILLER REDEFINES SRC3F-O PIC X.
           05 SRC3A-O                  PIC X.
           05 SRC3O                    PIC X(01).
           05 DAT3L-O                  PIC S9(4) COMP.
           05 DAT3F-O                  PIC X.
           05 FILLER REDEFINES DAT3F-O PIC X.
           05 DAT3A-O                  PIC X.
           05 DAT3O                    PIC X(08).
           05 TIM3L-O                  PIC S9(4) COMP.
           05 TIM3F-O                  PIC X.
           05 FILLER REDEFINES TIM3F-O PIC X.
           05 TIM3A-O                  PIC X.
           05 TIM3O                    PIC X(08).
           05 PRI3L-O                  PIC S9(4) COMP.
           05 PRI3F-O                  PIC X.
           05 FILLER REDEFINES PRI3F-O PIC X.
           05 PRI3A-O                  PIC X.
           05 PRI3O                    PIC X(08).
           05 SEL4L-O                  PIC S9(4) COMP.
           05 SEL4F-O                  PIC X.
           05 FILLER REDEFINES SEL4F-O PIC X.
           05 SEL4A-O                  PIC X.
           05 SEL4O                    PIC X(01).
           05 ACT4L-O                  PIC S9(4) COMP.
           05 ACT4F-O                  PIC X.
           05 FILLER REDEFINES ACT4F-O PIC X.
           05 ACT4A-O                  PIC X.
           05 ACT4O                    PIC X(10).
           05 TYP4L-O                  PIC S9(4) COMP.
           05 TYP4F-O                  PIC X.
           05 FILLER REDEFINES TYP4F-O PIC X.
           05 TYP4A-O                  PIC X.
           05 TYP4O                    PIC X(02).
           05 AMT4L-O                  PIC S9(4) COMP.
           05 AMT4F-O                  PIC X.
           05 FILLER REDEFINES AMT4F-O PIC X.
           05 AMT4A-O                  PIC X.
           05 AMT4O                    PIC X(14).
           05 PTN4L-O                  PIC S9(4) COMP.
           05 PTN4F-O                  PIC X.
           05 FILLER REDEFINES PTN4F-O PIC X.
           05 PTN4A-O                  PIC X.
           05 PTN4O                    PIC X(04).
           05 SRC4L-O                  PIC S9(4) COMP.
           05 SRC4F-O                  PIC X.
           05 FILLER REDEFINES SRC4F-O PIC X.
           05 SRC4A-O                  PIC X.
           05 SRC4O                    PIC X(01).
           05 DAT4L-O                  PIC S9(4) COMP.
           05 DAT4F-O                  PIC X.
           05 FILLER REDEFINES DAT4F-O PIC X.
           05 DAT4A-O                  PIC X.
           05 DAT4O                    PIC X(08).
           05 TIM4L-O                  PIC S9(4) COMP.
           05 TIM4F-O                  PIC X.
           05 FILLER REDEFINES TIM4F-O PIC X.
           05 TIM4A-O                  PIC X.
           05 TIM4O                    PIC X(08).
           05 PRI4L-O                  PIC S9(4) COMP.
           05 PRI4F-O                  PIC X.
           05 FILLER REDEFINES PRI4F-O PIC X.
           05 PRI4A-O                  PIC X.
           05 PRI4O                    PIC X(08).
           05 SEL5L-O                  PIC S9(4) COMP.
           05 SEL5F-O                  PIC X.
           05 FILLER REDEFINES SEL5F-O PIC X.
           05 SEL5A-O                  PIC X.
           05 SEL5O                    PIC X(01).
           05 ACT5L-O                  PIC S9(4) COMP.
           05 ACT5F-O                  PIC X.
           05 FILLER REDEFINES ACT5F-O PIC X.
           05 ACT5A-O                  PIC X.
           05 ACT5O                    PIC X(10).
           05 TYP5L-O                  PIC S9(4) COMP.
           05 TYP5F-O                  PIC X.
           05 FILLER REDEFINES TYP5F-O PIC X.
           05 TYP5A-O                  PIC X.
           05 TYP5O                    PIC X(02).
           05 AMT5L-O                  PIC S9(4) COMP.
           05 AMT5F-O                  PIC X.
           05 FILLER REDEFINES AMT5F-O PIC X.
           05 AMT5A-O                  PIC X.
           05 AMT5O                    PIC X(14).
           05 PTN5L-O                  PIC S9(4) COMP.
           05 PTN5F-O                  PIC X.
           05 FILLER REDEFINES PTN5F-O PIC X.
           05 PTN5A-O                  PIC X.
           05 PTN5O                    PIC X(04).
           05 SRC5L-O                  PIC S9(4) COMP.
           05 SRC5F-O                  PIC X.
           05 FILLER REDEFINES SRC5F-O PIC X.
           05 SRC5A-O                  PIC X.
           05 SRC5O                    PIC X(01).
           05 DAT5L-O                  PIC S9(4) COMP.
           05 DAT5F-O                  PIC X.
           05 FILLER REDEFINES DAT5F-O PIC X.
           05 DAT5A-O                  PIC X.
           05 DAT5O                    PIC X(08).
           05 TIM5L-O                  PIC S9(4) COMP.
           05 TIM5F-O                  PIC X.
           05 FILLER REDEFINES TIM5F-O PIC X.
           05 TIM5A-O                  PIC X.
           05 TIM5O                    PIC X(08).
           05 PRI5L-O                  PIC S9(4) COMP.
           05 PRI5F-O                  PIC X.
           05 FILLER REDEFINES PRI5F-O PIC X.
           05 PRI5A-O                  PIC X.
           05 PRI5O                    PIC X(08).
           05 MSGFL-O                  PIC S9(4) COMP.
           05 MSGFF-O                  PIC X.
           05 FILLER REDEFINES MSGFF-O PIC X.
           05 MSGFA-O                  PIC X.
           05 MSGFO                    PIC X(78).
           05 INSTFL-O                 PIC S9(4) COMP.
           05 INSTFF-O                 PIC X.
           05 FILLER REDEFINES INSTFF-O PIC X.
           05 INSTFA-O                 PIC X.
           05 INSTFO                   PIC X(78).
