           05 FILLER REDEFINES PRI1F PIC X.
           05 PRI1A                   PIC X.
           05 PRI1I                   PIC X(01).
           05 RSN1L                   PIC S9(4) COMP.
           05 RSN1F                   PIC X.
           05 FILLER REDEFINES RSN1F PIC X.
           05 RSN1A                   PIC X.
           05 RSN1I                   PIC X(03).
           05 SEL2L                   PIC S9(4) COMP.
           05 SEL2F                   PIC X.
           05 FILLER REDEFINES SEL2F PIC X.
           05 FILLER REDEFINES PRI2F PIC X.
           05 PRI2A                   PIC X.
           05 PRI2I                   PIC X(01).
           05 RSN2L                   PIC S9(4) COMP.
           05 RSN2F                   PIC X.
           05 FILLER REDEFINES RSN2F PIC X.
           05 RSN2A                   PIC X.
           05 RSN2I                   PIC X(03).
           05 SEL3L                   PIC S9(4) COMP.
           05 SEL3F                   PIC X.
           05 FILLER REDEFINES SEL3F PIC X.
           05 FILLER REDEFINES PRI3F PIC X.
           05 PRI3A                   PIC X.
           05 PRI3I                   PIC X(01).
           05 RSN3L                   PIC S9(4) COMP.
           05 RSN3F                   PIC X.
           05 FILLER REDEFINES RSN3F PIC X.
           05 RSN3A                   PIC X.
           05 RSN3I                   PIC X(03).
           05 SEL4L                   PIC S9(4) COMP.
           05 SEL4F                   PIC X.
           05 FILLER REDEFINES SEL4F PIC X.
           05 FILLER REDEFINES PRI4F PIC X.
           05 PRI4A                   PIC X.
           05 PRI4I                   PIC X(01).
           05 RSN4L                   PIC S9(4) COMP.
           05 RSN4F                   PIC X.
           05 FILLER REDEFINES RSN4F PIC X.
           05 RSN4A                   PIC X.
           05 RSN4I                   PIC X(03).
           05 SEL5L                   PIC S9(4) COMP.
           05 SEL5F                   PIC X.
           05 FILLER REDEFINES SEL5F PIC X.
           05 FILLER REDEFINES PRI5F PIC X.
           05 PRI5A                   PIC X.
           05 PRI5I                   PIC X(01).
           05 RSN5L                   PIC S9(4) COMP.
           05 RSN5F                   PIC X.
           05 FILLER REDEFINES RSN5F PIC X.
           05 RSN5A                   PIC X.
           05 RSN5I                   PIC X(03).
           05 MSGFL                   PIC S9(4) COMP.
           05 MSGFF                   PIC X.
           05 FILLER REDEFINES MSGFF PIC X.
           05 FILLER REDEFINES PRI1F-O PIC X.
           05 PRI1A-O                 PIC X.
           05 PRI1O                   PIC X(01).
           05 RSN1L-O                 PIC S9(4) COMP.
           05 RSN1F-O                 PIC X.
           05 FILLER REDEFINES RSN1F-O PIC X.
           05 RSN1A-O                 PIC X.
           05 RSN1O                   PIC X(03).
           05 SEL2L-O                 PIC S9(4) COMP.
           05 SEL2F-O                 PIC X.
           05 FILLER REDEFINES SEL2F-O PIC X.
           05 FILLER REDEFINES PRI2F-O PIC X.
           05 PRI2A-O                 PIC X.
           05 PRI2O                   PIC X(01).
           05 RSN2L-O                 PIC S9(4) COMP.
           05 RSN2F-O                 PIC X.
           05 FILLER REDEFINES RSN2F-O PIC X.
           05 RSN2A-O                 PIC X.
           05 RSN2O                   PIC X(03).
           05 SEL3L-O                 PIC S9(4) COMP.
           05 SEL3F-O                 PIC X.
           05 FILLER REDEFINES SEL3F-O PIC X.
           05 FILLER REDEFINES PRI3F-O PIC X.
           05 PRI3A-O                 PIC X.
           05 PRI3O                   PIC X(01).
           05 RSN3L-O                 PIC S9(4) COMP.
           05 RSN3F-O                 PIC X.
           05 FILLER REDEFINES RSN3F-O PIC X.
           05 RSN3A-O                 PIC X.
           05 RSN3O                   PIC X(03).
           05 SEL4L-O                 PIC S9(4) COMP.
           05 SEL4F-O                 PIC X.
           05 FILLER REDEFINES SEL4F-O PIC X.
           05 FILLER REDEFINES PRI4F-O PIC X.
           05 PRI4A-O                 PIC X.
           05 PRI4O                   PIC X(01).
           05 RSN4L-O                 PIC S9(4) COMP.
           05 RSN4F-O                 PIC X.
           05 FILLER REDEFINES RSN4F-O PIC X.
           05 RSN4A-O                 PIC X.
           05 RSN4O                   PIC X(03).
           05 SEL5L-O                 PIC S9(4) COMP.
           05 SEL5F-O                 PIC X.
           05 FILLER REDEFINES SEL5F-O PIC X.
           05 FILLER REDEFINES PRI5F-O PIC X.
           05 PRI5A-O                 PIC X.
           05 PRI5O                   PIC X(01).
           05 RSN5L-O                 PIC S9(4) COMP.
           05 RSN5F-O                 PIC X.
           05 FILLER REDEFINES RSN5F-O PIC X.
           05 RSN5A-O                 PIC X.
           05 RSN5O                   PIC X(03).
           05 MSGFL-O                 PIC S9(4) COMP.
           05 MSGFF-O                 PIC X.
           05 FILLER REDEFINES MSGFF-O PIC X.
