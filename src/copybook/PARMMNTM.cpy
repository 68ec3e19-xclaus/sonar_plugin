           05 FILLER REDEFINES CKRFF PIC X.
           05 CKRFA                   PIC X.
           05 CKRFI                   PIC X(03).
           05 LBLVCTL                 PIC S9(4) COMP.
           05 LBLVCTF                 PIC X.
           05 FILLER REDEFINES LBLVCTF PIC X.
           05 LBLVCTA                 PIC X.
           05 LBLVCTI                 PIC X(30).
           05 VCTFL                   PIC S9(4) COMP.
           05 VCTFF                   PIC X.
           05 FILLER REDEFINES VCTFF PIC X.
           05 VCTFA                   PIC X.
           05 VCTFI                   PIC X(05).
           05 LBLVVLL                 PIC S9(4) COMP.
           05 LBLVVLF                 PIC X.
           05 FILLER REDEFINES LBLVVLF PIC X.
           05 LBLVVLA                 PIC X.
           05 LBLVVLI                 PIC X(30).
           05 VVLFL                   PIC S9(4) COMP.
           05 VVLFF                   PIC X.
           05 FILLER REDEFINES VVLFF PIC X.
           05 VVLFA                   PIC X.
           05 VVLFI                   PIC X(11).
           05 LBLLGVL                 PIC S9(4) COMP.
           05 LBLLGVF                 PIC X.
           05 FILLER REDEFINES LBLLGVF PIC X.
           05 LBLLGVA                 PIC X.
           05 LBLLGVI                 PIC X(30).
           05 LGVFL                   PIC S9(4) COMP.
           05 LGVFF                   PIC X.
           05 FILLER REDEFINES LGVFF PIC X.
           05 LGVFA                   PIC X.
           05 LGVFI                   PIC X(11).
           05 LBLDUPL                 PIC S9(4) COMP.
           05 LBLDUPF                 PIC X.
           05 FILLER REDEFINES LBLDUPF PIC X.
           05 LBLDUPA                 PIC X.
           05 LBLDUPI                 PIC X(30).
           05 DUPFL                   PIC S9(4) COMP.
           05 DUPFF                   PIC X.
           05 FILLER REDEFINES DUPFF PIC X.
           05 DUPFA                   PIC X.
           05 DUPFI                   PIC X(04).
           05 LBLEFFL                 PIC S9(4) COMP.
           05 LBLEFFF                 PIC X.
           05 FILLER REDEFINES LBLEFFF PIC X.
           05 LBLEFFA                 PIC X.
           05 LBLEFFI                 PIC X(30).
           05 EFDFL                   PIC S9(4) COMP.
           05 EFDFF                   PIC X.
           05 FILLER REDEFINES EFDFF PIC X.
           05 EFDFA                   PIC X.
           05 EFDFI                   PIC X(08).
           05 EFTFL                   PIC S9(4) COMP.
           05 EFTFF                   PIC X.
           05 FILLER REDEFINES EFTFF PIC X.
           05 EFTFA                   PIC X.
           05 EFTFI                   PIC X(04).
           05 LBLREQL                 PIC S9(4) COMP.
           05 LBLREQF                 PIC X.
           05 FILLER REDEFINES LBLREQF PIC X.
           05 LBLREQA                 PIC X.
           05 LBLREQI                 PIC X(30).
           05 REQFL                   PIC S9(4) COMP.
           05 REQFF                   PIC X.
           05 FILLER REDEFINES REQFF PIC X.
           05 REQFA                   PIC X.
           05 REQFI                   PIC X(08).
           05 RQIFL                   PIC S9(4) COMP.
           05 RQIFF                   PIC X.
           05 FILLER REDEFINES RQIFF PIC X.
           05 RQIFA                   PIC X.
           05 RQIFI                   PIC X(37).
           05 MSGFL                   PIC S9(4) COMP.
           05 MSGFF                   PIC X.
           05 FILLER REDEFINES MSGFF PIC X.
           05 FILLER REDEFINES CKRFF-O PIC X.
           05 CKRFA-O                 PIC X.
           05 CKRFO                   PIC X(03).
           05 LBLVCTL-O               PIC S9(4) COMP.
           05 LBLVCTF-O               PIC X.
           05 FILLER REDEFINES LBLVCTF-O PIC X.
           05 LBLVCTA-O               PIC X.
           05 LBLVCTO                 PIC X(30).
           05 VCTFL-O                 PIC S9(4) COMP.
           05 VCTFF-O                 PIC X.
           05 FILLER REDEFINES VCTFF-O PIC X.
           05 VCTFA-O                 PIC X.
           05 VCTFO                   PIC X(05).
           05 LBLVVLL-O               PIC S9(4) COMP.
           05 LBLVVLF-O               PIC X.
           05 FILLER REDEFINES LBLVVLF-O PIC X.
           05 LBLVVLA-O               PIC X.
           05 LBLVVLO                 PIC X(30).
           05 VVLFL-O                 PIC S9(4) COMP.
           05 VVLFF-O                 PIC X.
           05 FILLER REDEFINES VVLFF-O PIC X.
           05 VVLFA-O                 PIC X.
           05 VVLFO                   PIC X(11).
           05 LBLLGVL-O               PIC S9(4) COMP.
           05 LBLLGVF-O               PIC X.
           05 FILLER REDEFINES LBLLGVF-O PIC X.
           05 LBLLGVA-O               PIC X.
           05 LBLLGVO                 PIC X(30).
           05 LGVFL-O                 PIC S9(4) COMP.
           05 LGVFF-O                 PIC X.
           05 FILLER REDEFINES LGVFF-O PIC X.
           05 LGVFA-O                 PIC X.
           05 LGVFO                   PIC X(11).
           05 LBLDUPL-O               PIC S9(4) COMP.
           05 LBLDUPF-O               PIC X.
           05 FILLER REDEFINES LBLDUPF-O PIC X.
           05 LBLDUPA-O               PIC X.
           05 LBLDUPO                 PIC X(30).
           05 DUPFL-O                 PIC S9(4) COMP.
           05 DUPFF-O                 PIC X.
           05 FILLER REDEFINES DUPFF-O PIC X.
           05 DUPFA-O                 PIC X.
           05 DUPFO                   PIC X(04).
           05 LBLEFFL-O               PIC S9(4) COMP.
           05 LBLEFFF-O               PIC X.
           05 FILLER REDEFINES LBLEFFF-O PIC X.
           05 LBLEFFA-O               PIC X.
           05 LBLEFFO                 PIC X(30).
           05 EFDFL-O                 PIC S9(4) COMP.
           05 EFDFF-O                 PIC X.
           05 FILLER REDEFINES EFDFF-O PIC X.
           05 EFDFA-O                 PIC X.
           05 EFDFO                   PIC X(08).
           05 EFTFL-O                 PIC S9(4) COMP.
           05 EFTFF-O                 PIC X.
           05 FILLER REDEFINES EFTFF-O PIC X.
           05 EFTFA-O                 PIC X.
           05 EFTFO                   PIC X(04).
           05 LBLREQL-O               PIC S9(4) COMP.
           05 LBLREQF-O               PIC X.
           05 FILLER REDEFINES LBLREQF-O PIC X.
           05 LBLREQA-O               PIC X.
           05 LBLREQO                 PIC X(30).
           05 REQFL-O                 PIC S9(4) COMP.
           05 REQFF-O                 PIC X.
           05 FILLER REDEFINES REQFF-O PIC X.
           05 REQFA-O                 PIC X.
           05 REQFO                   PIC X(08).
           05 RQIFL-O                 PIC S9(4) COMP.
           05 RQIFF-O                 PIC X.
           05 FILLER REDEFINES RQIFF-O PIC X.
           05 RQIFA-O                 PIC X.
           05 RQIFO                   PIC X(37).
           05 MSGFL-O                 PIC S9(4) COMP.
           05 MSGFF-O                 PIC X.
           05 FILLER REDEFINES MSGFF-O PIC X.
