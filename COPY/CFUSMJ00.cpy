               10  (P)-A-APPL            PIC X(10).
               10  (P)-I-IDENT-REF-REP   PIC X(17).
               10  (P)-C-TYPE-DECL       PIC X(08).
152590         10  (P)-I-REF-ADM         PIC X(32).
               10  (P)-I-REF-FIC         PIC X(55).
               10  (P)-I-REF-FIC-INIT    PIC X(55).
               10  (P)-D-REF-FIC-INIT    PIC X(26).
               10  (P)-M-TOT-INT-DECL    PIC 9(15).
               10  (P)-M-TOT-CES-DECL    PIC 9(15).
               10  (P)-M-TOT-M-DECL      PIC 9(15).
152590         10  FILLER                PIC X(1071).
           05  (P)-ENR-TBREPFUS REDEFINES (P)-G-DATA-MAJ.
               10  (P)-A-APPL            PIC X(10).
               10  (P)-I-IDENT-REF-REP   PIC X(17).
