               10  (PREF)-I-IDENT-CLT         PIC X(17).
               10  (PREF)-I-IDENT-CLT-PERE    PIC X(17).
               10  (PREF)-C-SENS-FAM          PIC X(01).
152570         10  (PREF)-C-TYPE-CTRL         PIC X(06).
