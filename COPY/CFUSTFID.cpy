               10  (PREF)-I-IDENT-REF-REP     PIC X(17).
               10  (PREF)-A-APPL              PIC X(10).
               10  (PREF)-C-TYPE-DECL         PIC X(08).
152590         10  (PREF)-I-REF-ADM           PIC X(32).
               10  (PREF)-I-REF-FIC           PIC X(55).
               10  (PREF)-I-REF-FIC-INIT      PIC X(55).
               10  (PREF)-D-REF-FIC-INIT      PIC X(26).
