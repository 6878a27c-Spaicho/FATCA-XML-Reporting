      * CFUSTRES - COPY RECONSTITUEE (IDEV/FUS)
       01  (PREF)-PARAM.
           05  (PREF)-NO-VERSION         PIC 9(02).
           05  (PREF)-ZONE-DONNEES.
               10  (PREF)-I-IDENT-CLT         PIC X(17).
               10  (PREF)-A-APPL              PIC X(10).
               10  (PREF)-C-PAYS-RESID        PIC X(02).
               10  (PREF)-C-REF-FISC          PIC X(30).
               10  (PREF)-D-DEB-EFFET         PIC X(10).
               10  (PREF)-D-FIN-EFFET         PIC X(10).
               10  (PREF)-C-SYS-ORIGINE       PIC X(03).
               10  (PREF)-D-CRE               PIC X(26).
               10  (PREF)-D-MAJ               PIC X(26).
               10  (PREF)-N-AGENT-CRE         PIC X(08).
               10  (PREF)-N-AGENT-MAJ         PIC X(08).
