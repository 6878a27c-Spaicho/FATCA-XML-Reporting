               10  (P)-C-REF-GIIN-SPONSOR PIC X(20).
               10  (P)-L-RAISON-SOCIALE-SPONSOR
                                         PIC X(60).
152690*        PREDECESSEUR SORTI DE TBENDFUS (CF CFUSSUCC) : GIIN DU
152690*        SUCCESSEUR FINAL QUI EMET LE FICHIER, DATE D'EFFET
152690         10  (P)-C-REF-GIIN-SUCC   PIC X(20).
152690         10  (P)-D-EFFET-SUCC      PIC X(10).
152690         10  FILLER                PIC X(429).
           05  (P)-G-DATA-TET-ADR REDEFINES (P)-G-DATA-TET-END.
               10  (P)-C-TYPE-ADR        PIC X(02).
               10  (P)-L-COMM-ADR        PIC X(32).
               10  (P)-C-PAYS-ADR        PIC X(02).
               10  (P)-L-COMM-ADR        PIC X(32).
               10  FILLER                PIC X(829).
152560*        Intermediaire (nominee, FFI intermediaire) par lequel
152560*        le compte est detenu, enregistrement '20' 'INT' ecrit
152560*        juste apres le DET-CNT du compte concerne
152560     05  (P)-G-DATA-DET-INT REDEFINES (P)-G-DATA-TET-END.
152560         10  (P)-C-REF-GIIN-INT    PIC X(20).
152560         10  (P)-C-PAYS-TIN-INT    PIC X(02).
152560         10  (P)-L-RAISON-SOCIALE-INT
152560                                   PIC X(60).
152560         10  (P)-C-PAYS-RES-INT    PIC X(02).
152560         10  (P)-C-PAYS-ADR-INT    PIC X(02).
152560         10  (P)-L-COMM-ADR-INT    PIC X(32).
152560         10  (P)-C-CPOST-INT       PIC X(05).
152560         10  (P)-L-ADR-LIGNE-1-INT PIC X(38).
152560         10  (P)-L-ADR-LIGNE-2-INT PIC X(38).
152560         10  (P)-L-ADR-LIGNE-3-INT PIC X(38).
152560         10  FILLER                PIC X(738).
152570*        Personne detenant le controle d'un titulaire ENF
152570*        passive, enregistrement '20' 'CTP' ecrit apres les
152570*        BNF du titulaire et avant son '40' CLI (reporting CRS)
152570     05  (P)-G-DATA-DET-CTP REDEFINES (P)-G-DATA-TET-END.
152570         10  (P)-I-UNIQ-KPI-CTP    PIC X(17).
152570         10  (P)-C-TYPE-CTRL-CTP   PIC X(06).
152570         10  (P)-L-NOM-NAISS-CTP   PIC X(32).
152570         10  (P)-L-PRNOM-CTP       PIC X(32).
152570         10  (P)-D-NAISS-CTP       PIC X(10).
152570         10  (P)-C-PAYS-NAISS-CTP  PIC X(02).
152570         10  (P)-L-VILL-NAISS-CTP  PIC X(32).
152570         10  (P)-C-PAYS-RESID-CTP  PIC X(02).
152570         10  (P)-C-REF-FISC-CTP    PIC X(30).
152570         10  (P)-C-PAYS-ADR-CTP    PIC X(02).
152570         10  (P)-L-ADR-LIGNE-1-CTP PIC X(38).
152570         10  (P)-C-CPOST-CTP       PIC X(05).
152570         10  (P)-L-COMM-ADR-CTP    PIC X(32).
152570         10  FILLER                PIC X(735).
152580*        Residence fiscale du titulaire (store TBRESFUS) en
152580*        vigueur au 31/12 de l'annee fiscale, enregistrement
152580*        '20' 'RES' ecrit avant le '40' CLI du titulaire
152580*        (reporting CRS aux juridictions de residence multiple)
152580     05  (P)-G-DATA-DET-RES REDEFINES (P)-G-DATA-TET-END.
152580         10  (P)-I-UNIQ-KPI-RES    PIC X(17).
152580         10  (P)-C-PAYS-RESID-RES  PIC X(02).
152580         10  (P)-C-REF-FISC-RES    PIC X(30).
152580         10  (P)-D-DEB-EFFET-RES   PIC X(10).
152580         10  (P)-D-FIN-EFFET-RES   PIC X(10).
152580         10  FILLER                PIC X(906).
           05  (P)-G-DATA-DET-FID REDEFINES (P)-G-DATA-TET-END.
               10  (P)-C-OPE             PIC X(03).
               10  (P)-NOM-TABLE         PIC X(08).
               10  (P)-N-CPT             PIC 9(09).
               10  (P)-N-CLT             PIC 9(09).
               10  (P)-N-CLR             PIC 9(09).
152560         10  (P)-N-INT             PIC 9(09).
152560         10  FILLER                PIC X(939).
