      * CFUSCUMU - CUMUL DES SOLDES D'UN TITULAIRE (REGLES D'AGREGATION)
      *   ENREGISTREMENT DU MAGASIN DFUSLR08 (KSDS, CLE CLIENT UNIQUE
      *   I-UNIQ-KPI + ENTITE DECLARANTE), ALIMENTE PAR BFUSEL14 A
      *   PARTIR DE L'AIGUILLAGE DE LA CAMPAGNE ET CONSULTE PAR
      *   BFUSEL10 AU CONTROLE DU SEUIL DE MINIMIS ; LE CLUSTER EST
      *   REDEFINI A CHAQUE CAMPAGNE :
      *   - I-IDENT-END : ENTITE DU CUMUL, '*******' POUR LE CUMUL
      *     SUR TOUTES LES ENTITES DU GROUPE ;
      *   - C-DEV / Q-NBR-DEC / M-CUMUL : CUMUL DES SOLDES POSITIFS
      *     (UN SOLDE NEGATIF COMPTE POUR ZERO), DANS LA DEVISE CIBLE
      *     DFUSLE25 A 2 DECIMALES SI LA CONVERSION EST ACTIVE, SINON
      *     DANS LA DEVISE COMMUNE DES COMPTES ; '***' SI LES COMPTES
      *     SONT EN DEVISES DIFFERENTES SANS CONVERSION (CUMUL NON
      *     SIGNIFICATIF) ;
      *   - Q-CNT : NOMBRE DE COMPTES CUMULES, LES 20 PREMIERS ETANT
      *     DETAILLES DANS T-CNT (SOLDE PROPRE EN VALEUR ABSOLUE, SIGNE
      *     DANS T-C-SIGNE-SLD, DANS LA DEVISE DU COMPTE).
      *   DATE AU FORMAT AAAA-MM-JJ
       01  (P)-ENR-CUMUL.
           05  (P)-CLE.
               10  (P)-I-UNIQ-KPI        PIC X(17).
               10  (P)-I-IDENT-END       PIC X(07).
           05  (P)-C-DEV                 PIC X(03).
               88  (P)-DEV-MELANGEES               VALUE '***'.
           05  (P)-Q-NBR-DEC             PIC 9(01).
           05  (P)-M-CUMUL               PIC 9(18).
           05  (P)-Q-CNT                 PIC 9(03).
           05  (P)-T-CNT                 OCCURS 20.
               10  (P)-T-I-UNIQ-KAC      PIC X(17).
               10  (P)-T-C-REF-GIIN      PIC X(20).
               10  (P)-T-C-DEV           PIC X(03).
               10  (P)-T-Q-NBR-DEC       PIC 9(01).
               10  (P)-T-C-SIGNE-SLD     PIC X(01).
               10  (P)-T-M-SLD           PIC 9(18).
           05  (P)-D-CALCUL              PIC X(10).
           05  FILLER                    PIC X(41).
