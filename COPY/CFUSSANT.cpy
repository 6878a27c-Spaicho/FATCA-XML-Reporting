      * CFUSSANT - SELECTION D'UN COMPTE POUR UN DEPOT SUPPLEMENTAIRE
      *   ENREGISTREMENT DU FICHIER DFUSLE1A LU PAR BFUSEL10 EN PASSAGE
      *   D'ANNEE ANTERIEURE (COLONNE 26 DE LA CARTE FATCA = 'A') : LA
      *   CONFORMITE Y LISTE LES COMPTES DECLARABLES DECOUVERTS APRES
      *   LE DEPOT D'UNE ANNEE FISCALE, TRIES SUR LA CLE DE L'AIGUILLAGE
      *   (ENTITE + COMPTE) :
      *   - A-FISCALE : ANNEE DEMANDEE (CONTROLEE CONTRE LA CARTE) ;
      *   - C-MOTIF : 'IT' INDICES TARDIFS, 'DT' DOCUMENTATION
      *     TARDIVE, 'LB' LEVEE D'UN BLOCAGE CONFORMITE APRES LE DEPOT ;
      *   - C-TYPE-MNT / Q-NBR-DEC / M-MNT-ASS / C-SIGNE-MNT : UNE LIGNE
      *     PAR MONTANT AU 31/12 DE L'ANNEE DEMANDEE, AU CODAGE DE
      *     TBRUBFUS (1/6 SOLDE, 2 INTERETS, 5 PRODUITS DE CESSION...) ;
      *     UNE LIGNE A C-TYPE-MNT BLANC SELECTIONNE LE COMPTE SANS
      *     MONTANT.
       01  (P)-ENR-SELECTION.
           05  (P)-CLE.
               10  (P)-I-IDENT-END       PIC X(07).
               10  (P)-I-IDENT-CPT       PIC X(17).
           05  (P)-A-FISCALE             PIC X(04).
           05  (P)-I-UNIQ-KAC            PIC X(17).
           05  (P)-C-MOTIF               PIC X(02).
               88  (P)-MOTIF-INDICES               VALUE 'IT'.
               88  (P)-MOTIF-DOCUMENTATION         VALUE 'DT'.
               88  (P)-MOTIF-LEVEE                 VALUE 'LB'.
           05  (P)-C-TYPE-MNT            PIC X(01).
           05  (P)-Q-NBR-DEC             PIC 9(01).
           05  (P)-M-MNT-ASS             PIC 9(18).
           05  (P)-C-SIGNE-MNT           PIC X(01).
           05  FILLER                    PIC X(32).
