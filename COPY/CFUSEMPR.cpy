      * CFUSEMPR - ENREGISTREMENT D'EMPREINTE DU MAGASIN DFUSLR02
      *   PORTE PAR LA ZONE LIGNE XML (1000) D'UN ENREGISTREMENT DE
      *   CONTROLE, ECRIT PAR BFUSEL80 ET RELU PAR BFUSEL81 :
      *   - 'EMD' : EMPREINTE D'UN DOCUMENT ARCHIVE, SOUS LE DocRefId
      *     DU DOCUMENT ET LE NUMERO DE LIGNE 00000 (LES LIGNES XML
      *     SONT NUMEROTEES A PARTIR DE 1) ; POUR LE PSEUDO-DOCUMENT
      *     '*FIN-DE-MESSAGE*' ELLE COUVRE TOUTES SES LIGNES ;
      *   - 'EMP' : EMPREINTE DU PAYLOAD D'UN PACKAGE (FICHIER ENTIER,
      *     SEGMENT 00, OU MESSAGE D'UN FICHIER COUPE), SOUS LE DocRefId
      *     CONVENTIONNEL '*EMPREINTE*', NUMEROTATION CONTINUE ;
      *     C-CONTROLE 'O' = IDENTIQUE A L'EMPREINTE DU MANIFESTE
      *     BFUSEL60, 'N' = MANIFESTE NON FOURNI A L'ARCHIVAGE
       01  (P)-ENR-EMPREINTE.
           05  (P)-C-TYPE-ENR            PIC X(03).
               88  (P)-EMPR-DOCUMENT               VALUE 'EMD'.
               88  (P)-EMPR-PACKAGE                VALUE 'EMP'.
           05  (P)-C-ALGO                PIC X(07).
           05  (P)-C-EMPREINTE           PIC X(64).
           05  (P)-Q-NB-LIGNE            PIC 9(09).
           05  (P)-N-SEGMENT             PIC 9(02).
           05  (P)-C-CONTROLE            PIC X(01).
               88  (P)-CONTROLE-MANIF              VALUE 'O'.
           05  (P)-L-NOM-FICHIER         PIC X(44).
           05  (P)-D-HORODATAGE          PIC X(26).
           05  FILLER                    PIC X(844).
