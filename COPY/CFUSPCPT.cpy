      * CFUSPCPT - POSITION COMPTABLE DE FIN D'ANNEE D'UN COMPTE
      *   ENREGISTREMENT DU FICHIER DES POSITIONS D'ARRETE LIVRE PAR LA
      *   TENUE DE COMPTES (DFUSLE9M), RAPPROCHE DES SOLDES DECLARES
      *   DE DFUSLE21 PAR BFUSEL92 :
      *   - I-IDENT-END : ENTITE DECLARANTE TENEUSE DU COMPTE ;
      *   - I-UNIQ-KAC / I-KAC-IBAN : IDENTIFIANTS DU COMPTE, L'IBAN
      *     SERT DE CLE DE RAPPROCHEMENT QUAND LE KAC EST A BLANC ;
      *   - C-SIGNE-SLD / Q-NBR-DEC / M-SOLDE : SOLDE DE CLOTURE AU
      *     MEME CODAGE QUE LE DET-CNT DE CFUSEL10 ('-' DECOUVERT,
      *     MONTANT EN VALEUR ABSOLUE, Q-NBR-DEC DECIMALES) ;
      *   - D-ARRETE : DATE D'ARRETE DE LA POSITION (AAAA-MM-JJ).
       01  (P)-ENR-POSITION.
           05  (P)-I-IDENT-END           PIC X(07).
           05  (P)-I-UNIQ-KAC            PIC X(17).
           05  (P)-I-KAC-IBAN            PIC X(30).
           05  (P)-C-DEV                 PIC X(03).
           05  (P)-C-SIGNE-SLD           PIC X(01).
               88  (P)-SOLDE-DEBITEUR              VALUE '-'.
           05  (P)-Q-NBR-DEC             PIC 9(01).
           05  (P)-M-SOLDE               PIC 9(18).
           05  (P)-D-ARRETE              PIC X(10).
           05  FILLER                    PIC X(13).
