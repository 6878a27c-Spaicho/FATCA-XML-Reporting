      * CFUSVISA - VISA D'UN ECART DE RAPPROCHEMENT SOLDE / POSITION
      *   ENREGISTREMENT DU FICHIER DES ECARTS VISES (DFUSLE9V) SAISI
      *   PAR LA CONFORMITE ET LU PAR BFUSEL92 : UN ECART VISE EST
      *   EDITE 'ECART VISE' ET NE DETERMINE PLUS LE RETURN-CODE 8 :
      *   - A-FISCALE : ANNEE FISCALE DU RAPPROCHEMENT VISE ;
      *   - I-UNIQ-KAC / I-KAC-IBAN : CLE DU COMPTE, L'IBAN N'EST
      *     RETENU QUE LORSQUE LE KAC EST A BLANC ;
      *   - N-DEMANDEUR / N-APPROBATEUR : AGENTS DISTINCTS (CONTROLE A
      *     QUATRE YEUX) ;
      *   - D-VISA : DATE D'APPROBATION (AAAA-MM-JJ).
       01  (P)-ENR-VISA.
           05  (P)-A-FISCALE             PIC X(04).
           05  (P)-I-UNIQ-KAC            PIC X(17).
           05  (P)-I-KAC-IBAN            PIC X(30).
           05  (P)-N-DEMANDEUR           PIC X(08).
           05  (P)-N-APPROBATEUR         PIC X(08).
           05  (P)-D-VISA                PIC X(10).
           05  FILLER                    PIC X(23).
