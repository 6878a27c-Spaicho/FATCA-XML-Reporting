      * CFUSLEVI - LEVEE D'INDICES US PAR DOCUMENT JUSTIFICATIF
      *   ENREGISTREMENT DU REGISTRE DFUSLR06 (KSDS, CLE CLIENT) ET DU
      *   FICHIER DES JUSTIFICATIFS RECUS DFUSLE4A QUI L'ALIMENTE,
      *   TENU PAR BFUSEL46 :
      *   - C-LEVEE-xxx 'O' : L'INDICE EST LEVE PAR LE DOCUMENT
      *     (NAISS = NAISSANCE AUX USA, NLITE = NATIONALITE US,
      *     ADR = ADRESSE AUX USA) ;
      *   - D-FIN-VALID A BLANC : DOCUMENT SANS ECHEANCE ;
      *   - D-ENREG : DATE D'INSCRIPTION AU REGISTRE (BFUSEL46).
      *   DATES AU FORMAT AAAA-MM-JJ
       01  (P)-ENR-LEVEE.
           05  (P)-I-IDENT-CLT           PIC X(17).
           05  (P)-C-LEVEE-NAISS         PIC X(01).
               88  (P)-LEVEE-NAISS                 VALUE 'O'.
           05  (P)-C-LEVEE-NLITE         PIC X(01).
               88  (P)-LEVEE-NLITE                 VALUE 'O'.
           05  (P)-C-LEVEE-ADR           PIC X(01).
               88  (P)-LEVEE-ADR                   VALUE 'O'.
           05  (P)-C-TYPE-DOC            PIC X(08).
           05  (P)-D-DOC                 PIC X(10).
           05  (P)-D-FIN-VALID           PIC X(10).
           05  (P)-D-ENREG               PIC X(10).
           05  (P)-N-AGENT               PIC X(08).
           05  FILLER                    PIC X(34).
