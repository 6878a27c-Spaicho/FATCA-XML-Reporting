      * CFUSBLOC - BLOCAGE CONFORMITE D'UN COMPTE OU D'UN CLIENT
      *   ENREGISTREMENT DU REGISTRE DFUSLR10 (KSDS, CLE TYPE + IDENT)
      *   TENU PAR BFUSEL12 A PARTIR DES MOUVEMENTS DE LA CONFORMITE
      *   (FICHIER DFUSLE1B, MEME FORMAT) ET CONSULTE PAR BFUSEL10 :
      *   - C-TYPE-BLOC : 'C' COMPTE (I-IDENT = I-UNIQ-KAC), 'P' CLIENT
      *     (I-IDENT = I-UNIQ-KPI, TOUS LES COMPTES DU TITULAIRE) ;
      *   - C-ACTION : CODE MOUVEMENT (DFUSLE1B SEULEMENT, BLANC AU
      *     REGISTRE) 'B' BLOCAGE, 'L' LEVEE, 'M' MODIFICATION DU MOTIF
      *     OU DE LA LEVEE PREVUE ;
      *   - C-STATUT : 'B' BLOCAGE EN COURS, LE COMPTE EST TENU HORS DE
      *     DFUSLE21 ; 'L' BLOCAGE LEVE, LE COMPTE EST EXTRAIT PAR LE
      *     PASSAGE COMPLEMENTAIRE FATCA1 DU LOT DE LEVEE D-LEVEE ;
      *   - A-FISCALE-DEB : PREMIERE ANNEE FISCALE CONCERNEE ;
      *   - N-DEMANDEUR / N-APPROBATEUR : AGENTS DISTINCTS (CONTROLE A
      *     QUATRE YEUX) ; N-AGENT-LEVEE : APPROBATEUR DE LA LEVEE.
      *   DATES AU FORMAT AAAA-MM-JJ
       01  (P)-ENR-BLOCAGE.
           05  (P)-CLE.
               10  (P)-C-TYPE-BLOC       PIC X(01).
                   88  (P)-BLOC-COMPTE             VALUE 'C'.
                   88  (P)-BLOC-CLIENT             VALUE 'P'.
               10  (P)-I-IDENT           PIC X(17).
           05  (P)-C-ACTION              PIC X(01).
               88  (P)-ACTION-BLOCAGE              VALUE 'B'.
               88  (P)-ACTION-LEVEE                VALUE 'L'.
               88  (P)-ACTION-MODIF                VALUE 'M'.
           05  (P)-C-STATUT              PIC X(01).
               88  (P)-BLOCAGE-ACTIF               VALUE 'B'.
               88  (P)-BLOCAGE-LEVE                VALUE 'L'.
           05  (P)-A-FISCALE-DEB         PIC X(04).
           05  (P)-L-MOTIF               PIC X(40).
           05  (P)-N-DEMANDEUR           PIC X(08).
           05  (P)-N-APPROBATEUR         PIC X(08).
           05  (P)-D-BLOCAGE             PIC X(10).
           05  (P)-D-LEVEE-PREVUE        PIC X(10).
           05  (P)-D-LEVEE               PIC X(10).
           05  (P)-N-AGENT-LEVEE         PIC X(08).
           05  (P)-D-MAJ                 PIC X(10).
           05  FILLER                    PIC X(22).
