      * CFUSSUCC - SUCCESSION D'UNE ENTITE DECLARANTE (FUSION,
      *   ABSORPTION, RESTRUCTURATION)
      *   ENREGISTREMENT DU REGISTRE DFUSLR11 (KSDS, CLE GIIN DU
      *   PREDECESSEUR) TENU PAR BFUSEL11 A PARTIR DES MOUVEMENTS DE LA
      *   CONFORMITE (FICHIER DFUSLE1H, MEME FORMAT) ET CONSULTE PAR
      *   BFUSEL10/19/40/81/90 ET OFUSIQ00 :
      *   - C-ACTION : CODE MOUVEMENT (DFUSLE1H SEULEMENT, BLANC AU
      *     REGISTRE) 'I' INSCRIPTION, 'A' ANNULATION, 'M' MODIFICATION
      *     DE LA DATE D'EFFET, DU PERIMETRE OU DE LA RAISON SOCIALE ;
      *   - C-STATUT : 'V' SUCCESSION EN VIGUEUR, 'A' ANNULEE (GARDEE
      *     POUR L'HISTORIQUE, IGNOREE PAR LES PROGRAMMES LECTEURS) ;
      *   - C-PERIMETRE : 'T' TRANSFERT TOTAL, LES COMPTES DU
      *     PREDECESSEUR SONT DECLARES PAR LE SUCCESSEUR POUR TOUTE
      *     ANNEE FISCALE DONT LE 31/12 SUIT LA DATE D'EFFET ; 'L'
      *     LIGNEE SEULE, LES COMPTES SONT REPRIS PAR LES SYSTEMES
      *     AMONT ET SEULE LA FILIATION DES GIIN EST TENUE ;
      *   - I-IDENT-END-PRED / L-RAISON-SOC-PRED : IDENTIFIANT ET
      *     RAISON SOCIALE DU PREDECESSEUR, CONSERVES POUR LES
      *     DECLARATIONS ET CORRECTIONS DES ANNEES ANTERIEURES ;
      *   - N-DEMANDEUR / N-APPROBATEUR : AGENTS DISTINCTS (CONTROLE A
      *     QUATRE YEUX).
      *   DATES AU FORMAT AAAA-MM-JJ
       01  (P)-ENR-SUCCESSION.
           05  (P)-CLE.
               10  (P)-C-REF-GIIN-PRED   PIC X(20).
           05  (P)-C-ACTION              PIC X(01).
               88  (P)-ACTION-INSCRIPTION          VALUE 'I'.
               88  (P)-ACTION-ANNULATION           VALUE 'A'.
               88  (P)-ACTION-MODIF                VALUE 'M'.
           05  (P)-C-STATUT              PIC X(01).
               88  (P)-SUCC-EN-VIGUEUR             VALUE 'V'.
               88  (P)-SUCC-ANNULEE                VALUE 'A'.
           05  (P)-C-PERIMETRE           PIC X(01).
               88  (P)-PERIM-TRANSFERT             VALUE 'T'.
               88  (P)-PERIM-LIGNEE                VALUE 'L'.
           05  (P)-I-IDENT-END-PRED      PIC X(07).
           05  (P)-L-RAISON-SOC-PRED     PIC X(60).
           05  (P)-C-REF-GIIN-SUCC       PIC X(20).
           05  (P)-I-IDENT-END-SUCC      PIC X(07).
           05  (P)-D-EFFET               PIC X(10).
           05  (P)-N-DEMANDEUR           PIC X(08).
           05  (P)-N-APPROBATEUR         PIC X(08).
           05  (P)-D-ENREG               PIC X(10).
           05  (P)-D-MAJ                 PIC X(10).
           05  FILLER                    PIC X(37).
