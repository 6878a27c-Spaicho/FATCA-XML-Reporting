      * CFUSCYCV - CYCLE DE VIE D'UN DocRefId
      *   ENREGISTREMENT DU MAGASIN DFUSLR07 (KSDS, CLE DocRefId),
      *   ALIMENTE PAR BFUSEL90 (GENERATION, MANIFESTE, SORT ICMM,
      *   ARCHIVAGE, CORRECTION) ET BFUSMJ00 (MAJ DES TABLES ECV),
      *   CONSULTE EN LIGNE PAR OFUSIQ00 :
      *   - C-DISPO : 'ACC' FICHIER PORTEUR ACCEPTE PAR L'ICMM,
      *     'OK ' DOCUMENT REJETE (RECONNU AU REGISTRE DFUSLR01),
      *     'INC' DOCUMENT REJETE INCONNU DU REGISTRE ;
      *   - I-DOCREFID-CORR : DocRefId DU DOCUMENT DE CORRECTION
      *     (FATCA2/4/12/14) OU D'ANNULATION (FATCA3/13) ARCHIVE QUI
      *     LE DESIGNE EN CorrDocRefId ;
      *   - D-ARCHIVE : DATE D'ARCHIVAGE DANS DFUSLR02 (L'EPURATION
      *     BFUSEL82 SE CONSTATE PAR L'ABSENCE DU DOCUMENT AU MAGASIN).
      *   HORODATAGES AU FORMAT DES SUIVIS (AAAA-MM-JJ-HH.MM.SS)
       01  (P)-ENR-CYCLE.
           05  (P)-I-DOCREFID            PIC X(90).
           05  (P)-I-REF-GIIN            PIC X(20).
           05  (P)-A-FISCALE             PIC X(04).
           05  (P)-C-DOCTYPEINDIC        PIC X(07).
           05  (P)-D-GENERE              PIC X(19).
           05  (P)-D-MANIFESTE           PIC X(19).
           05  (P)-L-NOM-FICHIER         PIC X(44).
           05  (P)-C-DISPO               PIC X(03).
               88  (P)-DISPO-ACCEPTEE              VALUE 'ACC'.
               88  (P)-DISPO-REJETEE               VALUE 'OK ' 'INC'.
           05  (P)-D-DISPO               PIC X(19).
           05  (P)-C-CODE-ERREUR         PIC X(10).
           05  (P)-I-DOCREFID-CORR       PIC X(90).
           05  (P)-D-MAJ                 PIC X(19).
           05  (P)-D-ARCHIVE             PIC X(10).
           05  FILLER                    PIC X(146).
