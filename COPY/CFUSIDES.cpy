      * CFUSIDES - SORT IDES D'UN PACKAGE TRANSMIS (BFUSEL61)
      *   UN ENREGISTREMENT PAR ALERTE IDES RAPPROCHEE D'UN PACKAGE
      *   BFUSEL60 PAR LE NOM DE FICHIER IDES : STATUT 'TRANSMIS'
      *   (IDENTIFIANT DE TRANSMISSION IDES ATTRIBUE) OU 'ECHEC IDES'
      *   (CODE ET SIGNIFICATION DE L'ALERTE) ; CONSOMME PAR BFUSMJ00
      *   (I-REF-ADM DE TBFIDFUS) ET BFUSEL90 (ETAPE DE CAMPAGNE) ;
      *   L'EMPREINTE SHA-256 DU PAYLOAD (MANIFESTE BFUSEL60) ALIMENTE
      *   C-CLE-HACH DE TBFIDFUS ; LA REFERENCE DU FICHIER TRANSMIS
      *   (MANIFESTE BFUSEL60) RATTACHE LE SORT A SA LIGNE TBFIDFUS
       01  (P)-ENR-IDES.
           05  (P)-C-STATUT              PIC X(10).
               88  (P)-TRANSMIS                    VALUE 'TRANSMIS'.
               88  (P)-ECHEC                       VALUE 'ECHEC IDES'.
           05  (P)-I-REF-GIIN            PIC X(20).
           05  (P)-A-FISCALE             PIC X(04).
           05  (P)-C-ENV                 PIC X(01).
           05  (P)-N-SEGMENT             PIC 9(02).
           05  (P)-L-NOM-FICHIER         PIC X(44).
           05  (P)-I-TRANSMISSION        PIC X(32).
           05  (P)-C-ALERTE              PIC X(05).
           05  (P)-L-ALERTE              PIC X(60).
           05  (P)-D-ALERTE              PIC X(19).
           05  (P)-C-EMPREINTE           PIC X(64).
           05  (P)-I-REF-FIC             PIC X(55).
           05  FILLER                    PIC X(04).
