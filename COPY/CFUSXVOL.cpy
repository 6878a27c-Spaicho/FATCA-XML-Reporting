      * CFUSXVOL - EXTRACTION ENSEMBLISTE DES TABLES DE LA CAMPAGNE
      *   ENREGISTREMENT DU FICHIER DFUSLE1V (QSAM) LU PAR BFUSEL10 EN
      *   MODE VOLUME : LES TABLES DES COMPTES, MONTANTS, LIENS
      *   COMPTE/CLIENT, CLIENTS, ADRESSES, LIENS DE PERSONNES ET
      *   RESIDENCES SONT DECHARGEES UNE SEULE FOIS PUIS RATTACHEES A
      *   LA CLE DE L'ENREGISTREMENT '10' DE L'AIGUILLAGE QUI LES
      *   CONSOMME, ET TRIEES SUR CLE + TABLE + SEQUENCE :
      *   - CLE : ENTITE, COMPTE, CLIENT (MEME ORDRE QUE L'AIGUILLAGE) ;
      *   - C-TABLE : TABLE D'ORIGINE ('TCNT' 'TRUB' 'TLCC' 'TCLI'
      *     'TCLP' 'TCLM' 'TADR' 'TLPP' 'TRES') ;
      *   - N-SEQ : RANG DE LA LIGNE DANS L'ORDRE DU CURSEUR DE
      *     L'ACCESSEUR (MEME ORDRE DE RESTITUTION) ;
      *   - ZONE-DONNEES : IMAGE DE LA ZONE (PREF)-ZONE-DONNEES DE LA
      *     COPY CFUSTXXX DE LA TABLE, CADREE A GAUCHE.
       01  (P)-ENR-VOLUME.
           05  (P)-CLE.
               10  (P)-I-IDENT-END       PIC X(07).
               10  (P)-I-IDENT-CPT       PIC X(17).
               10  (P)-I-IDENT-CLT       PIC X(17).
           05  (P)-C-TABLE               PIC X(04).
           05  (P)-N-SEQ                 PIC 9(05).
           05  (P)-ZONE-DONNEES          PIC X(300).
           05  FILLER                    PIC X(10).
