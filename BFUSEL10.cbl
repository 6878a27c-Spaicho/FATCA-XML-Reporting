152480*        !          !        !NEGATIFS ECHAPPENT AU SEUIL DE     *
152480*        !          !        !MINIMIS ET N'ALIMENTENT PAS LE     *
152480*        !          !        !POOL DORMANT                       *
      *----------------------------------------------------------------*
152560*  MCHA  !26/09/2016!20152560!COMPTES DETENUS VIA INTERMEDIAIRE  *
152560*        !          !        !(REFERENTIEL DFUSLR05) : LIGNE     *
152560*        !          !        !'20' 'INT' APRES LE DET-CNT ET     *
152560*        !          !        !COMPTEUR N-INT PORTE PAR L'ENQUEUE *
      *----------------------------------------------------------------*
152570*  MCHA  !17/10/2016!20152570!PERSONNES DETENANT LE CONTROLE DES *
152570*        !          !        !ENF PASSIVES POUR LE REPORTING CRS:*
152570*        !          !        !LIGNE '20' 'CTP' PAR LIEN TBLPPFUS,*
152570*        !          !        !RESIDENCE ET TIN PROPRES LUS SUR   *
152570*        !          !        !LE TBCLIFUS DE LA PERSONNE LIEE    *
152570*        !          !        !(A DEFAUT PAYS DE SON ADRESSE      *
152570*        !          !        !FISCALE)                           *
      *----------------------------------------------------------------*
152580*  MCHA  !07/11/2016!20152580!RESIDENCES FISCALES MULTIPLES : UNE*
152580*        !          !        !LIGNE '20' 'RES' PAR RESIDENCE DU  *
152580*        !          !        !STORE TBRESFUS EN VIGUEUR AU 31/12 *
152580*        !          !        !DE L'ANNEE FISCALE, AVANT LE '40'  *
152580*        !          !        !CLI DU TITULAIRE                   *
      *----------------------------------------------------------------*
152650*  MCHA  !06/02/2017!20152650!AGREGATION DES COMPTES D'UN MEME   *
152650*        !          !        !TITULAIRE POUR LE SEUIL DE MINIMIS *
152650*        !          !        !: CUMUL PAR ENTITE OU GROUPE LU SUR*
152650*        !          !        !DFUSLR08 (BFUSEL14), PORTEE EN     *
152650*        !          !        !CARTE SEUILS, CUMUL ET COMPTES LIES*
152650*        !          !        !EDITES SUR DFUSLS1E                *
152650*        !          !        !; CUMUL DANS UNE AUTRE DEVISE QUE  *
152650*        !          !        !LE COMPTE (CONVERSION DFUSLE25) :  *
152650*        !          !        !SEUIL NON COMPARABLE, COMPTE RETENU*
      *----------------------------------------------------------------*
152660*  MCHA  !13/02/2017!20152660!MODE VOLUME (CARTE FATCA COL. 11 =*
152660*        !          !        !'V') : TABLES DU COMPTE LUES SUR   *
152660*        !          !        !L'EXTRACTION TRIEE DFUSLE1V AU LIEU*
152660*        !          !        !DES ACCESSEURS, RESTITUTION        *
152660*        !          !        !IDENTIQUE ; BILAN DE L'EXTRACTION  *
      *----------------------------------------------------------------*
152680*  MCHA  !27/02/2017!20152680!LISTE DE BLOCAGE CONFORMITE : LE   *
152680*        !          !        !COMPTE OU CLIENT BLOQUE AU REGISTRE*
152680*        !          !        !DFUSLR10 (BFUSEL12) TENU HORS DE   *
152680*        !          !        !L'EXTRAIT ET EDITE SUR DFUSLS1B ;  *
152680*        !          !        !PASSAGE DE LEVEE (CARTE FATCA COL. *
152680*        !          !        !13 = 'L', DATE DE LOT COL. 15-24)  *
152680*        !          !        !N'EXTRAYANT QUE LES COMPTES LEVES  *
152680*        !          !        !DU LOT ; EVENEMENT DE SUIVI 'CPL'  *
      *----------------------------------------------------------------*
152690*  MCHA  !06/03/2017!20152690!SUCCESSION DES ENTITES DECLARANTES *
152690*        !          !        !(REGISTRE DFUSLR11, BFUSEL11) : UN *
152690*        !          !        !PREDECESSEUR SORTI DE TBENDFUS EST *
152690*        !          !        !RESTITUE SOUS SON GIIN AVEC LES    *
152690*        !          !        !DONNEES DU SUCCESSEUR FINAL (GIIN  *
152690*        !          !        !EMETTEUR EN LIGNE END) ; CONTROLE  *
152690*        !          !        !DE L'AIGUILLAGE REAFFECTE ; PAS DE *
152690*        !          !        !NEANT POUR UN PREDECESSEUR ABSORBE *
      *----------------------------------------------------------------*
152730*  MCHA  !03/04/2017!20152730!DEPOT SUPPLEMENTAIRE D'UNE ANNEE   *
152730*        !          !        !ANTERIEURE (CARTE FATCA COL. 26 =  *
152730*        !          !        !'A', ANNEE COL. 28-31) : COMPTES ET*
152730*        !          !        !MONTANTS AU 31/12 LUS SUR DFUSLE1A,*
152730*        !          !        !AUTRES COMPTES TENUS HORS EXTRAIT ;*
152730*        !          !        !TYPE DE DECLARATION MARQUE 'SUP',  *
152730*        !          !        !PAS DE NEANT, EVENEMENT 'CPL' ET   *
152730*        !          !        !RAPPROCHEMENT COMPLETES ; SEUIL DE *
152730*        !          !        !MINIMIS SUR LE SOLDE PROPRE, SANS  *
152730*        !          !        !CUMUL DFUSLR08 (ANNEE COURANTE) ;  *
152730*        !          !        !COMPTE SELECTIONNE ABSENT DE       *
152730*        !          !        !L'AIGUILLAGE EDITE 'A' SUR DFUSLS1B*
152730*        !          !        !ET RETURN-CODE 4                   *
152730*        !          !        !; PASSAGE DE LEVEE EGALEMENT MARQUE*
152730*        !          !        !'SUP', COMPTEUR 'A-SUPPL' (ANNEE DE*
152730*        !          !        !LA CAMPAGNE) A L'EVENEMENT 'CPL'   *
      *----------------------------------------------------------------*
152740*  MCHA  !10/04/2017!20152740!COMPTE DORMANT BASCULE AU POOL     *
152740*        !          !        !FATCA203 EDITE SUR DFUSLS1E (LIGNE *
152740*        !          !        !'D' AVEC LA DATE DU DERNIER        *
152740*        !          !        !MOUVEMENT) POUR L'ECHANTILLONNAGE  *
152740*        !          !        !D'AUDIT BFUSEL94                   *
      *================================================================*
      *                                                                *
      ******************************************************************
      *  MFUSTLPP : Module d'accesseur TBLPPFUS                        *
151197*  MFUSTHIS : MODULE D'ACCESSEUR TBHISFUS                        *
151197*  MFUSTHID : MODULE D'ACCESSEUR TBHIDFUS                        *
152580*  MFUSTRES : MODULE D'ACCESSEUR TBRESFUS                        *
      *================================================================*
      *                  LISTE DES FICHIERS UTILISES                   *
      *================================================================*
151197*  1024      | PB APPEL MODULE MFUSTHID POUR FE CURSEUR          *
MCHA++*  1025      | PB ADRESSE ENTITE DECLARANTE                      *
152085*  1026      | GIIN ENTITE DECLARANTE INCONNU DE WS-T-ENT-DECL   *
152570*  1027      | PB APPEL MODULE MFUSTCLI POUR PERSONNE LIEE       *
152580*  1028      | PB APPEL MODULE MFUSTRES POUR OP CURSEUR          *
152580*  1029      | PB APPEL MODULE MFUSTRES POUR FE CURSEUR          *
152580*  1030      | PB APPEL MODULE MFUSTRES POUR CL CURSEUR          *
      *  2100      | FICHIER EN ENTREE EST VIDE                        *
      *  2200      | ANOMALIE LECTURE FICHIER DFUSLE11                 *
      *  2300      | ANOMALIE LECTURE FICHIER DFUSAI11                 *
"     *  2470      | ECRITURE DANS FICHIER EN SORTIE DFUSLS17          *
"     *  2480      | ECRITURE DANS FICHIER EN SORTIE DFUSLS18          *
150978*  2490      | ECRITURE DANS FICHIER EN SORTIE DFUSLS19          *
152560*  2540      | OUVERTURE REFERENTIEL INTERMEDIAIRES DFUSLR05     *
152560*  2541      | LECTURE REFERENTIEL INTERMEDIAIRES DFUSLR05       *
152560*  2542      | FERMETURE REFERENTIEL INTERMEDIAIRES DFUSLR05     *
152650*  2550      | OUVERTURE MAGASIN DES CUMULS DFUSLR08             *
152650*  2551      | LECTURE MAGASIN DES CUMULS DFUSLR08               *
152650*  2552      | FERMETURE MAGASIN DES CUMULS DFUSLR08             *
152660*  2560      | OUVERTURE EXTRACTION MODE VOLUME DFUSLE1V         *
152660*  2561      | LECTURE EXTRACTION MODE VOLUME DFUSLE1V           *
152660*  2562      | FERMETURE EXTRACTION MODE VOLUME DFUSLE1V         *
152660*  2563      | AIGUILLAGE HORS SEQUENCE EN MODE VOLUME           *
152660*  2564      | TABLE DES LIGNES EXTRAITES DU COMPTE PLEINE       *
152680*  2565      | OUVERTURE REGISTRE DES BLOCAGES DFUSLR10          *
152680*  2566      | LECTURE REGISTRE DES BLOCAGES DFUSLR10            *
152680*  2567      | FERMETURE REGISTRE DES BLOCAGES DFUSLR10          *
152680*  2568      | OUVERTURE LISTE DES BLOCAGES DFUSLS1B             *
152680*  2569      | ECRITURE LISTE DES BLOCAGES DFUSLS1B              *
152680*  2570      | FERMETURE LISTE DES BLOCAGES DFUSLS1B             *
152680*  2571      | CARTE FATCA DE PASSAGE DE LEVEE INVALIDE          *
152690*  2572      | OUVERTURE REGISTRE DES SUCCESSIONS DFUSLR11       *
152690*  2573      | LECTURE REGISTRE DES SUCCESSIONS DFUSLR11         *
152690*  2574      | FERMETURE REGISTRE DES SUCCESSIONS DFUSLR11       *
152690*  2575      | TABLE DES SUCCESSIONS PLEINE                      *
152690*  2576      | AIGUILLAGE NON REAFFECTE AU SUCCESSEUR (BFUSEL11) *
152730*  2580      | CARTE FATCA DE DEPOT D'ANNEE ANTERIEURE INVALIDE  *
152730*  2581      | ANNEE ANTERIEURE HORS BORNES (2014 A N-2)         *
152730*  2582      | OUVERTURE SELECTION ANNEE ANTERIEURE DFUSLE1A     *
152730*  2583      | LECTURE SELECTION ANNEE ANTERIEURE DFUSLE1A       *
152730*  2584      | FERMETURE SELECTION ANNEE ANTERIEURE DFUSLE1A     *
152730*  2585      | SELECTION/AIGUILLAGE HORS SEQUENCE OU AUTRE ANNEE *
152730*  2586      | TABLE DES MONTANTS SELECTIONNES DU COMPTE PLEINE  *
      *================================================================*
       DATE-COMPILED.

152180
152180*    FICHIER DES COMPTES EXCLUS PAR LE SEUIL DE MINIMIS (QSAM
152180*    HORS PSB, LES NEUF SORTIES DECLARATIVES RESTANT EN GSAM)
152740*    ET DES COMPTES DORMANTS BASCULES AU POOL FATCA203
152180     SELECT DFUSLS1E ASSIGN          TO DFUSLS1E
152180     FILE STATUS FS-S1E.
152290
152290*    FICHIER DE SUIVI D'EXECUTION (SUPERVISION)
152290     SELECT DFUSLS1S ASSIGN          TO DFUSLS1S
152290     FILE STATUS FS-S1S.
152560
152560*    REFERENTIEL DES INTERMEDIAIRES PAR COMPTE (KSDS ALIMENTE
152560*    PAR LE BACK-OFFICE TITRES ; DD FACULTATIVE)
152560     SELECT OPTIONAL DFUSLR05 ASSIGN TO DFUSLR05
152560     ORGANIZATION INDEXED
152560     ACCESS RANDOM
152560     RECORD KEY R05-I-UNIQ-KAC
152560     FILE STATUS FS-R05.
152650
152650*    MAGASIN DES CUMULS DE SOLDES PAR TITULAIRE (KSDS CHARGE
152650*    PAR BFUSEL14 ; DD FACULTATIVE)
152650     SELECT OPTIONAL DFUSLR08 ASSIGN TO DFUSLR08
152650     ORGANIZATION INDEXED
152650     ACCESS RANDOM
152650     RECORD KEY R08-CLE
152650     FILE STATUS FS-R08.
152660*    EXTRACTION ENSEMBLISTE DES TABLES DE LA CAMPAGNE, TRIEE SUR
152660*    LA CLE DE L'AIGUILLAGE (MODE VOLUME UNIQUEMENT)
152660     SELECT DFUSLE1V ASSIGN          TO DFUSLE1V
152660     FILE STATUS FS-E1V.
152730*    SELECTION DES COMPTES ET MONTANTS D'UN DEPOT SUPPLEMENTAIRE
152730*    D'ANNEE ANTERIEURE, TRIEE SUR LA CLE DE L'AIGUILLAGE
152730     SELECT DFUSLE1A ASSIGN          TO DFUSLE1A
152730     FILE STATUS FS-E1A.
152680
152680*    REGISTRE DES BLOCAGES CONFORMITE (KSDS TENU PAR BFUSEL12 ;
152680*    DD FACULTATIVE, OBLIGATOIRE EN PASSAGE DE LEVEE)
152680     SELECT OPTIONAL DFUSLR10 ASSIGN TO DFUSLR10
152680     ORGANIZATION INDEXED
152680     ACCESS RANDOM
152680     RECORD KEY R10-CLE
152680     FILE STATUS FS-R10.
152680
152680*    LISTE DES COMPTES BLOQUES ET DES COMPTES LEVES EXTRAITS
152680     SELECT DFUSLS1B ASSIGN          TO DFUSLS1B
152680     FILE STATUS FS-S1B.
152690
152690*    REGISTRE DES SUCCESSIONS D'ENTITES DECLARANTES (KSDS TENU
152690*    PAR BFUSEL11 ; DD FACULTATIVE)
152690     SELECT OPTIONAL DFUSLR11 ASSIGN TO DFUSLR11
152690     ORGANIZATION INDEXED
152690     ACCESS SEQUENTIAL
152690     RECORD KEY R11-CLE
152690     FILE STATUS FS-R11.

      *================================================================*
       DATA DIVISION.
152290     RECORDING MODE F
152290     BLOCK CONTAINS 0 RECORDS.
152290 01  FD-DFUSLS1S                     PIC X(400).
152560 FD  DFUSLR05.
152560 01  ENR-DFUSLR05.
152560     05  R05-I-UNIQ-KAC              PIC X(17).
152560     05  R05-C-REF-GIIN              PIC X(20).
152560     05  R05-C-PAYS-TIN              PIC X(02).
152560     05  R05-L-RAISON-SOCIALE        PIC X(60).
152560     05  R05-C-PAYS-RES              PIC X(02).
152560     05  R05-C-PAYS-ADR              PIC X(02).
152560     05  R05-L-COMM-ADR              PIC X(32).
152560     05  R05-C-CPOST                 PIC X(05).
152560     05  R05-L-ADR-LIGNE-1           PIC X(38).
152560     05  R05-L-ADR-LIGNE-2           PIC X(38).
152560     05  R05-L-ADR-LIGNE-3           PIC X(38).
152560     05  FILLER                      PIC X(46).
152650 FD  DFUSLR08.
152650 01  ENR-DFUSLR08.
152650     05  R08-CLE                     PIC X(24).
152650     05  FILLER                      PIC X(1276).
152660 FD  DFUSLE1V
152660     LABEL RECORD STANDARD
152660     RECORDING MODE F
152660     BLOCK CONTAINS 0 RECORDS.
152660 01  FD-DFUSLE1V                     PIC X(360).
152730 FD  DFUSLE1A
152730     LABEL RECORD STANDARD
152730     RECORDING MODE F
152730     BLOCK CONTAINS 0 RECORDS.
152730 01  FD-DFUSLE1A                     PIC X(100).
152680 FD  DFUSLR10.
152680 01  ENR-DFUSLR10.
152680     05  R10-CLE                     PIC X(18).
152680     05  FILLER                      PIC X(132).
152680 FD  DFUSLS1B
152680     LABEL RECORD STANDARD
152680     RECORDING MODE F
152680     BLOCK CONTAINS 0 RECORDS.
152680 01  FD-DFUSLS1B                     PIC X(200).
152690 FD  DFUSLR11.
152690 01  ENR-DFUSLR11.
152690     05  R11-CLE                     PIC X(20).
152690     05  FILLER                      PIC X(180).

      *------------------------*
       WORKING-STORAGE SECTION.
151197* ACCESSEUR DE LA TABLE MFUSTHID - TBHIDFUS
151197 COPY CFUSTHID REPLACING ==(PREF)== BY ==THID==.

152580* ACCESSEUR DE LA TABLE MFUSTRES - TBRESFUS
152580 COPY CFUSTRES REPLACING ==(PREF)== BY ==TRES==.

      *------------------- CODES FONCTIONS DL1 ------------------------*
       01  WS-CODES-FONCTIONS.
           05  GU                        PIC X(04) VALUE 'GU  '.
       01  IND-LCC-OK                      PIC X(1).
       01  IND-TRT-ADR                     PIC X(1).
       01  IND-TRT-LPP                     PIC X(1).
152580 01  IND-FIN-TRT-RES                 PIC X(1).
      *
151197* ENREGISTREMENT HIS TROUVE
151197 01 ENR-HIS                     PIC X(1) VALUE '0'.
"          05  W999-I-REF-FIC              PIC X(53).
"          05  W999-I-REF-BLOC-CLR         PIC X(66).
150978     05  W999-I-REF-BLOC-CPT         PIC X(89).
152560     05  W999-Q-INTERM-DECL          PIC 9(09).
152650     05  W999-Q-CNT-RETENUS-CUMUL    PIC 9(09).
152680     05  W999-Q-CNT-BLOQUES-TOT      PIC 9(09).
152680     05  W999-Q-CNT-LEVES-TOT        PIC 9(09).
152680     05  W999-Q-CNT-HORS-LEVEE       PIC 9(09).
152680     05  W999-Q-CLR-HORS-LEVEE       PIC 9(09).
152730     05  W999-Q-CNT-SEL-ANT          PIC 9(09).
152730     05  W999-Q-CNT-HORS-SEL         PIC 9(09).
152730     05  W999-Q-CLR-HORS-SEL         PIC 9(09).
152730     05  W999-SEL-CLE-CHARGEE        PIC X(24).
152730     05  W999-Q-CNT-SEL-ABSENTS      PIC 9(09).

150978 01  WS-C-MOD-REPORT                 PIC X(01).
150978 01  SYSIN-80.
150978     05  SYSIN-TYPE-FATCA            PIC X(07).
152660     05  FILLER                      PIC X(03).
152660*    COLONNE 11 DE LA CARTE FATCA : MODE D'EXTRACTION ('V' MODE
152660*    VOLUME SUR DFUSLE1V, AUTRE VALEUR ACCES PAR LES ACCESSEURS)
152660     05  SYSIN-MODE-EXTR             PIC X(01).
152660         88  MODE-VOLUME                       VALUE 'V'.
152680     05  FILLER                      PIC X(01).
152680*    COLONNE 13 DE LA CARTE FATCA : 'L' PASSAGE DE LEVEE (RUN
152680*    INITIAL COMPLEMENTAIRE N'EXTRAYANT QUE LES COMPTES DONT LE
152680*    BLOCAGE DFUSLR10 A ETE LEVE A LA DATE DE LOT DES COLONNES
152680*    15-24, AAAA-MM-JJ)
152680     05  SYSIN-MODE-LEVEE            PIC X(01).
152680         88  MODE-LEVEE                        VALUE 'L'.
152680     05  FILLER                      PIC X(01).
152680     05  SYSIN-D-LEVEE               PIC X(10).
152730     05  FILLER                      PIC X(01).
152730*    COLONNE 26 DE LA CARTE FATCA : 'A' DEPOT SUPPLEMENTAIRE D'UNE
152730*    ANNEE FISCALE ANTERIEURE (COLONNES 28-31, AAAA) LIMITE AUX
152730*    COMPTES SELECTIONNES PAR LA CONFORMITE SUR DFUSLE1A
152730     05  SYSIN-MODE-ANNEE-ANT        PIC X(01).
152730         88  MODE-ANNEE-ANT                    VALUE 'A'.
152730     05  FILLER                      PIC X(01).
152730     05  SYSIN-A-ANNEE-ANT           PIC 9(04).
152730     05  FILLER                      PIC X(49).
150978 01  SYSIN-TYPE-FATCA13              PIC X(09).
152180*
152180*    CARTES SYSIN DES SEUILS DE MINIMIS : UNE CARTE 'SEUILS NN'
152180*    TCLI-C-NTUR-PERS OU '**' POUR TOUTES, MONTANT EN UNITES DE
152180*    DEVISE DU COMPTE) ; LA CARTE 'SEUILS 00' EST OBLIGATOIRE
152180*    DANS LES DECKS SANS FILTRAGE
152650*    COLONNE 11 DE LA CARTE 'SEUILS' : PORTEE DU CUMUL DES
152650*    COMPTES DU TITULAIRE ('G' TOUTES LES ENTITES DU GROUPE,
152650*    AUTRE VALEUR L'ENTITE DECLARANTE DU COMPTE)
152180 01  SYSIN-SEUILS-80.
152180     05  SYSIN-SEUILS-MARQUE         PIC X(06).
152180     05  FILLER                      PIC X(01).
152180     05  SYSIN-SEUILS-NB             PIC 9(02).
152650     05  FILLER                      PIC X(01).
152650     05  SYSIN-SEUILS-PORTEE         PIC X(01).
152650         88  SEUIL-PORTEE-GROUPE               VALUE 'G'.
152650     05  FILLER                      PIC X(69).
152180 01  SYSIN-SEUIL-80.
152180     05  SYSIN-SEUIL-CATEG           PIC X(02).
152180     05  FILLER                      PIC X(01).
152180 01  TOP-CNT-EXCLU                   PIC X(01) VALUE SPACE.
152180     88  CNT-EXCLU-SEUIL                       VALUE 'O'.
152180 01  WS-Q-CNT-EXCLUS-TOT             PIC 9(09) VALUE ZERO.
152650*
152650*    CUMUL DES SOLDES DU TITULAIRE (DFUSLR08, CF BFUSEL14) : LE
152650*    COMPTE SOUS LE SEUIL N'EST EXCLU QUE SI LE CUMUL DE SES
152650*    COMPTES L'EST AUSSI ; COMPTES RETENUS PAR LE CUMUL
152650 COPY CFUSCUMU REPLACING ==(P)== BY ==CUM==.
152650 01  FS-R08                          PIC X(02) VALUE SPACES.
152650 01  TOP-CUMUL-LU                    PIC X(01) VALUE SPACE.
152650     88  CUMUL-LU                              VALUE 'O'.
152650 01  WS-M-CUMUL-SCALE                PIC S9(18) COMP-3.
152650 01  WS-I-CUM                        PIC 9(02) VALUE ZERO.
152650 01  WS-Q-CNT-RETENUS-CUMUL          PIC 9(09) VALUE ZERO.
152680*
152680*    LISTE DE BLOCAGE CONFORMITE (DFUSLR10, CF BFUSEL12) : UN
152680*    COMPTE BLOQUE (BLOCAGE DU COMPTE OU DE SON TITULAIRE) EST
152680*    TENU HORS DE L'EXTRAIT ET EDITE SUR DFUSLS1B ; EN PASSAGE
152680*    DE LEVEE SEULS LES COMPTES LEVES DU LOT SONT EXTRAITS, LES
152680*    AUTRES (ET LES RECALCITRANTS) SONT HORS LEVEE
152680 COPY CFUSBLOC REPLACING ==(P)== BY ==BLQ==.
152680 01  WS-SAV-BLQ-ENR-COMPTE           PIC X(150) VALUE SPACES.
152680 01  FS-R10                          PIC X(02) VALUE SPACES.
152680 01  FS-S1B                          PIC X(02) VALUE SPACES.
152680 01  TOP-BLOC-LU                     PIC X(01) VALUE SPACE.
152680     88  BLOC-LU                               VALUE 'O'.
152680 01  TOP-CNT-BLOQUE                  PIC X(01) VALUE SPACE.
152680     88  CNT-BLOQUE                            VALUE 'O'.
152680 01  WS-Q-CNT-BLOQUES-TOT            PIC 9(09) VALUE ZERO.
152680 01  WS-Q-CNT-LEVES-TOT              PIC 9(09) VALUE ZERO.
152680 01  WS-Q-CNT-HORS-LEVEE             PIC 9(09) VALUE ZERO.
152680 01  WS-Q-CLR-HORS-LEVEE             PIC 9(09) VALUE ZERO.
152680 01  WS-ENR-BLOCAGE-LST.
152680     05  WS-BLS-C-REF-GIIN           PIC X(20).
152680     05  WS-BLS-I-UNIQ-KAC           PIC X(17).
152680     05  WS-BLS-I-UNIQ-KPI           PIC X(17).
152680*    'B' COMPTE BLOQUE (TENU HORS DE L'EXTRAIT), 'L' COMPTE LEVE
152680*    EXTRAIT PAR LE PASSAGE DE LEVEE
152730*    'A' COMPTE SELECTIONNE SUR DFUSLE1A ABSENT DE L'AIGUILLAGE
152730*    (DEPOT SUPPLEMENTAIRE D'ANNEE ANTERIEURE, NON DECLARE)
152680     05  WS-BLS-C-LIGNE              PIC X(01).
152680     05  WS-BLS-C-TYPE-BLOC          PIC X(01).
152680     05  WS-BLS-I-IDENT              PIC X(17).
152680     05  WS-BLS-A-FISCALE-DEB        PIC X(04).
152680     05  WS-BLS-L-MOTIF              PIC X(40).
152680     05  WS-BLS-N-DEMANDEUR          PIC X(08).
152680     05  WS-BLS-N-APPROBATEUR        PIC X(08).
152680     05  WS-BLS-D-BLOCAGE            PIC X(10).
152680     05  WS-BLS-D-LEVEE-PREVUE       PIC X(10).
152680     05  WS-BLS-D-LEVEE              PIC X(10).
152680     05  WS-BLS-N-AGENT-LEVEE        PIC X(08).
152680     05  FILLER                      PIC X(29).
152690*
152690*    SUCCESSIONS EN VIGUEUR DU REGISTRE DFUSLR11 (CF BFUSEL11),
152690*    CHARGEES A L'OUVERTURE : UN PREDECESSEUR SORTI DE TBENDFUS
152690*    (CORRECTION D'UNE ANNEE ANTERIEURE A LA FUSION) EST RESTITUE
152690*    SOUS SON GIIN ET SA RAISON SOCIALE, AVEC L'ADRESSE ET LES
152690*    CONTACTS DU SUCCESSEUR FINAL QUI EMET LE FICHIER
152690 COPY CFUSSUCC REPLACING ==(P)== BY ==SU11==.
152690 01  FS-R11                          PIC X(02) VALUE SPACES.
152690 01  TOP-FIN-R11                     PIC X(01) VALUE SPACE.
152690     88  FIN-R11                               VALUE 'O'.
152690 01  WS-Q-SUCC                       PIC 9(03) VALUE ZERO.
152690 01  WS-T-SUCC.
152690     05  WS-T-SUC-LIG                OCCURS 100.
152690         10  WS-T-SUC-C-GIIN-PRED    PIC X(20).
152690         10  WS-T-SUC-I-END-PRED     PIC X(07).
152690         10  WS-T-SUC-L-RAISON-PRED  PIC X(60).
152690         10  WS-T-SUC-C-GIIN-SUCC    PIC X(20).
152690         10  WS-T-SUC-I-END-SUCC     PIC X(07).
152690         10  WS-T-SUC-D-EFFET        PIC X(10).
152690         10  WS-T-SUC-C-PERIMETRE    PIC X(01).
152690 01  WS-I-SUCC                       PIC 9(03) VALUE ZERO.
152690 01  WS-I-SUCC-TRV                   PIC 9(03) VALUE ZERO.
152690 01  WS-I-SUCC-FIN                   PIC 9(03) VALUE ZERO.
152690 01  WS-Q-MAILLON                    PIC 9(03) VALUE ZERO.
152690*    CRITERE DE RECHERCHE D'UNE SUCCESSION (IDENTIFIANT OU GIIN
152690*    DU PREDECESSEUR)
152690 01  WS-I-END-PRED-RCH               PIC X(07) VALUE SPACES.
152690 01  WS-C-GIIN-PRED-RCH              PIC X(20) VALUE SPACES.
152690*    ENTITE DONT L'ADRESSE EST LUE EN TBADRFUS (LE SUCCESSEUR
152690*    FINAL POUR UN PREDECESSEUR SORTI DE TBENDFUS)
152690 01  WS-I-IDENT-END-ADR              PIC X(07) VALUE SPACES.
152690 01  TOP-PRED-SUBSTITUE              PIC X(01) VALUE SPACE.
152690     88  PRED-SUBSTITUE                        VALUE 'O'.
152690 01  WS-I-ENT-NEANT-SUCC             PIC 9(03) VALUE ZERO.
152660*
152660*    MODE VOLUME : LIGNES DE L'EXTRACTION DFUSLE1V DU COMPTE
152660*    COURANT (CLE DE L'AIGUILLAGE), SERVIES A LA PLACE DES
152660*    ACCESSEURS ; UN CURSEUR PAR TABLE LUE EN OP/FE (1 TRUB,
152660*    2 TADR, 3 TLPP, 4 TRES)
152660 COPY CFUSXVOL REPLACING ==(P)== BY ==XVO==.
152660 01  FS-E1V                          PIC X(02) VALUE SPACES.
152660 01  TOP-FIN-EXTRAIT                 PIC X(01) VALUE SPACE.
152660     88  FIN-EXTRAIT-VOLUME                    VALUE 'O'.
152660 01  WS-VOL-CLE-AIG.
152660     05  WS-VOL-I-IDENT-END          PIC X(07).
152660     05  WS-VOL-I-IDENT-CPT          PIC X(17).
152660     05  WS-VOL-I-IDENT-CLT          PIC X(17).
152660 01  WS-VOL-CLE-CHARGEE              PIC X(41) VALUE LOW-VALUE.
152660 01  WS-T-VOLUME.
152660     05  WS-VOL-LIG                  OCCURS 300.
152660         10  WS-VOL-C-TABLE          PIC X(04).
152660         10  WS-VOL-DONNEES          PIC X(300).
152660 01  WS-VOL-Q-LIG                    PIC 9(03) VALUE ZERO.
152660 01  WS-VOL-I                        PIC 9(03) VALUE ZERO.
152660 01  WS-VOL-I-DEB                    PIC 9(03) VALUE ZERO.
152660 01  WS-VOL-I-TROUVE                 PIC 9(03) VALUE ZERO.
152660 01  WS-VOL-C-TABLE-DEM              PIC X(04).
152660 01  WS-VOL-DONNEES-DEM              PIC X(300).
152660 01  WS-VOL-POS-1                    PIC 9(03) VALUE ZERO.
152660 01  WS-VOL-LG-1                     PIC 9(03) VALUE ZERO.
152660 01  WS-VOL-POS-2                    PIC 9(03) VALUE ZERO.
152660 01  WS-VOL-LG-2                     PIC 9(03) VALUE ZERO.
152660 01  WS-VOL-N-CURS                   PIC 9(01) VALUE ZERO.
152660 01  WS-T-CURS-VOLUME.
152660     05  WS-CURS-VOL                 OCCURS 4.
152660         10  WS-CURS-I               PIC 9(03).
152660         10  WS-CURS-POS-1           PIC 9(03).
152660         10  WS-CURS-LG-1            PIC 9(03).
152660         10  WS-CURS-POS-2           PIC 9(03).
152660         10  WS-CURS-LG-2            PIC 9(03).
152660         10  WS-CURS-DONNEES         PIC X(300).
152660 01  WS-VOL-Q-LUES                   PIC 9(09) VALUE ZERO.
152660 01  WS-VOL-Q-CHARGEES               PIC 9(09) VALUE ZERO.
152660 01  WS-VOL-Q-IGNOREES               PIC 9(09) VALUE ZERO.
152660 01  WS-VOL-Q-LIG-MAX                PIC 9(03) VALUE ZERO.
152730*
152730*    DEPOT SUPPLEMENTAIRE D'ANNEE ANTERIEURE : COMPTES RETENUS
152730*    PAR LA CONFORMITE (DFUSLE1A, CLE DE L'AIGUILLAGE) ET LEURS
152730*    MONTANTS AU 31/12 DE L'ANNEE DEMANDEE, SERVIS A LA PLACE DE
152730*    TBRUBFUS (QUI NE PORTE QUE LES MONTANTS DE LA CAMPAGNE
152730*    COURANTE) ; TOUT AUTRE COMPTE EST TENU HORS DE L'EXTRAIT
152730 COPY CFUSSANT REPLACING ==(P)== BY ==SAN==.
152730 01  FS-E1A                          PIC X(02) VALUE SPACES.
152730 01  TOP-FIN-SEL-ANT                 PIC X(01) VALUE SPACE.
152730     88  FIN-SEL-ANT                           VALUE 'O'.
152730 01  TOP-CNT-SELECTIONNE             PIC X(01) VALUE SPACE.
152730     88  CNT-SELECTIONNE                       VALUE 'O'.
152730 01  TOP-CNT-HORS-SEL                PIC X(01) VALUE SPACE.
152730     88  CNT-HORS-SEL                          VALUE 'O'.
152730 01  WS-SEL-CLE-AIG.
152730     05  WS-SEL-I-IDENT-END          PIC X(07).
152730     05  WS-SEL-I-IDENT-CPT          PIC X(17).
152730 01  WS-SEL-CLE-CHARGEE              PIC X(24) VALUE LOW-VALUE.
152730 01  WS-SEL-CLE-PREC                 PIC X(24) VALUE LOW-VALUE.
152730 01  WS-T-SEL-MNT.
152730     05  WS-SEL-LIG                  OCCURS 20.
152730         10  WS-SEL-C-TYPE-MNT       PIC X(01).
152730         10  WS-SEL-Q-NBR-DEC        PIC 9(01).
152730         10  WS-SEL-M-MNT-ASS        PIC 9(18).
152730         10  WS-SEL-C-SIGNE-MNT      PIC X(01).
152730 01  WS-SEL-Q-LIG                    PIC 9(02) VALUE ZERO.
152730 01  WS-SEL-I-CURS                   PIC 9(02) VALUE ZERO.
152730 01  WS-SEL-Q-LUES                   PIC 9(09) VALUE ZERO.
152730*    LIGNES DE LA SELECTION SANS COMPTE A L'AIGUILLAGE : CELLES
152730*    DES COMPTES DEJA TRAITES AVANT LE CHECKPOINT D'UNE REPRISE
152730*    (CLE NON SUPERIEURE A WS-SEL-CLE-REPRISE) SONT SAUTEES ; LES
152730*    AUTRES DESIGNENT UN COMPTE SELECTIONNE ABSENT DE
152730*    L'AIGUILLAGE, EDITE 'A' SUR DFUSLS1B (RETURN-CODE 4 EN FIN
152730*    DE TRAITEMENT)
152730 01  WS-SEL-CLE-REPRISE              PIC X(24) VALUE LOW-VALUE.
152730 01  WS-SEL-CLE-ABSENTE              PIC X(24) VALUE LOW-VALUE.
152730 01  WS-SEL-Q-REPRISE                PIC 9(09) VALUE ZERO.
152730 01  WS-Q-CNT-SEL-ABSENTS            PIC 9(09) VALUE ZERO.
152730 01  WS-Q-CNT-SEL-ANT                PIC 9(09) VALUE ZERO.
152730 01  WS-Q-CNT-HORS-SEL               PIC 9(09) VALUE ZERO.
152730 01  WS-Q-CLR-HORS-SEL               PIC 9(09) VALUE ZERO.
152180 01  FS-S1E                          PIC X(02) VALUE SPACES.
152290*
152290*    ENREGISTREMENT DE SUIVI D'EXECUTION (SUPERVISION)
152290 01  FS-S1S                          PIC X(02) VALUE SPACES.
152290 01  TOP-SUIVI-OUVERT                PIC X(01) VALUE SPACE.
152290     88  SUIVI-OUVERT                          VALUE 'O'.
152560*
152560*    REFERENTIEL DES INTERMEDIAIRES : COMPTE COURANT DETENU VIA
152560*    UN INTERMEDIAIRE ET NOMBRE DE TELS COMPTES DECLARES POUR
152560*    L'ENTITE EN COURS (PORTE PAR L'ENQUEUE, N-INT)
152560 01  FS-R05                          PIC X(02) VALUE SPACES.
152560 01  TOP-CNT-INTERM                  PIC X(01) VALUE SPACE.
152560     88  CNT-INTERM                            VALUE 'O'.
152560 01  WS-Q-INTERM-DECL                PIC 9(09) VALUE ZERO.
152570*
152570*    PERSONNES DETENANT LE CONTROLE D'UNE ENF PASSIVE : CLIENT
152570*    TITULAIRE SAUVEGARDE PENDANT LA LECTURE DU TBCLIFUS DE LA
152570*    PERSONNE LIEE, IDENTIFIANT, RESIDENCE ET REFERENCE FISCALES
152570*    RETENUES POUR LA LIGNE '20' 'CTP'
152570 01  WS-SAV-TCLI-DONNEES             PIC X(197) VALUE SPACES.
152570 01  WS-I-UNIQ-KPI-CTP               PIC X(17) VALUE SPACES.
152570 01  WS-C-PAYS-RESID-CTP             PIC X(02) VALUE SPACES.
152570 01  WS-C-REF-FISC-CTP               PIC X(30) VALUE SPACES.
152580*
152580*    RESIDENCES FISCALES MULTIPLES : DATE DE REFERENCE (31/12 DE
152580*    L'ANNEE FISCALE) DE LA VIGUEUR DES LIGNES TBRESFUS
152580 01  WS-D-FIN-ANNEE-FISC.
152580     05  WS-FIN-FISC-AAAA            PIC 9(04) VALUE ZERO.
152580     05  FILLER                      PIC X(06) VALUE '-12-31'.
152180*
152180*    ENREGISTREMENT DU FICHIER DES EXCLUSIONS (JUSTIFICATION DE
152180*    L'ELECTION DE MINIMIS AUPRES DE LA CONFORMITE)
152180     05  WS-EXC-Q-NBR-DEC            PIC 9(01).
152180     05  WS-EXC-M-MNT-ASS            PIC 9(18).
152180     05  WS-EXC-M-SEUIL              PIC 9(15).
152650*    'C' COMPTE EXCLU, 'L' COMPTE LIE DU MEME TITULAIRE (SOLDE
152650*    PROPRE EN VALEUR ABSOLUE, SIGNE DANS WS-EXC-C-SIGNE-SLD) ;
152650*    PORTEE 'E' ENTITE, 'G' GROUPE, BLANC SANS CUMUL
152730*    'A' CUMUL NON APPLIQUE (DEPOT D'ANNEE ANTERIEURE)
152740*    'D' COMPTE DORMANT BASCULE AU POOL FATCA203 (SOLDE EN
152740*    VALEUR ABSOLUE SIGNE PAR WS-EXC-C-SIGNE-SLD, SEUIL A ZERO,
152740*    DATE DU DERNIER MOUVEMENT TBCNTFUS)
152650     05  WS-EXC-C-LIGNE              PIC X(01).
152650     05  WS-EXC-C-SIGNE-SLD          PIC X(01).
152650     05  WS-EXC-I-UNIQ-KPI           PIC X(17).
152650     05  WS-EXC-C-PORTEE             PIC X(01).
152650     05  WS-EXC-C-DEV-CUMUL          PIC X(03).
152650     05  WS-EXC-Q-NBR-DEC-CUMUL      PIC 9(01).
152650     05  WS-EXC-M-CUMUL              PIC 9(18).
152650     05  WS-EXC-Q-CNT-CUMUL          PIC 9(03).
152740     05  WS-EXC-D-DERN-MVT           PIC X(10).
152740     05  FILLER                      PIC X(39).
      *
      *----------------*
       LINKAGE SECTION.
152290     SET SUIVI-OUVERT           TO TRUE
152290     PERFORM 4170-ECRT-SUIVI-DEB

152560*--> OUVERTURE DU REFERENTIEL DES INTERMEDIAIRES (FACULTATIF :
152560*    SANS DD, AUCUN COMPTE N'EST DECLARE VIA UN INTERMEDIAIRE)
152560     OPEN INPUT DFUSLR05
152560     IF FS-R05 NOT = '00' AND '05'
152560        MOVE 2540               TO WS-CODE-ABEND
152560        PERFORM 4200-ABEND-ERR
152560     END-IF

152650*--> OUVERTURE DU MAGASIN DES CUMULS PAR TITULAIRE (FACULTATIF :
152650*    SANS DD, LE SEUIL S'APPLIQUE AU SOLDE PROPRE DU COMPTE)
152650     OPEN INPUT DFUSLR08
152650     IF FS-R08 NOT = '00' AND '05'
152650        MOVE 2550               TO WS-CODE-ABEND
152650        PERFORM 4200-ABEND-ERR
152650     END-IF
152660*--> MODE VOLUME : OUVERTURE ET 1ERE LECTURE DE L'EXTRACTION (EN
152660*    REPRISE, LES LIGNES DES COMPTES DEJA TRAITES SONT IGNOREES AU
152660*    PREMIER CHARGEMENT)
152660     IF MODE-VOLUME
152660        OPEN INPUT DFUSLE1V
152660        IF FS-E1V NOT = '00'
152660           MOVE 2560            TO WS-CODE-ABEND
152660           PERFORM 4200-ABEND-ERR
152660        END-IF
152660        PERFORM 2905-LECTURE-EXTRAIT-VOLUME
152660     END-IF

152680*--> OUVERTURE DU REGISTRE DES BLOCAGES (FACULTATIF : SANS DD,
152680*    AUCUN COMPTE N'EST BLOQUE ; OBLIGATOIRE EN PASSAGE DE LEVEE)
152680     OPEN INPUT DFUSLR10
152680     IF FS-R10 NOT = '00' AND '05'
152680     OR (FS-R10 = '05' AND MODE-LEVEE)
152680        MOVE 2565               TO WS-CODE-ABEND
152680        PERFORM 4200-ABEND-ERR
152680     END-IF
152730*--> DEPOT SUPPLEMENTAIRE D'ANNEE ANTERIEURE : OUVERTURE ET 1ERE
152730*    LECTURE DE LA SELECTION (EN REPRISE, LES LIGNES DES COMPTES
152730*    DEJA TRAITES SONT IGNOREES AU PREMIER CHARGEMENT)
152730     IF MODE-ANNEE-ANT
152730        OPEN INPUT DFUSLE1A
152730        IF FS-E1A NOT = '00'
152730           MOVE 2582            TO WS-CODE-ABEND
152730           PERFORM 4200-ABEND-ERR
152730        END-IF
152730        PERFORM 2925-LECTURE-SEL-ANNEE-ANT
152730     END-IF

152690*--> CHARGEMENT DES SUCCESSIONS EN VIGUEUR (FACULTATIF : SANS
152690*    DD, AUCUNE ENTITE N'A DE SUCCESSEUR)
152690     PERFORM 1480-CHRG-SUCCESSIONS

152680*--> OUVERTURE DE LA LISTE DES BLOCAGES
152680*    (EN REPRISE : POURSUITE DU FICHIER DU PASSAGE INTERROMPU)
152680     IF W999-GCXT-INDICE = 'R'
152680        OPEN EXTEND DFUSLS1B
152680     ELSE
152680        OPEN OUTPUT DFUSLS1B
152680     END-IF
152680     IF FS-S1B NOT = '00'
152680        MOVE 2568               TO WS-CODE-ABEND
152680        PERFORM 4200-ABEND-ERR
152680     END-IF

      *--> AFFICHAGE COMPTE DE DEBUT D'EXECUTION
           PERFORM 1400-AFFICHAGE-DEBUT

152085        MOVE  W999-Q-CONTRAT-DECL-TOT TO   WS-Q-CONTRAT-DECL-TOT
152085        MOVE  W999-Q-RECAL-DECL-TOT   TO   WS-Q-RECAL-DECL-TOT
152180        MOVE  W999-Q-CNT-EXCLUS-TOT   TO   WS-Q-CNT-EXCLUS-TOT
152650        MOVE  W999-Q-CNT-RETENUS-CUMUL
152650                                      TO   WS-Q-CNT-RETENUS-CUMUL
152260        MOVE  W999-Q-CPT-DORMANT-TOT  TO   WS-Q-CPT-DORMANT-TOT
152320        MOVE  W999-T-ENT-TRAITEE      TO   WS-T-ENT-TRAITEE
152320        MOVE  W999-Q-POOL-DORMANT     TO   WS-Q-POOL-DORMANT
"             MOVE  W999-I-REF-FIC       TO   WS-I-REF-FIC
"             MOVE  W999-I-REF-BLOC-CLR  TO   WS-I-REF-BLOC-CLR
150978        MOVE  W999-I-REF-BLOC-CPT  TO   WS-I-REF-BLOC-CPT
152560        MOVE  W999-Q-INTERM-DECL   TO   WS-Q-INTERM-DECL
152680        MOVE  W999-Q-CNT-BLOQUES-TOT  TO   WS-Q-CNT-BLOQUES-TOT
152680        MOVE  W999-Q-CNT-LEVES-TOT    TO   WS-Q-CNT-LEVES-TOT
152680        MOVE  W999-Q-CNT-HORS-LEVEE   TO   WS-Q-CNT-HORS-LEVEE
152680        MOVE  W999-Q-CLR-HORS-LEVEE   TO   WS-Q-CLR-HORS-LEVEE
152730        MOVE  W999-Q-CNT-SEL-ANT      TO   WS-Q-CNT-SEL-ANT
152730        MOVE  W999-Q-CNT-HORS-SEL     TO   WS-Q-CNT-HORS-SEL
152730        MOVE  W999-Q-CLR-HORS-SEL     TO   WS-Q-CLR-HORS-SEL
152730        MOVE  W999-SEL-CLE-CHARGEE    TO   WS-SEL-CLE-REPRISE
152730        MOVE  W999-Q-CNT-SEL-ABSENTS  TO   WS-Q-CNT-SEL-ABSENTS

              IF W999-CPT-ECRIT = ZERO OR LOW-VALUE
                 MOVE  ZERO                 TO   WS-CPT-AIG-LUS
                                                 WS-M-TOT-CES-DECL
                                                 WS-M-TOT-M-DECL
152480                                           WS-M-TOT-SLD-SIGNE
152560                                           WS-Q-INTERM-DECL
              END-IF

150978*-->    1ERE LECTURE DU FICHIER AIGUILLAGE
"                                             WS-M-TOT-CES-DECL
"                                             WS-M-TOT-M-DECL
152480                                        WS-M-TOT-SLD-SIGNE
152560                                        WS-Q-INTERM-DECL
152650                                        WS-Q-CNT-RETENUS-CUMUL
152680                                        WS-Q-CNT-BLOQUES-TOT
152680                                        WS-Q-CNT-LEVES-TOT
152680                                        WS-Q-CNT-HORS-LEVEE
152680                                        WS-Q-CLR-HORS-LEVEE
152730                                        WS-Q-CNT-SEL-ANT
152730                                        WS-Q-CNT-HORS-SEL
152730                                        WS-Q-CLR-HORS-SEL
150978
      *-----> LANCEMENT EN MODE REPRISE
              PERFORM 1320-MODE-NORMAL
"          END-IF
"          MOVE SYSIN-80(1:9) TO SYSIN-TYPE-FATCA13
"          MOVE '1'           TO SYSIN-TYPE-FATCA13(7:1)
152680*    PASSAGE DE LEVEE : RUN INITIAL ET DATE DE LOT RENSEIGNEE
152680     IF MODE-LEVEE
152680        IF SYSIN-TYPE-FATCA NOT = 'FATCA1 ' AND 'FATCA11'
152680                                 AND SPACES
152680        OR SYSIN-D-LEVEE = SPACES
152680           MOVE 2571                TO WS-CODE-ABEND
152680           PERFORM 4200-ABEND-ERR
152680        END-IF
152680     END-IF
152730*    DEPOT SUPPLEMENTAIRE D'ANNEE ANTERIEURE : RUN INITIAL HORS
152730*    PASSAGE DE LEVEE, ANNEE RENSEIGNEE
152730     IF MODE-ANNEE-ANT
152730        IF SYSIN-TYPE-FATCA NOT = 'FATCA1 ' AND 'FATCA11'
152730                                 AND SPACES
152730        OR SYSIN-A-ANNEE-ANT IS NOT NUMERIC
152730        OR MODE-LEVEE
152730           MOVE 2580                TO WS-CODE-ABEND
152730           PERFORM 4200-ABEND-ERR
152730        END-IF
152730     END-IF
152180*    CARTES DES SEUILS DE MINIMIS
152180     ACCEPT SYSIN-SEUILS-80
152180     IF SYSIN-SEUILS-MARQUE = 'SEUILS'

      * APPEL MFUSTEND
           PERFORM SQ-ACCES-TEND
152690
152690* ==> SUCCESSION DE L'ENTITE (REGISTRE DFUSLR11) ; UN
152690*     PREDECESSEUR SORTI DE TBENDFUS EST RESTITUE AVEC LES
152690*     DONNEES DE SON SUCCESSEUR FINAL
152690     MOVE SPACE                 TO TOP-PRED-SUBSTITUE
152690     MOVE AI11-I-IDENT-END      TO WS-I-END-PRED-RCH
152690                                   WS-I-IDENT-END-ADR
152690     PERFORM 1351-RECH-SUCC-END
152690     IF NON-TROUVE AND WS-I-SUCC-TRV > ZERO
152690        PERFORM 1352-SEL-INF-END-SUCC
152690     END-IF
      * CONTROLE CODE RETOUR
           EVALUATE ACCE-CODE-RETOUR
      * ==>   SI OK
              WHEN ZERO
150978           MOVE TEND-C-REF-GIIN TO LST-ENT-DECL
152690
152690*          RUN INITIAL : LES COMPTES D'UN PREDECESSEUR EN
152690*          TRANSFERT TOTAL EFFECTIF SUR L'ANNEE FISCALE DOIVENT
152690*          ARRIVER SOUS LE SUCCESSEUR (AIGUILLAGE REAFFECTE PAR
152690*          BFUSEL11)
152690           IF  WS-I-SUCC-TRV > ZERO AND NOT PRED-SUBSTITUE
152690           AND (SYSIN-TYPE-FATCA = 'FATCA1 ' OR 'FATCA11'
152690                                 OR SPACES)
152690           AND WS-T-SUC-C-PERIMETRE (WS-I-SUCC-TRV) = 'T'
152690           AND WS-T-SUC-D-EFFET (WS-I-SUCC-TRV)(1:4)
152690               NOT > WS-A-ANNEE-FISC
152690              MOVE 2576                   TO WS-CODE-ABEND
152690              PERFORM 4200-ABEND-ERR
152690           END-IF

      * ==>   CONTROLE DU GIIN DES QUE RESOLU, AVANT TOUT TRAITEMENT
      *       DES COMPTES DE CETTE ENTITE DECLARANTE (cf WS-T-ENT-DECL)
           END-EVALUATE
           .

152690*==================================================*
152690* RECHERCHE DE LA SUCCESSION EN VIGUEUR DONT L'ENTITE
152690* WS-I-END-PRED-RCH EST LE PREDECESSEUR (WS-I-SUCC-TRV A
152690* ZERO SI L'ENTITE N'A PAS DE SUCCESSEUR)
152690*==================================================*
152690 1351-RECH-SUCC-END.
152690
152690     MOVE ZERO                      TO WS-I-SUCC-TRV
152690     PERFORM VARYING WS-I-SUCC FROM 1 BY 1
152690     UNTIL WS-I-SUCC > WS-Q-SUCC OR WS-I-SUCC-TRV > ZERO
152690        IF WS-T-SUC-I-END-PRED (WS-I-SUCC) = WS-I-END-PRED-RCH
152690           MOVE WS-I-SUCC           TO WS-I-SUCC-TRV
152690        END-IF
152690     END-PERFORM
152690     .
152690
152690*==================================================*
152690* PREDECESSEUR SORTI DE TBENDFUS (CORRECTION D'UNE ANNEE
152690* ANTERIEURE A LA FUSION) : SELECTION DU SUCCESSEUR FINAL DE
152690* LA CHAINE, DONT L'ADRESSE ET LES CONTACTS SONT REPRIS ; LE
152690* GIIN, LA RAISON SOCIALE ET L'IDENTIFIANT RESTENT CEUX DU
152690* PREDECESSEUR, SOUS LESQUELS LES FICHIERS D'ORIGINE ONT ETE
152690* EMIS (TBFIDFUS)
152690*==================================================*
152690 1352-SEL-INF-END-SUCC.
152690
152690     MOVE WS-I-SUCC-TRV             TO WS-I-SUCC-FIN
152690     MOVE ZERO                      TO WS-Q-MAILLON
152690     MOVE WS-T-SUC-I-END-SUCC (WS-I-SUCC-FIN)
152690                                    TO WS-I-END-PRED-RCH
152690     PERFORM 1351-RECH-SUCC-END
152690     PERFORM UNTIL WS-I-SUCC-TRV = ZERO OR WS-Q-MAILLON > 20
152690        ADD 1                       TO WS-Q-MAILLON
152690        MOVE WS-I-SUCC-TRV          TO WS-I-SUCC-FIN
152690        MOVE WS-T-SUC-I-END-SUCC (WS-I-SUCC-FIN)
152690                                    TO WS-I-END-PRED-RCH
152690        PERFORM 1351-RECH-SUCC-END
152690     END-PERFORM
152690
152690*    RETOUR A LA SUCCESSION DU PREDECESSEUR
152690     MOVE AI11-I-IDENT-END          TO WS-I-END-PRED-RCH
152690     PERFORM 1351-RECH-SUCC-END
152690
152690     MOVE 'SE'                      TO ACCE-TYPE-REQUETE
152690     MOVE '01-SEL'                  TO ACCE-NOM-FONCTION
152690     MOVE WS-A-APPL                 TO TEND-A-APPL
152690     MOVE WS-T-SUC-I-END-SUCC (WS-I-SUCC-FIN)
152690                                    TO TEND-I-IDENT-END
152690     PERFORM SQ-ACCES-TEND
152690     IF TROUVE
152690        SET PRED-SUBSTITUE          TO TRUE
152690        MOVE TEND-I-IDENT-END       TO WS-I-IDENT-END-ADR
152690        MOVE AI11-I-IDENT-END       TO TEND-I-IDENT-END
152690        MOVE WS-T-SUC-C-GIIN-PRED (WS-I-SUCC-TRV)
152690                                    TO TEND-C-REF-GIIN
152690        MOVE WS-T-SUC-L-RAISON-PRED (WS-I-SUCC-TRV)
152690                                    TO TEND-L-RAISON-SOCIALE
152690     END-IF
152690     .
152690
      *                         *****                               *  *
150978*==================================================*
"     * INSERT LIGNE FICHIER DECLARATIF                  *
"                                            TO TFID-I-REF-FIC-INIT
"          MOVE W-DATE-TIMESTAMP
"                                            TO TFID-D-REF-FIC-INIT
152730*    DEPOT SUPPLEMENTAIRE D'ANNEE ANTERIEURE OU PASSAGE DE
152730*    LEVEE : FICHIER MARQUE 'SUP' POUR LE DISTINGUER DU FICHIER
152730*    INITIAL DE LA CAMPAGNE
152730     IF MODE-ANNEE-ANT OR MODE-LEVEE
152730        MOVE 'SUP'                   TO TFID-C-TYPE-DECL(3:3)
152730     END-IF
"          .
"
"     *==================================================*
"
"     * APPEL MFUSTEND
"          PERFORM SQ-ACCES-TFID
152730*    UN FICHIER DE DEPOT SUPPLEMENTAIRE ('SUP') N'EST PAS LE
152730*    FICHIER INITIAL DE LA CAMPAGNE : LIGNE SUIVANTE DU CURSEUR
152730     PERFORM UNTIL ACCE-CODE-RETOUR NOT = ZERO
152730                OR TFID-C-TYPE-DECL(3:3) NOT = 'SUP'
152730        MOVE 'FE'                  TO ACCE-TYPE-REQUETE
152730        PERFORM SQ-ACCES-TFID
152730     END-PERFORM
"     * CONTROLE CODE RETOUR
"          EVALUATE ACCE-CODE-RETOUR
"     * ==>   SI OK
152010                                         TO WS-N-SLOT-ENT-DECL
152010        END-IF
152010     END-PERFORM
152690
152690*    GIIN D'UN PREDECESSEUR RETIRE DE LA TABLE : N° DE SORTIE
152690*    DE SON SUCCESSEUR
152690     IF NOT ENT-DECL-TROUVEE
152690        PERFORM 1358-RECH-SORTIE-SUCC
152690     END-IF
152010     .

152690* =============================================================  *
152690* RECHERCHE DU N° DE SORTIE LE LONG DE LA CHAINE DES SUCCESSEURS
152690* DU GIIN LST-ENT-DECL
152690* =============================================================  *
152690 1358-RECH-SORTIE-SUCC.
152690
152690     MOVE LST-ENT-DECL              TO WS-C-GIIN-PRED-RCH
152690     MOVE ZERO                      TO WS-Q-MAILLON
152690     MOVE 1                         TO WS-I-SUCC-FIN
152690     PERFORM UNTIL ENT-DECL-TROUVEE OR WS-I-SUCC-FIN = ZERO
152690                OR WS-Q-MAILLON > 20
152690        ADD 1                       TO WS-Q-MAILLON
152690        MOVE ZERO                   TO WS-I-SUCC-FIN
152690        PERFORM VARYING WS-I-SUCC FROM 1 BY 1
152690        UNTIL WS-I-SUCC > WS-Q-SUCC OR WS-I-SUCC-FIN > ZERO
152690           IF WS-T-SUC-C-GIIN-PRED (WS-I-SUCC)
152690                                    = WS-C-GIIN-PRED-RCH
152690              MOVE WS-I-SUCC        TO WS-I-SUCC-FIN
152690           END-IF
152690        END-PERFORM
152690        IF WS-I-SUCC-FIN > ZERO
152690           MOVE WS-T-SUC-C-GIIN-SUCC (WS-I-SUCC-FIN)
152690                                    TO WS-C-GIIN-PRED-RCH
152690           PERFORM VARYING WS-I-ENT-DECL FROM 1 BY 1
152690           UNTIL WS-I-ENT-DECL > 9 OR ENT-DECL-TROUVEE
152690              IF WS-C-GIIN-PRED-RCH
152690                 = WS-I-REF-GIIN-ENT-DECL (WS-I-ENT-DECL)
152690                 MOVE WS-N-SORTIE-ENT-DECL (WS-I-ENT-DECL)
152690                                    TO WS-N-SLOT-ENT-DECL
152690              END-IF
152690           END-PERFORM
152690        END-IF
152690     END-PERFORM
152690     .

      *                         *****                               *  *
      * =============================================================  *
      * ALIMENTATION DES INFORMATIONS SELON LE FORMAT DE LA LIGNE NUMéRO
      *    Référence fiscalité étrangère GIN de lentité
           MOVE TEND-C-REF-GIIN        TO   EL10-C-REF-GIIN
                                       OF   EL10-G-DATA-TET-END
152690*    GIIN EMETTEUR (SUCCESSEUR FINAL) D'UN PREDECESSEUR SORTI
152690*    DE TBENDFUS ET DATE D'EFFET DE SA SUCCESSION
152690     IF PRED-SUBSTITUE
152690        MOVE WS-T-SUC-C-GIIN-SUCC (WS-I-SUCC-FIN)
152690                                 TO   EL10-C-REF-GIIN-SUCC
152690        MOVE WS-T-SUC-D-EFFET (WS-I-SUCC-TRV)
152690                                 TO   EL10-D-EFFET-SUCC
152690     END-IF
      *    Année fiscale
           MOVE TEND-A-APPL            TO   EL10-A-APPL
                                       OF   EL10-G-DATA-TET-END
           MOVE '01-SEL'                TO ACCE-NOM-FONCTION
      * Alimentation de clause Where
           MOVE 'ED'                    TO TADR-C-TYPE-ADR
152690     MOVE WS-I-IDENT-END-ADR      TO TADR-I-IDENT

      * APPEL MFUSTEND
           PERFORM SQ-ACCES-TADR
      * APPEL MCCDBILA
           CALL 'MCCDBILA'      USING   BILA-PARAM
           .
152690*
152690* =============================================================  *
152690* CHARGEMENT DES SUCCESSIONS EN VIGUEUR DU REGISTRE DFUSLR11
152690* (DD FACULTATIVE : STATUT '05', TABLE VIDE)
152690* =============================================================  *
152690 1480-CHRG-SUCCESSIONS.
152690
152690     OPEN INPUT DFUSLR11
152690     EVALUATE FS-R11
152690        WHEN '00'
152690           CONTINUE
152690        WHEN '05'
152690           SET FIN-R11              TO TRUE
152690        WHEN OTHER
152690           MOVE 2572                TO WS-CODE-ABEND
152690           PERFORM 4200-ABEND-ERR
152690     END-EVALUATE
152690
152690     PERFORM UNTIL FIN-R11
152690        READ DFUSLR11 INTO SU11-ENR-SUCCESSION
152690        END-READ
152690        EVALUATE FS-R11
152690           WHEN '00'
152690              IF SU11-SUCC-EN-VIGUEUR
152690                 ADD 1              TO WS-Q-SUCC
152690                 IF WS-Q-SUCC > 100
152690                    MOVE 2575       TO WS-CODE-ABEND
152690                    PERFORM 4200-ABEND-ERR
152690                 END-IF
152690                 MOVE SU11-C-REF-GIIN-PRED
152690                              TO WS-T-SUC-C-GIIN-PRED (WS-Q-SUCC)
152690                 MOVE SU11-I-IDENT-END-PRED
152690                              TO WS-T-SUC-I-END-PRED (WS-Q-SUCC)
152690                 MOVE SU11-L-RAISON-SOC-PRED
152690                              TO WS-T-SUC-L-RAISON-PRED(WS-Q-SUCC)
152690                 MOVE SU11-C-REF-GIIN-SUCC
152690                              TO WS-T-SUC-C-GIIN-SUCC (WS-Q-SUCC)
152690                 MOVE SU11-I-IDENT-END-SUCC
152690                              TO WS-T-SUC-I-END-SUCC (WS-Q-SUCC)
152690                 MOVE SU11-D-EFFET
152690                              TO WS-T-SUC-D-EFFET (WS-Q-SUCC)
152690                 MOVE SU11-C-PERIMETRE
152690                              TO WS-T-SUC-C-PERIMETRE (WS-Q-SUCC)
152690              END-IF
152690           WHEN '10'
152690              SET FIN-R11           TO TRUE
152690           WHEN OTHER
152690              MOVE 2573             TO WS-CODE-ABEND
152690              PERFORM 4200-ABEND-ERR
152690        END-EVALUATE
152690     END-PERFORM
152690
152690     CLOSE DFUSLR11
152690     IF FS-R11 NOT = '00'
152690        MOVE 2574                   TO WS-CODE-ABEND
152690        PERFORM 4200-ABEND-ERR
152690     END-IF
152690     .
      *
      *                         *****                               *  *
      * =============================================================  *
150978     MOVE '06'                    TO ACCE-NOM-FONCTION

      * APPEL MFUSTCNT
152660     PERFORM 2910-ACCES-TCNT
      * CONTROLE CODE RETOUR
           EVALUATE TRUE
      * ==>   SI OK
152180*          DE DECLARATION INDIVIDUELLE
152180           IF NOT CNT-EXCLU-SEUIL
152260           AND NOT CPT-DORMANT
152680           AND NOT CNT-BLOQUE
150978           ADD  1              TO WS-Q-PERS-DECL
150978                                  WS-Q-CONTRAT-DECL
152085           ADD  1              TO WS-Q-PERS-DECL-TOT
150978        END-IF
      *
150978        IF AI11-C-TYP-ENR = '20'
152680*          LE PASSAGE DE LEVEE NE REDECLARE PAS LES RECALCITRANTS
152680           IF MODE-LEVEE
152680              ADD  1           TO WS-Q-CLR-HORS-LEVEE
152680           ELSE
152730*          NI LE DEPOT SUPPLEMENTAIRE D'ANNEE ANTERIEURE
152730           IF MODE-ANNEE-ANT
152730              ADD  1           TO WS-Q-CLR-HORS-SEL
152730           ELSE
                 PERFORM 3000-RESTIT-CLR

150978           ADD  1              TO WS-Q-RECAL-DECL
152085           ADD  1              TO WS-Q-RECAL-DECL-TOT
152680           END-IF
152730           END-IF
150978        END-IF
      * CHECK POINT
              PERFORM 9960-PRISE-CHECKPOINT
      *
      * RESTITUTION DE SOLDE DU COMPTE
      *
152660* MODE VOLUME : CHARGEMENT DES LIGNES EXTRAITES DU COMPTE
152660     IF MODE-VOLUME
152660        PERFORM 2900-CHRG-EXTRAIT-VOLUME
152660     END-IF
152730* DEPOT SUPPLEMENTAIRE D'ANNEE ANTERIEURE : CHARGEMENT DES
152730* MONTANTS SELECTIONNES DU COMPTE
152730     IF MODE-ANNEE-ANT
152730        PERFORM 2920-CHRG-SEL-ANNEE-ANT
152730     END-IF
151197* SI LE TRAITEMENT TRAITE UN FICHIER FATCA3
151197*    IF SYSIN-TYPE-FATCA = 'FATCA3 ' OR 'FATCA13'
MC+        IF SYSIN-TYPE-FATCA13 = 'FATCA31A' OR 'FATCA31A1'
      *  ==> RéCUPéRER LES INFORMATIONS DU CLIENT
           PERFORM 2114-TRAITEMENT-CLI-SEL

152680*    LISTE DE BLOCAGE CONFORMITE : UN COMPTE BLOQUE (OU HORS DU
152680*    LOT EN PASSAGE DE LEVEE) N'EMET AUCUNE LIGNE DECLARATIVE ET
152680*    ECHAPPE AUX CONTROLES DE MINIMIS ET DE DORMANCE
152730*    DEPOT SUPPLEMENTAIRE D'ANNEE ANTERIEURE : UN COMPTE NON
152730*    SELECTIONNE SUR DFUSLE1A EST TENU HORS DE L'EXTRAIT COMME UN
152730*    COMPTE BLOQUE, SANS EDITION SUR DFUSLS1B
152730     PERFORM 2128-CTRL-SEL-ANNEE-ANT
152730     IF CNT-HORS-SEL
152730        SET CNT-BLOQUE          TO TRUE
152730     ELSE
152680     PERFORM 2125-CTRL-BLOCAGE
152730     END-IF
152680     IF CNT-BLOQUE
152680        MOVE SPACE              TO TOP-CNT-EXCLU
152680                                   TOP-CPT-DORMANT
152680     ELSE
152180*    CONTROLE DU SEUIL DE MINIMIS : UN COMPTE SOUS LE SEUIL DE
152180*    SA CATEGORIE N'EMET AUCUNE LIGNE DECLARATIVE, IL EST EDITE
152180*    SUR LE FICHIER DES EXCLUSIONS DFUSLS1E
152260        PERFORM 2140-CTRL-DORMANCE
152260        IF CPT-DORMANT
152260           PERFORM 2145-ACCUM-DORMANT
152740           PERFORM 2146-EDIT-CNT-DORMANT
152260        END-IF
152260     END-IF
152680     END-IF

152180     IF NOT CNT-EXCLU-SEUIL
152260     AND NOT CPT-DORMANT
152680     AND NOT CNT-BLOQUE
      *    ALIMENTATION DES COMPTES
151197     IF SYSIN-TYPE-FATCA = 'FATCA3 ' OR 'FATCA13'
151197        PERFORM REMPLIR-DONNEE-CONTRAT
      *    ECRITURE COMPTE
           PERFORM 1360-ECRIRE-OUT

152560*    COMPTE DETENU VIA UN INTERMEDIAIRE : LIGNE 'INT' A LA SUITE
152560*    DU DET-CNT, POUR LE BLOC Intermediary DU ReportingGroup
152560     PERFORM 2115-RECH-INTERM
152560     IF CNT-INTERM
152560        PERFORM 2115-ALIM-INF-INT
152560        PERFORM 1360-ECRIRE-OUT
152560        ADD 1                   TO WS-Q-INTERM-DECL
152560     END-IF

MC+   * SI LE TRAITEMENT TRAITE UN FICHIER FATCA3+1
"     D    DISPLAY ' SYSIN-TYPE-FATCA13' SYSIN-TYPE-FATCA13
"          IF SYSIN-TYPE-FATCA13 = 'FATCA31A' OR 'FATCA31A1'
152180     END-IF
           .

152680*==============================================================*
152680* CONTROLE DE LA LISTE DE BLOCAGE CONFORMITE (DFUSLR10)
152680*    LE BLOCAGE DU COMPTE (CLE 'C' + I-UNIQ-KAC) OU, A DEFAUT
152680*    D'UN BLOCAGE EN COURS, CELUI DE SON TITULAIRE (CLE 'P' +
152680*    I-UNIQ-KPI) EST RETENU ; UN BLOCAGE EN COURS PREVAUT SUR
152680*    UN BLOCAGE LEVE. SEULS LES BLOCAGES DONT LA PREMIERE ANNEE
152680*    FISCALE NE DEPASSE PAS L'ANNEE DECLAREE S'APPLIQUENT :
152680*    - RUN NORMAL : UN COMPTE EN BLOCAGE EN COURS EST TENU HORS
152680*      DE L'EXTRAIT ET EDITE 'B' SUR DFUSLS1B ;
152680*    - PASSAGE DE LEVEE : SEUL UN COMPTE DONT LE BLOCAGE A ETE
152680*      LEVE A LA DATE DE LOT EST EXTRAIT (EDITE 'L'), TOUT
152680*      AUTRE COMPTE EST HORS LEVEE.
152680*    COMME LE SEUIL DE MINIMIS, LE BLOCAGE NE S'APPLIQUE QU'AUX
152680*    RUNS INITIAUX, JAMAIS AUX CORRECTIONS
152680*==============================================================*
152680 2125-CTRL-BLOCAGE.
152680*
152680     MOVE SPACE             TO TOP-CNT-BLOQUE
152680                               TOP-BLOC-LU
152680
152680     IF (SYSIN-TYPE-FATCA = 'FATCA1 ' OR 'FATCA11' OR SPACES)
152680     AND FS-R10 = '00'
152680
152680        MOVE 'C'            TO BLQ-C-TYPE-BLOC
152680        MOVE TCNT-I-UNIQ-KAC TO BLQ-I-IDENT
152680        PERFORM 2126-LECT-BLOCAGE
152680        IF NOT BLOC-LU
152680        OR NOT BLQ-BLOCAGE-ACTIF
152680           MOVE SPACES      TO WS-SAV-BLQ-ENR-COMPTE
152680           IF BLOC-LU
152680              MOVE BLQ-ENR-BLOCAGE
152680                            TO WS-SAV-BLQ-ENR-COMPTE
152680           END-IF
152680           MOVE 'P'         TO BLQ-C-TYPE-BLOC
152680           MOVE TCLI-I-UNIQ-KPI TO BLQ-I-IDENT
152680           PERFORM 2126-LECT-BLOCAGE
152680           IF (NOT BLOC-LU OR NOT BLQ-BLOCAGE-ACTIF)
152680           AND WS-SAV-BLQ-ENR-COMPTE NOT = SPACES
152680              MOVE WS-SAV-BLQ-ENR-COMPTE
152680                            TO BLQ-ENR-BLOCAGE
152680              SET BLOC-LU   TO TRUE
152680           END-IF
152680        END-IF
152680
152680        IF MODE-LEVEE
152680           IF  BLOC-LU
152680           AND BLQ-BLOCAGE-LEVE
152680           AND BLQ-D-LEVEE = SYSIN-D-LEVEE
152680           AND BLQ-A-FISCALE-DEB NOT > WS-A-ANNEE-FISC
152680              ADD 1            TO WS-Q-CNT-LEVES-TOT
152680              MOVE 'L'         TO WS-BLS-C-LIGNE
152680              PERFORM 2127-EDIT-CNT-BLOQUE
152680           ELSE
152680              SET CNT-BLOQUE   TO TRUE
152680              ADD 1            TO WS-Q-CNT-HORS-LEVEE
152680           END-IF
152680        ELSE
152680           IF  BLOC-LU
152680           AND BLQ-BLOCAGE-ACTIF
152680           AND BLQ-A-FISCALE-DEB NOT > WS-A-ANNEE-FISC
152680              SET CNT-BLOQUE   TO TRUE
152680              ADD 1            TO WS-Q-CNT-BLOQUES-TOT
152680              MOVE 'B'         TO WS-BLS-C-LIGNE
152680              PERFORM 2127-EDIT-CNT-BLOQUE
152680           END-IF
152680        END-IF
152680
152680     END-IF
152680     .
152680
152680*==============================================================*
152680* LECTURE D'UN BLOCAGE DU REGISTRE DFUSLR10 (CLE BLQ-CLE)
152680*==============================================================*
152680 2126-LECT-BLOCAGE.
152680*
152680     MOVE SPACE             TO TOP-BLOC-LU
152680     MOVE BLQ-CLE           TO R10-CLE
152680     READ DFUSLR10 INTO BLQ-ENR-BLOCAGE
152680     EVALUATE FS-R10
152680        WHEN '00'
152680           SET BLOC-LU      TO TRUE
152680        WHEN '23'
152680           MOVE '00'        TO FS-R10
152680        WHEN OTHER
152680           MOVE 2566        TO WS-CODE-ABEND
152680           PERFORM 4200-ABEND-ERR
152680     END-EVALUATE
152680     .
152680
152680*==============================================================*
152680* EDITION DU COMPTE BLOQUE OU LEVE SUR LE FICHIER DFUSLS1B
152680*==============================================================*
152680 2127-EDIT-CNT-BLOQUE.
152680*
152680     MOVE LST-ENT-DECL      TO WS-BLS-C-REF-GIIN
152680     MOVE TCNT-I-UNIQ-KAC   TO WS-BLS-I-UNIQ-KAC
152680     MOVE TCLI-I-UNIQ-KPI   TO WS-BLS-I-UNIQ-KPI
152680     MOVE BLQ-C-TYPE-BLOC   TO WS-BLS-C-TYPE-BLOC
152680     MOVE BLQ-I-IDENT       TO WS-BLS-I-IDENT
152680     MOVE BLQ-A-FISCALE-DEB TO WS-BLS-A-FISCALE-DEB
152680     MOVE BLQ-L-MOTIF       TO WS-BLS-L-MOTIF
152680     MOVE BLQ-N-DEMANDEUR   TO WS-BLS-N-DEMANDEUR
152680     MOVE BLQ-N-APPROBATEUR TO WS-BLS-N-APPROBATEUR
152680     MOVE BLQ-D-BLOCAGE     TO WS-BLS-D-BLOCAGE
152680     MOVE BLQ-D-LEVEE-PREVUE
152680                            TO WS-BLS-D-LEVEE-PREVUE
152680     MOVE BLQ-D-LEVEE       TO WS-BLS-D-LEVEE
152680     MOVE BLQ-N-AGENT-LEVEE TO WS-BLS-N-AGENT-LEVEE
152680     WRITE FD-DFUSLS1B FROM WS-ENR-BLOCAGE-LST
152680     END-WRITE
152680     IF FS-S1B NOT = '00'
152680        MOVE 2569           TO WS-CODE-ABEND
152680        PERFORM 4200-ABEND-ERR
152680     END-IF
152680     .
152680
152730*==============================================================*
152730* DEPOT SUPPLEMENTAIRE D'ANNEE ANTERIEURE : CONTROLE DE LA
152730* SELECTION DU COMPTE COURANT SUR DFUSLE1A (COMPTES DECLARABLES
152730* DECOUVERTS APRES LE DEPOT INITIAL DE L'ANNEE)
152730*==============================================================*
152730 2128-CTRL-SEL-ANNEE-ANT.
152730*
152730     MOVE SPACE             TO TOP-CNT-HORS-SEL
152730
152730     IF MODE-ANNEE-ANT
152730        IF CNT-SELECTIONNE
152730           ADD 1            TO WS-Q-CNT-SEL-ANT
152730        ELSE
152730           SET CNT-HORS-SEL TO TRUE
152730           ADD 1            TO WS-Q-CNT-HORS-SEL
152730        END-IF
152730     END-IF
152730     .
152180*==============================================================*
152180* CONTROLE DU SEUIL DE MINIMIS DU COMPTE COURANT
152180*    LE SEUIL APPLICABLE EST CELUI DE LA CATEGORIE DU CLIENT
152180           IF WS-M-MNT-ASS < WS-M-SEUIL-SCALE
152480           AND WS-M-MNT-ASS NOT < ZERO
152180              SET CNT-EXCLU-SEUIL TO TRUE
152730*             DEPOT D'ANNEE ANTERIEURE : LES CUMULS DFUSLR08 SONT
152730*             CEUX DE L'ANNEE COURANTE (BFUSEL14), LE SEUIL EST
152730*             APPRECIE SUR LE SOLDE PROPRE DU COMPTE (PORTEE 'A')
152730              IF NOT MODE-ANNEE-ANT
152650                 PERFORM 2131-CTRL-CUMUL-TITULAIRE
152730              ELSE
152730                 MOVE SPACE      TO TOP-CUMUL-LU
152730              END-IF
152180           END-IF
152180        END-IF
152180
152180     END-IF
152180     .
152180
152650*==============================================================*
152650* CONTROLE DU CUMUL DES COMPTES DU TITULAIRE (REGLES
152650* D'AGREGATION) POUR UN COMPTE SOUS LE SEUIL : LE CUMUL DE
152650* L'ENTITE OU DU GROUPE (CARTE SEUILS) EST LU SUR DFUSLR08 ;
152650* SANS CUMUL (DD ABSENTE, TITULAIRE INCONNU) L'EXCLUSION SUR
152650* LE SOLDE PROPRE EST MAINTENUE ; UN CUMUL EN DEVISES MELANGEES
152650* (SANS CONVERSION) OU NON INFERIEUR AU SEUIL RETIENT LE COMPTE
152650* ; LE SEUIL ETANT EXPRIME DANS LA DEVISE DU COMPTE, UN CUMUL
152650* DANS UNE AUTRE DEVISE (DEVISE CIBLE DE LA CONVERSION BFUSEL14)
152650* N'Y EST PAS COMPARABLE ET RETIENT AUSSI LE COMPTE
152650*==============================================================*
152650 2131-CTRL-CUMUL-TITULAIRE.
152650*
152650     MOVE SPACE             TO TOP-CUMUL-LU
152650     IF FS-R08 = '00'
152650        MOVE TCLI-I-UNIQ-KPI TO CUM-I-UNIQ-KPI
152650        IF SEUIL-PORTEE-GROUPE
152650           MOVE ALL '*'     TO CUM-I-IDENT-END
152650        ELSE
152650           MOVE AI11-I-IDENT-END
152650                            TO CUM-I-IDENT-END
152650        END-IF
152650        MOVE CUM-CLE        TO R08-CLE
152650        READ DFUSLR08 INTO CUM-ENR-CUMUL
152650        EVALUATE FS-R08
152650           WHEN '00'
152650              SET CUMUL-LU  TO TRUE
152650           WHEN '23'
152650              MOVE '00'     TO FS-R08
152650           WHEN OTHER
152650              MOVE 2551     TO WS-CODE-ABEND
152650              PERFORM 4200-ABEND-ERR
152650        END-EVALUATE
152650     END-IF
152650
152650     IF CUMUL-LU
152650        IF CUM-DEV-MELANGEES
152650        OR CUM-C-DEV NOT = TCNT-C-DEV
152650           MOVE SPACE       TO TOP-CNT-EXCLU
152650        ELSE
152650           COMPUTE WS-M-CUMUL-SCALE
152650                 = WS-M-SEUIL-TRV * 10 ** CUM-Q-NBR-DEC
152650           IF CUM-M-CUMUL NOT < WS-M-CUMUL-SCALE
152650              MOVE SPACE    TO TOP-CNT-EXCLU
152650           END-IF
152650        END-IF
152650        IF NOT CNT-EXCLU-SEUIL
152650           ADD 1            TO WS-Q-CNT-RETENUS-CUMUL
152650        END-IF
152650     END-IF
152650     .
152650
152180*==============================================================*
152180* EDITION DU COMPTE EXCLU SUR LE FICHIER DFUSLS1E
152650*    SUIVIE, SI L'EXCLUSION A ETE DECIDEE SUR LE CUMUL DU
152650*    TITULAIRE, D'UNE LIGNE PAR AUTRE COMPTE CUMULE
152180*==============================================================*
152180 2135-EDIT-CNT-EXCLU.
152180*
152180     MOVE WS-Q-NBR-DEC      TO WS-EXC-Q-NBR-DEC
152180     MOVE WS-M-MNT-ASS      TO WS-EXC-M-MNT-ASS
152180     MOVE WS-M-SEUIL-TRV    TO WS-EXC-M-SEUIL
152650     MOVE 'C'               TO WS-EXC-C-LIGNE
152650     MOVE TCLI-I-UNIQ-KPI   TO WS-EXC-I-UNIQ-KPI
152650     MOVE ZERO              TO WS-EXC-Q-NBR-DEC-CUMUL
152650                               WS-EXC-M-CUMUL
152650                               WS-EXC-Q-CNT-CUMUL
152730     IF MODE-ANNEE-ANT
152730        MOVE 'A'            TO WS-EXC-C-PORTEE
152730     END-IF
152650     IF CUMUL-LU
152650        IF SEUIL-PORTEE-GROUPE
152650           MOVE 'G'         TO WS-EXC-C-PORTEE
152650        ELSE
152650           MOVE 'E'         TO WS-EXC-C-PORTEE
152650        END-IF
152650        MOVE CUM-C-DEV      TO WS-EXC-C-DEV-CUMUL
152650        MOVE CUM-Q-NBR-DEC  TO WS-EXC-Q-NBR-DEC-CUMUL
152650        MOVE CUM-M-CUMUL    TO WS-EXC-M-CUMUL
152650        MOVE CUM-Q-CNT      TO WS-EXC-Q-CNT-CUMUL
152650     END-IF
152180
152650     PERFORM 2136-ECRT-LIGNE-EXCLU
152650
152650*    COMPTES LIES : LES AUTRES COMPTES DU CUMUL (LISTE LIMITEE
152650*    AUX 20 PREMIERS, CF CFUSCUMU)
152650     IF CUMUL-LU
152650        MOVE 'L'            TO WS-EXC-C-LIGNE
152650        PERFORM VARYING WS-I-CUM FROM 1 BY 1
152650        UNTIL WS-I-CUM > CUM-Q-CNT
152650           OR WS-I-CUM > 20
152650           IF CUM-T-I-UNIQ-KAC (WS-I-CUM) NOT = TCNT-I-UNIQ-KAC
152650              MOVE CUM-T-C-REF-GIIN (WS-I-CUM)
152650                            TO WS-EXC-C-REF-GIIN
152650              MOVE CUM-T-I-UNIQ-KAC (WS-I-CUM)
152650                            TO WS-EXC-I-UNIQ-KAC
152650              MOVE SPACES   TO WS-EXC-C-IBAN
152650              MOVE CUM-T-C-DEV (WS-I-CUM)
152650                            TO WS-EXC-C-DEV
152650              MOVE CUM-T-Q-NBR-DEC (WS-I-CUM)
152650                            TO WS-EXC-Q-NBR-DEC
152650              MOVE CUM-T-M-SLD (WS-I-CUM)
152650                            TO WS-EXC-M-MNT-ASS
152650              MOVE CUM-T-C-SIGNE-SLD (WS-I-CUM)
152650                            TO WS-EXC-C-SIGNE-SLD
152650              PERFORM 2136-ECRT-LIGNE-EXCLU
152650           END-IF
152650        END-PERFORM
152650     END-IF
152180
152180     ADD 1                  TO WS-Q-CNT-EXCLUS-TOT
152180     .
152650
152650*==============================================================*
152650* ECRITURE D'UNE LIGNE DU FICHIER DES EXCLUSIONS DFUSLS1E
152650*==============================================================*
152650 2136-ECRT-LIGNE-EXCLU.
152650*
152180     WRITE FD-DFUSLS1E FROM WS-ENR-EXCLUSION
152180     END-WRITE
152180     IF FS-S1E NOT = '00'
152180        MOVE 2511           TO WS-CODE-ABEND
152180        PERFORM 4200-ABEND-ERR
152180     END-IF
152650     .
152180
152260*==============================================================*
152260* CONTROLE DE DORMANCE DU COMPTE COURANT
152260     ADD 1                  TO WS-Q-CPT-DORMANT-TOT
152260     .
152260
152740*==============================================================*
152740* EDITION DU COMPTE DORMANT SUR LE FICHIER DFUSLS1E (LIGNE 'D')
152740*    LE COMPTE N'A PAS DE DECLARATION INDIVIDUELLE : LA LIGNE EST
152740*    LA SEULE TRACE NOMINATIVE DE SA BASCULE DANS LE POOL
152740*==============================================================*
152740 2146-EDIT-CNT-DORMANT.
152740*
152740     MOVE SPACES            TO WS-ENR-EXCLUSION
152740     MOVE LST-ENT-DECL      TO WS-EXC-C-REF-GIIN
152740     MOVE TCLI-C-NTUR-PERS  TO WS-EXC-C-NTUR-PERS
152740     MOVE TCNT-I-UNIQ-KAC   TO WS-EXC-I-UNIQ-KAC
152740     MOVE TCNT-C-IBAN       TO WS-EXC-C-IBAN
152740     MOVE TCNT-C-DEV        TO WS-EXC-C-DEV
152740     MOVE WS-Q-NBR-DEC      TO WS-EXC-Q-NBR-DEC
152740     IF WS-M-MNT-ASS < ZERO
152740        MOVE '-'            TO WS-EXC-C-SIGNE-SLD
152740        COMPUTE WS-EXC-M-MNT-ASS = WS-M-MNT-ASS * -1
152740     ELSE
152740        MOVE WS-M-MNT-ASS   TO WS-EXC-M-MNT-ASS
152740     END-IF
152740     MOVE ZERO              TO WS-EXC-M-SEUIL
152740     MOVE 'D'               TO WS-EXC-C-LIGNE
152740     MOVE TCLI-I-UNIQ-KPI   TO WS-EXC-I-UNIQ-KPI
152740     MOVE ZERO              TO WS-EXC-Q-NBR-DEC-CUMUL
152740                               WS-EXC-M-CUMUL
152740                               WS-EXC-Q-CNT-CUMUL
152740     MOVE TCNT-D-DERN-MVT   TO WS-EXC-D-DERN-MVT
152740
152740     PERFORM 2136-ECRT-LIGNE-EXCLU
152740     .
152740
151197*
151197*                     ***                                        *
151197*==============================================================*
           MOVE TCNT-I-IDENT-CPT        TO TRUB-I-IDENT-CPT

      * APPEL MFUSTRUB
152660     PERFORM 2911-ACCES-TRUB
      * CONTROLE CODE RETOUR
           EVALUATE TRUE
      * ==>   SI OK
           MOVE '01'                    TO ACCE-NOM-FONCTION

      * APPEL MFUSTRUB
152660     PERFORM 2911-ACCES-TRUB
      * CONTROLE CODE RETOUR
           EVALUATE TRUE
      * ==>   SI OK
"             MOVE W-L-RAISON-SOCIALE      TO TEMP-L-RAISON-SOCIALE
"          END-IF
MC+        .
152560*==============================================================*
152560* RECHERCHE DU COMPTE DANS LE REFERENTIEL DES INTERMEDIAIRES
152560*==============================================================*
152560 2115-RECH-INTERM.
152560*
152560     MOVE SPACE                 TO TOP-CNT-INTERM
152560
152560*    DD DFUSLR05 ABSENTE (STATUT '05' A L'OUVERTURE) : AUCUN
152560*    INTERMEDIAIRE
152560     IF FS-R05 NOT = '05'
152560        MOVE TCNT-I-UNIQ-KAC    TO R05-I-UNIQ-KAC
152560        READ DFUSLR05
152560        EVALUATE FS-R05
152560           WHEN '00'
152560              SET CNT-INTERM    TO TRUE
152560           WHEN '23'
152560              CONTINUE
152560           WHEN OTHER
152560              MOVE 2541         TO WS-CODE-ABEND
152560              PERFORM 4200-ABEND-ERR
152560        END-EVALUATE
152560     END-IF
152560     .
152560
152560*==============================================================*
152560* ALIMENTATION DE LA LIGNE INTERMEDIAIRE DU COMPTE
152560*==============================================================*
152560 2115-ALIM-INF-INT.
152560*
152560*    Initialisation
152560     MOVE SPACE                  TO   EL10-G-DATA-DET-INT
152560
152560*    Code enregistrement
152560     MOVE '20'                   TO   EL10-C-ENR
152560*    Identifiant du compte
152560     MOVE TCNT-I-IDENT-CPT       TO   EL10-I-IDENT
152560*    N° Ligne /Identifiant
152560     MOVE 1                      TO   EL10-N-LIG-IDENT
152560*    Entité concernée
152560     MOVE 'INT'                  TO   EL10-C-ENTIT
152560
152560*    GIIN (ou TIN a defaut) de l'intermediaire et pays emetteur
152560     MOVE R05-C-REF-GIIN         TO   EL10-C-REF-GIIN-INT
152560     MOVE R05-C-PAYS-TIN         TO   EL10-C-PAYS-TIN-INT
152560*    Raison sociale et pays de residence
152560     MOVE R05-L-RAISON-SOCIALE   TO   EL10-L-RAISON-SOCIALE-INT
152560     MOVE R05-C-PAYS-RES         TO   EL10-C-PAYS-RES-INT
152560*    Adresse
152560     MOVE R05-C-PAYS-ADR         TO   EL10-C-PAYS-ADR-INT
152560     MOVE R05-L-COMM-ADR         TO   EL10-L-COMM-ADR-INT
152560     MOVE R05-C-CPOST            TO   EL10-C-CPOST-INT
152560     MOVE R05-L-ADR-LIGNE-1      TO   EL10-L-ADR-LIGNE-1-INT
152560     MOVE R05-L-ADR-LIGNE-2      TO   EL10-L-ADR-LIGNE-2-INT
152560     MOVE R05-L-ADR-LIGNE-3      TO   EL10-L-ADR-LIGNE-3-INT
152560     .
152560
      *                         *****                               *  *
      *                     ***                           *     *      *
      *===================================================*
      *  ==> Chercher les liens PERSONNE/PERSONNE
              PERFORM 2117-RECUP-LPP
           END-IF
152580*  ==> Residences fiscales du titulaire (store TBRESFUS)
152580     PERFORM 2118-RECUP-RES
      *  ==> Ecrire un enregistrement pour la mise à jour du statut ECV
           PERFORM 2116-MAJ-CLI

           MOVE WS-A-APPL               TO TCLI-A-APPL
           MOVE TCNT-C-SYS-ORIGINE      TO TCLI-C-SYS-ORIGINE
      * APPEL MFUSTCLI
152660     PERFORM 2912-ACCES-TCLI
      * CONTROLE CODE RETOUR
           EVALUATE TRUE
      * ==>   SI OK
           MOVE TCLI-I-IDENT-CLT        TO TCLP-I-IDENT-CLT
      D    DISPLAY 'TCLI-I-IDENT-CLT = ' TCLI-I-IDENT-CLT
      * APPEL MFUSTCLP
152660     PERFORM 2913-ACCES-TCLP
      * CONTROLE CODE RETOUR
           EVALUATE TRUE
      * ==>   SI OK
           MOVE TCLI-I-IDENT-CLT        TO TCLM-I-IDENT-CLT

      * APPEL MFUSTCLM
152660     PERFORM 2914-ACCES-TCLM
      * CONTROLE CODE RETOUR
           EVALUATE TRUE
      * ==>   SI OK
151197D    DISPLAY 'ACCE-NOM-FONCTION :' ACCE-NOM-FONCTION
151197
151197* APPEL MFUSTLCC
152660     PERFORM 2915-ACCES-TLCC
151197* CONTROLE CODE RETOUR
151197     EVALUATE TRUE
151197* ==>   SI OK
           MOVE TCLI-I-IDENT-CLT        TO TADR-I-IDENT

      * APPEL MFUSTADR
152660     PERFORM 2916-ACCES-TADR
      * CONTROLE CODE RETOUR
           EVALUATE TRUE
      * ==>   SI OK
           MOVE TCLI-I-IDENT-CLT        TO TADR-I-IDENT

      * APPEL MFUSTADR
152660     PERFORM 2916-ACCES-TADR
      * CONTROLE CODE RETOUR
           EVALUATE TRUE
      * ==>   SI OK
      *    Boucle ...
           PERFORM UNTIL IND-TRT-LPP = 'O'
      *    Alimentation de la ligne adresse
152570        IF TLPP-C-SENS-FAM NOT = 'A'
                 PERFORM 2117-SELECT-CLP-INF
      *    Ecriture adresse
                 PERFORM 2117-SELECT-ADR-INF
152570*    Beneficiaire FATCA : titulaire de statut fiscal '02'
152570           IF TCLI-C-STUT-FISC-ETR = '02'
      *    Alimentation de la zone en sortie pour écriture
                    PERFORM 2117-RECUP-LPP-ALIM
      *    Ecriture Liens personne/personne
                    PERFORM 1360-ECRIRE-OUT
152570           END-IF
152570*    Personne detenant le controle (reporting CRS), quel que
152570*    soit le statut FATCA du titulaire
152570           PERFORM 2117-SELECT-CLI-CTP
152570           PERFORM 2117-RECUP-CTP-ALIM
152570           PERFORM 1360-ECRIRE-OUT
              END-IF
      *    Lecture suivante de curseur
              PERFORM 2117-RECUP-LPP-FE-CUR
           MOVE TCLI-I-IDENT-CLT        TO TLPP-I-IDENT-CLT-PERE

      * APPEL MFUSTLPP
152660     PERFORM 2917-ACCES-TLPP
      * CONTROLE CODE RETOUR
           EVALUATE TRUE
      * ==>   SI OK
150978     MOVE TLPP-I-IDENT-CLT        TO TCLP-I-IDENT-CLT

      * APPEL MFUSTLPP
152660     PERFORM 2913-ACCES-TCLP
      * CONTROLE CODE RETOUR
           EVALUATE TRUE
      * ==>   SI OK
           MOVE 'AF'                    TO TADR-C-TYPE-ADR

      * APPEL MFUSTADR
152660     PERFORM 2916-ACCES-TADR
      * CONTROLE CODE RETOUR
           EVALUATE TRUE
      * ==>   SI OK
           END-EVALUATE
           .
      *                      ***                 * *         * *   ** *
152570*                      ***                 * *         * *   ** *
152570*===================================================*
152570* SELECTION DU TBCLIFUS DE LA PERSONNE LIEE
152570*===================================================*
152570 2117-SELECT-CLI-CTP.
152570*
152570* RéCUPéRER LA RESIDENCE FISCALE PROPRE DE LA PERSONNE QUI
152570* DETIENT LE CONTROLE : LA ZONE TCLI DU TITULAIRE EST
152570* SAUVEGARDEE PUIS RESTAUREE (2116-MAJ-CLI S'EN SERT ENSUITE)
152570*
152570     MOVE TCLI-ZONE-DONNEES       TO WS-SAV-TCLI-DONNEES
152570     MOVE SPACES                  TO WS-I-UNIQ-KPI-CTP
152570                                     WS-C-PAYS-RESID-CTP
152570                                     WS-C-REF-FISC-CTP
152570* Paramètre d'appel
152570     MOVE 'SE'                    TO ACCE-TYPE-REQUETE
152570     MOVE '01'                    TO ACCE-NOM-FONCTION
152570* Alimentation de clause Where (systeme d'origine du titulaire)
152570     MOVE TLPP-I-IDENT-CLT        TO TCLI-I-IDENT-CLT
152570     MOVE WS-A-APPL               TO TCLI-A-APPL
152570
152570* APPEL MFUSTCLI
152660     PERFORM 2912-ACCES-TCLI
152570* CONTROLE CODE RETOUR
152570     EVALUATE TRUE
152570* ==>   SI OK
152570        WHEN TROUVE
152570           MOVE TCLI-I-UNIQ-KPI      TO WS-I-UNIQ-KPI-CTP
152570           MOVE TCLI-C-PAYS-FISCL-ETR
152570                                     TO WS-C-PAYS-RESID-CTP
152570           MOVE TCLI-C-REF-FISC-ETR  TO WS-C-REF-FISC-CTP
152570* ==>   PERSONNE SANS FICHE CLIENT : REPLI SUR L'ADRESSE FISCALE
152570        WHEN NON-TROUVE
152570           CONTINUE
152570* ==>   SI ERREUR APPEL MODULE MFUSTCLI OU KO
152570        WHEN OTHER
152570           MOVE 1027                      TO WS-CODE-ABEND
152570           PERFORM 4200-ABEND-ERR
152570     END-EVALUATE
152570
152570* PAYS DE L'ADRESSE FISCALE ('AF', LUE PAR 2117-SELECT-ADR-INF)
152570* A DEFAUT DE RESIDENCE A LA FICHE ; LA NATIONALITE N'EST PAS
152570* UNE RESIDENCE FISCALE : SANS ADRESSE FISCALE LA RESIDENCE
152570* RESTE INCONNUE (A BLANC, AUCUNE JURIDICTION CRS RETENUE)
152570     IF WS-C-PAYS-RESID-CTP = SPACES OR LOW-VALUE
152570        IF TADR-C-PAYS-ADR NOT = SPACES AND LOW-VALUE
152570           MOVE TADR-C-PAYS-ADR   TO WS-C-PAYS-RESID-CTP
152570        ELSE
152570           MOVE SPACES            TO WS-C-PAYS-RESID-CTP
152570        END-IF
152570     END-IF
152570
152570* Restauration du client titulaire
152570     MOVE WS-SAV-TCLI-DONNEES     TO TCLI-ZONE-DONNEES
152570     .
      *                      ***                 * *         * *   ** *
      *===================================================*
      * LECTURE CURSEUR TBLPPFUS
           MOVE '01'                    TO ACCE-NOM-FONCTION

      * APPEL MFUSTLPP
152660     PERFORM 2917-ACCES-TLPP
      * CONTROLE CODE RETOUR
           EVALUATE TRUE
      * ==>   SI OK
           MOVE TADR-L-COMM-ADR        TO   EL10-L-COMM-ADR
                                       OF   EL10-G-DATA-DET-BNF
           .
152570*                         *****                               *  *
152570* =============================================================  *
152570*            ALIMENTATION DE LA PERSONNE DETENANT LE CONTROLE
152570* =============================================================  *
152570 2117-RECUP-CTP-ALIM.
152570*
152570*    Ecriture ligne personne detenant le controle (CRS)
152570*
152570*    Initialisation
152570     MOVE SPACE                  TO   EL10-G-DATA-TET-END
152570
152570*    Code enregistrement
152570     MOVE '20'                   TO   EL10-C-ENR
152570*    Identifiant de lentité déclarante
152570     MOVE TCNT-I-IDENT-CPT       TO   EL10-I-IDENT
152570*    N° Ligne /Identifiant
152570     IF WS-I-IDENT NOT = TCNT-I-IDENT-CPT
152570        MOVE 1                   TO   EL10-N-LIG-IDENT
152570     ELSE
152570        ADD 1                    TO   EL10-N-LIG-IDENT
152570     END-IF
152570     MOVE TCNT-I-IDENT-CPT       TO   WS-I-IDENT
152570*    Entité concernée
152570     MOVE 'CTP'                  TO   EL10-C-ENTIT
152570*    Unique KPI de la personne (blanc si sans fiche client)
152570     MOVE WS-I-UNIQ-KPI-CTP      TO   EL10-I-UNIQ-KPI-CTP
152570*    Type de controle CRS porte par le lien, a defaut CRS801
152570*    (controle par detention du capital)
152570     IF TLPP-C-TYPE-CTRL = SPACES OR LOW-VALUE
152570        MOVE 'CRS801'            TO   EL10-C-TYPE-CTRL-CTP
152570     ELSE
152570        MOVE TLPP-C-TYPE-CTRL    TO   EL10-C-TYPE-CTRL-CTP
152570     END-IF
152570*    Identite et naissance de la personne
152570     MOVE TCLP-L-NOM-NAISS       TO   EL10-L-NOM-NAISS-CTP
152570     MOVE TCLP-L-PRNOM           TO   EL10-L-PRNOM-CTP
152570     MOVE TCLP-D-NAISS           TO   EL10-D-NAISS-CTP
152570     MOVE TCLP-C-PAYS-NAISS      TO   EL10-C-PAYS-NAISS-CTP
152570     MOVE TCLP-L-VILLE-NAISS     TO   EL10-L-VILL-NAISS-CTP
152570*    Residence et reference fiscales propres de la personne
152570     MOVE WS-C-PAYS-RESID-CTP    TO   EL10-C-PAYS-RESID-CTP
152570     MOVE WS-C-REF-FISC-CTP      TO   EL10-C-REF-FISC-CTP
152570*    Adresse fiscale de la personne
152570     MOVE TADR-C-PAYS-ADR        TO   EL10-C-PAYS-ADR-CTP
152570     MOVE TADR-L-ADR-LIGNE-1     TO   EL10-L-ADR-LIGNE-1-CTP
152570     MOVE TADR-C-CPOST           TO   EL10-C-CPOST-CTP
152570     MOVE TADR-L-COMM-ADR        TO   EL10-L-COMM-ADR-CTP
152570     .
152580*                         *****                               *  *
152580* =============================================================  *
152580*            RéCUPéRER LES RESIDENCES FISCALES DU TITULAIRE
152580* =============================================================  *
152580 2118-RECUP-RES.
152580*
152580*    UNE LIGNE '20' 'RES' PAR RESIDENCE FISCALE DU STORE
152580*    TBRESFUS EN VIGUEUR AU 31/12 DE L'ANNEE FISCALE (DEBUT
152580*    D'EFFET ATTEINT, FIN D'EFFET ABSENTE OU NON ECHUE)
152580*
152580     MOVE WS-A-ANNEE-FISC         TO WS-FIN-FISC-AAAA
152580*    OUVERTURE CURSEUR DE RECHERCHE
152580     PERFORM 2118-RECUP-RES-OP-CUR
152580
152580     PERFORM UNTIL IND-FIN-TRT-RES = 'O'
152580        IF  TRES-C-PAYS-RESID NOT = SPACES AND LOW-VALUE
152580        AND (TRES-D-DEB-EFFET = SPACES OR LOW-VALUE
152580             OR TRES-D-DEB-EFFET NOT > WS-D-FIN-ANNEE-FISC)
152580        AND (TRES-D-FIN-EFFET = SPACES OR LOW-VALUE
152580             OR TRES-D-FIN-EFFET NOT < WS-D-FIN-ANNEE-FISC)
152580*    Alimentation et ecriture de la ligne residence
152580           PERFORM 2118-RECUP-RES-ALIM
152580           PERFORM 1360-ECRIRE-OUT
152580        END-IF
152580*    Lecture suivante de curseur
152580        PERFORM 2118-RECUP-RES-FE-CUR
152580     END-PERFORM
152580
152580*    FERMETURE CURSEUR
152580     PERFORM 2118-RECUP-RES-CL-CUR
152580     .
152580*                      ***                 * *         * *   ** *
152580*===================================================*
152580* OUVERTURE CURSEUR TBRESFUS
152580*===================================================*
152580 2118-RECUP-RES-OP-CUR.
152580*
152580* Ouverture curseur
152580*
152580* Initialisation
152580     MOVE 'N'                     TO IND-FIN-TRT-RES
152580* Paramètre d'appel
152580     MOVE 'OP'                    TO ACCE-TYPE-REQUETE
152580     MOVE '01'                    TO ACCE-NOM-FONCTION
152580* Alimentation de clause Where
152580     MOVE TCLI-I-IDENT-CLT        TO TRES-I-IDENT-CLT
152580     MOVE TCLI-A-APPL             TO TRES-A-APPL
152580
152580* APPEL MFUSTRES
152660     PERFORM 2918-ACCES-TRES
152580* CONTROLE CODE RETOUR
152580     EVALUATE TRUE
152580* ==>   SI OK
152580        WHEN TROUVE
152580           CONTINUE
152580* ==>   CLIENT SANS RESIDENCE AU STORE
152580        WHEN NON-TROUVE
152580           MOVE 'O'               TO IND-FIN-TRT-RES
152580* ==>   SI ERREUR APPEL MODULE MFUSTRES OU KO
152580        WHEN OTHER
152580           MOVE 1028                      TO WS-CODE-ABEND
152580           PERFORM 4200-ABEND-ERR
152580     END-EVALUATE
152580     .
152580*                      ***                 * *         * *   ** *
152580*===================================================*
152580* LECTURE CURSEUR TBRESFUS
152580*===================================================*
152580 2118-RECUP-RES-FE-CUR.
152580*
152580* LECTURE CURSEUR
152580*
152580* Paramètre d'appel
152580     MOVE 'FE'                    TO ACCE-TYPE-REQUETE
152580     MOVE '01'                    TO ACCE-NOM-FONCTION
152580
152580* APPEL MFUSTRES
152660     PERFORM 2918-ACCES-TRES
152580* CONTROLE CODE RETOUR
152580     EVALUATE TRUE
152580* ==>   SI OK
152580        WHEN TROUVE
152580           CONTINUE
152580        WHEN NON-TROUVE
152580           MOVE 'O'               TO IND-FIN-TRT-RES
152580* ==>   SI ERREUR APPEL MODULE MFUSTRES OU KO
152580        WHEN OTHER
152580           MOVE 1029                      TO WS-CODE-ABEND
152580           PERFORM 4200-ABEND-ERR
152580     END-EVALUATE
152580     .
152580*                      ***                 * *         * *   ** *
152580*===================================================*
152580* FERMETURE CURSEUR TBRESFUS
152580*===================================================*
152580 2118-RECUP-RES-CL-CUR.
152580*
152580* FERMETURE CURSEUR
152580*
152580     MOVE 'CL'                    TO ACCE-TYPE-REQUETE
152580     MOVE '01'                    TO ACCE-NOM-FONCTION
152580     MOVE TCLI-I-IDENT-CLT        TO TRES-I-IDENT-CLT
152580     MOVE TCLI-A-APPL             TO TRES-A-APPL
152580
152580* APPEL MFUSTRES
152660     PERFORM 2918-ACCES-TRES
152580* CONTROLE CODE RETOUR
152580     EVALUATE ACCE-CODE-RETOUR
152580* ==>   SI OK
152580        WHEN 0
152580           CONTINUE
152580        WHEN OTHER
152580* ==>   SI ERREUR APPEL MODULE MFUSTRES
152580           MOVE 1030                      TO WS-CODE-ABEND
152580           PERFORM 4200-ABEND-ERR
152580     END-EVALUATE
152580     .
152580*                         *****                               *  *
152580* =============================================================  *
152580*            ALIMENTATION DE LA LIGNE RESIDENCE FISCALE
152580* =============================================================  *
152580 2118-RECUP-RES-ALIM.
152580*
152580*    Ecriture ligne residence fiscale du titulaire (CRS)
152580*
152580*    Initialisation
152580     MOVE SPACE                  TO   EL10-G-DATA-TET-END
152580
152580*    Code enregistrement
152580     MOVE '20'                   TO   EL10-C-ENR
152580*    Identifiant de lentité déclarante
152580     MOVE TCNT-I-IDENT-CPT       TO   EL10-I-IDENT
152580*    N° Ligne /Identifiant
152580     IF WS-I-IDENT NOT = TCNT-I-IDENT-CPT
152580        MOVE 1                   TO   EL10-N-LIG-IDENT
152580     ELSE
152580        ADD 1                    TO   EL10-N-LIG-IDENT
152580     END-IF
152580     MOVE TCNT-I-IDENT-CPT       TO   WS-I-IDENT
152580*    Entité concernée
152580     MOVE 'RES'                  TO   EL10-C-ENTIT
152580*    Unique KPI du titulaire
152580     MOVE TCLI-I-UNIQ-KPI        TO   EL10-I-UNIQ-KPI-RES
152580*    Pays de residence, reference fiscale de ce pays et effet
152580     MOVE TRES-C-PAYS-RESID      TO   EL10-C-PAYS-RESID-RES
152580     MOVE TRES-C-REF-FISC        TO   EL10-C-REF-FISC-RES
152580     MOVE TRES-D-DEB-EFFET       TO   EL10-D-DEB-EFFET-RES
152580     MOVE TRES-D-FIN-EFFET       TO   EL10-D-FIN-EFFET-RES
152580     .
152660*                         *****                               *  *
152660*==============================================================*
152660* MODE VOLUME : CHARGEMENT DES LIGNES DE L'EXTRACTION DFUSLE1V
152660* RATTACHEES A LA CLE DE L'ENREGISTREMENT '10' COURANT ; LES
152660* LIGNES DE CLE INFERIEURE (COMPTES ABSENTS DE L'AIGUILLAGE OU
152660* DEJA TRAITES AVANT UNE REPRISE) SONT IGNOREES
152660*==============================================================*
152660 2900-CHRG-EXTRAIT-VOLUME.
152660*
152660     MOVE AI11-I-IDENT-END        TO WS-VOL-I-IDENT-END
152660     MOVE AI11-I-IDENT-CPT        TO WS-VOL-I-IDENT-CPT
152660     MOVE AI11-I-IDENT-CLT        TO WS-VOL-I-IDENT-CLT
152660
152660*    MEME CLE QUE LE COMPTE PRECEDENT : LIGNES DEJA CHARGEES
152660     IF WS-VOL-CLE-AIG NOT = WS-VOL-CLE-CHARGEE
152660        IF WS-VOL-CLE-AIG < WS-VOL-CLE-CHARGEE
152660           MOVE 2563               TO WS-CODE-ABEND
152660           PERFORM 4200-ABEND-ERR
152660        END-IF
152660        MOVE WS-VOL-CLE-AIG       TO WS-VOL-CLE-CHARGEE
152660        MOVE ZERO                 TO WS-VOL-Q-LIG
152660        INITIALIZE WS-T-CURS-VOLUME
152660
152660        PERFORM UNTIL FIN-EXTRAIT-VOLUME
152660                   OR XVO-CLE NOT < WS-VOL-CLE-AIG
152660           ADD  1                 TO WS-VOL-Q-IGNOREES
152660           PERFORM 2905-LECTURE-EXTRAIT-VOLUME
152660        END-PERFORM
152660
152660        PERFORM UNTIL FIN-EXTRAIT-VOLUME
152660                   OR XVO-CLE NOT = WS-VOL-CLE-AIG
152660           IF WS-VOL-Q-LIG = 300
152660              MOVE 2564            TO WS-CODE-ABEND
152660              PERFORM 4200-ABEND-ERR
152660           END-IF
152660           ADD  1                 TO WS-VOL-Q-LIG
152660                                     WS-VOL-Q-CHARGEES
152660           MOVE XVO-C-TABLE       TO WS-VOL-C-TABLE (WS-VOL-Q-LIG)
152660           MOVE XVO-ZONE-DONNEES  TO WS-VOL-DONNEES (WS-VOL-Q-LIG)
152660           PERFORM 2905-LECTURE-EXTRAIT-VOLUME
152660        END-PERFORM
152660
152660        IF WS-VOL-Q-LIG > WS-VOL-Q-LIG-MAX
152660           MOVE WS-VOL-Q-LIG      TO WS-VOL-Q-LIG-MAX
152660        END-IF
152660     END-IF
152660     .
152660*                      ***                 * *         * *   ** *
152660*===================================================*
152660* LECTURE DE L'EXTRACTION DFUSLE1V
152660*===================================================*
152660 2905-LECTURE-EXTRAIT-VOLUME.
152660*
152660     READ DFUSLE1V INTO XVO-ENR-VOLUME
152660     EVALUATE FS-E1V
152660        WHEN '00'
152660           ADD  1                 TO WS-VOL-Q-LUES
152660        WHEN '10'
152660           SET FIN-EXTRAIT-VOLUME TO TRUE
152660        WHEN OTHER
152660           MOVE 2561               TO WS-CODE-ABEND
152660           PERFORM 4200-ABEND-ERR
152660     END-EVALUATE
152660     .
152730*                      ***                 * *         * *   ** *
152730*==============================================================*
152730* DEPOT SUPPLEMENTAIRE D'ANNEE ANTERIEURE : CHARGEMENT DES
152730* MONTANTS SELECTIONNES (DFUSLE1A) DU COMPTE DE L'ENREGISTREMENT
152730* '10' COURANT ; LES LIGNES DE CLE INFERIEURE (COMPTES ABSENTS DE
152730* L'AIGUILLAGE OU DEJA TRAITES AVANT UNE REPRISE) SONT ECARTEES
152730* PAR 2926-SEL-HORS-AIGUILLAGE
152730*==============================================================*
152730 2920-CHRG-SEL-ANNEE-ANT.
152730*
152730     MOVE AI11-I-IDENT-END        TO WS-SEL-I-IDENT-END
152730     MOVE AI11-I-IDENT-CPT        TO WS-SEL-I-IDENT-CPT
152730
152730*    MEME COMPTE QUE L'ENREGISTREMENT PRECEDENT (AUTRE
152730*    TITULAIRE) : MONTANTS DEJA CHARGES
152730     IF WS-SEL-CLE-AIG NOT = WS-SEL-CLE-CHARGEE
152730        IF WS-SEL-CLE-AIG < WS-SEL-CLE-CHARGEE
152730           MOVE 2585               TO WS-CODE-ABEND
152730           PERFORM 4200-ABEND-ERR
152730        END-IF
152730        MOVE WS-SEL-CLE-AIG       TO WS-SEL-CLE-CHARGEE
152730        MOVE ZERO                 TO WS-SEL-Q-LIG
152730        MOVE SPACE                TO TOP-CNT-SELECTIONNE
152730
152730        PERFORM UNTIL FIN-SEL-ANT
152730                   OR SAN-CLE NOT < WS-SEL-CLE-AIG
152730           PERFORM 2926-SEL-HORS-AIGUILLAGE
152730           PERFORM 2925-LECTURE-SEL-ANNEE-ANT
152730        END-PERFORM
152730
152730        PERFORM UNTIL FIN-SEL-ANT
152730                   OR SAN-CLE NOT = WS-SEL-CLE-AIG
152730           SET CNT-SELECTIONNE    TO TRUE
152730*          TYPE DE MONTANT A BLANC : COMPTE SANS MONTANT
152730           IF SAN-C-TYPE-MNT NOT = SPACE
152730              IF WS-SEL-Q-LIG = 20
152730                 MOVE 2586         TO WS-CODE-ABEND
152730                 PERFORM 4200-ABEND-ERR
152730              END-IF
152730              ADD  1              TO WS-SEL-Q-LIG
152730              MOVE SAN-C-TYPE-MNT
152730                          TO WS-SEL-C-TYPE-MNT (WS-SEL-Q-LIG)
152730              MOVE SAN-Q-NBR-DEC
152730                          TO WS-SEL-Q-NBR-DEC (WS-SEL-Q-LIG)
152730              MOVE SAN-M-MNT-ASS
152730                          TO WS-SEL-M-MNT-ASS (WS-SEL-Q-LIG)
152730              MOVE SAN-C-SIGNE-MNT
152730                          TO WS-SEL-C-SIGNE-MNT (WS-SEL-Q-LIG)
152730           END-IF
152730           PERFORM 2925-LECTURE-SEL-ANNEE-ANT
152730        END-PERFORM
152730     END-IF
152730     .
152730*                      ***                 * *         * *   ** *
152730*==============================================================*
152730* DEPOT SUPPLEMENTAIRE D'ANNEE ANTERIEURE : CURSEUR DES MONTANTS
152730* DU COMPTE (OP/FE/CL) SERVI PAR LES LIGNES CHARGEES DE DFUSLE1A
152730*==============================================================*
152730 2921-SERVIR-SEL-ANNEE-ANT.
152730*
152730     EVALUATE ACCE-TYPE-REQUETE
152730        WHEN 'OP'
152730           MOVE 1                 TO WS-SEL-I-CURS
152730        WHEN 'FE'
152730           IF WS-SEL-I-CURS NOT > WS-SEL-Q-LIG
152730              ADD  1              TO WS-SEL-I-CURS
152730           END-IF
152730        WHEN OTHER
152730           MOVE ZERO              TO WS-SEL-I-CURS
152730     END-EVALUATE
152730
152730     EVALUATE TRUE
152730        WHEN ACCE-TYPE-REQUETE = 'CL'
152730           SET TROUVE             TO TRUE
152730        WHEN WS-SEL-I-CURS = ZERO
152730        OR   WS-SEL-I-CURS > WS-SEL-Q-LIG
152730           SET NON-TROUVE         TO TRUE
152730        WHEN OTHER
152730           SET TROUVE             TO TRUE
152730           MOVE WS-SEL-C-TYPE-MNT (WS-SEL-I-CURS)
152730                                  TO TRUB-C-TYPE-MNT
152730           MOVE WS-SEL-Q-NBR-DEC (WS-SEL-I-CURS)
152730                                  TO TRUB-Q-NBR-DEC
152730           MOVE WS-SEL-M-MNT-ASS (WS-SEL-I-CURS)
152730                                  TO TRUB-M-MNT-ASS
152730           MOVE WS-SEL-C-SIGNE-MNT (WS-SEL-I-CURS)
152730                                  TO TRUB-C-SIGNE-MNT
152730     END-EVALUATE
152730     .
152730*                      ***                 * *         * *   ** *
152730*===================================================*
152730* LECTURE DE LA SELECTION D'ANNEE ANTERIEURE DFUSLE1A
152730*===================================================*
152730 2925-LECTURE-SEL-ANNEE-ANT.
152730*
152730     READ DFUSLE1A INTO SAN-ENR-SELECTION
152730     EVALUATE FS-E1A
152730        WHEN '00'
152730           ADD  1                 TO WS-SEL-Q-LUES
152730*          SELECTION TRIEE SUR LA CLE DE L'AIGUILLAGE ET PORTANT
152730*          TOUTE ENTIERE SUR L'ANNEE DE LA CARTE
152730           IF SAN-CLE < WS-SEL-CLE-PREC
152730           OR SAN-A-FISCALE NOT = SYSIN-A-ANNEE-ANT
152730              MOVE 2585            TO WS-CODE-ABEND
152730              PERFORM 4200-ABEND-ERR
152730           END-IF
152730           MOVE SAN-CLE           TO WS-SEL-CLE-PREC
152730        WHEN '10'
152730           SET FIN-SEL-ANT        TO TRUE
152730        WHEN OTHER
152730           MOVE 2583               TO WS-CODE-ABEND
152730           PERFORM 4200-ABEND-ERR
152730     END-EVALUATE
152730     .
152730*                      ***                 * *         * *   ** *
152730*==============================================================*
152730* DEPOT SUPPLEMENTAIRE D'ANNEE ANTERIEURE : LIGNE DE LA SELECTION
152730* SANS COMPTE A L'AIGUILLAGE ; AU-DELA DU DERNIER COMPTE CHARGE
152730* AVANT LE CHECKPOINT D'UNE REPRISE, LE COMPTE SELECTIONNE N'EST
152730* PAS DECLARE : IL EST EDITE UNE FOIS ('A') SUR DFUSLS1B
152730*==============================================================*
152730 2926-SEL-HORS-AIGUILLAGE.
152730*
152730     IF SAN-CLE NOT > WS-SEL-CLE-REPRISE
152730        ADD  1                    TO WS-SEL-Q-REPRISE
152730     ELSE
152730        IF SAN-CLE NOT = WS-SEL-CLE-ABSENTE
152730           MOVE SAN-CLE           TO WS-SEL-CLE-ABSENTE
152730           ADD  1                 TO WS-Q-CNT-SEL-ABSENTS
152730           MOVE SPACES            TO WS-ENR-BLOCAGE-LST
152730           MOVE SAN-I-UNIQ-KAC    TO WS-BLS-I-UNIQ-KAC
152730           MOVE 'A'               TO WS-BLS-C-LIGNE
152730           MOVE SAN-I-IDENT-CPT   TO WS-BLS-I-IDENT
152730           MOVE SAN-A-FISCALE     TO WS-BLS-A-FISCALE-DEB
152730           STRING 'SELECTION ' SAN-C-MOTIF
152730                  ' ABSENTE AIGUILLAGE ' SAN-I-IDENT-END
152730                                  DELIMITED BY SIZE
152730             INTO WS-BLS-L-MOTIF
152730           END-STRING
152730           WRITE FD-DFUSLS1B FROM WS-ENR-BLOCAGE-LST
152730           END-WRITE
152730           IF FS-S1B NOT = '00'
152730              MOVE 2569           TO WS-CODE-ABEND
152730              PERFORM 4200-ABEND-ERR
152730           END-IF
152730        END-IF
152730     END-IF
152730     .
152660*                      ***                 * *         * *   ** *
152660*==============================================================*
152660* ACCES AUX TABLES DU COMPTE : ACCESSEUR OU, EN MODE VOLUME,
152660* LIGNES CHARGEES DE L'EXTRACTION (CLE DE RECHERCHE = ZONE(S)
152660* DE LA CLAUSE WHERE DANS L'IMAGE DE LA ZONE DONNEES)
152660*==============================================================*
152660 2910-ACCES-TCNT.
152660*
152660     IF MODE-VOLUME
152660        MOVE 'TCNT'               TO WS-VOL-C-TABLE-DEM
152660        MOVE TCNT-ZONE-DONNEES    TO WS-VOL-DONNEES-DEM
152660        MOVE ZERO                 TO WS-VOL-N-CURS
152660        MOVE 1                    TO WS-VOL-POS-1
152660        MOVE 17                   TO WS-VOL-LG-1
152660        MOVE ZERO                 TO WS-VOL-LG-2
152660        PERFORM 2950-SERVIR-VOLUME
152660        IF TROUVE
152660           MOVE WS-VOL-DONNEES-DEM
152660                                  TO TCNT-ZONE-DONNEES
152660        END-IF
152660     ELSE
152660        PERFORM SQ-ACCES-TCNT
152660     END-IF
152660     .
152660*                      ***                 * *         * *   ** *
152660 2911-ACCES-TRUB.
152660*
152730     IF MODE-ANNEE-ANT
152730        PERFORM 2921-SERVIR-SEL-ANNEE-ANT
152730     ELSE
152660     IF MODE-VOLUME
152660        MOVE 'TRUB'               TO WS-VOL-C-TABLE-DEM
152660        MOVE TRUB-ZONE-DONNEES    TO WS-VOL-DONNEES-DEM
152660        MOVE 1                    TO WS-VOL-N-CURS
152660        MOVE 1                    TO WS-VOL-POS-1
152660        MOVE 17                   TO WS-VOL-LG-1
152660        MOVE ZERO                 TO WS-VOL-LG-2
152660        PERFORM 2950-SERVIR-VOLUME
152660        IF TROUVE
152660           MOVE WS-VOL-DONNEES-DEM
152660                                  TO TRUB-ZONE-DONNEES
152660        END-IF
152660     ELSE
152660        PERFORM SQ-ACCES-TRUB
152660     END-IF
152730     END-IF
152660     .
152660*                      ***                 * *         * *   ** *
152660 2912-ACCES-TCLI.
152660*
152660*    CLIENT + SYSTEME D'ORIGINE (LA CAMPAGNE EST FIXEE PAR
152660*    L'EXTRACTION)
152660     IF MODE-VOLUME
152660        MOVE 'TCLI'               TO WS-VOL-C-TABLE-DEM
152660        MOVE TCLI-ZONE-DONNEES    TO WS-VOL-DONNEES-DEM
152660        MOVE ZERO                 TO WS-VOL-N-CURS
152660        MOVE 1                    TO WS-VOL-POS-1
152660        MOVE 17                   TO WS-VOL-LG-1
152660        MOVE 117                  TO WS-VOL-POS-2
152660        MOVE 3                    TO WS-VOL-LG-2
152660        PERFORM 2950-SERVIR-VOLUME
152660        IF TROUVE
152660           MOVE WS-VOL-DONNEES-DEM
152660                                  TO TCLI-ZONE-DONNEES
152660        END-IF
152660     ELSE
152660        PERFORM SQ-ACCES-TCLI
152660     END-IF
152660     .
152660*                      ***                 * *         * *   ** *
152660 2913-ACCES-TCLP.
152660*
152660     IF MODE-VOLUME
152660        MOVE 'TCLP'               TO WS-VOL-C-TABLE-DEM
152660        MOVE TCLP-ZONE-DONNEES    TO WS-VOL-DONNEES-DEM
152660        MOVE ZERO                 TO WS-VOL-N-CURS
152660        MOVE 1                    TO WS-VOL-POS-1
152660        MOVE 17                   TO WS-VOL-LG-1
152660        MOVE ZERO                 TO WS-VOL-LG-2
152660        PERFORM 2950-SERVIR-VOLUME
152660        IF TROUVE
152660           MOVE WS-VOL-DONNEES-DEM
152660                                  TO TCLP-ZONE-DONNEES
152660        END-IF
152660     ELSE
152660        PERFORM SQ-ACCES-TCLP
152660     END-IF
152660     .
152660*                      ***                 * *         * *   ** *
152660 2914-ACCES-TCLM.
152660*
152660     IF MODE-VOLUME
152660        MOVE 'TCLM'               TO WS-VOL-C-TABLE-DEM
152660        MOVE TCLM-ZONE-DONNEES    TO WS-VOL-DONNEES-DEM
152660        MOVE ZERO                 TO WS-VOL-N-CURS
152660        MOVE 1                    TO WS-VOL-POS-1
152660        MOVE 17                   TO WS-VOL-LG-1
152660        MOVE ZERO                 TO WS-VOL-LG-2
152660        PERFORM 2950-SERVIR-VOLUME
152660        IF TROUVE
152660           MOVE WS-VOL-DONNEES-DEM
152660                                  TO TCLM-ZONE-DONNEES
152660        END-IF
152660     ELSE
152660        PERFORM SQ-ACCES-TCLM
152660     END-IF
152660     .
152660*                      ***                 * *         * *   ** *
152660 2915-ACCES-TLCC.
152660*
152660*    COUPLE COMPTE + CLIENT
152660     IF MODE-VOLUME
152660        MOVE 'TLCC'               TO WS-VOL-C-TABLE-DEM
152660        MOVE TLCC-ZONE-DONNEES    TO WS-VOL-DONNEES-DEM
152660        MOVE ZERO                 TO WS-VOL-N-CURS
152660        MOVE 1                    TO WS-VOL-POS-1
152660        MOVE 34                   TO WS-VOL-LG-1
152660        MOVE ZERO                 TO WS-VOL-LG-2
152660        PERFORM 2950-SERVIR-VOLUME
152660        IF TROUVE
152660           MOVE WS-VOL-DONNEES-DEM
152660                                  TO TLCC-ZONE-DONNEES
152660        END-IF
152660     ELSE
152660        PERFORM SQ-ACCES-TLCC
152660     END-IF
152660     .
152660*                      ***                 * *         * *   ** *
152660 2916-ACCES-TADR.
152660*
152660*    CURSEUR SUR L'IDENTIFIANT ; SELECTION SUR IDENTIFIANT + TYPE
152660*    D'ADRESSE
152660     IF MODE-VOLUME
152660        MOVE 'TADR'               TO WS-VOL-C-TABLE-DEM
152660        MOVE TADR-ZONE-DONNEES    TO WS-VOL-DONNEES-DEM
152660        MOVE 2                    TO WS-VOL-N-CURS
152660        MOVE 1                    TO WS-VOL-POS-1
152660        MOVE 17                   TO WS-VOL-LG-1
152660        IF ACCE-TYPE-REQUETE = 'SE'
152660           MOVE 18                TO WS-VOL-POS-2
152660           MOVE 2                 TO WS-VOL-LG-2
152660        ELSE
152660           MOVE ZERO              TO WS-VOL-LG-2
152660        END-IF
152660        PERFORM 2950-SERVIR-VOLUME
152660        IF TROUVE
152660           MOVE WS-VOL-DONNEES-DEM
152660                                  TO TADR-ZONE-DONNEES
152660        END-IF
152660     ELSE
152660        PERFORM SQ-ACCES-TADR
152660     END-IF
152660     .
152660*                      ***                 * *         * *   ** *
152660 2917-ACCES-TLPP.
152660*
152660*    CURSEUR SUR LE CLIENT PERE
152660     IF MODE-VOLUME
152660        MOVE 'TLPP'               TO WS-VOL-C-TABLE-DEM
152660        MOVE TLPP-ZONE-DONNEES    TO WS-VOL-DONNEES-DEM
152660        MOVE 3                    TO WS-VOL-N-CURS
152660        MOVE 18                   TO WS-VOL-POS-1
152660        MOVE 17                   TO WS-VOL-LG-1
152660        MOVE ZERO                 TO WS-VOL-LG-2
152660        PERFORM 2950-SERVIR-VOLUME
152660        IF TROUVE
152660           MOVE WS-VOL-DONNEES-DEM
152660                                  TO TLPP-ZONE-DONNEES
152660        END-IF
152660     ELSE
152660        PERFORM SQ-ACCES-TLPP
152660     END-IF
152660     .
152660*                      ***                 * *         * *   ** *
152660 2918-ACCES-TRES.
152660*
152660*    CURSEUR SUR LE CLIENT + L'ANNEE D'APPLICATION
152660     IF MODE-VOLUME
152660        MOVE 'TRES'               TO WS-VOL-C-TABLE-DEM
152660        MOVE TRES-ZONE-DONNEES    TO WS-VOL-DONNEES-DEM
152660        MOVE 4                    TO WS-VOL-N-CURS
152660        MOVE 1                    TO WS-VOL-POS-1
152660        MOVE 27                   TO WS-VOL-LG-1
152660        MOVE ZERO                 TO WS-VOL-LG-2
152660        PERFORM 2950-SERVIR-VOLUME
152660        IF TROUVE
152660           MOVE WS-VOL-DONNEES-DEM
152660                                  TO TRES-ZONE-DONNEES
152660        END-IF
152660     ELSE
152660        PERFORM SQ-ACCES-TRES
152660     END-IF
152660     .
152660*                      ***                 * *         * *   ** *
152660*==============================================================*
152660* MODE VOLUME : REPONSE A UNE REQUETE D'ACCESSEUR SUR LES LIGNES
152660* CHARGEES ('SE' 1ERE LIGNE QUI CORRESPOND, 'OP' 1ERE LIGNE ET
152660* POSITIONNEMENT DU CURSEUR, 'FE' LIGNE SUIVANTE DU CURSEUR,
152660* 'CL' FERMETURE) ; LES LIGNES SONT DANS L'ORDRE DES CURSEURS
152660* DES ACCESSEURS. LA LIGNE TROUVEE EST RENDUE DANS
152660* WS-VOL-DONNEES-DEM AVEC LE CODE RETOUR DE L'ACCESSEUR
152660*==============================================================*
152660 2950-SERVIR-VOLUME.
152660*
152660*    SANS SECONDE ZONE DE CLE, LA PREMIERE EST COMPAREE DEUX FOIS
152660     IF WS-VOL-LG-2 = ZERO
152660        MOVE WS-VOL-POS-1         TO WS-VOL-POS-2
152660        MOVE WS-VOL-LG-1          TO WS-VOL-LG-2
152660     END-IF
152660     MOVE ZERO                    TO WS-VOL-I-TROUVE
152660
152660     EVALUATE ACCE-TYPE-REQUETE
152660        WHEN 'SE'
152660           MOVE 1                 TO WS-VOL-I-DEB
152660           PERFORM 2951-RECH-LIGNE-VOLUME
152660        WHEN 'OP'
152660           MOVE WS-VOL-POS-1      TO WS-CURS-POS-1 (WS-VOL-N-CURS)
152660           MOVE WS-VOL-LG-1       TO WS-CURS-LG-1 (WS-VOL-N-CURS)
152660           MOVE WS-VOL-POS-2      TO WS-CURS-POS-2 (WS-VOL-N-CURS)
152660           MOVE WS-VOL-LG-2       TO WS-CURS-LG-2 (WS-VOL-N-CURS)
152660           MOVE WS-VOL-DONNEES-DEM
152660                             TO WS-CURS-DONNEES (WS-VOL-N-CURS)
152660           MOVE 1                 TO WS-VOL-I-DEB
152660           PERFORM 2951-RECH-LIGNE-VOLUME
152660           MOVE WS-VOL-I-TROUVE   TO WS-CURS-I (WS-VOL-N-CURS)
152660        WHEN 'FE'
152660*          CURSEUR EPUISE (OU NON OUVERT) : PLUS DE LIGNE
152660           IF WS-CURS-I (WS-VOL-N-CURS) NOT = ZERO
152660              MOVE WS-CURS-POS-1 (WS-VOL-N-CURS)
152660                                  TO WS-VOL-POS-1
152660              MOVE WS-CURS-LG-1 (WS-VOL-N-CURS)
152660                                  TO WS-VOL-LG-1
152660              MOVE WS-CURS-POS-2 (WS-VOL-N-CURS)
152660                                  TO WS-VOL-POS-2
152660              MOVE WS-CURS-LG-2 (WS-VOL-N-CURS)
152660                                  TO WS-VOL-LG-2
152660              MOVE WS-CURS-DONNEES (WS-VOL-N-CURS)
152660                                  TO WS-VOL-DONNEES-DEM
152660              COMPUTE WS-VOL-I-DEB = WS-CURS-I (WS-VOL-N-CURS) + 1
152660              PERFORM 2951-RECH-LIGNE-VOLUME
152660              MOVE WS-VOL-I-TROUVE
152660                                  TO WS-CURS-I (WS-VOL-N-CURS)
152660           END-IF
152660        WHEN OTHER
152660           MOVE ZERO              TO WS-CURS-I (WS-VOL-N-CURS)
152660     END-EVALUATE
152660
152660     EVALUATE TRUE
152660        WHEN ACCE-TYPE-REQUETE = 'CL'
152660           SET TROUVE             TO TRUE
152660        WHEN WS-VOL-I-TROUVE = ZERO
152660           SET NON-TROUVE         TO TRUE
152660        WHEN OTHER
152660           SET TROUVE             TO TRUE
152660           MOVE WS-VOL-DONNEES (WS-VOL-I-TROUVE)
152660                                  TO WS-VOL-DONNEES-DEM
152660     END-EVALUATE
152660     .
152660*                      ***                 * *         * *   ** *
152660*===================================================*
152660* RECHERCHE DE LA 1ERE LIGNE CHARGEE QUI CORRESPOND A
152660* LA REQUETE A PARTIR DU RANG WS-VOL-I-DEB
152660*===================================================*
152660 2951-RECH-LIGNE-VOLUME.
152660*
152660     PERFORM VARYING WS-VOL-I FROM WS-VOL-I-DEB BY 1
152660               UNTIL WS-VOL-I > WS-VOL-Q-LIG
152660                  OR WS-VOL-I-TROUVE NOT = ZERO
152660        IF WS-VOL-C-TABLE (WS-VOL-I) = WS-VOL-C-TABLE-DEM
152660        AND WS-VOL-DONNEES (WS-VOL-I) (WS-VOL-POS-1:WS-VOL-LG-1)
152660          = WS-VOL-DONNEES-DEM (WS-VOL-POS-1:WS-VOL-LG-1)
152660        AND WS-VOL-DONNEES (WS-VOL-I) (WS-VOL-POS-2:WS-VOL-LG-2)
152660          = WS-VOL-DONNEES-DEM (WS-VOL-POS-2:WS-VOL-LG-2)
152660           MOVE WS-VOL-I          TO WS-VOL-I-TROUVE
152660        END-IF
152660     END-PERFORM
152660     .
      *                         *****                               *  *
150978*========================================================*
"     * RESTITUTION ET éCRITURE DES INFORMATIONS DU RECALCITANT
152140* REPORTABLE SUR CE RUN RECOIT SON ENTETE ReportingFI ET UN
152140* ENQUEUE A ZERO, POUR QUE BFUSEL20 PRODUISE LE XML NEANT
152140* (UNIQUEMENT SUR UN RUN INITIAL, PAS SUR UNE CORRECTION)
152680* (NI SUR UN PASSAGE DE LEVEE, COMPLEMENT D'UN RUN DEJA DEPOSE)
152730* (NI SUR UN DEPOT SUPPLEMENTAIRE D'ANNEE ANTERIEURE)
152730     IF (SYSIN-TYPE-FATCA = 'FATCA1 ' OR 'FATCA11' OR SPACES)
152680     AND NOT MODE-LEVEE
152730     AND NOT MODE-ANNEE-ANT
152140        PERFORM 4140-RESTIT-END-NEANT
152140     END-IF
"          .
152180     END-IF

152290* EVENEMENT DE FIN POUR LA SUPERVISION
152560* FERMETURE DU REFERENTIEL DES INTERMEDIAIRES
152560     CLOSE DFUSLR05
152560     IF FS-R05 NOT = '00'
152560        MOVE 2542               TO WS-CODE-ABEND
152560        PERFORM 4200-ABEND-ERR
152560     END-IF

152650* FERMETURE DU MAGASIN DES CUMULS PAR TITULAIRE
152650     CLOSE DFUSLR08
152650     IF FS-R08 NOT = '00'
152650        MOVE 2552               TO WS-CODE-ABEND
152650        PERFORM 4200-ABEND-ERR
152650     END-IF
152660* MODE VOLUME : LIGNES RESTANTES DE L'EXTRACTION (SANS COMPTE A
152660* L'AIGUILLAGE) PUIS FERMETURE
152660     IF MODE-VOLUME
152660        PERFORM UNTIL FIN-EXTRAIT-VOLUME
152660           ADD  1                 TO WS-VOL-Q-IGNOREES
152660           PERFORM 2905-LECTURE-EXTRAIT-VOLUME
152660        END-PERFORM
152660        CLOSE DFUSLE1V
152660        IF FS-E1V NOT = '00'
152660           MOVE 2562            TO WS-CODE-ABEND
152660           PERFORM 4200-ABEND-ERR
152660        END-IF
152660     END-IF
152730* DEPOT SUPPLEMENTAIRE D'ANNEE ANTERIEURE : LIGNES RESTANTES DE LA
152730* SELECTION (COMPTES ABSENTS DE L'AIGUILLAGE) PUIS FERMETURE
152730     IF MODE-ANNEE-ANT
152730        PERFORM UNTIL FIN-SEL-ANT
152730           PERFORM 2926-SEL-HORS-AIGUILLAGE
152730           PERFORM 2925-LECTURE-SEL-ANNEE-ANT
152730        END-PERFORM
152730        CLOSE DFUSLE1A
152730        IF FS-E1A NOT = '00'
152730           MOVE 2584            TO WS-CODE-ABEND
152730           PERFORM 4200-ABEND-ERR
152730        END-IF
152730     END-IF

152680* FERMETURE DU REGISTRE ET DE LA LISTE DES BLOCAGES
152680     CLOSE DFUSLR10
152680     IF FS-R10 NOT = '00'
152680        MOVE 2567               TO WS-CODE-ABEND
152680        PERFORM 4200-ABEND-ERR
152680     END-IF
152680     CLOSE DFUSLS1B
152680     IF FS-S1B NOT = '00'
152680        MOVE 2570               TO WS-CODE-ABEND
152680        PERFORM 4200-ABEND-ERR
152680     END-IF

152680     PERFORM 4177-ECRT-SUIVI-CPL
152290     PERFORM 4175-ECRT-SUIVI-FIN
152290     CLOSE DFUSLS1S
152290     MOVE SPACE                 TO TOP-SUIVI-OUVERT
"          MOVE ZERO                    TO WS-Q-PERS-DECL
"                                          WS-Q-CONTRAT-DECL
"                                          WS-Q-RECAL-DECL
152560                                     WS-Q-INTERM-DECL
"                                          WS-M-TOT-SOL-DECL
"                                          WS-M-TOT-INT-DECL
"                                          WS-M-TOT-CES-DECL
"                                            OF EL10-G-DATA-DET-FID
"            END-IF
MCHA+      END-IF
152730*    Depot supplementaire d'une annee anterieure ou passage
152730*    de levee
152730     IF MODE-ANNEE-ANT OR MODE-LEVEE
152730        MOVE  'SUP'                TO EL10-C-TYPE-DECL
152730                                   OF EL10-G-DATA-DET-FID (3:3)
152730     END-IF
"
"     *      Montant total de solde déclaré
"          MOVE  WS-M-TOT-SOL-DECL      TO EL10-M-TOT-SOL-DECL
"     *    COMPTEUR DE NOMBRE DE RECALCITRANTS TRAITES                  00027000
MCHA?      MOVE WS-Q-RECAL-DECL         TO EL10-N-CLR
"                                       OF EL10-G-DATA-ENQ-END
152560*    COMPTEUR DE COMPTES DETENUS VIA UN INTERMEDIAIRE
152560     MOVE WS-Q-INTERM-DECL        TO EL10-N-INT
152560                                  OF EL10-G-DATA-ENQ-END
150978     .
152140*==================================================*
152140* DECLARATIONS NEANT DES ENTITES SANS COMPTE REPORTABLE
152140        IF WS-I-REF-GIIN-ENT-DECL (WS-I-ENT-NEANT)
152140           NOT = SPACES AND LOW-VALUE
152140        AND WS-B-ENT-TRAITEE (WS-I-ENT-NEANT) NOT = 'O'
152690           PERFORM 4141-CTRL-PRED-ABSORBE
152690           IF WS-I-ENT-NEANT-SUCC = ZERO
152140              PERFORM 4145-RESTIT-UNE-NEANT
152690           END-IF
152140        END-IF
152140     END-PERFORM
152140     .
152140
152690*==================================================*
152690* ENTITE ABSORBEE : PREDECESSEUR D'UNE SUCCESSION EN
152690* TRANSFERT TOTAL EFFECTIVE SUR L'ANNEE FISCALE, SES COMPTES
152690* SONT DECLARES PAR LE SUCCESSEUR ET ELLE N'A PAS DE NEANT
152690* (WS-I-ENT-NEANT-SUCC NON NUL)
152690*==================================================*
152690 4141-CTRL-PRED-ABSORBE.
152690*
152690     MOVE ZERO                      TO WS-I-ENT-NEANT-SUCC
152690     PERFORM VARYING WS-I-SUCC FROM 1 BY 1
152690     UNTIL WS-I-SUCC > WS-Q-SUCC OR WS-I-ENT-NEANT-SUCC > ZERO
152690        IF  WS-T-SUC-C-GIIN-PRED (WS-I-SUCC)
152690            = WS-I-REF-GIIN-ENT-DECL (WS-I-ENT-NEANT)
152690        AND WS-T-SUC-C-PERIMETRE (WS-I-SUCC) = 'T'
152690        AND WS-T-SUC-D-EFFET (WS-I-SUCC)(1:4)
152690            NOT > WS-A-ANNEE-FISC
152690           MOVE WS-I-SUCC           TO WS-I-ENT-NEANT-SUCC
152690        END-IF
152690     END-PERFORM
152690     .
152690
152140*==================================================*
152140* DECLARATION NEANT D'UNE ENTITE (WS-I-ENT-NEANT)
152140*==================================================*
152140
152140     MOVE TEND-I-IDENT-END      TO WS-I-IDENT-END-SV
152140                                   WS-I-IDENT-END-LU
152690     MOVE TEND-I-IDENT-END      TO WS-I-IDENT-END-ADR
152690     MOVE SPACE                 TO TOP-PRED-SUBSTITUE
152140
152140* ==> ALIMENTATION ET ECRITURE DE LA LIGNE END
152140     PERFORM 1361-ALIM-INF-END
152290     PERFORM 4185-ECRT-FICH-S1S
152290     .
152290
152680*==================================================*
152680* EVENEMENT DE SUIVI : COMPTEURS COMPLEMENTAIRES
152680*    LES 14 COMPTEURS DE L'EVENEMENT 'FIN' ETANT PRIS,
152680*    LES COMPTES TENUS HORS DE L'EXTRAIT PAR LA LISTE DE
152680*    BLOCAGE SONT PORTES PAR UN EVENEMENT 'CPL' ECRIT
152680*    JUSTE AVANT LA FIN
152680*==================================================*
152680 4177-ECRT-SUIVI-CPL.
152680*
152680     MOVE SPACES                TO SUI-ENR-SUIVI
152680     MOVE 'BFUSEL10'            TO SUI-C-PGM
152680     MOVE 'CPL'                 TO SUI-C-PHASE
152680     MOVE LST-ENT-DECL          TO SUI-I-REF-GIIN
152680     MOVE W-D-SYSTEME-ISO       TO SUI-D-HORODATAGE(1:10)
152680     MOVE 'T'                   TO SUI-D-HORODATAGE(11:1)
152680     MOVE W-H-SYSTEME-ISO       TO SUI-D-HORODATAGE(12:8)
152680     MOVE ZERO                  TO SUI-C-RETOUR
152680     MOVE 4                     TO SUI-Q-NB-COMPTEUR
152680     MOVE 'Q-BLOQUES   '        TO SUI-L-COMPTEUR (1)
152680     MOVE WS-Q-CNT-BLOQUES-TOT  TO SUI-Q-VALEUR   (1)
152680     MOVE 'Q-HORS-LEVEE'        TO SUI-L-COMPTEUR (2)
152680     MOVE WS-Q-CNT-HORS-LEVEE   TO SUI-Q-VALEUR   (2)
152680     MOVE 'Q-LEVES     '        TO SUI-L-COMPTEUR (3)
152680     MOVE WS-Q-CNT-LEVES-TOT    TO SUI-Q-VALEUR   (3)
152680     MOVE 'CLR-HORS-LEV'        TO SUI-L-COMPTEUR (4)
152680     MOVE WS-Q-CLR-HORS-LEVEE   TO SUI-Q-VALEUR   (4)
152730*    DEPOT SUPPLEMENTAIRE D'ANNEE ANTERIEURE : ANNEE DEPOSEE ET
152730*    COMPTEURS DE LA SELECTION
152730     IF MODE-ANNEE-ANT
152730        MOVE 8                  TO SUI-Q-NB-COMPTEUR
152730        MOVE 'A-SUPPL     '     TO SUI-L-COMPTEUR (5)
152730        MOVE WS-A-ANNEE-FISC    TO SUI-Q-VALEUR   (5)
152730        MOVE 'Q-SEL-ANT   '     TO SUI-L-COMPTEUR (6)
152730        MOVE WS-Q-CNT-SEL-ANT   TO SUI-Q-VALEUR   (6)
152730        MOVE 'Q-HORS-SEL  '     TO SUI-L-COMPTEUR (7)
152730        MOVE WS-Q-CNT-HORS-SEL  TO SUI-Q-VALEUR   (7)
152730        MOVE 'CLR-HORS-SEL'     TO SUI-L-COMPTEUR (8)
152730        MOVE WS-Q-CLR-HORS-SEL  TO SUI-Q-VALEUR   (8)
152730     END-IF
152730*    PASSAGE DE LEVEE : DEPOT SUPPLEMENTAIRE DE L'ANNEE DE LA
152730*    CAMPAGNE, DEPOSE COMME TEL (CF BFUSEL90)
152730     IF MODE-LEVEE
152730        MOVE 5                  TO SUI-Q-NB-COMPTEUR
152730        MOVE 'A-SUPPL     '     TO SUI-L-COMPTEUR (5)
152730        MOVE WS-A-ANNEE-FISC    TO SUI-Q-VALEUR   (5)
152730     END-IF
152680     PERFORM 4185-ECRT-FICH-S1S
152680     .
152680
152290*==================================================*
152290* EVENEMENT DE SUIVI : ABEND
152290*==================================================*
152260        WHEN       2520
152290        WHEN       2530
152290        WHEN       2531
152560        WHEN       2540
152560        WHEN       2541
152560        WHEN       2542
152650        WHEN       2550
152650        WHEN       2551
152650        WHEN       2552
152660        WHEN       2560
152660        WHEN       2561
152660        WHEN       2562
152660        WHEN       2563
152660        WHEN       2564
152680        WHEN       2565
152680        WHEN       2566
152680        WHEN       2567
152680        WHEN       2568
152680        WHEN       2569
152680        WHEN       2570
152680        WHEN       2571
152690        WHEN       2572
152690        WHEN       2573
152690        WHEN       2574
152690        WHEN       2575
152690        WHEN       2576
152730        WHEN       2580
152730        WHEN       2581
152730        WHEN       2582
152730        WHEN       2583
152730        WHEN       2584
152730        WHEN       2585
152730        WHEN       2586
152180           MOVE    4               TO      INAB-Q-LIST-DISP
152180           MOVE WS-LIGNE-ANO0      TO      INAB-L-DISP (1)
152180           MOVE '*=> CODE ABEND  = '
152290                 MOVE '*=> PB ACCES FICHIER DE SUIVI DFUSLS1S'
152290                                   TO      WS-LIGNE-ANO21
152260              ELSE
152560              IF WS-CODE-ABEND = 2540 OR 2541 OR 2542
152560                 MOVE '*=> PB ACCES REFERENTIEL INTERM. DFUSLR05'
152560                                   TO      WS-LIGNE-ANO21
152560              ELSE
152650              IF WS-CODE-ABEND = 2550 OR 2551 OR 2552
152650                 MOVE '*=> PB ACCES MAGASIN DES CUMULS DFUSLR08'
152650                                   TO      WS-LIGNE-ANO21
152650              ELSE
152660              IF WS-CODE-ABEND = 2560 OR 2561 OR 2562
152660                 MOVE '*=> PB ACCES EXTRACTION VOLUME DFUSLE1V'
152660                                   TO      WS-LIGNE-ANO21
152660              ELSE
152660              IF WS-CODE-ABEND = 2563
152660                 MOVE '*=> AIGUILLAGE HORS SEQUENCE (MODE VOLUME)'
152660                                   TO      WS-LIGNE-ANO21
152660              ELSE
152660              IF WS-CODE-ABEND = 2564
152660                 MOVE '*=> PLUS DE 300 LIGNES EXTRAITES/COMPTE'
152660                                   TO      WS-LIGNE-ANO21
152660              ELSE
152680              IF WS-CODE-ABEND = 2565 OR 2566 OR 2567
152680                 MOVE '*=> PB ACCES REGISTRE BLOCAGES DFUSLR10'
152680                                   TO      WS-LIGNE-ANO21
152680              ELSE
152680              IF WS-CODE-ABEND = 2568 OR 2569 OR 2570
152680                 MOVE '*=> PB ACCES LISTE DES BLOCAGES DFUSLS1B'
152680                                   TO      WS-LIGNE-ANO21
152680              ELSE
152680              IF WS-CODE-ABEND = 2571
152680                 MOVE '*=> CARTE FATCA PASSAGE DE LEVEE INVALIDE'
152680                                   TO      WS-LIGNE-ANO21
152680              ELSE
152690              IF WS-CODE-ABEND = 2572 OR 2573 OR 2574
152690                 MOVE '*=> PB ACCES REGISTRE SUCCESSIONS DFUSLR11'
152690                                   TO      WS-LIGNE-ANO21
152690              ELSE
152690              IF WS-CODE-ABEND = 2575
152690                 MOVE '*=> PLUS DE 100 SUCCESSIONS EN VIGUEUR'
152690                                   TO      WS-LIGNE-ANO21
152690              ELSE
152690              IF WS-CODE-ABEND = 2576
152690                 MOVE '*=> AIGUILLAGE NON REAFFECTE (BFUSEL11)'
152690                                   TO      WS-LIGNE-ANO21
152690              ELSE
152730              IF WS-CODE-ABEND = 2580
152730                 MOVE '*=> CARTE FATCA ANNEE ANTERIEURE INVALIDE'
152730                                   TO      WS-LIGNE-ANO21
152730              ELSE
152730              IF WS-CODE-ABEND = 2581
152730                 MOVE '*=> ANNEE ANTERIEURE HORS BORNES (CARTE)'
152730                                   TO      WS-LIGNE-ANO21
152730              ELSE
152730              IF WS-CODE-ABEND = 2582 OR 2583 OR 2584
152730                 MOVE '*=> PB ACCES SELECTION ANNEE ANT. DFUSLE1A'
152730                                   TO      WS-LIGNE-ANO21
152730              ELSE
152730              IF WS-CODE-ABEND = 2585
152730                 MOVE '*=> SELECTION DFUSLE1A HORS SEQUENCE/ANNEE'
152730                                   TO      WS-LIGNE-ANO21
152730              ELSE
152730              IF WS-CODE-ABEND = 2586
152730                 MOVE '*=> PLUS DE 20 MONTANTS SELECTIONNES/CPT'
152730                                   TO      WS-LIGNE-ANO21
152730              ELSE
152180                 MOVE '*=> PB ACCES FICHIER EXCLUSIONS DFUSLS1E'
152180                                   TO      WS-LIGNE-ANO21
152730              END-IF
152730              END-IF
152730              END-IF
152730              END-IF
152730              END-IF
152690              END-IF
152690              END-IF
152690              END-IF
152680              END-IF
152680              END-IF
152680              END-IF
152660              END-IF
152660              END-IF
152660              END-IF
152650              END-IF
152560              END-IF
152290              END-IF
152260              END-IF
152180           END-IF
152085           MOVE LST-ENT-DECL       TO      WS-LIGNE-ANO12
152085           MOVE WS-LIGNE-ANO1      TO      INAB-L-DISP (5)
152085           MOVE WS-LIGNE-DECO1     TO      INAB-L-DISP (6)
152570*
152570*       1027 : PROBLEME APPEL MODULE MFUSTCLI POUR PERSONNE LIEE
152570*
152570        WHEN       1027
152570           MOVE    7               TO      INAB-Q-LIST-DISP
152570           MOVE WS-LIGNE-ANO0      TO      INAB-L-DISP (1)
152570           MOVE '*=> CODE ABEND  = '
152570                                   TO      WS-LIGNE-ANO10
152570           MOVE WS-CODE-ABEND      TO      WS-LIGNE-ANO11
152570           MOVE WS-LIGNE-ANO1      TO      INAB-L-DISP (2)
152570           MOVE '*=> PB APPEL MODULE MFUSTCLI POUR PERSONNE LIEE'
152570                                   TO      WS-LIGNE-ANO21
152570           MOVE WS-LIGNE-ANO2      TO      INAB-L-DISP (3)
152570           MOVE WS-LIGNE-DECO1     TO      INAB-L-DISP (4)
152570           MOVE '*=> RETURN CODE = '
152570                                   TO      WS-LIGNE-ANO10
152570           MOVE ACCE-CODE-RETOUR   TO      WS-LIGNE-ANO11
152570           MOVE WS-LIGNE-ANO1      TO      INAB-L-DISP (5)
152570           MOVE '*=> OP06-C-RET  = '
152570                                   TO      WS-LIGNE-ANO10
152570           MOVE OP06-C-RET         TO      WS-LIGNE-ANO11
152570           MOVE WS-LIGNE-ANO1      TO      INAB-L-DISP (6)
152570           MOVE WS-LIGNE-DECO1     TO      INAB-L-DISP (7)
152580*
152580*       1028 : PROBLEME APPEL MODULE MFUSTRES POUR OUVERTURE
152580*
152580        WHEN       1028
152580           MOVE    7               TO      INAB-Q-LIST-DISP
152580           MOVE WS-LIGNE-ANO0      TO      INAB-L-DISP (1)
152580           MOVE '*=> CODE ABEND  = '
152580                                   TO      WS-LIGNE-ANO10
152580           MOVE WS-CODE-ABEND      TO      WS-LIGNE-ANO11
152580           MOVE WS-LIGNE-ANO1      TO      INAB-L-DISP (2)
152580           MOVE '*=> PB APPEL MODULE MFUSTRES POUR OUVERTURE'
152580                                   TO      WS-LIGNE-ANO21
152580           MOVE WS-LIGNE-ANO2      TO      INAB-L-DISP (3)
152580           MOVE WS-LIGNE-DECO1     TO      INAB-L-DISP (4)
152580           MOVE '*=> CODE RETOUR = '
152580                                   TO      WS-LIGNE-ANO10
152580           MOVE ACCE-CODE-RETOUR   TO      WS-LIGNE-ANO11
152580           MOVE WS-LIGNE-ANO1      TO      INAB-L-DISP (5)
152580           MOVE WS-LIGNE-DECO1     TO      INAB-L-DISP (6)
152580*
152580*       1029 : PROBLEME APPEL MODULE MFUSTRES POUR LECTURE
152580*
152580        WHEN       1029
152580           MOVE    7               TO      INAB-Q-LIST-DISP
152580           MOVE WS-LIGNE-ANO0      TO      INAB-L-DISP (1)
152580           MOVE '*=> CODE ABEND  = '
152580                                   TO      WS-LIGNE-ANO10
152580           MOVE WS-CODE-ABEND      TO      WS-LIGNE-ANO11
152580           MOVE WS-LIGNE-ANO1      TO      INAB-L-DISP (2)
152580           MOVE '*=> PB APPEL MODULE MFUSTRES POUR LECTURE'
152580                                   TO      WS-LIGNE-ANO21
152580           MOVE WS-LIGNE-ANO2      TO      INAB-L-DISP (3)
152580           MOVE WS-LIGNE-DECO1     TO      INAB-L-DISP (4)
152580           MOVE '*=> CODE RETOUR = '
152580                                   TO      WS-LIGNE-ANO10
152580           MOVE ACCE-CODE-RETOUR   TO      WS-LIGNE-ANO11
152580           MOVE WS-LIGNE-ANO1      TO      INAB-L-DISP (5)
152580           MOVE WS-LIGNE-DECO1     TO      INAB-L-DISP (6)
152580*
152580*       1030 : PROBLEME APPEL MODULE MFUSTRES POUR FERMETURE
152580*
152580        WHEN       1030
152580           MOVE    7               TO      INAB-Q-LIST-DISP
152580           MOVE WS-LIGNE-ANO0      TO      INAB-L-DISP (1)
152580           MOVE '*=> CODE ABEND  = '
152580                                   TO      WS-LIGNE-ANO10
152580           MOVE WS-CODE-ABEND      TO      WS-LIGNE-ANO11
152580           MOVE WS-LIGNE-ANO1      TO      INAB-L-DISP (2)
152580           MOVE '*=> PB APPEL MODULE MFUSTRES POUR FERMETURE'
152580                                   TO      WS-LIGNE-ANO21
152580           MOVE WS-LIGNE-ANO2      TO      INAB-L-DISP (3)
152580           MOVE WS-LIGNE-DECO1     TO      INAB-L-DISP (4)
152580           MOVE '*=> CODE RETOUR = '
152580                                   TO      WS-LIGNE-ANO10
152580           MOVE ACCE-CODE-RETOUR   TO      WS-LIGNE-ANO11
152580           MOVE WS-LIGNE-ANO1      TO      INAB-L-DISP (5)
152580           MOVE WS-LIGNE-DECO1     TO      INAB-L-DISP (6)
      *       2410 : PROBLEME ECRITURE DANS FICHIER EN SORTIE
      *
              WHEN       2410
      *==================================================*
152085 4310-BILAN-RECONCILIATION.
      *
152650     MOVE  19             TO      BILA-Q-LIST-DISP
152085     MOVE  WS-LIGNE-DECO1 TO      BILA-L-DISP (1)

152085     MOVE  '* BILAN DE RECONCILIATION'
152180     IF  WS-CPT-AIG-LUS-10 = WS-Q-PERS-DECL-TOT
152180                           + WS-Q-CNT-EXCLUS-TOT
152260                           + WS-Q-CPT-DORMANT-TOT
152680                           + WS-Q-CNT-BLOQUES-TOT
152680                           + WS-Q-CNT-HORS-LEVEE
152730                           + WS-Q-CNT-HORS-SEL
152180     AND WS-CPT-AIG-LUS-10 = WS-Q-CONTRAT-DECL-TOT
152180                           + WS-Q-CNT-EXCLUS-TOT
152260                           + WS-Q-CPT-DORMANT-TOT
152680                           + WS-Q-CNT-BLOQUES-TOT
152680                           + WS-Q-CNT-HORS-LEVEE
152730                           + WS-Q-CNT-HORS-SEL
152085        MOVE '*  CONTROLE COMPTES/CLIENTS  : OK'
152085                          TO      WS-LN-LIB-FIN
152085     ELSE
152085     MOVE  WS-LIGNE-FIN   TO      BILA-L-DISP (9)

152085     IF WS-CPT-AIG-LUS-20 = WS-Q-RECAL-DECL-TOT
152680                          + WS-Q-CLR-HORS-LEVEE
152730                          + WS-Q-CLR-HORS-SEL
152085        MOVE '*  CONTROLE RECALCITRANTS    : OK'
152085                          TO      WS-LN-LIB-FIN
152085     ELSE
152260     MOVE  WS-LIGNE-FIN0  TO      WS-LN-VAL-FIN
152260     MOVE  WS-LIGNE-FIN   TO      BILA-L-DISP (16)

152650* COMPTES SOUS LE SEUIL RETENUS PAR LE CUMUL DU TITULAIRE
152650     MOVE  WS-Q-CNT-RETENUS-CUMUL
152650                          TO      WS-FIN-PART1
152650     MOVE  '*  NB COMPTES RETENUS CUMUL (WS-Q-RET): '
152650                          TO      WS-LN-LIB-FIN
152650     MOVE  WS-LIGNE-FIN0  TO      WS-LN-VAL-FIN
152650     MOVE  WS-LIGNE-FIN   TO      BILA-L-DISP (17)

152480* CUMUL SIGNE DES SOLDES (COMPTES A DECOUVERT INCLUS)
152480     MOVE  WS-M-TOT-SLD-SIGNE
152480                          TO      WS-M-SLD-SIGNE-EDIT
152480                          TO      WS-LN-LIB-FIN
152480     MOVE  WS-M-SLD-SIGNE-EDIT
152480                          TO      WS-LN-VAL-FIN
152650     MOVE  WS-LIGNE-FIN   TO      BILA-L-DISP (18)

152650     MOVE  WS-LIGNE-DECO1 TO      BILA-L-DISP (19)

      * APPEL MCCDBILA
152085     CALL 'MCCDBILA'      USING   BILA-PARAM
152088*
152088     END-IF
152088     .
152660*==================================================*
152660* BILAN DE L'EXTRACTION DFUSLE1V (MODE VOLUME) :
152660* LIGNES LUES = LIGNES CHARGEES + LIGNES IGNOREES
152660*==================================================*
152660 4330-BILAN-MODE-VOLUME.
152660*
152660     MOVE  8              TO      BILA-Q-LIST-DISP
152660     MOVE  WS-LIGNE-DECO1 TO      BILA-L-DISP (1)
152660
152660     MOVE  '* BILAN DE L''EXTRACTION DFUSLE'
152660                          TO      WS-LIGNE-LIB
152660     MOVE  '1V (MODE VOLUME)            *'
152660                          TO      WS-LIGNE-VAL
152660     MOVE  WS-LIGNE       TO      BILA-L-DISP (2)
152660
152660     MOVE  WS-LIGNE-DECO1 TO      BILA-L-DISP (3)
152660
152660     MOVE  WS-VOL-Q-LUES  TO      WS-FIN-PART1
152660     MOVE  '*  NB LIGNES EXTRAITES LUES            : '
152660                          TO      WS-LN-LIB-FIN
152660     MOVE  WS-LIGNE-FIN0  TO      WS-LN-VAL-FIN
152660     MOVE  WS-LIGNE-FIN   TO      BILA-L-DISP (4)
152660
152660     MOVE  WS-VOL-Q-CHARGEES
152660                          TO      WS-FIN-PART1
152660     MOVE  '*  NB LIGNES CHARGEES POUR UN COMPTE   : '
152660                          TO      WS-LN-LIB-FIN
152660     MOVE  WS-LIGNE-FIN0  TO      WS-LN-VAL-FIN
152660     MOVE  WS-LIGNE-FIN   TO      BILA-L-DISP (5)
152660
152660     MOVE  WS-VOL-Q-IGNOREES
152660                          TO      WS-FIN-PART1
152660     MOVE  '*  NB LIGNES IGNOREES (HORS AIGUILLAGE): '
152660                          TO      WS-LN-LIB-FIN
152660     MOVE  WS-LIGNE-FIN0  TO      WS-LN-VAL-FIN
152660     MOVE  WS-LIGNE-FIN   TO      BILA-L-DISP (6)
152660
152660     MOVE  WS-VOL-Q-LIG-MAX
152660                          TO      WS-FIN-PART1
152660     MOVE  '*  NB MAXIMUM DE LIGNES POUR UN COMPTE : '
152660                          TO      WS-LN-LIB-FIN
152660     MOVE  WS-LIGNE-FIN0  TO      WS-LN-VAL-FIN
152660     MOVE  WS-LIGNE-FIN   TO      BILA-L-DISP (7)
152660
152660     MOVE  WS-LIGNE-DECO1 TO      BILA-L-DISP (8)
152660
152660* APPEL MCCDBILA
152660     CALL 'MCCDBILA'      USING   BILA-PARAM
152660     .
152680
152680*==================================================*
152680* BILAN DE LA LISTE DE BLOCAGE CONFORMITE
152680*==================================================*
152680 4340-BILAN-BLOCAGE.
152680*
152680     MOVE  8              TO      BILA-Q-LIST-DISP
152680     MOVE  WS-LIGNE-DECO1 TO      BILA-L-DISP (1)
152680
152680     MOVE  '* BILAN DE LA LISTE DE BLOCAG'
152680                          TO      WS-LIGNE-LIB
152680     MOVE  'E CONFORMITE DFUSLR10       *'
152680                          TO      WS-LIGNE-VAL
152680     MOVE  WS-LIGNE       TO      BILA-L-DISP (2)
152680
152680     MOVE  WS-LIGNE-DECO1 TO      BILA-L-DISP (3)
152680
152680     MOVE  WS-Q-CNT-BLOQUES-TOT
152680                          TO      WS-FIN-PART1
152680     MOVE  '*  NB COMPTES BLOQUES HORS EXTRAIT     : '
152680                          TO      WS-LN-LIB-FIN
152680     MOVE  WS-LIGNE-FIN0  TO      WS-LN-VAL-FIN
152680     MOVE  WS-LIGNE-FIN   TO      BILA-L-DISP (4)
152680
152680     MOVE  WS-Q-CNT-LEVES-TOT
152680                          TO      WS-FIN-PART1
152680     MOVE  '*  NB COMPTES LEVES EXTRAITS (LEVEE)   : '
152680                          TO      WS-LN-LIB-FIN
152680     MOVE  WS-LIGNE-FIN0  TO      WS-LN-VAL-FIN
152680     MOVE  WS-LIGNE-FIN   TO      BILA-L-DISP (5)
152680
152680     MOVE  WS-Q-CNT-HORS-LEVEE
152680                          TO      WS-FIN-PART1
152680     MOVE  '*  NB COMPTES HORS LEVEE               : '
152680                          TO      WS-LN-LIB-FIN
152680     MOVE  WS-LIGNE-FIN0  TO      WS-LN-VAL-FIN
152680     MOVE  WS-LIGNE-FIN   TO      BILA-L-DISP (6)
152680
152680     MOVE  WS-Q-CLR-HORS-LEVEE
152680                          TO      WS-FIN-PART1
152680     MOVE  '*  NB RECALCITRANTS HORS LEVEE         : '
152680                          TO      WS-LN-LIB-FIN
152680     MOVE  WS-LIGNE-FIN0  TO      WS-LN-VAL-FIN
152680     MOVE  WS-LIGNE-FIN   TO      BILA-L-DISP (7)
152680
152680     MOVE  WS-LIGNE-DECO1 TO      BILA-L-DISP (8)
152680
152680* APPEL MCCDBILA
152680     CALL 'MCCDBILA'      USING   BILA-PARAM
152680     .
152730*
152730*==============================================================*
152730* BILAN DU DEPOT SUPPLEMENTAIRE D'ANNEE ANTERIEURE
152730*==============================================================*
152730 4350-BILAN-ANNEE-ANT.
152730*
152730     MOVE  11             TO      BILA-Q-LIST-DISP
152730     MOVE  WS-LIGNE-DECO1 TO      BILA-L-DISP (1)
152730
152730     MOVE  '* BILAN DU DEPOT SUPPLEMENTAIR'
152730                          TO      WS-LIGNE-LIB
152730     MOVE  'E ANNEE ANTERIEURE DFUSLE1A  *'
152730                          TO      WS-LIGNE-VAL
152730     MOVE  WS-LIGNE       TO      BILA-L-DISP (2)
152730
152730     MOVE  WS-LIGNE-DECO1 TO      BILA-L-DISP (3)
152730
152730     MOVE  WS-A-ANNEE-FISC
152730                          TO      WS-FIN-PART1
152730     MOVE  '*  ANNEE FISCALE DEPOSEE               : '
152730                          TO      WS-LN-LIB-FIN
152730     MOVE  WS-LIGNE-FIN0  TO      WS-LN-VAL-FIN
152730     MOVE  WS-LIGNE-FIN   TO      BILA-L-DISP (4)
152730
152730     MOVE  WS-SEL-Q-LUES
152730                          TO      WS-FIN-PART1
152730     MOVE  '*  NB LIGNES LUES SUR DFUSLE1A         : '
152730                          TO      WS-LN-LIB-FIN
152730     MOVE  WS-LIGNE-FIN0  TO      WS-LN-VAL-FIN
152730     MOVE  WS-LIGNE-FIN   TO      BILA-L-DISP (5)
152730
152730     MOVE  WS-SEL-Q-REPRISE
152730                          TO      WS-FIN-PART1
152730     MOVE  '*  NB LIGNES DEJA TRAITEES (REPRISE)   : '
152730                          TO      WS-LN-LIB-FIN
152730     MOVE  WS-LIGNE-FIN0  TO      WS-LN-VAL-FIN
152730     MOVE  WS-LIGNE-FIN   TO      BILA-L-DISP (6)
152730
152730     MOVE  WS-Q-CNT-SEL-ABSENTS
152730                          TO      WS-FIN-PART1
152730     MOVE  '*  NB COMPTES ABSENTS AIGUILLAGE (1B)  : '
152730                          TO      WS-LN-LIB-FIN
152730     MOVE  WS-LIGNE-FIN0  TO      WS-LN-VAL-FIN
152730     MOVE  WS-LIGNE-FIN   TO      BILA-L-DISP (7)
152730
152730     MOVE  WS-Q-CNT-SEL-ANT
152730                          TO      WS-FIN-PART1
152730     MOVE  '*  NB COMPTES SELECTIONNES             : '
152730                          TO      WS-LN-LIB-FIN
152730     MOVE  WS-LIGNE-FIN0  TO      WS-LN-VAL-FIN
152730     MOVE  WS-LIGNE-FIN   TO      BILA-L-DISP (8)
152730
152730     MOVE  WS-Q-CNT-HORS-SEL
152730                          TO      WS-FIN-PART1
152730     MOVE  '*  NB COMPTES HORS SELECTION           : '
152730                          TO      WS-LN-LIB-FIN
152730     MOVE  WS-LIGNE-FIN0  TO      WS-LN-VAL-FIN
152730     MOVE  WS-LIGNE-FIN   TO      BILA-L-DISP (9)
152730
152730     MOVE  WS-Q-CLR-HORS-SEL
152730                          TO      WS-FIN-PART1
152730     MOVE  '*  NB RECALCITRANTS HORS SELECTION     : '
152730                          TO      WS-LN-LIB-FIN
152730     MOVE  WS-LIGNE-FIN0  TO      WS-LN-VAL-FIN
152730     MOVE  WS-LIGNE-FIN   TO      BILA-L-DISP (10)
152730
152730     MOVE  WS-LIGNE-DECO1 TO      BILA-L-DISP (11)
152730
152730* APPEL MCCDBILA
152730     CALL 'MCCDBILA'      USING   BILA-PARAM
152730     .

      *---------------------------------------------------------*
      *                   PARAGRAPHES 9XXX
"                                     TO WS-A-ANNEE-FISC
"          MOVE '0001-01-01'          TO WS-A-APPL
"          ADD    -1                  TO WS-A-ANNEE-FISC
152730*    DEPOT SUPPLEMENTAIRE : L'ANNEE DE LA CARTE, ANTERIEURE A LA
152730*    CAMPAGNE COURANTE ET AU PLUS TOT 2014 (PREMIERE ANNEE
152730*    DECLAREE), REMPLACE L'ANNEE FISCALE DU RUN
152730     IF MODE-ANNEE-ANT
152730        IF SYSIN-A-ANNEE-ANT NOT < WS-A-ANNEE-FISC
152730        OR SYSIN-A-ANNEE-ANT < 2014
152730           MOVE 2581            TO WS-CODE-ABEND
152730           PERFORM 4200-ABEND-ERR
152730        END-IF
152730        MOVE SYSIN-A-ANNEE-ANT  TO WS-A-ANNEE-FISC
152730     END-IF
"          MOVE  WS-A-ANNEE-FISC      TO WS-A-APPL(1:4)
150978D    DISPLAY 'WS-A-APPL : ' WS-A-APPL
           MOVE ':'                   TO W-H-SYSTEME-ISO(3:1)
152085        MOVE  WS-Q-CONTRAT-DECL-TOT TO   W999-Q-CONTRAT-DECL-TOT
152085        MOVE  WS-Q-RECAL-DECL-TOT   TO   W999-Q-RECAL-DECL-TOT
152180        MOVE  WS-Q-CNT-EXCLUS-TOT   TO   W999-Q-CNT-EXCLUS-TOT
152650        MOVE  WS-Q-CNT-RETENUS-CUMUL
152650                                    TO   W999-Q-CNT-RETENUS-CUMUL
152680        MOVE  WS-Q-CNT-BLOQUES-TOT  TO   W999-Q-CNT-BLOQUES-TOT
152680        MOVE  WS-Q-CNT-LEVES-TOT    TO   W999-Q-CNT-LEVES-TOT
152680        MOVE  WS-Q-CNT-HORS-LEVEE   TO   W999-Q-CNT-HORS-LEVEE
152680        MOVE  WS-Q-CLR-HORS-LEVEE   TO   W999-Q-CLR-HORS-LEVEE
152730        MOVE  WS-Q-CNT-SEL-ANT      TO   W999-Q-CNT-SEL-ANT
152730        MOVE  WS-Q-CNT-HORS-SEL     TO   W999-Q-CNT-HORS-SEL
152730        MOVE  WS-Q-CLR-HORS-SEL     TO   W999-Q-CLR-HORS-SEL
152730        MOVE  WS-SEL-CLE-CHARGEE    TO   W999-SEL-CLE-CHARGEE
152730        MOVE  WS-Q-CNT-SEL-ABSENTS  TO   W999-Q-CNT-SEL-ABSENTS
152260        MOVE  WS-Q-CPT-DORMANT-TOT  TO   W999-Q-CPT-DORMANT-TOT
152320        MOVE  WS-T-ENT-TRAITEE      TO   W999-T-ENT-TRAITEE
152320        MOVE  WS-Q-POOL-DORMANT     TO   W999-Q-POOL-DORMANT
150978        MOVE  WS-I-REF-FIC       TO   W999-I-REF-FIC
150978        MOVE  WS-I-REF-BLOC-CLR  TO   W999-I-REF-BLOC-CLR
150978        MOVE  WS-I-REF-BLOC-CPT  TO   W999-I-REF-BLOC-CPT
152560        MOVE  WS-Q-INTERM-DECL   TO   W999-Q-INTERM-DECL
150978        MOVE  WS-CPT-AIG-LUS     TO   W999-CPT-AIG-LUS
150978        MOVE  WS-CPT-AIG-LUS-10  TO   W999-CPT-AIG-LUS-10
150978        MOVE  WS-CPT-AIG-LUS-20  TO   W999-CPT-AIG-LUS-20

152088* BILAN DES COMPTES FATCA3 EN EXCEPTION (SANS ENTETE TBHISFUS)
152088     PERFORM 4320-BILAN-EXCEPT-HIS
152660* BILAN DE L'EXTRACTION EN MODE VOLUME
152660     IF MODE-VOLUME
152660        PERFORM 4330-BILAN-MODE-VOLUME
152660     END-IF
152680* BILAN DE LA LISTE DE BLOCAGE
152680     IF FS-R10 = '00' OR MODE-LEVEE
152680        PERFORM 4340-BILAN-BLOCAGE
152680     END-IF
152730* BILAN DU DEPOT SUPPLEMENTAIRE D'ANNEE ANTERIEURE
152730     IF MODE-ANNEE-ANT
152730        PERFORM 4350-BILAN-ANNEE-ANT
152730     END-IF

152730* COMPTE SELECTIONNE NON DECLARE FAUTE D'AIGUILLAGE : ALERTE
152730     IF WS-Q-CNT-SEL-ABSENTS > ZERO
152730        MOVE 4                  TO RETURN-CODE
152730     END-IF

      * ARRET TRAITEMENT
           PERFORM SQ-FIN-PGM-BATCH
151197 COPY CANAAACP REPLACING   'MODULE'   BY  'MFUSTHID',
151197                           ==(PREF)== BY  ==THID==,
151197                           'MODE'     BY  'RIEN'.
152580*---
152580 COPY CANAAACP REPLACING   'MODULE'   BY  'MFUSTRES',
152580                           ==(PREF)== BY  ==TRES==,
152580                           'MODE'     BY  'RIEN'.
      *---
      * CLAUSE COPY POUR LES BMP REDEMARRABLES
       COPY CANAARED.
