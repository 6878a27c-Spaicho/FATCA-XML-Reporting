       IDENTIFICATION DIVISION.
       PROGRAM-ID. BFUSEL95.
       AUTHOR. MCHA.

      ******************************************************************
      *      ____________________________________________________      *
      *    _(                                                    )_    *
      *  _(  R E L E V E   D E S   C O M M U N I C A T I O N S   )_    *
      * =_       A U X   A U T O R I T E S   F I S C A L E S        _= *
      *   (_       D R O I T   D ' A C C E S   ( R G P D )        _)   *
      *     (____________________________________________________)     *
      *                                                                *
      *               DATE          : 17/04/2017                       *
      *               COMPOSANT     : BFUSEL95                         *
      *               TYPE          : BATCH                            *
      *               AUTEUR        : MCHA                             *
      *                                                                *
      *             __________________________________________         *
      *                                                                *
      * DESCRIPTION   : Ce batch repond a une demande d'acces d'un     *
      *                 client a ses donnees personnelles (article 15  *
      *                 du RGPD) : pour un client (KPI) ou un compte   *
      *                 (KAC) demande en SYSIN, il recense tout ce qui *
      *                 a ete communique a son sujet aux autorites     *
      *                 fiscales et edite un releve lisible DFUSLS95.  *
      *                 - FATCA : documents trouves par l'index        *
      *                   croise DFUSLR04 (BFUSEL80), relus dans le    *
      *                   magasin DFUSLR02 : nature de l'envoi,        *
      *                   categories de donnees presentes dans le XML  *
      *                   transmis, solde et paiements declares ;      *
      *                 - CRS : documents des journaux d'audit de      *
      *                   l'emission (DFUSLE97, format DFUSLS72) et    *
      *                   des corrections (DFUSLE98, format DFUSLS76)  *
      *                   dont le DocRefId porte le KAC ou le KPI, la  *
      *                   juridiction et l'annee etant celles du       *
      *                   message (entete '-FI') qui les precede.      *
      *                 Chaque communication est suivie de sa          *
      *                 correction, modification ou annulation         *
      *                 ulterieure eventuelle (CorrDocRefId FATCA,     *
      *                 correction CRS du meme compte pour la meme     *
      *                 juridiction et la meme annee).                 *
      *                 Chaque demande est inscrite au registre du     *
      *                 delegue a la protection des donnees DFUSLS96   *
      *                 (ajout en fin de fichier) avec son demandeur   *
      *                 et sa date.                                    *
      *                                                                *
      * MODULES UTILISES :                                             *
      *________________________________________________________________*
      *          |                                         |           *
      *    NOM   |              DESCRIPTION                |   COPY    *
      *__________|_________________________________________|___________*
      * MCCDINAB | Module de gestion des ABENDS            |  CCCDINAB *
      * MCCDBILA | Module de gestion des affichages        |  CCCDBILA *
      * MGDATR03 | Module de manipulation des dates        |  CZGDA03  *
      *__________|_________________________________________|___________*
      *                                                                *
      * Fichiers manipulés :                                           *
      *________________________________________________________________*
      *          |                                      |   |          *
      *  DBD/DD  |              DESCRIPTION             | A |  COPY    *
      *__________|______________________________________|___|__________*
      * DFUSLR02 | Magasin d'archivage indexe (VSAM)    | E |          *
      * DFUSLR04 | Index croise compte/client (VSAM)    | E |          *
      * DFUSLE97 | Journaux d'audit CRS de l'emission   | E |          *
      *          | (DFUSLS72 de BFUSEL70)               |   |          *
      * DFUSLE98 | Journaux d'audit CRS des corrections | E |          *
      *          | (DFUSLS76 de BFUSEL71)               |   |          *
      * DFUSLS95 | Releve des communications (edition)  | S |          *
      * DFUSLS96 | Registre des demandes d'acces (DPO)  | S |          *
      *__________|______________________________________|___|__________*
      *                                                                *
      * Liste des ABENDS émis  par le programme :                      *
      *________________________________________________________________*
      *  ABEND   |              DESCRIPTION                            *
      *__________|_____________________________________________________*
      *   1000   | PB RECUPERATION DATE DU JOUR VIA MGDATR03           *
      *   9501   | PB OUVERTURE MAGASIN DFUSLR02                       *
      *   9502   | PB LECTURE   MAGASIN DFUSLR02                       *
      *   9503   | PB FERMETURE MAGASIN DFUSLR02                       *
      *   9511   | PB OUVERTURE INDEX DFUSLR04                         *
      *   9512   | PB LECTURE   INDEX DFUSLR04                         *
      *   9513   | PB FERMETURE INDEX DFUSLR04                         *
      *   9521   | PB OUVERTURE FICHIER DFUSLE97                       *
      *   9522   | PB LECTURE   FICHIER DFUSLE97                       *
      *   9523   | PB FERMETURE FICHIER DFUSLE97                       *
      *   9531   | PB OUVERTURE FICHIER DFUSLE98                       *
      *   9532   | PB LECTURE   FICHIER DFUSLE98                       *
      *   9533   | PB FERMETURE FICHIER DFUSLE98                       *
      *   9541   | PB OUVERTURE FICHIER DFUSLS95                       *
      *   9542   | PB ECRITURE  FICHIER DFUSLS95                       *
      *   9543   | PB FERMETURE FICHIER DFUSLS95                       *
      *   9551   | PB OUVERTURE FICHIER DFUSLS96                       *
      *   9552   | PB ECRITURE  FICHIER DFUSLS96                       *
      *   9553   | PB FERMETURE FICHIER DFUSLS96                       *
      *   9560   | SYSIN INVALIDE (IDENTIFIANT, DATE OU DEMANDEUR)     *
      *   9561   | DEPASSEMENT TABLE DES COMMUNICATIONS (500)          *
      *__________|_____________________________________________________*
      *                                                                *
      * Historique des modifications :                                 *
      *________________________________________________________________*
      * AUTEUR !   DATE   !  GAMA  !        MODIFICATIONS              *
      *________!__________!________!___________________________________*
152750*  MCHA  !17/04/2017!20152750!CREATION : RELEVE DES              *
152750*        !          !        !COMMUNICATIONS FATCA ET CRS D'UN   *
152750*        !          !        !CLIENT OU D'UN COMPTE (DROIT       *
152750*        !          !        !D'ACCES RGPD), REGISTRE DPO        *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *
      * Magasin d'archivage indexe
      *
           SELECT DFUSLR02 ASSIGN             TO DFUSLR02
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY ARC-CLE
           FILE STATUS FS-R02.

      *
      * Index croise compte/client
      *
           SELECT DFUSLR04 ASSIGN             TO DFUSLR04
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY IDX-CLE
           FILE STATUS FS-R04.

      *
      * Journaux d'audit CRS de l'emission (DFUSLS72)
      *
           SELECT DFUSLE97 ASSIGN             TO DFUSLE97
           FILE STATUS FS-E97.

      *
      * Journaux d'audit CRS des corrections (DFUSLS76)
      *
           SELECT DFUSLE98 ASSIGN             TO DFUSLE98
           FILE STATUS FS-E98.

      *
      * Releve des communications
      *
           SELECT DFUSLS95 ASSIGN             TO DFUSLS95
           FILE STATUS FS-S95.

      *
      * Registre des demandes d'acces du DPO
      *
           SELECT DFUSLS96 ASSIGN             TO DFUSLS96
           FILE STATUS FS-S96.

       DATA DIVISION.
       FILE SECTION.

       FD  DFUSLR02.
       01  ENR-DFUSLR02.
           05 ARC-CLE.
              10 ARC-I-REF-GIIN     PIC  X(20).
              10 ARC-A-FISCALE      PIC  X(04).
              10 ARC-I-DOCREFID     PIC  X(90).
              10 ARC-N-LIGNE        PIC  9(05).
           05 ARC-D-ARCHIVAGE       PIC  X(10).
           05 ARC-C-DOCTYPEINDIC    PIC  X(07).
           05 ARC-L-LIGNE-XML       PIC  X(1000).

       FD  DFUSLR04.
       01  ENR-DFUSLR04.
           05 IDX-CLE.
              10 IDX-C-TYPE-IDENT   PIC  X(03).
              10 IDX-I-IDENT        PIC  X(17).
              10 IDX-I-REF-GIIN     PIC  X(20).
              10 IDX-A-FISCALE      PIC  X(04).
              10 IDX-I-DOCREFID     PIC  X(90).
           05 IDX-D-ARCHIVAGE       PIC  X(10).

       FD  DFUSLE97
           LABEL RECORD STANDARD
           RECORDING MODE F
           BLOCK CONTAINS 0 RECORDS.

       01  FD-DFUSLE97              PIC  X(1500).

       FD  DFUSLE98
           LABEL RECORD STANDARD
           RECORDING MODE F
           BLOCK CONTAINS 0 RECORDS.

       01  FD-DFUSLE98              PIC  X(1500).

       FD  DFUSLS95
           LABEL RECORD STANDARD
           RECORDING MODE F
           BLOCK CONTAINS 0 RECORDS.

       01  FD-DFUSLS95              PIC  X(132).

       FD  DFUSLS96
           LABEL RECORD STANDARD
           RECORDING MODE F
           BLOCK CONTAINS 0 RECORDS.

       01  FD-DFUSLS96              PIC  X(200).

      ***************************************
      *      WORKING STORAGE SECTION        *
      ***************************************

       WORKING-STORAGE SECTION.

      *   Paramètre SYSIN de la demande d'acces : type ('KPI' ou
      *   'KAC') et identifiant (col 1 a 21), date de reception de
      *   la demande AAAA-MM-JJ (col 23, a blanc : date du
      *   traitement), reference de la demande au registre (col 34)
      *   et demandeur (col 50)
       01 SYSIN-80.
          05 SYSIN-C-TYPE-IDENT         PIC X(03) VALUE SPACES.
          05 FILLER                     PIC X(01) VALUE SPACE.
          05 SYSIN-I-IDENT              PIC X(17) VALUE SPACES.
          05 FILLER                     PIC X(01) VALUE SPACE.
          05 SYSIN-D-DEMANDE.
             10 SYSIN-D-DEM-AAAA        PIC X(04).
             10 SYSIN-D-DEM-SEP1        PIC X(01).
             10 SYSIN-D-DEM-MM          PIC X(02).
             10 SYSIN-D-DEM-SEP2        PIC X(01).
             10 SYSIN-D-DEM-JJ          PIC X(02).
          05 FILLER                     PIC X(01) VALUE SPACE.
          05 SYSIN-I-REF-DEMANDE        PIC X(15) VALUE SPACES.
          05 FILLER                     PIC X(01) VALUE SPACE.
          05 SYSIN-L-DEMANDEUR          PIC X(31) VALUE SPACES.

      *    Enregistrement des journaux d'audit CRS relus (DFUSLS72
      *    et DFUSLS76, meme format) ; solde, devise et indicateurs
      *    BirthInfo / ControllingPerson ('O'/'N') a blanc sur les
      *    journaux anterieurs a leur introduction
       01   WS-ENR-AUDIT.
            05  WS-AUD-C-TYPE-ENR        PIC X(03).
                88  ENR-AUDIT                      VALUE 'AUD'.
            05  WS-AUD-I-REF-GIIN        PIC X(20).
            05  WS-AUD-C-DOCTYPEINDIC    PIC X(07).
            05  WS-AUD-I-DOCREFID        PIC X(90).
            05  WS-AUD-D-HORODATAGE.
                10 WS-AUD-DATE           PIC X(10).
                10 FILLER                PIC X(01).
                10 WS-AUD-HEURE          PIC X(08).
            05  WS-AUD-Q-NB-LIGNE        PIC 9(05).
            05  WS-AUD-Q-NB-ENR          PIC 9(09).
            05  WS-AUD-M-MNT-SLD         PIC 9(13)V99.
            05  WS-AUD-C-DEV             PIC X(03).
            05  WS-AUD-B-BIRTHINFO       PIC X(01).
            05  WS-AUD-B-CTRL-PERS       PIC X(01).
            05  FILLER                   PIC X(1327).

      *    Inscription au registre des demandes d'acces du DPO
       01   WS-ENR-REGISTRE.
            05  WS-REG-C-TYPE-ENR        PIC X(03) VALUE 'DPO'.
            05  WS-REG-D-TRAITEMENT      PIC X(10) VALUE SPACES.
            05  WS-REG-H-TRAITEMENT      PIC X(08) VALUE SPACES.
            05  WS-REG-D-DEMANDE         PIC X(10) VALUE SPACES.
            05  WS-REG-I-REF-DEMANDE     PIC X(15) VALUE SPACES.
            05  WS-REG-L-DEMANDEUR       PIC X(31) VALUE SPACES.
            05  WS-REG-C-TYPE-IDENT      PIC X(03) VALUE SPACES.
            05  WS-REG-I-IDENT           PIC X(17) VALUE SPACES.
            05  WS-REG-Q-COMM-FATCA      PIC 9(05) VALUE ZERO.
            05  WS-REG-Q-COMM-CRS        PIC 9(05) VALUE ZERO.
            05  WS-REG-Q-SUITES          PIC 9(05) VALUE ZERO.
            05  WS-REG-Q-PAGES           PIC 9(05) VALUE ZERO.
            05  WS-REG-C-PGM             PIC X(08) VALUE 'BFUSEL95'.
            05  FILLER                   PIC X(75) VALUE SPACES.

      *   Communications retenues, rangees par annee fiscale,
      *   regime, date de transmission et DocRefId ; categories de
      *   donnees transmises dans l'ordre de WS-L-CATEGORIES (CRS :
      *   B-INDIC-JOURNAL a blanc si le journal ne porte pas les
      *   indicateurs de date de naissance et de controle),
      *   suite donnee : 'C' corrigee, 'M' modifiee, 'A' annulee
       01 WS-Q-COM                     PIC 9(04) VALUE ZERO.
       01 WS-T-COMM.
          05 WS-T-COM-LIG              OCCURS 500.
             10 WS-T-COM-K-TRI.
                15 WS-T-COM-A-FISCALE      PIC X(04).
                15 WS-T-COM-C-REGIME       PIC X(05).
                15 WS-T-COM-D-TRANSMISSION PIC X(10).
                15 WS-T-COM-I-DOCREFID     PIC X(90).
             10 WS-T-COM-C-JOURNAL         PIC X(01).
             10 WS-T-COM-C-PAYS-DEST       PIC X(02).
             10 WS-T-COM-I-REF-GIIN        PIC X(20).
             10 WS-T-COM-C-DOCTYPEINDIC    PIC X(07).
             10 WS-T-COM-I-UNIQ-KAC        PIC X(17).
             10 WS-T-COM-B-KPI-PARTIEL     PIC X(01).
             10 WS-T-COM-I-CORRDOCREFID    PIC X(90).
             10 WS-T-COM-B-CATEG           PIC X(01) OCCURS 9.
             10 WS-T-COM-B-INDIC-JOURNAL   PIC X(01).
             10 WS-T-COM-L-SOLDE           PIC X(25).
             10 WS-T-COM-C-DEV-SOLDE       PIC X(03).
             10 WS-T-COM-Q-PAIEMENT        PIC 9(01).
             10 WS-T-COM-T-PAIEMENT        OCCURS 3.
                15 WS-T-PAI-C-TYPE         PIC X(08).
                15 WS-T-PAI-L-MONTANT      PIC X(25).
                15 WS-T-PAI-C-DEV          PIC X(03).
             10 WS-T-COM-C-SUITE           PIC X(01).
             10 WS-T-COM-I-DOCREFID-SUITE  PIC X(90).
             10 WS-T-COM-D-SUITE           PIC X(10).

      *   Communication en cours de constitution ou d'edition (meme
      *   description)
       01 WS-COMM-COURANTE.
          05 WS-COM-K-TRI.
             10 WS-COM-A-FISCALE           PIC X(04).
             10 WS-COM-C-REGIME            PIC X(05).
                88 COM-FATCA                         VALUE 'FATCA'.
                88 COM-CRS                           VALUE 'CRS'.
             10 WS-COM-D-TRANSMISSION      PIC X(10).
             10 WS-COM-I-DOCREFID          PIC X(90).
          05 WS-COM-C-JOURNAL              PIC X(01).
             88 COM-JOURNAL-EMISSION                 VALUE 'E'.
             88 COM-JOURNAL-CORRECTION               VALUE 'C'.
          05 WS-COM-C-PAYS-DEST            PIC X(02).
          05 WS-COM-I-REF-GIIN             PIC X(20).
          05 WS-COM-C-DOCTYPEINDIC         PIC X(07).
          05 WS-COM-I-UNIQ-KAC             PIC X(17).
          05 WS-COM-B-KPI-PARTIEL          PIC X(01).
             88 COM-KPI-PARTIEL                      VALUE 'O'.
          05 WS-COM-I-CORRDOCREFID         PIC X(90).
          05 WS-COM-B-CATEG                PIC X(01) OCCURS 9.
          05 WS-COM-B-INDIC-JOURNAL        PIC X(01).
             88 COM-INDIC-JOURNAL                    VALUE 'O'.
          05 WS-COM-L-SOLDE                PIC X(25).
          05 WS-COM-C-DEV-SOLDE            PIC X(03).
          05 WS-COM-Q-PAIEMENT             PIC 9(01).
          05 WS-COM-T-PAIEMENT             OCCURS 3.
             10 WS-COM-PAI-C-TYPE          PIC X(08).
             10 WS-COM-PAI-L-MONTANT       PIC X(25).
             10 WS-COM-PAI-C-DEV           PIC X(03).
          05 WS-COM-C-SUITE                PIC X(01).
             88 COM-SANS-SUITE                       VALUE SPACE.
             88 COM-CORRIGEE                         VALUE 'C'.
             88 COM-MODIFIEE                         VALUE 'M'.
             88 COM-ANNULEE                          VALUE 'A'.
          05 WS-COM-I-DOCREFID-SUITE       PIC X(90).
          05 WS-COM-D-SUITE                PIC X(10).

      *   Libelles des categories de donnees transmises
       01 WS-L-CATEGORIES.
          05 FILLER                    PIC X(60) VALUE
             'IDENTITE (NOM ET PRENOM OU RAISON SOCIALE)'.
          05 FILLER                    PIC X(60) VALUE
             'ADRESSE'.
          05 FILLER                    PIC X(60) VALUE
             'PAYS DE RESIDENCE FISCALE'.
          05 FILLER                    PIC X(60) VALUE
             'NUMERO D''IDENTIFICATION FISCALE (NIF / TIN)'.
          05 FILLER                    PIC X(60) VALUE
             'DATE DE NAISSANCE'.
          05 FILLER                    PIC X(60) VALUE
             'NUMERO DE COMPTE'.
          05 FILLER                    PIC X(60) VALUE
             'SOLDE OU VALEUR DU COMPTE'.
          05 FILLER                    PIC X(60) VALUE
             'MONTANT ET NATURE DES PAIEMENTS'.
          05 FILLER                    PIC X(60) VALUE
             'PERSONNES DETENANT LE CONTROLE DU TITULAIRE'.
       01 WS-T-L-CATEGORIES REDEFINES WS-L-CATEGORIES.
          05 WS-L-CATEGORIE            PIC X(60) OCCURS 9.

      *   Contexte du message CRS pendant la lecture d'un journal :
      *   les documents suivent leur entete '-FI' dont la racine
      *   est le MessageRefId ('CRSaaaa-CC-GIIN-date')
       01 WS-MSG-I-REF                 PIC X(80) VALUE SPACES.
       01 WS-MSG-A-FISCALE             PIC X(04) VALUE SPACES.
       01 WS-MSG-C-PAYS                PIC X(02) VALUE SPACES.
       01 WS-C-JOURNAL-COURANT         PIC X(01) VALUE SPACE.

      *   Decomposition d'une reference de bloc (type + horodatage +
      *   GIIN + KAC + KPI), la vue test est decalee d'un caractere
       01 WS-I-REF-BLOC-DECOMP.
          05 WS-BLOC-DECOMP.
             10 WS-BLD-TYPE-FATCA      PIC X(06).
             10 FILLER                 PIC X(01).
             10 FILLER                 PIC X(24).
             10 FILLER                 PIC X(01).
             10 WS-BLD-GIIN            PIC X(20).
             10 FILLER                 PIC X(01).
             10 WS-BLD-I-UNIQ-KAC      PIC X(17).
             10 FILLER                 PIC X(01).
             10 WS-BLD-I-UNIQ-KPI      PIC X(17).
             10 FILLER                 PIC X(02).
          05 WS-BLOC-DECOMP-TST REDEFINES WS-BLOC-DECOMP.
             10 WS-BLD-TYPE-FATCA-TST  PIC X(07).
             10 FILLER                 PIC X(01).
             10 FILLER                 PIC X(24).
             10 FILLER                 PIC X(01).
             10 WS-BLD-GIIN-TST        PIC X(20).
             10 FILLER                 PIC X(01).
             10 WS-BLD-I-UNIQ-KAC-TST  PIC X(17).
             10 FILLER                 PIC X(01).
             10 WS-BLD-I-UNIQ-KPI-TST  PIC X(17).
             10 FILLER                 PIC X(01).

      *   Identifiants portes par un DocRefId CRS ('CRS-' suivi de
      *   la reference de bloc) : le KAC y est toujours entier, le
      *   KPI peut etre ampute par la longueur du DocRefId (90) ou
      *   par le suffixe pays ; il est alors rapproche sur les
      *   caracteres conserves
       01 WS-I-UNIQ-KAC-DOC            PIC X(17) VALUE SPACES.
       01 WS-N-DEB-KPI-DOC             PIC 9(04) BINARY VALUE ZERO.
       01 WS-N-FIN-KPI-DOC             PIC 9(04) BINARY VALUE ZERO.
       01 WS-Q-KPI-DOC                 PIC 9(04) BINARY VALUE ZERO.
       01 WS-Q-REF-UTILE               PIC 9(04) BINARY VALUE ZERO.
       01 TOP-DOC-RETENU               PIC X(01) VALUE SPACE.
          88 DOC-RETENU                           VALUE 'O'.
       01 TOP-KPI-PARTIEL              PIC X(01) VALUE SPACE.
          88 KPI-PARTIEL                          VALUE 'O'.

      *   Analyse des balises d'une ligne XML archivee : nom de la
      *   balise ouvrante (prefixe d'espace de noms ecarte), puis
      *   valeur et attribut currCode eventuel
       01 WS-L-NOM-BALISE              PIC X(30) VALUE SPACES.
       01 WS-Q-NOM-BALISE              PIC 9(04) BINARY VALUE ZERO.
       01 WS-N-FIN-NOM                 PIC 9(04) BINARY VALUE ZERO.
       01 TOP-FIN-NOM                  PIC X(01) VALUE SPACE.
          88 FIN-NOM                              VALUE 'O'.
       01 WS-N-DEB-VALEUR              PIC 9(04) BINARY VALUE ZERO.
       01 WS-N-FIN-VALEUR              PIC 9(04) BINARY VALUE ZERO.
       01 WS-Q-VALEUR                  PIC 9(04) BINARY VALUE ZERO.
       01 WS-L-VALEUR                  PIC X(90) VALUE SPACES.
       01 WS-C-DEV-BALISE              PIC X(03) VALUE SPACES.
       01 WS-L-TYPE-PAIEMENT           PIC X(08) VALUE SPACES.
       01 WS-Q-UTILE                   PIC 9(04) BINARY VALUE ZERO.
       01 TOP-DOC-ARCHIVE              PIC X(01) VALUE SPACE.
          88 DOC-ARCHIVE                          VALUE 'O'.

      *   Indices de la table des communications
       01 WS-I-COM                     PIC 9(04) BINARY VALUE ZERO.
       01 WS-J-COM                     PIC 9(04) BINARY VALUE ZERO.
       01 WS-N-RANG                    PIC 9(04) BINARY VALUE ZERO.
       01 WS-I-PREC                    PIC 9(04) BINARY VALUE ZERO.
       01 WS-I-CAT                     PIC 9(04) BINARY VALUE ZERO.
       01 WS-I-PAI                     PIC 9(04) BINARY VALUE ZERO.
       01 TOP-DOUBLON                  PIC X(01) VALUE SPACE.
          88 DOUBLON                              VALUE 'O'.
       01 TOP-SUITE-RETENUE            PIC X(01) VALUE SPACE.
          88 SUITE-RETENUE                        VALUE 'O'.

      *   Compteurs du releve et du registre
       01 WS-Q-COMM-FATCA              PIC 9(05) VALUE ZERO.
       01 WS-Q-COMM-CRS                PIC 9(05) VALUE ZERO.
       01 WS-Q-SUITES                  PIC 9(05) VALUE ZERO.
       01 WS-Q-CRS-SANS-SOLDE          PIC 9(05) VALUE ZERO.
       01 WS-Q-DOC-NON-ARCHIVE         PIC 9(05) VALUE ZERO.

      *   Pagination (55 lignes par page)
       01 WS-N-PAGE                    PIC 9(04) VALUE ZERO.
       01 WS-Q-LIGNE-PAGE              PIC 9(02) VALUE 99.

      *   Date de reception retenue pour la demande
       01 WS-D-DEMANDE                 PIC X(10) VALUE SPACES.

      *   Indicateur SYSIN invalide
       01 TOP-SYSIN-KO                 PIC X(01) VALUE SPACE.
          88 SYSIN-KO                             VALUE 'O'.

       01 I                            PIC 9(08) BINARY VALUE ZERO.
       01 K                            PIC 9(08) BINARY VALUE ZERO.

      ***  LES CODES RETOUR DES DIFFéRENTS FICHIERS
       01  FS-R02                      PIC X(02) VALUE SPACES.
       01  FS-R04                      PIC X(02) VALUE SPACES.
       01  FS-E97                      PIC X(02) VALUE SPACES.
       01  FS-E98                      PIC X(02) VALUE SPACES.
       01  FS-S95                      PIC X(02) VALUE SPACES.
       01  FS-S96                      PIC X(02) VALUE SPACES.

      *   Compteurs techniques
       01 WS-NB-LECT-R02               PIC 9(9) VALUE ZEROES.
       01 WS-NB-LECT-R04               PIC 9(9) VALUE ZEROES.
       01 WS-NB-LECT-E97               PIC 9(9) VALUE ZEROES.
       01 WS-NB-LECT-E98               PIC 9(9) VALUE ZEROES.
       01 WS-NB-ECRT-S95               PIC 9(9) VALUE ZEROES.
       01 WS-NB-ECRT-S96               PIC 9(9) VALUE ZEROES.

      *   Booléens de fin de fichier
       01 TOP-FIN-R02                  PIC X(1)  VALUE SPACE.
          88 FIN-R02                             VALUE 'O'.
       01 TOP-FIN-R04                  PIC X(1)  VALUE SPACE.
          88 FIN-R04                             VALUE 'O'.
       01 TOP-FIN-E97                  PIC X(1)  VALUE SPACE.
          88 FIN-E97                             VALUE 'O'.
       01 TOP-FIN-E98                  PIC X(1)  VALUE SPACE.
          88 FIN-E98                             VALUE 'O'.

      *   Variable numérique de code ABEND
       01 WS-CODE-ABEND                PIC 9(4) VALUE ZERO.

      *   Indice pour lignes à afficher par MCCDBILA
       01 WS-DISP                      PIC 9(2) VALUE ZEROES.

      *   Date de traitement (date et heure)
       01 WS-D-H-TRT                   PIC X(26) VALUE SPACES.

      *******************************
      *  Lignes de l'edition S95    *
      *******************************

       01 WS-EDIT-TITRE.
          05 FILLER                    PIC X(50) VALUE
             'RELEVE DES COMMUNICATIONS AUX AUTORITES FISCALES -'.
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-TIT-C-TYPE-IDENT       PIC X(03).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-TIT-I-IDENT            PIC X(17).
          05 FILLER                    PIC X(13) VALUE
             '  -  EDITE LE'.
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-TIT-D-EDITION          PIC X(10).
          05 FILLER                    PIC X(08) VALUE '  - PAGE'.
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-TIT-N-PAGE             PIC ZZZ9.
          05 FILLER                    PIC X(23) VALUE SPACES.

       01 WS-EDIT-SECTION.
          05 FILLER                    PIC X(04) VALUE '>>> '.
          05 WS-SEC-L-TITRE            PIC X(128).

       01 WS-EDIT-RUBRIQUE.
          05 FILLER                    PIC X(04) VALUE SPACES.
          05 WS-RUB-L-LIBELLE          PIC X(32).
          05 WS-RUB-L-VALEUR           PIC X(96).

       01 WS-EDIT-TEXTE.
          05 FILLER                    PIC X(04) VALUE SPACES.
          05 WS-TXT-L-TEXTE            PIC X(128).

       01 WS-EDIT-COMPTE.
          05 WS-CPT-L-LIBELLE          PIC X(50).
          05 WS-CPT-Q-VALEUR           PIC ZZZZ9.
          05 FILLER                    PIC X(77) VALUE SPACES.

       01 WS-EDIT-N-COM                PIC ZZ9.
       01 WS-EDIT-M-MONTANT            PIC ZZZZZZZZZZZZ9.99.

       01 WS-EDIT-TRAIT                PIC X(132) VALUE ALL '-'.
       01 WS-EDIT-BLANC                PIC X(132) VALUE SPACES.

      *   LIGNES POUR AFFICHAGES
       01 WS-LIGNE-DEBUTPROG.
          05 FILLER                    PIC X(01) VALUE '*'.
          05 FILLER                    PIC X(11) VALUE '==         '.
          05 FILLER                    PIC X(39) VALUE
                           'DEBUT D''EXECUTION DU PROGRAMME BFUSEL95'.
          05 FILLER                    PIC X(12) VALUE '          =='.
          05 FILLER                    PIC X(01) VALUE '*'.

       01 WS-LIGNE-ANO1.
          05 WS-LIGNE-ANO10            PIC X(4)  VALUE '*=> '.
          05 WS-LIGNE-ANO11            PIC X(14) VALUE ALL ' '.
          05 WS-LIGNE-ANO12            PIC X(45) VALUE ALL ' '.
          05 WS-LIGNE-ANO13            PIC X(1)  VALUE '*'.

       01 WS-LIGNE-ANO2.
          05 WS-LIGNE-ANO20            PIC X(4)  VALUE '*=> '.
          05 WS-LIGNE-ANO21            PIC X(59) VALUE ALL ' '.
          05 WS-LIGNE-ANO22            PIC X(1)  VALUE '*'.

       01  WS-LIGNE-ANO0.
           05 FILLER                   PIC X(10)  VALUE '*========='.
           05 FILLER                   PIC X(44)  VALUE
            '==============    ANOMALIE    =============='.
           05 FILLER                   PIC X(10)  VALUE '=========*'.

       01 WS-LIGNE-EGAL.
          05 FILLER                    PIC X(01)  VALUE '*'.
          05 FILLER                    PIC X(62)  VALUE ALL '='.
          05 FILLER                    PIC X(01)  VALUE '*'.

       01 WS-LIGNE-VIDE.
          05 FILLER                    PIC X(01)  VALUE '*'.
          05 FILLER                    PIC X(62)  VALUE ALL ' '.
          05 FILLER                    PIC X(01)  VALUE '*'.

       01 WS-LIGNE-FINPROG.
          05 FILLER                    PIC X(01)  VALUE '*'.
          05 FILLER                    PIC X(23)  VALUE ALL ' '.
          05 FILLER                    PIC X(16) VALUE 'FIN PROGRAMME'.
          05 FILLER                    PIC X(23)  VALUE ALL ' '.
          05 FILLER                    PIC X(01)  VALUE '*'.

      * COPY IDEV
        COPY CWNAAFCT REPLACING 'PROGRAMM' BY =='BFUSEL95'==.
        COPY CWNAABAT.

      * COPY du module MCCDBILA
        COPY CCCDBILA REPLACING ==(PREF)== BY ==BILA==.

      * COPY du module MCCDINAB
        COPY CCCDINAB REPLACING ==(PREF)== BY ==INAB==.

      * COPY du module MGDATR03
        COPY CZGDA03.

      *****************************************************************
      *            P R O C E D U R E   D I V I S I O N                *
      *****************************************************************

       PROCEDURE DIVISION.

      *    Initialisation du traitement
           PERFORM INIT-TRAIT

      *    Communications FATCA (index croise et magasin) puis CRS
      *    (journaux de l'emission et des corrections)
           PERFORM RELEVE-FATCA
           PERFORM RELEVE-CRS-EMISSION
           PERFORM RELEVE-CRS-CORRECTION

      *    Corrections, modifications et annulations ulterieures
           PERFORM CHAINE-SUITES

      *    Releve puis inscription au registre du DPO
           PERFORM EDIT-RELEVE
           PERFORM ECRT-REGISTRE

      *    Finalisation du traitement
           PERFORM FIN-TRAIT
           .

      *--------------*
       INIT-TRAIT.
      *--------------*

           PERFORM RECUP-DATE-HEURE-DEB

      *    Lecture du paramètre SYSIN (identifiant, date de
      *    reception, reference de la demande et demandeur)
           ACCEPT SYSIN-80
           IF SYSIN-C-TYPE-IDENT NOT = 'KPI' AND 'KAC'
           OR SYSIN-I-IDENT = SPACES
           OR SYSIN-L-DEMANDEUR = SPACES
              SET SYSIN-KO            TO TRUE
           END-IF
           IF SYSIN-D-DEMANDE = SPACES
              MOVE WS-D-H-TRT(1:10)    TO WS-D-DEMANDE
           ELSE
              IF SYSIN-D-DEM-AAAA IS NOT NUMERIC
              OR SYSIN-D-DEM-MM   IS NOT NUMERIC
              OR SYSIN-D-DEM-JJ   IS NOT NUMERIC
              OR SYSIN-D-DEM-SEP1 NOT = '-'
              OR SYSIN-D-DEM-SEP2 NOT = '-'
                 SET SYSIN-KO         TO TRUE
              ELSE
                 MOVE SYSIN-D-DEMANDE  TO WS-D-DEMANDE
              END-IF
           END-IF
           IF SYSIN-KO
              MOVE 9560               TO WS-CODE-ABEND
              PERFORM TRAIT-ABEND
           END-IF

           PERFORM AFFICH-BILAN-DEB

           PERFORM OUVR-FICH-R02
           PERFORM OUVR-FICH-R04
           PERFORM OUVR-FICH-E97
           PERFORM OUVR-FICH-E98
           PERFORM OUVR-FICH-S95
           PERFORM OUVR-FICH-S96
           .

      *-------------*
       RELEVE-FATCA.
      *-------------*

      *    Parcours de l'index croise sur le type d'identifiant et
      *    l'identifiant demandes (toutes entites et toutes annees) :
      *    chaque entree designe un document archive a analyser
           MOVE SYSIN-C-TYPE-IDENT     TO IDX-C-TYPE-IDENT
           MOVE SYSIN-I-IDENT          TO IDX-I-IDENT
           MOVE SPACES                 TO IDX-I-REF-GIIN
                                          IDX-A-FISCALE
                                          IDX-I-DOCREFID

           START DFUSLR04 KEY NOT < IDX-CLE
           END-START
           EVALUATE FS-R04
              WHEN '00'
                 CONTINUE
              WHEN '23'
                 SET FIN-R04           TO TRUE
              WHEN OTHER
                 MOVE 9512             TO WS-CODE-ABEND
                 PERFORM TRAIT-ABEND
           END-EVALUATE

           PERFORM UNTIL FIN-R04
              READ DFUSLR04 NEXT
              END-READ
              EVALUATE FS-R04
                 WHEN '00'
                    ADD 1              TO WS-NB-LECT-R04
                    IF IDX-C-TYPE-IDENT = SYSIN-C-TYPE-IDENT
                    AND IDX-I-IDENT = SYSIN-I-IDENT
                       PERFORM ANALYSE-DOC-FATCA
                    ELSE
                       SET FIN-R04     TO TRUE
                    END-IF
                 WHEN '10'
                    SET FIN-R04        TO TRUE
                 WHEN OTHER
                    MOVE 9512          TO WS-CODE-ABEND
                    PERFORM TRAIT-ABEND
              END-EVALUATE
           END-PERFORM
           .

      *------------------*
       ANALYSE-DOC-FATCA.
      *------------------*

      *    Communication FATCA : destinataire IRS (Etats-Unis) ;
      *    nature de l'envoi, categories, solde, paiements et
      *    CorrDocRefId sont lus dans le XML archive du document
           INITIALIZE WS-COMM-COURANTE
           SET COM-FATCA               TO TRUE
           MOVE IDX-A-FISCALE          TO WS-COM-A-FISCALE
           MOVE IDX-D-ARCHIVAGE        TO WS-COM-D-TRANSMISSION
           MOVE IDX-I-DOCREFID         TO WS-COM-I-DOCREFID
           MOVE IDX-I-REF-GIIN         TO WS-COM-I-REF-GIIN
           MOVE 'US'                   TO WS-COM-C-PAYS-DEST
           MOVE SPACE                  TO WS-COM-C-SUITE
           MOVE SPACES                 TO WS-L-TYPE-PAIEMENT

           MOVE IDX-I-DOCREFID         TO WS-I-REF-BLOC-DECOMP
           IF WS-BLD-TYPE-FATCA-TST = 'FATCA11' OR 'FATCA12'
                                    OR 'FATCA13' OR 'FATCA14'
              MOVE WS-BLD-I-UNIQ-KAC-TST
                                       TO WS-COM-I-UNIQ-KAC
           ELSE
              MOVE WS-BLD-I-UNIQ-KAC   TO WS-COM-I-UNIQ-KAC
           END-IF

           MOVE IDX-I-REF-GIIN         TO ARC-I-REF-GIIN
           MOVE IDX-A-FISCALE          TO ARC-A-FISCALE
           MOVE IDX-I-DOCREFID         TO ARC-I-DOCREFID
           MOVE ZERO                   TO ARC-N-LIGNE

           MOVE SPACE                  TO TOP-FIN-R02
           MOVE SPACE                  TO TOP-DOC-ARCHIVE
           START DFUSLR02 KEY NOT < ARC-CLE
           END-START
           EVALUATE FS-R02
              WHEN '00'
                 CONTINUE
              WHEN '23'
                 SET FIN-R02           TO TRUE
              WHEN OTHER
                 MOVE 9502             TO WS-CODE-ABEND
                 PERFORM TRAIT-ABEND
           END-EVALUATE

           PERFORM UNTIL FIN-R02
              PERFORM LECT-FICH-R02
              IF NOT FIN-R02
                 IF ARC-I-REF-GIIN  = IDX-I-REF-GIIN
                 AND ARC-A-FISCALE  = IDX-A-FISCALE
                 AND ARC-I-DOCREFID = IDX-I-DOCREFID
                    SET DOC-ARCHIVE    TO TRUE
                    MOVE ARC-C-DOCTYPEINDIC
                                       TO WS-COM-C-DOCTYPEINDIC
                    IF ARC-N-LIGNE > ZERO
                       PERFORM ANALYSE-LIGNE-XML
                    END-IF
                 ELSE
                    SET FIN-R02        TO TRUE
                 END-IF
              END-IF
           END-PERFORM

      *    Document purge du magasin : la communication reste
      *    connue par l'index, sans detail
           IF NOT DOC-ARCHIVE
              ADD 1                    TO WS-Q-DOC-NON-ARCHIVE
           END-IF

           PERFORM INSERE-COMMUNICATION
           .

      *------------------*
       ANALYSE-LIGNE-XML.
      *------------------*

      *    Chaque balise ouvrante de la ligne est examinee (les
      *    balises fermantes et les declarations sont ignorees)
           MOVE 1000                   TO WS-Q-UTILE
           PERFORM UNTIL WS-Q-UTILE = ZERO
           OR ARC-L-LIGNE-XML(WS-Q-UTILE:1) NOT = SPACE
              SUBTRACT 1             FROM WS-Q-UTILE
           END-PERFORM

           PERFORM VARYING I FROM 1 BY 1
           UNTIL I NOT < WS-Q-UTILE
              IF ARC-L-LIGNE-XML(I:1) = '<'
              AND ARC-L-LIGNE-XML(I + 1:1) NOT = '/' AND NOT = '?'
                 PERFORM ANALYSE-BALISE
              END-IF
           END-PERFORM
           .

      *---------------*
       ANALYSE-BALISE.
      *---------------*

      *    Nom de la balise ouvrante en position I, son prefixe
      *    d'espace de noms ecarte ('ftc:', 'sfa:') ; le nom court
      *    jusqu'au '>', au blanc des attributs ou au '/' final
           MOVE SPACES                 TO WS-L-NOM-BALISE
           MOVE ZERO                   TO WS-Q-NOM-BALISE
           MOVE SPACE                  TO TOP-FIN-NOM
           MOVE WS-Q-UTILE             TO WS-N-FIN-NOM
           PERFORM VARYING K FROM I BY 1
           UNTIL K NOT < WS-Q-UTILE
           OR FIN-NOM
              EVALUATE ARC-L-LIGNE-XML(K + 1:1)
                 WHEN '>'
                 WHEN ' '
                 WHEN '/'
                    SET FIN-NOM        TO TRUE
                    COMPUTE WS-N-FIN-NOM = K + 1
                 WHEN ':'
                    MOVE SPACES        TO WS-L-NOM-BALISE
                    MOVE ZERO          TO WS-Q-NOM-BALISE
                 WHEN OTHER
                    IF WS-Q-NOM-BALISE < 30
                       ADD 1           TO WS-Q-NOM-BALISE
                       MOVE ARC-L-LIGNE-XML(K + 1:1)
                          TO WS-L-NOM-BALISE(WS-Q-NOM-BALISE:1)
                    END-IF
              END-EVALUATE
           END-PERFORM

      *    Categorie de donnees portee par la balise (rang dans
      *    WS-L-CATEGORIES) et valeurs declarees
           EVALUATE WS-L-NOM-BALISE
              WHEN 'Name'
                 MOVE 'O'              TO WS-COM-B-CATEG(1)
              WHEN 'Address'
              WHEN 'R-Address'
                 MOVE 'O'              TO WS-COM-B-CATEG(2)
              WHEN 'ResCountryCode'
                 MOVE 'O'              TO WS-COM-B-CATEG(3)
              WHEN 'TIN'
                 MOVE 'O'              TO WS-COM-B-CATEG(4)
              WHEN 'BirthInfo'
                 MOVE 'O'              TO WS-COM-B-CATEG(5)
              WHEN 'AccountNumber'
                 MOVE 'O'              TO WS-COM-B-CATEG(6)
              WHEN 'AccountBalance'
                 MOVE 'O'              TO WS-COM-B-CATEG(7)
                 PERFORM EXTR-VALEUR-BALISE
                 MOVE WS-L-VALEUR      TO WS-COM-L-SOLDE
                 MOVE WS-C-DEV-BALISE  TO WS-COM-C-DEV-SOLDE
              WHEN 'Type'
              WHEN 'R-Type'
                 PERFORM EXTR-VALEUR-BALISE
                 MOVE WS-L-VALEUR      TO WS-L-TYPE-PAIEMENT
              WHEN 'PaymentAmnt'
                 MOVE 'O'              TO WS-COM-B-CATEG(8)
                 PERFORM EXTR-VALEUR-BALISE
                 IF WS-COM-Q-PAIEMENT < 3
                    ADD 1              TO WS-COM-Q-PAIEMENT
                    MOVE WS-L-TYPE-PAIEMENT
                       TO WS-COM-PAI-C-TYPE(WS-COM-Q-PAIEMENT)
                    MOVE WS-L-VALEUR
                       TO WS-COM-PAI-L-MONTANT(WS-COM-Q-PAIEMENT)
                    MOVE WS-C-DEV-BALISE
                       TO WS-COM-PAI-C-DEV(WS-COM-Q-PAIEMENT)
                 END-IF
                 MOVE SPACES           TO WS-L-TYPE-PAIEMENT
              WHEN 'SubstantialOwner'
                 MOVE 'O'              TO WS-COM-B-CATEG(9)
              WHEN 'CorrDocRefId'
                 PERFORM EXTR-VALEUR-BALISE
                 MOVE WS-L-VALEUR      TO WS-COM-I-CORRDOCREFID
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .

      *-------------------*
       EXTR-VALEUR-BALISE.
      *-------------------*

      *    Valeur de la balise : du '>' qui la ferme au '<' suivant
      *    (ou a la fin de la ligne) ; l'attribut currCode eventuel
      *    est capte en chemin
           MOVE SPACES                 TO WS-L-VALEUR
           MOVE SPACES                 TO WS-C-DEV-BALISE
           MOVE ZERO                   TO WS-N-DEB-VALEUR

           PERFORM VARYING K FROM WS-N-FIN-NOM BY 1
           UNTIL K > WS-Q-UTILE
           OR WS-N-DEB-VALEUR > ZERO
              IF ARC-L-LIGNE-XML(K:1) = '>'
                 COMPUTE WS-N-DEB-VALEUR = K + 1
              ELSE
                 IF K + 12 NOT > WS-Q-UTILE
                 AND ARC-L-LIGNE-XML(K:10) = 'currCode="'
                    MOVE ARC-L-LIGNE-XML(K + 10:3)
                                       TO WS-C-DEV-BALISE
                 END-IF
              END-IF
           END-PERFORM

           IF WS-N-DEB-VALEUR > ZERO
           AND WS-N-DEB-VALEUR NOT > WS-Q-UTILE
              MOVE ZERO                TO WS-N-FIN-VALEUR
              PERFORM VARYING K FROM WS-N-DEB-VALEUR BY 1
              UNTIL K > WS-Q-UTILE
              OR WS-N-FIN-VALEUR > ZERO
                 IF ARC-L-LIGNE-XML(K:1) = '<'
                    MOVE K             TO WS-N-FIN-VALEUR
                 END-IF
              END-PERFORM
              IF WS-N-FIN-VALEUR = ZERO
                 COMPUTE WS-N-FIN-VALEUR = WS-Q-UTILE + 1
              END-IF
              IF WS-N-FIN-VALEUR > WS-N-DEB-VALEUR
                 COMPUTE WS-Q-VALEUR
                       = WS-N-FIN-VALEUR - WS-N-DEB-VALEUR
                 IF WS-Q-VALEUR > 90
                    MOVE 90            TO WS-Q-VALEUR
                 END-IF
                 MOVE ARC-L-LIGNE-XML(WS-N-DEB-VALEUR:WS-Q-VALEUR)
                                       TO WS-L-VALEUR
              END-IF
           END-IF
           .

      *--------------------*
       RELEVE-CRS-EMISSION.
      *--------------------*

      *    Journaux d'audit de l'emission CRS (BFUSEL70)
           MOVE 'E'                    TO WS-C-JOURNAL-COURANT
           MOVE SPACES                 TO WS-MSG-I-REF
                                          WS-MSG-A-FISCALE
                                          WS-MSG-C-PAYS
           PERFORM UNTIL FIN-E97
              PERFORM LECT-FICH-E97
              IF NOT FIN-E97
                 PERFORM TRAIT-AUDIT-CRS
              END-IF
           END-PERFORM
           .

      *----------------------*
       RELEVE-CRS-CORRECTION.
      *----------------------*

      *    Journaux d'audit des corrections CRS702 (BFUSEL71)
           MOVE 'C'                    TO WS-C-JOURNAL-COURANT
           MOVE SPACES                 TO WS-MSG-I-REF
                                          WS-MSG-A-FISCALE
                                          WS-MSG-C-PAYS
           PERFORM UNTIL FIN-E98
              PERFORM LECT-FICH-E98
              IF NOT FIN-E98
                 PERFORM TRAIT-AUDIT-CRS
              END-IF
           END-PERFORM
           .

      *----------------*
       TRAIT-AUDIT-CRS.
      *----------------*

      *    L'entete de message ('CRSaaaa-CC-...-FI') pose l'annee
      *    et la juridiction recevante des documents qui la suivent
      *    (un DocRefId de compte commence par 'CRS-' et peut finir
      *    par le suffixe pays '-FI' de la Finlande) ; les
      *    documents de compte sont rapproches de l'identifiant
           IF ENR-AUDIT
              MOVE 90                  TO WS-Q-UTILE
              PERFORM UNTIL WS-Q-UTILE = ZERO
              OR WS-AUD-I-DOCREFID(WS-Q-UTILE:1) NOT = SPACE
                 SUBTRACT 1          FROM WS-Q-UTILE
              END-PERFORM

              EVALUATE TRUE
                 WHEN WS-Q-UTILE > 10
                  AND WS-AUD-I-DOCREFID(4:1) NOT = '-'
                  AND WS-AUD-I-DOCREFID(WS-Q-UTILE - 2:3) = '-FI'
                    MOVE SPACES        TO WS-MSG-I-REF
                    MOVE WS-AUD-I-DOCREFID(1:WS-Q-UTILE - 3)
                                       TO WS-MSG-I-REF
                    MOVE WS-MSG-I-REF(4:4)
                                       TO WS-MSG-A-FISCALE
                    MOVE WS-MSG-I-REF(9:2)
                                       TO WS-MSG-C-PAYS
                 WHEN WS-AUD-I-DOCREFID(1:4) = 'CRS-'
                    PERFORM RAPPR-DOC-CRS
                    IF DOC-RETENU
                       PERFORM RETIENT-DOC-CRS
                    END-IF
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF
           .

      *--------------*
       RAPPR-DOC-CRS.
      *--------------*

      *    Decomposition de la reference de bloc qui suit 'CRS-' :
      *    KAC en 58 (59 en test), KPI en 76 (77 en test) jusqu'a la
      *    fin utile du DocRefId, suffixe pays eventuel ecarte
           MOVE SPACE                  TO TOP-DOC-RETENU
           MOVE SPACE                  TO TOP-KPI-PARTIEL
           MOVE SPACES                 TO WS-I-REF-BLOC-DECOMP
           MOVE WS-AUD-I-DOCREFID(5:86)
                                       TO WS-I-REF-BLOC-DECOMP
           IF WS-BLD-TYPE-FATCA-TST = 'FATCA11' OR 'FATCA12'
                                    OR 'FATCA13' OR 'FATCA14'
              MOVE WS-BLD-I-UNIQ-KAC-TST
                                       TO WS-I-UNIQ-KAC-DOC
              MOVE 77                  TO WS-N-DEB-KPI-DOC
           ELSE
              MOVE WS-BLD-I-UNIQ-KAC   TO WS-I-UNIQ-KAC-DOC
              MOVE 76                  TO WS-N-DEB-KPI-DOC
           END-IF

           MOVE WS-Q-UTILE             TO WS-N-FIN-KPI-DOC
           IF WS-Q-UTILE > 3
           AND WS-MSG-C-PAYS NOT = SPACES
           AND WS-AUD-I-DOCREFID(WS-Q-UTILE - 2:1) = '-'
           AND WS-AUD-I-DOCREFID(WS-Q-UTILE - 1:2) = WS-MSG-C-PAYS
              SUBTRACT 3             FROM WS-N-FIN-KPI-DOC
           END-IF
           IF WS-N-FIN-KPI-DOC < WS-N-DEB-KPI-DOC
              MOVE ZERO                TO WS-Q-KPI-DOC
           ELSE
              COMPUTE WS-Q-KPI-DOC
                    = WS-N-FIN-KPI-DOC - WS-N-DEB-KPI-DOC + 1
              IF WS-Q-KPI-DOC > 17
                 MOVE 17               TO WS-Q-KPI-DOC
              END-IF
           END-IF

           IF SYSIN-C-TYPE-IDENT = 'KAC'
              IF WS-I-UNIQ-KAC-DOC = SYSIN-I-IDENT
                 SET DOC-RETENU        TO TRUE
              END-IF
           ELSE
      *       KPI complet, ou ampute par un DocRefId plein (90)
              IF WS-Q-KPI-DOC > ZERO
              AND WS-AUD-I-DOCREFID(WS-N-DEB-KPI-DOC:WS-Q-KPI-DOC)
                  = SYSIN-I-IDENT(1:WS-Q-KPI-DOC)
                 IF WS-Q-KPI-DOC = 17
                    SET DOC-RETENU     TO TRUE
                 ELSE
                    IF SYSIN-I-IDENT(WS-Q-KPI-DOC + 1:
                                     17 - WS-Q-KPI-DOC) = SPACES
                       SET DOC-RETENU  TO TRUE
                    ELSE
                       IF WS-Q-UTILE = 90
                          SET DOC-RETENU     TO TRUE
                          SET KPI-PARTIEL    TO TRUE
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF
           .

      *----------------*
       RETIENT-DOC-CRS.
      *----------------*

      *    Communication CRS : transmise a la DGFiP pour la
      *    juridiction du message ; le bloc AccountReport porte
      *    identite, adresse, residence fiscale et NIF du titulaire,
      *    numero et solde du compte (BFUSEL70/BFUSEL71), le solde
      *    declare et sa devise etant repris du journal, de meme que
      *    la presence de la date de naissance et des personnes
      *    detenant le controle
           INITIALIZE WS-COMM-COURANTE
           SET COM-CRS                 TO TRUE
           MOVE WS-MSG-A-FISCALE       TO WS-COM-A-FISCALE
           MOVE WS-AUD-DATE            TO WS-COM-D-TRANSMISSION
           MOVE WS-AUD-I-DOCREFID      TO WS-COM-I-DOCREFID
           MOVE WS-C-JOURNAL-COURANT   TO WS-COM-C-JOURNAL
           MOVE WS-MSG-C-PAYS          TO WS-COM-C-PAYS-DEST
           MOVE WS-AUD-I-REF-GIIN      TO WS-COM-I-REF-GIIN
           MOVE WS-AUD-C-DOCTYPEINDIC  TO WS-COM-C-DOCTYPEINDIC
           MOVE WS-I-UNIQ-KAC-DOC      TO WS-COM-I-UNIQ-KAC
           MOVE TOP-KPI-PARTIEL        TO WS-COM-B-KPI-PARTIEL
           MOVE SPACE                  TO WS-COM-C-SUITE
           MOVE 'O'                    TO WS-COM-B-CATEG(1)
                                          WS-COM-B-CATEG(2)
                                          WS-COM-B-CATEG(3)
                                          WS-COM-B-CATEG(4)
                                          WS-COM-B-CATEG(6)
                                          WS-COM-B-CATEG(7)
           IF  WS-AUD-B-BIRTHINFO NOT = SPACE
           AND WS-AUD-B-CTRL-PERS NOT = SPACE
              SET COM-INDIC-JOURNAL    TO TRUE
              IF WS-AUD-B-BIRTHINFO = 'O'
                 MOVE 'O'              TO WS-COM-B-CATEG(5)
              END-IF
              IF WS-AUD-B-CTRL-PERS = 'O'
                 MOVE 'O'              TO WS-COM-B-CATEG(9)
              END-IF
           END-IF

           IF WS-AUD-M-MNT-SLD IS NUMERIC
           AND WS-AUD-C-DEV NOT = SPACES
              MOVE WS-AUD-M-MNT-SLD    TO WS-EDIT-M-MONTANT
      *       Montant cadre a gauche, comme la valeur lue au XML
              PERFORM VARYING K FROM 1 BY 1
              UNTIL K NOT < 16
              OR WS-EDIT-M-MONTANT(K:1) NOT = SPACE
                 CONTINUE
              END-PERFORM
              MOVE WS-EDIT-M-MONTANT(K:17 - K)
                                       TO WS-COM-L-SOLDE
              MOVE WS-AUD-C-DEV        TO WS-COM-C-DEV-SOLDE
           ELSE
              MOVE 'NON CONSERVE AU JOURNAL'
                                       TO WS-COM-L-SOLDE
              ADD 1                    TO WS-Q-CRS-SANS-SOLDE
           END-IF

           PERFORM INSERE-COMMUNICATION
           .

      *---------------------*
       INSERE-COMMUNICATION.
      *---------------------*

      *    Rangement par annee, regime, date et DocRefId ; un meme
      *    document relu deux fois (journal concatene deux fois)
      *    n'est retenu qu'une fois
           MOVE ZERO                   TO WS-N-RANG
           MOVE SPACE                  TO TOP-DOUBLON
           PERFORM VARYING WS-I-COM FROM 1 BY 1
           UNTIL WS-I-COM > WS-Q-COM
           OR WS-N-RANG > ZERO
           OR DOUBLON
              IF WS-COM-K-TRI = WS-T-COM-K-TRI(WS-I-COM)
                 SET DOUBLON           TO TRUE
              ELSE
                 IF WS-COM-K-TRI < WS-T-COM-K-TRI(WS-I-COM)
                    MOVE WS-I-COM      TO WS-N-RANG
                 END-IF
              END-IF
           END-PERFORM

           IF NOT DOUBLON
              IF WS-Q-COM NOT < 500
                 MOVE 9561             TO WS-CODE-ABEND
                 PERFORM TRAIT-ABEND
              END-IF
              ADD 1                    TO WS-Q-COM
              IF WS-N-RANG = ZERO
                 MOVE WS-Q-COM         TO WS-N-RANG
              END-IF
              PERFORM VARYING WS-I-COM FROM WS-Q-COM BY -1
              UNTIL WS-I-COM NOT > WS-N-RANG
                 COMPUTE WS-I-PREC = WS-I-COM - 1
                 MOVE WS-T-COM-LIG(WS-I-PREC)
                                       TO WS-T-COM-LIG(WS-I-COM)
              END-PERFORM
              MOVE WS-COMM-COURANTE    TO WS-T-COM-LIG(WS-N-RANG)
              IF COM-FATCA
                 ADD 1                 TO WS-Q-COMM-FATCA
              ELSE
                 ADD 1                 TO WS-Q-COMM-CRS
              END-IF
           END-IF
           .

      *--------------*
       CHAINE-SUITES.
      *--------------*

      *    FATCA : un document correctif designe par son
      *    CorrDocRefId le document qu'il corrige, modifie ou
      *    annule. CRS : une correction du journal DFUSLS76 porte
      *    sur la communication anterieure du meme compte a la
      *    meme juridiction pour la meme annee
           PERFORM VARYING WS-I-COM FROM 1 BY 1
           UNTIL WS-I-COM > WS-Q-COM
              MOVE WS-T-COM-LIG(WS-I-COM) TO WS-COMM-COURANTE
              EVALUATE TRUE
                 WHEN COM-FATCA
                  AND WS-COM-I-CORRDOCREFID NOT = SPACES
                    PERFORM VARYING WS-J-COM FROM 1 BY 1
                    UNTIL WS-J-COM > WS-Q-COM
                       IF WS-T-COM-C-REGIME(WS-J-COM) = 'FATCA'
                       AND WS-T-COM-I-DOCREFID(WS-J-COM)
                           = WS-COM-I-CORRDOCREFID
                          PERFORM MARQUE-SUITE
                       END-IF
                    END-PERFORM
                 WHEN COM-CRS
                  AND COM-JOURNAL-CORRECTION
                    PERFORM VARYING WS-J-COM FROM 1 BY 1
                    UNTIL WS-J-COM > WS-Q-COM
                       IF WS-J-COM NOT = WS-I-COM
                       AND WS-T-COM-C-REGIME(WS-J-COM) = 'CRS'
                       AND WS-T-COM-I-UNIQ-KAC(WS-J-COM)
                           = WS-COM-I-UNIQ-KAC
                       AND WS-T-COM-C-PAYS-DEST(WS-J-COM)
                           = WS-COM-C-PAYS-DEST
                       AND WS-T-COM-A-FISCALE(WS-J-COM)
                           = WS-COM-A-FISCALE
                          IF (WS-T-COM-C-JOURNAL(WS-J-COM) = 'E'
                          AND WS-T-COM-D-TRANSMISSION(WS-J-COM)
                              NOT > WS-COM-D-TRANSMISSION)
                          OR WS-T-COM-D-TRANSMISSION(WS-J-COM)
                              < WS-COM-D-TRANSMISSION
                             PERFORM MARQUE-SUITE
                          END-IF
                       END-IF
                    END-PERFORM
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-PERFORM
           .

      *-------------*
       MARQUE-SUITE.
      *-------------*

      *    La communication WS-J-COM recoit la suite la plus recente
      *    donnee par le document courant
           MOVE SPACE                  TO TOP-SUITE-RETENUE
           IF WS-T-COM-C-SUITE(WS-J-COM) = SPACE
              ADD 1                    TO WS-Q-SUITES
              SET SUITE-RETENUE        TO TRUE
           ELSE
              IF WS-T-COM-D-SUITE(WS-J-COM)
                 NOT > WS-COM-D-TRANSMISSION
                 SET SUITE-RETENUE     TO TRUE
              END-IF
           END-IF

           IF SUITE-RETENUE
              EVALUATE WS-COM-C-DOCTYPEINDIC
                 WHEN 'FATCA3'
                 WHEN 'FATCA13'
                 WHEN 'OECD3'
                 WHEN 'OECD13'
                    MOVE 'A'     TO WS-T-COM-C-SUITE(WS-J-COM)
                 WHEN 'FATCA4'
                 WHEN 'FATCA14'
                    MOVE 'M'     TO WS-T-COM-C-SUITE(WS-J-COM)
                 WHEN OTHER
                    MOVE 'C'     TO WS-T-COM-C-SUITE(WS-J-COM)
              END-EVALUATE
              MOVE WS-COM-I-DOCREFID
                           TO WS-T-COM-I-DOCREFID-SUITE(WS-J-COM)
              MOVE WS-COM-D-TRANSMISSION
                           TO WS-T-COM-D-SUITE(WS-J-COM)
           END-IF
           .

      *------------*
       EDIT-RELEVE.
      *------------*

      *    Objet de la demande, puis une rubrique par communication
      *    dans l'ordre des annees fiscales, puis recapitulatif
           PERFORM SAUT-DE-PAGE

           MOVE 'OBJET : DEMANDE D''ACCES AUX DONNEES PERSONNELLES'
                                       TO WS-SEC-L-TITRE
           PERFORM ECRT-SECTION
           MOVE 'REFERENCE DE LA DEMANDE :'
                                       TO WS-RUB-L-LIBELLE
           MOVE SYSIN-I-REF-DEMANDE    TO WS-RUB-L-VALEUR
           PERFORM ECRT-RUBRIQUE
           MOVE 'DEMANDE RECUE LE :'   TO WS-RUB-L-LIBELLE
           MOVE WS-D-DEMANDE           TO WS-RUB-L-VALEUR
           PERFORM ECRT-RUBRIQUE
           MOVE 'DEMANDEUR :'          TO WS-RUB-L-LIBELLE
           MOVE SYSIN-L-DEMANDEUR      TO WS-RUB-L-VALEUR
           PERFORM ECRT-RUBRIQUE
           IF SYSIN-C-TYPE-IDENT = 'KPI'
              MOVE 'CLIENT (IDENTIFIANT KPI) :'
                                       TO WS-RUB-L-LIBELLE
           ELSE
              MOVE 'COMPTE (IDENTIFIANT KAC) :'
                                       TO WS-RUB-L-LIBELLE
           END-IF
           MOVE SYSIN-I-IDENT          TO WS-RUB-L-VALEUR
           PERFORM ECRT-RUBRIQUE

           MOVE WS-EDIT-BLANC          TO FD-DFUSLS95
           PERFORM ECRT-FICH-S95
           MOVE 'LE PRESENT RELEVE RECENSE LES DECLARATIONS TRANSMISES A
      -         'UX AUTORITES FISCALES QUI MENTIONNENT L''IDENTIFIANT CI
      -         '-DESSUS :'            TO WS-TXT-L-TEXTE
           PERFORM ECRT-TEXTE
           MOVE '- FATCA : ACCORD ENTRE LA FRANCE ET LES ETATS-UNIS, DEC
      -         'LARATIONS DESTINEES A L''IRS ;'
                                       TO WS-TXT-L-TEXTE
           PERFORM ECRT-TEXTE
           MOVE '- CRS / DAC2 : ECHANGE AUTOMATIQUE DE RENSEIGNEMENTS, D
      -         'ECLARATIONS DEPOSEES AUPRES DE LA DGFIP POUR LES PAYS D
      -         'E RESIDENCE.'         TO WS-TXT-L-TEXTE
           PERFORM ECRT-TEXTE
           MOVE 'POUR CHAQUE ENVOI SONT INDIQUES LES CATEGORIES DE DONNE
      -         'ES TRANSMISES, LE SOLDE ET LES PAIEMENTS DECLARES ET SA
      -         ' SUITE EVENTUELLE.'   TO WS-TXT-L-TEXTE
           PERFORM ECRT-TEXTE

           IF WS-Q-COM = ZERO
              MOVE WS-EDIT-BLANC       TO FD-DFUSLS95
              PERFORM ECRT-FICH-S95
              MOVE 'AUCUNE COMMUNICATION AUX AUTORITES FISCALES N''A ETE
      -            ' TROUVEE POUR CET IDENTIFIANT.'
                                       TO WS-TXT-L-TEXTE
              PERFORM ECRT-TEXTE
           END-IF

           PERFORM VARYING WS-I-COM FROM 1 BY 1
           UNTIL WS-I-COM > WS-Q-COM
              MOVE WS-T-COM-LIG(WS-I-COM) TO WS-COMM-COURANTE
              PERFORM EDIT-COMMUNICATION
           END-PERFORM

           PERFORM EDIT-RECAPITULATIF
           .

      *-------------------*
       EDIT-COMMUNICATION.
      *-------------------*

      *    Une communication ne commence pas en bas de page
           IF WS-Q-LIGNE-PAGE > 36
              PERFORM SAUT-DE-PAGE
           END-IF

           MOVE WS-I-COM               TO WS-EDIT-N-COM
           MOVE SPACES                 TO WS-SEC-L-TITRE
           STRING 'COMMUNICATION '     DELIMITED BY SIZE
                  WS-EDIT-N-COM        DELIMITED BY SIZE
                  ' : '                DELIMITED BY SIZE
                  WS-COM-C-REGIME      DELIMITED BY SPACE
                  ' - ANNEE FISCALE '  DELIMITED BY SIZE
                  WS-COM-A-FISCALE     DELIMITED BY SIZE
              INTO WS-SEC-L-TITRE
           END-STRING
           PERFORM ECRT-SECTION

      *    Autorite et pays destinataires, entite declarante
           MOVE 'AUTORITE DESTINATAIRE :'
                                       TO WS-RUB-L-LIBELLE
           IF COM-FATCA
              MOVE 'IRS (ADMINISTRATION FISCALE DES ETATS-UNIS)'
                                       TO WS-RUB-L-VALEUR
           ELSE
              MOVE 'DGFIP, POUR TRANSMISSION A L''ETAT DE RESIDENCE'
                                       TO WS-RUB-L-VALEUR
           END-IF
           PERFORM ECRT-RUBRIQUE
           MOVE 'PAYS DESTINATAIRE :'  TO WS-RUB-L-LIBELLE
           MOVE WS-COM-C-PAYS-DEST     TO WS-RUB-L-VALEUR
           PERFORM ECRT-RUBRIQUE
           MOVE 'ENTITE DECLARANTE (GIIN) :'
                                       TO WS-RUB-L-LIBELLE
           MOVE WS-COM-I-REF-GIIN      TO WS-RUB-L-VALEUR
           PERFORM ECRT-RUBRIQUE
           MOVE 'DATE DE TRANSMISSION :'
                                       TO WS-RUB-L-LIBELLE
           MOVE WS-COM-D-TRANSMISSION  TO WS-RUB-L-VALEUR
           PERFORM ECRT-RUBRIQUE
           MOVE 'NATURE DE L''ENVOI :' TO WS-RUB-L-LIBELLE
           PERFORM LIB-NATURE-ENVOI
           PERFORM ECRT-RUBRIQUE
           MOVE 'REFERENCE DU DOCUMENT :'
                                       TO WS-RUB-L-LIBELLE
           MOVE WS-COM-I-DOCREFID      TO WS-RUB-L-VALEUR
           PERFORM ECRT-RUBRIQUE
           IF WS-COM-I-CORRDOCREFID NOT = SPACES
              MOVE 'DOCUMENT CORRIGE :'
                                       TO WS-RUB-L-LIBELLE
              MOVE WS-COM-I-CORRDOCREFID
                                       TO WS-RUB-L-VALEUR
              PERFORM ECRT-RUBRIQUE
           END-IF

      *    Categories de donnees transmises
           IF COM-FATCA AND WS-COM-C-DOCTYPEINDIC = SPACES
              MOVE 'DONNEES TRANSMISES :'
                                       TO WS-RUB-L-LIBELLE
              MOVE 'DETAIL INDISPONIBLE (DOCUMENT PURGE DU MAGASIN D''AR
      -            'CHIVAGE)'          TO WS-RUB-L-VALEUR
              PERFORM ECRT-RUBRIQUE
           ELSE
              MOVE 'DONNEES TRANSMISES :'
                                       TO WS-RUB-L-LIBELLE
              PERFORM VARYING WS-I-CAT FROM 1 BY 1
              UNTIL WS-I-CAT > 9
                 IF WS-COM-B-CATEG(WS-I-CAT) = 'O'
                    MOVE WS-L-CATEGORIE(WS-I-CAT)
                                       TO WS-RUB-L-VALEUR
                    PERFORM ECRT-RUBRIQUE
                    MOVE SPACES        TO WS-RUB-L-LIBELLE
                 END-IF
              END-PERFORM
      *       Journal CRS anterieur aux indicateurs : date de
      *       naissance et personnes detenant le controle incertaines
              IF COM-CRS AND NOT COM-INDIC-JOURNAL
                 MOVE SPACES           TO WS-RUB-L-LIBELLE
                 MOVE 'ET, LE CAS ECHEANT, DATE DE NAISSANCE ET PERSONNE
      -               'S DETENANT LE CONTROLE'
                                       TO WS-RUB-L-VALEUR
                 PERFORM ECRT-RUBRIQUE
              END-IF
           END-IF

      *    Solde et paiements declares
           MOVE 'SOLDE DECLARE :'      TO WS-RUB-L-LIBELLE
           MOVE SPACES                 TO WS-RUB-L-VALEUR
           IF WS-COM-L-SOLDE = SPACES
              MOVE 'AUCUN'             TO WS-RUB-L-VALEUR
           ELSE
              STRING WS-COM-L-SOLDE     DELIMITED BY '  '
                     ' '                DELIMITED BY SIZE
                     WS-COM-C-DEV-SOLDE DELIMITED BY SIZE
                 INTO WS-RUB-L-VALEUR
              END-STRING
           END-IF
           PERFORM ECRT-RUBRIQUE

           MOVE 'PAIEMENTS DECLARES :' TO WS-RUB-L-LIBELLE
           IF WS-COM-Q-PAIEMENT = ZERO
              IF COM-CRS
                 MOVE 'AUCUN (NON DECLARES AU TITRE DE CRS)'
                                       TO WS-RUB-L-VALEUR
              ELSE
                 MOVE 'AUCUN'          TO WS-RUB-L-VALEUR
              END-IF
              PERFORM ECRT-RUBRIQUE
           ELSE
              PERFORM VARYING WS-I-PAI FROM 1 BY 1
              UNTIL WS-I-PAI > WS-COM-Q-PAIEMENT
                 PERFORM EDIT-PAIEMENT
                 MOVE SPACES           TO WS-RUB-L-LIBELLE
              END-PERFORM
           END-IF

      *    Suite donnee a l'envoi
           MOVE 'SUITE DONNEE :'       TO WS-RUB-L-LIBELLE
           MOVE SPACES                 TO WS-RUB-L-VALEUR
           EVALUATE TRUE
              WHEN COM-CORRIGEE
                 STRING 'CORRIGE LE '          DELIMITED BY SIZE
                        WS-COM-D-SUITE         DELIMITED BY SIZE
                        ' PAR LE DOCUMENT CI-DESSOUS'
                                               DELIMITED BY SIZE
                    INTO WS-RUB-L-VALEUR
                 END-STRING
              WHEN COM-MODIFIEE
                 STRING 'MODIFIE LE '          DELIMITED BY SIZE
                        WS-COM-D-SUITE         DELIMITED BY SIZE
                        ' PAR LE DOCUMENT CI-DESSOUS'
                                               DELIMITED BY SIZE
                    INTO WS-RUB-L-VALEUR
                 END-STRING
              WHEN COM-ANNULEE
                 STRING 'ANNULE LE '           DELIMITED BY SIZE
                        WS-COM-D-SUITE         DELIMITED BY SIZE
                        ' PAR LE DOCUMENT CI-DESSOUS'
                                               DELIMITED BY SIZE
                    INTO WS-RUB-L-VALEUR
                 END-STRING
              WHEN OTHER
                 MOVE 'AUCUNE CORRECTION NI ANNULATION ULTERIEURE'
                                       TO WS-RUB-L-VALEUR
           END-EVALUATE
           PERFORM ECRT-RUBRIQUE
           IF NOT COM-SANS-SUITE
              MOVE SPACES              TO WS-RUB-L-LIBELLE
              MOVE WS-COM-I-DOCREFID-SUITE
                                       TO WS-RUB-L-VALEUR
              PERFORM ECRT-RUBRIQUE
           END-IF

           IF COM-KPI-PARTIEL
              MOVE 'NOTE : DOCUMENT RAPPROCHE SUR LES PREMIERS CARACTERE
      -            'S DU KPI CONSERVES DANS SA REFERENCE'
                                       TO WS-TXT-L-TEXTE
              PERFORM ECRT-TEXTE
           END-IF
           .

      *-----------------*
       LIB-NATURE-ENVOI.
      *-----------------*

      *    Libelle de la nature de l'envoi (DocTypeIndic)
           EVALUATE WS-COM-C-DOCTYPEINDIC
              WHEN 'FATCA1'
              WHEN 'OECD1'
                 MOVE 'NOUVELLES DONNEES'
                                       TO WS-RUB-L-VALEUR
              WHEN 'FATCA2'
              WHEN 'OECD2'
                 MOVE 'DONNEES CORRIGEES'
                                       TO WS-RUB-L-VALEUR
              WHEN 'FATCA3'
              WHEN 'OECD3'
                 MOVE 'ANNULATION DE DONNEES'
                                       TO WS-RUB-L-VALEUR
              WHEN 'FATCA4'
                 MOVE 'DONNEES MODIFIEES'
                                       TO WS-RUB-L-VALEUR
              WHEN 'FATCA11'
              WHEN 'OECD11'
                 MOVE 'NOUVELLES DONNEES (ENVOI DE TEST)'
                                       TO WS-RUB-L-VALEUR
              WHEN 'FATCA12'
              WHEN 'OECD12'
                 MOVE 'DONNEES CORRIGEES (ENVOI DE TEST)'
                                       TO WS-RUB-L-VALEUR
              WHEN 'FATCA13'
              WHEN 'OECD13'
                 MOVE 'ANNULATION DE DONNEES (ENVOI DE TEST)'
                                       TO WS-RUB-L-VALEUR
              WHEN 'FATCA14'
                 MOVE 'DONNEES MODIFIEES (ENVOI DE TEST)'
                                       TO WS-RUB-L-VALEUR
              WHEN SPACES
                 MOVE 'NON DETERMINEE (DOCUMENT PURGE DU MAGASIN)'
                                       TO WS-RUB-L-VALEUR
              WHEN OTHER
                 MOVE WS-COM-C-DOCTYPEINDIC
                                       TO WS-RUB-L-VALEUR
           END-EVALUATE
           .

      *--------------*
       EDIT-PAIEMENT.
      *--------------*

      *    Paiement declare : nature (code FATCA50x), montant et
      *    devise tels que transmis
           MOVE SPACES                 TO WS-RUB-L-VALEUR
           EVALUATE WS-COM-PAI-C-TYPE(WS-I-PAI)
              WHEN 'FATCA501'
                 MOVE 'DIVIDENDES'     TO WS-L-VALEUR
              WHEN 'FATCA502'
                 MOVE 'INTERETS'       TO WS-L-VALEUR
              WHEN 'FATCA503'
                 MOVE 'PRODUITS BRUTS OU RACHATS'
                                       TO WS-L-VALEUR
              WHEN 'FATCA504'
                 MOVE 'AUTRES REVENUS'  TO WS-L-VALEUR
              WHEN OTHER
                 MOVE 'NATURE NON PRECISEE'
                                       TO WS-L-VALEUR
           END-EVALUATE
           STRING WS-L-VALEUR          DELIMITED BY '  '
                  ' : '                DELIMITED BY SIZE
                  WS-COM-PAI-L-MONTANT(WS-I-PAI)
                                       DELIMITED BY '  '
                  ' '                  DELIMITED BY SIZE
                  WS-COM-PAI-C-DEV(WS-I-PAI)
                                       DELIMITED BY SIZE
              INTO WS-RUB-L-VALEUR
           END-STRING
           PERFORM ECRT-RUBRIQUE
           .

      *-------------------*
       EDIT-RECAPITULATIF.
      *-------------------*

           IF WS-Q-LIGNE-PAGE > 44
              PERFORM SAUT-DE-PAGE
           END-IF

           MOVE 'RECAPITULATIF'        TO WS-SEC-L-TITRE
           PERFORM ECRT-SECTION
           MOVE 'COMMUNICATIONS FATCA :'
                                       TO WS-CPT-L-LIBELLE
           MOVE WS-Q-COMM-FATCA        TO WS-CPT-Q-VALEUR
           PERFORM ECRT-COMPTE
           MOVE 'COMMUNICATIONS CRS :' TO WS-CPT-L-LIBELLE
           MOVE WS-Q-COMM-CRS          TO WS-CPT-Q-VALEUR
           PERFORM ECRT-COMPTE
           MOVE 'COMMUNICATIONS CORRIGEES, MODIFIEES OU ANNULEES :'
                                       TO WS-CPT-L-LIBELLE
           MOVE WS-Q-SUITES            TO WS-CPT-Q-VALEUR
           PERFORM ECRT-COMPTE
           IF WS-Q-CRS-SANS-SOLDE > ZERO
              MOVE 'DONT CRS SANS SOLDE CONSERVE AU JOURNAL :'
                                       TO WS-CPT-L-LIBELLE
              MOVE WS-Q-CRS-SANS-SOLDE TO WS-CPT-Q-VALEUR
              PERFORM ECRT-COMPTE
           END-IF
           IF WS-Q-DOC-NON-ARCHIVE > ZERO
              MOVE 'DONT FATCA PURGES DU MAGASIN D''ARCHIVAGE :'
                                       TO WS-CPT-L-LIBELLE
              MOVE WS-Q-DOC-NON-ARCHIVE
                                       TO WS-CPT-Q-VALEUR
              PERFORM ECRT-COMPTE
           END-IF
           MOVE WS-EDIT-BLANC          TO FD-DFUSLS95
           PERFORM ECRT-FICH-S95
           MOVE 'FIN DU RELEVE'        TO WS-TXT-L-TEXTE
           PERFORM ECRT-TEXTE
           .

      *--------------*
       ECRT-REGISTRE.
      *--------------*

      *    Inscription de la demande au registre du DPO
           MOVE WS-D-H-TRT(1:10)       TO WS-REG-D-TRAITEMENT
           MOVE WS-D-H-TRT(12:8)       TO WS-REG-H-TRAITEMENT
           MOVE WS-D-DEMANDE           TO WS-REG-D-DEMANDE
           MOVE SYSIN-I-REF-DEMANDE    TO WS-REG-I-REF-DEMANDE
           MOVE SYSIN-L-DEMANDEUR      TO WS-REG-L-DEMANDEUR
           MOVE SYSIN-C-TYPE-IDENT     TO WS-REG-C-TYPE-IDENT
           MOVE SYSIN-I-IDENT          TO WS-REG-I-IDENT
           MOVE WS-Q-COMM-FATCA        TO WS-REG-Q-COMM-FATCA
           MOVE WS-Q-COMM-CRS          TO WS-REG-Q-COMM-CRS
           MOVE WS-Q-SUITES            TO WS-REG-Q-SUITES
           MOVE WS-N-PAGE              TO WS-REG-Q-PAGES
           MOVE WS-ENR-REGISTRE        TO FD-DFUSLS96
           PERFORM ECRT-FICH-S96
           .

      *-------------*
       ECRT-SECTION.
      *-------------*

           PERFORM CTRL-SAUT-DE-PAGE
           MOVE WS-EDIT-BLANC          TO FD-DFUSLS95
           PERFORM ECRT-FICH-S95
           MOVE WS-EDIT-SECTION        TO FD-DFUSLS95
           PERFORM ECRT-FICH-S95
           .

      *--------------*
       ECRT-RUBRIQUE.
      *--------------*

           PERFORM CTRL-SAUT-DE-PAGE
           MOVE WS-EDIT-RUBRIQUE       TO FD-DFUSLS95
           PERFORM ECRT-FICH-S95
           .

      *-----------*
       ECRT-TEXTE.
      *-----------*

           PERFORM CTRL-SAUT-DE-PAGE
           MOVE WS-EDIT-TEXTE          TO FD-DFUSLS95
           PERFORM ECRT-FICH-S95
           .

      *------------*
       ECRT-COMPTE.
      *------------*

           PERFORM CTRL-SAUT-DE-PAGE
           MOVE WS-EDIT-COMPTE         TO FD-DFUSLS95
           PERFORM ECRT-FICH-S95
           .

      *------------------*
       CTRL-SAUT-DE-PAGE.
      *------------------*

           IF WS-Q-LIGNE-PAGE > 54
              PERFORM SAUT-DE-PAGE
           END-IF
           .

      *--------------*
       SAUT-DE-PAGE.
      *--------------*

           ADD 1                       TO WS-N-PAGE
           MOVE ZERO                   TO WS-Q-LIGNE-PAGE
           MOVE SYSIN-C-TYPE-IDENT     TO WS-TIT-C-TYPE-IDENT
           MOVE SYSIN-I-IDENT          TO WS-TIT-I-IDENT
           MOVE WS-D-H-TRT(1:10)       TO WS-TIT-D-EDITION
           MOVE WS-N-PAGE              TO WS-TIT-N-PAGE
           MOVE WS-EDIT-TITRE          TO FD-DFUSLS95
           PERFORM ECRT-FICH-S95
           MOVE WS-EDIT-TRAIT          TO FD-DFUSLS95
           PERFORM ECRT-FICH-S95
           .

      *--------------*
       FIN-TRAIT.
      *--------------*

           PERFORM FERM-FICH-R02
           PERFORM FERM-FICH-R04
           PERFORM FERM-FICH-E97
           PERFORM FERM-FICH-E98
           PERFORM FERM-FICH-S95
           PERFORM FERM-FICH-S96

           PERFORM AFFICH-BILAN-FIN

           MOVE 0                      TO RETURN-CODE

           PERFORM FIN-PROGRAMME
           .

      *---------------*
       OUVR-FICH-R02.
      *---------------*

           OPEN INPUT DFUSLR02
           IF FS-R02  NOT = '00'
              MOVE 9501               TO WS-CODE-ABEND
              PERFORM TRAIT-ABEND
           END-IF
           .

      *---------------*
       LECT-FICH-R02.
      *---------------*

           READ DFUSLR02 NEXT
           END-READ
           EVALUATE FS-R02
              WHEN '00'
                 ADD   1                    TO WS-NB-LECT-R02
              WHEN '10'
                 SET  FIN-R02               TO TRUE
              WHEN OTHER
                 MOVE 9502                  TO WS-CODE-ABEND
                 PERFORM TRAIT-ABEND
           END-EVALUATE
           .

      *---------------*
       FERM-FICH-R02.
      *---------------*

           CLOSE DFUSLR02
           IF FS-R02  NOT = '00'
              MOVE 9503               TO WS-CODE-ABEND
              PERFORM TRAIT-ABEND
           END-IF
           .

      *---------------*
       OUVR-FICH-R04.
      *---------------*

           OPEN INPUT DFUSLR04
           IF FS-R04  NOT = '00'
              MOVE 9511               TO WS-CODE-ABEND
              PERFORM TRAIT-ABEND
           END-IF
           .

      *---------------*
       FERM-FICH-R04.
      *---------------*

           CLOSE DFUSLR04
           IF FS-R04  NOT = '00'
              MOVE 9513               TO WS-CODE-ABEND
              PERFORM TRAIT-ABEND
           END-IF
           .

      *---------------*
       OUVR-FICH-E97.
      *---------------*

           OPEN INPUT DFUSLE97
           IF FS-E97  NOT = '00'
              MOVE 9521               TO WS-CODE-ABEND
              PERFORM TRAIT-ABEND
           END-IF
           .

      *---------------*
       LECT-FICH-E97.
      *---------------*

           READ DFUSLE97
           END-READ
           EVALUATE FS-E97
              WHEN '00'
                 MOVE  FD-DFUSLE97          TO WS-ENR-AUDIT
                 ADD   1                    TO WS-NB-LECT-E97
              WHEN '10'
                 SET  FIN-E97               TO TRUE
              WHEN OTHER
                 MOVE 9522                  TO WS-CODE-ABEND
                 PERFORM TRAIT-ABEND
           END-EVALUATE
           .

      *---------------*
       FERM-FICH-E97.
      *---------------*

           CLOSE DFUSLE97
           IF FS-E97  NOT = '00'
              MOVE 9523               TO WS-CODE-ABEND
              PERFORM TRAIT-ABEND
           END-IF
           .

      *---------------*
       OUVR-FICH-E98.
      *---------------*

           OPEN INPUT DFUSLE98
           IF FS-E98  NOT = '00'
              MOVE 9531               TO WS-CODE-ABEND
              PERFORM TRAIT-ABEND
           END-IF
           .

      *---------------*
       LECT-FICH-E98.
      *---------------*

           READ DFUSLE98
           END-READ
           EVALUATE FS-E98
              WHEN '00'
                 MOVE  FD-DFUSLE98          TO WS-ENR-AUDIT
                 ADD   1                    TO WS-NB-LECT-E98
              WHEN '10'
                 SET  FIN-E98               TO TRUE
              WHEN OTHER
                 MOVE 9532                  TO WS-CODE-ABEND
                 PERFORM TRAIT-ABEND
           END-EVALUATE
           .

      *---------------*
       FERM-FICH-E98.
      *---------------*

           CLOSE DFUSLE98
           IF FS-E98  NOT = '00'
              MOVE 9533               TO WS-CODE-ABEND
              PERFORM TRAIT-ABEND
           END-IF
           .

      *---------------*
       OUVR-FICH-S95.
      *---------------*

           OPEN OUTPUT DFUSLS95
           IF FS-S95  NOT = '00'
              MOVE 9541               TO WS-CODE-ABEND
              PERFORM TRAIT-ABEND
           END-IF
           .

      *---------------*
       ECRT-FICH-S95.
      *---------------*

           WRITE FD-DFUSLS95
           END-WRITE
           IF FS-S95    NOT = '00'
               MOVE 9542               TO WS-CODE-ABEND
               PERFORM TRAIT-ABEND
           ELSE
               ADD 1 TO WS-NB-ECRT-S95
               ADD 1 TO WS-Q-LIGNE-PAGE
           END-IF
           .

      *---------------*
       FERM-FICH-S95.
      *---------------*

           CLOSE DFUSLS95
           IF FS-S95  NOT = '00'
              MOVE 9543               TO WS-CODE-ABEND
              PERFORM TRAIT-ABEND
           END-IF
           .

      *---------------*
       OUVR-FICH-S96.
      *---------------*

      *    Le registre est cumulatif : ajout en fin de fichier
           OPEN EXTEND DFUSLS96
           IF FS-S96  NOT = '00'
              MOVE 9551               TO WS-CODE-ABEND
              PERFORM TRAIT-ABEND
           END-IF
           .

      *---------------*
       ECRT-FICH-S96.
      *---------------*

           WRITE FD-DFUSLS96
           END-WRITE
           IF FS-S96    NOT = '00'
               MOVE 9552               TO WS-CODE-ABEND
               PERFORM TRAIT-ABEND
           ELSE
               ADD 1 TO WS-NB-ECRT-S96
           END-IF
           .

      *---------------*
       FERM-FICH-S96.
      *---------------*

           CLOSE DFUSLS96
           IF FS-S96  NOT = '00'
              MOVE 9553               TO WS-CODE-ABEND
              PERFORM TRAIT-ABEND
           END-IF
           .

      *--------------*
       TRAIT-ABEND.
      *--------------*
      * GESTION DES ABENDS DU PROGRAMME

           MOVE 'BFUSEL95'             TO      INAB-C-PGM-APPEL
           MOVE 1                      TO      INAB-NO-VERSION
           MOVE WS-CODE-ABEND          TO      INAB-C-ABEND
           MOVE 6                      TO      INAB-Q-LIST-DISP
           MOVE WS-LIGNE-ANO0          TO      INAB-L-DISP (1)
           MOVE WS-LIGNE-VIDE          TO      INAB-L-DISP (2)
           MOVE 'CODE ABEND  = '       TO      WS-LIGNE-ANO11
           MOVE WS-CODE-ABEND          TO      WS-LIGNE-ANO12
           MOVE WS-LIGNE-ANO1          TO      INAB-L-DISP (3)

           EVALUATE WS-CODE-ABEND
              WHEN 1000
                 MOVE 'PB RECUPERATION DATE DU JOUR VIA MGDATR03'
                                       TO      WS-LIGNE-ANO21
              WHEN 9501
              WHEN 9502
              WHEN 9503
                 MOVE 'PB ACCES MAGASIN DFUSLR02'
                                       TO      WS-LIGNE-ANO21
              WHEN 9511
              WHEN 9512
              WHEN 9513
                 MOVE 'PB ACCES INDEX DFUSLR04'
                                       TO      WS-LIGNE-ANO21
              WHEN 9521
              WHEN 9522
              WHEN 9523
                 MOVE 'PB ACCES FICHIER DFUSLE97'
                                       TO      WS-LIGNE-ANO21
              WHEN 9531
              WHEN 9532
              WHEN 9533
                 MOVE 'PB ACCES FICHIER DFUSLE98'
                                       TO      WS-LIGNE-ANO21
              WHEN 9541
              WHEN 9542
              WHEN 9543
                 MOVE 'PB ACCES FICHIER DFUSLS95'
                                       TO      WS-LIGNE-ANO21
              WHEN 9551
              WHEN 9552
              WHEN 9553
                 MOVE 'PB ACCES REGISTRE DFUSLS96'
                                       TO      WS-LIGNE-ANO21
              WHEN 9560
                 MOVE 'SYSIN INVALIDE (IDENTIFIANT, DATE OU DEMANDEUR)'
                                       TO      WS-LIGNE-ANO21
              WHEN 9561
                 MOVE 'DEPASSEMENT TABLE DES COMMUNICATIONS (500)'
                                       TO      WS-LIGNE-ANO21
              WHEN OTHER
                 MOVE 'ERREUR INCONNU'
                                       TO      WS-LIGNE-ANO21
           END-EVALUATE

           MOVE WS-LIGNE-ANO2          TO      INAB-L-DISP (4)
           MOVE WS-LIGNE-VIDE          TO      INAB-L-DISP (5)
           MOVE WS-LIGNE-ANO0          TO      INAB-L-DISP (6)

           CALL 'MCCDINAB' USING INAB-PARAM
           .

      *---------------*
       APPEL-MCCDBILA.
      *---------------*
           MOVE 'BFUSEL95'              TO BILA-C-PGM-APPEL
           MOVE 1                       TO BILA-NO-VERSION
           MOVE WS-DISP                 TO BILA-Q-LIST-DISP
           CALL 'MCCDBILA' USING  BILA-PARAM
           .

      *---------------------*
       INIT-PARAM-MCCDBILA.
      *---------------------*
           PERFORM VARYING I    FROM 1 BY 1
           UNTIL I > 31
              MOVE SPACE                TO BILA-G-LIST-DISP (I)
           END-PERFORM
           .

      *---------------------*
       RECUP-DATE-HEURE-DEB.
      *---------------------*

           MOVE 'ACD-D-HR'                  TO NOM-PRIMITIVE
           CALL 'MGDATR03'               USING NOM-PRIMITIVE
                                               MGDATR03-PARAM
           IF RETURN-CODE NOT = ZERO OR
              OP06-C-RET  NOT = ZERO
              MOVE 1000                     TO WS-CODE-ABEND
              PERFORM TRAIT-ABEND
           ELSE
              MOVE OP06-T-REF               TO WS-D-H-TRT
           END-IF
           .

      *-----------------*
       AFFICH-BILAN-DEB.
      *-----------------*

           PERFORM INIT-PARAM-MCCDBILA
           MOVE ZEROS                   TO WS-DISP
           ADD  1                       TO WS-DISP
           MOVE WS-LIGNE-EGAL           TO BILA-L-DISP(WS-DISP)
           ADD  1                       TO WS-DISP
           MOVE WS-LIGNE-DEBUTPROG      TO BILA-L-DISP(WS-DISP)
           ADD  1                       TO WS-DISP
           MOVE WS-LIGNE-EGAL           TO BILA-L-DISP(WS-DISP)
           ADD  1                       TO WS-DISP
           MOVE '*    TYPE D''IDENTIFIANT...... :
      -    '        *'                  TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE SYSIN-C-TYPE-IDENT      TO BILA-L-DISP(WS-DISP)(34:3)
           ADD  1                       TO WS-DISP
           MOVE '*    IDENTIFIANT DEMANDE...... :
      -    '        *'                  TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE SYSIN-I-IDENT           TO BILA-L-DISP(WS-DISP)(34:17)
           ADD  1                       TO WS-DISP
           MOVE '*    DATE DE LA DEMANDE....... :
      -    '        *'                  TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE WS-D-DEMANDE            TO BILA-L-DISP(WS-DISP)(34:10)
           ADD  1                       TO WS-DISP
           MOVE '*    REFERENCE DE LA DEMANDE.. :
      -    '        *'                  TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE SYSIN-I-REF-DEMANDE     TO BILA-L-DISP(WS-DISP)(34:15)
           ADD  1                       TO WS-DISP
           MOVE WS-LIGNE-EGAL           TO BILA-L-DISP(WS-DISP)
           PERFORM APPEL-MCCDBILA
           .

      *-----------------*
       AFFICH-BILAN-FIN.
      *-----------------*

           PERFORM INIT-PARAM-MCCDBILA
           MOVE ZEROS                    TO WS-DISP
           ADD  1                        TO WS-DISP
           MOVE WS-LIGNE-EGAL            TO BILA-L-DISP(WS-DISP)
           ADD  1                        TO WS-DISP
           MOVE WS-LIGNE-FINPROG         TO BILA-L-DISP(WS-DISP)
           ADD  1                        TO WS-DISP
           MOVE WS-LIGNE-EGAL            TO BILA-L-DISP(WS-DISP)
           ADD  1                        TO WS-DISP
           MOVE '*    WS-NB-LECT-R04             :
      -    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE WS-NB-LECT-R04           TO BILA-L-DISP(WS-DISP)(45:9)
           ADD  1                        TO WS-DISP
           MOVE '*    WS-NB-LECT-R02             :
      -    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE WS-NB-LECT-R02           TO BILA-L-DISP(WS-DISP)(45:9)
           ADD  1                        TO WS-DISP
           MOVE '*    WS-NB-LECT-E97             :
      -    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE WS-NB-LECT-E97           TO BILA-L-DISP(WS-DISP)(45:9)
           ADD  1                        TO WS-DISP
           MOVE '*    WS-NB-LECT-E98             :
      -    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE WS-NB-LECT-E98           TO BILA-L-DISP(WS-DISP)(45:9)
           ADD  1                        TO WS-DISP
           MOVE '*    WS-Q-COMM-FATCA            :
      -    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE WS-Q-COMM-FATCA          TO BILA-L-DISP(WS-DISP)(49:5)
           ADD  1                        TO WS-DISP
           MOVE '*    WS-Q-COMM-CRS              :
      -    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE WS-Q-COMM-CRS            TO BILA-L-DISP(WS-DISP)(49:5)
           ADD  1                        TO WS-DISP
           MOVE '*    WS-Q-SUITES                :
      -    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE WS-Q-SUITES              TO BILA-L-DISP(WS-DISP)(49:5)
           ADD  1                        TO WS-DISP
           MOVE '*    WS-NB-ECRT-S95             :
      -    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE WS-NB-ECRT-S95           TO BILA-L-DISP(WS-DISP)(45:9)
           ADD  1                        TO WS-DISP
           MOVE '*    WS-NB-ECRT-S96             :
      -    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE WS-NB-ECRT-S96           TO BILA-L-DISP(WS-DISP)(45:9)
           ADD  1                        TO WS-DISP
           MOVE WS-LIGNE-EGAL            TO BILA-L-DISP(WS-DISP)
           PERFORM APPEL-MCCDBILA
           .

      *--------------*
       FIN-PROGRAMME.
      *--------------*
           GOBACK
           .

      *----------------------------------------------------------------
        COPY CANAAFCT.
        COPY CANAABAT.
       END PROGRAM BFUSEL95.
