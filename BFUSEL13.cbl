       IDENTIFICATION DIVISION.
       PROGRAM-ID. BFUSEL13.
       AUTHOR. MCHA.

      ******************************************************************
      *      ____________________________________________________      *
      *    _(                                                    )_    *
      *  _(       D O U B L O N S   P R O B A B L E S            )_    *
      * =_        D ' I D E N T I T E   C L I E N T S             _= *
      *   (_                    F A T C A                         _)   *
      *     (____________________________________________________)     *
      *                                                                *
      *               DATE          : 20/02/2017                       *
      *               COMPOSANT     : BFUSEL13                         *
      *               TYPE          : BATCH                            *
      *               AUTEUR       : MCHA                              *
      *                                                                *
      *             __________________________________________         *
      *                                                                *
      * DESCRIPTION   : Ce batch, passe AVANT la generation BFUSEL20,  *
      *                 recherche les personnes physiques declarees    *
      *                 sous deux identifiants I-UNIQ-KPI differents   *
      *                 (systemes d'origine ou entites declarantes     *
      *                 differents), qui recevraient deux              *
      *                 AccountReport aux noms ou TIN incoherents.     *
      *                 Les identites sont prises dans l'extrait de    *
      *                 campagne au format DFUSLE21 (DET-CLT, premier  *
      *                 DET-ADR, '40' CLI) et le TIN etranger courant  *
      *                 dans TBCLIFUS ; chaque paire est notee sur     *
      *                 100 :                                          *
      *                 - TIN identique (US ou etranger)        : 40 ;*
      *                 - date de naissance identique           : 25 ;*
      *                   (jour et mois inverses : 12)                 *
      *                 - nom de naissance identique            : 20 ;*
      *                   (proche, une ou deux fautes : 12)            *
      *                 - prenom identique                      : 10 ;*
      *                   (proche : 6, meme initiale : 3)              *
      *                 - lieu de naissance identique           :  5 ;*
      *                   (ville proche : 3, meme pays : 2)            *
      *                 Nom et prenom inverses entre les deux fiches   *
      *                 valent 25. Les noms sont compares sans blancs  *
      *                 ni ponctuation. Les paires atteignant le seuil *
      *                 (SYSIN, 55 par defaut) sont editees sur        *
      *                 DFUSLS1D avec les comptes et entites de chaque *
      *                 identite pour l'equipe qualite des donnees.    *
      *                 Les decisions de l'equipe (DFUSLE1D,           *
      *                 facultatif) sont d'abord inscrites au registre *
      *                 DFUSLR09 : une paire confirmee distincte n'est *
      *                 plus signalee.                                 *
      *                                                                *
      * MODULES UTILISES :                                             *
      *________________________________________________________________*
      *          |                                         |           *
      *    NOM   |              DESCRIPTION                |   COPY    *
      *__________|_________________________________________|___________*
      * MCCDINAB | Module de gestion des ABENDS            |  CCCDINAB *
      * MCCDBILA | Module de gestion des affichages        |  CCCDBILA *
      * MGDATR03 | Module de manipulation des dates        |  CZGDA03  *
      * MFUSTCLI | Accesseur table TBCLIFUS                |  CFUSTCLI *
      *__________|_________________________________________|___________*
      *                                                                *
      * Fichiers manipulés :                                           *
      *________________________________________________________________*
      *          |                                      |   |          *
      *  DBD/DD  |              DESCRIPTION             | A |  COPY    *
      *__________|______________________________________|___|__________*
      * DFUSLE13 | Extrait de campagne (format          | E | CFUSEL10 *
      *          | DFUSLE21)                            |   |          *
      * DFUSLE1D | Decisions de l'equipe qualite (DD    | E | CFUSDOUB *
      *          | facultative)                         |   |          *
      * DFUSLR09 | Registre des paires distinctes (KSDS)| M | CFUSDOUB *
      * DFUSLS1D | Rapport des doublons probables       | S |          *
      *          | (132 col.)                           |   |          *
      *__________|______________________________________|___|__________*
      *                                                                *
      * Liste des ABENDS émis  par le programme :                      *
      *________________________________________________________________*
      *  ABEND   |              DESCRIPTION                            *
      *__________|_____________________________________________________*
      *   1000   | PB RECUPERATION DATE DU JOUR VIA MGDATR03           *
      *   1301   | PB OUVERTURE FICHIER DFUSLE13                       *
      *   1302   | PB LECTURE   FICHIER DFUSLE13                       *
      *   1303   | PB FERMETURE FICHIER DFUSLE13                       *
      *   1311   | PB OUVERTURE FICHIER DFUSLS1D                       *
      *   1312   | PB ECRITURE  FICHIER DFUSLS1D                       *
      *   1313   | PB FERMETURE FICHIER DFUSLS1D                       *
      *   1321   | PB OUVERTURE FICHIER DFUSLE1D                       *
      *   1322   | PB LECTURE   FICHIER DFUSLE1D                       *
      *   1323   | PB FERMETURE FICHIER DFUSLE1D                       *
      *   1331   | PB OUVERTURE REGISTRE DFUSLR09                      *
      *   1332   | PB LECTURE   REGISTRE DFUSLR09                      *
      *   1333   | PB ECRITURE  REGISTRE DFUSLR09                      *
      *   1334   | PB FERMETURE REGISTRE DFUSLR09                      *
      *   1340   | SYSIN INVALIDE (ANNEE FISCALE, SEUIL)               *
      *   1350   | DEPASSEMENT TABLE DES IDENTITES                     *
      *   1360   | PB APPEL MODULE MFUSTCLI                            *
      *__________|_____________________________________________________*
      *                                                                *
      * Historique des modifications :                                 *
      *________________________________________________________________*
      * AUTEUR !   DATE   !  GAMA  !        MODIFICATIONS              *
      *________!__________!________!___________________________________*
152670*  MCHA  !20/02/2017!20152670!CREATION : DETECTION DES DOUBLONS  *
152670*        !          !        !PROBABLES D'IDENTITE ENTRE CLIENTS *
152670*        !          !        !UNIQUES, REGISTRE DES PAIRES       *
152670*        !          !        !CONFIRMEES DISTINCTES              *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *
      * Extrait de campagne (format DFUSLE21)
      *
           SELECT DFUSLE13 ASSIGN             TO DFUSLE13
           FILE STATUS FS-E13.

      *
      * Decisions de l'equipe qualite (DD facultative)
      *
           SELECT OPTIONAL DFUSLE1D ASSIGN    TO DFUSLE1D
           FILE STATUS FS-E1D.

      *
      * Registre persistant des paires confirmees distinctes (KSDS)
      *
           SELECT DFUSLR09 ASSIGN             TO DFUSLR09
           ORGANIZATION INDEXED
           ACCESS RANDOM
           RECORD KEY R09-CLE
           FILE STATUS FS-R09.

      *
      * Rapport des doublons probables
      *
           SELECT DFUSLS1D ASSIGN             TO DFUSLS1D
           FILE STATUS FS-S1D.

       DATA DIVISION.
       FILE SECTION.

       FD  DFUSLE13
           LABEL RECORD STANDARD
           RECORDING MODE F
           BLOCK CONTAINS 0 RECORDS.

       01  FD-DFUSLE13              PIC  X(1000).

       FD  DFUSLE1D
           LABEL RECORD STANDARD
           RECORDING MODE F
           BLOCK CONTAINS 0 RECORDS.

       01  FD-DFUSLE1D              PIC  X(100).

       FD  DFUSLR09.
       01  ENR-DFUSLR09.
           05  R09-CLE              PIC  X(34).
           05  FILLER               PIC  X(66).

       FD  DFUSLS1D
           LABEL RECORD STANDARD
           RECORDING MODE F
           BLOCK CONTAINS 0 RECORDS.

       01  FD-DFUSLS1D              PIC  X(132).

      ***************************************
      *      WORKING STORAGE SECTION        *
      ***************************************

       WORKING-STORAGE SECTION.

      *   Paramètre SYSIN : annee fiscale de la campagne (col. 1-4),
      *   seuil de signalement des paires (col. 6-8, 055 par defaut,
      *   de 040 a 100)
       01 SYSIN-80.
          05 SYSIN-A-FISCALE            PIC X(04) VALUE SPACES.
          05 FILLER                     PIC X(01) VALUE SPACES.
          05 SYSIN-SEUIL                PIC X(03) VALUE SPACES.
          05 SYSIN-FILLER               PIC X(72) VALUE SPACES.

       01 WS-Q-SEUIL                    PIC 9(03) VALUE 55.

      *   Decision recue (DFUSLE1D) et decision du registre (DFUSLR09)
        COPY CFUSDOUB REPLACING ==(P)== BY ==E1D==.
        COPY CFUSDOUB REPLACING ==(P)== BY ==DBL==.

      *   Entite declarante et compte en cours dans l'extrait
       01 WS-C-REF-GIIN                 PIC X(20) VALUE SPACES.
       01 WS-I-UNIQ-KAC                 PIC X(17) VALUE SPACES.
       01 WS-C-SYS-CPT                  PIC X(03) VALUE SPACES.

      *   Identite captee sur le DET-CLT en cours, completee par son
      *   premier DET-ADR et son '40' CLI
       01 TOP-IDENT-EN-ATTENTE          PIC X(01) VALUE SPACE.
          88 IDENT-EN-ATTENTE                     VALUE 'O'.
       01 TOP-ADR-SERVIE                PIC X(01) VALUE SPACE.
          88 ADR-SERVIE                           VALUE 'O'.
       01 WS-IDENT-LUE.
          05 WS-LUE-I-UNIQ-KPI          PIC X(17).
          05 WS-LUE-I-IDENT-CLT         PIC X(17).
          05 WS-LUE-C-SYS-ORIGINE       PIC X(03).
          05 WS-LUE-L-NOM-NAISS         PIC X(32).
          05 WS-LUE-L-PRENOM            PIC X(32).
          05 WS-LUE-D-NAISS             PIC X(10).
          05 WS-LUE-C-PAYS-NAISS        PIC X(02).
          05 WS-LUE-L-VILL-NAISS        PIC X(32).
          05 WS-LUE-C-TIN-US            PIC X(20).
          05 WS-LUE-C-PAYS-FISC         PIC X(02).
          05 WS-LUE-C-REF-FISC          PIC X(30).
          05 WS-LUE-L-ADR-LIGNE-1       PIC X(38).
          05 WS-LUE-C-CPOST             PIC X(05).
          05 WS-LUE-L-COMM-ADR          PIC X(32).
          05 WS-LUE-C-PAYS-ADR          PIC X(02).

      *   Table des identites (une ligne par I-UNIQ-KPI personne
      *   physique, avec ses comptes : les 5 premiers sont detailles)
       01 WS-Q-IDENT                    PIC 9(04) BINARY VALUE ZERO.
       01 WS-I-IDENT                    PIC 9(04) BINARY VALUE ZERO.
       01 WS-J-IDENT                    PIC 9(04) BINARY VALUE ZERO.
       01 WS-I-TROUVE                   PIC 9(04) BINARY VALUE ZERO.
       01 WS-T-IDENT.
          05 WS-T-IDENT-LIG             OCCURS 5000.
             10 WS-ID-I-UNIQ-KPI        PIC X(17).
             10 WS-ID-I-IDENT-CLT       PIC X(17).
             10 WS-ID-C-SYS-ORIGINE     PIC X(03).
             10 WS-ID-L-NOM-NAISS       PIC X(32).
             10 WS-ID-L-PRENOM          PIC X(32).
             10 WS-ID-D-NAISS           PIC X(10).
             10 WS-ID-C-PAYS-NAISS      PIC X(02).
             10 WS-ID-L-VILL-NAISS      PIC X(32).
             10 WS-ID-C-TIN-US          PIC X(20).
             10 WS-ID-C-PAYS-FISC       PIC X(02).
             10 WS-ID-C-REF-FISC        PIC X(30).
             10 WS-ID-L-ADR-LIGNE-1     PIC X(38).
             10 WS-ID-C-CPOST           PIC X(05).
             10 WS-ID-L-COMM-ADR        PIC X(32).
             10 WS-ID-C-PAYS-ADR        PIC X(02).
      *      Formes normalisees (majuscules, sans blanc ni
      *      ponctuation) et longueurs utiles
             10 WS-ID-NOM-NORM          PIC X(32).
             10 WS-ID-LG-NOM            PIC 9(02).
             10 WS-ID-PRN-NORM          PIC X(32).
             10 WS-ID-LG-PRN            PIC 9(02).
             10 WS-ID-VIL-NORM          PIC X(32).
             10 WS-ID-LG-VIL            PIC 9(02).
             10 WS-ID-Q-CPT             PIC 9(03).
             10 WS-ID-T-CPT             OCCURS 5.
                15 WS-ID-C-REF-GIIN     PIC X(20).
                15 WS-ID-I-UNIQ-KAC     PIC X(17).
                15 WS-ID-C-SYS-CPT      PIC X(03).
       01 WS-I-CPT                      PIC 9(04) BINARY VALUE ZERO.
       01 TOP-CPT-CONNU                 PIC X(01) VALUE SPACE.
          88 CPT-CONNU                            VALUE 'O'.

      *   Normalisation d'une chaine (NORM-CHAINE)
       01 WS-NRM-ENTREE                 PIC X(32) VALUE SPACES.
       01 WS-NRM-SORTIE                 PIC X(32) VALUE SPACES.
       01 WS-NRM-LG                     PIC 9(02) VALUE ZERO.
       01 WS-NRM-I                      PIC 9(02) VALUE ZERO.

      *   Comparaison approchee de deux chaines normalisees
      *   (COMPAR-CHAINE) : 'E' egales, 'P' proches (au plus deux
      *   caracteres differents, ou un caractere en plus), blanc sinon
       01 WS-CMP-A                      PIC X(32) VALUE SPACES.
       01 WS-CMP-LG-A                   PIC 9(02) VALUE ZERO.
       01 WS-CMP-B                      PIC X(32) VALUE SPACES.
       01 WS-CMP-LG-B                   PIC 9(02) VALUE ZERO.
       01 WS-CMP-LONG                   PIC X(32) VALUE SPACES.
       01 WS-CMP-LG-LONG                PIC 9(02) VALUE ZERO.
       01 WS-CMP-COURT                  PIC X(32) VALUE SPACES.
       01 WS-CMP-LG-COURT               PIC 9(02) VALUE ZERO.
       01 WS-CMP-I                      PIC 9(02) VALUE ZERO.
       01 WS-CMP-K                      PIC 9(02) VALUE ZERO.
       01 WS-CMP-Q-DIFF                 PIC 9(02) VALUE ZERO.
       01 WS-CMP-RESULTAT               PIC X(01) VALUE SPACE.
          88 CMP-EGALES                           VALUE 'E'.
          88 CMP-PROCHES                          VALUE 'P'.

      *   Score de la paire en cours et criteres retenus
       01 WS-Q-SCORE                    PIC 9(03) VALUE ZERO.
       01 WS-Q-SCORE-NOM                PIC 9(03) VALUE ZERO.
       01 WS-L-CRITERES                 PIC X(60) VALUE SPACES.
       01 WS-I-CRIT                     PIC 9(02) VALUE ZERO.
       01 TOP-TIN-EGAL                  PIC X(01) VALUE SPACE.
          88 TIN-EGAL                             VALUE 'O'.
       01 TOP-TIN-VALIDE                PIC X(01) VALUE SPACE.
          88 TIN-VALIDE                           VALUE 'O'.
       01 WS-C-TIN-CTRL                 PIC X(20) VALUE SPACES.
       01 WS-N-PAIRE                    PIC 9(05) VALUE ZERO.

      *   Indice des lignes a afficher par MCCDBILA
       01 I                             PIC 9(08) BINARY VALUE ZERO.

      ***  LES CODES RETOUR DES DIFFéRENTS FICHIERS
       01  FS-E13                      PIC X(02) VALUE SPACES.
       01  FS-E1D                      PIC X(02) VALUE SPACES.
       01  FS-R09                      PIC X(02) VALUE SPACES.
       01  FS-S1D                      PIC X(02) VALUE SPACES.

      *   Compteurs
       01 WS-NB-LECT-E13               PIC 9(9) VALUE ZEROES.
       01 WS-NB-LECT-E1D               PIC 9(9) VALUE ZEROES.
       01 WS-Q-DEC-INSCRITE            PIC 9(9) VALUE ZEROES.
       01 WS-Q-DEC-ANNULEE             PIC 9(9) VALUE ZEROES.
       01 WS-Q-DEC-REJETEE             PIC 9(9) VALUE ZEROES.
       01 WS-Q-CLT-PP                  PIC 9(9) VALUE ZEROES.
       01 WS-Q-CLT-PM                  PIC 9(9) VALUE ZEROES.
       01 WS-Q-TCLI-ABSENTS            PIC 9(9) VALUE ZEROES.
       01 WS-Q-PAIRES-COMPAREES        PIC 9(9) VALUE ZEROES.
       01 WS-Q-PAIRES-DOUBLONS         PIC 9(9) VALUE ZEROES.
       01 WS-Q-PAIRES-DISTINCTES       PIC 9(9) VALUE ZEROES.
       01 WS-NB-ECRT-S1D               PIC 9(9) VALUE ZEROES.

      *   Booléens de fin de fichier
       01 TOP-FIN-E13                  PIC X(1)  VALUE SPACE.
          88 FIN-E13                             VALUE 'O'.
       01 TOP-FIN-E1D                  PIC X(1)  VALUE SPACE.
          88 FIN-E1D                             VALUE 'O'.

      *   Variable numérique de code ABEND
       01 WS-CODE-ABEND                PIC 9(4) VALUE ZERO.

      *   Indice pour lignes à afficher par MCCDBILA
       01 WS-DISP                      PIC 9(2) VALUE ZEROES.

      *   Date de traitement (date et heure)
       01 WS-D-H-TRT                   PIC X(26) VALUE SPACES.

      *******************************
      *                             *
      *  Lignes de l'edition S1D    *
      *                             *
      *******************************

       01 WS-EDIT-TITRE.
          05 FILLER                    PIC X(50) VALUE
             'DOUBLONS PROBABLES D''IDENTITE CLIENTS  -  ANNEE  '.
          05 WS-EDT-A-FISCALE-TIT      PIC X(04).
          05 FILLER                    PIC X(12) VALUE '  EDITE LE '.
          05 WS-EDT-D-EDITION          PIC X(10).
          05 FILLER                    PIC X(10) VALUE '  SEUIL : '.
          05 WS-EDT-Q-SEUIL            PIC ZZ9.
          05 FILLER                    PIC X(43) VALUE SPACES.

       01 WS-EDIT-ENTETE.
          05 FILLER                    PIC X(03) VALUE SPACES.
          05 FILLER                    PIC X(18) VALUE 'CLIENT'.
          05 FILLER                    PIC X(04) VALUE 'SYS'.
          05 FILLER                    PIC X(46) VALUE
             'NOM DE NAISSANCE / PRENOM'.
          05 FILLER                    PIC X(11) VALUE 'NE LE'.
          05 FILLER                    PIC X(28) VALUE
             'LIEU DE NAISSANCE'.
          05 FILLER                    PIC X(22) VALUE 'TIN US'.

       01 WS-EDIT-PAIRE.
          05 FILLER                    PIC X(06) VALUE 'PAIRE '.
          05 WS-EDT-N-PAIRE            PIC Z(4)9.
          05 FILLER                    PIC X(09) VALUE '  SCORE '.
          05 WS-EDT-Q-SCORE            PIC ZZ9.
          05 FILLER                    PIC X(14) VALUE
             '  CRITERES : '.
          05 WS-EDT-L-CRITERES         PIC X(60).
          05 FILLER                    PIC X(35) VALUE SPACES.

       01 WS-EDIT-IDENT.
          05 FILLER                    PIC X(03) VALUE SPACES.
          05 WS-EDT-I-UNIQ-KPI         PIC X(17).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-EDT-C-SYS-ORIGINE      PIC X(03).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-EDT-L-NOM              PIC X(45).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-EDT-D-NAISS            PIC X(10).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-EDT-C-PAYS-NAISS       PIC X(02).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-EDT-L-VILL-NAISS       PIC X(24).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-EDT-C-TIN-US           PIC X(20).
          05 FILLER                    PIC X(02) VALUE SPACES.

       01 WS-EDIT-ADRESSE.
          05 FILLER                    PIC X(21) VALUE SPACES.
          05 WS-EDT-L-ADR-LIGNE-1      PIC X(38).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-EDT-C-CPOST            PIC X(05).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-EDT-L-COMM-ADR         PIC X(32).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-EDT-C-PAYS-ADR         PIC X(02).
          05 FILLER                    PIC X(31) VALUE SPACES.

       01 WS-EDIT-TIN-ETR.
          05 FILLER                    PIC X(21) VALUE SPACES.
          05 FILLER                    PIC X(15) VALUE
             'TIN ETRANGER : '.
          05 WS-EDT-C-PAYS-FISC        PIC X(02).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-EDT-C-REF-FISC         PIC X(30).
          05 FILLER                    PIC X(63) VALUE SPACES.

       01 WS-EDIT-COMPTE.
          05 FILLER                    PIC X(21) VALUE SPACES.
          05 FILLER                    PIC X(07) VALUE 'ENTITE '.
          05 WS-EDT-C-REF-GIIN         PIC X(20).
          05 FILLER                    PIC X(09) VALUE '  COMPTE '.
          05 WS-EDT-I-UNIQ-KAC         PIC X(17).
          05 FILLER                    PIC X(06) VALUE '  SYS '.
          05 WS-EDT-C-SYS-CPT          PIC X(03).
          05 FILLER                    PIC X(49) VALUE SPACES.

       01 WS-EDIT-AUTRES-CPT.
          05 FILLER                    PIC X(21) VALUE SPACES.
          05 FILLER                    PIC X(03) VALUE 'ET '.
          05 WS-EDT-Q-AUTRES-CPT       PIC ZZ9.
          05 FILLER                    PIC X(35) VALUE
             ' AUTRE(S) COMPTE(S) NON DETAILLE(S)'.
          05 FILLER                    PIC X(70) VALUE SPACES.

       01 WS-EDIT-TOTAL.
          05 FILLER                    PIC X(03) VALUE SPACES.
          05 WS-EDT-L-TOTAL            PIC X(40).
          05 WS-EDT-Q-TOTAL            PIC Z(8)9.
          05 FILLER                    PIC X(80) VALUE SPACES.

       01 WS-EDIT-TRAIT                PIC X(132) VALUE ALL '-'.

      *   LIGNES POUR AFFICHAGES
       01 WS-LIGNE-DEBUTPROG.
          05 FILLER                    PIC X(01) VALUE '*'.
          05 FILLER                    PIC X(11) VALUE '==         '.
          05 FILLER                    PIC X(39) VALUE
                           'DEBUT D''EXECUTION DU PROGRAMME BFUSEL13'.
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
        COPY CWNAAFCT REPLACING 'PROGRAMM' BY =='BFUSEL13'==.
        COPY CWNAABAT.
        COPY CZNAAACP.

      * Description du fichier DFUSLE13
       01 ENR-DFUSLE13.
        COPY CFUSEL10 REPLACING ==(P)==    BY ==E13==.

      * COPY du module MCCDBILA
        COPY CCCDBILA REPLACING ==(PREF)== BY ==BILA==.

      * COPY du module MCCDINAB
        COPY CCCDINAB REPLACING ==(PREF)== BY ==INAB==.

      * COPY du module MGDATR03
        COPY CZGDA03.

      * COPY des accesseurs
        COPY CFUSTCLI REPLACING ==(PREF)== BY ==TCLI==.

      *****************************************************************
      *            P R O C E D U R E   D I V I S I O N                *
      *****************************************************************

       PROCEDURE DIVISION.

      *    Initialisation du traitement
           PERFORM INIT-TRAIT

      *    Inscription au registre des decisions de l'equipe qualite
           PERFORM UNTIL FIN-E1D
              PERFORM LECT-FICH-E1D
              IF NOT FIN-E1D
                 PERFORM INSCR-DECISION
              END-IF
           END-PERFORM

      *    Parcours de l'extrait et constitution de la table des
      *    identites
           PERFORM UNTIL FIN-E13
              PERFORM LECT-FICH-E13
              IF NOT FIN-E13
                 PERFORM TRAIT-ENR-EXTRAIT
              END-IF
           END-PERFORM

      *    Identite du dernier client capte
           IF IDENT-EN-ATTENTE
              PERFORM AJOUT-IDENTITE
           END-IF

      *    Comparaison des identites deux a deux
           PERFORM VARYING WS-I-IDENT FROM 1 BY 1
                     UNTIL WS-I-IDENT >= WS-Q-IDENT
              COMPUTE WS-J-IDENT = WS-I-IDENT + 1
              PERFORM UNTIL WS-J-IDENT > WS-Q-IDENT
                 PERFORM COMPAR-PAIRE
                 ADD 1                 TO WS-J-IDENT
              END-PERFORM
           END-PERFORM

      *    Finalisation du traitement
           PERFORM FIN-TRAIT
           .

      *--------------*
       INIT-TRAIT.
      *--------------*

           PERFORM RECUP-DATE-HEURE-DEB

      *    Lecture du paramètre SYSIN (année fiscale, seuil)
           ACCEPT SYSIN-80
           IF SYSIN-A-FISCALE IS NOT NUMERIC
              MOVE 1340               TO WS-CODE-ABEND
              PERFORM TRAIT-ABEND
           END-IF
           IF SYSIN-SEUIL NOT = SPACES
              IF SYSIN-SEUIL IS NOT NUMERIC
                 MOVE 1340            TO WS-CODE-ABEND
                 PERFORM TRAIT-ABEND
              END-IF
              MOVE SYSIN-SEUIL        TO WS-Q-SEUIL
      *       EN DESSOUS DE 40, UNE PAIRE SANS TIN NI ANNEE DE
      *       NAISSANCE COMMUNS POURRAIT ATTEINDRE LE SEUIL : ELLE
      *       NE SERAIT PAS COMPAREE (VOIR COMPAR-PAIRE)
              IF WS-Q-SEUIL < 40 OR WS-Q-SEUIL > 100
                 MOVE 1340            TO WS-CODE-ABEND
                 PERFORM TRAIT-ABEND
              END-IF
           END-IF

           PERFORM AFFICH-BILAN-DEB

           PERFORM OUVR-FICH-E13
           PERFORM OUVR-FICH-E1D
           PERFORM OUVR-FICH-R09
           PERFORM OUVR-FICH-S1D

      *    DD DFUSLE1D ABSENTE (STATUT '05') : AUCUNE DECISION
           IF FS-E1D = '05'
              SET FIN-E1D              TO TRUE
           END-IF

      *    Entete du rapport
           MOVE SYSIN-A-FISCALE        TO WS-EDT-A-FISCALE-TIT
           MOVE WS-D-H-TRT(1:10)       TO WS-EDT-D-EDITION
           MOVE WS-Q-SEUIL             TO WS-EDT-Q-SEUIL
           MOVE WS-EDIT-TITRE          TO FD-DFUSLS1D
           PERFORM ECRT-FICH-S1D
           MOVE WS-EDIT-TRAIT          TO FD-DFUSLS1D
           PERFORM ECRT-FICH-S1D
           MOVE WS-EDIT-ENTETE         TO FD-DFUSLS1D
           PERFORM ECRT-FICH-S1D
           MOVE WS-EDIT-TRAIT          TO FD-DFUSLS1D
           PERFORM ECRT-FICH-S1D
           .

      *----------------*
       INSCR-DECISION.
      *----------------*

      *    Une decision sans paire complete, sur un client unique
      *    compare a lui-meme ou de code inconnu est rejetee ; la
      *    paire est rangee avec le plus petit I-UNIQ-KPI en premier
           IF E1D-I-UNIQ-KPI-1 = SPACES
           OR E1D-I-UNIQ-KPI-2 = SPACES
           OR E1D-I-UNIQ-KPI-1 = E1D-I-UNIQ-KPI-2
           OR (NOT E1D-DECISION-DISTINCTS
               AND NOT E1D-DECISION-ANNULEE)
              ADD 1                    TO WS-Q-DEC-REJETEE
           ELSE
              IF E1D-I-UNIQ-KPI-1 > E1D-I-UNIQ-KPI-2
                 MOVE E1D-I-UNIQ-KPI-1 TO DBL-I-UNIQ-KPI-1
                 MOVE E1D-I-UNIQ-KPI-2 TO E1D-I-UNIQ-KPI-1
                 MOVE DBL-I-UNIQ-KPI-1 TO E1D-I-UNIQ-KPI-2
              END-IF
              MOVE WS-D-H-TRT(1:10)    TO E1D-D-ENREG
              MOVE E1D-ENR-DOUBLON     TO ENR-DFUSLR09
              IF E1D-DECISION-ANNULEE
      *          ANNULATION : LA PAIRE QUITTE LE REGISTRE (ABSENTE :
      *          RIEN A ANNULER)
                 DELETE DFUSLR09
                 IF FS-R09 NOT = '00' AND '23'
                    MOVE 1333          TO WS-CODE-ABEND
                    PERFORM TRAIT-ABEND
                 END-IF
                 ADD 1                 TO WS-Q-DEC-ANNULEE
              ELSE
      *          LA DERNIERE DECISION RECUE REMPLACE LA PRECEDENTE
                 WRITE ENR-DFUSLR09
                 IF FS-R09 = '22'
                    REWRITE ENR-DFUSLR09
                 END-IF
                 IF FS-R09 NOT = '00'
                    MOVE 1333          TO WS-CODE-ABEND
                    PERFORM TRAIT-ABEND
                 END-IF
                 ADD 1                 TO WS-Q-DEC-INSCRITE
              END-IF
           END-IF
           .

      *-----------------*
       TRAIT-ENR-EXTRAIT.
      *-----------------*

      *    Automate de l'extrait : l'identite d'un client personne
      *    physique est captee sur son DET-CLT, completee par son
      *    premier DET-ADR puis par son '40' CLI (client TBCLIFUS) ;
      *    une rupture avant le '40' range l'identite en l'etat
           EVALUATE TRUE

              WHEN E13-C-ENR = '10' AND E13-C-ENTIT = 'END'
                 IF IDENT-EN-ATTENTE
                    PERFORM AJOUT-IDENTITE
                 END-IF
                 MOVE E13-C-REF-GIIN OF E13-G-DATA-TET-END
                                       TO WS-C-REF-GIIN

              WHEN E13-C-ENR = '20' AND E13-C-ENTIT = 'CNT'
                 IF IDENT-EN-ATTENTE
                    PERFORM AJOUT-IDENTITE
                 END-IF
                 MOVE E13-I-UNIQ-KAC   TO WS-I-UNIQ-KAC
                 MOVE E13-C-SYS-ORIGINE OF E13-G-DATA-DET-CNT
                                       TO WS-C-SYS-CPT

              WHEN E13-C-ENR = '20' AND E13-C-ENTIT = 'CLI'
                 IF IDENT-EN-ATTENTE
                    PERFORM AJOUT-IDENTITE
                 END-IF
                 IF E13-C-NTUR-PERS OF E13-G-DATA-DET-CLT = '01'
                    ADD 1              TO WS-Q-CLT-PP
                    PERFORM CAPT-IDENT-CLIENT
                 ELSE
                    ADD 1              TO WS-Q-CLT-PM
                 END-IF

              WHEN E13-C-ENR = '20' AND E13-C-ENTIT = 'ADR'
                 IF IDENT-EN-ATTENTE AND NOT ADR-SERVIE
                    PERFORM CAPT-IDENT-ADRESSE
                 END-IF

              WHEN E13-C-ENR = '40' AND E13-C-ENTIT = 'CLI'
                 IF IDENT-EN-ATTENTE
                 AND E13-I-UNIQ-KPI OF E13-G-DATA-MAJ-CLI
                   = WS-LUE-I-UNIQ-KPI
                    PERFORM CAPT-IDENT-TBCLIFUS
                    PERFORM AJOUT-IDENTITE
                 END-IF

              WHEN OTHER
                 CONTINUE

           END-EVALUATE
           .

      *-------------------*
       CAPT-IDENT-CLIENT.
      *-------------------*

           MOVE SPACES                 TO WS-IDENT-LUE
           MOVE E13-I-UNIQ-KPI OF E13-G-DATA-DET-CLT
                                       TO WS-LUE-I-UNIQ-KPI
           MOVE WS-C-SYS-CPT           TO WS-LUE-C-SYS-ORIGINE
           MOVE E13-L-NOM-NAISS OF E13-G-DATA-DET-CLT
                                       TO WS-LUE-L-NOM-NAISS
           MOVE E13-L-PRENOM           TO WS-LUE-L-PRENOM
           MOVE E13-D-NAISS OF E13-G-DATA-DET-CLT
                                       TO WS-LUE-D-NAISS
           MOVE E13-C-PAYS-NAISS       TO WS-LUE-C-PAYS-NAISS
           MOVE E13-L-VILL-NAISS       TO WS-LUE-L-VILL-NAISS
      *    TIN US DU TITULAIRE PERSONNE PHYSIQUE (CF BFUSEL10)
           MOVE E13-C-REF-GIIN OF E13-G-DATA-DET-CLT
                                       TO WS-LUE-C-TIN-US
           SET IDENT-EN-ATTENTE        TO TRUE
           MOVE SPACE                  TO TOP-ADR-SERVIE
           .

      *--------------------*
       CAPT-IDENT-ADRESSE.
      *--------------------*

           MOVE E13-L-ADR-LIGNE-1 OF E13-G-DATA-DET-ADR
                                       TO WS-LUE-L-ADR-LIGNE-1
           MOVE E13-C-CPOST OF E13-G-DATA-DET-ADR
                                       TO WS-LUE-C-CPOST
           MOVE E13-L-COMM-ADR OF E13-G-DATA-DET-ADR
                                       TO WS-LUE-L-COMM-ADR
           MOVE E13-C-PAYS-ADR OF E13-G-DATA-DET-ADR
                                       TO WS-LUE-C-PAYS-ADR
           SET ADR-SERVIE              TO TRUE
           .

      *---------------------*
       CAPT-IDENT-TBCLIFUS.
      *---------------------*

      *    Client TBCLIFUS courant (residence et TIN etrangers) ; a
      *    defaut, valeurs de l'extrait
           MOVE E13-I-IDENT-CLT OF E13-G-DATA-MAJ-CLI
                                       TO WS-LUE-I-IDENT-CLT
           MOVE E13-C-SYS-ORIGINE OF E13-G-DATA-MAJ-CLI
                                       TO WS-LUE-C-SYS-ORIGINE
           MOVE E13-C-PAYS-FISCL-ETR   TO WS-LUE-C-PAYS-FISC
           MOVE E13-C-REF-FISC-ETR     TO WS-LUE-C-REF-FISC

           MOVE 'SE'                   TO ACCE-TYPE-REQUETE
           MOVE '01'                   TO ACCE-NOM-FONCTION
           MOVE E13-I-IDENT-CLT OF E13-G-DATA-MAJ-CLI
                                       TO TCLI-I-IDENT-CLT
           MOVE E13-A-APPL OF E13-G-DATA-MAJ-CLI
                                       TO TCLI-A-APPL
           MOVE E13-C-SYS-ORIGINE OF E13-G-DATA-MAJ-CLI
                                       TO TCLI-C-SYS-ORIGINE
           PERFORM SQ-ACCES-TCLI
           EVALUATE TRUE
              WHEN TROUVE
                 MOVE TCLI-C-PAYS-FISCL-ETR
                                       TO WS-LUE-C-PAYS-FISC
                 MOVE TCLI-C-REF-FISC-ETR
                                       TO WS-LUE-C-REF-FISC
              WHEN NON-TROUVE
                 ADD 1                 TO WS-Q-TCLI-ABSENTS
              WHEN OTHER
                 MOVE 1360             TO WS-CODE-ABEND
                 PERFORM TRAIT-ABEND
           END-EVALUATE
           .

      *----------------*
       AJOUT-IDENTITE.
      *----------------*

      *    Un client unique deja connu (autre compte, autre entite)
      *    recoit seulement le compte ; sinon nouvelle identite
           MOVE ZERO                   TO WS-I-TROUVE
           PERFORM VARYING WS-I-IDENT FROM 1 BY 1
                     UNTIL WS-I-IDENT > WS-Q-IDENT
                        OR WS-I-TROUVE NOT = ZERO
              IF WS-ID-I-UNIQ-KPI(WS-I-IDENT) = WS-LUE-I-UNIQ-KPI
                 MOVE WS-I-IDENT       TO WS-I-TROUVE
              END-IF
           END-PERFORM

           IF WS-I-TROUVE = ZERO
              IF WS-Q-IDENT = 5000
      *          DEPASSEMENT TABLE DES IDENTITES
                 MOVE 1350             TO WS-CODE-ABEND
                 PERFORM TRAIT-ABEND
              END-IF
              ADD 1                    TO WS-Q-IDENT
              MOVE WS-Q-IDENT          TO WS-I-TROUVE
              PERFORM INIT-IDENTITE
           ELSE
      *       TIN ABSENTS DE LA PREMIERE OCCURRENCE : COMPLETES
              IF WS-ID-C-TIN-US(WS-I-TROUVE) = SPACES
                 MOVE WS-LUE-C-TIN-US  TO WS-ID-C-TIN-US(WS-I-TROUVE)
              END-IF
              IF WS-ID-C-REF-FISC(WS-I-TROUVE) = SPACES
                 MOVE WS-LUE-C-PAYS-FISC
                                       TO WS-ID-C-PAYS-FISC(WS-I-TROUVE)
                 MOVE WS-LUE-C-REF-FISC
                                       TO WS-ID-C-REF-FISC(WS-I-TROUVE)
              END-IF
           END-IF

           PERFORM AJOUT-COMPTE
           MOVE SPACE                  TO TOP-IDENT-EN-ATTENTE
           .

      *---------------*
       INIT-IDENTITE.
      *---------------*

           MOVE WS-LUE-I-UNIQ-KPI      TO WS-ID-I-UNIQ-KPI(WS-I-TROUVE)
           MOVE WS-LUE-I-IDENT-CLT     TO WS-ID-I-IDENT-CLT(WS-I-TROUVE)
           MOVE WS-LUE-C-SYS-ORIGINE
                                  TO WS-ID-C-SYS-ORIGINE(WS-I-TROUVE)
           MOVE WS-LUE-L-NOM-NAISS     TO WS-ID-L-NOM-NAISS(WS-I-TROUVE)
           MOVE WS-LUE-L-PRENOM        TO WS-ID-L-PRENOM(WS-I-TROUVE)
           MOVE WS-LUE-D-NAISS         TO WS-ID-D-NAISS(WS-I-TROUVE)
           MOVE WS-LUE-C-PAYS-NAISS
                                  TO WS-ID-C-PAYS-NAISS(WS-I-TROUVE)
           MOVE WS-LUE-L-VILL-NAISS
                                  TO WS-ID-L-VILL-NAISS(WS-I-TROUVE)
           MOVE WS-LUE-C-TIN-US        TO WS-ID-C-TIN-US(WS-I-TROUVE)
           MOVE WS-LUE-C-PAYS-FISC     TO WS-ID-C-PAYS-FISC(WS-I-TROUVE)
           MOVE WS-LUE-C-REF-FISC      TO WS-ID-C-REF-FISC(WS-I-TROUVE)
           MOVE WS-LUE-L-ADR-LIGNE-1
                                  TO WS-ID-L-ADR-LIGNE-1(WS-I-TROUVE)
           MOVE WS-LUE-C-CPOST         TO WS-ID-C-CPOST(WS-I-TROUVE)
           MOVE WS-LUE-L-COMM-ADR      TO WS-ID-L-COMM-ADR(WS-I-TROUVE)
           MOVE WS-LUE-C-PAYS-ADR      TO WS-ID-C-PAYS-ADR(WS-I-TROUVE)
           MOVE ZERO                   TO WS-ID-Q-CPT(WS-I-TROUVE)

           MOVE WS-LUE-L-NOM-NAISS     TO WS-NRM-ENTREE
           PERFORM NORM-CHAINE
           MOVE WS-NRM-SORTIE          TO WS-ID-NOM-NORM(WS-I-TROUVE)
           MOVE WS-NRM-LG              TO WS-ID-LG-NOM(WS-I-TROUVE)
           MOVE WS-LUE-L-PRENOM        TO WS-NRM-ENTREE
           PERFORM NORM-CHAINE
           MOVE WS-NRM-SORTIE          TO WS-ID-PRN-NORM(WS-I-TROUVE)
           MOVE WS-NRM-LG              TO WS-ID-LG-PRN(WS-I-TROUVE)
           MOVE WS-LUE-L-VILL-NAISS    TO WS-NRM-ENTREE
           PERFORM NORM-CHAINE
           MOVE WS-NRM-SORTIE          TO WS-ID-VIL-NORM(WS-I-TROUVE)
           MOVE WS-NRM-LG              TO WS-ID-LG-VIL(WS-I-TROUVE)
           .

      *--------------*
       AJOUT-COMPTE.
      *--------------*

      *    Compte deja rattache (meme compte vu deux fois) : ignore ;
      *    au-dela de 5 comptes, seul le nombre est tenu
           MOVE SPACE                  TO TOP-CPT-CONNU
           PERFORM VARYING WS-I-CPT FROM 1 BY 1
                     UNTIL WS-I-CPT > WS-ID-Q-CPT(WS-I-TROUVE)
                        OR WS-I-CPT > 5
              IF WS-ID-I-UNIQ-KAC(WS-I-TROUVE, WS-I-CPT)
                 = WS-I-UNIQ-KAC
              AND WS-ID-C-REF-GIIN(WS-I-TROUVE, WS-I-CPT)
                 = WS-C-REF-GIIN
                 SET CPT-CONNU         TO TRUE
              END-IF
           END-PERFORM

           IF NOT CPT-CONNU
              ADD 1                    TO WS-ID-Q-CPT(WS-I-TROUVE)
              IF WS-ID-Q-CPT(WS-I-TROUVE) NOT > 5
                 MOVE WS-ID-Q-CPT(WS-I-TROUVE)
                                       TO WS-I-CPT
                 MOVE WS-C-REF-GIIN
                            TO WS-ID-C-REF-GIIN(WS-I-TROUVE, WS-I-CPT)
                 MOVE WS-I-UNIQ-KAC
                            TO WS-ID-I-UNIQ-KAC(WS-I-TROUVE, WS-I-CPT)
                 MOVE WS-C-SYS-CPT
                            TO WS-ID-C-SYS-CPT(WS-I-TROUVE, WS-I-CPT)
              END-IF
           END-IF
           .

      *-------------*
       NORM-CHAINE.
      *-------------*

      *    Majuscules, puis seules les lettres et chiffres sont
      *    conserves (blancs, tirets, apostrophes, points retires)
           INSPECT WS-NRM-ENTREE CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE SPACES                 TO WS-NRM-SORTIE
           MOVE ZERO                   TO WS-NRM-LG
           PERFORM VARYING WS-NRM-I FROM 1 BY 1
                     UNTIL WS-NRM-I > 32
              IF WS-NRM-ENTREE(WS-NRM-I:1) IS ALPHABETIC-UPPER
              AND WS-NRM-ENTREE(WS-NRM-I:1) NOT = SPACE
              OR WS-NRM-ENTREE(WS-NRM-I:1) IS NUMERIC
                 ADD 1                 TO WS-NRM-LG
                 MOVE WS-NRM-ENTREE(WS-NRM-I:1)
                                       TO WS-NRM-SORTIE(WS-NRM-LG:1)
              END-IF
           END-PERFORM
           .

      *--------------*
       COMPAR-PAIRE.
      *--------------*

      *    Seules les paires partageant un TIN ou l'annee de
      *    naissance sont notees : sans l'un ni l'autre le score ne
      *    peut depasser 35 (nom 20, prenom 10, lieu 5), sous le
      *    seuil minimal de 40
           MOVE SPACE                  TO TOP-TIN-EGAL
           PERFORM CTRL-TIN-EGAL

           IF TIN-EGAL
           OR (WS-ID-D-NAISS(WS-I-IDENT)(1:4) NOT = SPACES
               AND WS-ID-D-NAISS(WS-I-IDENT)(1:4)
                 = WS-ID-D-NAISS(WS-J-IDENT)(1:4))
              ADD 1                    TO WS-Q-PAIRES-COMPAREES
              PERFORM CALC-SCORE
              IF WS-Q-SCORE NOT < WS-Q-SEUIL
                 PERFORM CTRL-PAIRE-REGISTRE
              END-IF
           END-IF
           .

      *---------------*
       CTRL-TIN-EGAL.
      *---------------*

      *    TIN US identique, ou TIN etranger identique du meme pays ;
      *    les TIN vides, nuls ou de substitution ne comptent pas
           IF WS-ID-C-TIN-US(WS-I-IDENT) = WS-ID-C-TIN-US(WS-J-IDENT)
              MOVE WS-ID-C-TIN-US(WS-I-IDENT)
                                       TO WS-C-TIN-CTRL
              PERFORM CTRL-TIN-VALIDE
              IF TIN-VALIDE
                 SET TIN-EGAL          TO TRUE
              END-IF
           END-IF
           IF NOT TIN-EGAL
           AND WS-ID-C-PAYS-FISC(WS-I-IDENT)
             = WS-ID-C-PAYS-FISC(WS-J-IDENT)
           AND WS-ID-C-REF-FISC(WS-I-IDENT)
             = WS-ID-C-REF-FISC(WS-J-IDENT)
              MOVE WS-ID-C-REF-FISC(WS-I-IDENT)
                                       TO WS-C-TIN-CTRL
              PERFORM CTRL-TIN-VALIDE
              IF TIN-VALIDE
                 SET TIN-EGAL          TO TRUE
              END-IF
           END-IF
           .

      *-----------------*
       CTRL-TIN-VALIDE.
      *-----------------*

           IF WS-C-TIN-CTRL = SPACES OR LOW-VALUE
           OR WS-C-TIN-CTRL = ALL '0'
           OR WS-C-TIN-CTRL(1:9) = '000000000' OR 'AAAAAAAAA'
              MOVE SPACE               TO TOP-TIN-VALIDE
           ELSE
              SET TIN-VALIDE           TO TRUE
           END-IF
           .

      *------------*
       CALC-SCORE.
      *------------*

           MOVE ZERO                   TO WS-Q-SCORE
           MOVE SPACES                 TO WS-L-CRITERES
           MOVE 1                      TO WS-I-CRIT

      *    TIN
           IF TIN-EGAL
              ADD 40                   TO WS-Q-SCORE
              STRING 'TIN '            DELIMITED BY SIZE
                INTO WS-L-CRITERES WITH POINTER WS-I-CRIT
           END-IF

      *    Date de naissance (AAAA-MM-JJ), jour et mois inverses
           IF WS-ID-D-NAISS(WS-I-IDENT) NOT = SPACES
              IF WS-ID-D-NAISS(WS-I-IDENT) = WS-ID-D-NAISS(WS-J-IDENT)
                 ADD 25                TO WS-Q-SCORE
                 STRING 'NAISSANCE '   DELIMITED BY SIZE
                   INTO WS-L-CRITERES WITH POINTER WS-I-CRIT
              ELSE
                 IF WS-ID-D-NAISS(WS-I-IDENT)(1:4)
                  = WS-ID-D-NAISS(WS-J-IDENT)(1:4)
                 AND WS-ID-D-NAISS(WS-I-IDENT)(6:2)
                  = WS-ID-D-NAISS(WS-J-IDENT)(9:2)
                 AND WS-ID-D-NAISS(WS-I-IDENT)(9:2)
                  = WS-ID-D-NAISS(WS-J-IDENT)(6:2)
                    ADD 12             TO WS-Q-SCORE
                    STRING 'NAISSANCE(JJ/MM) ' DELIMITED BY SIZE
                      INTO WS-L-CRITERES WITH POINTER WS-I-CRIT
                 END-IF
              END-IF
           END-IF

      *    Nom de naissance et prenom, eventuellement inverses
           PERFORM CALC-SCORE-NOM
           ADD WS-Q-SCORE-NOM          TO WS-Q-SCORE

      *    Lieu de naissance
           IF WS-ID-LG-VIL(WS-I-IDENT) > ZERO
              MOVE WS-ID-VIL-NORM(WS-I-IDENT) TO WS-CMP-A
              MOVE WS-ID-LG-VIL(WS-I-IDENT)   TO WS-CMP-LG-A
              MOVE WS-ID-VIL-NORM(WS-J-IDENT) TO WS-CMP-B
              MOVE WS-ID-LG-VIL(WS-J-IDENT)   TO WS-CMP-LG-B
              PERFORM COMPAR-CHAINE
           ELSE
              MOVE SPACE               TO WS-CMP-RESULTAT
           END-IF
           EVALUATE TRUE
              WHEN CMP-EGALES
                 ADD 5                 TO WS-Q-SCORE
                 STRING 'LIEU '        DELIMITED BY SIZE
                   INTO WS-L-CRITERES WITH POINTER WS-I-CRIT
              WHEN CMP-PROCHES
                 ADD 3                 TO WS-Q-SCORE
                 STRING 'LIEU(PROCHE) ' DELIMITED BY SIZE
                   INTO WS-L-CRITERES WITH POINTER WS-I-CRIT
              WHEN WS-ID-C-PAYS-NAISS(WS-I-IDENT) NOT = SPACES
               AND WS-ID-C-PAYS-NAISS(WS-I-IDENT)
                 = WS-ID-C-PAYS-NAISS(WS-J-IDENT)
                 ADD 2                 TO WS-Q-SCORE
                 STRING 'PAYS-NAISS '  DELIMITED BY SIZE
                   INTO WS-L-CRITERES WITH POINTER WS-I-CRIT
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .

      *----------------*
       CALC-SCORE-NOM.
      *----------------*

           MOVE ZERO                   TO WS-Q-SCORE-NOM

      *    Nom et prenom inverses d'une fiche a l'autre
           IF WS-ID-LG-NOM(WS-I-IDENT) > ZERO
           AND WS-ID-LG-PRN(WS-I-IDENT) > ZERO
           AND WS-ID-NOM-NORM(WS-I-IDENT)
             = WS-ID-PRN-NORM(WS-J-IDENT)
           AND WS-ID-PRN-NORM(WS-I-IDENT)
             = WS-ID-NOM-NORM(WS-J-IDENT)
           AND WS-ID-NOM-NORM(WS-I-IDENT)
             NOT = WS-ID-PRN-NORM(WS-I-IDENT)
              MOVE 25                  TO WS-Q-SCORE-NOM
              STRING 'NOM/PRENOM(INVERSES) ' DELIMITED BY SIZE
                INTO WS-L-CRITERES WITH POINTER WS-I-CRIT
           ELSE
      *       Nom de naissance
              IF WS-ID-LG-NOM(WS-I-IDENT) > ZERO
                 MOVE WS-ID-NOM-NORM(WS-I-IDENT) TO WS-CMP-A
                 MOVE WS-ID-LG-NOM(WS-I-IDENT)   TO WS-CMP-LG-A
                 MOVE WS-ID-NOM-NORM(WS-J-IDENT) TO WS-CMP-B
                 MOVE WS-ID-LG-NOM(WS-J-IDENT)   TO WS-CMP-LG-B
                 PERFORM COMPAR-CHAINE
                 EVALUATE TRUE
                    WHEN CMP-EGALES
                       ADD 20          TO WS-Q-SCORE-NOM
                       STRING 'NOM '   DELIMITED BY SIZE
                         INTO WS-L-CRITERES WITH POINTER WS-I-CRIT
                    WHEN CMP-PROCHES
                       ADD 12          TO WS-Q-SCORE-NOM
                       STRING 'NOM(PROCHE) ' DELIMITED BY SIZE
                         INTO WS-L-CRITERES WITH POINTER WS-I-CRIT
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
              END-IF
      *       Prenom
              IF WS-ID-LG-PRN(WS-I-IDENT) > ZERO
                 MOVE WS-ID-PRN-NORM(WS-I-IDENT) TO WS-CMP-A
                 MOVE WS-ID-LG-PRN(WS-I-IDENT)   TO WS-CMP-LG-A
                 MOVE WS-ID-PRN-NORM(WS-J-IDENT) TO WS-CMP-B
                 MOVE WS-ID-LG-PRN(WS-J-IDENT)   TO WS-CMP-LG-B
                 PERFORM COMPAR-CHAINE
                 EVALUATE TRUE
                    WHEN CMP-EGALES
                       ADD 10          TO WS-Q-SCORE-NOM
                       STRING 'PRENOM ' DELIMITED BY SIZE
                         INTO WS-L-CRITERES WITH POINTER WS-I-CRIT
                    WHEN CMP-PROCHES
                       ADD 6           TO WS-Q-SCORE-NOM
                       STRING 'PRENOM(PROCHE) ' DELIMITED BY SIZE
                         INTO WS-L-CRITERES WITH POINTER WS-I-CRIT
                    WHEN WS-ID-PRN-NORM(WS-I-IDENT)(1:1)
                       = WS-ID-PRN-NORM(WS-J-IDENT)(1:1)
                       ADD 3           TO WS-Q-SCORE-NOM
                       STRING 'INITIALE ' DELIMITED BY SIZE
                         INTO WS-L-CRITERES WITH POINTER WS-I-CRIT
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
              END-IF
           END-IF
           .

      *---------------*
       COMPAR-CHAINE.
      *---------------*

      *    'E' : chaines egales ; 'P' : au plus deux positions
      *    differentes (fautes de frappe, lettres interverties) sur
      *    des chaines d'au moins 4 caracteres, ou une seule lettre
      *    ajoutee ou omise
           MOVE SPACE                  TO WS-CMP-RESULTAT
           IF WS-CMP-LG-A = ZERO OR WS-CMP-LG-B = ZERO
              CONTINUE
           ELSE
              IF WS-CMP-A = WS-CMP-B
                 SET CMP-EGALES        TO TRUE
              ELSE
                 IF WS-CMP-LG-A NOT < WS-CMP-LG-B
                    MOVE WS-CMP-A      TO WS-CMP-LONG
                    MOVE WS-CMP-LG-A   TO WS-CMP-LG-LONG
                    MOVE WS-CMP-B      TO WS-CMP-COURT
                    MOVE WS-CMP-LG-B   TO WS-CMP-LG-COURT
                 ELSE
                    MOVE WS-CMP-B      TO WS-CMP-LONG
                    MOVE WS-CMP-LG-B   TO WS-CMP-LG-LONG
                    MOVE WS-CMP-A      TO WS-CMP-COURT
                    MOVE WS-CMP-LG-A   TO WS-CMP-LG-COURT
                 END-IF

      *          Positions differentes (les caracteres en plus de la
      *          chaine longue comptent comme differents)
                 MOVE ZERO             TO WS-CMP-Q-DIFF
                                          WS-CMP-K
                 PERFORM VARYING WS-CMP-I FROM 1 BY 1
                           UNTIL WS-CMP-I > WS-CMP-LG-LONG
                    IF WS-CMP-LONG(WS-CMP-I:1)
                       NOT = WS-CMP-COURT(WS-CMP-I:1)
                       ADD 1           TO WS-CMP-Q-DIFF
                       IF WS-CMP-K = ZERO
                          MOVE WS-CMP-I TO WS-CMP-K
                       END-IF
                    END-IF
                 END-PERFORM

                 IF WS-CMP-Q-DIFF NOT > 2
                 AND WS-CMP-LG-COURT NOT < 4
                    SET CMP-PROCHES    TO TRUE
                 END-IF

      *          Une lettre en plus dans la chaine longue a la
      *          premiere position differente : le reste concorde
                 IF NOT CMP-PROCHES
                 AND WS-CMP-LG-LONG = WS-CMP-LG-COURT + 1
                 AND WS-CMP-LG-COURT NOT < 4
                 AND WS-CMP-K < WS-CMP-LG-LONG
                    COMPUTE WS-CMP-I = WS-CMP-LG-LONG - WS-CMP-K
                    IF WS-CMP-LONG(WS-CMP-K + 1:WS-CMP-I)
                     = WS-CMP-COURT(WS-CMP-K:WS-CMP-I)
                       SET CMP-PROCHES TO TRUE
                    END-IF
                 END-IF
              END-IF
           END-IF
           .

      *---------------------*
       CTRL-PAIRE-REGISTRE.
      *---------------------*

      *    Paire confirmee distincte par l'equipe qualite : non
      *    signalee
           IF WS-ID-I-UNIQ-KPI(WS-I-IDENT)
            < WS-ID-I-UNIQ-KPI(WS-J-IDENT)
              MOVE WS-ID-I-UNIQ-KPI(WS-I-IDENT) TO DBL-I-UNIQ-KPI-1
              MOVE WS-ID-I-UNIQ-KPI(WS-J-IDENT) TO DBL-I-UNIQ-KPI-2
           ELSE
              MOVE WS-ID-I-UNIQ-KPI(WS-J-IDENT) TO DBL-I-UNIQ-KPI-1
              MOVE WS-ID-I-UNIQ-KPI(WS-I-IDENT) TO DBL-I-UNIQ-KPI-2
           END-IF
           MOVE DBL-CLE                TO R09-CLE
           READ DFUSLR09 INTO DBL-ENR-DOUBLON
           EVALUATE FS-R09
              WHEN '00'
                 ADD 1                 TO WS-Q-PAIRES-DISTINCTES
              WHEN '23'
                 ADD 1                 TO WS-Q-PAIRES-DOUBLONS
                 PERFORM EDIT-PAIRE
              WHEN OTHER
                 MOVE 1332             TO WS-CODE-ABEND
                 PERFORM TRAIT-ABEND
           END-EVALUATE
           .

      *------------*
       EDIT-PAIRE.
      *------------*

           ADD 1                       TO WS-N-PAIRE
           MOVE SPACES                 TO FD-DFUSLS1D
           PERFORM ECRT-FICH-S1D
           MOVE WS-N-PAIRE             TO WS-EDT-N-PAIRE
           MOVE WS-Q-SCORE             TO WS-EDT-Q-SCORE
           MOVE WS-L-CRITERES          TO WS-EDT-L-CRITERES
           MOVE WS-EDIT-PAIRE          TO FD-DFUSLS1D
           PERFORM ECRT-FICH-S1D

           MOVE WS-I-IDENT             TO WS-I-TROUVE
           PERFORM EDIT-IDENTITE
           MOVE WS-J-IDENT             TO WS-I-TROUVE
           PERFORM EDIT-IDENTITE
           .

      *---------------*
       EDIT-IDENTITE.
      *---------------*

           MOVE SPACES                 TO WS-EDT-L-NOM
           MOVE WS-ID-I-UNIQ-KPI(WS-I-TROUVE)  TO WS-EDT-I-UNIQ-KPI
           MOVE WS-ID-C-SYS-ORIGINE(WS-I-TROUVE)
                                       TO WS-EDT-C-SYS-ORIGINE
           STRING WS-ID-L-NOM-NAISS(WS-I-TROUVE) DELIMITED BY '  '
                  ' '                            DELIMITED BY SIZE
                  WS-ID-L-PRENOM(WS-I-TROUVE)    DELIMITED BY '  '
             INTO WS-EDT-L-NOM
           MOVE WS-ID-D-NAISS(WS-I-TROUVE)      TO WS-EDT-D-NAISS
           MOVE WS-ID-C-PAYS-NAISS(WS-I-TROUVE) TO WS-EDT-C-PAYS-NAISS
           MOVE WS-ID-L-VILL-NAISS(WS-I-TROUVE) TO WS-EDT-L-VILL-NAISS
           MOVE WS-ID-C-TIN-US(WS-I-TROUVE)     TO WS-EDT-C-TIN-US
           MOVE WS-EDIT-IDENT          TO FD-DFUSLS1D
           PERFORM ECRT-FICH-S1D

           MOVE WS-ID-L-ADR-LIGNE-1(WS-I-TROUVE)
                                       TO WS-EDT-L-ADR-LIGNE-1
           MOVE WS-ID-C-CPOST(WS-I-TROUVE)      TO WS-EDT-C-CPOST
           MOVE WS-ID-L-COMM-ADR(WS-I-TROUVE)   TO WS-EDT-L-COMM-ADR
           MOVE WS-ID-C-PAYS-ADR(WS-I-TROUVE)   TO WS-EDT-C-PAYS-ADR
           MOVE WS-EDIT-ADRESSE        TO FD-DFUSLS1D
           PERFORM ECRT-FICH-S1D

           IF WS-ID-C-REF-FISC(WS-I-TROUVE) NOT = SPACES
              MOVE WS-ID-C-PAYS-FISC(WS-I-TROUVE)
                                       TO WS-EDT-C-PAYS-FISC
              MOVE WS-ID-C-REF-FISC(WS-I-TROUVE)
                                       TO WS-EDT-C-REF-FISC
              MOVE WS-EDIT-TIN-ETR     TO FD-DFUSLS1D
              PERFORM ECRT-FICH-S1D
           END-IF

           PERFORM VARYING WS-I-CPT FROM 1 BY 1
                     UNTIL WS-I-CPT > WS-ID-Q-CPT(WS-I-TROUVE)
                        OR WS-I-CPT > 5
              MOVE WS-ID-C-REF-GIIN(WS-I-TROUVE, WS-I-CPT)
                                       TO WS-EDT-C-REF-GIIN
              MOVE WS-ID-I-UNIQ-KAC(WS-I-TROUVE, WS-I-CPT)
                                       TO WS-EDT-I-UNIQ-KAC
              MOVE WS-ID-C-SYS-CPT(WS-I-TROUVE, WS-I-CPT)
                                       TO WS-EDT-C-SYS-CPT
              MOVE WS-EDIT-COMPTE      TO FD-DFUSLS1D
              PERFORM ECRT-FICH-S1D
           END-PERFORM

           IF WS-ID-Q-CPT(WS-I-TROUVE) > 5
              COMPUTE WS-EDT-Q-AUTRES-CPT
                    = WS-ID-Q-CPT(WS-I-TROUVE) - 5
              MOVE WS-EDIT-AUTRES-CPT  TO FD-DFUSLS1D
              PERFORM ECRT-FICH-S1D
           END-IF
           .

      *--------------*
       FIN-TRAIT.
      *--------------*

      *    Totaux du rapport
           MOVE SPACES                 TO FD-DFUSLS1D
           PERFORM ECRT-FICH-S1D
           MOVE WS-EDIT-TRAIT          TO FD-DFUSLS1D
           PERFORM ECRT-FICH-S1D
           MOVE 'IDENTITES PERSONNES PHYSIQUES'
                                       TO WS-EDT-L-TOTAL
           MOVE WS-Q-IDENT             TO WS-EDT-Q-TOTAL
           MOVE WS-EDIT-TOTAL          TO FD-DFUSLS1D
           PERFORM ECRT-FICH-S1D
           MOVE 'PAIRES COMPAREES (TIN OU ANNEE COMMUNS)'
                                       TO WS-EDT-L-TOTAL
           MOVE WS-Q-PAIRES-COMPAREES  TO WS-EDT-Q-TOTAL
           MOVE WS-EDIT-TOTAL          TO FD-DFUSLS1D
           PERFORM ECRT-FICH-S1D
           MOVE 'PAIRES DOUBLONS PROBABLES SIGNALEES'
                                       TO WS-EDT-L-TOTAL
           MOVE WS-Q-PAIRES-DOUBLONS   TO WS-EDT-Q-TOTAL
           MOVE WS-EDIT-TOTAL          TO FD-DFUSLS1D
           PERFORM ECRT-FICH-S1D
           MOVE 'PAIRES CONFIRMEES DISTINCTES (REGISTRE)'
                                       TO WS-EDT-L-TOTAL
           MOVE WS-Q-PAIRES-DISTINCTES TO WS-EDT-Q-TOTAL
           MOVE WS-EDIT-TOTAL          TO FD-DFUSLS1D
           PERFORM ECRT-FICH-S1D
           MOVE WS-EDIT-TRAIT          TO FD-DFUSLS1D
           PERFORM ECRT-FICH-S1D

           PERFORM FERM-FICH-E13
           PERFORM FERM-FICH-E1D
           PERFORM FERM-FICH-R09
           PERFORM FERM-FICH-S1D
           PERFORM AFFICH-BILAN-FIN
           PERFORM FIN-PROGRAMME
           .

      *---------------*
       OUVR-FICH-E13.
      *---------------*

           OPEN INPUT DFUSLE13
           IF FS-E13  NOT = '00'
              MOVE 1301               TO WS-CODE-ABEND
              PERFORM TRAIT-ABEND
           END-IF
           .

      *---------------*
       LECT-FICH-E13.
      *---------------*

           READ DFUSLE13
           END-READ
           EVALUATE FS-E13
              WHEN '00'
                 MOVE  FD-DFUSLE13          TO ENR-DFUSLE13
                 ADD   1                    TO WS-NB-LECT-E13
              WHEN '10'
                 SET  FIN-E13               TO TRUE
              WHEN OTHER
                 MOVE 1302                  TO WS-CODE-ABEND
                 PERFORM TRAIT-ABEND
           END-EVALUATE
           .

      *---------------*
       FERM-FICH-E13.
      *---------------*

           CLOSE DFUSLE13
           IF FS-E13  NOT = '00'
              MOVE 1303               TO WS-CODE-ABEND
              PERFORM TRAIT-ABEND
           END-IF
           .

      *---------------*
       OUVR-FICH-E1D.
      *---------------*

           OPEN INPUT DFUSLE1D
           IF FS-E1D  NOT = '00' AND '05'
              MOVE 1321               TO WS-CODE-ABEND
              PERFORM TRAIT-ABEND
           END-IF
           .

      *---------------*
       LECT-FICH-E1D.
      *---------------*

           READ DFUSLE1D INTO E1D-ENR-DOUBLON
           EVALUATE FS-E1D
              WHEN '00'
                 ADD 1                TO WS-NB-LECT-E1D
              WHEN '10'
                 SET FIN-E1D          TO TRUE
              WHEN OTHER
                 MOVE 1322            TO WS-CODE-ABEND
                 PERFORM TRAIT-ABEND
           END-EVALUATE
           .

      *---------------*
       FERM-FICH-E1D.
      *---------------*

           CLOSE DFUSLE1D
           IF FS-E1D  NOT = '00'
              MOVE 1323               TO WS-CODE-ABEND
              PERFORM TRAIT-ABEND
           END-IF
           .

      *---------------*
       OUVR-FICH-R09.
      *---------------*

           OPEN I-O DFUSLR09
           IF FS-R09  NOT = '00'
              MOVE 1331               TO WS-CODE-ABEND
              PERFORM TRAIT-ABEND
           END-IF
           .

      *---------------*
       FERM-FICH-R09.
      *---------------*

           CLOSE DFUSLR09
           IF FS-R09  NOT = '00'
              MOVE 1334               TO WS-CODE-ABEND
              PERFORM TRAIT-ABEND
           END-IF
           .

      *---------------*
       OUVR-FICH-S1D.
      *---------------*

           OPEN OUTPUT DFUSLS1D
           IF FS-S1D  NOT = '00'
              MOVE 1311               TO WS-CODE-ABEND
              PERFORM TRAIT-ABEND
           END-IF
           .

      *---------------*
       ECRT-FICH-S1D.
      *---------------*

           WRITE FD-DFUSLS1D
           END-WRITE
           IF FS-S1D    NOT = '00'
               MOVE 1312               TO WS-CODE-ABEND
               PERFORM TRAIT-ABEND
           ELSE
               ADD 1 TO WS-NB-ECRT-S1D
           END-IF
           .

      *---------------*
       FERM-FICH-S1D.
      *---------------*

           CLOSE DFUSLS1D
           IF FS-S1D  NOT = '00'
              MOVE 1313               TO WS-CODE-ABEND
              PERFORM TRAIT-ABEND
           END-IF
           .

      *--------------*
       TRAIT-ABEND.
      *--------------*
      * GESTION DES ABENDS DU PROGRAMME

           MOVE 'BFUSEL13'             TO      INAB-C-PGM-APPEL
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
              WHEN 1301
              WHEN 1302
              WHEN 1303
                 MOVE 'PB ACCES FICHIER DFUSLE13'
                                       TO      WS-LIGNE-ANO21
              WHEN 1311
              WHEN 1312
              WHEN 1313
                 MOVE 'PB ACCES FICHIER DFUSLS1D'
                                       TO      WS-LIGNE-ANO21
              WHEN 1321
              WHEN 1322
              WHEN 1323
                 MOVE 'PB ACCES FICHIER DFUSLE1D'
                                       TO      WS-LIGNE-ANO21
              WHEN 1331
              WHEN 1332
              WHEN 1333
              WHEN 1334
                 MOVE 'PB ACCES REGISTRE DES PAIRES DFUSLR09'
                                       TO      WS-LIGNE-ANO21
              WHEN 1340
                 MOVE 'SYSIN INVALIDE (ANNEE FISCALE, SEUIL)'
                                       TO      WS-LIGNE-ANO21
              WHEN 1350
                 MOVE 'DEPASSEMENT TABLE DES IDENTITES (5000)'
                                       TO      WS-LIGNE-ANO21
              WHEN 1360
                 MOVE 'PB APPEL MODULE MFUSTCLI'
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
           MOVE 'BFUSEL13'              TO BILA-C-PGM-APPEL
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
           MOVE '*    ANNEE FISCALE............ :
      -    '        *'                  TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE SYSIN-A-FISCALE         TO BILA-L-DISP(WS-DISP)(34:4)
           ADD  1                       TO WS-DISP
           MOVE '*    SEUIL DE SIGNALEMENT..... :
      -    '        *'                  TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE WS-Q-SEUIL              TO BILA-L-DISP(WS-DISP)(34:3)
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
           MOVE '*    WS-NB-LECT-E13             :
      -    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE WS-NB-LECT-E13           TO BILA-L-DISP(WS-DISP)(45:9)
           ADD  1                        TO WS-DISP
           MOVE '*    WS-NB-LECT-E1D             :
      -    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE WS-NB-LECT-E1D           TO BILA-L-DISP(WS-DISP)(45:9)
           ADD  1                        TO WS-DISP
           MOVE '*    WS-Q-DEC-INSCRITE          :
      -    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE WS-Q-DEC-INSCRITE        TO BILA-L-DISP(WS-DISP)(45:9)
           ADD  1                        TO WS-DISP
           MOVE '*    WS-Q-DEC-ANNULEE           :
      -    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE WS-Q-DEC-ANNULEE         TO BILA-L-DISP(WS-DISP)(45:9)
           ADD  1                        TO WS-DISP
           MOVE '*    WS-Q-DEC-REJETEE           :
      -    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE WS-Q-DEC-REJETEE         TO BILA-L-DISP(WS-DISP)(45:9)
           ADD  1                        TO WS-DISP
           MOVE '*    WS-Q-CLT-PP                :
      -    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE WS-Q-CLT-PP              TO BILA-L-DISP(WS-DISP)(45:9)
           ADD  1                        TO WS-DISP
           MOVE '*    WS-Q-CLT-PM                :
      -    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE WS-Q-CLT-PM              TO BILA-L-DISP(WS-DISP)(45:9)
           ADD  1                        TO WS-DISP
           MOVE '*    WS-Q-IDENT                 :
      -    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE WS-Q-IDENT               TO WS-EDT-Q-TOTAL
           MOVE WS-EDT-Q-TOTAL           TO BILA-L-DISP(WS-DISP)(45:9)
           ADD  1                        TO WS-DISP
           MOVE '*    WS-Q-TCLI-ABSENTS          :
      -    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE WS-Q-TCLI-ABSENTS        TO BILA-L-DISP(WS-DISP)(45:9)
           ADD  1                        TO WS-DISP
           MOVE '*    WS-Q-PAIRES-COMPAREES      :
      -    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE WS-Q-PAIRES-COMPAREES    TO BILA-L-DISP(WS-DISP)(45:9)
           ADD  1                        TO WS-DISP
           MOVE '*    WS-Q-PAIRES-DOUBLONS       :
      -    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE WS-Q-PAIRES-DOUBLONS     TO BILA-L-DISP(WS-DISP)(45:9)
           ADD  1                        TO WS-DISP
           MOVE '*    WS-Q-PAIRES-DISTINCTES     :
      -    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE WS-Q-PAIRES-DISTINCTES   TO BILA-L-DISP(WS-DISP)(45:9)
           ADD  1                        TO WS-DISP
           MOVE '*    WS-NB-ECRT-S1D             :
      -    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE WS-NB-ECRT-S1D           TO BILA-L-DISP(WS-DISP)(45:9)
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

      * Procedure appel accesseurs
        COPY CANAAACP REPLACING   'MODULE'   BY  'MFUSTCLI',
                                  ==(PREF)== BY  ==TCLI==,
                                  'MODE'     BY  'RIEN'.
       END PROGRAM BFUSEL13.
