       IDENTIFICATION DIVISION.
       PROGRAM-ID. BFUSEL94.
       AUTHOR. MCHA.

      ******************************************************************
      *      ____________________________________________________      *
      *    _(                                                    )_    *
      *  _(       D O S S I E R   D ' E C H A N T I L L O N      )_    *
      * =_        A U D I T   I N T E R N E                         _= *
      *   (_                    F A T C A                         _)   *
      *     (____________________________________________________)     *
      *                                                                *
      *               DATE          : 10/04/2017                       *
      *               COMPOSANT     : BFUSEL94                         *
      *               TYPE          : BATCH                            *
      *               AUTEUR        : MCHA                             *
      *                                                                *
      *             __________________________________________         *
      *                                                                *
      * DESCRIPTION   : Ce batch tire, pour une entite declarante et   *
      *                 une annee fiscale, un echantillon aleatoire    *
      *                 reproductible destine a l'audit interne et     *
      *                 aux commissaires aux comptes, et edite le      *
      *                 dossier DFUSLS94. Cinq strates :               *
      *                 - AccountReport de personnes physiques ;       *
      *                 - AccountReport d'entites ;                    *
      *                 - PoolReport ;                                 *
      *                 - comptes exclus sous le seuil de minimis      *
      *                   (lignes 'C' de DFUSLS1E) ;                   *
      *                 - comptes dormants bascules au pool FATCA203   *
      *                   (lignes 'D' de DFUSLS1E).                    *
      *                 Les documents sont ceux du magasin DFUSLR02    *
      *                 pour le GIIN et l'annee (corrections et        *
      *                 declarations complementaires comprises), la    *
      *                 strate etant lue dans le XML transmis.         *
      *                 Chaque element recoit une cle de tirage, un    *
      *                 hachage de son identifiant (DocRefId ou KAC)   *
      *                 amorce par la graine du SYSIN ; les N plus     *
      *                 petites cles de chaque strate forment          *
      *                 l'echantillon : memes fichiers et meme graine  *
      *                 redonnent le meme echantillon.                 *
      *                 Une page par element : XML transmis, valeurs   *
      *                 source des tables FUS (accesseurs MFUSTCNT et  *
      *                 MFUSTCLI, ligne DFUSLS1E), ecritures du        *
      *                 journal DFUSLS22 et disposition ICMM           *
      *                 (DFUSLS31 de BFUSEL30). Le dossier se termine  *
      *                 par le certificat d'echantillonnage            *
      *                 (populations, tailles, graine) a viser.        *
      *                 RC 4 si une strate compte moins d'elements     *
      *                 que la taille demandee.                        *
      *                                                                *
      * MODULES UTILISES :                                             *
      *________________________________________________________________*
      *          |                                         |           *
      *    NOM   |              DESCRIPTION                |   COPY    *
      *__________|_________________________________________|___________*
      * MCCDINAB | Module de gestion des ABENDS            |  CCCDINAB *
      * MCCDBILA | Module de gestion des affichages        |  CCCDBILA *
      * MGDATR03 | Module de manipulation des dates        |  CZGDA03  *
      * MFUSTCNT | Accesseur table TBCNTFUS                |  CFUSTCNT *
      * MFUSTCLI | Accesseur table TBCLIFUS                |  CFUSTCLI *
      *__________|_________________________________________|___________*
      *                                                                *
      * Fichiers manipulés :                                           *
      *________________________________________________________________*
      *          |                                      |   |          *
      *  DBD/DD  |              DESCRIPTION             | A |  COPY    *
      *__________|______________________________________|___|__________*
      * DFUSLR02 | Magasin d'archivage indexe (VSAM)    | E |          *
      * DFUSLE94 | Exclusions et dormants (DFUSLS1E)    | E |          *
      * DFUSLE95 | Journal d'audit DFUSLS22 de l'entite | E | CFUSMJ00 *
      * DFUSLE96 | Dispositions ICMM (DFUSLS31)         | E |          *
      * DFUSLS94 | Dossier d'echantillonnage (edition)  | S |          *
      *__________|______________________________________|___|__________*
      *                                                                *
      * Liste des ABENDS émis  par le programme :                      *
      *________________________________________________________________*
      *  ABEND   |              DESCRIPTION                            *
      *__________|_____________________________________________________*
      *   1000   | PB RECUPERATION DATE DU JOUR VIA MGDATR03           *
      *   9401   | PB OUVERTURE MAGASIN DFUSLR02                       *
      *   9402   | PB LECTURE   MAGASIN DFUSLR02                       *
      *   9403   | PB FERMETURE MAGASIN DFUSLR02                       *
      *   9411   | PB OUVERTURE FICHIER DFUSLE94                       *
      *   9412   | PB LECTURE   FICHIER DFUSLE94                       *
      *   9413   | PB FERMETURE FICHIER DFUSLE94                       *
      *   9421   | PB OUVERTURE FICHIER DFUSLE95                       *
      *   9422   | PB LECTURE   FICHIER DFUSLE95                       *
      *   9423   | PB FERMETURE FICHIER DFUSLE95                       *
      *   9431   | PB OUVERTURE FICHIER DFUSLE96                       *
      *   9432   | PB LECTURE   FICHIER DFUSLE96                       *
      *   9433   | PB FERMETURE FICHIER DFUSLE96                       *
      *   9441   | PB OUVERTURE FICHIER DFUSLS94                       *
      *   9442   | PB ECRITURE  FICHIER DFUSLS94                       *
      *   9443   | PB FERMETURE FICHIER DFUSLS94                       *
      *   9450   | SYSIN INVALIDE (GIIN, ANNEE, GRAINE OU TAILLES)     *
      *   9451   | PB APPEL MODULE MFUSTCNT                            *
      *   9452   | PB APPEL MODULE MFUSTCLI                            *
      *__________|_____________________________________________________*
      *                                                                *
      * Historique des modifications :                                 *
      *________________________________________________________________*
      * AUTEUR !   DATE   !  GAMA  !        MODIFICATIONS              *
      *________!__________!________!___________________________________*
152740*  MCHA  !10/04/2017!20152740!CREATION : DOSSIER                 *
152740*        !          !        !D'ECHANTILLONNAGE AUDIT PAR        *
152740*        !          !        !ENTITE (TIRAGE REPRODUCTIBLE PAR   *
152740*        !          !        !STRATE, PAGE PAR ELEMENT,          *
152740*        !          !        !CERTIFICAT D'ECHANTILLONNAGE)      *
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
      * Exclusions de minimis et comptes dormants (DFUSLS1E)
      *
           SELECT DFUSLE94 ASSIGN             TO DFUSLE94
           FILE STATUS FS-E94.

      *
      * Journal d'audit DFUSLS22 de l'entite
      *
           SELECT DFUSLE95 ASSIGN             TO DFUSLE95
           FILE STATUS FS-E95.

      *
      * Dispositions ICMM (DFUSLS31 de BFUSEL30)
      *
           SELECT DFUSLE96 ASSIGN             TO DFUSLE96
           FILE STATUS FS-E96.

      *
      * Dossier d'echantillonnage
      *
           SELECT DFUSLS94 ASSIGN             TO DFUSLS94
           FILE STATUS FS-S94.

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

       FD  DFUSLE94
           LABEL RECORD STANDARD
           RECORDING MODE F
           BLOCK CONTAINS 0 RECORDS.

       01  FD-DFUSLE94              PIC  X(200).

       FD  DFUSLE95
           LABEL RECORD STANDARD
           RECORDING MODE F
           BLOCK CONTAINS 0 RECORDS.

       01  FD-DFUSLE95              PIC  X(1500).

       FD  DFUSLE96
           LABEL RECORD STANDARD
           RECORDING MODE F
           BLOCK CONTAINS 0 RECORDS.

       01  FD-DFUSLE96              PIC  X(300).

       FD  DFUSLS94
           LABEL RECORD STANDARD
           RECORDING MODE F
           BLOCK CONTAINS 0 RECORDS.

       01  FD-DFUSLS94              PIC  X(132).

      ***************************************
      *      WORKING STORAGE SECTION        *
      ***************************************

       WORKING-STORAGE SECTION.

      *    Ligne d'exclusion DFUSLS1E (BFUSEL10) : 'C' compte exclu
      *    sous le seuil de minimis, 'D' compte dormant bascule au
      *    pool FATCA203 ; les lignes 'L' (comptes lies) ne sont pas
      *    echantillonnees
       01  WS-ENR-EXCLUSION.
           05  WS-EXC-C-REF-GIIN           PIC X(20).
           05  WS-EXC-C-NTUR-PERS          PIC X(02).
           05  WS-EXC-I-UNIQ-KAC           PIC X(17).
           05  WS-EXC-C-IBAN               PIC X(30).
           05  WS-EXC-C-DEV                PIC X(03).
           05  WS-EXC-Q-NBR-DEC            PIC 9(01).
           05  WS-EXC-M-MNT-ASS            PIC 9(18).
           05  WS-EXC-M-SEUIL              PIC 9(15).
           05  WS-EXC-C-LIGNE              PIC X(01).
               88  EXC-COMPTE-EXCLU                  VALUE 'C'.
               88  EXC-COMPTE-DORMANT                VALUE 'D'.
           05  WS-EXC-C-SIGNE-SLD          PIC X(01).
           05  WS-EXC-I-UNIQ-KPI           PIC X(17).
           05  WS-EXC-C-PORTEE             PIC X(01).
           05  WS-EXC-C-DEV-CUMUL          PIC X(03).
           05  WS-EXC-Q-NBR-DEC-CUMUL      PIC 9(01).
           05  WS-EXC-M-CUMUL              PIC 9(18).
           05  WS-EXC-Q-CNT-CUMUL          PIC 9(03).
           05  WS-EXC-D-DERN-MVT           PIC X(10).
           05  FILLER                      PIC X(39).

      *    Enregistrement du journal d'audit relu ; le meme fichier
      *    porte les mouvements CFUSMJ00 (zone MJ00)
       01   WS-ENR-AUDIT.
            05  WS-AUD-C-TYPE-ENR        PIC X(03).
                88  ENR-AUDIT                      VALUE 'AUD'.
            05  WS-AUD-I-REF-GIIN        PIC X(20).
            05  WS-AUD-C-DOCTYPEINDIC    PIC X(07).
            05  WS-AUD-I-DOCREFID        PIC X(90).
            05  WS-AUD-D-HORODATAGE      PIC X(19).
            05  WS-AUD-Q-NB-LIGNE        PIC 9(05).
            05  WS-AUD-Q-NB-ENR          PIC 9(09).
            05  WS-AUD-C-SIGNE-SLD       PIC X(01).
            05  WS-AUD-M-MNT-SLD         PIC 9(18).
            05  FILLER                   PIC X(1328).

      *    Enregistrement des dispositions BFUSEL30 : 'OK ' erreur
      *    rapprochee d'un DocRefId, 'INC' inconnu du journal, 'ACC'
      *    fichier accepte
       01   WS-ENR-DISPO.
            05  WS-DIS-C-DISPOSITION     PIC X(03).
                88  DISPO-RAPPROCHEE               VALUE 'OK '.
                88  DISPO-INCONNUE                 VALUE 'INC'.
                88  DISPO-ACCEPTEE                 VALUE 'ACC'.
            05  WS-DIS-I-REF-GIIN        PIC X(20).
            05  WS-DIS-C-DOCTYPEINDIC    PIC X(07).
            05  WS-DIS-I-DOCREFID        PIC X(90).
            05  WS-DIS-D-HORODATAGE      PIC X(19).
            05  WS-DIS-C-CODE-ERREUR     PIC X(10).
            05  WS-DIS-L-LIB-ERREUR      PIC X(120).
            05  FILLER                   PIC X(31).

      *   Paramètres SYSIN : GIIN et année fiscale de l'entite (col
      *   1 a 24), graine du tirage (col 26 a 34) puis tailles
      *   d'echantillon sur deux chiffres separees d'un blanc (col
      *   36, 39, 42, 45 et 48) : personnes physiques, entites,
      *   pools, de minimis, dormants - 50 au plus par strate
       01 SYSIN-80.
          05 SYSIN-I-REF-GIIN           PIC X(20) VALUE SPACES.
          05 SYSIN-A-FISCALE            PIC X(04) VALUE SPACES.
          05 FILLER                     PIC X(01) VALUE SPACES.
          05 SYSIN-N-GRAINE             PIC X(09) VALUE SPACES.
          05 SYSIN-G-TAILLES.
             10 SYSIN-T-TAILLE          OCCURS 5.
                15 FILLER               PIC X(01).
                15 SYSIN-Q-TAILLE       PIC X(02).
          05 SYSIN-FILLER               PIC X(31) VALUE SPACES.

      *   Libelles des strates
       01 WS-L-STRATES.
          05 FILLER                    PIC X(40) VALUE
             'AccountReport PERSONNES PHYSIQUES'.
          05 FILLER                    PIC X(40) VALUE
             'AccountReport ENTITES'.
          05 FILLER                    PIC X(40) VALUE
             'PoolReport'.
          05 FILLER                    PIC X(40) VALUE
             'EXCLUSIONS DE MINIMIS (DFUSLS1E)'.
          05 FILLER                    PIC X(40) VALUE
             'COMPTES DORMANTS (POOL FATCA203)'.
       01 WS-T-L-STRATES REDEFINES WS-L-STRATES.
          05 WS-L-STRATE               PIC X(40) OCCURS 5.

      *   Echantillon par strate, trie par cle de tirage croissante
      *   (a cle egale, par identifiant) ; les elements documents
      *   recoivent au fil des passes leurs ecritures de journal et
      *   leurs dispositions ICMM (3 au plus de chaque, le nombre
      *   total etant conserve)
       01 WS-T-STRATE.
          05 WS-T-STR-LIG              OCCURS 5.
             10 WS-T-STR-Q-DEMANDE     PIC 9(02).
             10 WS-T-STR-Q-POPUL       PIC 9(09).
             10 WS-T-STR-Q-TIRE        PIC 9(02).
             10 WS-T-STR-ECH           OCCURS 50.
                15 WS-T-ECH-N-CLE          PIC 9(09).
                15 WS-T-ECH-I-IDENT        PIC X(90).
                15 WS-T-ECH-L-EXCLU        PIC X(200).
                15 WS-T-ECH-Q-AUD          PIC 9(03).
                15 WS-T-ECH-T-AUD          OCCURS 3.
                   20 WS-T-AUD-C-DOCTYPE      PIC X(07).
                   20 WS-T-AUD-D-HORODATAGE   PIC X(19).
                   20 WS-T-AUD-Q-NB-LIGNE     PIC 9(05).
                   20 WS-T-AUD-C-SIGNE-SLD    PIC X(01).
                   20 WS-T-AUD-M-MNT-SLD      PIC 9(18).
                15 WS-T-ECH-Q-REP          PIC 9(03).
                15 WS-T-ECH-A-APPL         PIC X(10).
                15 WS-T-ECH-I-REF-REP      PIC X(17).
                15 WS-T-ECH-I-IDENT-CPT    PIC X(17).
                15 WS-T-ECH-I-IDENT-CLT    PIC X(17).
                15 WS-T-ECH-I-TYP-REC      PIC X(17).
                15 WS-T-ECH-Q-DIS          PIC 9(03).
                15 WS-T-ECH-T-DIS          OCCURS 3.
                   20 WS-T-DIS-C-DISPOSITION  PIC X(03).
                   20 WS-T-DIS-D-HORODATAGE   PIC X(19).
                   20 WS-T-DIS-C-CODE-ERREUR  PIC X(10).
                   20 WS-T-DIS-L-LIB-ERREUR   PIC X(120).

      *   Element en cours d'edition (meme description)
       01 WS-ECH-COURANT.
          05 WS-ECC-N-CLE              PIC 9(09).
          05 WS-ECC-I-IDENT            PIC X(90).
          05 WS-ECC-L-EXCLU            PIC X(200).
          05 WS-ECC-Q-AUD              PIC 9(03).
          05 WS-ECC-T-AUD              OCCURS 3.
             10 WS-ECC-AUD-C-DOCTYPE      PIC X(07).
             10 WS-ECC-AUD-D-HORODATAGE   PIC X(19).
             10 WS-ECC-AUD-Q-NB-LIGNE     PIC 9(05).
             10 WS-ECC-AUD-C-SIGNE-SLD    PIC X(01).
             10 WS-ECC-AUD-M-MNT-SLD      PIC 9(18).
          05 WS-ECC-Q-REP              PIC 9(03).
          05 WS-ECC-A-APPL             PIC X(10).
          05 WS-ECC-I-REF-REP          PIC X(17).
          05 WS-ECC-I-IDENT-CPT        PIC X(17).
          05 WS-ECC-I-IDENT-CLT        PIC X(17).
          05 WS-ECC-I-TYP-REC          PIC X(17).
          05 WS-ECC-Q-DIS              PIC 9(03).
          05 WS-ECC-T-DIS              OCCURS 3.
             10 WS-ECC-DIS-C-DISPOSITION  PIC X(03).
             10 WS-ECC-DIS-D-HORODATAGE   PIC X(19).
             10 WS-ECC-DIS-C-CODE-ERREUR  PIC X(10).
             10 WS-ECC-DIS-L-LIB-ERREUR   PIC X(120).

      *   Candidat au tirage
       01 WS-CAN-N-CLE                 PIC 9(09) VALUE ZERO.
       01 WS-CAN-I-IDENT               PIC X(90) VALUE SPACES.
       01 WS-CAN-L-EXCLU               PIC X(200) VALUE SPACES.

      *   Cle de tirage : hachage polynomial des octets de
      *   l'identifiant modulo le nombre premier 999999937, base et
      *   amorce derivees de la graine
       01 WS-N-GRAINE                  PIC 9(09) VALUE ZERO.
       01 WS-N-PREMIER                 PIC 9(09) VALUE 999999937.
       01 WS-N-BASE                    PIC 9(09) VALUE ZERO.
       01 WS-N-AMORCE                  PIC 9(09) VALUE ZERO.
       01 WS-N-CLE                     PIC 9(09) VALUE ZERO.
       01 WS-N-PRODUIT                 PIC 9(18) VALUE ZERO.
       01 WS-N-QUOTIENT                PIC 9(18) VALUE ZERO.
       01 WS-L-HACHE                   PIC X(90) VALUE SPACES.
       01 WS-Q-HACHE                   PIC 9(02) VALUE ZERO.
       01 WS-N-OCTET                   PIC 9(04) BINARY VALUE ZERO.
       01 WS-X-OCTET REDEFINES WS-N-OCTET.
          05 WS-X-OCTET-FORT           PIC X(01).
          05 WS-X-OCTET-FAIBLE         PIC X(01).

      *   Document du magasin en cours de classement
       01 WS-DOC-I-DOCREFID            PIC X(90) VALUE SPACES.
       01 WS-DOC-C-CLASSE              PIC X(01) VALUE SPACE.
          88 DOC-NON-CLASSE                       VALUE SPACE.
          88 DOC-ACCOUNTREPORT                    VALUE 'A'.
          88 DOC-INDIVIDUEL                       VALUE 'I'.
          88 DOC-ENTITE                           VALUE 'O'.
          88 DOC-POOLREPORT                       VALUE 'P'.
       01 TOP-POOL-DORMANT             PIC X(01) VALUE SPACE.
          88 POOL-DORMANT                         VALUE 'O'.
       01 WS-Q-AVANT-1                 PIC 9(04) BINARY VALUE ZERO.
       01 WS-Q-AVANT-2                 PIC 9(04) BINARY VALUE ZERO.

      *   PoolReport FATCA203 de l'entite (references des pages des
      *   comptes dormants)
       01 WS-Q-POOL-DORM               PIC 9(02) VALUE ZERO.
       01 WS-T-POOL-DORM.
          05 WS-T-PDO-I-DOCREFID       PIC X(90) OCCURS 10.

      *   Decomposition du DocRefId d'un AccountReport (KAC et KPI)
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
       01 WS-I-UNIQ-KAC-ECH            PIC X(17) VALUE SPACES.
       01 WS-I-UNIQ-KPI-ECH            PIC X(17) VALUE SPACES.

      *   Recherche d'un DocRefId dans l'echantillon des documents
       01 WS-RCH-I-IDENT               PIC X(90) VALUE SPACES.
       01 TOP-ECH-TROUVE               PIC X(01) VALUE SPACE.
          88 ECH-TROUVE                           VALUE 'O'.

      *   Indices : strate, element, rang d'insertion
       01 WS-I-STR                     PIC 9(04) BINARY VALUE ZERO.
       01 WS-I-ECH                     PIC 9(04) BINARY VALUE ZERO.
       01 WS-I-AUD                     PIC 9(04) BINARY VALUE ZERO.
       01 WS-N-RANG                    PIC 9(04) BINARY VALUE ZERO.
       01 WS-I-PREC                    PIC 9(04) BINARY VALUE ZERO.

      *   Lignes XML editees par segments de 125 caracteres
       01 WS-Q-UTILE                   PIC 9(04) BINARY VALUE ZERO.
       01 WS-N-DEB-SEGMENT             PIC 9(04) BINARY VALUE ZERO.
       01 WS-Q-SEGMENT                 PIC 9(04) BINARY VALUE ZERO.
       01 WS-Q-LIGNE-DOC               PIC 9(05) VALUE ZERO.

      *   Montant ramene a ses decimales pour l'edition
       01 WS-M-MONTANT                 PIC S9(15)V9(02) COMP-3
                                                   VALUE ZERO.

      *   Compteurs du certificat
       01 WS-Q-DOC-LUS                 PIC 9(09) VALUE ZERO.
       01 WS-Q-DOC-ECARTES             PIC 9(09) VALUE ZERO.
       01 WS-Q-EXC-ENTITE              PIC 9(09) VALUE ZERO.
       01 WS-Q-AUD-RAPPROCHES          PIC 9(09) VALUE ZERO.
       01 WS-Q-MAJ-RAPPROCHES          PIC 9(09) VALUE ZERO.
       01 WS-Q-DIS-RAPPROCHEES         PIC 9(09) VALUE ZERO.
       01 WS-Q-DIS-ACCEPTEES           PIC 9(09) VALUE ZERO.
       01 WS-Q-STR-INCOMPLETE          PIC 9(02) VALUE ZERO.
       01 WS-Q-POPUL-TOTAL             PIC 9(09) VALUE ZERO.
       01 WS-Q-DEMANDE-TOTAL           PIC 9(04) VALUE ZERO.
       01 WS-Q-TIRE-TOTAL              PIC 9(04) VALUE ZERO.
       01 WS-Q-PAGE-ECH                PIC 9(04) VALUE ZERO.

      *   Pagination (55 lignes par page)
       01 WS-N-PAGE                    PIC 9(04) VALUE ZERO.
       01 WS-Q-LIGNE-PAGE              PIC 9(02) VALUE 99.

      *   Indicateur SYSIN invalide
       01 TOP-SYSIN-KO                 PIC X(01) VALUE SPACE.
          88 SYSIN-KO                             VALUE 'O'.

       01 I                            PIC 9(08) BINARY VALUE ZERO.
       01 J                            PIC 9(08) BINARY VALUE ZERO.

      ***  LES CODES RETOUR DES DIFFéRENTS FICHIERS
       01  FS-R02                      PIC X(02) VALUE SPACES.
       01  FS-E94                      PIC X(02) VALUE SPACES.
       01  FS-E95                      PIC X(02) VALUE SPACES.
       01  FS-E96                      PIC X(02) VALUE SPACES.
       01  FS-S94                      PIC X(02) VALUE SPACES.

      *   Compteurs techniques
       01 WS-NB-LECT-R02               PIC 9(9) VALUE ZEROES.
       01 WS-NB-LECT-E94               PIC 9(9) VALUE ZEROES.
       01 WS-NB-LECT-E95               PIC 9(9) VALUE ZEROES.
       01 WS-NB-LECT-E96               PIC 9(9) VALUE ZEROES.
       01 WS-NB-ECRT-S94               PIC 9(9) VALUE ZEROES.

      *   Booléens de fin de fichier
       01 TOP-FIN-R02                  PIC X(1)  VALUE SPACE.
          88 FIN-R02                             VALUE 'O'.
       01 TOP-FIN-E94                  PIC X(1)  VALUE SPACE.
          88 FIN-E94                             VALUE 'O'.
       01 TOP-FIN-E95                  PIC X(1)  VALUE SPACE.
          88 FIN-E95                             VALUE 'O'.
       01 TOP-FIN-E96                  PIC X(1)  VALUE SPACE.
          88 FIN-E96                             VALUE 'O'.

      *   Variable numérique de code ABEND
       01 WS-CODE-ABEND                PIC 9(4) VALUE ZERO.

      *   Indice pour lignes à afficher par MCCDBILA
       01 WS-DISP                      PIC 9(2) VALUE ZEROES.

      *   Date de traitement (date et heure)
       01 WS-D-H-TRT                   PIC X(26) VALUE SPACES.

      *******************************
      *  Lignes de l'edition S94    *
      *******************************

       01 WS-EDIT-TITRE.
          05 FILLER                    PIC X(41) VALUE
             'DOSSIER D''ECHANTILLONNAGE AUDIT  -  GIIN '.
          05 WS-TIT-I-REF-GIIN         PIC X(20).
          05 FILLER                    PIC X(10) VALUE '  -  ANNEE'.
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-TIT-A-FISCALE          PIC X(04).
          05 FILLER                    PIC X(08) VALUE '  - PAGE'.
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-TIT-N-PAGE             PIC ZZZ9.
          05 FILLER                    PIC X(43) VALUE SPACES.

       01 WS-EDIT-ELEMENT.
          05 WS-ELE-L-STRATE           PIC X(40).
          05 FILLER                    PIC X(10) VALUE ' ELEMENT'.
          05 WS-ELE-N-ECH              PIC Z9.
          05 FILLER                    PIC X(05) VALUE ' SUR'.
          05 WS-ELE-Q-TIRE             PIC Z9.
          05 FILLER                    PIC X(20) VALUE
             '   CLE DE TIRAGE :'.
          05 WS-ELE-N-CLE              PIC 9(09).
          05 WS-ELE-L-SUITE            PIC X(10).
          05 FILLER                    PIC X(34) VALUE SPACES.

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

       01 WS-EDIT-XML.
          05 WS-XML-N-LIGNE            PIC ZZZZ9.
          05 WS-XML-C-SUITE            PIC X(01).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-XML-L-TEXTE            PIC X(125).

       01 WS-EDIT-AUDIT.
          05 FILLER                    PIC X(04) VALUE SPACES.
          05 WS-EAU-C-TYPE             PIC X(04).
          05 WS-EAU-D-HORODATAGE       PIC X(19).
          05 FILLER                    PIC X(10) VALUE ' DOCTYPE :'.
          05 WS-EAU-C-DOCTYPE          PIC X(07).
          05 FILLER                    PIC X(10) VALUE ' LIGNES :'.
          05 WS-EAU-Q-NB-LIGNE         PIC ZZZZ9.
          05 FILLER                    PIC X(09) VALUE ' SOLDE :'.
          05 WS-EAU-M-SOLDE            PIC -ZZZZZZZZZZZZZZ9.99.
          05 FILLER                    PIC X(45) VALUE SPACES.

       01 WS-EDIT-DISPO.
          05 FILLER                    PIC X(04) VALUE SPACES.
          05 WS-EDI-C-DISPOSITION      PIC X(04).
          05 WS-EDI-D-HORODATAGE       PIC X(19).
          05 FILLER                    PIC X(08) VALUE ' CODE :'.
          05 WS-EDI-C-CODE-ERREUR      PIC X(10).
          05 FILLER                    PIC X(87) VALUE SPACES.

       01 WS-EDIT-STRATE.
          05 WS-STR-L-STRATE           PIC X(40).
          05 FILLER                    PIC X(02) VALUE SPACES.
          05 WS-STR-Q-POPUL            PIC ZZZZZZZZ9.
          05 FILLER                    PIC X(04) VALUE SPACES.
          05 WS-STR-Q-DEMANDE          PIC ZZZ9.
          05 FILLER                    PIC X(04) VALUE SPACES.
          05 WS-STR-Q-TIRE             PIC ZZZ9.
          05 FILLER                    PIC X(04) VALUE SPACES.
          05 WS-STR-L-OBSERVATION      PIC X(61).

       01 WS-EDIT-COLONNE.
          05 FILLER                    PIC X(42) VALUE 'STRATE'.
          05 FILLER                    PIC X(13) VALUE ' POPULATION'.
          05 FILLER                    PIC X(08) VALUE ' DEMANDE'.
          05 FILLER                    PIC X(08) VALUE '    TIRE'.
          05 FILLER                    PIC X(61) VALUE
             '    OBSERVATION'.

       01 WS-EDIT-CERTIF.
          05 WS-CER-L-LIBELLE          PIC X(50).
          05 WS-CER-Q-VALEUR           PIC ZZZZZZZZ9.
          05 FILLER                    PIC X(73) VALUE SPACES.

       01 WS-EDIT-Q-VALEUR             PIC ZZZZZZZZ9.
       01 WS-EDIT-M-MONTANT            PIC -ZZZZZZZZZZZZZZ9.99.

       01 WS-EDIT-TRAIT                PIC X(132) VALUE ALL '-'.
       01 WS-EDIT-BLANC                PIC X(132) VALUE SPACES.

       01 WS-EDIT-VISA.
          05 FILLER                    PIC X(60) VALUE
             'VISA DE L''AUDITEUR :  DATE :'.
          05 FILLER                    PIC X(72) VALUE
             '  SIGNATURE :'.

      *   LIGNES POUR AFFICHAGES
       01 WS-LIGNE-DEBUTPROG.
          05 FILLER                    PIC X(01) VALUE '*'.
          05 FILLER                    PIC X(11) VALUE '==         '.
          05 FILLER                    PIC X(39) VALUE
                           'DEBUT D''EXECUTION DU PROGRAMME BFUSEL94'.
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
        COPY CWNAAFCT REPLACING 'PROGRAMM' BY =='BFUSEL94'==.
        COPY CWNAABAT.
        COPY CZNAAACP.

      * Mouvements CFUSMJ00 du journal DFUSLE95
        COPY CFUSMJ00 REPLACING ==(P)== BY ==MJ00==.

      * COPY du module MCCDBILA
        COPY CCCDBILA REPLACING ==(PREF)== BY ==BILA==.

      * COPY du module MCCDINAB
        COPY CCCDINAB REPLACING ==(PREF)== BY ==INAB==.

      * COPY du module MGDATR03
        COPY CZGDA03.

      * COPY des accesseurs
        COPY CFUSTCNT REPLACING ==(PREF)== BY ==TCNT==.
        COPY CFUSTCLI REPLACING ==(PREF)== BY ==TCLI==.

      *****************************************************************
      *            P R O C E D U R E   D I V I S I O N                *
      *****************************************************************

       PROCEDURE DIVISION.

      *    Initialisation du traitement
           PERFORM INIT-TRAIT

      *    Tirage : documents du magasin puis lignes d'exclusion
           PERFORM RELEVE-ARCHIVE
           PERFORM RELEVE-EXCLUSIONS

      *    Ecritures du journal et dispositions ICMM des documents
      *    tires
           PERFORM RELEVE-JOURNAL
           PERFORM RELEVE-DISPOSITIONS

      *    Une page par element puis certificat d'echantillonnage
           PERFORM EDIT-DOSSIER
           PERFORM EDIT-CERTIFICAT

      *    Finalisation du traitement
           PERFORM FIN-TRAIT
           .

      *--------------*
       INIT-TRAIT.
      *--------------*

           PERFORM RECUP-DATE-HEURE-DEB

      *    Lecture du paramètre SYSIN (GIIN, année fiscale, graine,
      *    tailles d'echantillon)
           ACCEPT SYSIN-80
           IF SYSIN-I-REF-GIIN = SPACES
           OR SYSIN-A-FISCALE IS NOT NUMERIC
           OR SYSIN-N-GRAINE IS NOT NUMERIC
              SET SYSIN-KO            TO TRUE
           END-IF
           PERFORM VARYING WS-I-STR FROM 1 BY 1
           UNTIL WS-I-STR > 5
              IF SYSIN-Q-TAILLE(WS-I-STR) IS NUMERIC
                 MOVE SYSIN-Q-TAILLE(WS-I-STR)
                                 TO WS-T-STR-Q-DEMANDE(WS-I-STR)
                 IF WS-T-STR-Q-DEMANDE(WS-I-STR) > 50
                    SET SYSIN-KO      TO TRUE
                 END-IF
              ELSE
                 SET SYSIN-KO         TO TRUE
              END-IF
              MOVE ZERO          TO WS-T-STR-Q-POPUL(WS-I-STR)
              MOVE ZERO          TO WS-T-STR-Q-TIRE(WS-I-STR)
           END-PERFORM
           IF SYSIN-KO
              MOVE 9450               TO WS-CODE-ABEND
              PERFORM TRAIT-ABEND
           END-IF

      *    Base et amorce du hachage derivees de la graine (base
      *    toujours superieure a la valeur d'un octet)
           MOVE SYSIN-N-GRAINE         TO WS-N-GRAINE
           DIVIDE WS-N-GRAINE BY 999999600
              GIVING WS-N-QUOTIENT REMAINDER WS-N-BASE
           ADD 257                     TO WS-N-BASE
           DIVIDE WS-N-GRAINE BY WS-N-PREMIER
              GIVING WS-N-QUOTIENT REMAINDER WS-N-AMORCE

           PERFORM AFFICH-BILAN-DEB

           PERFORM OUVR-FICH-R02
           PERFORM OUVR-FICH-E94
           PERFORM OUVR-FICH-E95
           PERFORM OUVR-FICH-E96
           PERFORM OUVR-FICH-S94
           .

      *---------------*
       RELEVE-ARCHIVE.
      *---------------*

      *    Parcours des documents archives du GIIN et de l'annee :
      *    la strate est lue dans le XML transmis ; les lignes de
      *    fermeture, les empreintes et les documents d'entete
      *    (ReportingFI) ne sont pas echantillonnes

           MOVE SYSIN-I-REF-GIIN       TO ARC-I-REF-GIIN
           MOVE SYSIN-A-FISCALE        TO ARC-A-FISCALE
           MOVE SPACES                 TO ARC-I-DOCREFID
           MOVE ZERO                   TO ARC-N-LIGNE

           START DFUSLR02 KEY NOT < ARC-CLE
           END-START
           EVALUATE FS-R02
              WHEN '00'
                 CONTINUE
              WHEN '23'
                 SET FIN-R02           TO TRUE
              WHEN OTHER
                 MOVE 9402             TO WS-CODE-ABEND
                 PERFORM TRAIT-ABEND
           END-EVALUATE

           MOVE SPACES                 TO WS-DOC-I-DOCREFID

           PERFORM UNTIL FIN-R02
              READ DFUSLR02 NEXT
              END-READ
              EVALUATE FS-R02
                 WHEN '00'
                    ADD 1              TO WS-NB-LECT-R02
                    IF ARC-I-REF-GIIN NOT = SYSIN-I-REF-GIIN
                    OR ARC-A-FISCALE  NOT = SYSIN-A-FISCALE
                       SET FIN-R02     TO TRUE
                    ELSE
                       IF ARC-I-DOCREFID NOT = WS-DOC-I-DOCREFID
                          PERFORM CLOT-DOCUMENT
                          MOVE SPACE   TO WS-DOC-C-CLASSE
                          MOVE SPACE   TO TOP-POOL-DORMANT
                          IF ARC-I-DOCREFID(1:1) = '*'
                             MOVE SPACES
                                       TO WS-DOC-I-DOCREFID
                          ELSE
                             MOVE ARC-I-DOCREFID
                                       TO WS-DOC-I-DOCREFID
                             ADD 1     TO WS-Q-DOC-LUS
                          END-IF
                       END-IF
                       IF WS-DOC-I-DOCREFID NOT = SPACES
                       AND ARC-N-LIGNE > ZERO
                          PERFORM CLASSE-LIGNE-XML
                       END-IF
                    END-IF
                 WHEN '10'
                    SET FIN-R02        TO TRUE
                 WHEN OTHER
                    MOVE 9402          TO WS-CODE-ABEND
                    PERFORM TRAIT-ABEND
              END-EVALUATE
           END-PERFORM

           PERFORM CLOT-DOCUMENT
           .

      *-----------------*
       CLASSE-LIGNE-XML.
      *-----------------*

      *    Un AccountReport est classe par le premier titulaire
      *    rencontre (Individual ou Organisation) : les
      *    SubstantialOwner d'une entite viennent apres lui
           IF DOC-NON-CLASSE
              MOVE ZERO                TO WS-Q-AVANT-1
              MOVE ZERO                TO WS-Q-AVANT-2
              INSPECT ARC-L-LIGNE-XML TALLYING WS-Q-AVANT-1
                 FOR CHARACTERS BEFORE INITIAL 'AccountReport>'
              INSPECT ARC-L-LIGNE-XML TALLYING WS-Q-AVANT-2
                 FOR CHARACTERS BEFORE INITIAL 'PoolReport>'
              EVALUATE TRUE
                 WHEN WS-Q-AVANT-1 < 1000
                  AND WS-Q-AVANT-1 < WS-Q-AVANT-2
                    SET DOC-ACCOUNTREPORT TO TRUE
                 WHEN WS-Q-AVANT-2 < 1000
                    SET DOC-POOLREPORT TO TRUE
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF

           IF DOC-ACCOUNTREPORT
              MOVE ZERO                TO WS-Q-AVANT-1
              MOVE ZERO                TO WS-Q-AVANT-2
              INSPECT ARC-L-LIGNE-XML TALLYING WS-Q-AVANT-1
                 FOR CHARACTERS BEFORE INITIAL 'Individual>'
              INSPECT ARC-L-LIGNE-XML TALLYING WS-Q-AVANT-2
                 FOR CHARACTERS BEFORE INITIAL 'Organisation>'
              EVALUATE TRUE
                 WHEN WS-Q-AVANT-1 < 1000
                  AND WS-Q-AVANT-1 < WS-Q-AVANT-2
                    SET DOC-INDIVIDUEL TO TRUE
                 WHEN WS-Q-AVANT-2 < 1000
                    SET DOC-ENTITE     TO TRUE
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF

      *    Pool des comptes dormants
           IF DOC-POOLREPORT AND NOT POOL-DORMANT
              MOVE ZERO                TO WS-Q-AVANT-1
              INSPECT ARC-L-LIGNE-XML TALLYING WS-Q-AVANT-1
                 FOR ALL 'FATCA203'
              IF WS-Q-AVANT-1 > ZERO
                 SET POOL-DORMANT      TO TRUE
              END-IF
           END-IF
           .

      *---------------*
       CLOT-DOCUMENT.
      *---------------*

      *    Fin d'un document du magasin : tirage dans sa strate
           IF WS-DOC-I-DOCREFID NOT = SPACES
              EVALUATE TRUE
                 WHEN DOC-INDIVIDUEL
                    MOVE 1             TO WS-I-STR
                 WHEN DOC-ENTITE
                    MOVE 2             TO WS-I-STR
                 WHEN DOC-POOLREPORT
                    MOVE 3             TO WS-I-STR
                    IF POOL-DORMANT
                    AND WS-Q-POOL-DORM < 10
                       ADD 1           TO WS-Q-POOL-DORM
                       MOVE WS-DOC-I-DOCREFID
                          TO WS-T-PDO-I-DOCREFID(WS-Q-POOL-DORM)
                    END-IF
                 WHEN OTHER
                    MOVE ZERO          TO WS-I-STR
                    ADD 1              TO WS-Q-DOC-ECARTES
              END-EVALUATE
              IF WS-I-STR > ZERO
                 MOVE WS-DOC-I-DOCREFID TO WS-CAN-I-IDENT
                 MOVE SPACES           TO WS-CAN-L-EXCLU
                 PERFORM TIRAGE-CANDIDAT
              END-IF
           END-IF
           .

      *------------------*
       RELEVE-EXCLUSIONS.
      *------------------*

      *    Lignes DFUSLS1E de l'entite : comptes exclus ('C') et
      *    comptes dormants ('D'), identifies par leur KAC (l'IBAN
      *    a defaut)
           PERFORM UNTIL FIN-E94
              PERFORM LECT-FICH-E94
              IF NOT FIN-E94
              AND WS-EXC-C-REF-GIIN = SYSIN-I-REF-GIIN
                 ADD 1                 TO WS-Q-EXC-ENTITE
                 EVALUATE TRUE
                    WHEN EXC-COMPTE-EXCLU
                       MOVE 4          TO WS-I-STR
                    WHEN EXC-COMPTE-DORMANT
                       MOVE 5          TO WS-I-STR
                    WHEN OTHER
                       MOVE ZERO       TO WS-I-STR
                 END-EVALUATE
                 IF WS-I-STR > ZERO
                    IF WS-EXC-I-UNIQ-KAC = SPACES
                       MOVE WS-EXC-C-IBAN
                                       TO WS-CAN-I-IDENT
                    ELSE
                       MOVE WS-EXC-I-UNIQ-KAC
                                       TO WS-CAN-I-IDENT
                    END-IF
                    MOVE WS-ENR-EXCLUSION
                                       TO WS-CAN-L-EXCLU
                    PERFORM TIRAGE-CANDIDAT
                 END-IF
              END-IF
           END-PERFORM
           .

      *----------------*
       TIRAGE-CANDIDAT.
      *----------------*

      *    Cle de tirage du candidat puis insertion dans
      *    l'echantillon de la strate WS-I-STR
           MOVE WS-CAN-I-IDENT         TO WS-L-HACHE
           PERFORM CALC-CLE-TIRAGE
           MOVE WS-N-CLE               TO WS-CAN-N-CLE
           PERFORM INSERE-ECHANTILLON
           .

      *----------------*
       CALC-CLE-TIRAGE.
      *----------------*

      *    Hachage polynomial des octets utiles de WS-L-HACHE :
      *    cle = (cle * base + octet + 1) modulo premier, amorce par
      *    la graine et brassee une derniere fois par elle
           MOVE 90                     TO WS-Q-HACHE
           PERFORM UNTIL WS-Q-HACHE = ZERO
           OR WS-L-HACHE(WS-Q-HACHE:1) NOT = SPACE
              SUBTRACT 1             FROM WS-Q-HACHE
           END-PERFORM

           MOVE WS-N-AMORCE            TO WS-N-CLE
           PERFORM VARYING I FROM 1 BY 1
           UNTIL I > WS-Q-HACHE
              MOVE ZERO                TO WS-N-OCTET
              MOVE WS-L-HACHE(I:1)     TO WS-X-OCTET-FAIBLE
              COMPUTE WS-N-PRODUIT = WS-N-CLE * WS-N-BASE
                                   + WS-N-OCTET + 1
              DIVIDE WS-N-PRODUIT BY WS-N-PREMIER
                 GIVING WS-N-QUOTIENT REMAINDER WS-N-CLE
           END-PERFORM

           COMPUTE WS-N-PRODUIT = WS-N-CLE * WS-N-BASE + WS-N-AMORCE
           DIVIDE WS-N-PRODUIT BY WS-N-PREMIER
              GIVING WS-N-QUOTIENT REMAINDER WS-N-CLE
           .

      *-------------------*
       INSERE-ECHANTILLON.
      *-------------------*

      *    Comptage de la population et conservation des N plus
      *    petites cles (a cle egale, l'identifiant departage, ce
      *    qui rend le tirage independant de l'ordre de lecture)
           ADD 1                 TO WS-T-STR-Q-POPUL(WS-I-STR)

           MOVE ZERO                   TO WS-N-RANG
           PERFORM VARYING WS-I-ECH FROM 1 BY 1
           UNTIL WS-I-ECH > WS-T-STR-Q-TIRE(WS-I-STR)
           OR WS-N-RANG > ZERO
              IF WS-CAN-N-CLE < WS-T-ECH-N-CLE(WS-I-STR, WS-I-ECH)
              OR (WS-CAN-N-CLE = WS-T-ECH-N-CLE(WS-I-STR, WS-I-ECH)
              AND WS-CAN-I-IDENT
                  < WS-T-ECH-I-IDENT(WS-I-STR, WS-I-ECH))
                 MOVE WS-I-ECH         TO WS-N-RANG
              END-IF
           END-PERFORM
           IF WS-N-RANG = ZERO
              COMPUTE WS-N-RANG = WS-T-STR-Q-TIRE(WS-I-STR) + 1
           END-IF

           IF WS-N-RANG NOT > WS-T-STR-Q-DEMANDE(WS-I-STR)
              IF WS-T-STR-Q-TIRE(WS-I-STR)
                 < WS-T-STR-Q-DEMANDE(WS-I-STR)
                 ADD 1           TO WS-T-STR-Q-TIRE(WS-I-STR)
              END-IF
      *       Decalage des cles superieures (la derniere sort de
      *       l'echantillon quand la strate est pleine)
              PERFORM VARYING WS-I-ECH
                 FROM WS-T-STR-Q-TIRE(WS-I-STR) BY -1
              UNTIL WS-I-ECH NOT > WS-N-RANG
                 COMPUTE WS-I-PREC = WS-I-ECH - 1
                 MOVE WS-T-STR-ECH(WS-I-STR, WS-I-PREC)
                                 TO WS-T-STR-ECH(WS-I-STR, WS-I-ECH)
              END-PERFORM
              INITIALIZE WS-T-STR-ECH(WS-I-STR, WS-N-RANG)
              MOVE WS-CAN-N-CLE
                           TO WS-T-ECH-N-CLE(WS-I-STR, WS-N-RANG)
              MOVE WS-CAN-I-IDENT
                           TO WS-T-ECH-I-IDENT(WS-I-STR, WS-N-RANG)
              MOVE WS-CAN-L-EXCLU
                           TO WS-T-ECH-L-EXCLU(WS-I-STR, WS-N-RANG)
           END-IF
           .

      *---------------*
       RELEVE-JOURNAL.
      *---------------*

      *    Ecritures DFUSLS22 des documents tires : enregistrements
      *    'AUD' par DocRefId, creation TBREPFUS par reference bloc
      *    et TBRBRFUS par reference de pool
           PERFORM UNTIL FIN-E95
              PERFORM LECT-FICH-E95
              IF NOT FIN-E95
                 EVALUATE TRUE
                    WHEN ENR-AUDIT
                       IF WS-AUD-I-REF-GIIN = SYSIN-I-REF-GIIN
                          MOVE WS-AUD-I-DOCREFID
                                       TO WS-RCH-I-IDENT
                          PERFORM RECH-ECHANTILLON
                          IF ECH-TROUVE
                             PERFORM MEMO-AUDIT
                          END-IF
                       END-IF
                    WHEN MJ00-C-OPE = 'CRE'
                     AND MJ00-NOM-TABLE = 'TBREPFUS'
                       MOVE MJ00-I-REF-BLOC
                                       TO WS-RCH-I-IDENT
                       PERFORM RECH-ECHANTILLON
                       IF ECH-TROUVE
                          PERFORM MEMO-REPARTITION
                       END-IF
                    WHEN MJ00-C-OPE = 'CRE'
                     AND MJ00-NOM-TABLE = 'TBRBRFUS'
                       MOVE MJ00-C-REF-BLOC-RECAL
                                       TO WS-RCH-I-IDENT
                       PERFORM RECH-ECHANTILLON
                       IF ECH-TROUVE
                          PERFORM MEMO-RECALCITRANT
                       END-IF
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
              END-IF
           END-PERFORM
           .

      *-----------------*
       RECH-ECHANTILLON.
      *-----------------*

      *    Recherche de WS-RCH-I-IDENT parmi les documents tires
      *    (strates 1 a 3) ; WS-I-STR / WS-I-ECH en retour
           MOVE SPACE                  TO TOP-ECH-TROUVE
           PERFORM VARYING I FROM 1 BY 1
           UNTIL I > 3 OR ECH-TROUVE
              PERFORM VARYING J FROM 1 BY 1
              UNTIL J > WS-T-STR-Q-TIRE(I) OR ECH-TROUVE
                 IF WS-T-ECH-I-IDENT(I, J) = WS-RCH-I-IDENT
                    MOVE I             TO WS-I-STR
                    MOVE J             TO WS-I-ECH
                    SET ECH-TROUVE     TO TRUE
                 END-IF
              END-PERFORM
           END-PERFORM
           .

      *-----------*
       MEMO-AUDIT.
      *-----------*

           ADD 1                       TO WS-Q-AUD-RAPPROCHES
           ADD 1          TO WS-T-ECH-Q-AUD(WS-I-STR, WS-I-ECH)
           IF WS-T-ECH-Q-AUD(WS-I-STR, WS-I-ECH) NOT > 3
              MOVE WS-T-ECH-Q-AUD(WS-I-STR, WS-I-ECH)
                                       TO WS-I-AUD
              MOVE WS-AUD-C-DOCTYPEINDIC
                 TO WS-T-AUD-C-DOCTYPE(WS-I-STR, WS-I-ECH, WS-I-AUD)
              MOVE WS-AUD-D-HORODATAGE
                 TO WS-T-AUD-D-HORODATAGE(WS-I-STR, WS-I-ECH, WS-I-AUD)
              MOVE WS-AUD-Q-NB-LIGNE
                 TO WS-T-AUD-Q-NB-LIGNE(WS-I-STR, WS-I-ECH, WS-I-AUD)
              MOVE WS-AUD-C-SIGNE-SLD
                 TO WS-T-AUD-C-SIGNE-SLD(WS-I-STR, WS-I-ECH, WS-I-AUD)
              MOVE WS-AUD-M-MNT-SLD
                 TO WS-T-AUD-M-MNT-SLD(WS-I-STR, WS-I-ECH, WS-I-AUD)
           END-IF
           .

      *-----------------*
       MEMO-REPARTITION.
      *-----------------*

           ADD 1                       TO WS-Q-MAJ-RAPPROCHES
           ADD 1          TO WS-T-ECH-Q-REP(WS-I-STR, WS-I-ECH)
           MOVE MJ00-A-APPL OF MJ00-ENR-TBREPFUS
                          TO WS-T-ECH-A-APPL(WS-I-STR, WS-I-ECH)
           MOVE MJ00-I-IDENT-REF-REP OF MJ00-ENR-TBREPFUS
                          TO WS-T-ECH-I-REF-REP(WS-I-STR, WS-I-ECH)
           MOVE MJ00-I-IDENT-CPT OF MJ00-ENR-TBREPFUS
                          TO WS-T-ECH-I-IDENT-CPT(WS-I-STR, WS-I-ECH)
           MOVE MJ00-I-IDENT-CLT OF MJ00-ENR-TBREPFUS
                          TO WS-T-ECH-I-IDENT-CLT(WS-I-STR, WS-I-ECH)
           .

      *------------------*
       MEMO-RECALCITRANT.
      *------------------*

           ADD 1                       TO WS-Q-MAJ-RAPPROCHES
           ADD 1          TO WS-T-ECH-Q-REP(WS-I-STR, WS-I-ECH)
           MOVE MJ00-I-IDENT-REF-REP OF MJ00-ENR-TBRBRFUS
                          TO WS-T-ECH-I-REF-REP(WS-I-STR, WS-I-ECH)
           MOVE MJ00-I-IDENT-TYP-REC OF MJ00-ENR-TBRBRFUS
                          TO WS-T-ECH-I-TYP-REC(WS-I-STR, WS-I-ECH)
           .

      *--------------------*
       RELEVE-DISPOSITIONS.
      *--------------------*

      *    Dispositions ICMM de l'entite : erreurs rapprochees ou
      *    inconnues des documents tires, acceptations de fichier
      *    comptees pour les documents sans erreur
           PERFORM UNTIL FIN-E96
              PERFORM LECT-FICH-E96
              IF NOT FIN-E96
              AND WS-DIS-I-REF-GIIN = SYSIN-I-REF-GIIN
                 IF DISPO-ACCEPTEE
                    ADD 1              TO WS-Q-DIS-ACCEPTEES
                 ELSE
                    MOVE WS-DIS-I-DOCREFID
                                       TO WS-RCH-I-IDENT
                    PERFORM RECH-ECHANTILLON
                    IF ECH-TROUVE
                       PERFORM MEMO-DISPOSITION
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           .

      *-----------------*
       MEMO-DISPOSITION.
      *-----------------*

           ADD 1                       TO WS-Q-DIS-RAPPROCHEES
           ADD 1          TO WS-T-ECH-Q-DIS(WS-I-STR, WS-I-ECH)
           IF WS-T-ECH-Q-DIS(WS-I-STR, WS-I-ECH) NOT > 3
              MOVE WS-T-ECH-Q-DIS(WS-I-STR, WS-I-ECH)
                                       TO WS-I-AUD
              MOVE WS-DIS-C-DISPOSITION TO
                 WS-T-DIS-C-DISPOSITION(WS-I-STR, WS-I-ECH, WS-I-AUD)
              MOVE WS-DIS-D-HORODATAGE TO
                 WS-T-DIS-D-HORODATAGE(WS-I-STR, WS-I-ECH, WS-I-AUD)
              MOVE WS-DIS-C-CODE-ERREUR TO
                 WS-T-DIS-C-CODE-ERREUR(WS-I-STR, WS-I-ECH, WS-I-AUD)
              MOVE WS-DIS-L-LIB-ERREUR TO
                 WS-T-DIS-L-LIB-ERREUR(WS-I-STR, WS-I-ECH, WS-I-AUD)
           END-IF
           .

      *-------------*
       EDIT-DOSSIER.
      *-------------*

      *    Une page (et ses suites) par element tire, strate par
      *    strate dans l'ordre des cles de tirage
           PERFORM VARYING WS-I-STR FROM 1 BY 1
           UNTIL WS-I-STR > 5
              PERFORM VARYING WS-I-ECH FROM 1 BY 1
              UNTIL WS-I-ECH > WS-T-STR-Q-TIRE(WS-I-STR)
                 MOVE WS-T-STR-ECH(WS-I-STR, WS-I-ECH)
                                       TO WS-ECH-COURANT
                 PERFORM EDIT-PAGE-ECHANTILLON
              END-PERFORM
           END-PERFORM
           .

      *----------------------*
       EDIT-PAGE-ECHANTILLON.
      *----------------------*

           ADD 1                       TO WS-Q-PAGE-ECH
           MOVE WS-L-STRATE(WS-I-STR)  TO WS-ELE-L-STRATE
           MOVE WS-I-ECH               TO WS-ELE-N-ECH
           MOVE WS-T-STR-Q-TIRE(WS-I-STR)
                                       TO WS-ELE-Q-TIRE
           MOVE WS-ECC-N-CLE           TO WS-ELE-N-CLE
           MOVE SPACES                 TO WS-ELE-L-SUITE
           PERFORM SAUT-DE-PAGE
           MOVE '  (SUITE)'            TO WS-ELE-L-SUITE

           IF WS-I-STR > 3
              MOVE 'COMPTE (KAC OU IBAN) :'
                                       TO WS-RUB-L-LIBELLE
           ELSE
              MOVE 'DocRefId :'        TO WS-RUB-L-LIBELLE
           END-IF
           MOVE WS-ECC-I-IDENT         TO WS-RUB-L-VALEUR
           PERFORM ECRT-RUBRIQUE

      *    Identifiants du compte et du client de l'element
           MOVE SPACES                 TO WS-I-UNIQ-KAC-ECH
           MOVE SPACES                 TO WS-I-UNIQ-KPI-ECH
           EVALUATE WS-I-STR
              WHEN 1
              WHEN 2
                 MOVE WS-ECC-I-IDENT   TO WS-I-REF-BLOC-DECOMP
                 IF WS-BLD-TYPE-FATCA-TST = 'FATCA11' OR 'FATCA12'
                                         OR 'FATCA13' OR 'FATCA14'
                    MOVE WS-BLD-I-UNIQ-KAC-TST
                                       TO WS-I-UNIQ-KAC-ECH
                    MOVE WS-BLD-I-UNIQ-KPI-TST
                                       TO WS-I-UNIQ-KPI-ECH
                 ELSE
                    MOVE WS-BLD-I-UNIQ-KAC
                                       TO WS-I-UNIQ-KAC-ECH
                    MOVE WS-BLD-I-UNIQ-KPI
                                       TO WS-I-UNIQ-KPI-ECH
                 END-IF
              WHEN 4
              WHEN 5
                 MOVE WS-ECC-L-EXCLU   TO WS-ENR-EXCLUSION
                 MOVE WS-EXC-I-UNIQ-KAC
                                       TO WS-I-UNIQ-KAC-ECH
                 MOVE WS-EXC-I-UNIQ-KPI
                                       TO WS-I-UNIQ-KPI-ECH
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           PERFORM EDIT-XML-TRANSMIS
           PERFORM EDIT-VALEURS-SOURCE
           PERFORM EDIT-ECRITURES-JOURNAL
           PERFORM EDIT-DISPOSITION-ICMM
           .

      *------------------*
       EDIT-XML-TRANSMIS.
      *------------------*

           MOVE '1. XML TRANSMIS (MAGASIN DFUSLR02)'
                                       TO WS-SEC-L-TITRE
           PERFORM ECRT-SECTION

           EVALUATE WS-I-STR
              WHEN 4
                 MOVE 'AUCUN DOCUMENT TRANSMIS : COMPTE EXCLU SOUS LE SE
      -    'UIL DE MINIMIS'        TO WS-TXT-L-TEXTE
                 PERFORM ECRT-TEXTE
              WHEN 5
                 MOVE 'AUCUN DOCUMENT INDIVIDUEL : COMPTE AGREGE AU POOL
      -    ' DORMANT FATCA203 TRANSMIS SOUS :'
                                       TO WS-TXT-L-TEXTE
                 PERFORM ECRT-TEXTE
                 PERFORM VARYING I FROM 1 BY 1
                 UNTIL I > WS-Q-POOL-DORM
                    MOVE WS-T-PDO-I-DOCREFID(I)
                                       TO WS-RUB-L-VALEUR
                    MOVE '  PoolReport FATCA203 :'
                                       TO WS-RUB-L-LIBELLE
                    PERFORM ECRT-RUBRIQUE
                 END-PERFORM
                 IF WS-Q-POOL-DORM = ZERO
                    MOVE '  AUCUN PoolReport FATCA203 ARCHIVE POUR L''EN
      -    'TITE ET L''ANNEE'        TO WS-TXT-L-TEXTE
                    PERFORM ECRT-TEXTE
                 END-IF
              WHEN OTHER
                 PERFORM EDIT-LIGNES-ARCHIVE
           END-EVALUATE
           .

      *--------------------*
       EDIT-LIGNES-ARCHIVE.
      *--------------------*

      *    Lignes archivees du DocRefId (hors empreinte, ligne 0),
      *    editees par segments de 125 caracteres utiles
           MOVE SYSIN-I-REF-GIIN       TO ARC-I-REF-GIIN
           MOVE SYSIN-A-FISCALE        TO ARC-A-FISCALE
           MOVE WS-ECC-I-IDENT         TO ARC-I-DOCREFID
           MOVE 1                      TO ARC-N-LIGNE
           MOVE SPACE                  TO TOP-FIN-R02
           MOVE ZERO                   TO WS-Q-LIGNE-DOC

           START DFUSLR02 KEY NOT < ARC-CLE
           END-START
           EVALUATE FS-R02
              WHEN '00'
                 CONTINUE
              WHEN '23'
                 SET FIN-R02           TO TRUE
              WHEN OTHER
                 MOVE 9402             TO WS-CODE-ABEND
                 PERFORM TRAIT-ABEND
           END-EVALUATE

           PERFORM UNTIL FIN-R02
              READ DFUSLR02 NEXT
              END-READ
              EVALUATE FS-R02
                 WHEN '00'
                    ADD 1              TO WS-NB-LECT-R02
                    IF ARC-I-REF-GIIN NOT = SYSIN-I-REF-GIIN
                    OR ARC-A-FISCALE  NOT = SYSIN-A-FISCALE
                    OR ARC-I-DOCREFID NOT = WS-ECC-I-IDENT
                       SET FIN-R02     TO TRUE
                    ELSE
                       ADD 1           TO WS-Q-LIGNE-DOC
                       PERFORM EDIT-LIGNE-XML
                    END-IF
                 WHEN '10'
                    SET FIN-R02        TO TRUE
                 WHEN OTHER
                    MOVE 9402          TO WS-CODE-ABEND
                    PERFORM TRAIT-ABEND
              END-EVALUATE
           END-PERFORM

           IF WS-Q-LIGNE-DOC = ZERO
              MOVE 'DOCUMENT ABSENT DU MAGASIN D''ARCHIVAGE'
                                       TO WS-TXT-L-TEXTE
              PERFORM ECRT-TEXTE
           END-IF
           .

      *---------------*
       EDIT-LIGNE-XML.
      *---------------*

           MOVE 1000                   TO WS-Q-UTILE
           PERFORM UNTIL WS-Q-UTILE = ZERO
           OR ARC-L-LIGNE-XML(WS-Q-UTILE:1) NOT = SPACE
              SUBTRACT 1             FROM WS-Q-UTILE
           END-PERFORM

           MOVE ARC-N-LIGNE            TO WS-XML-N-LIGNE
           MOVE SPACE                  TO WS-XML-C-SUITE
           MOVE SPACES                 TO WS-XML-L-TEXTE
           MOVE 1                      TO WS-N-DEB-SEGMENT
           PERFORM UNTIL WS-N-DEB-SEGMENT > WS-Q-UTILE
              COMPUTE WS-Q-SEGMENT = WS-Q-UTILE - WS-N-DEB-SEGMENT + 1
              IF WS-Q-SEGMENT > 125
                 MOVE 125              TO WS-Q-SEGMENT
              END-IF
              MOVE ARC-L-LIGNE-XML(WS-N-DEB-SEGMENT:WS-Q-SEGMENT)
                                       TO WS-XML-L-TEXTE
              PERFORM CTRL-SAUT-DE-PAGE
              MOVE WS-EDIT-XML         TO FD-DFUSLS94
              PERFORM ECRT-FICH-S94
              MOVE ZERO                TO WS-XML-N-LIGNE
              MOVE '+'                 TO WS-XML-C-SUITE
              ADD WS-Q-SEGMENT         TO WS-N-DEB-SEGMENT
           END-PERFORM

      *    Ligne blanche du XML
           IF WS-Q-UTILE = ZERO
              PERFORM CTRL-SAUT-DE-PAGE
              MOVE WS-EDIT-XML         TO FD-DFUSLS94
              PERFORM ECRT-FICH-S94
           END-IF
           .

      *--------------------*
       EDIT-VALEURS-SOURCE.
      *--------------------*

           MOVE '2. VALEURS SOURCE (TABLES FUS)'
                                       TO WS-SEC-L-TITRE
           PERFORM ECRT-SECTION

      *    Ligne DFUSLS1E de l'exclusion ou du dormant
           IF WS-I-STR > 3
              PERFORM EDIT-LIGNE-EXCLUSION
           END-IF

           IF WS-I-STR = 3
              MOVE 'SANS OBJET : PoolReport AGREGE, AUCUN COMPTE NI CLIE
      -    'NT INDIVIDUEL'       TO WS-TXT-L-TEXTE
              PERFORM ECRT-TEXTE
           END-IF

           IF WS-I-UNIQ-KAC-ECH NOT = SPACES AND LOW-VALUE
              PERFORM EDIT-COMPTE-TBCNTFUS
           END-IF
           IF WS-I-UNIQ-KPI-ECH NOT = SPACES AND LOW-VALUE
              PERFORM EDIT-CLIENT-TBCLIFUS
           END-IF
           .

      *---------------------*
       EDIT-LIGNE-EXCLUSION.
      *---------------------*

           MOVE 'LIGNE DFUSLS1E (BFUSEL10) :'
                                       TO WS-TXT-L-TEXTE
           PERFORM ECRT-TEXTE

           MOVE '  TYPE DE LIGNE :'    TO WS-RUB-L-LIBELLE
           IF EXC-COMPTE-DORMANT
              MOVE 'D - COMPTE DORMANT BASCULE AU POOL FATCA203'
                                       TO WS-RUB-L-VALEUR
           ELSE
              MOVE 'C - COMPTE EXCLU SOUS LE SEUIL DE MINIMIS'
                                       TO WS-RUB-L-VALEUR
           END-IF
           PERFORM ECRT-RUBRIQUE

           MOVE '  NATURE DE PERSONNE :'
                                       TO WS-RUB-L-LIBELLE
           MOVE WS-EXC-C-NTUR-PERS     TO WS-RUB-L-VALEUR
           PERFORM ECRT-RUBRIQUE

           MOVE '  IBAN :'             TO WS-RUB-L-LIBELLE
           MOVE WS-EXC-C-IBAN          TO WS-RUB-L-VALEUR
           PERFORM ECRT-RUBRIQUE

           MOVE '  DEVISE :'           TO WS-RUB-L-LIBELLE
           MOVE WS-EXC-C-DEV           TO WS-RUB-L-VALEUR
           PERFORM ECRT-RUBRIQUE

           COMPUTE WS-M-MONTANT = WS-EXC-M-MNT-ASS
                                / 10 ** WS-EXC-Q-NBR-DEC
           IF WS-EXC-C-SIGNE-SLD = '-'
              COMPUTE WS-M-MONTANT = WS-M-MONTANT * -1
           END-IF
           MOVE WS-M-MONTANT           TO WS-EDIT-M-MONTANT
           MOVE '  SOLDE :'            TO WS-RUB-L-LIBELLE
           MOVE WS-EDIT-M-MONTANT      TO WS-RUB-L-VALEUR
           PERFORM ECRT-RUBRIQUE

           IF EXC-COMPTE-DORMANT
              MOVE '  DATE DU DERNIER MOUVEMENT :'
                                       TO WS-RUB-L-LIBELLE
              MOVE WS-EXC-D-DERN-MVT   TO WS-RUB-L-VALEUR
              PERFORM ECRT-RUBRIQUE
           ELSE
              COMPUTE WS-M-MONTANT = WS-EXC-M-SEUIL
                                   / 10 ** WS-EXC-Q-NBR-DEC
              MOVE WS-M-MONTANT        TO WS-EDIT-M-MONTANT
              MOVE '  SEUIL APPLIQUE :'
                                       TO WS-RUB-L-LIBELLE
              MOVE WS-EDIT-M-MONTANT   TO WS-RUB-L-VALEUR
              PERFORM ECRT-RUBRIQUE
              IF WS-EXC-C-PORTEE NOT = SPACE
                 COMPUTE WS-M-MONTANT = WS-EXC-M-CUMUL
                                      / 10 ** WS-EXC-Q-NBR-DEC-CUMUL
                 MOVE WS-M-MONTANT     TO WS-EDIT-M-MONTANT
                 MOVE SPACES           TO WS-RUB-L-VALEUR
                 STRING WS-EDIT-M-MONTANT   DELIMITED BY SIZE
                        ' '                 DELIMITED BY SIZE
                        WS-EXC-C-DEV-CUMUL  DELIMITED BY SIZE
                        ' (PORTEE '         DELIMITED BY SIZE
                        WS-EXC-C-PORTEE     DELIMITED BY SIZE
                        ', '                DELIMITED BY SIZE
                        WS-EXC-Q-CNT-CUMUL  DELIMITED BY SIZE
                        ' COMPTES)'         DELIMITED BY SIZE
                    INTO WS-RUB-L-VALEUR
                 END-STRING
                 MOVE '  CUMUL DU TITULAIRE :'
                                       TO WS-RUB-L-LIBELLE
                 PERFORM ECRT-RUBRIQUE
              END-IF
           END-IF
           .

      *---------------------*
       EDIT-COMPTE-TBCNTFUS.
      *---------------------*

      *    ACCES TBCNTFUS PAR IDENTIFIANT UNIQUE DE COMPTE
           MOVE SPACES                  TO TCNT-PARAM
           MOVE 'SE'                    TO ACCE-TYPE-REQUETE
           MOVE '02-SEL'                TO ACCE-NOM-FONCTION
           MOVE WS-I-UNIQ-KAC-ECH       TO TCNT-I-UNIQ-KAC
           PERFORM SQ-ACCES-TCNT
           EVALUATE TRUE
              WHEN TROUVE
                 MOVE 'COMPTE TBCNTFUS :'
                                       TO WS-TXT-L-TEXTE
                 PERFORM ECRT-TEXTE
                 MOVE '  IDENTIFIANT COMPTE :'
                                       TO WS-RUB-L-LIBELLE
                 MOVE TCNT-I-IDENT-CPT TO WS-RUB-L-VALEUR
                 PERFORM ECRT-RUBRIQUE
                 MOVE '  KAC :'        TO WS-RUB-L-LIBELLE
                 MOVE TCNT-I-UNIQ-KAC  TO WS-RUB-L-VALEUR
                 PERFORM ECRT-RUBRIQUE
                 MOVE '  IBAN :'       TO WS-RUB-L-LIBELLE
                 MOVE TCNT-C-IBAN      TO WS-RUB-L-VALEUR
                 PERFORM ECRT-RUBRIQUE
                 MOVE '  DEVISE :'     TO WS-RUB-L-LIBELLE
                 MOVE TCNT-C-DEV       TO WS-RUB-L-VALEUR
                 PERFORM ECRT-RUBRIQUE
                 MOVE '  SYSTEME D''ORIGINE :'
                                       TO WS-RUB-L-LIBELLE
                 MOVE TCNT-C-SYS-ORIGINE
                                       TO WS-RUB-L-VALEUR
                 PERFORM ECRT-RUBRIQUE
                 MOVE '  DERNIER MOUVEMENT :'
                                       TO WS-RUB-L-LIBELLE
                 MOVE TCNT-D-DERN-MVT  TO WS-RUB-L-VALEUR
                 PERFORM ECRT-RUBRIQUE
                 MOVE '  DATE DE CLOTURE :'
                                       TO WS-RUB-L-LIBELLE
                 MOVE TCNT-D-CLOTURE   TO WS-RUB-L-VALEUR
                 PERFORM ECRT-RUBRIQUE
              WHEN NON-TROUVE
                 MOVE SPACES           TO WS-TXT-L-TEXTE
                 STRING 'COMPTE TBCNTFUS : KAC '
                                            DELIMITED BY SIZE
                        WS-I-UNIQ-KAC-ECH   DELIMITED BY SIZE
                        ' INCONNU DE LA TABLE'
                                            DELIMITED BY SIZE
                    INTO WS-TXT-L-TEXTE
                 END-STRING
                 PERFORM ECRT-TEXTE
              WHEN OTHER
                 MOVE 9451             TO WS-CODE-ABEND
                 PERFORM TRAIT-ABEND
           END-EVALUATE
           .

      *---------------------*
       EDIT-CLIENT-TBCLIFUS.
      *---------------------*

      *    ACCES TBCLIFUS PAR IDENTIFIANT UNIQUE DE CLIENT
           MOVE SPACES                  TO TCLI-PARAM
           MOVE 'SE'                    TO ACCE-TYPE-REQUETE
           MOVE '02-SEL'                TO ACCE-NOM-FONCTION
           MOVE WS-I-UNIQ-KPI-ECH       TO TCLI-I-UNIQ-KPI
           PERFORM SQ-ACCES-TCLI
           EVALUATE TRUE
              WHEN TROUVE
                 MOVE 'CLIENT TBCLIFUS :'
                                       TO WS-TXT-L-TEXTE
                 PERFORM ECRT-TEXTE
                 MOVE '  IDENTIFIANT CLIENT :'
                                       TO WS-RUB-L-LIBELLE
                 MOVE TCLI-I-IDENT-CLT TO WS-RUB-L-VALEUR
                 PERFORM ECRT-RUBRIQUE
                 MOVE '  KPI :'        TO WS-RUB-L-LIBELLE
                 MOVE TCLI-I-UNIQ-KPI  TO WS-RUB-L-VALEUR
                 PERFORM ECRT-RUBRIQUE
                 MOVE '  NATURE / TYPE DE CLIENT :'
                                       TO WS-RUB-L-LIBELLE
                 MOVE SPACES           TO WS-RUB-L-VALEUR
                 STRING TCLI-C-NTUR-PERS    DELIMITED BY SIZE
                        ' / '               DELIMITED BY SIZE
                        TCLI-C-TYPE-CLT     DELIMITED BY SIZE
                    INTO WS-RUB-L-VALEUR
                 END-STRING
                 PERFORM ECRT-RUBRIQUE
                 MOVE '  STATUT DECLARATIF :'
                                       TO WS-RUB-L-LIBELLE
                 MOVE TCLI-C-STUT-DECL TO WS-RUB-L-VALEUR
                 PERFORM ECRT-RUBRIQUE
                 MOVE '  CLASSEMENT SEUIL :'
                                       TO WS-RUB-L-LIBELLE
                 MOVE SPACES           TO WS-RUB-L-VALEUR
                 STRING TCLI-C-CLSN-SEUIL   DELIMITED BY SIZE
                        ' AU '              DELIMITED BY SIZE
                        TCLI-D-CLSFN-SEUIL  DELIMITED BY SIZE
                    INTO WS-RUB-L-VALEUR
                 END-STRING
                 PERFORM ECRT-RUBRIQUE
                 MOVE '  PAYS DE RESIDENCE FISCALE :'
                                       TO WS-RUB-L-LIBELLE
                 MOVE TCLI-C-PAYS-FISCL-ETR
                                       TO WS-RUB-L-VALEUR
                 PERFORM ECRT-RUBRIQUE
                 MOVE '  REFERENCE FISCALE (TIN) :'
                                       TO WS-RUB-L-LIBELLE
                 MOVE TCLI-C-REF-FISC-ETR
                                       TO WS-RUB-L-VALEUR
                 PERFORM ECRT-RUBRIQUE
                 MOVE '  STATUT FISCAL ETRANGER :'
                                       TO WS-RUB-L-LIBELLE
                 MOVE SPACES           TO WS-RUB-L-VALEUR
                 STRING TCLI-C-STUT-FISC-ETR
                                            DELIMITED BY SIZE
                        ' AU '              DELIMITED BY SIZE
                        TCLI-D-STUT-FISC-ETR
                                            DELIMITED BY SIZE
                    INTO WS-RUB-L-VALEUR
                 END-STRING
                 PERFORM ECRT-RUBRIQUE
                 MOVE '  DERNIERE MAJ :'
                                       TO WS-RUB-L-LIBELLE
                 MOVE TCLI-D-MAJ       TO WS-RUB-L-VALEUR
                 PERFORM ECRT-RUBRIQUE
              WHEN NON-TROUVE
                 MOVE SPACES           TO WS-TXT-L-TEXTE
                 STRING 'CLIENT TBCLIFUS : KPI '
                                            DELIMITED BY SIZE
                        WS-I-UNIQ-KPI-ECH   DELIMITED BY SIZE
                        ' INCONNU DE LA TABLE'
                                            DELIMITED BY SIZE
                    INTO WS-TXT-L-TEXTE
                 END-STRING
                 PERFORM ECRT-TEXTE
              WHEN OTHER
                 MOVE 9452             TO WS-CODE-ABEND
                 PERFORM TRAIT-ABEND
           END-EVALUATE
           .

      *-----------------------*
       EDIT-ECRITURES-JOURNAL.
      *-----------------------*

           MOVE '3. ECRITURES DU JOURNAL D''AUDIT DFUSLS22'
                                       TO WS-SEC-L-TITRE
           PERFORM ECRT-SECTION

           IF WS-I-STR > 3
              MOVE 'SANS OBJET : COMPTE NON DECLARE INDIVIDUELLEMENT, AU
      -    'CUNE ECRITURE AU JOURNAL'
                                       TO WS-TXT-L-TEXTE
              PERFORM ECRT-TEXTE
           ELSE
              PERFORM VARYING WS-I-AUD FROM 1 BY 1
              UNTIL WS-I-AUD > WS-ECC-Q-AUD OR WS-I-AUD > 3
                 MOVE 'AUD '           TO WS-EAU-C-TYPE
                 MOVE WS-ECC-AUD-D-HORODATAGE(WS-I-AUD)
                                       TO WS-EAU-D-HORODATAGE
                 MOVE WS-ECC-AUD-C-DOCTYPE(WS-I-AUD)
                                       TO WS-EAU-C-DOCTYPE
                 MOVE WS-ECC-AUD-Q-NB-LIGNE(WS-I-AUD)
                                       TO WS-EAU-Q-NB-LIGNE
                 MOVE WS-ECC-AUD-M-MNT-SLD(WS-I-AUD)
                                       TO WS-M-MONTANT
                 IF WS-ECC-AUD-C-SIGNE-SLD(WS-I-AUD) = '-'
                    COMPUTE WS-M-MONTANT = WS-M-MONTANT * -1
                 END-IF
                 MOVE WS-M-MONTANT     TO WS-EAU-M-SOLDE
                 PERFORM CTRL-SAUT-DE-PAGE
                 MOVE WS-EDIT-AUDIT    TO FD-DFUSLS94
                 PERFORM ECRT-FICH-S94
              END-PERFORM
              IF WS-ECC-Q-AUD = ZERO
                 MOVE 'AUCUNE ECRITURE AUD POUR CE DocRefId'
                                       TO WS-TXT-L-TEXTE
                 PERFORM ECRT-TEXTE
              END-IF
              IF WS-ECC-Q-AUD > 3
                 MOVE WS-ECC-Q-AUD     TO WS-EDIT-Q-VALEUR
                 MOVE SPACES           TO WS-TXT-L-TEXTE
                 STRING WS-EDIT-Q-VALEUR    DELIMITED BY SIZE
                        ' ECRITURES AUD AU TOTAL, LES TROIS PREMIERES SO
      -    'NT EDITEES'                  DELIMITED BY SIZE
                    INTO WS-TXT-L-TEXTE
                 END-STRING
                 PERFORM ECRT-TEXTE
              END-IF

              IF WS-ECC-Q-REP = ZERO
                 IF WS-I-STR = 3
                    MOVE 'AUCUNE CREATION TBRBRFUS AU JOURNAL'
                                       TO WS-TXT-L-TEXTE
                 ELSE
                    MOVE 'AUCUNE CREATION TBREPFUS AU JOURNAL'
                                       TO WS-TXT-L-TEXTE
                 END-IF
                 PERFORM ECRT-TEXTE
              ELSE
                 IF WS-I-STR = 3
                    MOVE 'CRE TBRBRFUS :' TO WS-TXT-L-TEXTE
                    PERFORM ECRT-TEXTE
                    MOVE '  REFERENCE DECLARATION :'
                                       TO WS-RUB-L-LIBELLE
                    MOVE WS-ECC-I-REF-REP
                                       TO WS-RUB-L-VALEUR
                    PERFORM ECRT-RUBRIQUE
                    MOVE '  TYPE DE RECALCITRANT :'
                                       TO WS-RUB-L-LIBELLE
                    MOVE WS-ECC-I-TYP-REC
                                       TO WS-RUB-L-VALEUR
                    PERFORM ECRT-RUBRIQUE
                 ELSE
                    MOVE 'CRE TBREPFUS :' TO WS-TXT-L-TEXTE
                    PERFORM ECRT-TEXTE
                    MOVE '  APPLICATION :'
                                       TO WS-RUB-L-LIBELLE
                    MOVE WS-ECC-A-APPL TO WS-RUB-L-VALEUR
                    PERFORM ECRT-RUBRIQUE
                    MOVE '  REFERENCE DECLARATION :'
                                       TO WS-RUB-L-LIBELLE
                    MOVE WS-ECC-I-REF-REP
                                       TO WS-RUB-L-VALEUR
                    PERFORM ECRT-RUBRIQUE
                    MOVE '  IDENTIFIANT COMPTE :'
                                       TO WS-RUB-L-LIBELLE
                    MOVE WS-ECC-I-IDENT-CPT
                                       TO WS-RUB-L-VALEUR
                    PERFORM ECRT-RUBRIQUE
                    MOVE '  IDENTIFIANT CLIENT :'
                                       TO WS-RUB-L-LIBELLE
                    MOVE WS-ECC-I-IDENT-CLT
                                       TO WS-RUB-L-VALEUR
                    PERFORM ECRT-RUBRIQUE
                 END-IF
              END-IF
           END-IF
           .

      *----------------------*
       EDIT-DISPOSITION-ICMM.
      *----------------------*

           MOVE '4. DISPOSITION ICMM (DFUSLS31)'
                                       TO WS-SEC-L-TITRE
           PERFORM ECRT-SECTION

           IF WS-I-STR > 3
              MOVE 'SANS OBJET : AUCUN DOCUMENT TRANSMIS'
                                       TO WS-TXT-L-TEXTE
              PERFORM ECRT-TEXTE
           ELSE
              PERFORM VARYING WS-I-AUD FROM 1 BY 1
              UNTIL WS-I-AUD > WS-ECC-Q-DIS OR WS-I-AUD > 3
                 MOVE WS-ECC-DIS-C-DISPOSITION(WS-I-AUD)
                                       TO WS-EDI-C-DISPOSITION
                 MOVE WS-ECC-DIS-D-HORODATAGE(WS-I-AUD)
                                       TO WS-EDI-D-HORODATAGE
                 MOVE WS-ECC-DIS-C-CODE-ERREUR(WS-I-AUD)
                                       TO WS-EDI-C-CODE-ERREUR
                 PERFORM CTRL-SAUT-DE-PAGE
                 MOVE WS-EDIT-DISPO    TO FD-DFUSLS94
                 PERFORM ECRT-FICH-S94
                 MOVE WS-ECC-DIS-L-LIB-ERREUR(WS-I-AUD)
                                       TO WS-TXT-L-TEXTE
                 PERFORM ECRT-TEXTE
              END-PERFORM
              IF WS-ECC-Q-DIS > 3
                 MOVE WS-ECC-Q-DIS     TO WS-EDIT-Q-VALEUR
                 MOVE SPACES           TO WS-TXT-L-TEXTE
                 STRING WS-EDIT-Q-VALEUR    DELIMITED BY SIZE
                        ' ERREURS NOTIFIEES AU TOTAL, LES TROIS PREMIERE
      -    'S SONT EDITEES'               DELIMITED BY SIZE
                    INTO WS-TXT-L-TEXTE
                 END-STRING
                 PERFORM ECRT-TEXTE
              END-IF
              IF WS-ECC-Q-DIS = ZERO
                 MOVE 'AUCUNE ERREUR NOTIFIEE PAR L''ICMM POUR CE DocRef
      -    'Id'                     TO WS-TXT-L-TEXTE
                 PERFORM ECRT-TEXTE
                 MOVE WS-Q-DIS-ACCEPTEES
                                       TO WS-EDIT-Q-VALEUR
                 MOVE SPACES           TO WS-TXT-L-TEXTE
                 STRING 'ACCEPTATIONS DE FICHIER NOTIFIEES POUR L''ENTIT
      -    'E :'                          DELIMITED BY SIZE
                        WS-EDIT-Q-VALEUR    DELIMITED BY SIZE
                    INTO WS-TXT-L-TEXTE
                 END-STRING
                 PERFORM ECRT-TEXTE
              END-IF
           END-IF
           .

      *----------------*
       EDIT-CERTIFICAT.
      *----------------*

      *    Certificat d'echantillonnage : graine, methode, population
      *    et taille de chaque strate, sources rapprochees et visa
           MOVE SPACES                 TO WS-ELE-L-STRATE
           PERFORM SAUT-DE-PAGE

           MOVE 'CERTIFICAT D''ECHANTILLONNAGE'
                                       TO WS-SEC-L-TITRE
           PERFORM ECRT-SECTION

           MOVE 'ENTITE DECLARANTE (GIIN) :'
                                       TO WS-RUB-L-LIBELLE
           MOVE SYSIN-I-REF-GIIN       TO WS-RUB-L-VALEUR
           PERFORM ECRT-RUBRIQUE
           MOVE 'ANNEE FISCALE :'      TO WS-RUB-L-LIBELLE
           MOVE SYSIN-A-FISCALE        TO WS-RUB-L-VALEUR
           PERFORM ECRT-RUBRIQUE
           MOVE 'GRAINE DU TIRAGE :'   TO WS-RUB-L-LIBELLE
           MOVE SYSIN-N-GRAINE         TO WS-RUB-L-VALEUR
           PERFORM ECRT-RUBRIQUE
           MOVE 'DATE DU TIRAGE :'     TO WS-RUB-L-LIBELLE
           MOVE WS-D-H-TRT             TO WS-RUB-L-VALEUR
           PERFORM ECRT-RUBRIQUE

           MOVE WS-EDIT-BLANC          TO FD-DFUSLS94
           PERFORM ECRT-FICH-S94
           MOVE 'METHODE : CHAQUE ELEMENT RECOIT UNE CLE DE TIRAGE, HACH
      -    'AGE DE SON IDENTIFIANT (DocRefId OU KAC) AMORCE PAR LA GRAIN
      -    'E ;'                      TO WS-TXT-L-TEXTE
           PERFORM ECRT-TEXTE
           MOVE 'LES ELEMENTS DE PLUS PETITES CLES FORMENT L''ECHANTILLO
      -    'N DE LA STRATE. LES MEMES FICHIERS ET LA MEME GRAINE'
                                       TO WS-TXT-L-TEXTE
           PERFORM ECRT-TEXTE
           MOVE 'REDONNENT LE MEME ECHANTILLON, QUEL QUE SOIT L''ORDRE D
      -    'E LECTURE.'            TO WS-TXT-L-TEXTE
           PERFORM ECRT-TEXTE
           MOVE WS-EDIT-BLANC          TO FD-DFUSLS94
           PERFORM ECRT-FICH-S94

           MOVE WS-EDIT-COLONNE        TO FD-DFUSLS94
           PERFORM ECRT-FICH-S94
           MOVE WS-EDIT-TRAIT          TO FD-DFUSLS94
           PERFORM ECRT-FICH-S94

           PERFORM VARYING WS-I-STR FROM 1 BY 1
           UNTIL WS-I-STR > 5
              MOVE WS-L-STRATE(WS-I-STR)
                                       TO WS-STR-L-STRATE
              MOVE WS-T-STR-Q-POPUL(WS-I-STR)
                                       TO WS-STR-Q-POPUL
              MOVE WS-T-STR-Q-DEMANDE(WS-I-STR)
                                       TO WS-STR-Q-DEMANDE
              MOVE WS-T-STR-Q-TIRE(WS-I-STR)
                                       TO WS-STR-Q-TIRE
              IF WS-T-STR-Q-TIRE(WS-I-STR)
                 < WS-T-STR-Q-DEMANDE(WS-I-STR)
                 MOVE 'STRATE INCOMPLETE : POPULATION INSUFFISANTE'
                                       TO WS-STR-L-OBSERVATION
                 ADD 1                 TO WS-Q-STR-INCOMPLETE
              ELSE
                 MOVE SPACES           TO WS-STR-L-OBSERVATION
              END-IF
              ADD WS-T-STR-Q-POPUL(WS-I-STR)
                                       TO WS-Q-POPUL-TOTAL
              ADD WS-T-STR-Q-DEMANDE(WS-I-STR)
                                       TO WS-Q-DEMANDE-TOTAL
              ADD WS-T-STR-Q-TIRE(WS-I-STR)
                                       TO WS-Q-TIRE-TOTAL
              MOVE WS-EDIT-STRATE      TO FD-DFUSLS94
              PERFORM ECRT-FICH-S94
           END-PERFORM

           MOVE WS-EDIT-TRAIT          TO FD-DFUSLS94
           PERFORM ECRT-FICH-S94
           MOVE 'TOTAL'                TO WS-STR-L-STRATE
           MOVE WS-Q-POPUL-TOTAL       TO WS-STR-Q-POPUL
           MOVE WS-Q-DEMANDE-TOTAL     TO WS-STR-Q-DEMANDE
           MOVE WS-Q-TIRE-TOTAL        TO WS-STR-Q-TIRE
           MOVE SPACES                 TO WS-STR-L-OBSERVATION
           MOVE WS-EDIT-STRATE         TO FD-DFUSLS94
           PERFORM ECRT-FICH-S94
           MOVE WS-EDIT-BLANC          TO FD-DFUSLS94
           PERFORM ECRT-FICH-S94

           MOVE 'DOCUMENTS ARCHIVES DE L''ENTITE POUR L''ANNEE . :'
                                       TO WS-CER-L-LIBELLE
           MOVE WS-Q-DOC-LUS           TO WS-CER-Q-VALEUR
           MOVE WS-EDIT-CERTIF         TO FD-DFUSLS94
           PERFORM ECRT-FICH-S94
           MOVE '  DONT DOCUMENTS D''ENTETE HORS STRATE ...... :'
                                       TO WS-CER-L-LIBELLE
           MOVE WS-Q-DOC-ECARTES       TO WS-CER-Q-VALEUR
           MOVE WS-EDIT-CERTIF         TO FD-DFUSLS94
           PERFORM ECRT-FICH-S94
           MOVE 'LIGNES DFUSLS1E DE L''ENTITE (C, L ET D) ..... :'
                                       TO WS-CER-L-LIBELLE
           MOVE WS-Q-EXC-ENTITE        TO WS-CER-Q-VALEUR
           MOVE WS-EDIT-CERTIF         TO FD-DFUSLS94
           PERFORM ECRT-FICH-S94
           MOVE 'ECRITURES AUD RAPPROCHEES DE L''ECHANTILLON .. :'
                                       TO WS-CER-L-LIBELLE
           MOVE WS-Q-AUD-RAPPROCHES    TO WS-CER-Q-VALEUR
           MOVE WS-EDIT-CERTIF         TO FD-DFUSLS94
           PERFORM ECRT-FICH-S94
           MOVE 'CREATIONS TBREPFUS/TBRBRFUS RAPPROCHEES .... :'
                                       TO WS-CER-L-LIBELLE
           MOVE WS-Q-MAJ-RAPPROCHES    TO WS-CER-Q-VALEUR
           MOVE WS-EDIT-CERTIF         TO FD-DFUSLS94
           PERFORM ECRT-FICH-S94
           MOVE 'ERREURS ICMM RAPPROCHEES DE L''ECHANTILLON ... :'
                                       TO WS-CER-L-LIBELLE
           MOVE WS-Q-DIS-RAPPROCHEES   TO WS-CER-Q-VALEUR
           MOVE WS-EDIT-CERTIF         TO FD-DFUSLS94
           PERFORM ECRT-FICH-S94
           MOVE 'PAGES D''ELEMENTS EDITEES .................... :'
                                       TO WS-CER-L-LIBELLE
           MOVE WS-Q-PAGE-ECH          TO WS-CER-Q-VALEUR
           MOVE WS-EDIT-CERTIF         TO FD-DFUSLS94
           PERFORM ECRT-FICH-S94

           MOVE WS-EDIT-TRAIT          TO FD-DFUSLS94
           PERFORM ECRT-FICH-S94
           MOVE WS-EDIT-BLANC          TO FD-DFUSLS94
           PERFORM ECRT-FICH-S94
           MOVE WS-EDIT-VISA           TO FD-DFUSLS94
           PERFORM ECRT-FICH-S94
           .

      *-------------*
       ECRT-SECTION.
      *-------------*

           PERFORM CTRL-SAUT-DE-PAGE
           MOVE WS-EDIT-BLANC          TO FD-DFUSLS94
           PERFORM ECRT-FICH-S94
           MOVE WS-EDIT-SECTION        TO FD-DFUSLS94
           PERFORM ECRT-FICH-S94
           .

      *--------------*
       ECRT-RUBRIQUE.
      *--------------*

           PERFORM CTRL-SAUT-DE-PAGE
           MOVE WS-EDIT-RUBRIQUE       TO FD-DFUSLS94
           PERFORM ECRT-FICH-S94
           .

      *-----------*
       ECRT-TEXTE.
      *-----------*

           PERFORM CTRL-SAUT-DE-PAGE
           MOVE WS-EDIT-TEXTE          TO FD-DFUSLS94
           PERFORM ECRT-FICH-S94
           .

      *------------------*
       CTRL-SAUT-DE-PAGE.
      *------------------*

      *    Page pleine : suite de l'element sur une nouvelle page
           IF WS-Q-LIGNE-PAGE > 54
              PERFORM SAUT-DE-PAGE
           END-IF
           .

      *--------------*
       SAUT-DE-PAGE.
      *--------------*

           ADD 1                       TO WS-N-PAGE
           MOVE ZERO                   TO WS-Q-LIGNE-PAGE
           MOVE SYSIN-I-REF-GIIN       TO WS-TIT-I-REF-GIIN
           MOVE SYSIN-A-FISCALE        TO WS-TIT-A-FISCALE
           MOVE WS-N-PAGE              TO WS-TIT-N-PAGE
           MOVE WS-EDIT-TITRE          TO FD-DFUSLS94
           PERFORM ECRT-FICH-S94
           IF WS-ELE-L-STRATE NOT = SPACES
              MOVE WS-EDIT-ELEMENT     TO FD-DFUSLS94
              PERFORM ECRT-FICH-S94
           END-IF
           MOVE WS-EDIT-TRAIT          TO FD-DFUSLS94
           PERFORM ECRT-FICH-S94
           .

      *--------------*
       FIN-TRAIT.
      *--------------*

           PERFORM FERM-FICH-R02
           PERFORM FERM-FICH-E94
           PERFORM FERM-FICH-E95
           PERFORM FERM-FICH-E96
           PERFORM FERM-FICH-S94

           PERFORM AFFICH-BILAN-FIN

      *    Verdict : 4 si une strate n'a pu etre tiree a la taille
      *    demandee, 0 sinon
           IF WS-Q-STR-INCOMPLETE > ZERO
              MOVE 4                   TO RETURN-CODE
           ELSE
              MOVE 0                   TO RETURN-CODE
           END-IF

           PERFORM FIN-PROGRAMME
           .

      *---------------*
       OUVR-FICH-R02.
      *---------------*

           OPEN INPUT DFUSLR02
           IF FS-R02  NOT = '00'
              MOVE 9401               TO WS-CODE-ABEND
              PERFORM TRAIT-ABEND
           END-IF
           .

      *---------------*
       FERM-FICH-R02.
      *---------------*

           CLOSE DFUSLR02
           IF FS-R02  NOT = '00'
              MOVE 9403               TO WS-CODE-ABEND
              PERFORM TRAIT-ABEND
           END-IF
           .

      *---------------*
       OUVR-FICH-E94.
      *---------------*

           OPEN INPUT DFUSLE94
           IF FS-E94  NOT = '00'
              MOVE 9411               TO WS-CODE-ABEND
              PERFORM TRAIT-ABEND
           END-IF
           .

      *---------------*
       LECT-FICH-E94.
      *---------------*

           READ DFUSLE94
           END-READ
           EVALUATE FS-E94
              WHEN '00'
                 MOVE  FD-DFUSLE94          TO WS-ENR-EXCLUSION
                 ADD   1                    TO WS-NB-LECT-E94
              WHEN '10'
                 SET  FIN-E94               TO TRUE
              WHEN OTHER
                 MOVE 9412                  TO WS-CODE-ABEND
                 PERFORM TRAIT-ABEND
           END-EVALUATE
           .

      *---------------*
       FERM-FICH-E94.
      *---------------*

           CLOSE DFUSLE94
           IF FS-E94  NOT = '00'
              MOVE 9413               TO WS-CODE-ABEND
              PERFORM TRAIT-ABEND
           END-IF
           .

      *---------------*
       OUVR-FICH-E95.
      *---------------*

           OPEN INPUT DFUSLE95
           IF FS-E95  NOT = '00'
              MOVE 9421               TO WS-CODE-ABEND
              PERFORM TRAIT-ABEND
           END-IF
           .

      *---------------*
       LECT-FICH-E95.
      *---------------*

           READ DFUSLE95
           END-READ
           EVALUATE FS-E95
              WHEN '00'
                 MOVE  FD-DFUSLE95          TO WS-ENR-AUDIT
                 MOVE  FD-DFUSLE95          TO MJ00-CFUSMJ00
                 ADD   1                    TO WS-NB-LECT-E95
              WHEN '10'
                 SET  FIN-E95               TO TRUE
              WHEN OTHER
                 MOVE 9422                  TO WS-CODE-ABEND
                 PERFORM TRAIT-ABEND
           END-EVALUATE
           .

      *---------------*
       FERM-FICH-E95.
      *---------------*

           CLOSE DFUSLE95
           IF FS-E95  NOT = '00'
              MOVE 9423               TO WS-CODE-ABEND
              PERFORM TRAIT-ABEND
           END-IF
           .

      *---------------*
       OUVR-FICH-E96.
      *---------------*

           OPEN INPUT DFUSLE96
           IF FS-E96  NOT = '00'
              MOVE 9431               TO WS-CODE-ABEND
              PERFORM TRAIT-ABEND
           END-IF
           .

      *---------------*
       LECT-FICH-E96.
      *---------------*

           READ DFUSLE96
           END-READ
           EVALUATE FS-E96
              WHEN '00'
                 MOVE  FD-DFUSLE96          TO WS-ENR-DISPO
                 ADD   1                    TO WS-NB-LECT-E96
              WHEN '10'
                 SET  FIN-E96               TO TRUE
              WHEN OTHER
                 MOVE 9432                  TO WS-CODE-ABEND
                 PERFORM TRAIT-ABEND
           END-EVALUATE
           .

      *---------------*
       FERM-FICH-E96.
      *---------------*

           CLOSE DFUSLE96
           IF FS-E96  NOT = '00'
              MOVE 9433               TO WS-CODE-ABEND
              PERFORM TRAIT-ABEND
           END-IF
           .

      *---------------*
       OUVR-FICH-S94.
      *---------------*

           OPEN OUTPUT DFUSLS94
           IF FS-S94  NOT = '00'
              MOVE 9441               TO WS-CODE-ABEND
              PERFORM TRAIT-ABEND
           END-IF
           .

      *---------------*
       ECRT-FICH-S94.
      *---------------*

           WRITE FD-DFUSLS94
           END-WRITE
           IF FS-S94    NOT = '00'
               MOVE 9442               TO WS-CODE-ABEND
               PERFORM TRAIT-ABEND
           ELSE
               ADD 1 TO WS-NB-ECRT-S94
               ADD 1 TO WS-Q-LIGNE-PAGE
           END-IF
           .

      *---------------*
       FERM-FICH-S94.
      *---------------*

           CLOSE DFUSLS94
           IF FS-S94  NOT = '00'
              MOVE 9443               TO WS-CODE-ABEND
              PERFORM TRAIT-ABEND
           END-IF
           .

      *--------------*
       TRAIT-ABEND.
      *--------------*
      * GESTION DES ABENDS DU PROGRAMME

           MOVE 'BFUSEL94'             TO      INAB-C-PGM-APPEL
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
              WHEN 9401
              WHEN 9402
              WHEN 9403
                 MOVE 'PB ACCES MAGASIN DFUSLR02'
                                       TO      WS-LIGNE-ANO21
              WHEN 9411
              WHEN 9412
              WHEN 9413
                 MOVE 'PB ACCES FICHIER DFUSLE94'
                                       TO      WS-LIGNE-ANO21
              WHEN 9421
              WHEN 9422
              WHEN 9423
                 MOVE 'PB ACCES FICHIER DFUSLE95'
                                       TO      WS-LIGNE-ANO21
              WHEN 9431
              WHEN 9432
              WHEN 9433
                 MOVE 'PB ACCES FICHIER DFUSLE96'
                                       TO      WS-LIGNE-ANO21
              WHEN 9441
              WHEN 9442
              WHEN 9443
                 MOVE 'PB ACCES FICHIER DFUSLS94'
                                       TO      WS-LIGNE-ANO21
              WHEN 9450
                 MOVE 'SYSIN INVALIDE (GIIN, ANNEE, GRAINE OU TAILLES)'
                                       TO      WS-LIGNE-ANO21
              WHEN 9451
                 MOVE 'PB APPEL MODULE MFUSTCNT'
                                       TO      WS-LIGNE-ANO21
              WHEN 9452
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
           MOVE 'BFUSEL94'              TO BILA-C-PGM-APPEL
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
           MOVE '*    GIIN DEMANDE............. :
      -    '        *'                  TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE SYSIN-I-REF-GIIN        TO BILA-L-DISP(WS-DISP)(34:20)
           ADD  1                       TO WS-DISP
           MOVE '*    ANNEE FISCALE............ :
      -    '        *'                  TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE SYSIN-A-FISCALE         TO BILA-L-DISP(WS-DISP)(34:4)
           ADD  1                       TO WS-DISP
           MOVE '*    GRAINE DU TIRAGE......... :
      -    '        *'                  TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE SYSIN-N-GRAINE          TO BILA-L-DISP(WS-DISP)(34:9)
           ADD  1                       TO WS-DISP
           MOVE '*    TAILLES PP/PM/POOL/MIN/DO :
      -    '        *'                  TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE SYSIN-G-TAILLES         TO BILA-L-DISP(WS-DISP)(33:15)
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
           MOVE '*    WS-NB-LECT-R02             :
      -    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE WS-NB-LECT-R02           TO BILA-L-DISP(WS-DISP)(45:9)
           ADD  1                        TO WS-DISP
           MOVE '*    WS-NB-LECT-E94             :
      -    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE WS-NB-LECT-E94           TO BILA-L-DISP(WS-DISP)(45:9)
           ADD  1                        TO WS-DISP
           MOVE '*    WS-NB-LECT-E95             :
      -    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE WS-NB-LECT-E95           TO BILA-L-DISP(WS-DISP)(45:9)
           ADD  1                        TO WS-DISP
           MOVE '*    WS-NB-LECT-E96             :
      -    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE WS-NB-LECT-E96           TO BILA-L-DISP(WS-DISP)(45:9)
           ADD  1                        TO WS-DISP
           MOVE '*    WS-Q-TIRE-TOTAL            :
      -    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE WS-Q-TIRE-TOTAL          TO BILA-L-DISP(WS-DISP)(50:4)
           ADD  1                        TO WS-DISP
           MOVE '*    WS-Q-STR-INCOMPLETE        :
      -    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE WS-Q-STR-INCOMPLETE      TO BILA-L-DISP(WS-DISP)(52:2)
           ADD  1                        TO WS-DISP
           MOVE '*    WS-NB-ECRT-S94             :
      -    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE WS-NB-ECRT-S94           TO BILA-L-DISP(WS-DISP)(45:9)
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
        COPY CANAAACP REPLACING   'MODULE'   BY  'MFUSTCNT',
                                  ==(PREF)== BY  ==TCNT==,
                                  'MODE'     BY  'RIEN'.
      *---
        COPY CANAAACP REPLACING   'MODULE'   BY  'MFUSTCLI',
                                  ==(PREF)== BY  ==TCLI==,
                                  'MODE'     BY  'RIEN'.
       END PROGRAM BFUSEL94.
