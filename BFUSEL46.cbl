       IDENTIFICATION DIVISION.
       PROGRAM-ID. BFUSEL46.
       AUTHOR. MCHA.

      ******************************************************************
      *      ____________________________________________________      *
      *    _(                                                    )_    *
      *  _(       R E C H E R C H E   D ' I N D I C E S   U S    )_    *
      * =_        C L I E N T S   N O N   D E C L A R E S         _= *
      *   (_                    F A T C A                         _)   *
      *     (____________________________________________________)     *
      *                                                                *
      *               DATE          : 16/01/2017                       *
      *               COMPOSANT     : BFUSEL46                         *
      *               TYPE          : BATCH                            *
      *               AUTEUR       : MCHA                              *
      *                                                                *
      *             __________________________________________         *
      *                                                                *
      * DESCRIPTION   : Ce batch periodique de diligence recherche     *
      *                 les indices d'americanite des clients que la   *
      *                 chaine ne declare pas (statut fiscal etranger  *
      *                 TBCLIFUS different de '02') :                  *
      *                 - NAISS : pays de naissance US (TBCLPFUS) ;    *
      *                 - NLITE : nationalite ou autre nationalite US  *
      *                   (TBCLPFUS) ;                                 *
      *                 - ADR   : adresse aux USA, quel qu'en soit le  *
      *                   type, courrier ou residence (TBADRFUS).      *
      *                 Le perimetre est l'extrait compte/client des   *
      *                 entites declarantes au format CFUSAI00 de      *
      *                 l'aiguillage BFUSEL10 (enregistrements '10',   *
      *                 trie par entite, client, compte). Pour chaque  *
      *                 client porteur d'au moins un indice, le        *
      *                 rapport DFUSLS46 donne, par entite, les        *
      *                 indices trouves puis les comptes et leur solde *
      *                 (montants 01 et 06 de TBRUBFUS, signes, dans   *
      *                 la devise du compte) ; DFUSLS4A alimente la    *
      *                 chaine courrier des chargés de clientele pour  *
      *                 la demande d'auto-certification.               *
      *                 Les justificatifs de levee recus (DFUSLE4A,    *
      *                 facultatif) sont d'abord inscrits au registre  *
      *                 DFUSLR06 : un client dont TOUS les indices     *
      *                 trouves sont leves par un justificatif en      *
      *                 cours de validite n'est plus retenu ; une      *
      *                 levee partielle ou echue est signalee au       *
      *                 rapport et le courrier repart.                 *
      *                                                                *
      * MODULES UTILISES :                                             *
      *________________________________________________________________*
      *          |                                         |           *
      *    NOM   |              DESCRIPTION                |   COPY    *
      *__________|_________________________________________|___________*
      * MCCDINAB | Module de gestion des ABENDS            |  CCCDINAB *
      * MCCDBILA | Module de gestion des affichages        |  CCCDBILA *
      * MGDATR03 | Module de manipulation des dates        |  CZGDA03  *
      * MFUSTEND | Accesseur table TBENDFUS                |  CFUSTEND *
      * MFUSTCNT | Accesseur table TBCNTFUS                |  CFUSTCNT *
      * MFUSTRUB | Accesseur table TBRUBFUS                |  CFUSTRUB *
      * MFUSTCLI | Accesseur table TBCLIFUS                |  CFUSTCLI *
      * MFUSTCLP | Accesseur table TBCLPFUS                |  CFUSTCLP *
      * MFUSTCLM | Accesseur table TBCLMFUS                |  CFUSTCLM *
      * MFUSTADR | Accesseur table TBADRFUS                |  CFUSTADR *
      *__________|_________________________________________|___________*
      *                                                                *
      * Fichiers manipulés :                                           *
      *________________________________________________________________*
      *          |                                      |   |          *
      *  DBD/DD  |              DESCRIPTION             | A |  COPY    *
      *__________|______________________________________|___|__________*
      * DFUSLE46 | Perimetre compte/client des entites  | E | CFUSAI00 *
      * DFUSLE4A | Justificatifs de levee recus (DD     | E | CFUSLEVI *
      *          | facultative)                         |   |          *
      * DFUSLR06 | Registre des levees d'indices (KSDS) | M | CFUSLEVI *
      * DFUSLS46 | Rapport des indices US (132 col.)    | S |          *
      * DFUSLS4A | Demandes d'auto-certification pour   | S |          *
      *          | la chaine courrier                   |   |          *
      *__________|______________________________________|___|__________*
      *                                                                *
      * Liste des ABENDS émis  par le programme :                      *
      *________________________________________________________________*
      *  ABEND   |              DESCRIPTION                            *
      *__________|_____________________________________________________*
      *   1000   | PB RECUPERATION DATE DU JOUR VIA MGDATR03           *
      *   1961   | PB APPEL MODULE MFUSTEND                            *
      *   1962   | PB APPEL MODULE MFUSTCNT                            *
      *   1963   | PB APPEL MODULE MFUSTRUB                            *
      *   1964   | PB APPEL MODULE MFUSTCLI                            *
      *   1965   | PB APPEL MODULE MFUSTCLP                            *
      *   1966   | PB APPEL MODULE MFUSTCLM                            *
      *   1967   | PB APPEL MODULE MFUSTADR                            *
      *   4600   | SYSIN INVALIDE (ANNEE FISCALE)                      *
      *   4601   | PB OUVERTURE FICHIER DFUSLE46                       *
      *   4602   | PB LECTURE   FICHIER DFUSLE46                       *
      *   4603   | PB FERMETURE FICHIER DFUSLE46                       *
      *   4611   | PB OUVERTURE FICHIER DFUSLS46                       *
      *   4612   | PB ECRITURE  FICHIER DFUSLS46                       *
      *   4613   | PB FERMETURE FICHIER DFUSLS46                       *
      *   4621   | PB OUVERTURE FICHIER DFUSLS4A                       *
      *   4622   | PB ECRITURE  FICHIER DFUSLS4A                       *
      *   4623   | PB FERMETURE FICHIER DFUSLS4A                       *
      *   4631   | PB OUVERTURE FICHIER DFUSLE4A                       *
      *   4632   | PB LECTURE   FICHIER DFUSLE4A                       *
      *   4633   | PB FERMETURE FICHIER DFUSLE4A                       *
      *   4641   | PB OUVERTURE REGISTRE DFUSLR06                      *
      *   4642   | PB LECTURE   REGISTRE DFUSLR06                      *
      *   4643   | PB ECRITURE  REGISTRE DFUSLR06                      *
      *   4644   | PB FERMETURE REGISTRE DFUSLR06                      *
      *   4650   | DEPASSEMENT TABLE DES COMPTES D'UN CLIENT           *
      *__________|_____________________________________________________*
      *                                                                *
      * Historique des modifications :                                 *
      *________________________________________________________________*
      * AUTEUR !   DATE   !  GAMA  !        MODIFICATIONS              *
      *________!__________!________!___________________________________*
152620*  MCHA  !16/01/2017!20152620!CREATION : RECHERCHE DES INDICES   *
152620*        !          !        !US DES CLIENTS NON DECLARES,       *
152620*        !          !        !DEMANDES D'AUTO-CERTIFICATION ET   *
152620*        !          !        !REGISTRE DES LEVEES                *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *
      * Perimetre compte/client des entites (format CFUSAI00)
      *
           SELECT DFUSLE46 ASSIGN             TO DFUSLE46
           FILE STATUS FS-E46.

      *
      * Justificatifs de levee recus (DD facultative)
      *
           SELECT OPTIONAL DFUSLE4A ASSIGN    TO DFUSLE4A
           FILE STATUS FS-E4A.

      *
      * Registre persistant des levees d'indices (VSAM KSDS)
      *
           SELECT DFUSLR06 ASSIGN             TO DFUSLR06
           ORGANIZATION INDEXED
           ACCESS RANDOM
           RECORD KEY R06-I-IDENT-CLT
           FILE STATUS FS-R06.

      *
      * Rapport des clients porteurs d'indices US
      *
           SELECT DFUSLS46 ASSIGN             TO DFUSLS46
           FILE STATUS FS-S46.

      *
      * Demandes d'auto-certification pour la chaine courrier
      *
           SELECT DFUSLS4A ASSIGN             TO DFUSLS4A
           FILE STATUS FS-S4A.

       DATA DIVISION.
       FILE SECTION.

       FD  DFUSLE46
           LABEL RECORD STANDARD
           RECORDING MODE F
           BLOCK CONTAINS 0 RECORDS.

       01  FD-DFUSLE46              PIC  X(500).

       FD  DFUSLE4A
           LABEL RECORD STANDARD
           RECORDING MODE F
           BLOCK CONTAINS 0 RECORDS.

       01  FD-DFUSLE4A              PIC  X(100).

       FD  DFUSLR06.
       01  ENR-DFUSLR06.
           05  R06-I-IDENT-CLT      PIC  X(17).
           05  FILLER               PIC  X(83).

       FD  DFUSLS46
           LABEL RECORD STANDARD
           RECORDING MODE F
           BLOCK CONTAINS 0 RECORDS.

       01  FD-DFUSLS46              PIC  X(132).

       FD  DFUSLS4A
           LABEL RECORD STANDARD
           RECORDING MODE F
           BLOCK CONTAINS 0 RECORDS.

       01  FD-DFUSLS4A              PIC  X(500).

      ***************************************
      *      WORKING STORAGE SECTION        *
      ***************************************

       WORKING-STORAGE SECTION.

      *   Paramètre SYSIN : annee fiscale de reference des tables
       01 SYSIN-80.
          05 SYSIN-A-FISCALE            PIC X(04) VALUE SPACES.
          05 SYSIN-FILLER               PIC X(76) VALUE SPACES.

      *   Description du fichier DFUSLE46
        COPY CFUSAI00 REPLACING ==(P)== BY ==E46==.

      *   Justificatif recu (DFUSLE4A) et levee du registre (DFUSLR06)
        COPY CFUSLEVI REPLACING ==(P)== BY ==E4A==.
        COPY CFUSLEVI REPLACING ==(P)== BY ==LEV==.

      *   Demande d'auto-certification pour la chaine courrier
       01 WS-ENR-DEMANDE.
          05 WS-DEM-I-UNIQ-KPI          PIC X(17).
          05 WS-DEM-I-IDENT-CLT         PIC X(17).
          05 WS-DEM-C-NTUR-PERS         PIC X(02).
          05 WS-DEM-L-NOM-NAISS         PIC X(32).
          05 WS-DEM-L-PRENOM            PIC X(32).
          05 WS-DEM-L-RAIS-SOCIALE      PIC X(60).
          05 WS-DEM-L-INTIT-COURR-1     PIC X(38).
          05 WS-DEM-L-ADR-LIGNE-1       PIC X(38).
          05 WS-DEM-L-ADR-LIGNE-2       PIC X(38).
          05 WS-DEM-L-ADR-LIGNE-3       PIC X(38).
          05 WS-DEM-C-CPOST             PIC X(05).
          05 WS-DEM-L-COMM-ADR          PIC X(32).
          05 WS-DEM-L-PAYS-ADR          PIC X(38).
          05 WS-DEM-C-REF-GIIN          PIC X(20).
          05 WS-DEM-L-RAISON-SOC-ENT    PIC X(60).
      *   Indices trouves ('O'/'N')
          05 WS-DEM-C-IND-NAISS         PIC X(01).
          05 WS-DEM-C-IND-NLITE         PIC X(01).
          05 WS-DEM-C-IND-ADR           PIC X(01).
          05 WS-DEM-Q-NB-CPT            PIC 9(03).
          05 WS-DEM-D-DEMANDE           PIC X(10).
          05 FILLER                     PIC X(17) VALUE SPACES.

      *   Entite et client en cours dans le perimetre
       01 WS-END-EN-COURS               PIC X(07) VALUE SPACES.
       01 WS-CLT-EN-COURS               PIC X(17) VALUE SPACES.
       01 WS-C-REF-GIIN                 PIC X(20) VALUE SPACES.
       01 WS-L-RAISON-SOC-ENT           PIC X(60) VALUE SPACES.

      *   Comptes du client en cours
       01 WS-Q-CPT                      PIC 9(04) BINARY VALUE ZERO.
       01 WS-I-CPT                      PIC 9(04) BINARY VALUE ZERO.
       01 WS-T-CPT OCCURS 50.
          05 WS-T-CPT-I-IDENT-CPT       PIC X(17).

      *   Indices trouves pour le client en cours
       01 TOP-IND-NAISS                 PIC X(01) VALUE SPACE.
          88 IND-NAISS                            VALUE 'O'.
       01 TOP-IND-NLITE                 PIC X(01) VALUE SPACE.
          88 IND-NLITE                            VALUE 'O'.
       01 TOP-IND-ADR                   PIC X(01) VALUE SPACE.
          88 IND-ADR                              VALUE 'O'.
       01 TOP-ADR-COURRIER              PIC X(01) VALUE SPACE.
          88 ADR-COURRIER-SERVIE                  VALUE 'O'.
       01 WS-C-TYPE-ADR-US              PIC X(02) VALUE SPACES.

      *   Situation du client au registre des levees
       01 WS-C-LEVEE                    PIC X(01) VALUE SPACE.
          88 LEVEE-ABSENTE                        VALUE ' '.
          88 LEVEE-TOTALE                         VALUE 'T'.
          88 LEVEE-PARTIELLE                      VALUE 'P'.
          88 LEVEE-ECHUE                          VALUE 'E'.

      *   Solde du compte en cours (montants 01 et 06 de TBRUBFUS)
       01 WS-M-MNT-RUB                  PIC S9(16)V99 VALUE ZERO.
       01 WS-M-SOLDE-CPT                PIC S9(16)V99 VALUE ZERO.

      *   Indicateurs de fin de curseur
       01 IND-FIN-TRT-RUB               PIC X(01) VALUE SPACE.
       01 IND-FIN-TRT-ADR               PIC X(01) VALUE SPACE.

       01 I                             PIC 9(08) BINARY VALUE ZERO.

      ***  LES CODES RETOUR DES DIFFéRENTS FICHIERS
       01  FS-E46                      PIC X(02) VALUE SPACES.
       01  FS-E4A                      PIC X(02) VALUE SPACES.
       01  FS-R06                      PIC X(02) VALUE SPACES.
       01  FS-S46                      PIC X(02) VALUE SPACES.
       01  FS-S4A                      PIC X(02) VALUE SPACES.

      *   Compteurs
       01 WS-NB-LECT-E46               PIC 9(9) VALUE ZEROES.
       01 WS-NB-LECT-E4A               PIC 9(9) VALUE ZEROES.
       01 WS-Q-LEVEE-INSCRITE          PIC 9(9) VALUE ZEROES.
       01 WS-Q-LEVEE-REJETEE           PIC 9(9) VALUE ZEROES.
       01 WS-Q-CLT-EXAMINES            PIC 9(9) VALUE ZEROES.
       01 WS-Q-CLT-DECLARES            PIC 9(9) VALUE ZEROES.
       01 WS-Q-CLT-ABSENTS             PIC 9(9) VALUE ZEROES.
       01 WS-Q-CLT-INDICES             PIC 9(9) VALUE ZEROES.
       01 WS-Q-CLT-LEVES               PIC 9(9) VALUE ZEROES.
       01 WS-NB-ECRT-S46               PIC 9(9) VALUE ZEROES.
       01 WS-NB-ECRT-S4A               PIC 9(9) VALUE ZEROES.

      *   Compteurs de l'entite en cours
       01 WS-Q-END-EXAMINES            PIC 9(9) VALUE ZEROES.
       01 WS-Q-END-INDICES             PIC 9(9) VALUE ZEROES.
       01 WS-Q-END-LEVES               PIC 9(9) VALUE ZEROES.

      *   Booléens de fin de fichier
       01 TOP-FIN-E46                  PIC X(1)  VALUE SPACE.
          88 FIN-E46                             VALUE 'O'.
       01 TOP-FIN-E4A                  PIC X(1)  VALUE SPACE.
          88 FIN-E4A                             VALUE 'O'.

      *   Variable numérique de code ABEND
       01 WS-CODE-ABEND                PIC 9(4) VALUE ZERO.

      *   Indice pour lignes à afficher par MCCDBILA
       01 WS-DISP                      PIC 9(2) VALUE ZEROES.

      *   Date de traitement (date et heure)
       01 WS-D-H-TRT                   PIC X(26) VALUE SPACES.

      *******************************
      *                             *
      *  Lignes de l'edition S46    *
      *                             *
      *******************************

       01 WS-EDIT-TITRE.
          05 FILLER                    PIC X(50) VALUE
             'INDICES US DES CLIENTS NON DECLARES  -  ANNEE     '.
          05 WS-EDT-A-FISCALE-TIT      PIC X(04).
          05 FILLER                    PIC X(12) VALUE '  EDITE LE '.
          05 WS-EDT-D-EDITION          PIC X(10).
          05 FILLER                    PIC X(56) VALUE SPACES.

       01 WS-EDIT-ENTETE.
          05 FILLER                    PIC X(20) VALUE 'CLIENT'.
          05 FILLER                    PIC X(03) VALUE 'NP'.
          05 FILLER                    PIC X(61) VALUE
             'NOM / RAISON SOCIALE'.
          05 FILLER                    PIC X(18) VALUE 'INDICES'.
          05 FILLER                    PIC X(30) VALUE 'LEVEE'.

       01 WS-EDIT-ENTETE-CPT.
          05 FILLER                    PIC X(23) VALUE SPACES.
          05 FILLER                    PIC X(20) VALUE 'COMPTE'.
          05 FILLER                    PIC X(05) VALUE 'DEV'.
          05 FILLER                    PIC X(84) VALUE
             'SOLDE (DEVISE DU COMPTE)'.

       01 WS-EDIT-ENTITE.
          05 FILLER                    PIC X(07) VALUE 'ENTITE '.
          05 WS-EDT-C-REF-GIIN         PIC X(20).
          05 FILLER                    PIC X(02) VALUE SPACES.
          05 WS-EDT-L-RAISON-SOC-ENT   PIC X(60).
          05 FILLER                    PIC X(43) VALUE SPACES.

       01 WS-EDIT-CLIENT.
          05 WS-EDT-I-UNIQ-KPI         PIC X(17).
          05 FILLER                    PIC X(03) VALUE SPACES.
          05 WS-EDT-C-NTUR-PERS        PIC X(02).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-EDT-L-NOM              PIC X(60).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-EDT-L-IND-NAISS        PIC X(06).
          05 WS-EDT-L-IND-NLITE        PIC X(06).
          05 WS-EDT-L-IND-ADR          PIC X(06).
          05 WS-EDT-L-LEVEE            PIC X(30).

       01 WS-EDIT-COMPTE.
          05 FILLER                    PIC X(23) VALUE SPACES.
          05 WS-EDT-I-UNIQ-KAC         PIC X(17).
          05 FILLER                    PIC X(03) VALUE SPACES.
          05 WS-EDT-C-DEV              PIC X(03).
          05 FILLER                    PIC X(02) VALUE SPACES.
          05 WS-EDT-M-SOLDE            PIC -(15)9.99.
          05 FILLER                    PIC X(65) VALUE SPACES.

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
                           'DEBUT D''EXECUTION DU PROGRAMME BFUSEL46'.
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
        COPY CWNAAFCT REPLACING 'PROGRAMM' BY =='BFUSEL46'==.
        COPY CWNAABAT.
        COPY CZNAAACP.

      * COPY du module MCCDBILA
        COPY CCCDBILA REPLACING ==(PREF)== BY ==BILA==.

      * COPY du module MCCDINAB
        COPY CCCDINAB REPLACING ==(PREF)== BY ==INAB==.

      * COPY du module MGDATR03
        COPY CZGDA03.

      * COPY des accesseurs
        COPY CFUSTEND REPLACING ==(PREF)== BY ==TEND==.
        COPY CFUSTCNT REPLACING ==(PREF)== BY ==TCNT==.
        COPY CFUSTRUB REPLACING ==(PREF)== BY ==TRUB==.
        COPY CFUSTCLI REPLACING ==(PREF)== BY ==TCLI==.
        COPY CFUSTCLP REPLACING ==(PREF)== BY ==TCLP==.
        COPY CFUSTCLM REPLACING ==(PREF)== BY ==TCLM==.
        COPY CFUSTADR REPLACING ==(PREF)== BY ==TADR==.

      *****************************************************************
      *            P R O C E D U R E   D I V I S I O N                *
      *****************************************************************

       PROCEDURE DIVISION.

      *    Initialisation du traitement
           PERFORM INIT-TRAIT

      *    Inscription au registre des justificatifs recus
           PERFORM UNTIL FIN-E4A
              PERFORM LECT-FICH-E4A
              IF NOT FIN-E4A
                 PERFORM INSCR-LEVEE
              END-IF
           END-PERFORM

      *    Parcours du perimetre compte/client
           PERFORM UNTIL FIN-E46
              PERFORM LECT-FICH-E46
              IF NOT FIN-E46
                 PERFORM TRAIT-ENR-PERIMETRE
              END-IF
           END-PERFORM

      *    Dernier client et derniere entite du perimetre
           IF WS-Q-CPT > ZERO
              PERFORM TRAIT-CLIENT
           END-IF
           IF WS-END-EN-COURS NOT = SPACES
              PERFORM FIN-ENTITE
           END-IF

      *    Finalisation du traitement
           PERFORM FIN-TRAIT
           .

      *--------------*
       INIT-TRAIT.
      *--------------*

           PERFORM RECUP-DATE-HEURE-DEB

      *    Lecture du paramètre SYSIN (année fiscale)
           ACCEPT SYSIN-80
           IF SYSIN-A-FISCALE IS NOT NUMERIC
              MOVE 4600               TO WS-CODE-ABEND
              PERFORM TRAIT-ABEND
           END-IF

           PERFORM AFFICH-BILAN-DEB

           PERFORM OUVR-FICH-E46
           PERFORM OUVR-FICH-E4A
           PERFORM OUVR-FICH-R06
           PERFORM OUVR-FICH-S46
           PERFORM OUVR-FICH-S4A

      *    DD DFUSLE4A ABSENTE (STATUT '05') : AUCUN JUSTIFICATIF
           IF FS-E4A = '05'
              SET FIN-E4A              TO TRUE
           END-IF

      *    Entete du rapport
           MOVE SYSIN-A-FISCALE        TO WS-EDT-A-FISCALE-TIT
           MOVE WS-D-H-TRT(1:10)       TO WS-EDT-D-EDITION
           MOVE WS-EDIT-TITRE          TO FD-DFUSLS46
           PERFORM ECRT-FICH-S46
           MOVE WS-EDIT-TRAIT          TO FD-DFUSLS46
           PERFORM ECRT-FICH-S46
           MOVE WS-EDIT-ENTETE         TO FD-DFUSLS46
           PERFORM ECRT-FICH-S46
           MOVE WS-EDIT-ENTETE-CPT     TO FD-DFUSLS46
           PERFORM ECRT-FICH-S46
           .

      *-------------*
       INSCR-LEVEE.
      *-------------*

      *    Un justificatif sans client ou sans indice leve est rejete ;
      *    le dernier justificatif recu d'un client remplace le
      *    precedent au registre
           IF E4A-I-IDENT-CLT = SPACES
           OR (NOT E4A-LEVEE-NAISS AND NOT E4A-LEVEE-NLITE
               AND NOT E4A-LEVEE-ADR)
              ADD 1                    TO WS-Q-LEVEE-REJETEE
           ELSE
              MOVE WS-D-H-TRT(1:10)    TO E4A-D-ENREG
              MOVE E4A-ENR-LEVEE       TO ENR-DFUSLR06
              WRITE ENR-DFUSLR06
              IF FS-R06 = '22'
                 REWRITE ENR-DFUSLR06
              END-IF
              IF FS-R06 NOT = '00'
                 MOVE 4643             TO WS-CODE-ABEND
                 PERFORM TRAIT-ABEND
              END-IF
              ADD 1                    TO WS-Q-LEVEE-INSCRITE
           END-IF
           .

      *---------------------*
       TRAIT-ENR-PERIMETRE.
      *---------------------*

      *    Seuls les couples compte/client ('10') forment le
      *    perimetre ; les ruptures client puis entite declenchent
      *    l'examen du client precedent
           IF E46-C-TYP-ENR = '10'
              IF E46-I-IDENT-END NOT = WS-END-EN-COURS
              OR E46-I-IDENT-CLT NOT = WS-CLT-EN-COURS
                 IF WS-Q-CPT > ZERO
                    PERFORM TRAIT-CLIENT
                 END-IF
                 MOVE ZERO             TO WS-Q-CPT
                 MOVE E46-I-IDENT-CLT  TO WS-CLT-EN-COURS
              END-IF
              IF E46-I-IDENT-END NOT = WS-END-EN-COURS
                 IF WS-END-EN-COURS NOT = SPACES
                    PERFORM FIN-ENTITE
                 END-IF
                 MOVE E46-I-IDENT-END  TO WS-END-EN-COURS
                 PERFORM DEBUT-ENTITE
              END-IF

              ADD 1                    TO WS-Q-CPT
              IF WS-Q-CPT > 50
      *          DEPASSEMENT TABLE DES COMPTES D'UN CLIENT
                 MOVE 4650             TO WS-CODE-ABEND
                 PERFORM TRAIT-ABEND
              END-IF
              MOVE E46-I-IDENT-CPT     TO WS-T-CPT-I-IDENT-CPT(WS-Q-CPT)
           END-IF
           .

      *--------------*
       DEBUT-ENTITE.
      *--------------*

      *    SELECTION DE L'ENTITE DECLARANTE (GIIN, RAISON SOCIALE)
           MOVE 'SE'                   TO ACCE-TYPE-REQUETE
           MOVE '01-SEL'               TO ACCE-NOM-FONCTION
           MOVE SYSIN-A-FISCALE        TO TEND-A-APPL
           MOVE WS-END-EN-COURS        TO TEND-I-IDENT-END
           PERFORM SQ-ACCES-TEND
           EVALUATE TRUE
              WHEN TROUVE
                 MOVE TEND-C-REF-GIIN  TO WS-C-REF-GIIN
                 MOVE TEND-L-RAISON-SOCIALE
                                       TO WS-L-RAISON-SOC-ENT
              WHEN OTHER
                 MOVE 1961             TO WS-CODE-ABEND
                 PERFORM TRAIT-ABEND
           END-EVALUATE

           MOVE ZERO                   TO WS-Q-END-EXAMINES
                                          WS-Q-END-INDICES
                                          WS-Q-END-LEVES

           MOVE WS-EDIT-TRAIT          TO FD-DFUSLS46
           PERFORM ECRT-FICH-S46
           MOVE WS-C-REF-GIIN          TO WS-EDT-C-REF-GIIN
           MOVE WS-L-RAISON-SOC-ENT    TO WS-EDT-L-RAISON-SOC-ENT
           MOVE WS-EDIT-ENTITE         TO FD-DFUSLS46
           PERFORM ECRT-FICH-S46
           MOVE WS-EDIT-TRAIT          TO FD-DFUSLS46
           PERFORM ECRT-FICH-S46
           .

      *-------------*
       FIN-ENTITE.
      *-------------*

           MOVE SPACES                 TO FD-DFUSLS46
           PERFORM ECRT-FICH-S46
           MOVE 'CLIENTS NON DECLARES EXAMINES'
                                       TO WS-EDT-L-TOTAL
           MOVE WS-Q-END-EXAMINES      TO WS-EDT-Q-TOTAL
           MOVE WS-EDIT-TOTAL          TO FD-DFUSLS46
           PERFORM ECRT-FICH-S46
           MOVE 'CLIENTS PORTEURS D''INDICES US'
                                       TO WS-EDT-L-TOTAL
           MOVE WS-Q-END-INDICES       TO WS-EDT-Q-TOTAL
           MOVE WS-EDIT-TOTAL          TO FD-DFUSLS46
           PERFORM ECRT-FICH-S46
           MOVE 'CLIENTS LEVES PAR JUSTIFICATIF'
                                       TO WS-EDT-L-TOTAL
           MOVE WS-Q-END-LEVES         TO WS-EDT-Q-TOTAL
           MOVE WS-EDIT-TOTAL          TO FD-DFUSLS46
           PERFORM ECRT-FICH-S46
           .

      *--------------*
       TRAIT-CLIENT.
      *--------------*

      *    Le premier compte du client donne le systeme d'origine
      *    de la selection TBCLIFUS (meme cle que BFUSEL10)
           MOVE 1                      TO WS-I-CPT
           PERFORM SEL-COMPTE

           MOVE 'SE'                   TO ACCE-TYPE-REQUETE
           MOVE '01'                   TO ACCE-NOM-FONCTION
           MOVE WS-CLT-EN-COURS        TO TCLI-I-IDENT-CLT
           MOVE SYSIN-A-FISCALE        TO TCLI-A-APPL
           MOVE TCNT-C-SYS-ORIGINE     TO TCLI-C-SYS-ORIGINE
           PERFORM SQ-ACCES-TCLI
           EVALUATE TRUE
              WHEN TROUVE
                 IF TCLI-C-STUT-FISC-ETR = '02'
      *             CLIENT DEJA DECLARE PAR LA CHAINE
                    ADD 1              TO WS-Q-CLT-DECLARES
                 ELSE
                    ADD 1              TO WS-Q-CLT-EXAMINES
                                          WS-Q-END-EXAMINES
                    PERFORM RECH-INDICES
                 END-IF
              WHEN NON-TROUVE
                 ADD 1                 TO WS-Q-CLT-ABSENTS
              WHEN OTHER
                 MOVE 1964             TO WS-CODE-ABEND
                 PERFORM TRAIT-ABEND
           END-EVALUATE
           .

      *--------------*
       RECH-INDICES.
      *--------------*

           MOVE SPACE                  TO TOP-IND-NAISS
                                          TOP-IND-NLITE
                                          TOP-IND-ADR
                                          TOP-ADR-COURRIER
           MOVE SPACES                 TO WS-C-TYPE-ADR-US
           MOVE SPACES                 TO WS-ENR-DEMANDE(1:500)

           MOVE TCLI-I-UNIQ-KPI        TO WS-DEM-I-UNIQ-KPI
           MOVE TCLI-I-IDENT-CLT       TO WS-DEM-I-IDENT-CLT
           MOVE TCLI-C-NTUR-PERS       TO WS-DEM-C-NTUR-PERS

      *    Identite : naissance et nationalites pour les personnes
      *    physiques, raison sociale pour les personnes morales
           IF TCLI-C-NTUR-PERS = '01'
              PERFORM SEL-CLIENT-PP
           ELSE
              PERFORM SEL-CLIENT-PM
           END-IF

      *    Adresses de tout type
           PERFORM RECH-ADRESSES

           IF IND-NAISS OR IND-NLITE OR IND-ADR
              PERFORM CTRL-LEVEE
              IF LEVEE-TOTALE
                 ADD 1                 TO WS-Q-CLT-LEVES
                                          WS-Q-END-LEVES
              ELSE
                 ADD 1                 TO WS-Q-CLT-INDICES
                                          WS-Q-END-INDICES
                 PERFORM EDIT-CLIENT
                 PERFORM VARYING WS-I-CPT FROM 1 BY 1
                 UNTIL WS-I-CPT > WS-Q-CPT
                    PERFORM EDIT-COMPTE
                 END-PERFORM
                 PERFORM ALIM-DEMANDE
                 PERFORM ECRT-FICH-S4A
              END-IF
           END-IF
           .

      *----------------*
       SEL-CLIENT-PP.
      *----------------*

           MOVE 'SE'                   TO ACCE-TYPE-REQUETE
           MOVE '01-SEL'               TO ACCE-NOM-FONCTION
           MOVE TCLI-I-IDENT-CLT       TO TCLP-I-IDENT-CLT
           PERFORM SQ-ACCES-TCLP
           EVALUATE TRUE
              WHEN TROUVE
                 IF TCLP-C-PAYS-NAISS = 'US'
                    SET IND-NAISS      TO TRUE
                 END-IF
                 IF TCLP-C-PAYS-NLITE = 'US'
                 OR TCLP-C-AUTRE-PAYS-NLITE = 'US'
                    SET IND-NLITE      TO TRUE
                 END-IF
                 MOVE TCLP-L-NOM-NAISS TO WS-DEM-L-NOM-NAISS
                 MOVE TCLP-L-PRNOM     TO WS-DEM-L-PRENOM
              WHEN NON-TROUVE
      *          IDENTITE ABSENTE : SEULES LES ADRESSES SONT EXAMINEES
                 CONTINUE
              WHEN OTHER
                 MOVE 1965             TO WS-CODE-ABEND
                 PERFORM TRAIT-ABEND
           END-EVALUATE
           .

      *----------------*
       SEL-CLIENT-PM.
      *----------------*

           MOVE 'SE'                   TO ACCE-TYPE-REQUETE
           MOVE '01-SEL'               TO ACCE-NOM-FONCTION
           MOVE TCLI-I-IDENT-CLT       TO TCLM-I-IDENT-CLT
           PERFORM SQ-ACCES-TCLM
           EVALUATE TRUE
              WHEN TROUVE
                 MOVE TCLM-L-RAISON-SOCIALE
                                       TO WS-DEM-L-RAIS-SOCIALE
              WHEN NON-TROUVE
                 CONTINUE
              WHEN OTHER
                 MOVE 1966             TO WS-CODE-ABEND
                 PERFORM TRAIT-ABEND
           END-EVALUATE
           .

      *----------------*
       RECH-ADRESSES.
      *----------------*

      *    Toute adresse aux USA est un indice ; l'adresse du
      *    courrier est l'adresse 'AF', a defaut la premiere lue

      *    OUVERTURE CURSEUR
           MOVE 'OP'                   TO ACCE-TYPE-REQUETE
           MOVE '01'                   TO ACCE-NOM-FONCTION
           MOVE TCLI-I-IDENT-CLT       TO TADR-I-IDENT
           PERFORM SQ-ACCES-TADR
           EVALUATE TRUE
              WHEN TROUVE
                 MOVE 'N'              TO IND-FIN-TRT-ADR
              WHEN NON-TROUVE
                 MOVE 'O'              TO IND-FIN-TRT-ADR
              WHEN OTHER
                 MOVE 1967             TO WS-CODE-ABEND
                 PERFORM TRAIT-ABEND
           END-EVALUATE

           IF IND-FIN-TRT-ADR = 'N'
              PERFORM LEC-CUR-ADR-01
              PERFORM UNTIL IND-FIN-TRT-ADR = 'O'
                 IF TADR-C-PAYS-ADR = 'US'
                    IF NOT IND-ADR
                       MOVE TADR-C-TYPE-ADR
                                       TO WS-C-TYPE-ADR-US
                    END-IF
                    SET IND-ADR        TO TRUE
                 END-IF
                 IF NOT ADR-COURRIER-SERVIE
                    PERFORM ALIM-ADR-COURRIER
                    IF TADR-C-TYPE-ADR = 'AF'
                       SET ADR-COURRIER-SERVIE TO TRUE
                    END-IF
                 END-IF
                 PERFORM LEC-CUR-ADR-01
              END-PERFORM

      *       FERMETURE CURSEUR
              MOVE 'CL'                TO ACCE-TYPE-REQUETE
              MOVE '01'                TO ACCE-NOM-FONCTION
              MOVE TCLI-I-IDENT-CLT    TO TADR-I-IDENT
              PERFORM SQ-ACCES-TADR
           END-IF
           .

      *---------------*
       LEC-CUR-ADR-01.
      *---------------*

      *    LECTURE CURSEUR TBADRFUS
           MOVE 'FE'                   TO ACCE-TYPE-REQUETE
           MOVE '01'                   TO ACCE-NOM-FONCTION
           MOVE TCLI-I-IDENT-CLT       TO TADR-I-IDENT
           PERFORM SQ-ACCES-TADR
           EVALUATE TRUE
              WHEN TROUVE
                 CONTINUE
              WHEN NON-TROUVE
                 MOVE 'O'              TO IND-FIN-TRT-ADR
              WHEN OTHER
                 MOVE 1967             TO WS-CODE-ABEND
                 PERFORM TRAIT-ABEND
           END-EVALUATE
           .

      *-------------------*
       ALIM-ADR-COURRIER.
      *-------------------*

           MOVE TADR-L-INTIT-COURR-1   TO WS-DEM-L-INTIT-COURR-1
           MOVE TADR-L-ADR-LIGNE-1     TO WS-DEM-L-ADR-LIGNE-1
           MOVE TADR-L-ADR-LIGNE-2     TO WS-DEM-L-ADR-LIGNE-2
           MOVE TADR-L-ADR-LIGNE-3     TO WS-DEM-L-ADR-LIGNE-3
           MOVE TADR-C-CPOST           TO WS-DEM-C-CPOST
           MOVE TADR-L-COMM-ADR        TO WS-DEM-L-COMM-ADR
           MOVE TADR-L-PAYS-ADR        TO WS-DEM-L-PAYS-ADR
           .

      *-------------*
       CTRL-LEVEE.
      *-------------*

      *    Levee totale : justificatif en cours de validite levant
      *    chacun des indices trouves ; sinon levee partielle (un
      *    indice reste a justifier) ou echue
           MOVE SPACE                  TO WS-C-LEVEE
           MOVE WS-CLT-EN-COURS        TO R06-I-IDENT-CLT
           READ DFUSLR06 INTO LEV-ENR-LEVEE
           EVALUATE FS-R06
              WHEN '00'
                 IF LEV-D-FIN-VALID NOT = SPACES
                 AND LEV-D-FIN-VALID < WS-D-H-TRT(1:10)
                    SET LEVEE-ECHUE    TO TRUE
                 ELSE
                    IF (IND-NAISS AND NOT LEV-LEVEE-NAISS)
                    OR (IND-NLITE AND NOT LEV-LEVEE-NLITE)
                    OR (IND-ADR   AND NOT LEV-LEVEE-ADR)
                       SET LEVEE-PARTIELLE TO TRUE
                    ELSE
                       SET LEVEE-TOTALE TO TRUE
                    END-IF
                 END-IF
              WHEN '23'
                 CONTINUE
              WHEN OTHER
                 MOVE 4642             TO WS-CODE-ABEND
                 PERFORM TRAIT-ABEND
           END-EVALUATE
           .

      *-------------*
       SEL-COMPTE.
      *-------------*

      *    SELECTION DU COMPTE WS-I-CPT DU CLIENT
           MOVE 'SE'                   TO ACCE-TYPE-REQUETE
           MOVE '06'                   TO ACCE-NOM-FONCTION
           MOVE WS-T-CPT-I-IDENT-CPT(WS-I-CPT)
                                       TO TCNT-I-IDENT-CPT
           PERFORM SQ-ACCES-TCNT
           EVALUATE TRUE
              WHEN TROUVE
                 CONTINUE
              WHEN OTHER
                 MOVE 1962             TO WS-CODE-ABEND
                 PERFORM TRAIT-ABEND
           END-EVALUATE
           .

      *-------------*
       CALC-SOLDE.
      *-------------*

      *    Solde du compte : montants 01 et 06 signes, ramenes a
      *    leur nombre de decimales (meme regle que BFUSEL10)
           MOVE ZERO                   TO WS-M-SOLDE-CPT

      *    OUVERTURE CURSEUR
           MOVE 'OP'                   TO ACCE-TYPE-REQUETE
           MOVE '01'                   TO ACCE-NOM-FONCTION
           MOVE TCNT-I-IDENT-CPT       TO TRUB-I-IDENT-CPT
           PERFORM SQ-ACCES-TRUB
           EVALUATE TRUE
              WHEN TROUVE
                 MOVE 'N'              TO IND-FIN-TRT-RUB
              WHEN NON-TROUVE
                 MOVE 'O'              TO IND-FIN-TRT-RUB
              WHEN OTHER
                 MOVE 1963             TO WS-CODE-ABEND
                 PERFORM TRAIT-ABEND
           END-EVALUATE

           IF IND-FIN-TRT-RUB = 'N'
              PERFORM LEC-CUR-RUB-01
              PERFORM UNTIL IND-FIN-TRT-RUB = 'O'
                 IF TRUB-C-TYPE-MNT = 1 OR 6
                    COMPUTE WS-M-MNT-RUB = TRUB-M-MNT-ASS
                                         / 10 ** TRUB-Q-NBR-DEC
                    IF TRUB-C-SIGNE-MNT = '-'
                       SUBTRACT WS-M-MNT-RUB FROM WS-M-SOLDE-CPT
                    ELSE
                       ADD WS-M-MNT-RUB      TO WS-M-SOLDE-CPT
                    END-IF
                 END-IF
                 PERFORM LEC-CUR-RUB-01
              END-PERFORM

      *       FERMETURE CURSEUR
              MOVE 'CL'                TO ACCE-TYPE-REQUETE
              MOVE '01'                TO ACCE-NOM-FONCTION
              MOVE TCNT-I-IDENT-CPT    TO TRUB-I-IDENT-CPT
              PERFORM SQ-ACCES-TRUB
           END-IF
           .

      *---------------*
       LEC-CUR-RUB-01.
      *---------------*

      *    LECTURE CURSEUR TBRUBFUS
           MOVE 'FE'                   TO ACCE-TYPE-REQUETE
           MOVE '01'                   TO ACCE-NOM-FONCTION
           MOVE TCNT-I-IDENT-CPT       TO TRUB-I-IDENT-CPT
           PERFORM SQ-ACCES-TRUB
           EVALUATE TRUE
              WHEN TROUVE
                 CONTINUE
              WHEN NON-TROUVE
                 MOVE 'O'              TO IND-FIN-TRT-RUB
              WHEN OTHER
                 MOVE 1963             TO WS-CODE-ABEND
                 PERFORM TRAIT-ABEND
           END-EVALUATE
           .

      *--------------*
       EDIT-CLIENT.
      *--------------*

           MOVE SPACES                 TO WS-EDIT-CLIENT
           MOVE TCLI-I-UNIQ-KPI        TO WS-EDT-I-UNIQ-KPI
           MOVE TCLI-C-NTUR-PERS       TO WS-EDT-C-NTUR-PERS
           IF TCLI-C-NTUR-PERS = '01'
              STRING WS-DEM-L-NOM-NAISS DELIMITED BY '  '
                     ' '                DELIMITED BY SIZE
                     WS-DEM-L-PRENOM    DELIMITED BY '  '
                INTO WS-EDT-L-NOM
           ELSE
              MOVE WS-DEM-L-RAIS-SOCIALE TO WS-EDT-L-NOM
           END-IF
           IF IND-NAISS
              MOVE 'NAISS'             TO WS-EDT-L-IND-NAISS
           END-IF
           IF IND-NLITE
              MOVE 'NLITE'             TO WS-EDT-L-IND-NLITE
           END-IF
           IF IND-ADR
              STRING 'ADR'             DELIMITED BY SIZE
                     WS-C-TYPE-ADR-US  DELIMITED BY SIZE
                INTO WS-EDT-L-IND-ADR
           END-IF
           EVALUATE TRUE
              WHEN LEVEE-PARTIELLE
                 MOVE 'LEVEE PARTIELLE'  TO WS-EDT-L-LEVEE
              WHEN LEVEE-ECHUE
                 MOVE 'JUSTIFICATIF ECHU' TO WS-EDT-L-LEVEE
              WHEN OTHER
                 MOVE SPACES             TO WS-EDT-L-LEVEE
           END-EVALUATE
           MOVE WS-EDIT-CLIENT         TO FD-DFUSLS46
           PERFORM ECRT-FICH-S46
           .

      *--------------*
       EDIT-COMPTE.
      *--------------*

           PERFORM SEL-COMPTE
           PERFORM CALC-SOLDE

           MOVE TCNT-I-UNIQ-KAC        TO WS-EDT-I-UNIQ-KAC
           MOVE TCNT-C-DEV             TO WS-EDT-C-DEV
           MOVE WS-M-SOLDE-CPT         TO WS-EDT-M-SOLDE
           MOVE WS-EDIT-COMPTE         TO FD-DFUSLS46
           PERFORM ECRT-FICH-S46
           .

      *--------------*
       ALIM-DEMANDE.
      *--------------*

           MOVE WS-C-REF-GIIN          TO WS-DEM-C-REF-GIIN
           MOVE WS-L-RAISON-SOC-ENT    TO WS-DEM-L-RAISON-SOC-ENT
           IF IND-NAISS
              MOVE 'O'                 TO WS-DEM-C-IND-NAISS
           ELSE
              MOVE 'N'                 TO WS-DEM-C-IND-NAISS
           END-IF
           IF IND-NLITE
              MOVE 'O'                 TO WS-DEM-C-IND-NLITE
           ELSE
              MOVE 'N'                 TO WS-DEM-C-IND-NLITE
           END-IF
           IF IND-ADR
              MOVE 'O'                 TO WS-DEM-C-IND-ADR
           ELSE
              MOVE 'N'                 TO WS-DEM-C-IND-ADR
           END-IF
           MOVE WS-Q-CPT               TO WS-DEM-Q-NB-CPT
           MOVE WS-D-H-TRT(1:10)       TO WS-DEM-D-DEMANDE
           .

      *--------------*
       FIN-TRAIT.
      *--------------*

      *    Totaux du rapport
           MOVE WS-EDIT-TRAIT          TO FD-DFUSLS46
           PERFORM ECRT-FICH-S46
           MOVE 'TOTAL CLIENTS NON DECLARES EXAMINES'
                                       TO WS-EDT-L-TOTAL
           MOVE WS-Q-CLT-EXAMINES      TO WS-EDT-Q-TOTAL
           MOVE WS-EDIT-TOTAL          TO FD-DFUSLS46
           PERFORM ECRT-FICH-S46
           MOVE 'TOTAL CLIENTS PORTEURS D''INDICES US'
                                       TO WS-EDT-L-TOTAL
           MOVE WS-Q-CLT-INDICES       TO WS-EDT-Q-TOTAL
           MOVE WS-EDIT-TOTAL          TO FD-DFUSLS46
           PERFORM ECRT-FICH-S46
           MOVE 'TOTAL CLIENTS LEVES PAR JUSTIFICATIF'
                                       TO WS-EDT-L-TOTAL
           MOVE WS-Q-CLT-LEVES         TO WS-EDT-Q-TOTAL
           MOVE WS-EDIT-TOTAL          TO FD-DFUSLS46
           PERFORM ECRT-FICH-S46
           MOVE WS-EDIT-TRAIT          TO FD-DFUSLS46
           PERFORM ECRT-FICH-S46

           PERFORM FERM-FICH-E46
           PERFORM FERM-FICH-E4A
           PERFORM FERM-FICH-R06
           PERFORM FERM-FICH-S46
           PERFORM FERM-FICH-S4A

           PERFORM AFFICH-BILAN-FIN
           PERFORM FIN-PROGRAMME
           .

      *---------------*
       OUVR-FICH-E46.
      *---------------*

           OPEN INPUT DFUSLE46
           IF FS-E46  NOT = '00'
              MOVE 4601               TO WS-CODE-ABEND
              PERFORM TRAIT-ABEND
           END-IF
           .

      *---------------*
       LECT-FICH-E46.
      *---------------*

           READ DFUSLE46 INTO E46-CFUSAI00
           EVALUATE FS-E46
              WHEN '00'
                 ADD 1                TO WS-NB-LECT-E46
              WHEN '10'
                 SET FIN-E46          TO TRUE
              WHEN OTHER
                 MOVE 4602            TO WS-CODE-ABEND
                 PERFORM TRAIT-ABEND
           END-EVALUATE
           .

      *---------------*
       FERM-FICH-E46.
      *---------------*

           CLOSE DFUSLE46
           IF FS-E46  NOT = '00'
              MOVE 4603               TO WS-CODE-ABEND
              PERFORM TRAIT-ABEND
           END-IF
           .

      *---------------*
       OUVR-FICH-E4A.
      *---------------*

           OPEN INPUT DFUSLE4A
           IF FS-E4A  NOT = '00' AND '05'
              MOVE 4631               TO WS-CODE-ABEND
              PERFORM TRAIT-ABEND
           END-IF
           .

      *---------------*
       LECT-FICH-E4A.
      *---------------*

           READ DFUSLE4A INTO E4A-ENR-LEVEE
           EVALUATE FS-E4A
              WHEN '00'
                 ADD 1                TO WS-NB-LECT-E4A
              WHEN '10'
                 SET FIN-E4A          TO TRUE
              WHEN OTHER
                 MOVE 4632            TO WS-CODE-ABEND
                 PERFORM TRAIT-ABEND
           END-EVALUATE
           .

      *---------------*
       FERM-FICH-E4A.
      *---------------*

           CLOSE DFUSLE4A
           IF FS-E4A  NOT = '00' AND '05'
              MOVE 4633               TO WS-CODE-ABEND
              PERFORM TRAIT-ABEND
           END-IF
           .

      *---------------*
       OUVR-FICH-R06.
      *---------------*

           OPEN I-O DFUSLR06
           IF FS-R06  NOT = '00'
              MOVE 4641               TO WS-CODE-ABEND
              PERFORM TRAIT-ABEND
           END-IF
           .

      *---------------*
       FERM-FICH-R06.
      *---------------*

           CLOSE DFUSLR06
           IF FS-R06  NOT = '00'
              MOVE 4644               TO WS-CODE-ABEND
              PERFORM TRAIT-ABEND
           END-IF
           .

      *---------------*
       OUVR-FICH-S46.
      *---------------*

           OPEN OUTPUT DFUSLS46
           IF FS-S46  NOT = '00'
              MOVE 4611               TO WS-CODE-ABEND
              PERFORM TRAIT-ABEND
           END-IF
           .

      *---------------*
       ECRT-FICH-S46.
      *---------------*

           WRITE FD-DFUSLS46
           END-WRITE
           IF FS-S46    NOT = '00'
               MOVE 4612               TO WS-CODE-ABEND
               PERFORM TRAIT-ABEND
           ELSE
               ADD 1 TO WS-NB-ECRT-S46
           END-IF
           .

      *---------------*
       FERM-FICH-S46.
      *---------------*

           CLOSE DFUSLS46
           IF FS-S46  NOT = '00'
              MOVE 4613               TO WS-CODE-ABEND
              PERFORM TRAIT-ABEND
           END-IF
           .

      *---------------*
       OUVR-FICH-S4A.
      *---------------*

           OPEN OUTPUT DFUSLS4A
           IF FS-S4A  NOT = '00'
              MOVE 4621               TO WS-CODE-ABEND
              PERFORM TRAIT-ABEND
           END-IF
           .

      *---------------*
       ECRT-FICH-S4A.
      *---------------*

           WRITE FD-DFUSLS4A    FROM     WS-ENR-DEMANDE
           END-WRITE
           IF FS-S4A    NOT = '00'
               MOVE 4622               TO WS-CODE-ABEND
               PERFORM TRAIT-ABEND
           ELSE
               ADD 1 TO WS-NB-ECRT-S4A
           END-IF
           .

      *---------------*
       FERM-FICH-S4A.
      *---------------*

           CLOSE DFUSLS4A
           IF FS-S4A  NOT = '00'
              MOVE 4623               TO WS-CODE-ABEND
              PERFORM TRAIT-ABEND
           END-IF
           .

      *--------------*
       TRAIT-ABEND.
      *--------------*
      * GESTION DES ABENDS DU PROGRAMME

           MOVE 'BFUSEL46'             TO      INAB-C-PGM-APPEL
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
              WHEN 1961
                 MOVE 'PB APPEL MODULE MFUSTEND'
                                       TO      WS-LIGNE-ANO21
              WHEN 1962
                 MOVE 'PB APPEL MODULE MFUSTCNT'
                                       TO      WS-LIGNE-ANO21
              WHEN 1963
                 MOVE 'PB APPEL MODULE MFUSTRUB'
                                       TO      WS-LIGNE-ANO21
              WHEN 1964
                 MOVE 'PB APPEL MODULE MFUSTCLI'
                                       TO      WS-LIGNE-ANO21
              WHEN 1965
                 MOVE 'PB APPEL MODULE MFUSTCLP'
                                       TO      WS-LIGNE-ANO21
              WHEN 1966
                 MOVE 'PB APPEL MODULE MFUSTCLM'
                                       TO      WS-LIGNE-ANO21
              WHEN 1967
                 MOVE 'PB APPEL MODULE MFUSTADR'
                                       TO      WS-LIGNE-ANO21
              WHEN 4600
                 MOVE 'SYSIN INVALIDE (ANNEE FISCALE)'
                                       TO      WS-LIGNE-ANO21
              WHEN 4601
              WHEN 4602
              WHEN 4603
                 MOVE 'PB ACCES FICHIER DFUSLE46'
                                       TO      WS-LIGNE-ANO21
              WHEN 4611
              WHEN 4612
              WHEN 4613
                 MOVE 'PB ACCES FICHIER DFUSLS46'
                                       TO      WS-LIGNE-ANO21
              WHEN 4621
              WHEN 4622
              WHEN 4623
                 MOVE 'PB ACCES FICHIER DFUSLS4A'
                                       TO      WS-LIGNE-ANO21
              WHEN 4631
              WHEN 4632
              WHEN 4633
                 MOVE 'PB ACCES FICHIER DFUSLE4A'
                                       TO      WS-LIGNE-ANO21
              WHEN 4641
              WHEN 4642
              WHEN 4643
              WHEN 4644
                 MOVE 'PB ACCES REGISTRE DES LEVEES DFUSLR06'
                                       TO      WS-LIGNE-ANO21
              WHEN 4650
                 MOVE 'DEPASSEMENT TABLE DES COMPTES D''UN CLIENT'
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
           MOVE 'BFUSEL46'              TO BILA-C-PGM-APPEL
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
           MOVE '*    WS-NB-LECT-E46             :
      -    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE WS-NB-LECT-E46           TO BILA-L-DISP(WS-DISP)(45:9)
           ADD  1                        TO WS-DISP
           MOVE '*    WS-NB-LECT-E4A             :
      -    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE WS-NB-LECT-E4A           TO BILA-L-DISP(WS-DISP)(45:9)
           ADD  1                        TO WS-DISP
           MOVE '*    WS-Q-LEVEE-INSCRITE        :
      -    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE WS-Q-LEVEE-INSCRITE      TO BILA-L-DISP(WS-DISP)(45:9)
           ADD  1                        TO WS-DISP
           MOVE '*    WS-Q-LEVEE-REJETEE         :
      -    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE WS-Q-LEVEE-REJETEE       TO BILA-L-DISP(WS-DISP)(45:9)
           ADD  1                        TO WS-DISP
           MOVE '*    WS-Q-CLT-DECLARES          :
      -    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE WS-Q-CLT-DECLARES        TO BILA-L-DISP(WS-DISP)(45:9)
           ADD  1                        TO WS-DISP
           MOVE '*    WS-Q-CLT-ABSENTS           :
      -    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE WS-Q-CLT-ABSENTS         TO BILA-L-DISP(WS-DISP)(45:9)
           ADD  1                        TO WS-DISP
           MOVE '*    WS-Q-CLT-EXAMINES          :
      -    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE WS-Q-CLT-EXAMINES        TO BILA-L-DISP(WS-DISP)(45:9)
           ADD  1                        TO WS-DISP
           MOVE '*    WS-Q-CLT-INDICES           :
      -    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE WS-Q-CLT-INDICES         TO BILA-L-DISP(WS-DISP)(45:9)
           ADD  1                        TO WS-DISP
           MOVE '*    WS-Q-CLT-LEVES             :
      -    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE WS-Q-CLT-LEVES           TO BILA-L-DISP(WS-DISP)(45:9)
           ADD  1                        TO WS-DISP
           MOVE '*    WS-NB-ECRT-S46             :
      -    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE WS-NB-ECRT-S46           TO BILA-L-DISP(WS-DISP)(45:9)
           ADD  1                        TO WS-DISP
           MOVE '*    WS-NB-ECRT-S4A             :
      -    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE WS-NB-ECRT-S4A           TO BILA-L-DISP(WS-DISP)(45:9)
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
        COPY CANAAACP REPLACING   'MODULE'   BY  'MFUSTEND',
                                  ==(PREF)== BY  ==TEND==,
                                  'MODE'     BY  'RIEN'.
      *---
        COPY CANAAACP REPLACING   'MODULE'   BY  'MFUSTCNT',
                                  ==(PREF)== BY  ==TCNT==,
                                  'MODE'     BY  'RIEN'.
      *---
        COPY CANAAACP REPLACING   'MODULE'   BY  'MFUSTRUB',
                                  ==(PREF)== BY  ==TRUB==,
                                  'MODE'     BY  'RIEN'.
      *---
        COPY CANAAACP REPLACING   'MODULE'   BY  'MFUSTCLI',
                                  ==(PREF)== BY  ==TCLI==,
                                  'MODE'     BY  'RIEN'.
      *---
        COPY CANAAACP REPLACING   'MODULE'   BY  'MFUSTCLP',
                                  ==(PREF)== BY  ==TCLP==,
                                  'MODE'     BY  'RIEN'.
      *---
        COPY CANAAACP REPLACING   'MODULE'   BY  'MFUSTCLM',
                                  ==(PREF)== BY  ==TCLM==,
                                  'MODE'     BY  'RIEN'.
      *---
        COPY CANAAACP REPLACING   'MODULE'   BY  'MFUSTADR',
                                  ==(PREF)== BY  ==TADR==,
                                  'MODE'     BY  'RIEN'.
       END PROGRAM BFUSEL46.
