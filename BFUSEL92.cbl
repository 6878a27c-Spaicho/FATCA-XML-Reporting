       IDENTIFICATION DIVISION.
       PROGRAM-ID. BFUSEL92.
       AUTHOR. MCHA.

      ******************************************************************
      *      ____________________________________________________      *
      *    _(                                                    )_    *
      *  _(       R A P P R O C H E M E N T   D E S              )_    *
      * =_        S O L D E S   D E C L A R E S   /                 _= *
      *   (_      P O S I T I O N S   C O M P T A B L E S         _)   *
      *     (____________________________________________________)     *
      *                                                                *
      *                                                                *
      *               DATE          : 13/03/2017                       *
      *               COMPOSANT     : BFUSEL92                         *
      *               TYPE          : BATCH                            *
      *               AUTEUR        : MCHA                             *
      *                                                                *
      *             __________________________________________         *
      *                                                                *
      * DESCRIPTION   : Ce batch rapproche les soldes declares des     *
      *                 comptes (DET-CNT de l'extrait DFUSLE21 : solde *
      *                 signe C-SIGNE-SLD / M-MNT-ASS-SLD) des         *
      *                 positions comptables d'arrete de l'annee       *
      *                 fiscale livrees par la tenue de comptes        *
      *                 (DFUSLE9M). Le rapprochement se fait sur       *
      *                 I-UNIQ-KAC, ou sur I-KAC-IBAN pour une         *
      *                 position sans KAC, au moyen d'un tri interne.  *
      *                 Sont edites sur DFUSLS92, par entite           *
      *                 declarante : les comptes declares absents des  *
      *                 positions, les positions absentes de la        *
      *                 declaration, les devises discordantes et les   *
      *                 ecarts de solde superieurs a la tolerance      *
      *                 SYSIN, puis les totaux de l'entite. Les        *
      *                 ecarts vises par la conformite (DFUSLE9V,      *
      *                 demandeur et approbateur distincts) sont       *
      *                 edites 'ECART VISE'. Avec l'option bloquante   *
      *                 ('B'), tout ecart non vise termine le          *
      *                 programme avec RETURN-CODE 8 pour que          *
      *                 l'ordonnanceur suspende BFUSEL20 jusqu'au visa *
      *                 des ecarts (sinon RETURN-CODE 4 informatif).   *
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
      * DFUSLE9L | Extrait de la campagne (DFUSLE21)    | E | CFUSEL10 *
      * DFUSLE9M | Positions comptables de fin d'annee  | E | CFUSPCPT *
      * DFUSLE9V | Ecarts vises (facultatif)            | E | CFUSVISA *
      * DFUSLS92 | Edition des ecarts et des totaux     | S |          *
      *          | par entite (132 col.)                |   |          *
      *__________|______________________________________|___|__________*
      *                                                                *
      * Liste des ABENDS émis  par le programme :                      *
      *________________________________________________________________*
      *  ABEND   |              DESCRIPTION                            *
      *__________|_____________________________________________________*
      *   1000   | PB RECUPERATION DATE DU JOUR VIA MGDATR03           *
      *   9211   | PB OUVERTURE FICHIER DFUSLE9L                       *
      *   9212   | PB LECTURE   FICHIER DFUSLE9L                       *
      *   9213   | PB FERMETURE FICHIER DFUSLE9L                       *
      *   9221   | PB OUVERTURE FICHIER DFUSLE9M                       *
      *   9222   | PB LECTURE   FICHIER DFUSLE9M                       *
      *   9223   | PB FERMETURE FICHIER DFUSLE9M                       *
      *   9231   | PB OUVERTURE FICHIER DFUSLS92                       *
      *   9232   | PB ECRITURE  FICHIER DFUSLS92                       *
      *   9233   | PB FERMETURE FICHIER DFUSLS92                       *
      *   9240   | PB TRI INTERNE (SORT-RETURN NON NUL)                *
      *   9250   | SYSIN INVALIDE (ANNEE FISCALE OU TOLERANCE)         *
      *   9260   | DEPASSEMENT TABLE DES ENTITES DECLARANTES (20)      *
      *   9270   | DEPASSEMENT TABLE DES COMPTES RAPPROCHES PAR IBAN   *
      *   9281   | PB OUVERTURE FICHIER DFUSLE9V                       *
      *   9282   | PB LECTURE   FICHIER DFUSLE9V                       *
      *   9283   | PB FERMETURE FICHIER DFUSLE9V                       *
      *   9284   | DEPASSEMENT TABLE DES ECARTS VISES (2000)           *
      *__________|_____________________________________________________*
      *                                                                *
      * Historique des modifications :                                 *
      *________________________________________________________________*
      * AUTEUR !   DATE   !  GAMA  !        MODIFICATIONS              *
      *________!__________!________!___________________________________*
152700*  MCHA  !13/03/2017!20152700!CREATION : RAPPROCHEMENT DES SOLDES*
152700*        !          !        !DECLARES ET DES POSITIONS          *
152700*        !          !        !COMPTABLES DE FIN D'ANNEE, OPTION  *
152700*        !          !        !BLOQUANTE (RC 8) AVANT BFUSEL20    *
152700*        !          !        !HORS ECARTS VISES (DFUSLE9V, VISA  *
152700*        !          !        !A QUATRE YEUX)                     *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *
      * Extrait de la campagne (format DFUSLE21)
      *
           SELECT DFUSLE9L ASSIGN             TO DFUSLE9L
           FILE STATUS FS-E9L.

      *
      * Positions comptables de fin d'annee (tenue de comptes)
      *
           SELECT DFUSLE9M ASSIGN             TO DFUSLE9M
           FILE STATUS FS-E9M.

      *
      * Ecarts vises par la conformite (DD facultative)
      *
           SELECT OPTIONAL DFUSLE9V ASSIGN    TO DFUSLE9V
           FILE STATUS FS-E9V.

      *
      * Edition des ecarts et des totaux par entite
      *
           SELECT DFUSLS92 ASSIGN             TO DFUSLS92
           FILE STATUS FS-S92.

      *
      * Fichier de tri du rapprochement
      *
           SELECT TRI-RAPPR ASSIGN            TO SORTWK01.

       DATA DIVISION.
       FILE SECTION.

       FD  DFUSLE9L
           LABEL RECORD STANDARD
           RECORDING MODE F
           BLOCK CONTAINS 0 RECORDS.

       01  FD-DFUSLE9L              PIC  X(1000).

       FD  DFUSLE9M
           LABEL RECORD STANDARD
           RECORDING MODE F
           BLOCK CONTAINS 0 RECORDS.

       01  FD-DFUSLE9M              PIC  X(100).

       FD  DFUSLE9V
           LABEL RECORD STANDARD
           RECORDING MODE F
           BLOCK CONTAINS 0 RECORDS.

       01  FD-DFUSLE9V              PIC  X(100).

       FD  DFUSLS92
           LABEL RECORD STANDARD
           RECORDING MODE F
           BLOCK CONTAINS 0 RECORDS.

       01  FD-DFUSLS92              PIC  X(132).

      *    Cle de rapprochement : 'K' + I-UNIQ-KAC, ou 'I' +
      *    I-KAC-IBAN ; origine 'D' declaration, 'P' position
       SD  TRI-RAPPR.
       01  ENR-TRI.
           05 TRI-C-TYPE-CLE        PIC  X(01).
           05 TRI-I-CLE             PIC  X(30).
           05 TRI-C-ORIGINE         PIC  X(01).
           05 TRI-N-SEQ             PIC  9(09).
           05 TRI-I-IDENT-END       PIC  X(07).
           05 TRI-C-REF-GIIN        PIC  X(20).
           05 TRI-I-UNIQ-KAC        PIC  X(17).
           05 TRI-I-KAC-IBAN        PIC  X(30).
           05 TRI-C-DEV             PIC  X(03).
           05 TRI-C-CPT-CLOS        PIC  X(01).
           05 TRI-M-SOLDE           PIC  S9(16)V99.

      ***************************************
      *                                     *
      *      WORKING STORAGE SECTION        *
      *                                     *
      ***************************************

       WORKING-STORAGE SECTION.

      *   Paramètres SYSIN : annee fiscale (col. 1-4), option
      *   bloquante (col. 6, 'B' = RETURN-CODE 8 en cas d'ecart) et
      *   tolerance d'ecart de solde en unites de la devise (col.
      *   8-18, 9 entiers et 2 decimales, blanc = aucune tolerance)
       01 SYSIN-80.
          05 SYSIN-A-FISCALE            PIC X(04) VALUE SPACES.
          05 FILLER                     PIC X(01) VALUE SPACE.
          05 SYSIN-C-BLOCAGE            PIC X(01) VALUE SPACE.
             88 OPTION-BLOQUANTE                  VALUE 'B'.
          05 FILLER                     PIC X(01) VALUE SPACE.
          05 SYSIN-M-TOLERANCE          PIC X(11) VALUE SPACES.
          05 SYSIN-M-TOLERANCE-N REDEFINES SYSIN-M-TOLERANCE
                                        PIC 9(09)V99.
          05 SYSIN-FILLER               PIC X(62) VALUE SPACES.

       01 WS-M-TOLERANCE               PIC S9(09)V99 VALUE ZERO.

      *   Description du fichier DFUSLE9L
       01 ENR-DFUSLE9L.
        COPY CFUSEL10 REPLACING ==(P)==    BY ==E9L==.

      *   Position comptable de fin d'annee
        COPY CFUSPCPT REPLACING ==(P)== BY ==E9M==.

      *   Visa d'un ecart de rapprochement
        COPY CFUSVISA REPLACING ==(P)== BY ==E9V==.

      ***************************************
      *                                     *
      *      VARIABLES DU TRAVAIL           *
      *                                     *
      ***************************************

      *   Entite declarante en cours de lecture sur l'extrait
       01 WS-I-IDENT-END-CRT           PIC X(07) VALUE SPACES.
       01 WS-C-REF-GIIN-CRT            PIC X(20) VALUE SPACES.

      *   Solde normalise (signe, deux decimales)
       01 WS-M-SOLDE                   PIC S9(16)V99 VALUE ZERO.

      *   Groupe de rapprochement en cours (une cle de tri)
       01 WS-GRP-C-TYPE-CLE            PIC X(01) VALUE SPACE.
       01 WS-GRP-I-CLE                 PIC X(30) VALUE SPACES.
       01 WS-GRP-I-IDENT-END           PIC X(07) VALUE SPACES.
       01 WS-GRP-C-REF-GIIN            PIC X(20) VALUE SPACES.
       01 WS-GRP-I-UNIQ-KAC            PIC X(17) VALUE SPACES.
       01 WS-GRP-I-KAC-IBAN            PIC X(30) VALUE SPACES.
       01 WS-GRP-C-CPT-CLOS            PIC X(01) VALUE SPACE.
       01 WS-GRP-Q-DECL                PIC 9(05) VALUE ZERO.
       01 WS-GRP-Q-POS                 PIC 9(05) VALUE ZERO.
       01 WS-GRP-C-DEV-DECL            PIC X(03) VALUE SPACES.
       01 WS-GRP-C-DEV-POS             PIC X(03) VALUE SPACES.
       01 WS-GRP-M-DECL                PIC S9(16)V99 VALUE ZERO.
       01 WS-GRP-M-POS                 PIC S9(16)V99 VALUE ZERO.
       01 TOP-DEV-DISCORDANTE          PIC X(01) VALUE SPACE.
          88 DEV-DISCORDANTE                      VALUE 'O'.

      *   Zones de calcul de l'ecart de solde
       01 WS-M-ECART                   PIC S9(16)V99 VALUE ZERO.
       01 WS-M-ECART-ABS               PIC S9(16)V99 VALUE ZERO.

      *   Comptes declares rapproches par leur IBAN (position sans
      *   KAC) : leur groupe 'K' sans position n'est pas en ecart
       01 WS-Q-KAC-IBAN                PIC 9(04) BINARY VALUE ZERO.
       01 WS-T-KAC-IBAN.
          05 WS-T-KAC-IBAN-LIG         OCCURS 2000.
             10 WS-T-KIB-I-UNIQ-KAC    PIC X(17).
       01 TOP-KAC-PAR-IBAN             PIC X(01) VALUE SPACE.
          88 KAC-PAR-IBAN                         VALUE 'O'.

      *   Ecarts vises retenus pour l'annee traitee (demandeur et
      *   approbateur presents et distincts)
       01 WS-Q-VISA                    PIC 9(04) BINARY VALUE ZERO.
       01 WS-T-VISA.
          05 WS-T-VISA-LIG             OCCURS 2000.
             10 WS-T-VIS-I-UNIQ-KAC    PIC X(17).
             10 WS-T-VIS-I-KAC-IBAN    PIC X(30).
             10 WS-T-VIS-N-APPROBATEUR PIC X(08).
             10 WS-T-VIS-D-VISA        PIC X(10).
       01 WS-I-VISA                    PIC 9(04) BINARY VALUE ZERO.
       01 WS-N-SLOT-VISA               PIC 9(04) BINARY VALUE ZERO.
       01 WS-L-REJET-VISA              PIC X(40) VALUE SPACES.

      *   Cumul par entite declarante
       01 WS-Q-ENT                     PIC 9(02) VALUE ZERO.
       01 WS-T-ENT.
          05 WS-T-ENT-LIG              OCCURS 20.
             10 WS-T-ENT-I-IDENT-END   PIC X(07).
             10 WS-T-ENT-C-REF-GIIN    PIC X(20).
             10 WS-T-ENT-Q-RAPPR       PIC 9(09).
             10 WS-T-ENT-Q-ABS-COMPTA  PIC 9(09).
             10 WS-T-ENT-Q-ABS-DECL    PIC 9(09).
             10 WS-T-ENT-Q-ECART-DEV   PIC 9(09).
             10 WS-T-ENT-Q-ECART-SLD   PIC 9(09).
             10 WS-T-ENT-Q-ECART-VISE  PIC 9(09).
             10 WS-T-ENT-M-DECL        PIC S9(16)V99.
             10 WS-T-ENT-M-POS         PIC S9(16)V99.
       01 WS-I-ENT                     PIC 9(02) VALUE ZERO.
       01 WS-N-SLOT-ENT                PIC 9(02) VALUE ZERO.
       01 WS-I-IDENT-END-RCH           PIC X(07) VALUE SPACES.

      *   Compteurs du rapprochement
       01 WS-Q-CPT-DECLARES            PIC 9(09) VALUE ZERO.
       01 WS-Q-POS-RETENUES            PIC 9(09) VALUE ZERO.
       01 WS-Q-POS-HORS-ANNEE          PIC 9(09) VALUE ZERO.
       01 WS-Q-POS-SANS-IDENT          PIC 9(09) VALUE ZERO.
       01 WS-Q-CPT-RAPPROCHES          PIC 9(09) VALUE ZERO.
       01 WS-Q-ECARTS                  PIC 9(09) VALUE ZERO.
       01 WS-Q-ECARTS-VISES            PIC 9(09) VALUE ZERO.
       01 WS-Q-VISAS-REJETES           PIC 9(09) VALUE ZERO.

      *   Verdict du rapprochement
       01 TOP-VERDICT                  PIC X(01) VALUE SPACE.
          88 VERDICT-ECART                        VALUE 'E'.

       01 I                            PIC 9(08) BINARY VALUE ZERO.

      ***  LES CODES RETOUR DES DIFFéRENTS FICHIERS
       01  FS-E9L                      PIC X(02) VALUE SPACES.
       01  FS-E9M                      PIC X(02) VALUE SPACES.
       01  FS-E9V                      PIC X(02) VALUE SPACES.
       01  FS-S92                      PIC X(02) VALUE SPACES.

      *   Compteurs de lectures des fichiers en entree
       01 WS-NB-LECT-E9L               PIC 9(9) VALUE ZEROES.
       01 WS-NB-LECT-E9M               PIC 9(9) VALUE ZEROES.
       01 WS-NB-LECT-E9V               PIC 9(9) VALUE ZEROES.

      *   Compteur du nombre d'écritures du fichier DFUSLS92
       01 WS-NB-ECRT-S92               PIC 9(9) VALUE ZEROES.

      *   Booléens de fin des fichiers en entree et du tri
       01 TOP-FIN-E9L                  PIC X(1)  VALUE SPACE.
          88 FIN-E9L                             VALUE 'O'.
       01 TOP-FIN-E9M                  PIC X(1)  VALUE SPACE.
          88 FIN-E9M                             VALUE 'O'.
       01 TOP-FIN-E9V                  PIC X(1)  VALUE SPACE.
          88 FIN-E9V                             VALUE 'O'.
       01 TOP-FIN-TRI                  PIC X(1)  VALUE SPACE.
          88 FIN-TRI                             VALUE 'O'.

      *   Variable numérique de code ABEND
       01 WS-CODE-ABEND                PIC 9(4) VALUE ZERO.

      *   Indice pour lignes à afficher par MCCDBILA
       01 WS-DISP                      PIC 9(2) VALUE ZEROES.

      *   Date de traitement (date et heure)
       01 WS-D-H-TRT                   PIC X(26) VALUE SPACES.
       01 WS-D-JOUR                    PIC X(10) VALUE SPACES.

      *******************************
      *                             *
      *  Lignes pour affichages     *
      *                             *
      *******************************

      *   DEBUT DU PROGRAMME
       01 WS-LIGNE-DEBUTPROG.
          05 FILLER                    PIC X(01) VALUE '*'.
          05 FILLER                    PIC X(11) VALUE '==         '.
          05 FILLER                    PIC X(39) VALUE
                           'DEBUT D''EXECUTION DU PROGRAMME BFUSEL92'.
          05 FILLER                    PIC X(12) VALUE '          =='.
          05 FILLER                    PIC X(01) VALUE '*'.

      *   AFFICHAGE DES ANOMALIES
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

      *   LIGNE '='
       01 WS-LIGNE-EGAL.
          05 FILLER                    PIC X(01)  VALUE '*'.
          05 FILLER                    PIC X(62)  VALUE ALL '='.
          05 FILLER                    PIC X(01)  VALUE '*'.

      *   LIGNE ' '
       01 WS-LIGNE-VIDE.
          05 FILLER                    PIC X(01)  VALUE '*'.
          05 FILLER                    PIC X(62)  VALUE ALL ' '.
          05 FILLER                    PIC X(01)  VALUE '*'.

      *   LIGNE 'FIN PROGRAMME '
       01 WS-LIGNE-FINPROG.
          05 FILLER                    PIC X(01)  VALUE '*'.
          05 FILLER                    PIC X(23)  VALUE ALL ' '.
          05 FILLER                    PIC X(16) VALUE 'FIN PROGRAMME'.
          05 FILLER                    PIC X(23)  VALUE ALL ' '.
          05 FILLER                    PIC X(01)  VALUE '*'.

      *******************************
      *                             *
      *  Lignes de l'edition S92    *
      *                             *
      *******************************

       01 WS-EDIT-TITRE.
          05 FILLER                    PIC X(41) VALUE
             'RAPPROCHEMENT SOLDES DECLARES / POSITIONS'.
          05 FILLER                    PIC X(20) VALUE
             ' COMPTABLES - ANNEE '.
          05 WS-EDT-A-FISCALE-TIT      PIC X(04).
          05 FILLER                    PIC X(12) VALUE '  EDITEE LE '.
          05 WS-EDT-D-EDITION          PIC X(10).
          05 FILLER                    PIC X(45) VALUE SPACES.

       01 WS-EDIT-PARAM.
          05 FILLER                    PIC X(24) VALUE
             'TOLERANCE D''ECART     : '.
          05 WS-EDT-M-TOLERANCE        PIC Z(8)9.99.
          05 FILLER                    PIC X(22) VALUE
             '   OPTION BLOQUANTE : '.
          05 WS-EDT-C-BLOCAGE          PIC X(01).
          05 FILLER                    PIC X(73) VALUE SPACES.

       01 WS-EDIT-SECTION.
          05 FILLER                    PIC X(04) VALUE '*** '.
          05 WS-EDT-L-SECTION          PIC X(40).
          05 FILLER                    PIC X(88) VALUE SPACES.

       01 WS-EDIT-ENTETE-ECART.
          05 FILLER                    PIC X(09) VALUE ' ENTITE'.
          05 FILLER                    PIC X(18) VALUE 'KAC'.
          05 FILLER                    PIC X(31) VALUE 'IBAN'.
          05 FILLER                    PIC X(04) VALUE 'DEV'.
          05 FILLER                    PIC X(21) VALUE
             '       SOLDE DECLARE'.
          05 FILLER                    PIC X(04) VALUE 'DEV'.
          05 FILLER                    PIC X(21) VALUE
             '     SOLDE COMPTABLE'.
          05 FILLER                    PIC X(24) VALUE 'ECART'.

       01 WS-EDIT-ECART.
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-EDT-I-IDENT-END        PIC X(07).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-EDT-I-UNIQ-KAC         PIC X(17).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-EDT-I-KAC-IBAN         PIC X(30).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-EDT-C-DEV-DECL         PIC X(03).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-EDT-M-DECL             PIC -Z(15)9.99.
          05 WS-EDT-M-DECL-X REDEFINES WS-EDT-M-DECL
                                       PIC X(20).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-EDT-C-DEV-POS          PIC X(03).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-EDT-M-POS              PIC -Z(15)9.99.
          05 WS-EDT-M-POS-X REDEFINES WS-EDT-M-POS
                                       PIC X(20).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-EDT-L-ECART            PIC X(24).

       01 WS-EDIT-VISA.
          05 FILLER                    PIC X(09) VALUE SPACES.
          05 FILLER                    PIC X(08) VALUE 'MOTIF : '.
          05 WS-VIS-L-ECART            PIC X(24).
          05 FILLER                    PIC X(11) VALUE '  VISE PAR '.
          05 WS-VIS-N-APPROBATEUR      PIC X(08).
          05 FILLER                    PIC X(04) VALUE ' LE '.
          05 WS-VIS-D-VISA             PIC X(10).
          05 FILLER                    PIC X(58) VALUE SPACES.

       01 WS-EDIT-ENTETE-VISA.
          05 FILLER                    PIC X(06) VALUE ' ANNEE'.
          05 FILLER                    PIC X(18) VALUE 'KAC'.
          05 FILLER                    PIC X(31) VALUE 'IBAN'.
          05 FILLER                    PIC X(09) VALUE 'DEMAND.'.
          05 FILLER                    PIC X(09) VALUE 'APPROB.'.
          05 FILLER                    PIC X(11) VALUE 'DATE VISA'.
          05 FILLER                    PIC X(48) VALUE 'MOTIF DU REJET'.

       01 WS-EDIT-REJET-VISA.
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-REJ-A-FISCALE          PIC X(04).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-REJ-I-UNIQ-KAC         PIC X(17).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-REJ-I-KAC-IBAN         PIC X(30).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-REJ-N-DEMANDEUR        PIC X(08).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-REJ-N-APPROBATEUR      PIC X(08).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-REJ-D-VISA             PIC X(10).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-REJ-L-REJET            PIC X(40).
          05 FILLER                    PIC X(08) VALUE SPACES.

       01 WS-EDIT-ENT.
          05 FILLER                    PIC X(08) VALUE 'ENTITE  '.
          05 WS-ENT-I-IDENT-END        PIC X(07).
          05 FILLER                    PIC X(08) VALUE '  GIIN  '.
          05 WS-ENT-C-REF-GIIN         PIC X(20).
          05 FILLER                    PIC X(89) VALUE SPACES.

       01 WS-EDIT-TOTAL.
          05 FILLER                    PIC X(03) VALUE SPACES.
          05 WS-EDT-L-TOTAL            PIC X(40).
          05 WS-EDT-Q-TOTAL            PIC Z(8)9.
          05 FILLER                    PIC X(80) VALUE SPACES.

       01 WS-EDIT-MONTANT.
          05 FILLER                    PIC X(03) VALUE SPACES.
          05 WS-EDT-L-MONTANT          PIC X(40).
          05 WS-EDT-M-MONTANT          PIC -Z(15)9.99.
          05 FILLER                    PIC X(69) VALUE SPACES.

       01 WS-EDIT-TRAIT                PIC X(132) VALUE ALL '-'.

      *******************************
      *                             *
      *         Zones COPY          *
      *                             *
      *******************************

      * COPY IDEV
        COPY CWNAAFCT REPLACING 'PROGRAMM' BY =='BFUSEL92'==.
        COPY CWNAABAT.

      * COPY du module MCCDBILA
        COPY CCCDBILA REPLACING ==(PREF)== BY ==BILA==.

      * COPY du module MCCDINAB
        COPY CCCDINAB REPLACING ==(PREF)== BY ==INAB==.

      * COPY du module MGDATR03
        COPY CZGDA03.

      *****************************************************************
      *                                                               *
      *            P R O C E D U R E   D I V I S I O N                *
      *                                                               *
      *****************************************************************

       PROCEDURE DIVISION.

      * ----------->  Cinématique générale

      *    Initialisation du traitement
           PERFORM INIT-TRAIT

      *    Rapprochement : declaration et positions versees au tri
      *    sous leur cle de compte, ecarts edites par cle
           SORT TRI-RAPPR
                ON ASCENDING KEY TRI-C-TYPE-CLE
                                 TRI-I-CLE
                                 TRI-C-ORIGINE
                                 TRI-N-SEQ
                INPUT  PROCEDURE VERSE-RAPPROCHEMENT
                OUTPUT PROCEDURE RAPPR-COMPTES
           IF SORT-RETURN NOT = ZERO
              MOVE 9240                TO WS-CODE-ABEND
              PERFORM TRAIT-ABEND
           END-IF

      *    Totaux par entite declarante
           PERFORM EDIT-TOTAUX

      *    Finalisation du traitement
           PERFORM FIN-TRAIT
           .

      *
      * ----------------------> NIVEAU 001
      *

      *--------------*
       INIT-TRAIT.
      *--------------*

      *    Récupération date et heure de début
           PERFORM RECUP-DATE-HEURE-DEB
           MOVE WS-D-H-TRT(1:10)       TO WS-D-JOUR

      *    Lecture du paramètre SYSIN (année fiscale, option
      *    bloquante, tolerance)
           ACCEPT SYSIN-80
           IF SYSIN-A-FISCALE IS NOT NUMERIC
              MOVE 9250               TO WS-CODE-ABEND
              PERFORM TRAIT-ABEND
           END-IF
           IF SYSIN-M-TOLERANCE = SPACES
              MOVE ZERO               TO WS-M-TOLERANCE
           ELSE
              IF SYSIN-M-TOLERANCE IS NOT NUMERIC
                 MOVE 9250            TO WS-CODE-ABEND
                 PERFORM TRAIT-ABEND
              END-IF
              MOVE SYSIN-M-TOLERANCE-N TO WS-M-TOLERANCE
           END-IF

      *    Affichage du bilan de début
           PERFORM AFFICH-BILAN-DEB

      *    Ouverture des fichiers
           PERFORM OUVR-FICH-E9L
           PERFORM OUVR-FICH-E9M
           PERFORM OUVR-FICH-E9V
           PERFORM OUVR-FICH-S92

      *    Entete de l'edition
           MOVE SYSIN-A-FISCALE        TO WS-EDT-A-FISCALE-TIT
           MOVE WS-D-JOUR              TO WS-EDT-D-EDITION
           MOVE WS-EDIT-TITRE          TO FD-DFUSLS92
           PERFORM ECRT-FICH-S92
           MOVE WS-M-TOLERANCE         TO WS-EDT-M-TOLERANCE
           MOVE SYSIN-C-BLOCAGE        TO WS-EDT-C-BLOCAGE
           MOVE WS-EDIT-PARAM          TO FD-DFUSLS92
           PERFORM ECRT-FICH-S92
           MOVE WS-EDIT-TRAIT          TO FD-DFUSLS92
           PERFORM ECRT-FICH-S92

      *    Chargement des ecarts vises, visas rejetes edites
           PERFORM UNTIL FIN-E9V
              PERFORM LECT-FICH-E9V
              IF NOT FIN-E9V
                 PERFORM CTRL-VISA
              END-IF
           END-PERFORM
           .

      *----------*
       CTRL-VISA.
      *----------*

      *    Un visa n'est retenu que pour l'annee traitee, sur une cle
      *    de compte, date, avec demandeur et approbateur distincts
           MOVE SPACES                 TO WS-L-REJET-VISA
           EVALUATE TRUE
              WHEN E9V-A-FISCALE NOT = SYSIN-A-FISCALE
                 MOVE 'ANNEE FISCALE DIFFERENTE'
                                       TO WS-L-REJET-VISA
              WHEN E9V-I-UNIQ-KAC = SPACES
               AND E9V-I-KAC-IBAN = SPACES
                 MOVE 'KAC ET IBAN ABSENTS'
                                       TO WS-L-REJET-VISA
              WHEN E9V-N-DEMANDEUR = SPACES
              WHEN E9V-N-APPROBATEUR = SPACES
                 MOVE 'DEMANDEUR OU APPROBATEUR ABSENT'
                                       TO WS-L-REJET-VISA
              WHEN E9V-N-DEMANDEUR = E9V-N-APPROBATEUR
      *          CONTROLE A QUATRE YEUX
                 MOVE 'APPROBATEUR IDENTIQUE AU DEMANDEUR'
                                       TO WS-L-REJET-VISA
              WHEN E9V-D-VISA = SPACES
                 MOVE 'DATE DE VISA ABSENTE'
                                       TO WS-L-REJET-VISA
              WHEN OTHER
                 ADD 1                 TO WS-Q-VISA
                 IF WS-Q-VISA > 2000
      *             DEPASSEMENT TABLE DES ECARTS VISES
                    MOVE 9284          TO WS-CODE-ABEND
                    PERFORM TRAIT-ABEND
                 END-IF
                 MOVE E9V-I-UNIQ-KAC   TO WS-T-VIS-I-UNIQ-KAC(WS-Q-VISA)
                 MOVE E9V-I-KAC-IBAN   TO WS-T-VIS-I-KAC-IBAN(WS-Q-VISA)
                 MOVE E9V-N-APPROBATEUR
                               TO WS-T-VIS-N-APPROBATEUR(WS-Q-VISA)
                 MOVE E9V-D-VISA       TO WS-T-VIS-D-VISA(WS-Q-VISA)
           END-EVALUATE

           IF WS-L-REJET-VISA NOT = SPACES
              ADD 1                    TO WS-Q-VISAS-REJETES
              IF WS-Q-VISAS-REJETES = 1
                 MOVE SPACES           TO FD-DFUSLS92
                 PERFORM ECRT-FICH-S92
                 MOVE 'VISAS D''ECART REJETES'
                                       TO WS-EDT-L-SECTION
                 MOVE WS-EDIT-SECTION  TO FD-DFUSLS92
                 PERFORM ECRT-FICH-S92
                 MOVE WS-EDIT-ENTETE-VISA
                                       TO FD-DFUSLS92
                 PERFORM ECRT-FICH-S92
              END-IF
              MOVE E9V-A-FISCALE       TO WS-REJ-A-FISCALE
              MOVE E9V-I-UNIQ-KAC      TO WS-REJ-I-UNIQ-KAC
              MOVE E9V-I-KAC-IBAN      TO WS-REJ-I-KAC-IBAN
              MOVE E9V-N-DEMANDEUR     TO WS-REJ-N-DEMANDEUR
              MOVE E9V-N-APPROBATEUR   TO WS-REJ-N-APPROBATEUR
              MOVE E9V-D-VISA          TO WS-REJ-D-VISA
              MOVE WS-L-REJET-VISA     TO WS-REJ-L-REJET
              MOVE WS-EDIT-REJET-VISA  TO FD-DFUSLS92
              PERFORM ECRT-FICH-S92
           END-IF
           .

      *---------------------*
       VERSE-RAPPROCHEMENT.
      *---------------------*

      *    Procedure d'entree du tri : comptes declares puis
      *    positions comptables
           PERFORM VERSE-DECLARATION
           PERFORM VERSE-POSITIONS
           .

      *------------------*
       VERSE-DECLARATION.
      *------------------*

      *    Chaque DET-CNT est verse sous son KAC et, s'il porte un
      *    IBAN, sous son IBAN (rapprochement d'une position sans
      *    KAC) ; l'entite est celle de l'entete '10' END qui precede
           PERFORM UNTIL FIN-E9L
              PERFORM LECT-FICH-E9L
              IF NOT FIN-E9L
                 EVALUATE TRUE
                    WHEN E9L-C-ENR = '10' AND E9L-C-ENTIT = 'END'
                       MOVE E9L-I-IDENT-END OF E9L-G-IDENT-ENREG
                                       TO WS-I-IDENT-END-CRT
                       MOVE E9L-C-REF-GIIN OF E9L-G-DATA-TET-END
                                       TO WS-C-REF-GIIN-CRT
                    WHEN E9L-C-ENR = '20' AND E9L-C-ENTIT = 'CNT'
                       PERFORM VERSE-COMPTE-DECLARE
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
              END-IF
           END-PERFORM
           .

      *---------------------*
       VERSE-COMPTE-DECLARE.
      *---------------------*

           COMPUTE WS-M-SOLDE
                 = E9L-M-MNT-ASS-SLD
                 / 10 ** E9L-Q-NBR-DEC-SLD
           IF E9L-C-SIGNE-SLD = '-'
              COMPUTE WS-M-SOLDE = ZERO - WS-M-SOLDE
           END-IF

           MOVE 'D'                    TO TRI-C-ORIGINE
           MOVE WS-NB-LECT-E9L         TO TRI-N-SEQ
           MOVE WS-I-IDENT-END-CRT     TO TRI-I-IDENT-END
           MOVE WS-C-REF-GIIN-CRT      TO TRI-C-REF-GIIN
           MOVE E9L-I-UNIQ-KAC OF E9L-G-DATA-DET-CNT
                                       TO TRI-I-UNIQ-KAC
           MOVE E9L-I-KAC-IBAN OF E9L-G-DATA-DET-CNT
                                       TO TRI-I-KAC-IBAN
           MOVE E9L-C-DEV OF E9L-G-DATA-DET-CNT
                                       TO TRI-C-DEV
           MOVE E9L-C-CPT-CLOS OF E9L-G-DATA-DET-CNT
                                       TO TRI-C-CPT-CLOS
           MOVE WS-M-SOLDE             TO TRI-M-SOLDE

      *    Entite declarante connue dans l'ordre de l'extrait ; le
      *    solde declare n'y est cumule qu'a la sortie du tri (un
      *    compte joint porte une ligne DET-CNT par titulaire, cf
      *    CUMUL-GROUPE)
           MOVE WS-I-IDENT-END-CRT     TO WS-I-IDENT-END-RCH
           PERFORM RECH-ENTITE
           IF WS-T-ENT-C-REF-GIIN(WS-N-SLOT-ENT) = SPACES
              MOVE WS-C-REF-GIIN-CRT
                             TO WS-T-ENT-C-REF-GIIN(WS-N-SLOT-ENT)
           END-IF

           IF TRI-I-UNIQ-KAC NOT = SPACES
              MOVE 'K'                 TO TRI-C-TYPE-CLE
              MOVE TRI-I-UNIQ-KAC      TO TRI-I-CLE
              RELEASE ENR-TRI
           END-IF
           IF TRI-I-KAC-IBAN NOT = SPACES
              MOVE 'I'                 TO TRI-C-TYPE-CLE
              MOVE TRI-I-KAC-IBAN      TO TRI-I-CLE
              RELEASE ENR-TRI
           END-IF
           .

      *----------------*
       VERSE-POSITIONS.
      *----------------*

      *    Positions de l'annee fiscale de la SYSIN versees sous leur
      *    KAC, ou sous leur IBAN si le KAC est a blanc ; les autres
      *    arretes et les positions sans identifiant sont comptes
           PERFORM UNTIL FIN-E9M
              PERFORM LECT-FICH-E9M
              IF NOT FIN-E9M
                 EVALUATE TRUE
                    WHEN E9M-D-ARRETE(1:4) NOT = SYSIN-A-FISCALE
                       ADD 1           TO WS-Q-POS-HORS-ANNEE
                    WHEN E9M-I-UNIQ-KAC = SPACES
                     AND E9M-I-KAC-IBAN = SPACES
                       ADD 1           TO WS-Q-POS-SANS-IDENT
                    WHEN OTHER
                       PERFORM VERSE-POSITION-RETENUE
                 END-EVALUATE
              END-IF
           END-PERFORM
           .

      *-----------------------*
       VERSE-POSITION-RETENUE.
      *-----------------------*

           ADD 1                       TO WS-Q-POS-RETENUES
           COMPUTE WS-M-SOLDE
                 = E9M-M-SOLDE
                 / 10 ** E9M-Q-NBR-DEC
           IF E9M-SOLDE-DEBITEUR
              COMPUTE WS-M-SOLDE = ZERO - WS-M-SOLDE
           END-IF

           MOVE 'P'                    TO TRI-C-ORIGINE
           MOVE WS-NB-LECT-E9M         TO TRI-N-SEQ
           MOVE E9M-I-IDENT-END        TO TRI-I-IDENT-END
           MOVE SPACES                 TO TRI-C-REF-GIIN
           MOVE E9M-I-UNIQ-KAC         TO TRI-I-UNIQ-KAC
           MOVE E9M-I-KAC-IBAN         TO TRI-I-KAC-IBAN
           MOVE E9M-C-DEV              TO TRI-C-DEV
           MOVE SPACE                  TO TRI-C-CPT-CLOS
           MOVE WS-M-SOLDE             TO TRI-M-SOLDE

           MOVE E9M-I-IDENT-END        TO WS-I-IDENT-END-RCH
           PERFORM RECH-ENTITE
           ADD WS-M-SOLDE      TO WS-T-ENT-M-POS(WS-N-SLOT-ENT)

           IF E9M-I-UNIQ-KAC NOT = SPACES
              MOVE 'K'                 TO TRI-C-TYPE-CLE
              MOVE E9M-I-UNIQ-KAC      TO TRI-I-CLE
           ELSE
              MOVE 'I'                 TO TRI-C-TYPE-CLE
              MOVE E9M-I-KAC-IBAN      TO TRI-I-CLE
           END-IF
           RELEASE ENR-TRI
           .

      *---------------*
       RAPPR-COMPTES.
      *---------------*

      *    Procedure de sortie du tri : les cles 'I' (IBAN) sortent
      *    avant les cles 'K' (KAC), de sorte qu'un compte rapproche
      *    par son IBAN est connu quand son groupe KAC est traite
           MOVE SPACES                 TO FD-DFUSLS92
           PERFORM ECRT-FICH-S92
           MOVE 'ECARTS DU RAPPROCHEMENT'
                                       TO WS-EDT-L-SECTION
           MOVE WS-EDIT-SECTION        TO FD-DFUSLS92
           PERFORM ECRT-FICH-S92
           MOVE WS-EDIT-ENTETE-ECART   TO FD-DFUSLS92
           PERFORM ECRT-FICH-S92

           PERFORM RETOUR-TRI
           PERFORM UNTIL FIN-TRI
              PERFORM INIT-GROUPE
              PERFORM UNTIL FIN-TRI
                         OR TRI-C-TYPE-CLE NOT = WS-GRP-C-TYPE-CLE
                         OR TRI-I-CLE      NOT = WS-GRP-I-CLE
                 PERFORM CUMUL-GROUPE
                 PERFORM RETOUR-TRI
              END-PERFORM
              PERFORM TRAIT-GROUPE
           END-PERFORM
           .

      *------------*
       INIT-GROUPE.
      *------------*

           MOVE TRI-C-TYPE-CLE         TO WS-GRP-C-TYPE-CLE
           MOVE TRI-I-CLE              TO WS-GRP-I-CLE
           MOVE SPACES                 TO WS-GRP-I-IDENT-END
           MOVE SPACES                 TO WS-GRP-C-REF-GIIN
           MOVE SPACES                 TO WS-GRP-I-UNIQ-KAC
           MOVE SPACES                 TO WS-GRP-I-KAC-IBAN
           MOVE SPACE                  TO WS-GRP-C-CPT-CLOS
           MOVE SPACES                 TO WS-GRP-C-DEV-DECL
           MOVE SPACES                 TO WS-GRP-C-DEV-POS
           MOVE ZERO                   TO WS-GRP-Q-DECL
           MOVE ZERO                   TO WS-GRP-Q-POS
           MOVE ZERO                   TO WS-GRP-M-DECL
           MOVE ZERO                   TO WS-GRP-M-POS
           MOVE SPACE                  TO TOP-DEV-DISCORDANTE
           .

      *-------------*
       CUMUL-GROUPE.
      *-------------*

      *    Les declarations precedent les positions a cle egale :
      *    l'entite et les identifiants edites sont ceux du compte
      *    declare, a defaut ceux de la position. Un compte joint
      *    porte une ligne DET-CNT par titulaire, de meme KAC et de
      *    meme solde : seule la premiere est retenue, le solde et
      *    le compte ne comptant qu'une fois
           EVALUATE TRUE
              WHEN TRI-C-ORIGINE = 'D'
               AND WS-GRP-Q-DECL > ZERO
               AND TRI-I-UNIQ-KAC = WS-GRP-I-UNIQ-KAC
                 CONTINUE
              WHEN TRI-C-ORIGINE = 'D'
                 ADD 1                    TO WS-GRP-Q-DECL
                 IF WS-GRP-Q-DECL = 1
                    MOVE TRI-I-IDENT-END  TO WS-GRP-I-IDENT-END
                    MOVE TRI-C-REF-GIIN   TO WS-GRP-C-REF-GIIN
                    MOVE TRI-I-UNIQ-KAC   TO WS-GRP-I-UNIQ-KAC
                    MOVE TRI-I-KAC-IBAN   TO WS-GRP-I-KAC-IBAN
                    MOVE TRI-C-CPT-CLOS   TO WS-GRP-C-CPT-CLOS
                    MOVE TRI-C-DEV        TO WS-GRP-C-DEV-DECL
                 END-IF
                 IF TRI-C-DEV NOT = WS-GRP-C-DEV-DECL
                    SET DEV-DISCORDANTE   TO TRUE
                 END-IF
                 ADD TRI-M-SOLDE          TO WS-GRP-M-DECL
      *          Compte et solde declares cumules une fois par compte :
      *          sous sa cle KAC, ou sous son IBAN s'il n'a pas de KAC
                 IF WS-GRP-C-TYPE-CLE = 'K'
                 OR TRI-I-UNIQ-KAC = SPACES
                    ADD 1                 TO WS-Q-CPT-DECLARES
                    MOVE TRI-I-IDENT-END  TO WS-I-IDENT-END-RCH
                    PERFORM RECH-ENTITE
                    ADD TRI-M-SOLDE
                                TO WS-T-ENT-M-DECL(WS-N-SLOT-ENT)
                 END-IF
              WHEN OTHER
                 ADD 1                    TO WS-GRP-Q-POS
                 IF WS-GRP-Q-POS = 1
                    MOVE TRI-C-DEV        TO WS-GRP-C-DEV-POS
                    IF WS-GRP-Q-DECL = ZERO
                       MOVE TRI-I-IDENT-END TO WS-GRP-I-IDENT-END
                       MOVE TRI-I-UNIQ-KAC  TO WS-GRP-I-UNIQ-KAC
                       MOVE TRI-I-KAC-IBAN  TO WS-GRP-I-KAC-IBAN
                    END-IF
                 END-IF
                 IF TRI-C-DEV NOT = WS-GRP-C-DEV-POS
                    SET DEV-DISCORDANTE   TO TRUE
                 END-IF
                 ADD TRI-M-SOLDE          TO WS-GRP-M-POS
           END-EVALUATE
           .

      *-------------*
       TRAIT-GROUPE.
      *-------------*

           MOVE WS-GRP-I-IDENT-END     TO WS-I-IDENT-END-RCH
           PERFORM RECH-ENTITE

           EVALUATE TRUE
      *       Compte declare sans position sous cette cle
              WHEN WS-GRP-Q-POS = ZERO
                 PERFORM CTRL-ABSENT-COMPTA

      *       Position sans compte declare
              WHEN WS-GRP-Q-DECL = ZERO
                 ADD 1   TO WS-T-ENT-Q-ABS-DECL(WS-N-SLOT-ENT)
                 MOVE 'ABSENT DE LA DECLARATION'
                                       TO WS-EDT-L-ECART
                 PERFORM EDIT-LIGNE-ECART

      *       Compte declare et position : devise puis solde
              WHEN OTHER
                 PERFORM CTRL-RAPPROCHEMENT
           END-EVALUATE
           .

      *-------------------*
       CTRL-ABSENT-COMPTA.
      *-------------------*

      *    La cle IBAN d'un compte declare avec KAC n'est qu'un
      *    alias : l'absence est jugee sur la cle KAC, sauf si le
      *    compte a ete rapproche par son IBAN ; un compte clos
      *    declare a solde nul n'a pas a figurer aux positions
           MOVE SPACE                  TO TOP-KAC-PAR-IBAN
           IF WS-GRP-C-TYPE-CLE = 'K'
              PERFORM VARYING I FROM 1 BY 1
              UNTIL I > WS-Q-KAC-IBAN
                 IF WS-T-KIB-I-UNIQ-KAC(I) = WS-GRP-I-UNIQ-KAC
                    SET KAC-PAR-IBAN   TO TRUE
                 END-IF
              END-PERFORM
           END-IF

           EVALUATE TRUE
              WHEN WS-GRP-C-TYPE-CLE = 'I'
               AND WS-GRP-I-UNIQ-KAC NOT = SPACES
                 CONTINUE
              WHEN KAC-PAR-IBAN
                 CONTINUE
              WHEN WS-GRP-C-CPT-CLOS = '1'
               AND WS-GRP-M-DECL = ZERO
                 CONTINUE
              WHEN OTHER
                 ADD 1   TO WS-T-ENT-Q-ABS-COMPTA(WS-N-SLOT-ENT)
                 MOVE 'ABSENT DES POSITIONS'
                                       TO WS-EDT-L-ECART
                 PERFORM EDIT-LIGNE-ECART
           END-EVALUATE
           .

      *-------------------*
       CTRL-RAPPROCHEMENT.
      *-------------------*

           ADD 1                       TO WS-Q-CPT-RAPPROCHES
           ADD 1         TO WS-T-ENT-Q-RAPPR(WS-N-SLOT-ENT)

      *    Compte rapproche par son IBAN : memorise pour son groupe
      *    KAC, qui sort plus loin sans position
           IF WS-GRP-C-TYPE-CLE = 'I'
           AND WS-GRP-I-UNIQ-KAC NOT = SPACES
              ADD 1                    TO WS-Q-KAC-IBAN
              IF WS-Q-KAC-IBAN > 2000
      *          DEPASSEMENT TABLE DES COMPTES RAPPROCHES PAR IBAN
                 MOVE 9270             TO WS-CODE-ABEND
                 PERFORM TRAIT-ABEND
              END-IF
              MOVE WS-GRP-I-UNIQ-KAC
                           TO WS-T-KIB-I-UNIQ-KAC(WS-Q-KAC-IBAN)
           END-IF

      *    Devises discordantes : pas de comparaison des soldes
           IF WS-GRP-C-DEV-DECL NOT = WS-GRP-C-DEV-POS
              SET DEV-DISCORDANTE      TO TRUE
           END-IF

           COMPUTE WS-M-ECART = WS-GRP-M-DECL - WS-GRP-M-POS
           IF WS-M-ECART < ZERO
              COMPUTE WS-M-ECART-ABS = ZERO - WS-M-ECART
           ELSE
              MOVE WS-M-ECART          TO WS-M-ECART-ABS
           END-IF

           EVALUATE TRUE
              WHEN DEV-DISCORDANTE
                 ADD 1   TO WS-T-ENT-Q-ECART-DEV(WS-N-SLOT-ENT)
                 MOVE 'DEVISE DISCORDANTE'
                                       TO WS-EDT-L-ECART
                 PERFORM EDIT-LIGNE-ECART
              WHEN WS-M-ECART-ABS > WS-M-TOLERANCE
                 ADD 1   TO WS-T-ENT-Q-ECART-SLD(WS-N-SLOT-ENT)
                 MOVE 'ECART DE SOLDE'
                                       TO WS-EDT-L-ECART
                 PERFORM EDIT-LIGNE-ECART
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .

      *-----------------*
       EDIT-LIGNE-ECART.
      *-----------------*

      *    Ligne d'ecart : cote absent laisse a blanc ; un ecart
      *    vise est edite 'ECART VISE' suivi du motif et du visa, et
      *    n'entre pas dans le verdict
           PERFORM RECH-VISA
           IF WS-N-SLOT-VISA = ZERO
              SET VERDICT-ECART        TO TRUE
              ADD 1                    TO WS-Q-ECARTS
           ELSE
              ADD 1                    TO WS-Q-ECARTS-VISES
              ADD 1      TO WS-T-ENT-Q-ECART-VISE(WS-N-SLOT-ENT)
              MOVE WS-EDT-L-ECART      TO WS-VIS-L-ECART
              MOVE 'ECART VISE'        TO WS-EDT-L-ECART
              MOVE WS-T-VIS-N-APPROBATEUR(WS-N-SLOT-VISA)
                                       TO WS-VIS-N-APPROBATEUR
              MOVE WS-T-VIS-D-VISA(WS-N-SLOT-VISA)
                                       TO WS-VIS-D-VISA
           END-IF
           MOVE WS-GRP-I-IDENT-END     TO WS-EDT-I-IDENT-END
           MOVE WS-GRP-I-UNIQ-KAC      TO WS-EDT-I-UNIQ-KAC
           MOVE WS-GRP-I-KAC-IBAN      TO WS-EDT-I-KAC-IBAN
           IF WS-GRP-Q-DECL = ZERO
              MOVE SPACES              TO WS-EDT-C-DEV-DECL
              MOVE SPACES              TO WS-EDT-M-DECL-X
           ELSE
              MOVE WS-GRP-C-DEV-DECL   TO WS-EDT-C-DEV-DECL
              MOVE WS-GRP-M-DECL       TO WS-EDT-M-DECL
           END-IF
           IF WS-GRP-Q-POS = ZERO
              MOVE SPACES              TO WS-EDT-C-DEV-POS
              MOVE SPACES              TO WS-EDT-M-POS-X
           ELSE
              MOVE WS-GRP-C-DEV-POS    TO WS-EDT-C-DEV-POS
              MOVE WS-GRP-M-POS        TO WS-EDT-M-POS
           END-IF
           MOVE WS-EDIT-ECART          TO FD-DFUSLS92
           PERFORM ECRT-FICH-S92
           IF WS-N-SLOT-VISA NOT = ZERO
              MOVE WS-EDIT-VISA        TO FD-DFUSLS92
              PERFORM ECRT-FICH-S92
           END-IF
           .

      *----------*
       RECH-VISA.
      *----------*

      *    Visa du compte du groupe : sur le KAC, ou sur l'IBAN pour
      *    un visa saisi sans KAC
           MOVE ZERO                   TO WS-N-SLOT-VISA
           PERFORM VARYING WS-I-VISA FROM 1 BY 1
           UNTIL WS-I-VISA > WS-Q-VISA
              OR WS-N-SLOT-VISA NOT = ZERO
              IF WS-T-VIS-I-UNIQ-KAC(WS-I-VISA) NOT = SPACES
                 IF WS-T-VIS-I-UNIQ-KAC(WS-I-VISA) = WS-GRP-I-UNIQ-KAC
                    MOVE WS-I-VISA     TO WS-N-SLOT-VISA
                 END-IF
              ELSE
                 IF WS-T-VIS-I-KAC-IBAN(WS-I-VISA) = WS-GRP-I-KAC-IBAN
                    MOVE WS-I-VISA     TO WS-N-SLOT-VISA
                 END-IF
              END-IF
           END-PERFORM
           .

      *-----------*
       RETOUR-TRI.
      *-----------*

           RETURN TRI-RAPPR
              AT END
                 SET FIN-TRI          TO TRUE
           END-RETURN
           .

      *------------*
       RECH-ENTITE.
      *------------*

      *    Poste de l'entite WS-I-IDENT-END-RCH dans la table des
      *    cumuls, cree au premier passage
           MOVE ZERO                   TO WS-N-SLOT-ENT
           PERFORM VARYING WS-I-ENT FROM 1 BY 1
           UNTIL WS-I-ENT > WS-Q-ENT
              IF WS-T-ENT-I-IDENT-END(WS-I-ENT) = WS-I-IDENT-END-RCH
                 MOVE WS-I-ENT         TO WS-N-SLOT-ENT
              END-IF
           END-PERFORM

           IF WS-N-SLOT-ENT = ZERO
              ADD 1                    TO WS-Q-ENT
              IF WS-Q-ENT > 20
      *          DEPASSEMENT TABLE DES ENTITES DECLARANTES
                 MOVE 9260             TO WS-CODE-ABEND
                 PERFORM TRAIT-ABEND
              END-IF
              MOVE WS-Q-ENT            TO WS-N-SLOT-ENT
              MOVE WS-I-IDENT-END-RCH
                             TO WS-T-ENT-I-IDENT-END(WS-N-SLOT-ENT)
              MOVE SPACES    TO WS-T-ENT-C-REF-GIIN(WS-N-SLOT-ENT)
              MOVE ZERO      TO WS-T-ENT-Q-RAPPR(WS-N-SLOT-ENT)
              MOVE ZERO      TO WS-T-ENT-Q-ABS-COMPTA(WS-N-SLOT-ENT)
              MOVE ZERO      TO WS-T-ENT-Q-ABS-DECL(WS-N-SLOT-ENT)
              MOVE ZERO      TO WS-T-ENT-Q-ECART-DEV(WS-N-SLOT-ENT)
              MOVE ZERO      TO WS-T-ENT-Q-ECART-SLD(WS-N-SLOT-ENT)
              MOVE ZERO      TO WS-T-ENT-Q-ECART-VISE(WS-N-SLOT-ENT)
              MOVE ZERO      TO WS-T-ENT-M-DECL(WS-N-SLOT-ENT)
              MOVE ZERO      TO WS-T-ENT-M-POS(WS-N-SLOT-ENT)
           END-IF
           .

      *------------*
       EDIT-TOTAUX.
      *------------*

      *    Totaux de chaque entite declarante ; les soldes cumules
      *    sont toutes devises confondues (ordre de grandeur)
           MOVE SPACES                 TO FD-DFUSLS92
           PERFORM ECRT-FICH-S92
           MOVE 'TOTAUX PAR ENTITE DECLARANTE'
                                       TO WS-EDT-L-SECTION
           MOVE WS-EDIT-SECTION        TO FD-DFUSLS92
           PERFORM ECRT-FICH-S92

           PERFORM VARYING WS-I-ENT FROM 1 BY 1
           UNTIL WS-I-ENT > WS-Q-ENT
              MOVE WS-EDIT-TRAIT       TO FD-DFUSLS92
              PERFORM ECRT-FICH-S92
              MOVE WS-T-ENT-I-IDENT-END(WS-I-ENT)
                                       TO WS-ENT-I-IDENT-END
              MOVE WS-T-ENT-C-REF-GIIN(WS-I-ENT)
                                       TO WS-ENT-C-REF-GIIN
              MOVE WS-EDIT-ENT         TO FD-DFUSLS92
              PERFORM ECRT-FICH-S92
              MOVE 'COMPTES RAPPROCHES'
                                       TO WS-EDT-L-TOTAL
              MOVE WS-T-ENT-Q-RAPPR(WS-I-ENT)
                                       TO WS-EDT-Q-TOTAL
              PERFORM EDIT-LIGNE-TOTAL
              MOVE 'COMPTES DECLARES ABSENTS DES POSITIONS'
                                       TO WS-EDT-L-TOTAL
              MOVE WS-T-ENT-Q-ABS-COMPTA(WS-I-ENT)
                                       TO WS-EDT-Q-TOTAL
              PERFORM EDIT-LIGNE-TOTAL
              MOVE 'POSITIONS ABSENTES DE LA DECLARATION'
                                       TO WS-EDT-L-TOTAL
              MOVE WS-T-ENT-Q-ABS-DECL(WS-I-ENT)
                                       TO WS-EDT-Q-TOTAL
              PERFORM EDIT-LIGNE-TOTAL
              MOVE 'DEVISES DISCORDANTES'
                                       TO WS-EDT-L-TOTAL
              MOVE WS-T-ENT-Q-ECART-DEV(WS-I-ENT)
                                       TO WS-EDT-Q-TOTAL
              PERFORM EDIT-LIGNE-TOTAL
              MOVE 'ECARTS DE SOLDE AU-DELA DE LA TOLERANCE'
                                       TO WS-EDT-L-TOTAL
              MOVE WS-T-ENT-Q-ECART-SLD(WS-I-ENT)
                                       TO WS-EDT-Q-TOTAL
              PERFORM EDIT-LIGNE-TOTAL
              MOVE 'DONT ECARTS VISES'
                                       TO WS-EDT-L-TOTAL
              MOVE WS-T-ENT-Q-ECART-VISE(WS-I-ENT)
                                       TO WS-EDT-Q-TOTAL
              PERFORM EDIT-LIGNE-TOTAL
              MOVE 'TOTAL DES SOLDES DECLARES'
                                       TO WS-EDT-L-MONTANT
              MOVE WS-T-ENT-M-DECL(WS-I-ENT)
                                       TO WS-EDT-M-MONTANT
              MOVE WS-EDIT-MONTANT     TO FD-DFUSLS92
              PERFORM ECRT-FICH-S92
              MOVE 'TOTAL DES POSITIONS COMPTABLES'
                                       TO WS-EDT-L-MONTANT
              MOVE WS-T-ENT-M-POS(WS-I-ENT)
                                       TO WS-EDT-M-MONTANT
              MOVE WS-EDIT-MONTANT     TO FD-DFUSLS92
              PERFORM ECRT-FICH-S92
           END-PERFORM

      *    Totaux generaux
           MOVE WS-EDIT-TRAIT          TO FD-DFUSLS92
           PERFORM ECRT-FICH-S92
           MOVE 'COMPTES DECLARES (DET-CNT)'
                                       TO WS-EDT-L-TOTAL
           MOVE WS-Q-CPT-DECLARES      TO WS-EDT-Q-TOTAL
           PERFORM EDIT-LIGNE-TOTAL
           MOVE 'POSITIONS RETENUES'   TO WS-EDT-L-TOTAL
           MOVE WS-Q-POS-RETENUES      TO WS-EDT-Q-TOTAL
           PERFORM EDIT-LIGNE-TOTAL
           MOVE 'POSITIONS D''UN AUTRE ARRETE (IGNOREES)'
                                       TO WS-EDT-L-TOTAL
           MOVE WS-Q-POS-HORS-ANNEE    TO WS-EDT-Q-TOTAL
           PERFORM EDIT-LIGNE-TOTAL
           MOVE 'POSITIONS SANS KAC NI IBAN (IGNOREES)'
                                       TO WS-EDT-L-TOTAL
           MOVE WS-Q-POS-SANS-IDENT    TO WS-EDT-Q-TOTAL
           PERFORM EDIT-LIGNE-TOTAL
           MOVE 'COMPTES RAPPROCHES'   TO WS-EDT-L-TOTAL
           MOVE WS-Q-CPT-RAPPROCHES    TO WS-EDT-Q-TOTAL
           PERFORM EDIT-LIGNE-TOTAL
           MOVE 'ECARTS NON VISES'     TO WS-EDT-L-TOTAL
           MOVE WS-Q-ECARTS            TO WS-EDT-Q-TOTAL
           PERFORM EDIT-LIGNE-TOTAL
           MOVE 'ECARTS VISES'         TO WS-EDT-L-TOTAL
           MOVE WS-Q-ECARTS-VISES      TO WS-EDT-Q-TOTAL
           PERFORM EDIT-LIGNE-TOTAL
           MOVE 'VISAS RETENUS'        TO WS-EDT-L-TOTAL
           MOVE WS-Q-VISA              TO WS-EDT-Q-TOTAL
           PERFORM EDIT-LIGNE-TOTAL
           MOVE 'VISAS REJETES'        TO WS-EDT-L-TOTAL
           MOVE WS-Q-VISAS-REJETES     TO WS-EDT-Q-TOTAL
           PERFORM EDIT-LIGNE-TOTAL
           MOVE WS-EDIT-TRAIT          TO FD-DFUSLS92
           PERFORM ECRT-FICH-S92
           .

      *-----------------*
       EDIT-LIGNE-TOTAL.
      *-----------------*

           MOVE WS-EDIT-TOTAL          TO FD-DFUSLS92
           PERFORM ECRT-FICH-S92
           .

      *--------------*
       FIN-TRAIT.
      *--------------*

      *    Fermeture des fichiers
           PERFORM FERM-FICH-E9L
           PERFORM FERM-FICH-E9M
           PERFORM FERM-FICH-E9V
           PERFORM FERM-FICH-S92

      *    Affichage du bilan de fin
           PERFORM AFFICH-BILAN-FIN

      *    Verdict sur les seuls ecarts non vises : avec l'option
      *    bloquante, RETURN-CODE 8 suspend BFUSEL20 jusqu'au visa
      *    des ecarts ; 4 informatif sinon
           IF VERDICT-ECART
              IF OPTION-BLOQUANTE
                 MOVE 8                TO RETURN-CODE
              ELSE
                 MOVE 4                TO RETURN-CODE
              END-IF
           ELSE
              MOVE 0                   TO RETURN-CODE
           END-IF

      *    Fin du programme
           PERFORM FIN-PROGRAMME
           .

      *
      * ----------------------> NIVEAU 002
      *

      *---------------*
       OUVR-FICH-E9L.
      *---------------*

           OPEN INPUT DFUSLE9L
           IF FS-E9L  NOT = '00'
              MOVE 9211               TO WS-CODE-ABEND
              PERFORM TRAIT-ABEND
           END-IF
           .

      *---------------*
       LECT-FICH-E9L.
      *---------------*

           READ DFUSLE9L
           END-READ
           EVALUATE FS-E9L
              WHEN '00'
                 MOVE  FD-DFUSLE9L          TO ENR-DFUSLE9L
                 ADD   1                    TO WS-NB-LECT-E9L
              WHEN '10'
                 SET  FIN-E9L               TO TRUE
              WHEN OTHER
                 MOVE 9212                  TO WS-CODE-ABEND
                 PERFORM TRAIT-ABEND
           END-EVALUATE
           .

      *---------------*
       FERM-FICH-E9L.
      *---------------*

           CLOSE DFUSLE9L
           IF FS-E9L  NOT = '00'
              MOVE 9213               TO WS-CODE-ABEND
              PERFORM TRAIT-ABEND
           END-IF
           .

      *---------------*
       OUVR-FICH-E9M.
      *---------------*

           OPEN INPUT DFUSLE9M
           IF FS-E9M  NOT = '00'
              MOVE 9221               TO WS-CODE-ABEND
              PERFORM TRAIT-ABEND
           END-IF
           .

      *---------------*
       LECT-FICH-E9M.
      *---------------*

           READ DFUSLE9M
           END-READ
           EVALUATE FS-E9M
              WHEN '00'
                 MOVE  FD-DFUSLE9M          TO E9M-ENR-POSITION
                 ADD   1                    TO WS-NB-LECT-E9M
              WHEN '10'
                 SET  FIN-E9M               TO TRUE
              WHEN OTHER
                 MOVE 9222                  TO WS-CODE-ABEND
                 PERFORM TRAIT-ABEND
           END-EVALUATE
           .

      *---------------*
       FERM-FICH-E9M.
      *---------------*

           CLOSE DFUSLE9M
           IF FS-E9M  NOT = '00'
              MOVE 9223               TO WS-CODE-ABEND
              PERFORM TRAIT-ABEND
           END-IF
           .

      *---------------*
       OUVR-FICH-E9V.
      *---------------*

           OPEN INPUT DFUSLE9V
           EVALUATE FS-E9V
              WHEN '00'
                 CONTINUE
              WHEN '05'
      *          DD FACULTATIVE ABSENTE
                 SET FIN-E9V           TO TRUE
              WHEN OTHER
                 MOVE 9281             TO WS-CODE-ABEND
                 PERFORM TRAIT-ABEND
           END-EVALUATE
           .

      *---------------*
       LECT-FICH-E9V.
      *---------------*

           READ DFUSLE9V
           END-READ
           EVALUATE FS-E9V
              WHEN '00'
                 MOVE  FD-DFUSLE9V          TO E9V-ENR-VISA
                 ADD   1                    TO WS-NB-LECT-E9V
              WHEN '10'
                 SET  FIN-E9V               TO TRUE
              WHEN OTHER
                 MOVE 9282                  TO WS-CODE-ABEND
                 PERFORM TRAIT-ABEND
           END-EVALUATE
           .

      *---------------*
       FERM-FICH-E9V.
      *---------------*

           CLOSE DFUSLE9V
           IF FS-E9V NOT = '00' AND '05'
              MOVE 9283               TO WS-CODE-ABEND
              PERFORM TRAIT-ABEND
           END-IF
           .

      *---------------*
       OUVR-FICH-S92.
      *---------------*

           OPEN OUTPUT DFUSLS92
           IF FS-S92  NOT = '00'
              MOVE 9231               TO WS-CODE-ABEND
              PERFORM TRAIT-ABEND
           END-IF
           .

      *---------------*
       ECRT-FICH-S92.
      *---------------*

           WRITE FD-DFUSLS92
           END-WRITE
           IF FS-S92    NOT = '00'
               MOVE 9232               TO WS-CODE-ABEND
               PERFORM TRAIT-ABEND
           ELSE
               ADD 1 TO WS-NB-ECRT-S92
           END-IF
           .

      *---------------*
       FERM-FICH-S92.
      *---------------*

           CLOSE DFUSLS92
           IF FS-S92  NOT = '00'
              MOVE 9233               TO WS-CODE-ABEND
              PERFORM TRAIT-ABEND
           END-IF
           .

      *--------------*
       TRAIT-ABEND.
      *--------------*
      * GESTION DES ABENDS DU PROGRAMME

           MOVE 'BFUSEL92'             TO      INAB-C-PGM-APPEL
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
              WHEN 9211
              WHEN 9212
              WHEN 9213
                 MOVE 'PB ACCES FICHIER DFUSLE9L'
                                       TO      WS-LIGNE-ANO21
              WHEN 9221
              WHEN 9222
              WHEN 9223
                 MOVE 'PB ACCES FICHIER DFUSLE9M'
                                       TO      WS-LIGNE-ANO21
              WHEN 9231
              WHEN 9232
              WHEN 9233
                 MOVE 'PB ACCES FICHIER DFUSLS92'
                                       TO      WS-LIGNE-ANO21
              WHEN 9240
                 MOVE 'PB TRI INTERNE (SORT-RETURN NON NUL)'
                                       TO      WS-LIGNE-ANO21
              WHEN 9250
                 MOVE 'SYSIN INVALIDE (ANNEE FISCALE OU TOLERANCE)'
                                       TO      WS-LIGNE-ANO21
              WHEN 9260
                 MOVE 'DEPASSEMENT TABLE DES ENTITES DECLARANTES'
                                       TO      WS-LIGNE-ANO21
              WHEN 9270
                 MOVE 'DEPASSEMENT TABLE DES COMPTES RAPPROCHES IBAN'
                                       TO      WS-LIGNE-ANO21
              WHEN 9281
              WHEN 9282
              WHEN 9283
                 MOVE 'PB ACCES FICHIER DFUSLE9V'
                                       TO      WS-LIGNE-ANO21
              WHEN 9284
                 MOVE 'DEPASSEMENT TABLE DES ECARTS VISES'
                                       TO      WS-LIGNE-ANO21
              WHEN OTHER
                 MOVE 'ERREUR INCONNU'
                                       TO      WS-LIGNE-ANO21
           END-EVALUATE

           MOVE WS-LIGNE-ANO2          TO      INAB-L-DISP (4)
           MOVE WS-LIGNE-VIDE          TO      INAB-L-DISP (5)
           MOVE WS-LIGNE-ANO0          TO      INAB-L-DISP (6)

      *    ARRET TRAITEMENT
           CALL 'MCCDINAB' USING INAB-PARAM
           .

      *---------------*
       APPEL-MCCDBILA.
      *---------------*
           MOVE 'BFUSEL92'              TO BILA-C-PGM-APPEL
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

      *    Récuperation de la date de traitement
           MOVE 'ACD-D-HR'                  TO NOM-PRIMITIVE
           CALL 'MGDATR03'               USING NOM-PRIMITIVE
                                               MGDATR03-PARAM
      *    Contrôle du code retour technique
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
           MOVE '*    OPTION BLOQUANTE (B)..... :
      -    '        *'                  TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE SYSIN-C-BLOCAGE         TO BILA-L-DISP(WS-DISP)(34:1)
           ADD  1                       TO WS-DISP
           MOVE '*    TOLERANCE (9(9)V99)...... :
      -    '        *'                  TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE SYSIN-M-TOLERANCE       TO BILA-L-DISP(WS-DISP)(34:11)
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
           MOVE '*    WS-NB-LECT-E9L             :
      -    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE WS-NB-LECT-E9L           TO BILA-L-DISP(WS-DISP)(45:9)
           ADD  1                        TO WS-DISP
           MOVE '*    WS-NB-LECT-E9M             :
      -    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE WS-NB-LECT-E9M           TO BILA-L-DISP(WS-DISP)(45:9)
           ADD  1                        TO WS-DISP
           MOVE '*    WS-NB-LECT-E9V             :
      -    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE WS-NB-LECT-E9V           TO BILA-L-DISP(WS-DISP)(45:9)
           ADD  1                        TO WS-DISP
           MOVE '*    WS-Q-CPT-DECLARES          :
      -    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE WS-Q-CPT-DECLARES        TO BILA-L-DISP(WS-DISP)(45:9)
           ADD  1                        TO WS-DISP
           MOVE '*    WS-Q-POS-RETENUES          :
      -    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE WS-Q-POS-RETENUES        TO BILA-L-DISP(WS-DISP)(45:9)
           ADD  1                        TO WS-DISP
           MOVE '*    WS-Q-CPT-RAPPROCHES        :
      -    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE WS-Q-CPT-RAPPROCHES      TO BILA-L-DISP(WS-DISP)(45:9)
           ADD  1                        TO WS-DISP
           MOVE '*    WS-Q-ECARTS                :
      -    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE WS-Q-ECARTS              TO BILA-L-DISP(WS-DISP)(45:9)
           ADD  1                        TO WS-DISP
           MOVE '*    WS-Q-ECARTS-VISES          :
      -    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE WS-Q-ECARTS-VISES        TO BILA-L-DISP(WS-DISP)(45:9)
           ADD  1                        TO WS-DISP
           MOVE '*    WS-NB-ECRT-S92             :
      -    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE WS-NB-ECRT-S92           TO BILA-L-DISP(WS-DISP)(45:9)
           ADD  1                        TO WS-DISP
           MOVE WS-LIGNE-EGAL            TO BILA-L-DISP(WS-DISP)
           PERFORM APPEL-MCCDBILA
           .

      *--------------*
       FIN-PROGRAMME.
      *--------------*
           GOBACK
           .

       END PROGRAM BFUSEL92.
