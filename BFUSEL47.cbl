       IDENTIFICATION DIVISION.
       PROGRAM-ID. BFUSEL47.
       AUTHOR. MCHA.

      ******************************************************************
      *      ____________________________________________________      *
      *    _(                                                    )_    *
      *  _(     M O D I F I C A T I O N S   P O S T E R I E U R E S )_ *
      * =_        A U   D E P O T   D E C L A R E                   _= *
      *   (_                    F A T C A                         _)   *
      *     (____________________________________________________)     *
      *                                                                *
      *               DATE          : 09/01/2017                       *
      *               COMPOSANT     : BFUSEL47                         *
      *               TYPE          : BATCH                            *
      *               AUTEUR       : MCHA                              *
      *                                                                *
      *             __________________________________________         *
      *                                                                *
      * DESCRIPTION   : Ce batch detecte les modifications apportees   *
      *                 par le back-office a un client deja declare    *
      *                 APRES l'accuse de reception de son fichier     *
      *                 (TBFIDFUS D-ACCUSE renseigne) : pour l'annee   *
      *                 fiscale du SYSIN (et le GIIN s'il est donne),  *
      *                 chaque fichier accepte est relu par ses        *
      *                 references vivantes TBREPFUS (MFUSTREP,        *
      *                 curseur 03 par reference de reporting), et     *
      *                 l'historique du client (TBHISFUS type 02,      *
      *                 action 'M', horodatage posterieur a l'accuse)  *
      *                 est detaille par TBHIDFUS (champ modifie et    *
      *                 valeur avant). Chaque champ est qualifie :     *
      *                 nom, adresse, date de naissance -> FATCA2 ;    *
      *                 statut US et TIN -> REVUE (annulation FATCA3   *
      *                 ou trajet BFUSEL45 a examiner) ; autres ->     *
      *                 SANS incidence. Le rapport de revue DFUSLS48   *
      *                 liste les champs FATCA2/REVUE par DocRefId ;   *
      *                 les DocRefId a corriger partent, une seule     *
      *                 fois chacun, sur DFUSLS47 au format exact      *
      *                 attendu par BFUSEL40 ('COR' + DocRefId +       *
      *                 FATCA2).                                       *
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
      * MFUSTFID | Accesseur table TBFIDFUS                |  CFUSTFID *
      * MFUSTREP | Accesseur table TBREPFUS                |  CFUSTREP *
      * MFUSTHIS | Accesseur table TBHISFUS                |  CFUSTHIS *
      * MFUSTHID | Accesseur table TBHIDFUS                |  CFUSTHID *
      *__________|_________________________________________|___________*
      *                                                                *
      * Fichiers manipulés :                                           *
      *________________________________________________________________*
      *          |                                      |   |          *
      *  DBD/DD  |              DESCRIPTION             | A |  COPY    *
      *__________|______________________________________|___|__________*
      * DFUSLS47 | Liste des DocRefId a corriger        | S |          *
      *          | (format d'entree de BFUSEL40)        |   |          *
      * DFUSLS48 | Rapport de revue des modifications   | S |          *
      *          | (132 colonnes)                       |   |          *
      *__________|______________________________________|___|__________*
      *                                                                *
      * Liste des ABENDS émis  par le programme :                      *
      *________________________________________________________________*
      *  ABEND   |              DESCRIPTION                            *
      *__________|_____________________________________________________*
      *   1000   | PB RECUPERATION DATE DU JOUR VIA MGDATR03           *
      *   1971   | PB APPEL MODULE MFUSTEND                            *
      *   1972   | PB APPEL MODULE MFUSTFID                            *
      *   1973   | PB APPEL MODULE MFUSTREP                            *
      *   1974   | PB APPEL MODULE MFUSTHIS                            *
      *   1975   | PB APPEL MODULE MFUSTHID                            *
      *   4700   | SYSIN INVALIDE (ANNEE FISCALE)                      *
      *   4711   | PB OUVERTURE FICHIER DFUSLS47                       *
      *   4712   | PB ECRITURE  FICHIER DFUSLS47                       *
      *   4713   | PB FERMETURE FICHIER DFUSLS47                       *
      *   4721   | PB OUVERTURE FICHIER DFUSLS48                       *
      *   4722   | PB ECRITURE  FICHIER DFUSLS48                       *
      *   4723   | PB FERMETURE FICHIER DFUSLS48                       *
152730*   4740   | DEPASSEMENT TABLE DES FICHIERS ACCEPTES (100)       *
      *   4741   | DEPASSEMENT TABLE DES OPERATIONS D'UN CLIENT        *
      *__________|_____________________________________________________*
      *                                                                *
      * Historique des modifications :                                 *
      *________________________________________________________________*
      * AUTEUR !   DATE   !  GAMA  !        MODIFICATIONS              *
      *________!__________!________!___________________________________*
152610*  MCHA  !09/01/2017!20152610!CREATION : DETECTION DES           *
152610*        !          !        !MODIFICATIONS CLIENT POSTERIEURES  *
152610*        !          !        !A L'ACCUSE, REVUE ET LISTE FATCA2  *
152610*        !          !        !POUR BFUSEL40                      *
      *----------------------------------------------------------------*
152730*  MCHA  !03/04/2017!20152730!DEPOTS SUPPLEMENTAIRES : TOUS LES  *
152730*        !          !        !FICHIERS ACCEPTES DE L'ANNEE       *
152730*        !          !        !(INITIAL ET 'SUP') PARCOURUS PAR LE*
152730*        !          !        !CURSEUR 02 DE MFUSTFID             *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *
      * Liste des DocRefId a corriger (entree de BFUSEL40)
      *
           SELECT DFUSLS47 ASSIGN             TO DFUSLS47
           FILE STATUS FS-S47.

      *
      * Rapport de revue des modifications posterieures
      *
           SELECT DFUSLS48 ASSIGN             TO DFUSLS48
           FILE STATUS FS-S48.

       DATA DIVISION.
       FILE SECTION.

       FD  DFUSLS47
           LABEL RECORD STANDARD
           RECORDING MODE F
           BLOCK CONTAINS 0 RECORDS.

       01  FD-DFUSLS47              PIC  X(300).

       FD  DFUSLS48
           LABEL RECORD STANDARD
           RECORDING MODE F
           BLOCK CONTAINS 0 RECORDS.

       01  FD-DFUSLS48              PIC  X(132).

      ***************************************
      *      WORKING STORAGE SECTION        *
      ***************************************

       WORKING-STORAGE SECTION.

      *   Paramètres SYSIN : annee fiscale et, facultativement, GIIN
      *   de l'entite (a blanc : toutes les entites)
       01 SYSIN-80.
          05 SYSIN-A-FISCALE            PIC X(04) VALUE SPACES.
          05 FILLER                     PIC X(01) VALUE SPACE.
          05 SYSIN-I-REF-GIIN           PIC X(20) VALUE SPACES.
          05 SYSIN-FILLER               PIC X(55) VALUE SPACES.

      *    Enregistrement de la liste de correction (format exact
      *    de l'entree DFUSLE41 de BFUSEL40)
       01   WS-ENR-CORR.
            05  WS-COR-C-TYPE-ENR        PIC X(03) VALUE 'COR'.
            05  WS-COR-I-DOCREFID        PIC X(90).
            05  WS-COR-C-TYPE-DECL       PIC X(08) VALUE 'FATCA2 '.
            05  FILLER                   PIC X(199) VALUE SPACES.

      *    Fichiers acceptes de la campagne : entite, GIIN,
      *    reference de reporting et date d'accuse (TBFIDFUS)
152730*    (fichier initial et depots supplementaires de l'annee)
       01   WS-Q-FIC                     PIC 9(04) BINARY VALUE ZERO.
       01   WS-I-FIC                     PIC 9(04) BINARY VALUE ZERO.
152730 01   WS-T-FIC OCCURS 100.
            05  WS-T-FIC-I-IDENT-END     PIC X(07).
            05  WS-T-FIC-C-REF-GIIN      PIC X(20).
            05  WS-T-FIC-I-IDENT-REF-REP PIC X(17).
            05  WS-T-FIC-D-ACCUSE        PIC X(26).

      *    Operations TBHISFUS du client posterieures a l'accuse
       01   WS-Q-OPE                     PIC 9(04) BINARY VALUE ZERO.
       01   WS-I-OPE                     PIC 9(04) BINARY VALUE ZERO.
       01   WS-T-OPE OCCURS 100.
            05  WS-T-OPE-N-OPE           PIC 9(09).
            05  WS-T-OPE-D-TIMSP         PIC X(26).

      *    Reference vivante en cours d'examen
       01   WS-REF-I-IDENT-CLT           PIC X(17) VALUE SPACES.
       01   WS-REF-I-REF-BLOC            PIC X(90) VALUE SPACES.

      *    Qualification du champ modifie
       01   WS-L-RUBRIQUE                PIC X(10) VALUE SPACES.
       01   WS-C-DECISION                PIC X(06) VALUE SPACES.
            88  DECISION-FATCA2                    VALUE 'FATCA2'.
            88  DECISION-REVUE                     VALUE 'REVUE '.
            88  DECISION-SANS                      VALUE 'SANS  '.
       01   WS-L-MOTIF                   PIC X(24) VALUE SPACES.

      *    Bilan de la reference : correction a emettre, entete de
      *    reference deja edite
       01   TOP-REF-A-CORRIGER           PIC X(01) VALUE SPACE.
            88  REF-A-CORRIGER                     VALUE 'O'.
       01   TOP-REF-EDITEE               PIC X(01) VALUE SPACE.
            88  REF-EDITEE                         VALUE 'O'.

      *    Indicateurs de fin de curseur
       01   IND-FIN-TRT-REP              PIC X(01) VALUE SPACE.
       01   IND-FIN-TRT-HIS              PIC X(01) VALUE SPACE.
       01   IND-FIN-TRT-HID              PIC X(01) VALUE SPACE.

       01 I                            PIC 9(08) BINARY VALUE ZERO.

      ***  LES CODES RETOUR DES DIFFéRENTS FICHIERS
       01  FS-S47                      PIC X(02) VALUE SPACES.
       01  FS-S48                      PIC X(02) VALUE SPACES.

      *   Compteurs
       01 WS-Q-FIC-NON-ACCUSE          PIC 9(9) VALUE ZEROES.
       01 WS-Q-REF-LUES                PIC 9(9) VALUE ZEROES.
       01 WS-Q-OPE-RETENUES            PIC 9(9) VALUE ZEROES.
       01 WS-Q-CHAMP-FATCA2            PIC 9(9) VALUE ZEROES.
       01 WS-Q-CHAMP-REVUE             PIC 9(9) VALUE ZEROES.
       01 WS-Q-CHAMP-SANS              PIC 9(9) VALUE ZEROES.
       01 WS-NB-ECRT-S47               PIC 9(9) VALUE ZEROES.
       01 WS-NB-ECRT-S48               PIC 9(9) VALUE ZEROES.

      *   Variable numérique de code ABEND
       01 WS-CODE-ABEND                PIC 9(4) VALUE ZERO.

      *   Indice pour lignes à afficher par MCCDBILA
       01 WS-DISP                      PIC 9(2) VALUE ZEROES.

      *   Date de traitement (date et heure)
       01 WS-D-H-TRT                   PIC X(26) VALUE SPACES.

      *******************************
      *                             *
      *  Lignes de l'edition S48    *
      *                             *
      *******************************

       01 WS-EDIT-TITRE.
          05 FILLER                    PIC X(50) VALUE
             'MODIFICATIONS CLIENT POSTERIEURES A L''ACCUSE  -  '.
          05 FILLER                    PIC X(06) VALUE 'ANNEE '.
          05 WS-EDT-A-FISCALE-TIT      PIC X(04).
          05 FILLER                    PIC X(12) VALUE '  EDITE LE '.
          05 WS-EDT-D-EDITION          PIC X(10).
          05 FILLER                    PIC X(50) VALUE SPACES.

       01 WS-EDIT-ENTETE.
          05 FILLER                    PIC X(18) VALUE 'CLIENT'.
          05 FILLER                    PIC X(11) VALUE 'MODIFIE LE'.
          05 FILLER                    PIC X(11) VALUE 'RUBRIQUE'.
          05 FILLER                    PIC X(21) VALUE 'CHAMP'.
          05 FILLER                    PIC X(41) VALUE
             'VALEUR AVANT MODIFICATION'.
          05 FILLER                    PIC X(07) VALUE 'SUITE'.
          05 FILLER                    PIC X(23) VALUE 'MOTIF'.

       01 WS-EDIT-REFERENCE.
          05 FILLER                    PIC X(05) VALUE 'GIIN '.
          05 WS-EDT-C-REF-GIIN         PIC X(20).
          05 FILLER                    PIC X(12) VALUE '  DocRefId '.
          05 WS-EDT-I-REF-BLOC         PIC X(90).
          05 FILLER                    PIC X(05) VALUE SPACES.

       01 WS-EDIT-DETAIL.
          05 WS-EDT-I-IDENT-CLT        PIC X(17).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-EDT-D-MODIF            PIC X(10).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-EDT-L-RUBRIQUE         PIC X(10).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-EDT-L-CHAMP            PIC X(20).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-EDT-L-AVANT            PIC X(40).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-EDT-C-DECISION         PIC X(06).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-EDT-L-MOTIF            PIC X(23).

       01 WS-EDIT-TOTAL.
          05 WS-EDT-L-TOTAL            PIC X(40).
          05 WS-EDT-Q-TOTAL            PIC Z(8)9.
          05 FILLER                    PIC X(83) VALUE SPACES.

       01 WS-EDIT-TRAIT                PIC X(132) VALUE ALL '-'.

      *   LIGNES POUR AFFICHAGES
       01 WS-LIGNE-DEBUTPROG.
          05 FILLER                    PIC X(01) VALUE '*'.
          05 FILLER                    PIC X(11) VALUE '==         '.
          05 FILLER                    PIC X(39) VALUE
                           'DEBUT D''EXECUTION DU PROGRAMME BFUSEL47'.
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
        COPY CWNAAFCT REPLACING 'PROGRAMM' BY =='BFUSEL47'==.
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
        COPY CFUSTFID REPLACING ==(PREF)== BY ==TFID==.
        COPY CFUSTREP REPLACING ==(PREF)== BY ==TREP==.
        COPY CFUSTHIS REPLACING ==(PREF)== BY ==THIS==.
        COPY CFUSTHID REPLACING ==(PREF)== BY ==THID==.

      *****************************************************************
      *            P R O C E D U R E   D I V I S I O N                *
      *****************************************************************

       PROCEDURE DIVISION.

      *    Initialisation du traitement
           PERFORM INIT-TRAIT

      *    Fichiers acceptes de l'annee (entites de TBENDFUS)
           PERFORM CHRG-TAB-FICHIERS

      *    Examen des references vivantes de chaque fichier
           PERFORM VARYING WS-I-FIC FROM 1 BY 1
           UNTIL WS-I-FIC > WS-Q-FIC
              PERFORM TRAIT-UN-FICHIER
           END-PERFORM

      *    Finalisation du traitement
           PERFORM FIN-TRAIT
           .

      *--------------*
       INIT-TRAIT.
      *--------------*

      *    Lecture du paramètre SYSIN (annee fiscale, GIIN)
           ACCEPT SYSIN-80
           IF SYSIN-A-FISCALE IS NOT NUMERIC
              MOVE 4700               TO WS-CODE-ABEND
              PERFORM TRAIT-ABEND
           END-IF

           PERFORM RECUP-DATE-HEURE-DEB

           PERFORM AFFICH-BILAN-DEB

           PERFORM OUVR-FICH-S47
           PERFORM OUVR-FICH-S48

      *    Entete du rapport de revue
           MOVE SYSIN-A-FISCALE        TO WS-EDT-A-FISCALE-TIT
           MOVE WS-D-H-TRT(1:10)       TO WS-EDT-D-EDITION
           MOVE WS-EDIT-TITRE          TO FD-DFUSLS48
           PERFORM ECRT-FICH-S48
           MOVE WS-EDIT-TRAIT          TO FD-DFUSLS48
           PERFORM ECRT-FICH-S48
           MOVE WS-EDIT-ENTETE         TO FD-DFUSLS48
           PERFORM ECRT-FICH-S48
           MOVE WS-EDIT-TRAIT          TO FD-DFUSLS48
           PERFORM ECRT-FICH-S48
           .

      *------------------*
       CHRG-TAB-FICHIERS.
      *------------------*

      *    Parcours des entites declarantes (curseur MFUSTEND) et
152730*    selection des fichiers de l'annee par MFUSTFID : seuls les
      *    fichiers dont l'accuse est enregistre sont retenus

      *    OUVERTURE CURSEUR
           MOVE 'OP'                    TO ACCE-TYPE-REQUETE
           MOVE '01'                    TO ACCE-NOM-FONCTION
           PERFORM SQ-ACCES-TEND
           IF NOT TROUVE
              MOVE 1971                 TO WS-CODE-ABEND
              PERFORM TRAIT-ABEND
           END-IF

      *    LECTURE CURSEUR
           MOVE 'FE'                    TO ACCE-TYPE-REQUETE
           MOVE '01'                    TO ACCE-NOM-FONCTION
           PERFORM SQ-ACCES-TEND

           PERFORM UNTIL NON-TROUVE
              EVALUATE TRUE
                 WHEN TROUVE
                    IF SYSIN-I-REF-GIIN = SPACES
                    OR SYSIN-I-REF-GIIN = TEND-C-REF-GIIN
                       PERFORM RECH-FICHIER-ACCEPTE
                    END-IF
                 WHEN OTHER
                    MOVE 1971           TO WS-CODE-ABEND
                    PERFORM TRAIT-ABEND
              END-EVALUATE

              MOVE 'FE'                 TO ACCE-TYPE-REQUETE
              MOVE '01'                 TO ACCE-NOM-FONCTION
              PERFORM SQ-ACCES-TEND
           END-PERFORM

      *    FERMETURE CURSEUR
           MOVE 'CL'                    TO ACCE-TYPE-REQUETE
           MOVE '01'                    TO ACCE-NOM-FONCTION
           PERFORM SQ-ACCES-TEND
           .

      *---------------------*
       RECH-FICHIER-ACCEPTE.
      *---------------------*

152730*    FICHIERS DE L'ENTITE POUR L'ANNEE (CURSEUR 02 DE MFUSTFID) :
152730*    LE FICHIER INITIAL ET CHAQUE DEPOT SUPPLEMENTAIRE ('SUP')
152730*    SONT RETENUS DES LORS QUE LEUR ACCUSE EST ENREGISTRE
152730     MOVE SPACES                 TO TFID-PARAM
152730     MOVE 'OP'                   TO ACCE-TYPE-REQUETE
152730     MOVE '02'                   TO ACCE-NOM-FONCTION
152730     MOVE TEND-I-IDENT-END       TO TFID-I-IDENT-END
152730     MOVE '0001-01-01'           TO TFID-A-APPL
152730     MOVE SYSIN-A-FISCALE        TO TFID-A-APPL(1:4)
152730     PERFORM SQ-ACCES-TFID
152730     PERFORM UNTIL NOT TROUVE
152730        PERFORM RETIENT-FICHIER
152730        MOVE 'FE'                TO ACCE-TYPE-REQUETE
152730        PERFORM SQ-ACCES-TFID
152730     END-PERFORM
152730     IF NOT NON-TROUVE
152730        MOVE 1972                TO WS-CODE-ABEND
152730        PERFORM TRAIT-ABEND
152730     END-IF
152730
152730     MOVE 'CL'                   TO ACCE-TYPE-REQUETE
152730     PERFORM SQ-ACCES-TFID
152730     IF NOT TROUVE
152730        MOVE 1972                TO WS-CODE-ABEND
152730        PERFORM TRAIT-ABEND
152730     END-IF
152730     .
152730
152730*----------------*
152730 RETIENT-FICHIER.
152730*----------------*
152730
           IF TFID-D-ACCUSE = SPACES OR LOW-VALUE
      *       FICHIER NON ENCORE ACCEPTE : RIEN A AMENDER
              ADD 1                    TO WS-Q-FIC-NON-ACCUSE
           ELSE
              ADD 1                    TO WS-Q-FIC
152730        IF WS-Q-FIC > 100
      *          DEPASSEMENT TABLE DES FICHIERS ACCEPTES
                 MOVE 4740             TO WS-CODE-ABEND
                 PERFORM TRAIT-ABEND
              END-IF
              MOVE TEND-I-IDENT-END
                              TO WS-T-FIC-I-IDENT-END(WS-Q-FIC)
              MOVE TEND-C-REF-GIIN
                              TO WS-T-FIC-C-REF-GIIN(WS-Q-FIC)
              MOVE TFID-I-IDENT-REF-REP
                              TO WS-T-FIC-I-IDENT-REF-REP(WS-Q-FIC)
              MOVE TFID-D-ACCUSE
                              TO WS-T-FIC-D-ACCUSE(WS-Q-FIC)
           END-IF
           .

      *-----------------*
       TRAIT-UN-FICHIER.
      *-----------------*

      *    Parcours des references TBREPFUS du fichier accepte
      *    (curseur 03 par reference de reporting) : une reference
      *    presente est une declaration vivante du couple
      *    compte/client

      *    OUVERTURE CURSEUR
           MOVE SPACES                 TO TREP-PARAM
           MOVE 'OP'                   TO ACCE-TYPE-REQUETE
           MOVE '03'                   TO ACCE-NOM-FONCTION
           MOVE WS-T-FIC-I-IDENT-REF-REP(WS-I-FIC)
                                       TO TREP-I-IDENT-REF-REP
           PERFORM SQ-ACCES-TREP
           EVALUATE TRUE
              WHEN TROUVE
                 MOVE 'N'              TO IND-FIN-TRT-REP
              WHEN NON-TROUVE
                 MOVE 'O'              TO IND-FIN-TRT-REP
              WHEN OTHER
                 MOVE 1973             TO WS-CODE-ABEND
                 PERFORM TRAIT-ABEND
           END-EVALUATE

           IF IND-FIN-TRT-REP = 'N'
              PERFORM LEC-CUR-REP-03
              PERFORM UNTIL IND-FIN-TRT-REP = 'O'
                 ADD 1                 TO WS-Q-REF-LUES
                 MOVE TREP-I-IDENT-CLT TO WS-REF-I-IDENT-CLT
                 MOVE TREP-I-REF-BLOC  TO WS-REF-I-REF-BLOC
                 PERFORM TRAIT-UNE-REFERENCE
                 PERFORM LEC-CUR-REP-03
              END-PERFORM

      *       FERMETURE CURSEUR
              MOVE 'CL'                TO ACCE-TYPE-REQUETE
              MOVE '03'                TO ACCE-NOM-FONCTION
              MOVE WS-T-FIC-I-IDENT-REF-REP(WS-I-FIC)
                                       TO TREP-I-IDENT-REF-REP
              PERFORM SQ-ACCES-TREP
           END-IF
           .

      *---------------*
       LEC-CUR-REP-03.
      *---------------*

      *    LECTURE CURSEUR TBREPFUS
           MOVE 'FE'                   TO ACCE-TYPE-REQUETE
           MOVE '03'                   TO ACCE-NOM-FONCTION
           MOVE WS-T-FIC-I-IDENT-REF-REP(WS-I-FIC)
                                       TO TREP-I-IDENT-REF-REP
           PERFORM SQ-ACCES-TREP
           EVALUATE TRUE
              WHEN TROUVE
                 CONTINUE
              WHEN NON-TROUVE
                 MOVE 'O'              TO IND-FIN-TRT-REP
              WHEN OTHER
                 MOVE 1973             TO WS-CODE-ABEND
                 PERFORM TRAIT-ABEND
           END-EVALUATE
           .

      *--------------------*
       TRAIT-UNE-REFERENCE.
      *--------------------*

      *    Operations de modification du client posterieures a
      *    l'accuse, puis detail champ par champ ; le DocRefId ne
      *    part qu'une fois en liste de correction
           MOVE SPACE                  TO TOP-REF-A-CORRIGER
           MOVE SPACE                  TO TOP-REF-EDITEE

           PERFORM RECH-OPE-CLIENT

           PERFORM VARYING WS-I-OPE FROM 1 BY 1
           UNTIL WS-I-OPE > WS-Q-OPE
              PERFORM TRAIT-UNE-OPERATION
           END-PERFORM

           IF REF-A-CORRIGER
              MOVE WS-REF-I-REF-BLOC   TO WS-COR-I-DOCREFID
              PERFORM ECRT-FICH-S47
           END-IF
           .

      *----------------*
       RECH-OPE-CLIENT.
      *----------------*

      *    Entetes TBHISFUS du client : action de modification sur
      *    un identifiant client (type 02) datee apres l'accuse
           MOVE ZERO                   TO WS-Q-OPE

      *    OUVERTURE CURSEUR
           MOVE 'OP'                   TO ACCE-TYPE-REQUETE
           MOVE '01'                   TO ACCE-NOM-FONCTION
           MOVE WS-REF-I-IDENT-CLT     TO THIS-I-IDENT-1
           PERFORM SQ-ACCES-THIS
           EVALUATE TRUE
              WHEN TROUVE
                 MOVE 'N'              TO IND-FIN-TRT-HIS
              WHEN NON-TROUVE
                 MOVE 'O'              TO IND-FIN-TRT-HIS
              WHEN OTHER
                 MOVE 1974             TO WS-CODE-ABEND
                 PERFORM TRAIT-ABEND
           END-EVALUATE

           IF IND-FIN-TRT-HIS = 'N'
              PERFORM LEC-CUR-HIS-01
              PERFORM UNTIL IND-FIN-TRT-HIS = 'O'
                 IF THIS-C-ACTION = 'M'
                 AND THIS-C-TYPE-IDENT-1 = '02'
                 AND THIS-D-TIMSP > WS-T-FIC-D-ACCUSE(WS-I-FIC)
                    ADD 1              TO WS-Q-OPE
                    IF WS-Q-OPE > 100
      *                DEPASSEMENT TABLE DES OPERATIONS D'UN CLIENT
                       MOVE 4741       TO WS-CODE-ABEND
                       PERFORM TRAIT-ABEND
                    END-IF
                    MOVE THIS-N-OPE    TO WS-T-OPE-N-OPE(WS-Q-OPE)
                    MOVE THIS-D-TIMSP  TO WS-T-OPE-D-TIMSP(WS-Q-OPE)
                    ADD 1              TO WS-Q-OPE-RETENUES
                 END-IF
                 PERFORM LEC-CUR-HIS-01
              END-PERFORM

      *       FERMETURE CURSEUR
              MOVE 'CL'                TO ACCE-TYPE-REQUETE
              MOVE '01'                TO ACCE-NOM-FONCTION
              MOVE WS-REF-I-IDENT-CLT  TO THIS-I-IDENT-1
              PERFORM SQ-ACCES-THIS
           END-IF
           .

      *---------------*
       LEC-CUR-HIS-01.
      *---------------*

      *    LECTURE CURSEUR TBHISFUS
           MOVE 'FE'                   TO ACCE-TYPE-REQUETE
           MOVE '01'                   TO ACCE-NOM-FONCTION
           MOVE WS-REF-I-IDENT-CLT     TO THIS-I-IDENT-1
           PERFORM SQ-ACCES-THIS
           EVALUATE TRUE
              WHEN TROUVE
                 CONTINUE
              WHEN NON-TROUVE
                 MOVE 'O'              TO IND-FIN-TRT-HIS
              WHEN OTHER
                 MOVE 1974             TO WS-CODE-ABEND
                 PERFORM TRAIT-ABEND
           END-EVALUATE
           .

      *--------------------*
       TRAIT-UNE-OPERATION.
      *--------------------*

      *    Detail TBHIDFUS de l'operation : un enregistrement par
      *    champ modifie (nom du champ et valeur avant)

      *    OUVERTURE CURSEUR
           MOVE 'OP'                   TO ACCE-TYPE-REQUETE
           MOVE '01'                   TO ACCE-NOM-FONCTION
           MOVE WS-T-OPE-N-OPE(WS-I-OPE)
                                       TO THID-N-OPE
           PERFORM SQ-ACCES-THID
           EVALUATE TRUE
              WHEN TROUVE
                 MOVE 'N'              TO IND-FIN-TRT-HID
              WHEN NON-TROUVE
                 MOVE 'O'              TO IND-FIN-TRT-HID
              WHEN OTHER
                 MOVE 1975             TO WS-CODE-ABEND
                 PERFORM TRAIT-ABEND
           END-EVALUATE

           IF IND-FIN-TRT-HID = 'N'
              PERFORM LEC-CUR-HID-01
              PERFORM UNTIL IND-FIN-TRT-HID = 'O'
                 PERFORM QUALIF-CHAMP
                 PERFORM LEC-CUR-HID-01
              END-PERFORM

      *       FERMETURE CURSEUR
              MOVE 'CL'                TO ACCE-TYPE-REQUETE
              MOVE '01'                TO ACCE-NOM-FONCTION
              MOVE WS-T-OPE-N-OPE(WS-I-OPE)
                                       TO THID-N-OPE
              PERFORM SQ-ACCES-THID
           END-IF
           .

      *---------------*
       LEC-CUR-HID-01.
      *---------------*

      *    LECTURE CURSEUR TBHIDFUS
           MOVE 'FE'                   TO ACCE-TYPE-REQUETE
           MOVE '01'                   TO ACCE-NOM-FONCTION
           MOVE WS-T-OPE-N-OPE(WS-I-OPE)
                                       TO THID-N-OPE
           PERFORM SQ-ACCES-THID
           EVALUATE TRUE
              WHEN TROUVE
                 CONTINUE
              WHEN NON-TROUVE
                 MOVE 'O'              TO IND-FIN-TRT-HID
              WHEN OTHER
                 MOVE 1975             TO WS-CODE-ABEND
                 PERFORM TRAIT-ABEND
           END-EVALUATE
           .

      *-------------*
       QUALIF-CHAMP.
      *-------------*

      *    Qualification du champ modifie (memes noms de champs que
      *    la reconstitution FATCA3 de BFUSEL10) : ce qui figure
      *    dans le bloc AccountHolder declare appelle une FATCA2 ;
      *    un changement de statut US peut au contraire rendre le
      *    compte non declarable (annulation FATCA3) et le TIN suit
      *    le trajet de remediation BFUSEL45 : revue manuelle
           EVALUATE THID-L-DONNEE-MODIF
              WHEN 'L-NOM-NAISS'
              WHEN 'L-PRNOM'
              WHEN 'L-NOM-MRTL'
              WHEN 'L-RAISON-SOCIALE'
                 MOVE 'NOM'            TO WS-L-RUBRIQUE
                 SET DECISION-FATCA2   TO TRUE
                 MOVE 'NAME DECLARE'   TO WS-L-MOTIF
              WHEN 'D-NAISS'
                 IF THID-L-DONNEE-AVANT(1:2) IS NUMERIC
                    MOVE 'NAISSANCE'   TO WS-L-RUBRIQUE
                    MOVE 'BIRTHDATE DECLAREE'
                                       TO WS-L-MOTIF
                 ELSE
      *             ZONE PORTANT LE TITRE DE CIVILITE (CF BFUSEL10)
                    MOVE 'NOM'         TO WS-L-RUBRIQUE
                    MOVE 'TITRE DU NAME DECLARE'
                                       TO WS-L-MOTIF
                 END-IF
                 SET DECISION-FATCA2   TO TRUE
              WHEN 'L-COMM-ADR-AF'
              WHEN 'C-CPOST-AF'
              WHEN 'C-PAYS-ADR-AF'
              WHEN 'L-INTIT-COURR-1-AF'
              WHEN 'L-INTIT-COURR-2-AF'
              WHEN 'L-ADR-LIGNE-1-AF'
              WHEN 'L-ADR-LIGNE-2-AF'
              WHEN 'L-ADR-LIGNE-3-AF'
                 MOVE 'ADRESSE'        TO WS-L-RUBRIQUE
                 SET DECISION-FATCA2   TO TRUE
                 MOVE 'ADDRESS DECLAREE'
                                       TO WS-L-MOTIF
              WHEN 'C-STUT-DECL'
              WHEN 'C-STUT-FISC-ETR'
              WHEN 'C-PAYS-FISCL-ETR'
              WHEN 'C-NTUR-PERS'
                 MOVE 'STATUT US'      TO WS-L-RUBRIQUE
                 SET DECISION-REVUE    TO TRUE
                 MOVE 'FATCA3 POSSIBLE'
                                       TO WS-L-MOTIF
              WHEN 'C-REF-FISC-ETR'
                 MOVE 'TIN'            TO WS-L-RUBRIQUE
                 SET DECISION-REVUE    TO TRUE
                 MOVE 'VOIR REMEDIATION BFUSEL45'
                                       TO WS-L-MOTIF
              WHEN OTHER
                 MOVE SPACES           TO WS-L-RUBRIQUE
                 SET DECISION-SANS     TO TRUE
                 MOVE SPACES           TO WS-L-MOTIF
           END-EVALUATE

           EVALUATE TRUE
              WHEN DECISION-FATCA2
                 ADD 1                 TO WS-Q-CHAMP-FATCA2
                 SET REF-A-CORRIGER    TO TRUE
                 PERFORM EDIT-LIGNE-CHAMP
              WHEN DECISION-REVUE
                 ADD 1                 TO WS-Q-CHAMP-REVUE
                 PERFORM EDIT-LIGNE-CHAMP
              WHEN OTHER
                 ADD 1                 TO WS-Q-CHAMP-SANS
           END-EVALUATE
           .

      *-----------------*
       EDIT-LIGNE-CHAMP.
      *-----------------*

      *    Entete de la reference a la premiere ligne editee
           IF NOT REF-EDITEE
              SET REF-EDITEE           TO TRUE
              MOVE WS-EDIT-TRAIT       TO FD-DFUSLS48
              PERFORM ECRT-FICH-S48
              MOVE WS-T-FIC-C-REF-GIIN(WS-I-FIC)
                                       TO WS-EDT-C-REF-GIIN
              MOVE WS-REF-I-REF-BLOC   TO WS-EDT-I-REF-BLOC
              MOVE WS-EDIT-REFERENCE   TO FD-DFUSLS48
              PERFORM ECRT-FICH-S48
           END-IF

           MOVE SPACES                 TO WS-EDIT-DETAIL
           MOVE WS-REF-I-IDENT-CLT     TO WS-EDT-I-IDENT-CLT
           MOVE WS-T-OPE-D-TIMSP(WS-I-OPE)(1:10)
                                       TO WS-EDT-D-MODIF
           MOVE WS-L-RUBRIQUE          TO WS-EDT-L-RUBRIQUE
           MOVE THID-L-DONNEE-MODIF    TO WS-EDT-L-CHAMP
           MOVE THID-L-DONNEE-AVANT    TO WS-EDT-L-AVANT
           MOVE WS-C-DECISION          TO WS-EDT-C-DECISION
           MOVE WS-L-MOTIF             TO WS-EDT-L-MOTIF
           MOVE WS-EDIT-DETAIL         TO FD-DFUSLS48
           PERFORM ECRT-FICH-S48
           .

      *--------------*
       FIN-TRAIT.
      *--------------*

      *    Totaux du rapport de revue
           MOVE WS-EDIT-TRAIT          TO FD-DFUSLS48
           PERFORM ECRT-FICH-S48
           MOVE 'FICHIERS ACCEPTES EXAMINES' TO WS-EDT-L-TOTAL
           MOVE WS-Q-FIC               TO WS-EDT-Q-TOTAL
           MOVE WS-EDIT-TOTAL          TO FD-DFUSLS48
           PERFORM ECRT-FICH-S48
           MOVE 'REFERENCES VIVANTES EXAMINEES' TO WS-EDT-L-TOTAL
           MOVE WS-Q-REF-LUES          TO WS-EDT-Q-TOTAL
           MOVE WS-EDIT-TOTAL          TO FD-DFUSLS48
           PERFORM ECRT-FICH-S48
           MOVE 'CHAMPS APPELANT UNE FATCA2' TO WS-EDT-L-TOTAL
           MOVE WS-Q-CHAMP-FATCA2      TO WS-EDT-Q-TOTAL
           MOVE WS-EDIT-TOTAL          TO FD-DFUSLS48
           PERFORM ECRT-FICH-S48
           MOVE 'CHAMPS A REVOIR' TO WS-EDT-L-TOTAL
           MOVE WS-Q-CHAMP-REVUE       TO WS-EDT-Q-TOTAL
           MOVE WS-EDIT-TOTAL          TO FD-DFUSLS48
           PERFORM ECRT-FICH-S48
           MOVE 'DocRefId MIS EN CORRECTION' TO WS-EDT-L-TOTAL
           MOVE WS-NB-ECRT-S47         TO WS-EDT-Q-TOTAL
           MOVE WS-EDIT-TOTAL          TO FD-DFUSLS48
           PERFORM ECRT-FICH-S48
           MOVE WS-EDIT-TRAIT          TO FD-DFUSLS48
           PERFORM ECRT-FICH-S48

           PERFORM FERM-FICH-S47
           PERFORM FERM-FICH-S48

           PERFORM AFFICH-BILAN-FIN
           PERFORM FIN-PROGRAMME
           .

      *---------------*
       OUVR-FICH-S47.
      *---------------*

           OPEN OUTPUT DFUSLS47
           IF FS-S47  NOT = '00'
              MOVE 4711               TO WS-CODE-ABEND
              PERFORM TRAIT-ABEND
           END-IF
           .

      *---------------*
       ECRT-FICH-S47.
      *---------------*

           WRITE FD-DFUSLS47    FROM     WS-ENR-CORR
           END-WRITE
           IF FS-S47    NOT = '00'
               MOVE 4712               TO WS-CODE-ABEND
               PERFORM TRAIT-ABEND
           ELSE
               ADD 1 TO WS-NB-ECRT-S47
           END-IF
           .

      *---------------*
       FERM-FICH-S47.
      *---------------*

           CLOSE DFUSLS47
           IF FS-S47  NOT = '00'
              MOVE 4713               TO WS-CODE-ABEND
              PERFORM TRAIT-ABEND
           END-IF
           .

      *---------------*
       OUVR-FICH-S48.
      *---------------*

           OPEN OUTPUT DFUSLS48
           IF FS-S48  NOT = '00'
              MOVE 4721               TO WS-CODE-ABEND
              PERFORM TRAIT-ABEND
           END-IF
           .

      *---------------*
       ECRT-FICH-S48.
      *---------------*

           WRITE FD-DFUSLS48
           END-WRITE
           IF FS-S48    NOT = '00'
               MOVE 4722               TO WS-CODE-ABEND
               PERFORM TRAIT-ABEND
           ELSE
               ADD 1 TO WS-NB-ECRT-S48
           END-IF
           .

      *---------------*
       FERM-FICH-S48.
      *---------------*

           CLOSE DFUSLS48
           IF FS-S48  NOT = '00'
              MOVE 4723               TO WS-CODE-ABEND
              PERFORM TRAIT-ABEND
           END-IF
           .

      *--------------*
       TRAIT-ABEND.
      *--------------*
      * GESTION DES ABENDS DU PROGRAMME

           MOVE 'BFUSEL47'             TO      INAB-C-PGM-APPEL
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
              WHEN 1971
                 MOVE 'PB APPEL MODULE MFUSTEND'
                                       TO      WS-LIGNE-ANO21
              WHEN 1972
                 MOVE 'PB APPEL MODULE MFUSTFID'
                                       TO      WS-LIGNE-ANO21
              WHEN 1973
                 MOVE 'PB APPEL MODULE MFUSTREP'
                                       TO      WS-LIGNE-ANO21
              WHEN 1974
                 MOVE 'PB APPEL MODULE MFUSTHIS'
                                       TO      WS-LIGNE-ANO21
              WHEN 1975
                 MOVE 'PB APPEL MODULE MFUSTHID'
                                       TO      WS-LIGNE-ANO21
              WHEN 4700
                 MOVE 'SYSIN INVALIDE (ANNEE FISCALE)'
                                       TO      WS-LIGNE-ANO21
              WHEN 4711
              WHEN 4712
              WHEN 4713
                 MOVE 'PB ACCES FICHIER DFUSLS47'
                                       TO      WS-LIGNE-ANO21
              WHEN 4721
              WHEN 4722
              WHEN 4723
                 MOVE 'PB ACCES FICHIER DFUSLS48'
                                       TO      WS-LIGNE-ANO21
              WHEN 4740
                 MOVE 'DEPASSEMENT TABLE DES FICHIERS ACCEPTES'
                                       TO      WS-LIGNE-ANO21
              WHEN 4741
                 MOVE 'DEPASSEMENT TABLE DES OPERATIONS CLIENT'
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
           MOVE 'BFUSEL47'              TO BILA-C-PGM-APPEL
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
           MOVE '*    GIIN DEMANDE............. :
      -    '        *'                  TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE SYSIN-I-REF-GIIN        TO BILA-L-DISP(WS-DISP)(34:20)
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
           MOVE '*    WS-Q-FIC                   :
      -    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE WS-Q-FIC                 TO BILA-L-DISP(WS-DISP)(45:9)
           ADD  1                        TO WS-DISP
           MOVE '*    WS-Q-FIC-NON-ACCUSE        :
      -    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE WS-Q-FIC-NON-ACCUSE      TO BILA-L-DISP(WS-DISP)(45:9)
           ADD  1                        TO WS-DISP
           MOVE '*    WS-Q-REF-LUES              :
      -    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE WS-Q-REF-LUES            TO BILA-L-DISP(WS-DISP)(45:9)
           ADD  1                        TO WS-DISP
           MOVE '*    WS-Q-OPE-RETENUES          :
      -    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE WS-Q-OPE-RETENUES        TO BILA-L-DISP(WS-DISP)(45:9)
           ADD  1                        TO WS-DISP
           MOVE '*    WS-Q-CHAMP-FATCA2          :
      -    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE WS-Q-CHAMP-FATCA2        TO BILA-L-DISP(WS-DISP)(45:9)
           ADD  1                        TO WS-DISP
           MOVE '*    WS-Q-CHAMP-REVUE           :
      -    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE WS-Q-CHAMP-REVUE         TO BILA-L-DISP(WS-DISP)(45:9)
           ADD  1                        TO WS-DISP
           MOVE '*    WS-Q-CHAMP-SANS            :
      -    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE WS-Q-CHAMP-SANS          TO BILA-L-DISP(WS-DISP)(45:9)
           ADD  1                        TO WS-DISP
           MOVE '*    WS-NB-ECRT-S47             :
      -    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE WS-NB-ECRT-S47           TO BILA-L-DISP(WS-DISP)(45:9)
           ADD  1                        TO WS-DISP
           MOVE '*    WS-NB-ECRT-S48             :
      -    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE WS-NB-ECRT-S48           TO BILA-L-DISP(WS-DISP)(45:9)
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
        COPY CANAAACP REPLACING   'MODULE'   BY  'MFUSTFID',
                                  ==(PREF)== BY  ==TFID==,
                                  'MODE'     BY  'RIEN'.
      *---
        COPY CANAAACP REPLACING   'MODULE'   BY  'MFUSTREP',
                                  ==(PREF)== BY  ==TREP==,
                                  'MODE'     BY  'RIEN'.
      *---
        COPY CANAAACP REPLACING   'MODULE'   BY  'MFUSTHIS',
                                  ==(PREF)== BY  ==THIS==,
                                  'MODE'     BY  'RIEN'.
      *---
        COPY CANAAACP REPLACING   'MODULE'   BY  'MFUSTHID',
                                  ==(PREF)== BY  ==THID==,
                                  'MODE'     BY  'RIEN'.
       END PROGRAM BFUSEL47.
