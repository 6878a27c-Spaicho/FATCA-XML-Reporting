       IDENTIFICATION DIVISION.
       PROGRAM-ID. BFUSEL11.
       AUTHOR. MCHA.

      ******************************************************************
      *      ____________________________________________________      *
      *    _(                                                    )_    *
      *  _(       S U C C E S S I O N   D E S   E N T I T E S    )_    *
      * =_        D E C L A R A N T E S                           _= *
      *   (_                    F A T C A                         _)   *
      *     (____________________________________________________)     *
      *                                                                *
      *               DATE          : 06/03/2017                       *
      *               COMPOSANT     : BFUSEL11                         *
      *               TYPE          : BATCH                            *
      *               AUTEUR       : MCHA                              *
      *                                                                *
      *             __________________________________________         *
      *                                                                *
      * DESCRIPTION   : Ce batch tient le registre DFUSLR11 des        *
      *                 successions d'entites declarantes (fusion,     *
      *                 absorption d'une succursale, restructuration) :*
      *                 GIIN predecesseur, GIIN successeur, date       *
      *                 d'effet et perimetre de la succession.         *
      *                 Les mouvements de la conformite (DFUSLE1H,     *
      *                 facultatif) sont appliques au registre :       *
      *                 - 'I' inscription : successeur connu de        *
      *                   TBENDFUS (ou lui-meme predecesseur inscrit), *
      *                   date d'effet valide, pas de succession       *
      *                   circulaire ;                                 *
      *                 - 'A' annulation d'une succession en vigueur ; *
      *                 - 'M' modification de la date d'effet, du      *
      *                   perimetre ou de la raison sociale.           *
      *                 Tout mouvement exige un demandeur et un        *
      *                 approbateur distincts ; un mouvement           *
      *                 incoherent est rejete et edite.                *
      *                 Le registre et les lignees de GIIN sont        *
      *                 ensuite listes sur DFUSLS1H ; une lignee dont  *
      *                 le successeur final est absent de TBENDFUS     *
      *                 termine le programme avec RETURN-CODE 4.       *
      *                 Si l'aiguillage de la campagne est fourni      *
      *                 (DFUSLE1J), les enregistrements d'un           *
      *                 predecesseur en transfert total dont la date   *
      *                 d'effet precede le 31/12 de l'annee fiscale    *
      *                 de la SYSIN sont reaffectes au successeur, et  *
      *                 l'aiguillage est retrie sur l'entite (DFUSLS1J)*
      *                 pour que BFUSEL14 et BFUSEL10 recoivent les    *
      *                 comptes du successeur en un seul bloc.         *
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
      *__________|_________________________________________|___________*
      *                                                                *
      * Fichiers manipulés :                                           *
      *________________________________________________________________*
      *          |                                      |   |          *
      *  DBD/DD  |              DESCRIPTION             | A |  COPY    *
      *__________|______________________________________|___|__________*
      * DFUSLE1H | Mouvements de succession (DD         | E | CFUSSUCC *
      *          | facultative)                         |   |          *
      * DFUSLR11 | Registre des successions (KSDS)      | M | CFUSSUCC *
      * DFUSLS1H | Liste des successions, des lignees   | S |          *
      *          | et des rejets (132 col.)             |   |          *
      * DFUSLE1J | Aiguillage de la campagne (DD        | E | CFUSAI00 *
      *          | facultative)                         |   |          *
      * DFUSLS1J | Aiguillage reaffecte et trie sur     | S | CFUSAI00 *
      *          | l'entite (si DFUSLE1J fourni)        |   |          *
      *__________|______________________________________|___|__________*
      *                                                                *
      * Liste des ABENDS émis  par le programme :                      *
      *________________________________________________________________*
      *  ABEND   |              DESCRIPTION                            *
      *__________|_____________________________________________________*
      *   1000   | PB RECUPERATION DATE DU JOUR VIA MGDATR03           *
      *   1101   | PB OUVERTURE FICHIER DFUSLE1H                       *
      *   1102   | PB LECTURE   FICHIER DFUSLE1H                       *
      *   1103   | PB FERMETURE FICHIER DFUSLE1H                       *
      *   1111   | PB OUVERTURE FICHIER DFUSLS1H                       *
      *   1112   | PB ECRITURE  FICHIER DFUSLS1H                       *
      *   1113   | PB FERMETURE FICHIER DFUSLS1H                       *
      *   1121   | PB OUVERTURE REGISTRE DFUSLR11                      *
      *   1122   | PB LECTURE   REGISTRE DFUSLR11                      *
      *   1123   | PB ECRITURE  REGISTRE DFUSLR11                      *
      *   1124   | PB PARCOURS  REGISTRE DFUSLR11                      *
      *   1125   | PB FERMETURE REGISTRE DFUSLR11                      *
      *   1131   | PB OUVERTURE FICHIER DFUSLE1J                       *
      *   1132   | PB LECTURE   FICHIER DFUSLE1J                       *
      *   1133   | PB FERMETURE FICHIER DFUSLE1J                       *
      *   1135   | PB OUVERTURE FICHIER DFUSLS1J                       *
      *   1136   | PB ECRITURE  FICHIER DFUSLS1J                       *
      *   1137   | PB FERMETURE FICHIER DFUSLS1J                       *
      *   1138   | PB TRI INTERNE (SORT-RETURN NON NUL)                *
      *   1140   | SYSIN INVALIDE (ANNEE FISCALE)                      *
      *   1141   | PB APPEL MODULE MFUSTEND                            *
      *   1142   | DEPASSEMENT TABLE DES ENTITES DECLARANTES (20)      *
      *   1143   | DEPASSEMENT TABLE DES SUCCESSIONS (200)             *
      *__________|_____________________________________________________*
      *                                                                *
      * Historique des modifications :                                 *
      *________________________________________________________________*
      * AUTEUR !   DATE   !  GAMA  !        MODIFICATIONS              *
      *________!__________!________!___________________________________*
152690*  MCHA  !06/03/2017!20152690!CREATION : REGISTRE DES SUCCESSIONS*
152690*        !          !        !D'ENTITES DECLARANTES, MOUVEMENTS  *
152690*        !          !        !A QUATRE YEUX, LIGNEES DE GIIN ET  *
152690*        !          !        !REAFFECTATION DE L'AIGUILLAGE      *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *
      * Mouvements de succession (DD facultative)
      *
           SELECT OPTIONAL DFUSLE1H ASSIGN    TO DFUSLE1H
           FILE STATUS FS-E1H.

      *
      * Registre des successions d'entites declarantes (KSDS)
      *
           SELECT DFUSLR11 ASSIGN             TO DFUSLR11
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY R11-CLE
           FILE STATUS FS-R11.

      *
      * Liste des successions, des lignees et des rejets
      *
           SELECT DFUSLS1H ASSIGN             TO DFUSLS1H
           FILE STATUS FS-S1H.

      *
      * Aiguillage de la campagne (DD facultative)
      *
           SELECT OPTIONAL DFUSLE1J ASSIGN    TO DFUSLE1J
           FILE STATUS FS-E1J.

      *
      * Aiguillage reaffecte au successeur et trie sur l'entite
      *
           SELECT DFUSLS1J ASSIGN             TO DFUSLS1J
           FILE STATUS FS-S1J.

      *
      * Fichier de tri de l'aiguillage
      *
           SELECT TRI-AIGUILLAGE ASSIGN       TO SORTWK01.

       DATA DIVISION.
       FILE SECTION.

       FD  DFUSLE1H
           LABEL RECORD STANDARD
           RECORDING MODE F
           BLOCK CONTAINS 0 RECORDS.

       01  FD-DFUSLE1H              PIC  X(200).

       FD  DFUSLR11.
       01  ENR-DFUSLR11.
           05  R11-CLE              PIC  X(20).
           05  FILLER               PIC  X(180).

       FD  DFUSLS1H
           LABEL RECORD STANDARD
           RECORDING MODE F
           BLOCK CONTAINS 0 RECORDS.

       01  FD-DFUSLS1H              PIC  X(132).

       FD  DFUSLE1J
           LABEL RECORD STANDARD
           RECORDING MODE F
           BLOCK CONTAINS 0 RECORDS.

       01  FD-DFUSLE1J              PIC  X(500).

       FD  DFUSLS1J
           LABEL RECORD STANDARD
           RECORDING MODE F
           BLOCK CONTAINS 0 RECORDS.

       01  FD-DFUSLS1J              PIC  X(500).

       SD  TRI-AIGUILLAGE.
       01  ENR-TRI.
           05 TRI-I-IDENT-END       PIC  X(07).
           05 TRI-I-IDENT-CPT       PIC  X(17).
           05 TRI-I-IDENT-CLT       PIC  X(17).
           05 TRI-N-SEQ             PIC  9(09).
           05 TRI-ENR-AIG           PIC  X(500).

      ***************************************
      *      WORKING STORAGE SECTION        *
      ***************************************

       WORKING-STORAGE SECTION.

      *   Paramètre SYSIN : annee fiscale de la campagne (col. 1-4)
       01 SYSIN-80.
          05 SYSIN-A-FISCALE            PIC X(04) VALUE SPACES.
          05 SYSIN-FILLER               PIC X(76) VALUE SPACES.

      *   Mouvement recu (DFUSLE1H) et enregistrement du registre
        COPY CFUSSUCC REPLACING ==(P)== BY ==MVT==.
        COPY CFUSSUCC REPLACING ==(P)== BY ==SUC==.

      *   Enregistrement d'aiguillage (format DFUSLE11)
        COPY CFUSAI00 REPLACING ==(P)== BY ==AI1J==.

      *   Table des entites declarantes (GIIN -> identifiant),
      *   chargee par curseur MFUSTEND (meme mecanique que BFUSEL40)
       01 WS-Q-ENT-DECL                PIC 9(04) BINARY VALUE ZERO.
       01 WS-T-ENT-DECL OCCURS 20.
          05 WS-T-END-C-REF-GIIN       PIC X(20).
          05 WS-T-END-I-IDENT-END      PIC X(07).
          05 WS-T-END-L-RAISON-SOC     PIC X(60).
       01 WS-I-ENT-TRV                 PIC 9(04) BINARY VALUE ZERO.

      *   Image du registre en memoire (parcours des lignees et
      *   reaffectation de l'aiguillage), format CFUSSUCC
       01 WS-Q-SUCC                    PIC 9(04) BINARY VALUE ZERO.
       01 WS-T-SUCC.
          05 WS-T-SUC-LIG              OCCURS 200.
             10 WS-T-SUC-C-GIIN-PRED   PIC X(20).
             10 FILLER                 PIC X(01).
             10 WS-T-SUC-C-STATUT      PIC X(01).
             10 WS-T-SUC-C-PERIMETRE   PIC X(01).
             10 WS-T-SUC-I-END-PRED    PIC X(07).
             10 WS-T-SUC-L-RAISON-PRED PIC X(60).
             10 WS-T-SUC-C-GIIN-SUCC   PIC X(20).
             10 WS-T-SUC-I-END-SUCC    PIC X(07).
             10 WS-T-SUC-D-EFFET       PIC X(10).
             10 FILLER                 PIC X(73).
       01 WS-I-SUCC                    PIC 9(04) BINARY VALUE ZERO.
       01 WS-I-SUC-TRV                 PIC 9(04) BINARY VALUE ZERO.
       01 WS-I-SUC-CHAINE              PIC 9(04) BINARY VALUE ZERO.

      *   Parcours d'une chaine de successions (nombre de maillons
      *   borne pour arreter une chaine circulaire)
       01 WS-C-GIIN-CHAINE             PIC X(20) VALUE SPACES.
       01 WS-I-END-CHAINE              PIC X(07) VALUE SPACES.
       01 WS-Q-MAILLON                 PIC 9(04) BINARY VALUE ZERO.
       01 TOP-CYCLE                    PIC X(01) VALUE SPACE.
          88 SUCC-CIRCULAIRE                      VALUE 'O'.
       01 TOP-TETE-LIGNEE              PIC X(01) VALUE SPACE.
          88 TETE-LIGNEE                          VALUE 'O'.

      *   Controle d'une date AAAA-MM-JJ (CTRL-DATE)
       01 WS-D-CTRL                     PIC X(10) VALUE SPACES.
       01 TOP-DATE-VALIDE               PIC X(01) VALUE SPACE.
          88 DATE-VALIDE                          VALUE 'O'.

      *   Succession lue au registre pour le mouvement en cours
       01 WS-C-GIIN-LU                  PIC X(20) VALUE SPACES.
       01 TOP-SUCC-TROUVEE              PIC X(01) VALUE SPACE.
          88 SUCC-TROUVEE                         VALUE 'O'.

      *   Motif de rejet du mouvement en cours
       01 WS-L-REJET                    PIC X(40) VALUE SPACES.

      *   Date du jour AAAA-MM-JJ
       01 WS-D-JOUR                     PIC X(10) VALUE SPACES.

       01 I                             PIC 9(08) BINARY VALUE ZERO.

      ***  LES CODES RETOUR DES DIFFéRENTS FICHIERS
       01  FS-E1H                      PIC X(02) VALUE SPACES.
       01  FS-R11                      PIC X(02) VALUE SPACES.
       01  FS-S1H                      PIC X(02) VALUE SPACES.
       01  FS-E1J                      PIC X(02) VALUE SPACES.
       01  FS-S1J                      PIC X(02) VALUE SPACES.

      *   Compteurs
       01 WS-NB-LECT-E1H               PIC 9(9) VALUE ZEROES.
       01 WS-Q-MVT-INSCRIPTION         PIC 9(9) VALUE ZEROES.
       01 WS-Q-MVT-ANNULATION          PIC 9(9) VALUE ZEROES.
       01 WS-Q-MVT-MODIF               PIC 9(9) VALUE ZEROES.
       01 WS-Q-MVT-REJETE              PIC 9(9) VALUE ZEROES.
       01 WS-NB-LECT-R11               PIC 9(9) VALUE ZEROES.
       01 WS-Q-SUCC-VIGUEUR            PIC 9(9) VALUE ZEROES.
       01 WS-Q-SUCC-ANNULEE            PIC 9(9) VALUE ZEROES.
       01 WS-Q-LIGNEE                  PIC 9(9) VALUE ZEROES.
       01 WS-Q-LIGNEE-ALERTE           PIC 9(9) VALUE ZEROES.
       01 WS-NB-ECRT-S1H               PIC 9(9) VALUE ZEROES.
       01 WS-NB-LECT-E1J               PIC 9(9) VALUE ZEROES.
       01 WS-Q-AIG-REAFFECTE           PIC 9(9) VALUE ZEROES.
       01 WS-NB-ECRT-S1J               PIC 9(9) VALUE ZEROES.

      *   Booléens de fin de fichier
       01 TOP-FIN-E1H                  PIC X(1)  VALUE SPACE.
          88 FIN-E1H                             VALUE 'O'.
       01 TOP-FIN-R11                  PIC X(1)  VALUE SPACE.
          88 FIN-R11                             VALUE 'O'.
       01 TOP-FIN-E1J                  PIC X(1)  VALUE SPACE.
          88 FIN-E1J                             VALUE 'O'.

      *   Aiguillage DFUSLE1J fourni (ouvert), a reaffecter
       01 TOP-E1J-OUVERT               PIC X(1)  VALUE SPACE.
          88 E1J-OUVERT                          VALUE 'O'.
       01 TOP-FIN-TRI                  PIC X(1)  VALUE SPACE.
          88 FIN-TRI                             VALUE 'O'.

      *   Variable numérique de code ABEND
       01 WS-CODE-ABEND                PIC 9(4) VALUE ZERO.

      *   Indice pour lignes à afficher par MCCDBILA
       01 WS-DISP                      PIC 9(2) VALUE ZEROES.

      *   Date de traitement (date et heure)
       01 WS-D-H-TRT                   PIC X(26) VALUE SPACES.

      *******************************
      *                             *
      *  Lignes de l'edition S1H    *
      *                             *
      *******************************

       01 WS-EDIT-TITRE.
          05 FILLER                    PIC X(42) VALUE
             'SUCCESSION DES ENTITES DECLARANTES - ANNEE'.
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-EDT-A-FISCALE-TIT      PIC X(04).
          05 FILLER                    PIC X(12) VALUE '  EDITEE LE '.
          05 WS-EDT-D-EDITION          PIC X(10).
          05 FILLER                    PIC X(63) VALUE SPACES.

       01 WS-EDIT-SECTION.
          05 FILLER                    PIC X(04) VALUE '*** '.
          05 WS-EDT-L-SECTION          PIC X(40).
          05 FILLER                    PIC X(88) VALUE SPACES.

       01 WS-EDIT-ENTETE-REJET.
          05 FILLER                    PIC X(03) VALUE ' A'.
          05 FILLER                    PIC X(21) VALUE
             'GIIN PREDECESSEUR'.
          05 FILLER                    PIC X(21) VALUE
             'GIIN SUCCESSEUR'.
          05 FILLER                    PIC X(11) VALUE 'EFFET'.
          05 FILLER                    PIC X(09) VALUE 'DEMAND.'.
          05 FILLER                    PIC X(09) VALUE 'APPROB.'.
          05 FILLER                    PIC X(40) VALUE
             'MOTIF DU REJET'.
          05 FILLER                    PIC X(18) VALUE SPACES.

       01 WS-EDIT-REJET.
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-EDT-REJ-C-ACTION       PIC X(01).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-EDT-REJ-GIIN-PRED      PIC X(20).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-EDT-REJ-GIIN-SUCC      PIC X(20).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-EDT-REJ-D-EFFET        PIC X(10).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-EDT-REJ-N-DEMANDEUR    PIC X(08).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-EDT-REJ-N-APPROBATEUR  PIC X(08).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-EDT-REJ-L-REJET        PIC X(40).
          05 FILLER                    PIC X(18) VALUE SPACES.

       01 WS-EDIT-ENTETE-SUCC.
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 FILLER                    PIC X(21) VALUE
             'GIIN PREDECESSEUR'.
          05 FILLER                    PIC X(08) VALUE 'IDENT.'.
          05 FILLER                    PIC X(21) VALUE
             'GIIN SUCCESSEUR'.
          05 FILLER                    PIC X(08) VALUE 'IDENT.'.
          05 FILLER                    PIC X(11) VALUE 'EFFET'.
          05 FILLER                    PIC X(02) VALUE 'P'.
          05 FILLER                    PIC X(10) VALUE 'STATUT'.
          05 FILLER                    PIC X(09) VALUE 'DEMAND.'.
          05 FILLER                    PIC X(09) VALUE 'APPROB.'.
          05 FILLER                    PIC X(32) VALUE
             'RAISON SOCIALE DU PREDECESSEUR'.

       01 WS-EDIT-SUCC.
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-EDT-C-GIIN-PRED        PIC X(20).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-EDT-I-END-PRED         PIC X(07).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-EDT-C-GIIN-SUCC        PIC X(20).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-EDT-I-END-SUCC         PIC X(07).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-EDT-D-EFFET            PIC X(10).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-EDT-C-PERIMETRE        PIC X(01).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-EDT-L-STATUT           PIC X(09).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-EDT-N-DEMANDEUR        PIC X(08).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-EDT-N-APPROBATEUR      PIC X(08).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-EDT-L-RAISON-PRED      PIC X(31).
          05 FILLER                    PIC X(01) VALUE SPACE.

      *   Lignee : une ligne de tete (GIIN d'origine) puis une ligne
      *   par maillon de la chaine jusqu'au successeur final
       01 WS-EDIT-LIGNEE.
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-EDT-LIG-L-MAILLON      PIC X(08).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-EDT-LIG-C-GIIN         PIC X(20).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-EDT-LIG-I-END          PIC X(07).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-EDT-LIG-L-EFFET        PIC X(06).
          05 WS-EDT-LIG-D-EFFET        PIC X(10).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-EDT-LIG-C-PERIMETRE    PIC X(01).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-EDT-LIG-L-RAISON       PIC X(40).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-EDT-LIG-L-ALERTE       PIC X(33).

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
                           'DEBUT D''EXECUTION DU PROGRAMME BFUSEL11'.
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
        COPY CWNAAFCT REPLACING 'PROGRAMM' BY =='BFUSEL11'==.
        COPY CWNAABAT.
        COPY CZNAAACP.

      * COPY du module MCCDBILA
        COPY CCCDBILA REPLACING ==(PREF)== BY ==BILA==.

      * COPY du module MCCDINAB
        COPY CCCDINAB REPLACING ==(PREF)== BY ==INAB==.

      * COPY du module MGDATR03
        COPY CZGDA03.

      * COPY de l'accesseur MFUSTEND
        COPY CFUSTEND REPLACING ==(PREF)== BY ==TEND==.

      *****************************************************************
      *            P R O C E D U R E   D I V I S I O N                *
      *****************************************************************

       PROCEDURE DIVISION.

      *    Initialisation du traitement
           PERFORM INIT-TRAIT

      *    Chargement des entites declarantes (curseur MFUSTEND)
           PERFORM CHRG-TAB-ENT-DECL

      *    Application des mouvements de succession au registre
           MOVE 'MOUVEMENTS REJETES'   TO WS-EDT-L-SECTION
           MOVE WS-EDIT-SECTION        TO FD-DFUSLS1H
           PERFORM ECRT-FICH-S1H
           MOVE WS-EDIT-ENTETE-REJET   TO FD-DFUSLS1H
           PERFORM ECRT-FICH-S1H
           PERFORM UNTIL FIN-E1H
              PERFORM LECT-FICH-E1H
              IF NOT FIN-E1H
                 PERFORM TRAIT-MOUVEMENT
              END-IF
           END-PERFORM

      *    Liste du registre
           MOVE SPACES                 TO FD-DFUSLS1H
           PERFORM ECRT-FICH-S1H
           MOVE 'REGISTRE DES SUCCESSIONS' TO WS-EDT-L-SECTION
           MOVE WS-EDIT-SECTION        TO FD-DFUSLS1H
           PERFORM ECRT-FICH-S1H
           MOVE WS-EDIT-ENTETE-SUCC    TO FD-DFUSLS1H
           PERFORM ECRT-FICH-S1H
           PERFORM PARCOURS-REGISTRE

      *    Lignees de GIIN et alerte des successeurs finaux inconnus
           MOVE SPACES                 TO FD-DFUSLS1H
           PERFORM ECRT-FICH-S1H
           MOVE 'LIGNEES DE GIIN'      TO WS-EDT-L-SECTION
           MOVE WS-EDIT-SECTION        TO FD-DFUSLS1H
           PERFORM ECRT-FICH-S1H
           PERFORM VARYING WS-I-SUCC FROM 1 BY 1
           UNTIL WS-I-SUCC > WS-Q-SUCC
              PERFORM EDIT-LIGNEE
           END-PERFORM

      *    Reaffectation de l'aiguillage de la campagne
           IF E1J-OUVERT
              SORT TRI-AIGUILLAGE
                   ON ASCENDING KEY TRI-I-IDENT-END
                                    TRI-I-IDENT-CPT
                                    TRI-I-IDENT-CLT
                                    TRI-N-SEQ
                   INPUT  PROCEDURE VERSE-AIGUILLAGE
                   OUTPUT PROCEDURE ECRT-AIGUILLAGE-TRIE
              IF SORT-RETURN NOT = ZERO
                 MOVE 1138             TO WS-CODE-ABEND
                 PERFORM TRAIT-ABEND
              END-IF
           END-IF

      *    Finalisation du traitement
           PERFORM FIN-TRAIT
           .

      *--------------*
       INIT-TRAIT.
      *--------------*

           PERFORM RECUP-DATE-HEURE-DEB
           MOVE WS-D-H-TRT(1:10)       TO WS-D-JOUR

      *    Lecture du paramètre SYSIN (année fiscale)
           ACCEPT SYSIN-80
           IF SYSIN-A-FISCALE IS NOT NUMERIC
              MOVE 1140               TO WS-CODE-ABEND
              PERFORM TRAIT-ABEND
           END-IF

           PERFORM AFFICH-BILAN-DEB

           PERFORM OUVR-FICH-E1H
           PERFORM OUVR-FICH-R11
           PERFORM OUVR-FICH-S1H
           PERFORM OUVR-FICH-E1J

      *    DD DFUSLE1H ABSENTE (STATUT '05') : AUCUN MOUVEMENT
           IF FS-E1H = '05'
              SET FIN-E1H              TO TRUE
           END-IF

      *    Entete de la liste
           MOVE SYSIN-A-FISCALE        TO WS-EDT-A-FISCALE-TIT
           MOVE WS-D-JOUR              TO WS-EDT-D-EDITION
           MOVE WS-EDIT-TITRE          TO FD-DFUSLS1H
           PERFORM ECRT-FICH-S1H
           MOVE WS-EDIT-TRAIT          TO FD-DFUSLS1H
           PERFORM ECRT-FICH-S1H
           .

      *-----------------*
       CHRG-TAB-ENT-DECL.
      *-----------------*

      *    Chargement des entites declarantes par curseur MFUSTEND
      *    (GIIN -> identifiant d'entite et raison sociale)

      *    OUVERTURE CURSEUR
           MOVE 'OP'                    TO ACCE-TYPE-REQUETE
           MOVE '01'                    TO ACCE-NOM-FONCTION
           PERFORM SQ-ACCES-TEND
           EVALUATE TRUE
              WHEN TROUVE
                 CONTINUE
              WHEN OTHER
                 MOVE 1141              TO WS-CODE-ABEND
                 PERFORM TRAIT-ABEND
           END-EVALUATE

      *    LECTURE CURSEUR
           MOVE 'FE'                    TO ACCE-TYPE-REQUETE
           MOVE '01'                    TO ACCE-NOM-FONCTION
           PERFORM SQ-ACCES-TEND

           PERFORM UNTIL NON-TROUVE

              EVALUATE TRUE
                 WHEN TROUVE
                    ADD 1               TO WS-Q-ENT-DECL
                    IF WS-Q-ENT-DECL > 20
      *                DEPASSEMENT TABLE DES ENTITES DECLARANTES
                       MOVE 1142        TO WS-CODE-ABEND
                       PERFORM TRAIT-ABEND
                    END-IF
                    MOVE TEND-C-REF-GIIN
                            TO WS-T-END-C-REF-GIIN (WS-Q-ENT-DECL)
                    MOVE TEND-I-IDENT-END
                            TO WS-T-END-I-IDENT-END(WS-Q-ENT-DECL)
                    MOVE TEND-L-RAISON-SOCIALE
                            TO WS-T-END-L-RAISON-SOC(WS-Q-ENT-DECL)
                 WHEN OTHER
                    MOVE 1141           TO WS-CODE-ABEND
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

      *--------------*
       RECH-ENT-DECL.
      *--------------*

      *    Recherche d'une entite declarante par GIIN
      *    (WS-C-GIIN-CHAINE en entree, WS-I-ENT-TRV a zero si absente)
           MOVE ZERO                    TO WS-I-ENT-TRV
           PERFORM VARYING I FROM 1 BY 1
           UNTIL I > WS-Q-ENT-DECL
              IF WS-C-GIIN-CHAINE = WS-T-END-C-REF-GIIN(I)
                 MOVE I                 TO WS-I-ENT-TRV
              END-IF
           END-PERFORM
           .

      *-----------*
       CTRL-DATE.
      *-----------*

      *    Date AAAA-MM-JJ : annee, mois et jour numeriques, mois de
      *    01 a 12, jour de 01 a 31
           MOVE SPACE                  TO TOP-DATE-VALIDE
           IF  WS-D-CTRL(1:4) IS NUMERIC
           AND WS-D-CTRL(5:1) = '-'
           AND WS-D-CTRL(6:2) IS NUMERIC
           AND WS-D-CTRL(8:1) = '-'
           AND WS-D-CTRL(9:2) IS NUMERIC
              IF  WS-D-CTRL(6:2) >= '01' AND WS-D-CTRL(6:2) <= '12'
              AND WS-D-CTRL(9:2) >= '01' AND WS-D-CTRL(9:2) <= '31'
                 SET DATE-VALIDE       TO TRUE
              END-IF
           END-IF
           .

      *-----------------*
       TRAIT-MOUVEMENT.
      *-----------------*

      *    Controles communs puis application selon le code action ;
      *    tout mouvement incoherent est rejete et edite
           MOVE SPACES                 TO WS-L-REJET
           EVALUATE TRUE
              WHEN MVT-C-REF-GIIN-PRED = SPACES
                 MOVE 'GIIN DU PREDECESSEUR ABSENT'
                                       TO WS-L-REJET
              WHEN MVT-N-DEMANDEUR = SPACES
              WHEN MVT-N-APPROBATEUR = SPACES
                 MOVE 'DEMANDEUR OU APPROBATEUR ABSENT'
                                       TO WS-L-REJET
              WHEN MVT-N-DEMANDEUR = MVT-N-APPROBATEUR
      *          CONTROLE A QUATRE YEUX
                 MOVE 'APPROBATEUR IDENTIQUE AU DEMANDEUR'
                                       TO WS-L-REJET
              WHEN MVT-ACTION-INSCRIPTION
                 PERFORM MVT-INSCRIPTION
              WHEN MVT-ACTION-ANNULATION
                 PERFORM MVT-ANNULATION
              WHEN MVT-ACTION-MODIF
                 PERFORM MVT-MODIF
              WHEN OTHER
                 MOVE 'CODE ACTION INCONNU'
                                       TO WS-L-REJET
           END-EVALUATE

           IF WS-L-REJET NOT = SPACES
              ADD 1                    TO WS-Q-MVT-REJETE
              PERFORM EDIT-REJET
           END-IF
           .

      *-----------------*
       MVT-INSCRIPTION.
      *-----------------*

      *    Inscription d'une succession, ou reinscription d'une
      *    succession precedemment annulee (qui est alors remplacee)
           EVALUATE TRUE
              WHEN MVT-C-REF-GIIN-SUCC = SPACES
              WHEN MVT-I-IDENT-END-PRED = SPACES
              WHEN MVT-I-IDENT-END-SUCC = SPACES
                 MOVE 'PREDECESSEUR OU SUCCESSEUR INCOMPLET'
                                       TO WS-L-REJET
              WHEN MVT-C-REF-GIIN-SUCC = MVT-C-REF-GIIN-PRED
              WHEN MVT-I-IDENT-END-SUCC = MVT-I-IDENT-END-PRED
                 MOVE 'SUCCESSEUR IDENTIQUE AU PREDECESSEUR'
                                       TO WS-L-REJET
              WHEN NOT MVT-PERIM-TRANSFERT
               AND NOT MVT-PERIM-LIGNEE
                 MOVE 'PERIMETRE INVALIDE (T OU L)'
                                       TO WS-L-REJET
              WHEN OTHER
                 MOVE MVT-D-EFFET      TO WS-D-CTRL
                 PERFORM CTRL-DATE
                 IF NOT DATE-VALIDE
                    MOVE 'DATE D''EFFET INVALIDE'
                                       TO WS-L-REJET
                 END-IF
           END-EVALUATE

      *    Predecesseur encore present dans TBENDFUS : identifiant
      *    coherent avec le GIIN, raison sociale reprise par defaut
           IF WS-L-REJET = SPACES
              MOVE MVT-C-REF-GIIN-PRED TO WS-C-GIIN-CHAINE
              PERFORM RECH-ENT-DECL
              IF WS-I-ENT-TRV > ZERO
                 IF WS-T-END-I-IDENT-END(WS-I-ENT-TRV)
                    NOT = MVT-I-IDENT-END-PRED
                    MOVE 'IDENTIFIANT PREDECESSEUR INCOHERENT'
                                       TO WS-L-REJET
                 ELSE
                    IF MVT-L-RAISON-SOC-PRED = SPACES
                       MOVE WS-T-END-L-RAISON-SOC(WS-I-ENT-TRV)
                                       TO MVT-L-RAISON-SOC-PRED
                    END-IF
                 END-IF
              END-IF
           END-IF
           IF  WS-L-REJET = SPACES
           AND MVT-L-RAISON-SOC-PRED = SPACES
              MOVE 'RAISON SOCIALE DU PREDECESSEUR ABSENTE'
                                       TO WS-L-REJET
           END-IF

      *    Successeur connu de TBENDFUS avec le meme identifiant, ou
      *    lui-meme predecesseur inscrit d'une succession ulterieure
           IF WS-L-REJET = SPACES
              MOVE MVT-C-REF-GIIN-SUCC TO WS-C-GIIN-CHAINE
              PERFORM RECH-ENT-DECL
              IF WS-I-ENT-TRV > ZERO
                 IF WS-T-END-I-IDENT-END(WS-I-ENT-TRV)
                    NOT = MVT-I-IDENT-END-SUCC
                    MOVE 'IDENTIFIANT SUCCESSEUR INCOHERENT'
                                       TO WS-L-REJET
                 END-IF
              ELSE
                 MOVE MVT-C-REF-GIIN-SUCC TO WS-C-GIIN-LU
                 PERFORM LECT-REGISTRE
                 IF NOT SUCC-TROUVEE OR NOT SUC-SUCC-EN-VIGUEUR
                    MOVE 'SUCCESSEUR INCONNU DE TBENDFUS'
                                       TO WS-L-REJET
                 END-IF
              END-IF
           END-IF

           IF WS-L-REJET = SPACES
              PERFORM CTRL-CYCLE
              IF SUCC-CIRCULAIRE
                 MOVE 'SUCCESSION CIRCULAIRE'
                                       TO WS-L-REJET
              END-IF
           END-IF

           IF WS-L-REJET = SPACES
              MOVE MVT-C-REF-GIIN-PRED TO WS-C-GIIN-LU
              PERFORM LECT-REGISTRE
              IF SUCC-TROUVEE AND SUC-SUCC-EN-VIGUEUR
                 MOVE 'SUCCESSION DEJA INSCRITE'
                                       TO WS-L-REJET
              ELSE
                 MOVE MVT-ENR-SUCCESSION TO SUC-ENR-SUCCESSION
                 MOVE SPACE            TO SUC-C-ACTION
                 SET SUC-SUCC-EN-VIGUEUR TO TRUE
                 MOVE WS-D-JOUR        TO SUC-D-ENREG
                                          SUC-D-MAJ
                 IF SUCC-TROUVEE
                    PERFORM REECR-REGISTRE
                 ELSE
                    PERFORM ECRT-REGISTRE
                 END-IF
                 ADD 1                 TO WS-Q-MVT-INSCRIPTION
              END-IF
           END-IF
           .

      *------------*
       CTRL-CYCLE.
      *------------*

      *    La chaine des successions en vigueur issue du successeur
      *    ne doit pas ramener au predecesseur (chaine bornee a 20
      *    maillons, au-dela elle est tenue pour circulaire)
           MOVE SPACE                  TO TOP-CYCLE
           MOVE MVT-C-REF-GIIN-SUCC    TO WS-C-GIIN-LU
           MOVE ZERO                   TO WS-Q-MAILLON
           MOVE 'O'                    TO TOP-SUCC-TROUVEE
           PERFORM UNTIL NOT SUCC-TROUVEE OR SUCC-CIRCULAIRE
              PERFORM LECT-REGISTRE
              IF SUCC-TROUVEE
                 IF SUC-SUCC-EN-VIGUEUR
                    ADD 1              TO WS-Q-MAILLON
                    IF SUC-C-REF-GIIN-SUCC = MVT-C-REF-GIIN-PRED
                    OR WS-Q-MAILLON > 20
                       SET SUCC-CIRCULAIRE TO TRUE
                    ELSE
                       MOVE SUC-C-REF-GIIN-SUCC TO WS-C-GIIN-LU
                    END-IF
                 ELSE
                    MOVE SPACE         TO TOP-SUCC-TROUVEE
                 END-IF
              END-IF
           END-PERFORM
           .

      *----------------*
       MVT-ANNULATION.
      *----------------*

      *    Annulation d'une succession en vigueur (conservee au
      *    registre au statut annule)
           MOVE MVT-C-REF-GIIN-PRED    TO WS-C-GIIN-LU
           PERFORM LECT-REGISTRE
           EVALUATE TRUE
              WHEN NOT SUCC-TROUVEE
                 MOVE 'AUCUNE SUCCESSION A ANNULER'
                                       TO WS-L-REJET
              WHEN NOT SUC-SUCC-EN-VIGUEUR
                 MOVE 'SUCCESSION DEJA ANNULEE'
                                       TO WS-L-REJET
              WHEN OTHER
                 SET SUC-SUCC-ANNULEE  TO TRUE
                 MOVE MVT-N-DEMANDEUR  TO SUC-N-DEMANDEUR
                 MOVE MVT-N-APPROBATEUR TO SUC-N-APPROBATEUR
                 MOVE WS-D-JOUR        TO SUC-D-MAJ
                 PERFORM REECR-REGISTRE
                 ADD 1                 TO WS-Q-MVT-ANNULATION
           END-EVALUATE
           .

      *-----------*
       MVT-MODIF.
      *-----------*

      *    Modification de la date d'effet, du perimetre ou de la
      *    raison sociale d'une succession en vigueur (zones blanches
      *    du mouvement inchangees)
           IF MVT-D-EFFET NOT = SPACES
              MOVE MVT-D-EFFET         TO WS-D-CTRL
              PERFORM CTRL-DATE
              IF NOT DATE-VALIDE
                 MOVE 'DATE D''EFFET INVALIDE'
                                       TO WS-L-REJET
              END-IF
           END-IF
           IF  WS-L-REJET = SPACES
           AND MVT-C-PERIMETRE NOT = SPACE
           AND NOT MVT-PERIM-TRANSFERT
           AND NOT MVT-PERIM-LIGNEE
              MOVE 'PERIMETRE INVALIDE (T OU L)'
                                       TO WS-L-REJET
           END-IF

           IF WS-L-REJET = SPACES
              MOVE MVT-C-REF-GIIN-PRED TO WS-C-GIIN-LU
              PERFORM LECT-REGISTRE
              EVALUATE TRUE
                 WHEN NOT SUCC-TROUVEE
                    MOVE 'AUCUNE SUCCESSION A MODIFIER'
                                       TO WS-L-REJET
                 WHEN NOT SUC-SUCC-EN-VIGUEUR
                    MOVE 'SUCCESSION ANNULEE'
                                       TO WS-L-REJET
                 WHEN OTHER
                    IF MVT-D-EFFET NOT = SPACES
                       MOVE MVT-D-EFFET TO SUC-D-EFFET
                    END-IF
                    IF MVT-C-PERIMETRE NOT = SPACE
                       MOVE MVT-C-PERIMETRE TO SUC-C-PERIMETRE
                    END-IF
                    IF MVT-L-RAISON-SOC-PRED NOT = SPACES
                       MOVE MVT-L-RAISON-SOC-PRED
                                       TO SUC-L-RAISON-SOC-PRED
                    END-IF
                    MOVE MVT-N-DEMANDEUR TO SUC-N-DEMANDEUR
                    MOVE MVT-N-APPROBATEUR TO SUC-N-APPROBATEUR
                    MOVE WS-D-JOUR     TO SUC-D-MAJ
                    PERFORM REECR-REGISTRE
                    ADD 1              TO WS-Q-MVT-MODIF
              END-EVALUATE
           END-IF
           .

      *------------*
       EDIT-REJET.
      *------------*

           MOVE MVT-C-ACTION           TO WS-EDT-REJ-C-ACTION
           MOVE MVT-C-REF-GIIN-PRED    TO WS-EDT-REJ-GIIN-PRED
           MOVE MVT-C-REF-GIIN-SUCC    TO WS-EDT-REJ-GIIN-SUCC
           MOVE MVT-D-EFFET            TO WS-EDT-REJ-D-EFFET
           MOVE MVT-N-DEMANDEUR        TO WS-EDT-REJ-N-DEMANDEUR
           MOVE MVT-N-APPROBATEUR      TO WS-EDT-REJ-N-APPROBATEUR
           MOVE WS-L-REJET             TO WS-EDT-REJ-L-REJET
           MOVE WS-EDIT-REJET          TO FD-DFUSLS1H
           PERFORM ECRT-FICH-S1H
           .

      *-------------------*
       PARCOURS-REGISTRE.
      *-------------------*

      *    Parcours sequentiel complet du registre : edition et
      *    chargement de l'image en memoire
           MOVE LOW-VALUE              TO R11-CLE
           START DFUSLR11 KEY NOT < R11-CLE
           END-START
           EVALUATE FS-R11
              WHEN '00'
                 CONTINUE
              WHEN '23'
                 SET FIN-R11           TO TRUE
              WHEN OTHER
                 MOVE 1124             TO WS-CODE-ABEND
                 PERFORM TRAIT-ABEND
           END-EVALUATE

           PERFORM UNTIL FIN-R11
              READ DFUSLR11 NEXT INTO SUC-ENR-SUCCESSION
              END-READ
              EVALUATE FS-R11
                 WHEN '00'
                    ADD 1              TO WS-NB-LECT-R11
                    ADD 1              TO WS-Q-SUCC
                    IF WS-Q-SUCC > 200
      *                DEPASSEMENT TABLE DES SUCCESSIONS
                       MOVE 1143       TO WS-CODE-ABEND
                       PERFORM TRAIT-ABEND
                    END-IF
                    MOVE SUC-ENR-SUCCESSION
                                       TO WS-T-SUC-LIG(WS-Q-SUCC)
                    PERFORM EDIT-SUCCESSION
                 WHEN '10'
                    SET FIN-R11        TO TRUE
                 WHEN OTHER
                    MOVE 1124          TO WS-CODE-ABEND
                    PERFORM TRAIT-ABEND
              END-EVALUATE
           END-PERFORM
           .

      *-----------------*
       EDIT-SUCCESSION.
      *-----------------*

           IF SUC-SUCC-EN-VIGUEUR
              ADD 1                    TO WS-Q-SUCC-VIGUEUR
              MOVE 'EN VIGUEUR'        TO WS-EDT-L-STATUT
           ELSE
              ADD 1                    TO WS-Q-SUCC-ANNULEE
              MOVE 'ANNULEE'           TO WS-EDT-L-STATUT
           END-IF

           MOVE SUC-C-REF-GIIN-PRED    TO WS-EDT-C-GIIN-PRED
           MOVE SUC-I-IDENT-END-PRED   TO WS-EDT-I-END-PRED
           MOVE SUC-C-REF-GIIN-SUCC    TO WS-EDT-C-GIIN-SUCC
           MOVE SUC-I-IDENT-END-SUCC   TO WS-EDT-I-END-SUCC
           MOVE SUC-D-EFFET            TO WS-EDT-D-EFFET
           MOVE SUC-C-PERIMETRE        TO WS-EDT-C-PERIMETRE
           MOVE SUC-N-DEMANDEUR        TO WS-EDT-N-DEMANDEUR
           MOVE SUC-N-APPROBATEUR      TO WS-EDT-N-APPROBATEUR
           MOVE SUC-L-RAISON-SOC-PRED  TO WS-EDT-L-RAISON-PRED
           MOVE WS-EDIT-SUCC           TO FD-DFUSLS1H
           PERFORM ECRT-FICH-S1H
           .

      *-------------*
       EDIT-LIGNEE.
      *-------------*

      *    Une lignee part d'un predecesseur en vigueur qui n'est
      *    lui-meme le successeur d'aucune succession en vigueur ;
      *    chaque maillon est edite jusqu'au successeur final, qui
      *    doit etre connu de TBENDFUS
           IF WS-T-SUC-C-STATUT(WS-I-SUCC) = 'V'
              MOVE 'O'                 TO TOP-TETE-LIGNEE
              PERFORM VARYING WS-I-SUC-TRV FROM 1 BY 1
              UNTIL WS-I-SUC-TRV > WS-Q-SUCC
                 IF  WS-T-SUC-C-STATUT(WS-I-SUC-TRV) = 'V'
                 AND WS-T-SUC-C-GIIN-SUCC(WS-I-SUC-TRV)
                   = WS-T-SUC-C-GIIN-PRED(WS-I-SUCC)
                    MOVE SPACE         TO TOP-TETE-LIGNEE
                 END-IF
              END-PERFORM
           ELSE
              MOVE SPACE               TO TOP-TETE-LIGNEE
           END-IF

           IF TETE-LIGNEE
              ADD 1                    TO WS-Q-LIGNEE
              MOVE SPACES              TO WS-EDIT-LIGNEE
              MOVE 'LIGNEE'            TO WS-EDT-LIG-L-MAILLON
              MOVE WS-T-SUC-C-GIIN-PRED(WS-I-SUCC)
                                       TO WS-EDT-LIG-C-GIIN
              MOVE WS-T-SUC-I-END-PRED(WS-I-SUCC)
                                       TO WS-EDT-LIG-I-END
              MOVE WS-T-SUC-L-RAISON-PRED(WS-I-SUCC)
                                       TO WS-EDT-LIG-L-RAISON
              MOVE WS-EDIT-LIGNEE      TO FD-DFUSLS1H
              PERFORM ECRT-FICH-S1H

              MOVE WS-I-SUCC           TO WS-I-SUC-CHAINE
              MOVE ZERO                TO WS-Q-MAILLON
              PERFORM UNTIL WS-I-SUC-CHAINE = ZERO
                 PERFORM EDIT-MAILLON
              END-PERFORM
           END-IF
           .

      *--------------*
       EDIT-MAILLON.
      *--------------*

      *    Maillon WS-I-SUC-CHAINE : successeur, date d'effet et
      *    perimetre ; recherche de la succession suivante
           ADD 1                       TO WS-Q-MAILLON
           MOVE SPACES                 TO WS-EDIT-LIGNEE
           MOVE '  ->'                 TO WS-EDT-LIG-L-MAILLON
           MOVE WS-T-SUC-C-GIIN-SUCC(WS-I-SUC-CHAINE)
                                       TO WS-EDT-LIG-C-GIIN
                                          WS-C-GIIN-CHAINE
           MOVE WS-T-SUC-I-END-SUCC(WS-I-SUC-CHAINE)
                                       TO WS-EDT-LIG-I-END
           MOVE 'EFFET '               TO WS-EDT-LIG-L-EFFET
           MOVE WS-T-SUC-D-EFFET(WS-I-SUC-CHAINE)
                                       TO WS-EDT-LIG-D-EFFET
           MOVE WS-T-SUC-C-PERIMETRE(WS-I-SUC-CHAINE)
                                       TO WS-EDT-LIG-C-PERIMETRE

           MOVE ZERO                   TO WS-I-SUC-TRV
           IF WS-Q-MAILLON NOT > 20
              PERFORM VARYING I FROM 1 BY 1
              UNTIL I > WS-Q-SUCC
                 IF  WS-T-SUC-C-STATUT(I) = 'V'
                 AND WS-T-SUC-C-GIIN-PRED(I) = WS-C-GIIN-CHAINE
                    MOVE I             TO WS-I-SUC-TRV
                 END-IF
              END-PERFORM
           END-IF

      *    Successeur final : raison sociale TBENDFUS ou alerte
           IF WS-I-SUC-TRV = ZERO
              PERFORM RECH-ENT-DECL
              IF WS-I-ENT-TRV > ZERO
                 MOVE WS-T-END-L-RAISON-SOC(WS-I-ENT-TRV)
                                       TO WS-EDT-LIG-L-RAISON
              ELSE
                 MOVE 'SUCCESSEUR FINAL ABSENT DE TBENDFUS'
                                       TO WS-EDT-LIG-L-ALERTE
                 ADD 1                 TO WS-Q-LIGNEE-ALERTE
              END-IF
           END-IF

           MOVE WS-EDIT-LIGNEE         TO FD-DFUSLS1H
           PERFORM ECRT-FICH-S1H
           MOVE WS-I-SUC-TRV           TO WS-I-SUC-CHAINE
           .

      *------------------*
       VERSE-AIGUILLAGE.
      *------------------*

      *    Procedure d'entree du tri : chaque enregistrement
      *    d'aiguillage est verse sous l'identifiant d'entite qui le
      *    declare pour l'annee fiscale de la SYSIN, le numero de
      *    sequence conservant l'ordre d'origine a cle egale
           PERFORM UNTIL FIN-E1J
              PERFORM LECT-FICH-E1J
              IF NOT FIN-E1J
                 MOVE AI1J-I-IDENT-END TO WS-I-END-CHAINE
                 PERFORM RECH-END-DECLARANTE
                 IF WS-I-END-CHAINE NOT = AI1J-I-IDENT-END
                    MOVE WS-I-END-CHAINE TO AI1J-I-IDENT-END
                    ADD 1              TO WS-Q-AIG-REAFFECTE
                 END-IF
                 MOVE AI1J-I-IDENT-END TO TRI-I-IDENT-END
                 MOVE AI1J-I-IDENT-CPT TO TRI-I-IDENT-CPT
                 MOVE AI1J-I-IDENT-CLT TO TRI-I-IDENT-CLT
                 MOVE WS-NB-LECT-E1J   TO TRI-N-SEQ
                 MOVE AI1J-CFUSAI00    TO TRI-ENR-AIG
                 RELEASE ENR-TRI
              END-IF
           END-PERFORM
           .

      *---------------------*
       RECH-END-DECLARANTE.
      *---------------------*

      *    Entite declarante de WS-I-END-CHAINE pour l'annee fiscale :
      *    tant qu'une succession en vigueur en transfert total prend
      *    effet au plus tard dans l'annee, l'identifiant passe au
      *    successeur (chaine bornee a 20 maillons)
           MOVE ZERO                   TO WS-Q-MAILLON
           MOVE 1                      TO WS-I-SUC-TRV
           PERFORM UNTIL WS-I-SUC-TRV = ZERO
              MOVE ZERO                TO WS-I-SUC-TRV
              PERFORM VARYING I FROM 1 BY 1
              UNTIL I > WS-Q-SUCC
                 IF  WS-T-SUC-C-STATUT(I) = 'V'
                 AND WS-T-SUC-C-PERIMETRE(I) = 'T'
                 AND WS-T-SUC-I-END-PRED(I) = WS-I-END-CHAINE
                 AND WS-T-SUC-D-EFFET(I)(1:4) NOT > SYSIN-A-FISCALE
                    MOVE I             TO WS-I-SUC-TRV
                 END-IF
              END-PERFORM
              ADD 1                    TO WS-Q-MAILLON
              IF WS-I-SUC-TRV > ZERO AND WS-Q-MAILLON NOT > 20
                 MOVE WS-T-SUC-I-END-SUCC(WS-I-SUC-TRV)
                                       TO WS-I-END-CHAINE
              ELSE
                 MOVE ZERO             TO WS-I-SUC-TRV
              END-IF
           END-PERFORM
           .

      *----------------------*
       ECRT-AIGUILLAGE-TRIE.
      *----------------------*

      *    Procedure de sortie du tri : aiguillage trie sur l'entite
           PERFORM OUVR-FICH-S1J
           PERFORM RETOUR-TRI
           PERFORM UNTIL FIN-TRI
              MOVE TRI-ENR-AIG         TO FD-DFUSLS1J
              PERFORM ECRT-FICH-S1J
              PERFORM RETOUR-TRI
           END-PERFORM
           PERFORM FERM-FICH-S1J
           .

      *-----------*
       RETOUR-TRI.
      *-----------*

           RETURN TRI-AIGUILLAGE
              AT END
                 SET FIN-TRI          TO TRUE
           END-RETURN
           .

      *--------------*
       FIN-TRAIT.
      *--------------*

      *    Totaux de la liste
           MOVE SPACES                 TO FD-DFUSLS1H
           PERFORM ECRT-FICH-S1H
           MOVE WS-EDIT-TRAIT          TO FD-DFUSLS1H
           PERFORM ECRT-FICH-S1H
           MOVE 'MOUVEMENTS REJETES'   TO WS-EDT-L-TOTAL
           MOVE WS-Q-MVT-REJETE        TO WS-EDT-Q-TOTAL
           MOVE WS-EDIT-TOTAL          TO FD-DFUSLS1H
           PERFORM ECRT-FICH-S1H
           MOVE 'SUCCESSIONS EN VIGUEUR' TO WS-EDT-L-TOTAL
           MOVE WS-Q-SUCC-VIGUEUR      TO WS-EDT-Q-TOTAL
           MOVE WS-EDIT-TOTAL          TO FD-DFUSLS1H
           PERFORM ECRT-FICH-S1H
           MOVE 'SUCCESSIONS ANNULEES' TO WS-EDT-L-TOTAL
           MOVE WS-Q-SUCC-ANNULEE      TO WS-EDT-Q-TOTAL
           MOVE WS-EDIT-TOTAL          TO FD-DFUSLS1H
           PERFORM ECRT-FICH-S1H
           MOVE 'LIGNEES DE GIIN'      TO WS-EDT-L-TOTAL
           MOVE WS-Q-LIGNEE            TO WS-EDT-Q-TOTAL
           MOVE WS-EDIT-TOTAL          TO FD-DFUSLS1H
           PERFORM ECRT-FICH-S1H
           MOVE 'SUCCESSEURS FINAUX ABSENTS DE TBENDFUS'
                                       TO WS-EDT-L-TOTAL
           MOVE WS-Q-LIGNEE-ALERTE     TO WS-EDT-Q-TOTAL
           MOVE WS-EDIT-TOTAL          TO FD-DFUSLS1H
           PERFORM ECRT-FICH-S1H
           IF E1J-OUVERT
              MOVE 'AIGUILLAGES REAFFECTES AU SUCCESSEUR'
                                       TO WS-EDT-L-TOTAL
              MOVE WS-Q-AIG-REAFFECTE  TO WS-EDT-Q-TOTAL
              MOVE WS-EDIT-TOTAL       TO FD-DFUSLS1H
              PERFORM ECRT-FICH-S1H
           END-IF
           MOVE WS-EDIT-TRAIT          TO FD-DFUSLS1H
           PERFORM ECRT-FICH-S1H

           PERFORM FERM-FICH-E1H
           PERFORM FERM-FICH-R11
           PERFORM FERM-FICH-S1H
           PERFORM FERM-FICH-E1J
           PERFORM AFFICH-BILAN-FIN

      *    Alerte : RETURN-CODE 4 si le successeur final d'une lignee
      *    est absent de TBENDFUS
           IF WS-Q-LIGNEE-ALERTE > ZERO
              MOVE 4                   TO RETURN-CODE
           ELSE
              MOVE 0                   TO RETURN-CODE
           END-IF

           PERFORM FIN-PROGRAMME
           .

      *---------------*
       LECT-REGISTRE.
      *---------------*

           MOVE SPACE                  TO TOP-SUCC-TROUVEE
           MOVE WS-C-GIIN-LU           TO R11-CLE
           READ DFUSLR11 INTO SUC-ENR-SUCCESSION
           EVALUATE FS-R11
              WHEN '00'
                 SET SUCC-TROUVEE      TO TRUE
              WHEN '23'
                 CONTINUE
              WHEN OTHER
                 MOVE 1122             TO WS-CODE-ABEND
                 PERFORM TRAIT-ABEND
           END-EVALUATE
           .

      *---------------*
       ECRT-REGISTRE.
      *---------------*

           MOVE SUC-ENR-SUCCESSION     TO ENR-DFUSLR11
           WRITE ENR-DFUSLR11
           IF FS-R11 NOT = '00'
              MOVE 1123                TO WS-CODE-ABEND
              PERFORM TRAIT-ABEND
           END-IF
           .

      *----------------*
       REECR-REGISTRE.
      *----------------*

           MOVE SUC-ENR-SUCCESSION     TO ENR-DFUSLR11
           REWRITE ENR-DFUSLR11
           IF FS-R11 NOT = '00'
              MOVE 1123                TO WS-CODE-ABEND
              PERFORM TRAIT-ABEND
           END-IF
           .

      *---------------*
       OUVR-FICH-E1H.
      *---------------*

           OPEN INPUT DFUSLE1H
           IF FS-E1H  NOT = '00' AND '05'
              MOVE 1101               TO WS-CODE-ABEND
              PERFORM TRAIT-ABEND
           END-IF
           .

      *---------------*
       LECT-FICH-E1H.
      *---------------*

           READ DFUSLE1H INTO MVT-ENR-SUCCESSION
           EVALUATE FS-E1H
              WHEN '00'
                 ADD 1                TO WS-NB-LECT-E1H
              WHEN '10'
                 SET FIN-E1H          TO TRUE
              WHEN OTHER
                 MOVE 1102            TO WS-CODE-ABEND
                 PERFORM TRAIT-ABEND
           END-EVALUATE
           .

      *---------------*
       FERM-FICH-E1H.
      *---------------*

           CLOSE DFUSLE1H
           IF FS-E1H  NOT = '00'
              MOVE 1103               TO WS-CODE-ABEND
              PERFORM TRAIT-ABEND
           END-IF
           .

      *---------------*
       OUVR-FICH-R11.
      *---------------*

           OPEN I-O DFUSLR11
           IF FS-R11  NOT = '00'
              MOVE 1121               TO WS-CODE-ABEND
              PERFORM TRAIT-ABEND
           END-IF
           .

      *---------------*
       FERM-FICH-R11.
      *---------------*

           CLOSE DFUSLR11
           IF FS-R11  NOT = '00'
              MOVE 1125               TO WS-CODE-ABEND
              PERFORM TRAIT-ABEND
           END-IF
           .

      *---------------*
       OUVR-FICH-S1H.
      *---------------*

           OPEN OUTPUT DFUSLS1H
           IF FS-S1H  NOT = '00'
              MOVE 1111               TO WS-CODE-ABEND
              PERFORM TRAIT-ABEND
           END-IF
           .

      *---------------*
       ECRT-FICH-S1H.
      *---------------*

           WRITE FD-DFUSLS1H
           END-WRITE
           IF FS-S1H    NOT = '00'
               MOVE 1112               TO WS-CODE-ABEND
               PERFORM TRAIT-ABEND
           ELSE
               ADD 1 TO WS-NB-ECRT-S1H
           END-IF
           .

      *---------------*
       FERM-FICH-S1H.
      *---------------*

           CLOSE DFUSLS1H
           IF FS-S1H  NOT = '00'
              MOVE 1113               TO WS-CODE-ABEND
              PERFORM TRAIT-ABEND
           END-IF
           .

      *---------------*
       OUVR-FICH-E1J.
      *---------------*

      *    DD DFUSLE1J ABSENTE (STATUT '05') : PAS DE REAFFECTATION
           OPEN INPUT DFUSLE1J
           EVALUATE FS-E1J
              WHEN '00'
                 SET E1J-OUVERT        TO TRUE
              WHEN '05'
                 SET FIN-E1J           TO TRUE
              WHEN OTHER
                 MOVE 1131             TO WS-CODE-ABEND
                 PERFORM TRAIT-ABEND
           END-EVALUATE
           .

      *---------------*
       LECT-FICH-E1J.
      *---------------*

           READ DFUSLE1J INTO AI1J-CFUSAI00
           EVALUATE FS-E1J
              WHEN '00'
                 ADD 1                TO WS-NB-LECT-E1J
              WHEN '10'
                 SET FIN-E1J          TO TRUE
              WHEN OTHER
                 MOVE 1132            TO WS-CODE-ABEND
                 PERFORM TRAIT-ABEND
           END-EVALUATE
           .

      *---------------*
       FERM-FICH-E1J.
      *---------------*

           CLOSE DFUSLE1J
           IF FS-E1J NOT = '00' AND '05' AND '10'
              MOVE 1133               TO WS-CODE-ABEND
              PERFORM TRAIT-ABEND
           END-IF
           .

      *---------------*
       OUVR-FICH-S1J.
      *---------------*

           OPEN OUTPUT DFUSLS1J
           IF FS-S1J  NOT = '00'
              MOVE 1135               TO WS-CODE-ABEND
              PERFORM TRAIT-ABEND
           END-IF
           .

      *---------------*
       ECRT-FICH-S1J.
      *---------------*

           WRITE FD-DFUSLS1J
           END-WRITE
           IF FS-S1J    NOT = '00'
               MOVE 1136               TO WS-CODE-ABEND
               PERFORM TRAIT-ABEND
           ELSE
               ADD 1 TO WS-NB-ECRT-S1J
           END-IF
           .

      *---------------*
       FERM-FICH-S1J.
      *---------------*

           CLOSE DFUSLS1J
           IF FS-S1J  NOT = '00'
              MOVE 1137               TO WS-CODE-ABEND
              PERFORM TRAIT-ABEND
           END-IF
           .

      *--------------*
       TRAIT-ABEND.
      *--------------*
      * GESTION DES ABENDS DU PROGRAMME

           MOVE 'BFUSEL11'             TO      INAB-C-PGM-APPEL
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
              WHEN 1101
              WHEN 1102
              WHEN 1103
                 MOVE 'PB ACCES FICHIER DFUSLE1H'
                                       TO      WS-LIGNE-ANO21
              WHEN 1111
              WHEN 1112
              WHEN 1113
                 MOVE 'PB ACCES FICHIER DFUSLS1H'
                                       TO      WS-LIGNE-ANO21
              WHEN 1121
              WHEN 1122
              WHEN 1123
              WHEN 1124
              WHEN 1125
                 MOVE 'PB ACCES REGISTRE DES SUCCESSIONS DFUSLR11'
                                       TO      WS-LIGNE-ANO21
              WHEN 1131
              WHEN 1132
              WHEN 1133
                 MOVE 'PB ACCES FICHIER DFUSLE1J'
                                       TO      WS-LIGNE-ANO21
              WHEN 1135
              WHEN 1136
              WHEN 1137
                 MOVE 'PB ACCES FICHIER DFUSLS1J'
                                       TO      WS-LIGNE-ANO21
              WHEN 1138
                 MOVE 'PB TRI INTERNE (SORT-RETURN NON NUL)'
                                       TO      WS-LIGNE-ANO21
              WHEN 1140
                 MOVE 'SYSIN INVALIDE (ANNEE FISCALE)'
                                       TO      WS-LIGNE-ANO21
              WHEN 1141
                 MOVE 'PB APPEL MODULE MFUSTEND'
                                       TO      WS-LIGNE-ANO21
              WHEN 1142
                 MOVE 'DEPASSEMENT TABLE DES ENTITES DECLARANTES'
                                       TO      WS-LIGNE-ANO21
              WHEN 1143
                 MOVE 'DEPASSEMENT TABLE DES SUCCESSIONS'
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
           MOVE 'BFUSEL11'              TO BILA-C-PGM-APPEL
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
           MOVE '*    WS-NB-LECT-E1H             :
      -    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE WS-NB-LECT-E1H           TO BILA-L-DISP(WS-DISP)(45:9)
           ADD  1                        TO WS-DISP
           MOVE '*    WS-Q-MVT-INSCRIPTION       :
      -    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE WS-Q-MVT-INSCRIPTION     TO BILA-L-DISP(WS-DISP)(45:9)
           ADD  1                        TO WS-DISP
           MOVE '*    WS-Q-MVT-ANNULATION        :
      -    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE WS-Q-MVT-ANNULATION      TO BILA-L-DISP(WS-DISP)(45:9)
           ADD  1                        TO WS-DISP
           MOVE '*    WS-Q-MVT-MODIF             :
      -    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE WS-Q-MVT-MODIF           TO BILA-L-DISP(WS-DISP)(45:9)
           ADD  1                        TO WS-DISP
           MOVE '*    WS-Q-MVT-REJETE            :
      -    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE WS-Q-MVT-REJETE          TO BILA-L-DISP(WS-DISP)(45:9)
           ADD  1                        TO WS-DISP
           MOVE '*    WS-NB-LECT-R11             :
      -    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE WS-NB-LECT-R11           TO BILA-L-DISP(WS-DISP)(45:9)
           ADD  1                        TO WS-DISP
           MOVE '*    WS-Q-SUCC-VIGUEUR          :
      -    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE WS-Q-SUCC-VIGUEUR        TO BILA-L-DISP(WS-DISP)(45:9)
           ADD  1                        TO WS-DISP
           MOVE '*    WS-Q-LIGNEE-ALERTE         :
      -    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE WS-Q-LIGNEE-ALERTE       TO BILA-L-DISP(WS-DISP)(45:9)
           ADD  1                        TO WS-DISP
           MOVE '*    WS-NB-ECRT-S1H             :
      -    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE WS-NB-ECRT-S1H           TO BILA-L-DISP(WS-DISP)(45:9)
           ADD  1                        TO WS-DISP
           MOVE '*    WS-NB-LECT-E1J             :
      -    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE WS-NB-LECT-E1J           TO BILA-L-DISP(WS-DISP)(45:9)
           ADD  1                        TO WS-DISP
           MOVE '*    WS-Q-AIG-REAFFECTE         :
      -    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE WS-Q-AIG-REAFFECTE       TO BILA-L-DISP(WS-DISP)(45:9)
           ADD  1                        TO WS-DISP
           MOVE '*    WS-NB-ECRT-S1J             :
      -    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE WS-NB-ECRT-S1J           TO BILA-L-DISP(WS-DISP)(45:9)
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
       END PROGRAM BFUSEL11.
