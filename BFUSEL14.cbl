       IDENTIFICATION DIVISION.
       PROGRAM-ID. BFUSEL14.
       AUTHOR. MCHA.

      ******************************************************************
      *      ____________________________________________________      *
      *    _(                                                    )_    *
      *  _(       C U M U L   D E S   S O L D E S   P A R        )_    *
      * =_        T I T U L A I R E   ( A G R E G A T I O N )     _= *
      *   (_                    F A T C A                         _)   *
      *     (____________________________________________________)     *
      *                                                                *
      *               DATE          : 06/02/2017                       *
      *               COMPOSANT     : BFUSEL14                         *
      *               TYPE          : BATCH                            *
      *               AUTEUR       : MCHA                              *
      *                                                                *
      *             __________________________________________         *
      *                                                                *
      * DESCRIPTION   : Ce batch precede BFUSEL10 dans la chaine de    *
      *                 campagne. Il applique les regles d'agregation  *
      *                 des comptes : pour chaque titulaire (client    *
      *                 unique I-UNIQ-KPI), il cumule les soldes de    *
      *                 tous ses comptes de l'aiguillage de la         *
      *                 campagne (enregistrements '10' au format       *
      *                 CFUSAI00, meme fichier que DFUSLE11) :         *
      *                 - par entite declarante (cle KPI + entite) ;   *
      *                 - sur toutes les entites du groupe (cle KPI +  *
      *                   '*******').                                  *
      *                 Le solde d'un compte est celui de BFUSEL10     *
      *                 (montants 01 et 06 de TBRUBFUS, signes) ; un   *
      *                 solde negatif compte pour zero dans le cumul   *
      *                 mais le compte figure dans la liste des        *
      *                 comptes lies.                                  *
      *                 Si le fichier des taux DFUSLE25 (cf BFUSEL20)  *
      *                 porte une devise cible, chaque solde est       *
      *                 converti au taux du 31/12 et le cumul est      *
      *                 tenu a 2 decimales dans la devise cible ; une  *
      *                 devise sans taux provoque un abend. Sans       *
      *                 conversion, un cumul n'a de sens que si tous   *
      *                 les comptes sont dans la meme devise : sinon   *
      *                 il est marque '***' et BFUSEL10 ne prononce    *
      *                 pas d'exclusion sur ce cumul.                  *
      *                 Le magasin DFUSLR08 (CFUSCUMU) est consulte    *
      *                 par BFUSEL10 au controle du seuil de minimis ; *
      *                 il est cree au premier passage (cluster vide). *
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
      *__________|_________________________________________|___________*
      *                                                                *
      * Fichiers manipulés :                                           *
      *________________________________________________________________*
      *          |                                      |   |          *
      *  DBD/DD  |              DESCRIPTION             | A |  COPY    *
      *__________|______________________________________|___|__________*
      * DFUSLE14 | Aiguillage de la campagne            | E | CFUSAI00 *
      * DFUSLE25 | Taux de change au 31/12 (facultatif) | E |          *
      * DFUSLR08 | Cumuls par titulaire (KSDS)          | M | CFUSCUMU *
      *__________|______________________________________|___|__________*
      *                                                                *
      * Liste des ABENDS émis  par le programme :                      *
      *________________________________________________________________*
      *  ABEND   |              DESCRIPTION                            *
      *__________|_____________________________________________________*
      *   1000   | PB RECUPERATION DATE DU JOUR VIA MGDATR03           *
      *   1941   | PB APPEL MODULE MFUSTEND                            *
      *   1942   | PB APPEL MODULE MFUSTCNT                            *
      *   1943   | PB APPEL MODULE MFUSTRUB                            *
      *   1944   | PB APPEL MODULE MFUSTCLI                            *
      *   1401   | PB OUVERTURE FICHIER DFUSLE14                       *
      *   1402   | PB LECTURE   FICHIER DFUSLE14                       *
      *   1403   | PB FERMETURE FICHIER DFUSLE14                       *
      *   1421   | PB OUVERTURE MAGASIN DFUSLR08                       *
      *   1422   | PB LECTURE   MAGASIN DFUSLR08                       *
      *   1423   | PB ECRITURE  MAGASIN DFUSLR08                       *
      *   1424   | PB FERMETURE MAGASIN DFUSLR08                       *
      *   1450   | DEVISE SANS TAUX DANS DFUSLE25                      *
      *__________|_____________________________________________________*
      *                                                                *
      * Historique des modifications :                                 *
      *________________________________________________________________*
      * AUTEUR !   DATE   !  GAMA  !        MODIFICATIONS              *
      *________!__________!________!___________________________________*
152650*  MCHA  !06/02/2017!20152650!CREATION : CUMUL DES SOLDES PAR    *
152650*        !          !        !TITULAIRE, PAR ENTITE ET GROUPE,   *
152650*        !          !        !POUR LE SEUIL DE MINIMIS BFUSEL10  *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *
      * Aiguillage de la campagne (format CFUSAI00)
      *
           SELECT DFUSLE14 ASSIGN             TO DFUSLE14
           FILE STATUS FS-E14.

      *
      * Taux de change au 31/12 (DD facultative, cf BFUSEL20)
      *
           SELECT OPTIONAL DFUSLE25 ASSIGN    TO DFUSLE25
           FILE STATUS FS-E25.

      *
      * Magasin des cumuls par titulaire (VSAM KSDS, vide au premier
      * passage)
      *
           SELECT OPTIONAL DFUSLR08 ASSIGN    TO DFUSLR08
           ORGANIZATION INDEXED
           ACCESS RANDOM
           RECORD KEY R08-CLE
           FILE STATUS FS-R08.

       DATA DIVISION.
       FILE SECTION.

       FD  DFUSLE14
           LABEL RECORD STANDARD
           RECORDING MODE F
           BLOCK CONTAINS 0 RECORDS.

       01  FD-DFUSLE14              PIC  X(500).

       FD  DFUSLE25
           LABEL RECORD STANDARD
           RECORDING MODE F
           BLOCK CONTAINS 0 RECORDS.

       01  FD-DFUSLE25              PIC  X(80).

       FD  DFUSLR08.
       01  ENR-DFUSLR08.
           05  R08-CLE              PIC  X(24).
           05  FILLER               PIC  X(1276).

      ***************************************
      *      WORKING STORAGE SECTION        *
      ***************************************

       WORKING-STORAGE SECTION.

      *   Annee de reference des tables, meme regle que BFUSEL10
      *   (annee precedant celle du traitement, format AAAA-01-01)
       01 WS-A-APPL                     PIC X(10) VALUE SPACES.
       01 WS-A-ANNEE-FISC               PIC 9(04) VALUE ZERO.

      *   Description du fichier DFUSLE14
        COPY CFUSAI00 REPLACING ==(P)== BY ==E14==.

      *   Cumul en cours de mise a jour (DFUSLR08)
        COPY CFUSCUMU REPLACING ==(P)== BY ==CUM==.

      *   Entite en cours et GIIN de l'entite (TBENDFUS)
       01 WS-END-EN-COURS               PIC X(07) VALUE SPACES.
       01 WS-C-REF-GIIN                 PIC X(20) VALUE SPACES.

      *   Cle du cumul de groupe (toutes entites)
       01 WS-END-GROUPE                 PIC X(07) VALUE '*******'.

      *   Solde du compte en cours (montants 01 et 06 de TBRUBFUS,
      *   signes, a l'echelle de leur nombre de decimales)
       01 WS-M-SLD-CPT                  PIC S9(18) COMP-3 VALUE ZERO.
       01 WS-Q-NBR-DEC-CPT              PIC 9(01) VALUE ZERO.
       01 IND-FIN-TRT-RUB               PIC X(01) VALUE SPACE.

      *   Part du compte dans le cumul : solde positif, converti
      *   dans la devise cible si la conversion est active
       01 WS-M-CONTRIB                  PIC 9(18) VALUE ZERO.
       01 WS-C-DEV-CONTRIB              PIC X(03) VALUE SPACES.
       01 WS-Q-NBR-DEC-CONTRIB          PIC 9(01) VALUE ZERO.

      *   Indicateurs du cumul en cours
       01 TOP-CUMUL-NOUV                PIC X(01) VALUE SPACE.
          88 CUMUL-NOUV                           VALUE 'O'.
       01 TOP-CNT-DEJA-CUMULE           PIC X(01) VALUE SPACE.
          88 CNT-DEJA-CUMULE                      VALUE 'O'.
       01 WS-I-CNT                      PIC 9(04) BINARY VALUE ZERO.

      *   Table des taux de change au 31/12 (cf BFUSEL20), chargee
      *   depuis la DD facultative DFUSLE25 : sans DD ou sans
      *   enregistrement 'DEV', la conversion reste inactive
       01 FS-E25                        PIC X(02) VALUE SPACES.
       01 WS-C-DEV-CIBLE                PIC X(03) VALUE SPACES.
       01 TOP-CONVERSION                PIC X(01) VALUE SPACE.
          88 CONVERSION-ACTIVE                    VALUE 'O'.
       01 WS-Q-TAUX                     PIC 9(02) VALUE ZERO.
       01 WS-T-TAUX.
          05 WS-T-TAUX-LIG              OCCURS 30.
             10 WS-C-DEV-TAUX           PIC X(03).
             10 WS-M-TAUX               PIC 9(05)V9(06).
             10 WS-D-TAUX               PIC X(10).
       01 WS-I-TAUX                     PIC 9(02) VALUE ZERO.
       01 WS-N-SLOT-TAUX                PIC 9(02) VALUE ZERO.
       01 WS-M-TAUX-BRUT                PIC 9(11) VALUE ZERO.
       01 WS-M-MNT-ECHELLE              PIC 9(16)V9(09) VALUE ZERO.

       01 I                             PIC 9(08) BINARY VALUE ZERO.

      ***  LES CODES RETOUR DES DIFFéRENTS FICHIERS
       01  FS-E14                      PIC X(02) VALUE SPACES.
       01  FS-R08                      PIC X(02) VALUE SPACES.

      *   Compteurs
       01 WS-NB-LECT-E14               PIC 9(9) VALUE ZEROES.
       01 WS-Q-CPT-CUMULES             PIC 9(9) VALUE ZEROES.
       01 WS-Q-CPT-ABSENTS             PIC 9(9) VALUE ZEROES.
       01 WS-Q-CLT-ABSENTS             PIC 9(9) VALUE ZEROES.
       01 WS-Q-CPT-DOUBLONS            PIC 9(9) VALUE ZEROES.
       01 WS-Q-CUMUL-MELANGES          PIC 9(9) VALUE ZEROES.
       01 WS-NB-CREAT-R08              PIC 9(9) VALUE ZEROES.
       01 WS-NB-MAJ-R08                PIC 9(9) VALUE ZEROES.

      *   Booléen de fin de fichier
       01 TOP-FIN-E14                  PIC X(1)  VALUE SPACE.
          88 FIN-E14                             VALUE 'O'.

      *   Variable numérique de code ABEND
       01 WS-CODE-ABEND                PIC 9(4) VALUE ZERO.

      *   Indice pour lignes à afficher par MCCDBILA
       01 WS-DISP                      PIC 9(2) VALUE ZEROES.

      *   Date de traitement (date et heure)
       01 WS-D-H-TRT                   PIC X(26) VALUE SPACES.

      *   LIGNES POUR AFFICHAGES
       01 WS-LIGNE-DEBUTPROG.
          05 FILLER                    PIC X(01) VALUE '*'.
          05 FILLER                    PIC X(11) VALUE '==         '.
          05 FILLER                    PIC X(39) VALUE
                           'DEBUT D''EXECUTION DU PROGRAMME BFUSEL14'.
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
        COPY CWNAAFCT REPLACING 'PROGRAMM' BY =='BFUSEL14'==.
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

      *****************************************************************
      *            P R O C E D U R E   D I V I S I O N                *
      *****************************************************************

       PROCEDURE DIVISION.

      *    Initialisation du traitement
           PERFORM INIT-TRAIT

      *    Parcours de l'aiguillage
           PERFORM UNTIL FIN-E14
              PERFORM LECT-FICH-E14
              IF NOT FIN-E14
                 PERFORM TRAIT-ENR-AIGUILLAGE
              END-IF
           END-PERFORM

      *    Finalisation du traitement
           PERFORM FIN-TRAIT
           .

      *--------------*
       INIT-TRAIT.
      *--------------*

           PERFORM RECUP-DATE-HEURE-DEB

      *    Annee de reference des tables (cf BFUSEL10)
           MOVE WS-D-H-TRT(1:4)        TO WS-A-ANNEE-FISC
           SUBTRACT 1                  FROM WS-A-ANNEE-FISC
           MOVE '0001-01-01'           TO WS-A-APPL
           MOVE WS-A-ANNEE-FISC        TO WS-A-APPL(1:4)

           PERFORM CHRG-TAB-TAUX

           PERFORM AFFICH-BILAN-DEB

           PERFORM OUVR-FICH-E14
           PERFORM OUVR-FICH-R08
           .

      *----------------------*
       TRAIT-ENR-AIGUILLAGE.
      *----------------------*

      *    Seuls les couples compte/client ('10') portent un solde ;
      *    les recalcitrants ('20') sont hors cumul
           IF E14-C-TYP-ENR = '10'
              PERFORM SEL-COMPTE
              IF TROUVE
                 PERFORM SEL-CLIENT
                 IF TROUVE
                    PERFORM RECH-GIIN-ENTITE
                    PERFORM CALC-SOLDE
                    PERFORM CALC-CONTRIB
                    ADD 1              TO WS-Q-CPT-CUMULES

      *             Cumul de l'entite puis cumul du groupe
                    MOVE TCLI-I-UNIQ-KPI TO CUM-I-UNIQ-KPI
                    MOVE E14-I-IDENT-END TO CUM-I-IDENT-END
                    PERFORM CUMUL-COMPTE
                    MOVE TCLI-I-UNIQ-KPI TO CUM-I-UNIQ-KPI
                    MOVE WS-END-GROUPE   TO CUM-I-IDENT-END
                    PERFORM CUMUL-COMPTE
                 END-IF
              END-IF
           END-IF
           .

      *-------------*
       SEL-COMPTE.
      *-------------*

      *    SELECTION DU COMPTE (CLE DE L'AIGUILLAGE, CF BFUSEL10)
           MOVE 'SE'                   TO ACCE-TYPE-REQUETE
           MOVE '06'                   TO ACCE-NOM-FONCTION
           MOVE E14-I-IDENT-CPT        TO TCNT-I-IDENT-CPT
           PERFORM SQ-ACCES-TCNT
           EVALUATE TRUE
              WHEN TROUVE
                 CONTINUE
              WHEN NON-TROUVE
                 ADD 1                 TO WS-Q-CPT-ABSENTS
              WHEN OTHER
                 MOVE 1942             TO WS-CODE-ABEND
                 PERFORM TRAIT-ABEND
           END-EVALUATE
           .

      *-------------*
       SEL-CLIENT.
      *-------------*

      *    SELECTION DU CLIENT : LE CLIENT UNIQUE I-UNIQ-KPI EST LA
      *    CLE DU TITULAIRE (MEME SELECTION QUE BFUSEL10)
           MOVE 'SE'                   TO ACCE-TYPE-REQUETE
           MOVE '01'                   TO ACCE-NOM-FONCTION
           MOVE E14-I-IDENT-CLT        TO TCLI-I-IDENT-CLT
           MOVE WS-A-APPL              TO TCLI-A-APPL
           MOVE TCNT-C-SYS-ORIGINE     TO TCLI-C-SYS-ORIGINE
           PERFORM SQ-ACCES-TCLI
           EVALUATE TRUE
              WHEN TROUVE
                 CONTINUE
              WHEN NON-TROUVE
                 ADD 1                 TO WS-Q-CLT-ABSENTS
              WHEN OTHER
                 MOVE 1944             TO WS-CODE-ABEND
                 PERFORM TRAIT-ABEND
           END-EVALUATE
           .

      *------------------*
       RECH-GIIN-ENTITE.
      *------------------*

      *    GIIN DE L'ENTITE DECLARANTE, RELU A CHAQUE CHANGEMENT
      *    D'ENTITE DANS L'AIGUILLAGE
           IF E14-I-IDENT-END NOT = WS-END-EN-COURS
              MOVE 'SE'                TO ACCE-TYPE-REQUETE
              MOVE '01-SEL'            TO ACCE-NOM-FONCTION
              MOVE WS-A-APPL           TO TEND-A-APPL
              MOVE E14-I-IDENT-END     TO TEND-I-IDENT-END
              PERFORM SQ-ACCES-TEND
              EVALUATE TRUE
                 WHEN TROUVE
                    MOVE TEND-C-REF-GIIN
                                       TO WS-C-REF-GIIN
                 WHEN OTHER
                    MOVE 1941          TO WS-CODE-ABEND
                    PERFORM TRAIT-ABEND
              END-EVALUATE
              MOVE E14-I-IDENT-END     TO WS-END-EN-COURS
           END-IF
           .

      *-------------*
       CALC-SOLDE.
      *-------------*

      *    Solde du compte : montants 01 et 06 signes, a l'echelle
      *    de leur nombre de decimales (meme cumul que BFUSEL10)
           MOVE ZERO                   TO WS-M-SLD-CPT
                                          WS-Q-NBR-DEC-CPT

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
                 MOVE 1943             TO WS-CODE-ABEND
                 PERFORM TRAIT-ABEND
           END-EVALUATE

           IF IND-FIN-TRT-RUB = 'N'
              PERFORM LEC-CUR-RUB-01
              PERFORM UNTIL IND-FIN-TRT-RUB = 'O'
                 IF TRUB-C-TYPE-MNT = 1 OR 6
                    IF TRUB-C-SIGNE-MNT = '-'
                       SUBTRACT TRUB-M-MNT-ASS FROM WS-M-SLD-CPT
                    ELSE
                       ADD TRUB-M-MNT-ASS      TO WS-M-SLD-CPT
                    END-IF
                    MOVE TRUB-Q-NBR-DEC        TO WS-Q-NBR-DEC-CPT
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
                 MOVE 1943             TO WS-CODE-ABEND
                 PERFORM TRAIT-ABEND
           END-EVALUATE
           .

      *---------------*
       CALC-CONTRIB.
      *---------------*

      *    Part du compte dans le cumul : un solde negatif (compte a
      *    decouvert) compte pour zero ; converti a 2 decimales dans
      *    la devise cible si la conversion est active
           MOVE ZERO                   TO WS-M-CONTRIB
           IF WS-M-SLD-CPT > ZERO
              MOVE WS-M-SLD-CPT        TO WS-M-CONTRIB
           END-IF
           MOVE TCNT-C-DEV             TO WS-C-DEV-CONTRIB
           MOVE WS-Q-NBR-DEC-CPT       TO WS-Q-NBR-DEC-CONTRIB

           IF CONVERSION-ACTIVE
              MOVE WS-C-DEV-CIBLE      TO WS-C-DEV-CONTRIB
              MOVE 2                   TO WS-Q-NBR-DEC-CONTRIB
              IF TCNT-C-DEV = WS-C-DEV-CIBLE
      *          DEVISE CIBLE : SEULE L'ECHELLE CHANGE
                 COMPUTE WS-M-CONTRIB ROUNDED
                       = WS-M-CONTRIB / 10 ** WS-Q-NBR-DEC-CPT * 100
              ELSE
                 PERFORM CONV-MNT-CONTRIB
              END-IF
           END-IF
           .

      *------------------*
       CONV-MNT-CONTRIB.
      *------------------*

      *    Conversion de la part du compte dans la devise cible :
      *    montant source a WS-Q-NBR-DEC-CPT decimales, montant
      *    cible a 2 decimales, taux multiplicatif du 31/12 (meme
      *    regle que BFUSEL20)
           MOVE ZERO                   TO WS-N-SLOT-TAUX
           PERFORM VARYING WS-I-TAUX FROM 1 BY 1
           UNTIL WS-I-TAUX > WS-Q-TAUX
              IF WS-C-DEV-TAUX(WS-I-TAUX) = TCNT-C-DEV
                 MOVE WS-I-TAUX        TO WS-N-SLOT-TAUX
              END-IF
           END-PERFORM

           IF WS-N-SLOT-TAUX = ZERO
      *       DEVISE RENCONTREE SANS TAUX FOURNI
              MOVE 1450                TO WS-CODE-ABEND
              PERFORM TRAIT-ABEND
           END-IF

           COMPUTE WS-M-MNT-ECHELLE
                 = WS-M-CONTRIB / 10 ** WS-Q-NBR-DEC-CPT
           COMPUTE WS-M-CONTRIB ROUNDED
                 = WS-M-MNT-ECHELLE
                 * WS-M-TAUX(WS-N-SLOT-TAUX)
                 * 100
           .

      *---------------*
       CUMUL-COMPTE.
      *---------------*

      *    Lecture du cumul de la cle CUM-CLE (creation s'il n'existe
      *    pas), ajout de la part du compte et du compte a la liste
      *    des comptes lies, puis ecriture
           MOVE CUM-CLE                TO R08-CLE
           READ DFUSLR08 INTO CUM-ENR-CUMUL
           EVALUATE FS-R08
              WHEN '00'
                 MOVE SPACE            TO TOP-CUMUL-NOUV
              WHEN '23'
                 SET CUMUL-NOUV        TO TRUE
                 MOVE SPACES           TO CUM-ENR-CUMUL
                 MOVE R08-CLE          TO CUM-CLE
                 MOVE WS-C-DEV-CONTRIB TO CUM-C-DEV
                 MOVE WS-Q-NBR-DEC-CONTRIB
                                       TO CUM-Q-NBR-DEC
                 MOVE ZERO             TO CUM-M-CUMUL
                                          CUM-Q-CNT
                 MOVE WS-D-H-TRT(1:10) TO CUM-D-CALCUL
              WHEN OTHER
                 MOVE 1422             TO WS-CODE-ABEND
                 PERFORM TRAIT-ABEND
           END-EVALUATE

      *    Un compte deja cumule sous cette cle (doublon de
      *    l'aiguillage) n'est pas compte deux fois
           MOVE SPACE                  TO TOP-CNT-DEJA-CUMULE
           PERFORM VARYING WS-I-CNT FROM 1 BY 1
           UNTIL WS-I-CNT > CUM-Q-CNT
              OR WS-I-CNT > 20
              IF CUM-T-I-UNIQ-KAC(WS-I-CNT) = TCNT-I-UNIQ-KAC
                 SET CNT-DEJA-CUMULE   TO TRUE
              END-IF
           END-PERFORM

           IF CNT-DEJA-CUMULE
              ADD 1                    TO WS-Q-CPT-DOUBLONS
           ELSE
              PERFORM AJOUT-CNT-CUMUL
              PERFORM ECRT-CUMUL
           END-IF
           .

      *-----------------*
       AJOUT-CNT-CUMUL.
      *-----------------*

      *    Sans conversion, des devises (ou echelles) differentes
      *    rendent le cumul non significatif : il est marque '***'
           IF NOT CUM-DEV-MELANGEES
              IF WS-C-DEV-CONTRIB = CUM-C-DEV
              AND WS-Q-NBR-DEC-CONTRIB = CUM-Q-NBR-DEC
                 ADD WS-M-CONTRIB      TO CUM-M-CUMUL
              ELSE
                 SET CUM-DEV-MELANGEES TO TRUE
                 MOVE ZERO             TO CUM-Q-NBR-DEC
                                          CUM-M-CUMUL
                 ADD 1                 TO WS-Q-CUMUL-MELANGES
              END-IF
           END-IF

           ADD 1                       TO CUM-Q-CNT
           IF CUM-Q-CNT NOT > 20
              MOVE CUM-Q-CNT           TO WS-I-CNT
              MOVE TCNT-I-UNIQ-KAC     TO CUM-T-I-UNIQ-KAC(WS-I-CNT)
              MOVE WS-C-REF-GIIN       TO CUM-T-C-REF-GIIN(WS-I-CNT)
              MOVE TCNT-C-DEV          TO CUM-T-C-DEV(WS-I-CNT)
              MOVE WS-Q-NBR-DEC-CPT    TO CUM-T-Q-NBR-DEC(WS-I-CNT)
              IF WS-M-SLD-CPT < ZERO
                 MOVE '-'              TO CUM-T-C-SIGNE-SLD(WS-I-CNT)
                 COMPUTE CUM-T-M-SLD(WS-I-CNT) = WS-M-SLD-CPT * -1
              ELSE
                 MOVE SPACE            TO CUM-T-C-SIGNE-SLD(WS-I-CNT)
                 MOVE WS-M-SLD-CPT     TO CUM-T-M-SLD(WS-I-CNT)
              END-IF
           END-IF
           .

      *-------------*
       ECRT-CUMUL.
      *-------------*

           IF CUMUL-NOUV
              WRITE ENR-DFUSLR08 FROM CUM-ENR-CUMUL
              END-WRITE
              IF FS-R08 NOT = '00'
                 MOVE 1423             TO WS-CODE-ABEND
                 PERFORM TRAIT-ABEND
              END-IF
              ADD 1                    TO WS-NB-CREAT-R08
           ELSE
              REWRITE ENR-DFUSLR08 FROM CUM-ENR-CUMUL
              END-REWRITE
              IF FS-R08 NOT = '00'
                 MOVE 1423             TO WS-CODE-ABEND
                 PERFORM TRAIT-ABEND
              END-IF
              ADD 1                    TO WS-NB-MAJ-R08
           END-IF
           .

      *--------------*
       CHRG-TAB-TAUX.
      *--------------*

      *    Chargement de la table des taux depuis la DD facultative
      *    DFUSLE25 (meme format que BFUSEL20) : 'DEV' (devise cible)
      *    puis 'TAU' (devise, taux a 6 decimales en 11 chiffres,
      *    date du taux)
           OPEN INPUT DFUSLE25
           IF FS-E25 = '00' OR '05'

              READ DFUSLE25
              END-READ
              PERFORM UNTIL FS-E25 NOT = '00'

                 EVALUATE FD-DFUSLE25(1:3)

                    WHEN 'DEV'
                       MOVE FD-DFUSLE25(5:3)
                                       TO WS-C-DEV-CIBLE
                       SET CONVERSION-ACTIVE TO TRUE

                    WHEN 'TAU'
                       IF WS-Q-TAUX < 30
                       AND FD-DFUSLE25(9:11) IS NUMERIC
                          ADD 1        TO WS-Q-TAUX
                          MOVE FD-DFUSLE25(5:3)
                             TO WS-C-DEV-TAUX(WS-Q-TAUX)
                          MOVE FD-DFUSLE25(9:11)
                             TO WS-M-TAUX-BRUT
                          COMPUTE WS-M-TAUX(WS-Q-TAUX)
                                = WS-M-TAUX-BRUT / 1000000
                          MOVE FD-DFUSLE25(21:10)
                             TO WS-D-TAUX(WS-Q-TAUX)
                       END-IF

                    WHEN OTHER
                       CONTINUE

                 END-EVALUATE

                 READ DFUSLE25
                 END-READ
              END-PERFORM

              CLOSE DFUSLE25
           END-IF
           .

      *--------------*
       FIN-TRAIT.
      *--------------*

           PERFORM FERM-FICH-E14
           PERFORM FERM-FICH-R08

           PERFORM AFFICH-BILAN-FIN
           PERFORM FIN-PROGRAMME
           .

      *---------------*
       OUVR-FICH-E14.
      *---------------*

           OPEN INPUT DFUSLE14
           IF FS-E14  NOT = '00'
              MOVE 1401               TO WS-CODE-ABEND
              PERFORM TRAIT-ABEND
           END-IF
           .

      *---------------*
       LECT-FICH-E14.
      *---------------*

           READ DFUSLE14 INTO E14-CFUSAI00
           EVALUATE FS-E14
              WHEN '00'
                 ADD 1                TO WS-NB-LECT-E14
              WHEN '10'
                 SET FIN-E14          TO TRUE
              WHEN OTHER
                 MOVE 1402            TO WS-CODE-ABEND
                 PERFORM TRAIT-ABEND
           END-EVALUATE
           .

      *---------------*
       FERM-FICH-E14.
      *---------------*

           CLOSE DFUSLE14
           IF FS-E14  NOT = '00'
              MOVE 1403               TO WS-CODE-ABEND
              PERFORM TRAIT-ABEND
           END-IF
           .

      *---------------*
       OUVR-FICH-R08.
      *---------------*

      *    Cluster encore vide (premier passage) : statut '05'
           OPEN I-O DFUSLR08
           IF FS-R08  NOT = '00' AND '05'
              MOVE 1421               TO WS-CODE-ABEND
              PERFORM TRAIT-ABEND
           END-IF
           .

      *---------------*
       FERM-FICH-R08.
      *---------------*

           CLOSE DFUSLR08
           IF FS-R08  NOT = '00'
              MOVE 1424               TO WS-CODE-ABEND
              PERFORM TRAIT-ABEND
           END-IF
           .

      *--------------*
       TRAIT-ABEND.
      *--------------*
      * GESTION DES ABENDS DU PROGRAMME

           MOVE 'BFUSEL14'             TO      INAB-C-PGM-APPEL
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
              WHEN 1941
                 MOVE 'PB APPEL MODULE MFUSTEND'
                                       TO      WS-LIGNE-ANO21
              WHEN 1942
                 MOVE 'PB APPEL MODULE MFUSTCNT'
                                       TO      WS-LIGNE-ANO21
              WHEN 1943
                 MOVE 'PB APPEL MODULE MFUSTRUB'
                                       TO      WS-LIGNE-ANO21
              WHEN 1944
                 MOVE 'PB APPEL MODULE MFUSTCLI'
                                       TO      WS-LIGNE-ANO21
              WHEN 1401
              WHEN 1402
              WHEN 1403
                 MOVE 'PB ACCES FICHIER DFUSLE14'
                                       TO      WS-LIGNE-ANO21
              WHEN 1421
              WHEN 1422
              WHEN 1423
              WHEN 1424
                 MOVE 'PB ACCES MAGASIN DES CUMULS DFUSLR08'
                                       TO      WS-LIGNE-ANO21
              WHEN 1450
                 MOVE 'DEVISE SANS TAUX DANS DFUSLE25'
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
           MOVE 'BFUSEL14'              TO BILA-C-PGM-APPEL
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
           MOVE '*    ANNEE DE REFERENCE....... :
      -    '        *'                  TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE WS-A-APPL               TO BILA-L-DISP(WS-DISP)(34:10)
           ADD  1                       TO WS-DISP
           MOVE '*    DEVISE CIBLE (DFUSLE25).. :
      -    '        *'                  TO BILA-L-DISP(WS-DISP)(1:64)
           IF CONVERSION-ACTIVE
              MOVE WS-C-DEV-CIBLE       TO BILA-L-DISP(WS-DISP)(34:3)
           ELSE
              MOVE 'SANS CONVERSION'    TO BILA-L-DISP(WS-DISP)(34:15)
           END-IF
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
           MOVE '*    WS-NB-LECT-E14             :
      -    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE WS-NB-LECT-E14           TO BILA-L-DISP(WS-DISP)(45:9)
           ADD  1                        TO WS-DISP
           MOVE '*    WS-Q-CPT-CUMULES           :
      -    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE WS-Q-CPT-CUMULES         TO BILA-L-DISP(WS-DISP)(45:9)
           ADD  1                        TO WS-DISP
           MOVE '*    WS-Q-CPT-ABSENTS           :
      -    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE WS-Q-CPT-ABSENTS         TO BILA-L-DISP(WS-DISP)(45:9)
           ADD  1                        TO WS-DISP
           MOVE '*    WS-Q-CLT-ABSENTS           :
      -    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE WS-Q-CLT-ABSENTS         TO BILA-L-DISP(WS-DISP)(45:9)
           ADD  1                        TO WS-DISP
           MOVE '*    WS-Q-CPT-DOUBLONS          :
      -    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE WS-Q-CPT-DOUBLONS        TO BILA-L-DISP(WS-DISP)(45:9)
           ADD  1                        TO WS-DISP
           MOVE '*    WS-NB-CREAT-R08            :
      -    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE WS-NB-CREAT-R08          TO BILA-L-DISP(WS-DISP)(45:9)
           ADD  1                        TO WS-DISP
           MOVE '*    WS-NB-MAJ-R08              :
      -    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE WS-NB-MAJ-R08            TO BILA-L-DISP(WS-DISP)(45:9)
           ADD  1                        TO WS-DISP
           MOVE '*    WS-Q-CUMUL-MELANGES        :
      -    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE WS-Q-CUMUL-MELANGES      TO BILA-L-DISP(WS-DISP)(45:9)
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
       END PROGRAM BFUSEL14.
