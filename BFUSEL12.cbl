       IDENTIFICATION DIVISION.
       PROGRAM-ID. BFUSEL12.
       AUTHOR. MCHA.

      ******************************************************************
      *      ____________________________________________________      *
      *    _(                                                    )_    *
      *  _(       L I S T E   D E   B L O C A G E                )_    *
      * =_        C O N F O R M I T E                             _= *
      *   (_                    F A T C A                         _)   *
      *     (____________________________________________________)     *
      *                                                                *
      *               DATE          : 27/02/2017                       *
      *               COMPOSANT     : BFUSEL12                         *
      *               TYPE          : BATCH                            *
      *               AUTEUR       : MCHA                              *
      *                                                                *
      *             __________________________________________         *
      *                                                                *
      * DESCRIPTION   : Ce batch tient le registre DFUSLR10 des        *
      *                 comptes et clients bloques par la conformite   *
      *                 (litige, enquete, revue de statut en cours) :  *
      *                 un compte bloque est tenu hors de l'extrait    *
      *                 DFUSLE21 par BFUSEL10 et edite sur sa liste    *
      *                 DFUSLS1B.                                      *
      *                 Les mouvements de la conformite (DFUSLE1B,     *
      *                 facultatif) sont appliques au registre :       *
      *                 - 'B' blocage : motif, demandeur et            *
      *                   approbateur obligatoires, l'approbateur      *
      *                   differant du demandeur ;                     *
      *                 - 'L' levee : le blocage passe au statut leve, *
      *                   la date de levee (date du jour par defaut)   *
      *                   designe le lot extrait par le passage        *
      *                   complementaire FATCA1 de BFUSEL10 ;          *
      *                 - 'M' modification du motif ou de la date de   *
      *                   levee prevue d'un blocage en cours.          *
      *                 Un mouvement incoherent est rejete et edite.   *
      *                 Le registre est ensuite liste en entier sur    *
      *                 DFUSLS1L : tout blocage en cours couvrant      *
      *                 l'annee fiscale de la SYSIN au-dela de         *
      *                 l'echeance de depot est signale a la           *
      *                 conformite et termine le programme avec        *
      *                 RETURN-CODE 4.                                 *
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
      * DFUSLE1B | Mouvements de la conformite (DD      | E | CFUSBLOC *
      *          | facultative)                         |   |          *
      * DFUSLR10 | Registre des blocages (KSDS)         | M | CFUSBLOC *
      * DFUSLS1L | Liste des blocages et des rejets     | S |          *
      *          | (132 col.)                           |   |          *
      *__________|______________________________________|___|__________*
      *                                                                *
      * Liste des ABENDS émis  par le programme :                      *
      *________________________________________________________________*
      *  ABEND   |              DESCRIPTION                            *
      *__________|_____________________________________________________*
      *   1000   | PB RECUPERATION DATE DU JOUR VIA MGDATR03           *
      *   1201   | PB OUVERTURE FICHIER DFUSLE1B                       *
      *   1202   | PB LECTURE   FICHIER DFUSLE1B                       *
      *   1203   | PB FERMETURE FICHIER DFUSLE1B                       *
      *   1211   | PB OUVERTURE FICHIER DFUSLS1L                       *
      *   1212   | PB ECRITURE  FICHIER DFUSLS1L                       *
      *   1213   | PB FERMETURE FICHIER DFUSLS1L                       *
      *   1221   | PB OUVERTURE REGISTRE DFUSLR10                      *
      *   1222   | PB LECTURE   REGISTRE DFUSLR10                      *
      *   1223   | PB ECRITURE  REGISTRE DFUSLR10                      *
      *   1224   | PB PARCOURS  REGISTRE DFUSLR10                      *
      *   1225   | PB FERMETURE REGISTRE DFUSLR10                      *
      *   1240   | SYSIN INVALIDE (ANNEE FISCALE, ECHEANCE)            *
      *__________|_____________________________________________________*
      *                                                                *
      * Historique des modifications :                                 *
      *________________________________________________________________*
      * AUTEUR !   DATE   !  GAMA  !        MODIFICATIONS              *
      *________!__________!________!___________________________________*
152680*  MCHA  !27/02/2017!20152680!CREATION : REGISTRE DES BLOCAGES   *
152680*        !          !        !CONFORMITE, MOUVEMENTS A QUATRE    *
152680*        !          !        !YEUX, ALERTE DES BLOCAGES AU-DELA  *
152680*        !          !        !DE L'ECHEANCE DE DEPOT             *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *
      * Mouvements de la conformite (DD facultative)
      *
           SELECT OPTIONAL DFUSLE1B ASSIGN    TO DFUSLE1B
           FILE STATUS FS-E1B.

      *
      * Registre des blocages conformite (KSDS)
      *
           SELECT DFUSLR10 ASSIGN             TO DFUSLR10
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY R10-CLE
           FILE STATUS FS-R10.

      *
      * Liste des blocages et des mouvements rejetes
      *
           SELECT DFUSLS1L ASSIGN             TO DFUSLS1L
           FILE STATUS FS-S1L.

       DATA DIVISION.
       FILE SECTION.

       FD  DFUSLE1B
           LABEL RECORD STANDARD
           RECORDING MODE F
           BLOCK CONTAINS 0 RECORDS.

       01  FD-DFUSLE1B              PIC  X(150).

       FD  DFUSLR10.
       01  ENR-DFUSLR10.
           05  R10-CLE              PIC  X(18).
           05  FILLER               PIC  X(132).

       FD  DFUSLS1L
           LABEL RECORD STANDARD
           RECORDING MODE F
           BLOCK CONTAINS 0 RECORDS.

       01  FD-DFUSLS1L              PIC  X(132).

      ***************************************
      *      WORKING STORAGE SECTION        *
      ***************************************

       WORKING-STORAGE SECTION.

      *   Paramètre SYSIN : annee fiscale de la campagne (col. 1-4),
      *   echeance de depot AAAA-MM-JJ (col. 6-15)
       01 SYSIN-80.
          05 SYSIN-A-FISCALE            PIC X(04) VALUE SPACES.
          05 FILLER                     PIC X(01) VALUE SPACES.
          05 SYSIN-D-ECHEANCE           PIC X(10) VALUE SPACES.
          05 SYSIN-FILLER               PIC X(65) VALUE SPACES.

      *   Mouvement recu (DFUSLE1B) et enregistrement du registre
        COPY CFUSBLOC REPLACING ==(P)== BY ==MVT==.
        COPY CFUSBLOC REPLACING ==(P)== BY ==BLQ==.

      *   Controle d'une date AAAA-MM-JJ (CTRL-DATE)
       01 WS-D-CTRL                     PIC X(10) VALUE SPACES.
       01 TOP-DATE-VALIDE               PIC X(01) VALUE SPACE.
          88 DATE-VALIDE                          VALUE 'O'.

      *   Blocage lu au registre pour le mouvement en cours
       01 TOP-BLOC-TROUVE               PIC X(01) VALUE SPACE.
          88 BLOC-TROUVE                          VALUE 'O'.

      *   Motif de rejet du mouvement en cours
       01 WS-L-REJET                    PIC X(40) VALUE SPACES.

      *   Date du jour AAAA-MM-JJ
       01 WS-D-JOUR                     PIC X(10) VALUE SPACES.

       01 I                             PIC 9(08) BINARY VALUE ZERO.

      ***  LES CODES RETOUR DES DIFFéRENTS FICHIERS
       01  FS-E1B                      PIC X(02) VALUE SPACES.
       01  FS-R10                      PIC X(02) VALUE SPACES.
       01  FS-S1L                      PIC X(02) VALUE SPACES.

      *   Compteurs
       01 WS-NB-LECT-E1B               PIC 9(9) VALUE ZEROES.
       01 WS-Q-MVT-BLOCAGE             PIC 9(9) VALUE ZEROES.
       01 WS-Q-MVT-LEVEE               PIC 9(9) VALUE ZEROES.
       01 WS-Q-MVT-MODIF               PIC 9(9) VALUE ZEROES.
       01 WS-Q-MVT-REJETE              PIC 9(9) VALUE ZEROES.
       01 WS-NB-LECT-R10               PIC 9(9) VALUE ZEROES.
       01 WS-Q-BLOC-ACTIF              PIC 9(9) VALUE ZEROES.
       01 WS-Q-BLOC-LEVE               PIC 9(9) VALUE ZEROES.
       01 WS-Q-ECHEANCE-DEPASSEE       PIC 9(9) VALUE ZEROES.
       01 WS-NB-ECRT-S1L               PIC 9(9) VALUE ZEROES.

      *   Booléens de fin de fichier
       01 TOP-FIN-E1B                  PIC X(1)  VALUE SPACE.
          88 FIN-E1B                             VALUE 'O'.
       01 TOP-FIN-R10                  PIC X(1)  VALUE SPACE.
          88 FIN-R10                             VALUE 'O'.

      *   Variable numérique de code ABEND
       01 WS-CODE-ABEND                PIC 9(4) VALUE ZERO.

      *   Indice pour lignes à afficher par MCCDBILA
       01 WS-DISP                      PIC 9(2) VALUE ZEROES.

      *   Date de traitement (date et heure)
       01 WS-D-H-TRT                   PIC X(26) VALUE SPACES.

      *******************************
      *                             *
      *  Lignes de l'edition S1L    *
      *                             *
      *******************************

       01 WS-EDIT-TITRE.
          05 FILLER                    PIC X(42) VALUE
             'LISTE DE BLOCAGE CONFORMITE  -  ANNEE     '.
          05 WS-EDT-A-FISCALE-TIT      PIC X(04).
          05 FILLER                    PIC X(21) VALUE
             '  ECHEANCE DE DEPOT '.
          05 WS-EDT-D-ECHEANCE         PIC X(10).
          05 FILLER                    PIC X(12) VALUE '  EDITEE LE '.
          05 WS-EDT-D-EDITION          PIC X(10).
          05 FILLER                    PIC X(33) VALUE SPACES.

       01 WS-EDIT-SECTION.
          05 FILLER                    PIC X(04) VALUE '*** '.
          05 WS-EDT-L-SECTION          PIC X(40).
          05 FILLER                    PIC X(88) VALUE SPACES.

       01 WS-EDIT-ENTETE-REJET.
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 FILLER                    PIC X(04) VALUE 'A T'.
          05 FILLER                    PIC X(18) VALUE 'IDENTIFIANT'.
          05 FILLER                    PIC X(09) VALUE 'DEMAND.'.
          05 FILLER                    PIC X(09) VALUE 'APPROB.'.
          05 FILLER                    PIC X(40) VALUE
             'MOTIF DU REJET'.
          05 FILLER                    PIC X(51) VALUE SPACES.

       01 WS-EDIT-REJET.
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-EDT-REJ-C-ACTION       PIC X(01).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-EDT-REJ-C-TYPE-BLOC    PIC X(01).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-EDT-REJ-I-IDENT        PIC X(17).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-EDT-REJ-N-DEMANDEUR    PIC X(08).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-EDT-REJ-N-APPROBATEUR  PIC X(08).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-EDT-REJ-L-REJET        PIC X(40).
          05 FILLER                    PIC X(51) VALUE SPACES.

       01 WS-EDIT-ENTETE-BLOC.
          05 FILLER                    PIC X(03) VALUE ' T'.
          05 FILLER                    PIC X(18) VALUE 'IDENTIFIANT'.
          05 FILLER                    PIC X(09) VALUE 'STATUT'.
          05 FILLER                    PIC X(05) VALUE 'AN.'.
          05 FILLER                    PIC X(11) VALUE 'BLOQUE LE'.
          05 FILLER                    PIC X(11) VALUE 'LEVEE PREV.'.
          05 FILLER                    PIC X(11) VALUE 'LEVE LE'.
          05 FILLER                    PIC X(09) VALUE 'DEMAND.'.
          05 FILLER                    PIC X(09) VALUE 'APPROB.'.
          05 FILLER                    PIC X(28) VALUE 'MOTIF'.
          05 FILLER                    PIC X(18) VALUE 'ALERTE'.

       01 WS-EDIT-BLOC.
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-EDT-C-TYPE-BLOC        PIC X(01).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-EDT-I-IDENT            PIC X(17).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-EDT-L-STATUT           PIC X(08).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-EDT-A-FISCALE-DEB      PIC X(04).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-EDT-D-BLOCAGE          PIC X(10).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-EDT-D-LEVEE-PREVUE     PIC X(10).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-EDT-D-LEVEE            PIC X(10).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-EDT-N-DEMANDEUR        PIC X(08).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-EDT-N-APPROBATEUR      PIC X(08).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-EDT-L-MOTIF            PIC X(27).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-EDT-L-ALERTE           PIC X(17).
          05 FILLER                    PIC X(01) VALUE SPACE.

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
                           'DEBUT D''EXECUTION DU PROGRAMME BFUSEL12'.
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
        COPY CWNAAFCT REPLACING 'PROGRAMM' BY =='BFUSEL12'==.
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

      *    Application des mouvements de la conformite au registre
           MOVE 'MOUVEMENTS REJETES'   TO WS-EDT-L-SECTION
           MOVE WS-EDIT-SECTION        TO FD-DFUSLS1L
           PERFORM ECRT-FICH-S1L
           MOVE WS-EDIT-ENTETE-REJET   TO FD-DFUSLS1L
           PERFORM ECRT-FICH-S1L
           PERFORM UNTIL FIN-E1B
              PERFORM LECT-FICH-E1B
              IF NOT FIN-E1B
                 PERFORM TRAIT-MOUVEMENT
              END-IF
           END-PERFORM

      *    Liste du registre et alerte des blocages hors echeance
           MOVE SPACES                 TO FD-DFUSLS1L
           PERFORM ECRT-FICH-S1L
           MOVE 'REGISTRE DES BLOCAGES' TO WS-EDT-L-SECTION
           MOVE WS-EDIT-SECTION        TO FD-DFUSLS1L
           PERFORM ECRT-FICH-S1L
           MOVE WS-EDIT-ENTETE-BLOC    TO FD-DFUSLS1L
           PERFORM ECRT-FICH-S1L
           PERFORM PARCOURS-REGISTRE

      *    Finalisation du traitement
           PERFORM FIN-TRAIT
           .

      *--------------*
       INIT-TRAIT.
      *--------------*

           PERFORM RECUP-DATE-HEURE-DEB
           MOVE WS-D-H-TRT(1:10)       TO WS-D-JOUR

      *    Lecture du paramètre SYSIN (année fiscale, échéance)
           ACCEPT SYSIN-80
           IF SYSIN-A-FISCALE IS NOT NUMERIC
              MOVE 1240               TO WS-CODE-ABEND
              PERFORM TRAIT-ABEND
           END-IF
           MOVE SYSIN-D-ECHEANCE      TO WS-D-CTRL
           PERFORM CTRL-DATE
           IF NOT DATE-VALIDE
              MOVE 1240               TO WS-CODE-ABEND
              PERFORM TRAIT-ABEND
           END-IF

           PERFORM AFFICH-BILAN-DEB

           PERFORM OUVR-FICH-E1B
           PERFORM OUVR-FICH-R10
           PERFORM OUVR-FICH-S1L

      *    DD DFUSLE1B ABSENTE (STATUT '05') : AUCUN MOUVEMENT
           IF FS-E1B = '05'
              SET FIN-E1B              TO TRUE
           END-IF

      *    Entete de la liste
           MOVE SYSIN-A-FISCALE        TO WS-EDT-A-FISCALE-TIT
           MOVE SYSIN-D-ECHEANCE       TO WS-EDT-D-ECHEANCE
           MOVE WS-D-JOUR              TO WS-EDT-D-EDITION
           MOVE WS-EDIT-TITRE          TO FD-DFUSLS1L
           PERFORM ECRT-FICH-S1L
           MOVE WS-EDIT-TRAIT          TO FD-DFUSLS1L
           PERFORM ECRT-FICH-S1L
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
              WHEN NOT MVT-BLOC-COMPTE AND NOT MVT-BLOC-CLIENT
              WHEN MVT-I-IDENT = SPACES
                 MOVE 'TYPE OU IDENTIFIANT DE BLOCAGE INVALIDE'
                                       TO WS-L-REJET
              WHEN MVT-N-DEMANDEUR = SPACES
              WHEN MVT-N-APPROBATEUR = SPACES
                 MOVE 'DEMANDEUR OU APPROBATEUR ABSENT'
                                       TO WS-L-REJET
              WHEN MVT-N-DEMANDEUR = MVT-N-APPROBATEUR
      *          CONTROLE A QUATRE YEUX
                 MOVE 'APPROBATEUR IDENTIQUE AU DEMANDEUR'
                                       TO WS-L-REJET
              WHEN MVT-ACTION-BLOCAGE
                 PERFORM MVT-BLOCAGE
              WHEN MVT-ACTION-LEVEE
                 PERFORM MVT-LEVEE
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

      *-------------*
       MVT-BLOCAGE.
      *-------------*

      *    Nouveau blocage, ou blocage d'un compte precedemment leve
      *    (la levee anterieure est alors remplacee)
           IF MVT-L-MOTIF = SPACES
              MOVE 'MOTIF DU BLOCAGE ABSENT'
                                       TO WS-L-REJET
           END-IF
           IF  WS-L-REJET = SPACES
           AND MVT-A-FISCALE-DEB NOT = SPACES
           AND MVT-A-FISCALE-DEB IS NOT NUMERIC
              MOVE 'PREMIERE ANNEE FISCALE INVALIDE'
                                       TO WS-L-REJET
           END-IF
           IF  WS-L-REJET = SPACES
           AND MVT-D-LEVEE-PREVUE NOT = SPACES
              MOVE MVT-D-LEVEE-PREVUE  TO WS-D-CTRL
              PERFORM CTRL-DATE
              IF NOT DATE-VALIDE
                 MOVE 'DATE DE LEVEE PREVUE INVALIDE'
                                       TO WS-L-REJET
              END-IF
           END-IF

           IF WS-L-REJET = SPACES
              PERFORM LECT-REGISTRE
              IF BLOC-TROUVE AND BLQ-BLOCAGE-ACTIF
                 MOVE 'BLOCAGE DEJA EN COURS'
                                       TO WS-L-REJET
              ELSE
                 MOVE MVT-ENR-BLOCAGE  TO BLQ-ENR-BLOCAGE
                 MOVE SPACE            TO BLQ-C-ACTION
                 SET BLQ-BLOCAGE-ACTIF TO TRUE
                 IF BLQ-A-FISCALE-DEB = SPACES
                    MOVE SYSIN-A-FISCALE
                                       TO BLQ-A-FISCALE-DEB
                 END-IF
                 IF BLQ-D-BLOCAGE = SPACES
                    MOVE WS-D-JOUR     TO BLQ-D-BLOCAGE
                 END-IF
                 MOVE SPACES           TO BLQ-D-LEVEE
                                          BLQ-N-AGENT-LEVEE
                 MOVE WS-D-JOUR        TO BLQ-D-MAJ
                 IF BLOC-TROUVE
                    PERFORM REECR-REGISTRE
                 ELSE
                    PERFORM ECRT-REGISTRE
                 END-IF
                 ADD 1                 TO WS-Q-MVT-BLOCAGE
              END-IF
           END-IF
           .

      *-----------*
       MVT-LEVEE.
      *-----------*

      *    Levee d'un blocage en cours : la date de levee (date du
      *    jour par defaut) designe le lot du passage complementaire
           IF MVT-D-LEVEE NOT = SPACES
              MOVE MVT-D-LEVEE         TO WS-D-CTRL
              PERFORM CTRL-DATE
              IF NOT DATE-VALIDE
                 MOVE 'DATE DE LEVEE INVALIDE'
                                       TO WS-L-REJET
              END-IF
           END-IF

           IF WS-L-REJET = SPACES
              PERFORM LECT-REGISTRE
              EVALUATE TRUE
                 WHEN NOT BLOC-TROUVE
                    MOVE 'AUCUN BLOCAGE A LEVER'
                                       TO WS-L-REJET
                 WHEN NOT BLQ-BLOCAGE-ACTIF
                    MOVE 'BLOCAGE DEJA LEVE'
                                       TO WS-L-REJET
                 WHEN OTHER
                    SET BLQ-BLOCAGE-LEVE TO TRUE
                    IF MVT-D-LEVEE = SPACES
                       MOVE WS-D-JOUR  TO BLQ-D-LEVEE
                    ELSE
                       MOVE MVT-D-LEVEE TO BLQ-D-LEVEE
                    END-IF
                    MOVE MVT-N-APPROBATEUR
                                       TO BLQ-N-AGENT-LEVEE
                    MOVE WS-D-JOUR     TO BLQ-D-MAJ
                    PERFORM REECR-REGISTRE
                    ADD 1              TO WS-Q-MVT-LEVEE
              END-EVALUATE
           END-IF
           .

      *-----------*
       MVT-MODIF.
      *-----------*

      *    Modification du motif ou de la date de levee prevue d'un
      *    blocage en cours (zones blanches du mouvement inchangees)
           IF MVT-D-LEVEE-PREVUE NOT = SPACES
              MOVE MVT-D-LEVEE-PREVUE  TO WS-D-CTRL
              PERFORM CTRL-DATE
              IF NOT DATE-VALIDE
                 MOVE 'DATE DE LEVEE PREVUE INVALIDE'
                                       TO WS-L-REJET
              END-IF
           END-IF

           IF WS-L-REJET = SPACES
              PERFORM LECT-REGISTRE
              EVALUATE TRUE
                 WHEN NOT BLOC-TROUVE
                    MOVE 'AUCUN BLOCAGE A MODIFIER'
                                       TO WS-L-REJET
                 WHEN NOT BLQ-BLOCAGE-ACTIF
                    MOVE 'BLOCAGE DEJA LEVE'
                                       TO WS-L-REJET
                 WHEN OTHER
                    IF MVT-L-MOTIF NOT = SPACES
                       MOVE MVT-L-MOTIF TO BLQ-L-MOTIF
                    END-IF
                    IF MVT-D-LEVEE-PREVUE NOT = SPACES
                       MOVE MVT-D-LEVEE-PREVUE
                                       TO BLQ-D-LEVEE-PREVUE
                    END-IF
                    MOVE WS-D-JOUR     TO BLQ-D-MAJ
                    PERFORM REECR-REGISTRE
                    ADD 1              TO WS-Q-MVT-MODIF
              END-EVALUATE
           END-IF
           .

      *------------*
       EDIT-REJET.
      *------------*

           MOVE MVT-C-ACTION           TO WS-EDT-REJ-C-ACTION
           MOVE MVT-C-TYPE-BLOC        TO WS-EDT-REJ-C-TYPE-BLOC
           MOVE MVT-I-IDENT            TO WS-EDT-REJ-I-IDENT
           MOVE MVT-N-DEMANDEUR        TO WS-EDT-REJ-N-DEMANDEUR
           MOVE MVT-N-APPROBATEUR      TO WS-EDT-REJ-N-APPROBATEUR
           MOVE WS-L-REJET             TO WS-EDT-REJ-L-REJET
           MOVE WS-EDIT-REJET          TO FD-DFUSLS1L
           PERFORM ECRT-FICH-S1L
           .

      *-------------------*
       PARCOURS-REGISTRE.
      *-------------------*

      *    Parcours sequentiel complet du registre
           MOVE LOW-VALUE              TO R10-CLE
           START DFUSLR10 KEY NOT < R10-CLE
           END-START
           EVALUATE FS-R10
              WHEN '00'
                 CONTINUE
              WHEN '23'
                 SET FIN-R10           TO TRUE
              WHEN OTHER
                 MOVE 1224             TO WS-CODE-ABEND
                 PERFORM TRAIT-ABEND
           END-EVALUATE

           PERFORM UNTIL FIN-R10
              READ DFUSLR10 NEXT INTO BLQ-ENR-BLOCAGE
              END-READ
              EVALUATE FS-R10
                 WHEN '00'
                    ADD 1              TO WS-NB-LECT-R10
                    PERFORM EDIT-BLOCAGE
                 WHEN '10'
                    SET FIN-R10        TO TRUE
                 WHEN OTHER
                    MOVE 1224          TO WS-CODE-ABEND
                    PERFORM TRAIT-ABEND
              END-EVALUATE
           END-PERFORM
           .

      *--------------*
       EDIT-BLOCAGE.
      *--------------*

      *    Un blocage en cours couvrant l'annee fiscale de la SYSIN
      *    au-dela de l'echeance de depot est signale ; une levee
      *    prevue depassee est rappelee
           MOVE SPACES                 TO WS-EDT-L-ALERTE
           IF BLQ-BLOCAGE-ACTIF
              ADD 1                    TO WS-Q-BLOC-ACTIF
              MOVE 'EN COURS'          TO WS-EDT-L-STATUT
              IF  BLQ-A-FISCALE-DEB NOT > SYSIN-A-FISCALE
              AND WS-D-JOUR > SYSIN-D-ECHEANCE
                 MOVE 'ECHEANCE DEPASSEE'
                                       TO WS-EDT-L-ALERTE
                 ADD 1                 TO WS-Q-ECHEANCE-DEPASSEE
              ELSE
                 IF  BLQ-D-LEVEE-PREVUE NOT = SPACES
                 AND BLQ-D-LEVEE-PREVUE < WS-D-JOUR
                    MOVE 'LEVEE EN RETARD' TO WS-EDT-L-ALERTE
                 END-IF
              END-IF
           ELSE
              ADD 1                    TO WS-Q-BLOC-LEVE
              MOVE 'LEVE'              TO WS-EDT-L-STATUT
           END-IF

           MOVE BLQ-C-TYPE-BLOC        TO WS-EDT-C-TYPE-BLOC
           MOVE BLQ-I-IDENT            TO WS-EDT-I-IDENT
           MOVE BLQ-A-FISCALE-DEB      TO WS-EDT-A-FISCALE-DEB
           MOVE BLQ-D-BLOCAGE          TO WS-EDT-D-BLOCAGE
           MOVE BLQ-D-LEVEE-PREVUE     TO WS-EDT-D-LEVEE-PREVUE
           MOVE BLQ-D-LEVEE            TO WS-EDT-D-LEVEE
           MOVE BLQ-N-DEMANDEUR        TO WS-EDT-N-DEMANDEUR
           MOVE BLQ-N-APPROBATEUR      TO WS-EDT-N-APPROBATEUR
           MOVE BLQ-L-MOTIF            TO WS-EDT-L-MOTIF
           MOVE WS-EDIT-BLOC           TO FD-DFUSLS1L
           PERFORM ECRT-FICH-S1L
           .

      *--------------*
       FIN-TRAIT.
      *--------------*

      *    Totaux de la liste
           MOVE SPACES                 TO FD-DFUSLS1L
           PERFORM ECRT-FICH-S1L
           MOVE WS-EDIT-TRAIT          TO FD-DFUSLS1L
           PERFORM ECRT-FICH-S1L
           MOVE 'MOUVEMENTS REJETES'   TO WS-EDT-L-TOTAL
           MOVE WS-Q-MVT-REJETE        TO WS-EDT-Q-TOTAL
           MOVE WS-EDIT-TOTAL          TO FD-DFUSLS1L
           PERFORM ECRT-FICH-S1L
           MOVE 'BLOCAGES EN COURS'    TO WS-EDT-L-TOTAL
           MOVE WS-Q-BLOC-ACTIF        TO WS-EDT-Q-TOTAL
           MOVE WS-EDIT-TOTAL          TO FD-DFUSLS1L
           PERFORM ECRT-FICH-S1L
           MOVE 'BLOCAGES LEVES'       TO WS-EDT-L-TOTAL
           MOVE WS-Q-BLOC-LEVE         TO WS-EDT-Q-TOTAL
           MOVE WS-EDIT-TOTAL          TO FD-DFUSLS1L
           PERFORM ECRT-FICH-S1L
           MOVE 'BLOCAGES AU-DELA DE L''ECHEANCE DE DEPOT'
                                       TO WS-EDT-L-TOTAL
           MOVE WS-Q-ECHEANCE-DEPASSEE TO WS-EDT-Q-TOTAL
           MOVE WS-EDIT-TOTAL          TO FD-DFUSLS1L
           PERFORM ECRT-FICH-S1L
           MOVE WS-EDIT-TRAIT          TO FD-DFUSLS1L
           PERFORM ECRT-FICH-S1L

           PERFORM FERM-FICH-E1B
           PERFORM FERM-FICH-R10
           PERFORM FERM-FICH-S1L
           PERFORM AFFICH-BILAN-FIN

      *    Alerte conformite : RETURN-CODE 4 si un blocage en cours
      *    depasse l'echeance de depot
           IF WS-Q-ECHEANCE-DEPASSEE > ZERO
              MOVE 4                   TO RETURN-CODE
           ELSE
              MOVE 0                   TO RETURN-CODE
           END-IF

           PERFORM FIN-PROGRAMME
           .

      *---------------*
       LECT-REGISTRE.
      *---------------*

           MOVE SPACE                  TO TOP-BLOC-TROUVE
           MOVE MVT-CLE                TO R10-CLE
           READ DFUSLR10 INTO BLQ-ENR-BLOCAGE
           EVALUATE FS-R10
              WHEN '00'
                 SET BLOC-TROUVE       TO TRUE
              WHEN '23'
                 CONTINUE
              WHEN OTHER
                 MOVE 1222             TO WS-CODE-ABEND
                 PERFORM TRAIT-ABEND
           END-EVALUATE
           .

      *---------------*
       ECRT-REGISTRE.
      *---------------*

           MOVE BLQ-ENR-BLOCAGE        TO ENR-DFUSLR10
           WRITE ENR-DFUSLR10
           IF FS-R10 NOT = '00'
              MOVE 1223                TO WS-CODE-ABEND
              PERFORM TRAIT-ABEND
           END-IF
           .

      *----------------*
       REECR-REGISTRE.
      *----------------*

           MOVE BLQ-ENR-BLOCAGE        TO ENR-DFUSLR10
           REWRITE ENR-DFUSLR10
           IF FS-R10 NOT = '00'
              MOVE 1223                TO WS-CODE-ABEND
              PERFORM TRAIT-ABEND
           END-IF
           .

      *---------------*
       OUVR-FICH-E1B.
      *---------------*

           OPEN INPUT DFUSLE1B
           IF FS-E1B  NOT = '00' AND '05'
              MOVE 1201               TO WS-CODE-ABEND
              PERFORM TRAIT-ABEND
           END-IF
           .

      *---------------*
       LECT-FICH-E1B.
      *---------------*

           READ DFUSLE1B INTO MVT-ENR-BLOCAGE
           EVALUATE FS-E1B
              WHEN '00'
                 ADD 1                TO WS-NB-LECT-E1B
              WHEN '10'
                 SET FIN-E1B          TO TRUE
              WHEN OTHER
                 MOVE 1202            TO WS-CODE-ABEND
                 PERFORM TRAIT-ABEND
           END-EVALUATE
           .

      *---------------*
       FERM-FICH-E1B.
      *---------------*

           CLOSE DFUSLE1B
           IF FS-E1B  NOT = '00'
              MOVE 1203               TO WS-CODE-ABEND
              PERFORM TRAIT-ABEND
           END-IF
           .

      *---------------*
       OUVR-FICH-R10.
      *---------------*

           OPEN I-O DFUSLR10
           IF FS-R10  NOT = '00'
              MOVE 1221               TO WS-CODE-ABEND
              PERFORM TRAIT-ABEND
           END-IF
           .

      *---------------*
       FERM-FICH-R10.
      *---------------*

           CLOSE DFUSLR10
           IF FS-R10  NOT = '00'
              MOVE 1225               TO WS-CODE-ABEND
              PERFORM TRAIT-ABEND
           END-IF
           .

      *---------------*
       OUVR-FICH-S1L.
      *---------------*

           OPEN OUTPUT DFUSLS1L
           IF FS-S1L  NOT = '00'
              MOVE 1211               TO WS-CODE-ABEND
              PERFORM TRAIT-ABEND
           END-IF
           .

      *---------------*
       ECRT-FICH-S1L.
      *---------------*

           WRITE FD-DFUSLS1L
           END-WRITE
           IF FS-S1L    NOT = '00'
               MOVE 1212               TO WS-CODE-ABEND
               PERFORM TRAIT-ABEND
           ELSE
               ADD 1 TO WS-NB-ECRT-S1L
           END-IF
           .

      *---------------*
       FERM-FICH-S1L.
      *---------------*

           CLOSE DFUSLS1L
           IF FS-S1L  NOT = '00'
              MOVE 1213               TO WS-CODE-ABEND
              PERFORM TRAIT-ABEND
           END-IF
           .

      *--------------*
       TRAIT-ABEND.
      *--------------*
      * GESTION DES ABENDS DU PROGRAMME

           MOVE 'BFUSEL12'             TO      INAB-C-PGM-APPEL
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
              WHEN 1201
              WHEN 1202
              WHEN 1203
                 MOVE 'PB ACCES FICHIER DFUSLE1B'
                                       TO      WS-LIGNE-ANO21
              WHEN 1211
              WHEN 1212
              WHEN 1213
                 MOVE 'PB ACCES FICHIER DFUSLS1L'
                                       TO      WS-LIGNE-ANO21
              WHEN 1221
              WHEN 1222
              WHEN 1223
              WHEN 1224
              WHEN 1225
                 MOVE 'PB ACCES REGISTRE DES BLOCAGES DFUSLR10'
                                       TO      WS-LIGNE-ANO21
              WHEN 1240
                 MOVE 'SYSIN INVALIDE (ANNEE FISCALE, ECHEANCE)'
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
           MOVE 'BFUSEL12'              TO BILA-C-PGM-APPEL
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
           MOVE '*    ECHEANCE DE DEPOT........ :
      -    '        *'                  TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE SYSIN-D-ECHEANCE        TO BILA-L-DISP(WS-DISP)(34:10)
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
           MOVE '*    WS-NB-LECT-E1B             :
      -    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE WS-NB-LECT-E1B           TO BILA-L-DISP(WS-DISP)(45:9)
           ADD  1                        TO WS-DISP
           MOVE '*    WS-Q-MVT-BLOCAGE           :
      -    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE WS-Q-MVT-BLOCAGE         TO BILA-L-DISP(WS-DISP)(45:9)
           ADD  1                        TO WS-DISP
           MOVE '*    WS-Q-MVT-LEVEE             :
      -    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE WS-Q-MVT-LEVEE           TO BILA-L-DISP(WS-DISP)(45:9)
           ADD  1                        TO WS-DISP
           MOVE '*    WS-Q-MVT-MODIF             :
      -    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE WS-Q-MVT-MODIF           TO BILA-L-DISP(WS-DISP)(45:9)
           ADD  1                        TO WS-DISP
           MOVE '*    WS-Q-MVT-REJETE            :
      -    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE WS-Q-MVT-REJETE          TO BILA-L-DISP(WS-DISP)(45:9)
           ADD  1                        TO WS-DISP
           MOVE '*    WS-NB-LECT-R10             :
      -    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE WS-NB-LECT-R10           TO BILA-L-DISP(WS-DISP)(45:9)
           ADD  1                        TO WS-DISP
           MOVE '*    WS-Q-BLOC-ACTIF            :
      -    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE WS-Q-BLOC-ACTIF          TO BILA-L-DISP(WS-DISP)(45:9)
           ADD  1                        TO WS-DISP
           MOVE '*    WS-Q-BLOC-LEVE             :
      -    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE WS-Q-BLOC-LEVE           TO BILA-L-DISP(WS-DISP)(45:9)
           ADD  1                        TO WS-DISP
           MOVE '*    WS-Q-ECHEANCE-DEPASSEE     :
      -    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE WS-Q-ECHEANCE-DEPASSEE   TO BILA-L-DISP(WS-DISP)(45:9)
           ADD  1                        TO WS-DISP
           MOVE '*    WS-NB-ECRT-S1L             :
      -    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE WS-NB-ECRT-S1L           TO BILA-L-DISP(WS-DISP)(45:9)
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
       END PROGRAM BFUSEL12.
