       IDENTIFICATION DIVISION.
       PROGRAM-ID. OFUSIQ00.
       AUTHOR. MCHA.

      ******************************************************************
      *      ____________________________________________________      *
      *    _(                                                    )_    *
      *  _(       C O N S U L T A T I O N   E N   L I G N E      )_    *
      * =_        C A M P A G N E S   E T   D O C R E F I D       _= *
      *   (_                    F A T C A                         _)   *
      *     (____________________________________________________)     *
      *                                                                *
      *               DATE          : 30/01/2017                       *
      *               COMPOSANT     : OFUSIQ00                         *
      *               TYPE          : TP CICS (TRANSACTION FUIQ)       *
      *               AUTEUR        : MCHA                             *
      *                                                                *
      *             __________________________________________         *
      *                                                                *
      * DESCRIPTION   : Transaction de consultation, en lecture seule, *
      *                 des magasins persistants de la chaine FATCA.   *
      *                 La demande est saisie a la suite du code       *
      *                 transaction, l'ecran de reponse est envoye en  *
      *                 mode texte (24 lignes de 80) :                 *
      *                 FUIQ C giin aaaa [doctype] : etat de campagne  *
      *                      (DFUSLR03) par GIIN / annee / DocType ;   *
      *                 FUIQ R reference : entree du registre          *
      *                      d'unicite DFUSLR01 (DocRefId ou           *
      *                      MessageRefId) ;                           *
      *                 FUIQ D docrefid : cycle de vie complet du      *
      *                      DocRefId - genere, manifeste, sort ICMM,  *
      *                      DocRefId de correction qui le remplace,   *
      *                      MAJ ECV appliquee par BFUSMJ00, archive   *
      *                      ou epure (DFUSLR07, DFUSLR01, DFUSLR02,   *
      *                      DFUSLR03) ;                               *
      *                 FUIQ K compte [giin] / FUIQ P client [giin] :  *
      *                      documents archives d'un compte (KAC) ou   *
      *                      d'un client (KPI) par l'index croise      *
      *                      DFUSLR04, a partir du GIIN eventuel ;     *
      *                 FUIQ S : documents suivants d'un ecran K / P   *
      *                      plein (cle complete du dernier document   *
      *                      affiche conservee en COMMAREA).           *
152690*                 Les commandes C et D affichent la lignee du    *
152690*                 GIIN (registre des successions DFUSLR11) :     *
152690*                 successeur et predecesseurs apres fusion.      *
      *                 Toute autre saisie affiche l'aide. Une erreur  *
      *                 d'acces fichier est affichee avec son code     *
      *                 RESP, sans abend de la transaction.            *
      *                                                                *
      * Fichiers CICS (lecture seule) :                                *
      *________________________________________________________________*
      *          |                                      |   |          *
      *  FICHIER |              DESCRIPTION             | A |  COPY    *
      *__________|______________________________________|___|__________*
      * DFUSLR01 | Registre d'unicite des references    | E |          *
      * DFUSLR02 | Magasin d'archivage indexe (VSAM)    | E |          *
      * DFUSLR03 | Magasin d'etat de campagne (VSAM)    | E |          *
      * DFUSLR04 | Index croise compte/client (VSAM)    | E |          *
      * DFUSLR07 | Cycle de vie des DocRefId (VSAM)     | E | CFUSCYCV *
152690* DFUSLR11 | Registre des successions (VSAM)      | E | CFUSSUCC *
      *__________|______________________________________|___|__________*
      *                                                                *
      * Historique des modifications :                                 *
      *________________________________________________________________*
      * AUTEUR !   DATE   !  GAMA  !        MODIFICATIONS              *
      *________!__________!________!___________________________________*
152640*  MCHA  !30/01/2017!20152640!CREATION : CONSULTATION EN LIGNE   *
152640*        !          !        !DES CAMPAGNES, DU REGISTRE, DE     *
152640*        !          !        !L'ARCHIVE ET DU CYCLE DE VIE       *
152640*        !          !        !(CORRECTIONS ET ANNULATIONS)       *
152690*----------------------------------------------------------------*
152690*  MCHA  !06/03/2017!20152690!LIGNEE DU GIIN (SUCCESSEUR ET      *
152690*        !          !        !PREDECESSEURS, REGISTRE DFUSLR11)  *
152690*        !          !        !SUR LES COMMANDES C ET D           *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       DATA DIVISION.

      ***************************************
      *      WORKING STORAGE SECTION        *
      ***************************************

       WORKING-STORAGE SECTION.

      *   Saisie du terminal : code transaction, commande et
      *   arguments
       01 WS-ENTREE                     PIC X(200) VALUE SPACES.
       01 WS-L-ENTREE                   PIC S9(04) COMP VALUE +200.
       01 WS-CMD.
          05 WS-CMD-TRANSID             PIC X(04) VALUE SPACES.
          05 WS-CMD-CODE                PIC X(01) VALUE SPACE.
          05 WS-CMD-ARG1                PIC X(90) VALUE SPACES.
          05 WS-CMD-ARG2                PIC X(90) VALUE SPACES.
          05 WS-CMD-ARG3                PIC X(90) VALUE SPACES.

      *   Ecran de reponse : 24 lignes de 80
       01 WS-ECRAN.
          05 WS-ECR-LIGNE OCCURS 24     PIC X(80).
       01 WS-L-ECRAN                    PIC S9(04) COMP VALUE +1920.
       01 WS-I-LIG                      PIC 9(02) VALUE ZERO.

      *   Code retour des commandes CICS
       01 WS-RESP                       PIC S9(08) COMP VALUE ZERO.
       01 WS-RESP-EDT                   PIC ZZZ9.
       01 WS-NOM-FICHIER                PIC X(08) VALUE SPACES.
       01 TOP-ERREUR                    PIC X(01) VALUE SPACE.
          88 ERREUR-ACCES                          VALUE 'O'.

      *   Nature du document qui designe le DocRefId consulte en
      *   CorrDocRefId (annulation FATCA3/FATCA13 ou correction)
       01 WS-L-NATURE-CORR              PIC X(10) VALUE SPACES.

      *   Date et heure de la consultation
       01 WS-ABSTIME                    PIC S9(15) COMP-3 VALUE ZERO.
       01 WS-D-JOUR                     PIC X(10) VALUE SPACES.
       01 WS-H-JOUR                     PIC X(08) VALUE SPACES.

      *   Registre d'unicite DFUSLR01
       01 WS-ENR-DFUSLR01.
          05 REG-CLE.
             10 REG-C-TYPE-REF          PIC X(04).
             10 REG-I-REF               PIC X(90).
          05 REG-I-REF-GIIN             PIC X(20).
          05 REG-D-EMISSION             PIC X(10).

      *   Magasin d'archivage DFUSLR02
       01 WS-ENR-DFUSLR02.
          05 ARC-CLE.
             10 ARC-I-REF-GIIN          PIC X(20).
             10 ARC-A-FISCALE           PIC X(04).
             10 ARC-I-DOCREFID          PIC X(90).
             10 ARC-N-LIGNE             PIC 9(05).
          05 ARC-D-ARCHIVAGE            PIC X(10).
          05 ARC-C-DOCTYPEINDIC         PIC X(07).
          05 ARC-L-LIGNE-XML            PIC X(1000).

      *   Magasin d'etat de campagne DFUSLR03
       01 WS-ENR-DFUSLR03.
          05 ETA-CLE.
             10 ETA-I-REF-GIIN          PIC X(20).
             10 ETA-A-FISCALE           PIC X(04).
             10 ETA-C-DOCTYPEINDIC      PIC X(07).
          05 ETA-C-ETAPE                PIC X(10).
          05 ETA-D-EXTRAIT              PIC X(19).
          05 ETA-D-GENERE               PIC X(19).
          05 ETA-D-VALIDE               PIC X(19).
          05 ETA-D-PACKAGE              PIC X(19).
          05 ETA-D-ARCHIVE              PIC X(19).
          05 ETA-D-ACQUITTE             PIC X(19).
          05 ETA-Q-DOC-GENERES          PIC 9(09).
          05 ETA-Q-DOCREF-MANIF         PIC 9(09).
          05 ETA-Q-REJETS               PIC 9(09).
          05 ETA-D-TRANSMIS             PIC X(19).
          05 FILLER                     PIC X(03).

      *   Index croise compte/client DFUSLR04
       01 WS-ENR-DFUSLR04.
          05 IDX-CLE.
             10 IDX-C-TYPE-IDENT        PIC X(03).
             10 IDX-I-IDENT             PIC X(17).
             10 IDX-I-REF-GIIN          PIC X(20).
             10 IDX-A-FISCALE           PIC X(04).
             10 IDX-I-DOCREFID          PIC X(90).
          05 IDX-D-ARCHIVAGE            PIC X(10).

      *   Cycle de vie DFUSLR07 : DocRefId consulte et DocRefId
      *   de correction
        COPY CFUSCYCV REPLACING ==(P)== BY ==CYV==.
        COPY CFUSCYCV REPLACING ==(P)== BY ==CYR==.
152690
152690*   Registre des successions DFUSLR11 : cle de lecture ou de
152690*   parcours, GIIN du maillon affiche
152690  COPY CFUSSUCC REPLACING ==(P)== BY ==SUC==.
152690 01 WS-R11-CLE                    PIC X(20) VALUE SPACES.
152690 01 WS-C-REF-GIIN-LIG             PIC X(20) VALUE SPACES.

      *   Cles de parcours (debut de browse et borne de selection)
       01 WS-C-TYPE-IDENT               PIC X(03) VALUE SPACES.
       01 WS-I-IDENT                    PIC X(17) VALUE SPACES.
       01 WS-I-REF-GIIN                 PIC X(20) VALUE SPACES.
       01 WS-A-FISCALE                  PIC X(04) VALUE SPACES.
       01 WS-C-DOCTYPEINDIC             PIC X(07) VALUE SPACES.
       01 WS-I-DOCREFID                 PIC X(90) VALUE SPACES.
       01 WS-Q-LIGNE-DOC                PIC 9(02) VALUE ZERO.
       01 TOP-FIN-BROWSE                PIC X(01) VALUE SPACE.
          88 FIN-BROWSE                            VALUE 'O'.
       01 TOP-SUITE                     PIC X(01) VALUE SPACE.
          88 SUITE-NON-AFFICHEE                    VALUE 'O'.
       01 TOP-CYC-TROUVE                PIC X(01) VALUE SPACE.
          88 CYC-TROUVE                            VALUE 'O'.
152690 01 WS-I-LIG-DEB                  PIC 9(02) VALUE ZERO.

      *******************************
      *                             *
      *  Lignes de l'ecran          *
      *                             *
      *******************************

       01 WS-ECR-TITRE.
          05 FILLER                     PIC X(07) VALUE 'FUIQ - '.
          05 WS-ECR-L-TITRE             PIC X(50).
          05 WS-ECR-D-JOUR              PIC X(10).
          05 FILLER                     PIC X(01) VALUE SPACE.
          05 WS-ECR-H-JOUR              PIC X(08).
          05 FILLER                     PIC X(04) VALUE SPACES.

       01 WS-ECR-LIBELLE.
          05 FILLER                     PIC X(02) VALUE SPACES.
          05 WS-ECR-LIB                 PIC X(18).
          05 FILLER                     PIC X(02) VALUE ': '.
          05 WS-ECR-VAL                 PIC X(58).

       01 WS-ECR-ETAT.
          05 FILLER                     PIC X(02) VALUE SPACES.
          05 WS-ECR-ETA-DOCTYPE         PIC X(07).
          05 FILLER                     PIC X(02) VALUE SPACES.
          05 WS-ECR-ETA-ETAPE           PIC X(10).
          05 FILLER                     PIC X(02) VALUE SPACES.
          05 WS-ECR-ETA-L-NB            PIC X(07) VALUE 'DOCS : '.
          05 WS-ECR-ETA-Q-DOC           PIC Z(8)9.
          05 WS-ECR-ETA-L-MNF           PIC X(10) VALUE '  MANIF : '.
          05 WS-ECR-ETA-Q-MANIF         PIC Z(8)9.
          05 WS-ECR-ETA-L-REJ           PIC X(10) VALUE '  REJETS: '.
          05 WS-ECR-ETA-Q-REJET         PIC Z(8)9.
          05 FILLER                     PIC X(03) VALUE SPACES.

       01 WS-ECR-DATE-ETAT.
          05 FILLER                     PIC X(04) VALUE SPACES.
          05 WS-ECR-DET-LIB1            PIC X(10).
          05 WS-ECR-DET-D1              PIC X(19).
          05 FILLER                     PIC X(02) VALUE SPACES.
          05 WS-ECR-DET-LIB2            PIC X(10).
          05 WS-ECR-DET-D2              PIC X(19).
          05 FILLER                     PIC X(16) VALUE SPACES.

       01 WS-ECR-INDEX.
          05 WS-ECR-IDX-GIIN            PIC X(20).
          05 FILLER                     PIC X(01) VALUE SPACE.
          05 WS-ECR-IDX-ANNEE           PIC X(04).
          05 FILLER                     PIC X(01) VALUE SPACE.
          05 WS-ECR-IDX-D-ARCH          PIC X(10).
          05 FILLER                     PIC X(01) VALUE SPACE.
          05 WS-ECR-IDX-DOCREFID        PIC X(43).

       01 WS-ECR-SUITE-DOCREFID.
          05 FILLER                     PIC X(37) VALUE SPACES.
          05 WS-ECR-IDX-DOCREFID-2      PIC X(43).

      *   Zone de communication entre deux saisies : cle complete
      *   DFUSLR04 du dernier document affiche par K / P quand
      *   l'ecran est plein, reprise par FUIQ S
       01 WS-COMMAREA.
          05 WS-CA-CLE-INDEX.
             10 WS-CA-C-TYPE-IDENT      PIC X(03).
             10 WS-CA-I-IDENT           PIC X(17).
             10 WS-CA-I-REF-GIIN        PIC X(20).
             10 WS-CA-A-FISCALE         PIC X(04).
             10 WS-CA-I-DOCREFID        PIC X(90).
       01 WS-L-COMMAREA                 PIC S9(04) COMP VALUE +134.
       01 WS-CLE-REPRISE                PIC X(134) VALUE SPACES.
       01 TOP-REPRISE                   PIC X(01) VALUE SPACE.
          88 REPRISE-INDEX                         VALUE 'O'.

       LINKAGE SECTION.

       01 DFHCOMMAREA                   PIC X(134).

      *****************************************************************
      *            P R O C E D U R E   D I V I S I O N                *
      *****************************************************************

       PROCEDURE DIVISION.

      *    Lecture de la demande
           PERFORM INIT-TRAIT

      *    Aiguillage selon la commande saisie
           EVALUATE WS-CMD-CODE
              WHEN 'C'
                 PERFORM CONSULT-CAMPAGNE
              WHEN 'R'
                 PERFORM CONSULT-REGISTRE
              WHEN 'D'
                 PERFORM CONSULT-CYCLE-VIE
              WHEN 'K'
                 MOVE 'KAC'            TO WS-C-TYPE-IDENT
                 PERFORM CONSULT-INDEX
              WHEN 'P'
                 MOVE 'KPI'            TO WS-C-TYPE-IDENT
                 PERFORM CONSULT-INDEX
              WHEN 'S'
                 IF WS-CA-C-TYPE-IDENT = SPACES
                    PERFORM AFFICH-AIDE
                    MOVE 'AUCUNE SUITE EN ATTENTE : SAISIR FUIQ K / P'
                                       TO WS-ECR-LIGNE(24)
                 ELSE
                    MOVE WS-CA-C-TYPE-IDENT TO WS-C-TYPE-IDENT
                    SET REPRISE-INDEX  TO TRUE
                    MOVE WS-CA-CLE-INDEX TO WS-CLE-REPRISE
                    PERFORM CONSULT-INDEX
                 END-IF
              WHEN OTHER
                 PERFORM AFFICH-AIDE
           END-EVALUATE

      *    Envoi de l'ecran et fin de tache
           PERFORM FIN-TRAIT
           .

      *--------------*
       INIT-TRAIT.
      *--------------*

           MOVE SPACES                 TO WS-ECRAN
           MOVE SPACE                  TO TOP-ERREUR

      *    Date et heure de la consultation
           EXEC CICS ASKTIME
                ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME
                ABSTIME(WS-ABSTIME)
                YYYYMMDD(WS-D-JOUR)
                DATESEP('-')
                TIME(WS-H-JOUR)
                TIMESEP(':')
           END-EXEC

      *    Saisie : 'FUIQ <commande> <arguments>'
           MOVE SPACES                 TO WS-ENTREE
           MOVE +200                   TO WS-L-ENTREE
           EXEC CICS RECEIVE
                INTO(WS-ENTREE)
                LENGTH(WS-L-ENTREE)
                RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
           AND WS-RESP NOT = DFHRESP(LENGERR)
              MOVE SPACES              TO WS-ENTREE
           END-IF

           MOVE SPACES                 TO WS-CMD
           UNSTRING WS-ENTREE DELIMITED BY ALL SPACE
              INTO WS-CMD-TRANSID
                   WS-CMD-CODE
                   WS-CMD-ARG1
                   WS-CMD-ARG2
                   WS-CMD-ARG3
           END-UNSTRING

      *    Cle de reprise transmise par l'ecran precedent (FUIQ S)
           MOVE SPACES                 TO WS-COMMAREA
           IF EIBCALEN = WS-L-COMMAREA
              MOVE DFHCOMMAREA         TO WS-COMMAREA
           END-IF
           .

      *-----------------*
       CONSULT-CAMPAGNE.
      *-----------------*

      *    Etat de campagne : parcours des cles GIIN + annee, un
      *    bloc de cinq lignes par DocTypeIndic (ou le seul demande)
           MOVE 'ETAT DE CAMPAGNE (DFUSLR03)'
                                       TO WS-ECR-L-TITRE
           PERFORM ECR-TITRE

           MOVE WS-CMD-ARG1            TO WS-I-REF-GIIN
           MOVE WS-CMD-ARG2            TO WS-A-FISCALE
           MOVE WS-CMD-ARG3            TO WS-C-DOCTYPEINDIC
           IF WS-I-REF-GIIN = SPACES
           OR WS-A-FISCALE IS NOT NUMERIC
              MOVE 'SAISIR : FUIQ C giin aaaa [doctype]'
                                       TO WS-ECR-LIGNE(24)
           ELSE
              MOVE 'GIIN'              TO WS-ECR-LIB
              MOVE WS-I-REF-GIIN       TO WS-ECR-VAL
              PERFORM ECR-LIBELLE
              MOVE 'ANNEE FISCALE'     TO WS-ECR-LIB
              MOVE WS-A-FISCALE        TO WS-ECR-VAL
              PERFORM ECR-LIBELLE
152690        PERFORM ECR-LIGNEE
              ADD 1                    TO WS-I-LIG
152690        MOVE WS-I-LIG            TO WS-I-LIG-DEB

              MOVE WS-I-REF-GIIN       TO ETA-I-REF-GIIN
              MOVE WS-A-FISCALE        TO ETA-A-FISCALE
              MOVE WS-C-DOCTYPEINDIC   TO ETA-C-DOCTYPEINDIC
              MOVE 'DFUSLR03'          TO WS-NOM-FICHIER
              MOVE SPACE               TO TOP-FIN-BROWSE
                                          TOP-SUITE
              EXEC CICS STARTBR
                   FILE('DFUSLR03')
                   RIDFLD(ETA-CLE)
                   GTEQ
                   RESP(WS-RESP)
              END-EXEC
              EVALUATE WS-RESP
                 WHEN DFHRESP(NORMAL)
                    CONTINUE
                 WHEN DFHRESP(NOTFND)
                    SET FIN-BROWSE     TO TRUE
                 WHEN OTHER
                    PERFORM ERREUR-FICHIER
                    SET FIN-BROWSE     TO TRUE
              END-EVALUATE

              PERFORM UNTIL FIN-BROWSE
                 EXEC CICS READNEXT
                      FILE('DFUSLR03')
                      INTO(WS-ENR-DFUSLR03)
                      RIDFLD(ETA-CLE)
                      RESP(WS-RESP)
                 END-EXEC
                 EVALUATE WS-RESP
                    WHEN DFHRESP(NORMAL)
                       IF ETA-I-REF-GIIN NOT = WS-I-REF-GIIN
                       OR ETA-A-FISCALE NOT = WS-A-FISCALE
                          SET FIN-BROWSE TO TRUE
                       ELSE
                          IF WS-C-DOCTYPEINDIC = SPACES
                          OR ETA-C-DOCTYPEINDIC = WS-C-DOCTYPEINDIC
      *                      Un bloc de cinq lignes doit tenir
      *                      avant la ligne 24 des messages
                             IF WS-I-LIG > 18
                                SET SUITE-NON-AFFICHEE TO TRUE
                                SET FIN-BROWSE TO TRUE
                             ELSE
                                PERFORM ECR-BLOC-ETAT
                             END-IF
                          END-IF
                       END-IF
                    WHEN DFHRESP(ENDFILE)
                       SET FIN-BROWSE  TO TRUE
                    WHEN OTHER
                       PERFORM ERREUR-FICHIER
                       SET FIN-BROWSE  TO TRUE
                 END-EVALUATE
              END-PERFORM

              IF WS-RESP NOT = DFHRESP(NOTFND)
                 EXEC CICS ENDBR
                      FILE('DFUSLR03')
                      RESP(WS-RESP)
                 END-EXEC
              END-IF

              IF NOT ERREUR-ACCES
152690           IF WS-I-LIG = WS-I-LIG-DEB
                    MOVE 'AUCUNE CAMPAGNE POUR CETTE CLE'
                                       TO WS-ECR-LIGNE(24)
                 END-IF
                 IF SUITE-NON-AFFICHEE
                    MOVE 'SUITE NON AFFICHEE : PRECISER LE DOCTYPE'
                                       TO WS-ECR-LIGNE(24)
                 END-IF
              END-IF
           END-IF
           .

      *--------------*
       ECR-BLOC-ETAT.
      *--------------*

      *    Bloc d'un DocTypeIndic : etape et compteurs, puis les
      *    horodatages des etapes
           MOVE ETA-C-DOCTYPEINDIC     TO WS-ECR-ETA-DOCTYPE
           MOVE ETA-C-ETAPE            TO WS-ECR-ETA-ETAPE
           MOVE ETA-Q-DOC-GENERES      TO WS-ECR-ETA-Q-DOC
           MOVE ETA-Q-DOCREF-MANIF     TO WS-ECR-ETA-Q-MANIF
           MOVE ETA-Q-REJETS           TO WS-ECR-ETA-Q-REJET
           ADD 1                       TO WS-I-LIG
           MOVE WS-ECR-ETAT            TO WS-ECR-LIGNE(WS-I-LIG)

           MOVE 'EXTRAIT  '            TO WS-ECR-DET-LIB1
           MOVE ETA-D-EXTRAIT          TO WS-ECR-DET-D1
           MOVE 'GENERE   '            TO WS-ECR-DET-LIB2
           MOVE ETA-D-GENERE           TO WS-ECR-DET-D2
           ADD 1                       TO WS-I-LIG
           MOVE WS-ECR-DATE-ETAT       TO WS-ECR-LIGNE(WS-I-LIG)

           MOVE 'VALIDE   '            TO WS-ECR-DET-LIB1
           MOVE ETA-D-VALIDE           TO WS-ECR-DET-D1
           MOVE 'PACKAGE  '            TO WS-ECR-DET-LIB2
           MOVE ETA-D-PACKAGE          TO WS-ECR-DET-D2
           ADD 1                       TO WS-I-LIG
           MOVE WS-ECR-DATE-ETAT       TO WS-ECR-LIGNE(WS-I-LIG)

           MOVE 'ARCHIVE  '            TO WS-ECR-DET-LIB1
           MOVE ETA-D-ARCHIVE          TO WS-ECR-DET-D1
           MOVE 'TRANSMIS '            TO WS-ECR-DET-LIB2
           MOVE ETA-D-TRANSMIS         TO WS-ECR-DET-D2
           ADD 1                       TO WS-I-LIG
           MOVE WS-ECR-DATE-ETAT       TO WS-ECR-LIGNE(WS-I-LIG)

           MOVE 'ACQUITTE '            TO WS-ECR-DET-LIB1
           MOVE ETA-D-ACQUITTE         TO WS-ECR-DET-D1
           MOVE SPACES                 TO WS-ECR-DET-LIB2
                                          WS-ECR-DET-D2
           ADD 1                       TO WS-I-LIG
           MOVE WS-ECR-DATE-ETAT       TO WS-ECR-LIGNE(WS-I-LIG)
           .

      *-----------------*
       CONSULT-REGISTRE.
      *-----------------*

      *    Registre d'unicite : la reference est cherchee comme
      *    DocRefId ('DOC '), puis comme MessageRefId ('MSG ')
           MOVE 'REGISTRE D''UNICITE (DFUSLR01)'
                                       TO WS-ECR-L-TITRE
           PERFORM ECR-TITRE

           IF WS-CMD-ARG1 = SPACES
              MOVE 'SAISIR : FUIQ R reference'
                                       TO WS-ECR-LIGNE(24)
           ELSE
              MOVE WS-CMD-ARG1         TO WS-I-DOCREFID
              PERFORM ECR-DOCREFID
              MOVE 'DOC '              TO REG-C-TYPE-REF
              PERFORM LECT-REGISTRE
              IF WS-RESP = DFHRESP(NOTFND)
                 MOVE 'MSG '           TO REG-C-TYPE-REF
                 PERFORM LECT-REGISTRE
              END-IF
              EVALUATE TRUE
                 WHEN ERREUR-ACCES
                    CONTINUE
                 WHEN WS-RESP = DFHRESP(NOTFND)
                    MOVE 'REFERENCE INCONNUE DU REGISTRE'
                                       TO WS-ECR-LIGNE(24)
                 WHEN OTHER
                    ADD 1              TO WS-I-LIG
                    MOVE 'TYPE'        TO WS-ECR-LIB
                    IF REG-C-TYPE-REF = 'DOC '
                       MOVE 'DocRefId' TO WS-ECR-VAL
                    ELSE
                       MOVE 'MessageRefId'
                                       TO WS-ECR-VAL
                    END-IF
                    PERFORM ECR-LIBELLE
                    MOVE 'GIIN'        TO WS-ECR-LIB
                    MOVE REG-I-REF-GIIN
                                       TO WS-ECR-VAL
                    PERFORM ECR-LIBELLE
                    MOVE 'EMIS LE'     TO WS-ECR-LIB
                    MOVE REG-D-EMISSION
                                       TO WS-ECR-VAL
                    PERFORM ECR-LIBELLE
              END-EVALUATE
           END-IF
           .

      *------------------*
       CONSULT-CYCLE-VIE.
      *------------------*

      *    Parcours complet d'un DocRefId : cycle de vie DFUSLR07,
      *    registre DFUSLR01, presence au magasin d'archivage
      *    DFUSLR02 (absent apres archivage = epure) et etape de la
      *    campagne porteuse DFUSLR03
           MOVE 'CYCLE DE VIE D''UN DocRefId'
                                       TO WS-ECR-L-TITRE
           PERFORM ECR-TITRE

           IF WS-CMD-ARG1 = SPACES
              MOVE 'SAISIR : FUIQ D docrefid'
                                       TO WS-ECR-LIGNE(24)
           ELSE
              MOVE WS-CMD-ARG1         TO WS-I-DOCREFID
              PERFORM ECR-DOCREFID

      *       Cycle de vie
              MOVE SPACE               TO TOP-CYC-TROUVE
              MOVE SPACES              TO CYV-ENR-CYCLE
              MOVE 'DFUSLR07'          TO WS-NOM-FICHIER
              EXEC CICS READ
                   FILE('DFUSLR07')
                   INTO(CYV-ENR-CYCLE)
                   RIDFLD(WS-I-DOCREFID)
                   RESP(WS-RESP)
              END-EXEC
              EVALUATE WS-RESP
                 WHEN DFHRESP(NORMAL)
                    SET CYC-TROUVE     TO TRUE
                 WHEN DFHRESP(NOTFND)
                    CONTINUE
                 WHEN OTHER
                    PERFORM ERREUR-FICHIER
              END-EVALUATE

      *       Registre d'unicite
              IF NOT ERREUR-ACCES
                 MOVE 'DOC '           TO REG-C-TYPE-REF
                 PERFORM LECT-REGISTRE
              END-IF

              IF NOT ERREUR-ACCES
                 IF NOT CYC-TROUVE
                 AND WS-RESP = DFHRESP(NOTFND)
                    MOVE 'DocRefId INCONNU (CYCLE DE VIE ET REGISTRE)'
                                       TO WS-ECR-LIGNE(24)
                 ELSE
                    IF WS-RESP = DFHRESP(NORMAL)
                    AND CYV-I-REF-GIIN = SPACES
                       MOVE REG-I-REF-GIIN
                                       TO CYV-I-REF-GIIN
                    END-IF
                    PERFORM ECR-CYCLE-VIE
152690              IF NOT ERREUR-ACCES
152690              AND CYV-I-REF-GIIN NOT = SPACES
152690                 MOVE CYV-I-REF-GIIN
152690                                 TO WS-I-REF-GIIN
152690                 PERFORM ECR-LIGNEE
152690              END-IF
                 END-IF
              END-IF
           END-IF
           .

      *--------------*
       ECR-CYCLE-VIE.
      *--------------*

           MOVE 'GIIN / ANNEE'         TO WS-ECR-LIB
           STRING CYV-I-REF-GIIN       DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  CYV-A-FISCALE        DELIMITED BY SIZE
                  '  '                 DELIMITED BY SIZE
                  CYV-C-DOCTYPEINDIC   DELIMITED BY SIZE
             INTO WS-ECR-VAL
           END-STRING
           PERFORM ECR-LIBELLE
           ADD 1                       TO WS-I-LIG

      *    Generation : journal d'audit, a defaut date d'emission
      *    au registre
           MOVE 'GENERE'               TO WS-ECR-LIB
           EVALUATE TRUE
              WHEN CYV-D-GENERE NOT = SPACES
                 MOVE CYV-D-GENERE     TO WS-ECR-VAL
              WHEN WS-RESP = DFHRESP(NORMAL)
                 STRING REG-D-EMISSION DELIMITED BY SIZE
                        ' (REGISTRE)'  DELIMITED BY SIZE
                   INTO WS-ECR-VAL
                 END-STRING
              WHEN OTHER
                 MOVE 'NON'            TO WS-ECR-VAL
           END-EVALUATE
           PERFORM ECR-LIBELLE

           MOVE 'MANIFESTE'            TO WS-ECR-LIB
           IF CYV-D-MANIFESTE = SPACES
              MOVE 'NON'               TO WS-ECR-VAL
           ELSE
              STRING CYV-D-MANIFESTE   DELIMITED BY SIZE
                     ' '               DELIMITED BY SIZE
                     CYV-L-NOM-FICHIER DELIMITED BY SIZE
                INTO WS-ECR-VAL
              END-STRING
           END-IF
           PERFORM ECR-LIBELLE

           MOVE 'SORT ICMM'            TO WS-ECR-LIB
           EVALUATE CYV-C-DISPO
              WHEN 'ACC'
                 STRING 'ACCEPTE LE '  DELIMITED BY SIZE
                        CYV-D-DISPO    DELIMITED BY SIZE
                   INTO WS-ECR-VAL
                 END-STRING
              WHEN 'OK '
              WHEN 'INC'
                 STRING 'REJETE LE '   DELIMITED BY SIZE
                        CYV-D-DISPO    DELIMITED BY SIZE
                        ' ERREUR '     DELIMITED BY SIZE
                        CYV-C-CODE-ERREUR
                                       DELIMITED BY SIZE
                   INTO WS-ECR-VAL
                 END-STRING
              WHEN OTHER
                 MOVE 'SANS ACCUSE A CE JOUR'
                                       TO WS-ECR-VAL
           END-EVALUATE
           PERFORM ECR-LIBELLE

      *    Correction ou annulation : DocRefId remplacant et son
      *    propre sort
           MOVE 'CORRIGE/ANNULE PAR'   TO WS-ECR-LIB
           IF CYV-I-DOCREFID-CORR = SPACES
              MOVE 'NON'               TO WS-ECR-VAL
              PERFORM ECR-LIBELLE
           ELSE
              MOVE CYV-I-DOCREFID-CORR(1:58)
                                       TO WS-ECR-VAL
              PERFORM ECR-LIBELLE
              IF CYV-I-DOCREFID-CORR(59:32) NOT = SPACES
                 MOVE SPACES           TO WS-ECR-LIB
                 MOVE CYV-I-DOCREFID-CORR(59:32)
                                       TO WS-ECR-VAL
                 PERFORM ECR-LIBELLE
              END-IF
              PERFORM LECT-CYCLE-CORRECTION
           END-IF

           MOVE 'MAJ ECV (BFUSMJ00)'   TO WS-ECR-LIB
           IF CYV-D-MAJ = SPACES
              MOVE 'NON APPLIQUEE'     TO WS-ECR-VAL
           ELSE
              STRING 'APPLIQUEE LE '   DELIMITED BY SIZE
                     CYV-D-MAJ         DELIMITED BY SIZE
                INTO WS-ECR-VAL
              END-STRING
           END-IF
           PERFORM ECR-LIBELLE

           PERFORM ECR-ARCHIVE
           PERFORM ECR-ETAPE-CAMPAGNE
           .

      *----------------------*
       LECT-CYCLE-CORRECTION.
      *----------------------*

      *    Sort ICMM du document de correction ou d'annulation
           MOVE SPACES                 TO CYR-ENR-CYCLE
           MOVE 'DFUSLR07'             TO WS-NOM-FICHIER
           EXEC CICS READ
                FILE('DFUSLR07')
                INTO(CYR-ENR-CYCLE)
                RIDFLD(CYV-I-DOCREFID-CORR)
                RESP(WS-RESP)
           END-EXEC
           EVALUATE WS-RESP
              WHEN DFHRESP(NORMAL)
                 MOVE SPACES           TO WS-ECR-LIB
                 MOVE SPACES           TO WS-ECR-VAL
                 IF CYR-C-DOCTYPEINDIC = 'FATCA3 ' OR 'FATCA13'
                    MOVE 'ANNULATION'  TO WS-L-NATURE-CORR
                 ELSE
                    MOVE 'CORRECTION'  TO WS-L-NATURE-CORR
                 END-IF
                 EVALUATE CYR-C-DISPO
                    WHEN 'ACC'
                       STRING '(' WS-L-NATURE-CORR
                              ' ACCEPTEE PAR L''ICMM)'
                                       DELIMITED BY SIZE
                         INTO WS-ECR-VAL
                       END-STRING
                    WHEN 'OK '
                    WHEN 'INC'
                       STRING '(' WS-L-NATURE-CORR
                              ' REJETEE PAR L''ICMM)'
                                       DELIMITED BY SIZE
                         INTO WS-ECR-VAL
                       END-STRING
                    WHEN OTHER
                       STRING '(' WS-L-NATURE-CORR
                              ' SANS ACCUSE A CE JOUR)'
                                       DELIMITED BY SIZE
                         INTO WS-ECR-VAL
                       END-STRING
                 END-EVALUATE
                 PERFORM ECR-LIBELLE
              WHEN DFHRESP(NOTFND)
                 CONTINUE
              WHEN OTHER
                 PERFORM ERREUR-FICHIER
           END-EVALUATE
           .

      *------------*
       ECR-ARCHIVE.
      *------------*

      *    Premiere ligne du document au magasin d'archivage
           MOVE 'ARCHIVE'              TO WS-ECR-LIB
           IF CYV-I-REF-GIIN = SPACES
           OR CYV-A-FISCALE = SPACES
              MOVE 'NON (CAMPAGNE INCONNUE)'
                                       TO WS-ECR-VAL
           ELSE
              MOVE CYV-I-REF-GIIN      TO ARC-I-REF-GIIN
              MOVE CYV-A-FISCALE       TO ARC-A-FISCALE
              MOVE WS-I-DOCREFID       TO ARC-I-DOCREFID
              MOVE 1                   TO ARC-N-LIGNE
              MOVE 'DFUSLR02'          TO WS-NOM-FICHIER
              EXEC CICS READ
                   FILE('DFUSLR02')
                   INTO(WS-ENR-DFUSLR02)
                   RIDFLD(ARC-CLE)
                   RESP(WS-RESP)
              END-EXEC
              EVALUATE WS-RESP
                 WHEN DFHRESP(NORMAL)
                    STRING 'OUI, LE '  DELIMITED BY SIZE
                           ARC-D-ARCHIVAGE
                                       DELIMITED BY SIZE
                      INTO WS-ECR-VAL
                    END-STRING
                 WHEN DFHRESP(NOTFND)
                    IF CYV-D-ARCHIVE = SPACES
                       MOVE 'NON'      TO WS-ECR-VAL
                    ELSE
                       STRING 'EPURE (ARCHIVE LE '
                                       DELIMITED BY SIZE
                              CYV-D-ARCHIVE
                                       DELIMITED BY SIZE
                              ')'      DELIMITED BY SIZE
                         INTO WS-ECR-VAL
                       END-STRING
                    END-IF
                 WHEN OTHER
                    PERFORM ERREUR-FICHIER
              END-EVALUATE
           END-IF
           PERFORM ECR-LIBELLE
           .

      *-------------------*
       ECR-ETAPE-CAMPAGNE.
      *-------------------*

      *    Etape atteinte par la campagne porteuse du document
           MOVE 'ETAPE CAMPAGNE'       TO WS-ECR-LIB
           MOVE CYV-I-REF-GIIN         TO ETA-I-REF-GIIN
           MOVE CYV-A-FISCALE          TO ETA-A-FISCALE
           MOVE CYV-C-DOCTYPEINDIC     TO ETA-C-DOCTYPEINDIC
           MOVE 'DFUSLR03'             TO WS-NOM-FICHIER
           EXEC CICS READ
                FILE('DFUSLR03')
                INTO(WS-ENR-DFUSLR03)
                RIDFLD(ETA-CLE)
                RESP(WS-RESP)
           END-EXEC
           EVALUATE WS-RESP
              WHEN DFHRESP(NORMAL)
                 MOVE ETA-C-ETAPE      TO WS-ECR-VAL
              WHEN DFHRESP(NOTFND)
                 MOVE 'INCONNUE'       TO WS-ECR-VAL
              WHEN OTHER
                 PERFORM ERREUR-FICHIER
           END-EVALUATE
           PERFORM ECR-LIBELLE
           .

      *--------------*
       CONSULT-INDEX.
      *--------------*

      *    Documents archives d'un compte ou d'un client : deux
      *    lignes par document (GIIN, annee, date d'archivage,
      *    DocRefId sur 86 caracteres), neuf documents par ecran ;
      *    en reprise (FUIQ S), le parcours repart de la cle complete
      *    du dernier document affiche, qui est saute
           IF WS-C-TYPE-IDENT = 'KAC'
              MOVE 'DOCUMENTS ARCHIVES D''UN COMPTE (DFUSLR04)'
                                       TO WS-ECR-L-TITRE
           ELSE
              MOVE 'DOCUMENTS ARCHIVES D''UN CLIENT (DFUSLR04)'
                                       TO WS-ECR-L-TITRE
           END-IF
           PERFORM ECR-TITRE

           IF WS-CMD-ARG1 = SPACES AND NOT REPRISE-INDEX
              MOVE 'SAISIR : FUIQ K compte [giin] / P client [giin]'
                                       TO WS-ECR-LIGNE(24)
           ELSE
              IF REPRISE-INDEX
                 MOVE WS-CA-I-IDENT    TO WS-I-IDENT
              ELSE
                 MOVE WS-CMD-ARG1      TO WS-I-IDENT
              END-IF
              MOVE 'IDENTIFIANT'       TO WS-ECR-LIB
              STRING WS-C-TYPE-IDENT   DELIMITED BY SIZE
                     ' '               DELIMITED BY SIZE
                     WS-I-IDENT        DELIMITED BY SIZE
                INTO WS-ECR-VAL
              END-STRING
              PERFORM ECR-LIBELLE
              ADD 1                    TO WS-I-LIG
              MOVE 'GIIN                 ANNEE ARCHIVE    DocRefId'
                                       TO WS-ECR-LIGNE(5)
              ADD 1                    TO WS-I-LIG

              IF REPRISE-INDEX
                 MOVE WS-CLE-REPRISE   TO IDX-CLE
              ELSE
                 MOVE WS-C-TYPE-IDENT  TO IDX-C-TYPE-IDENT
                 MOVE WS-I-IDENT       TO IDX-I-IDENT
                 MOVE WS-CMD-ARG2      TO IDX-I-REF-GIIN
                 MOVE LOW-VALUE        TO IDX-A-FISCALE
                                          IDX-I-DOCREFID
              END-IF
              MOVE ZERO                TO WS-Q-LIGNE-DOC
              MOVE 'DFUSLR04'          TO WS-NOM-FICHIER
              MOVE SPACE               TO TOP-FIN-BROWSE
                                          TOP-SUITE
              EXEC CICS STARTBR
                   FILE('DFUSLR04')
                   RIDFLD(IDX-CLE)
                   GTEQ
                   RESP(WS-RESP)
              END-EXEC
              EVALUATE WS-RESP
                 WHEN DFHRESP(NORMAL)
                    CONTINUE
                 WHEN DFHRESP(NOTFND)
                    SET FIN-BROWSE     TO TRUE
                 WHEN OTHER
                    PERFORM ERREUR-FICHIER
                    SET FIN-BROWSE     TO TRUE
              END-EVALUATE

              PERFORM UNTIL FIN-BROWSE
                 EXEC CICS READNEXT
                      FILE('DFUSLR04')
                      INTO(WS-ENR-DFUSLR04)
                      RIDFLD(IDX-CLE)
                      RESP(WS-RESP)
                 END-EXEC
                 EVALUATE WS-RESP
                    WHEN DFHRESP(NORMAL)
                       IF IDX-C-TYPE-IDENT NOT = WS-C-TYPE-IDENT
                       OR IDX-I-IDENT NOT = WS-I-IDENT
                          SET FIN-BROWSE TO TRUE
                       ELSE
                          EVALUATE TRUE
      *                      Dernier document de l'ecran precedent
                             WHEN REPRISE-INDEX
                              AND IDX-CLE = WS-CLE-REPRISE
                                CONTINUE
                             WHEN WS-Q-LIGNE-DOC NOT < 9
                                SET SUITE-NON-AFFICHEE TO TRUE
                                SET FIN-BROWSE TO TRUE
                             WHEN OTHER
                                PERFORM ECR-LIGNE-INDEX
                          END-EVALUATE
                       END-IF
                    WHEN DFHRESP(ENDFILE)
                       SET FIN-BROWSE  TO TRUE
                    WHEN OTHER
                       PERFORM ERREUR-FICHIER
                       SET FIN-BROWSE  TO TRUE
                 END-EVALUATE
              END-PERFORM

              IF WS-RESP NOT = DFHRESP(NOTFND)
                 EXEC CICS ENDBR
                      FILE('DFUSLR04')
                      RESP(WS-RESP)
                 END-EXEC
              END-IF

              IF NOT ERREUR-ACCES
                 IF WS-Q-LIGNE-DOC = ZERO
                    IF REPRISE-INDEX
                       MOVE 'AUCUN DOCUMENT SUIVANT'
                                       TO WS-ECR-LIGNE(24)
                    ELSE
                       MOVE
                          'AUCUN DOCUMENT ARCHIVE POUR CET IDENTIFIANT'
                                       TO WS-ECR-LIGNE(24)
                    END-IF
                 END-IF
                 IF SUITE-NON-AFFICHEE
                    MOVE 'SUITE : SAISIR FUIQ S'
                                       TO WS-ECR-LIGNE(24)
                 END-IF
              END-IF
           END-IF
           .

      *----------------*
       ECR-LIGNE-INDEX.
      *----------------*

           ADD 1                       TO WS-Q-LIGNE-DOC
           MOVE IDX-CLE                TO WS-CA-CLE-INDEX
           MOVE IDX-I-REF-GIIN         TO WS-ECR-IDX-GIIN
           MOVE IDX-A-FISCALE          TO WS-ECR-IDX-ANNEE
           MOVE IDX-D-ARCHIVAGE        TO WS-ECR-IDX-D-ARCH
           MOVE IDX-I-DOCREFID(1:43)   TO WS-ECR-IDX-DOCREFID
           ADD 1                       TO WS-I-LIG
           MOVE WS-ECR-INDEX           TO WS-ECR-LIGNE(WS-I-LIG)
           IF IDX-I-DOCREFID(44:47) NOT = SPACES
              MOVE IDX-I-DOCREFID(44:43)
                                       TO WS-ECR-IDX-DOCREFID-2
              ADD 1                    TO WS-I-LIG
              MOVE WS-ECR-SUITE-DOCREFID
                                       TO WS-ECR-LIGNE(WS-I-LIG)
           END-IF
           .

152690*-----------*
152690 ECR-LIGNEE.
152690*-----------*
152690
152690*    Lignee du GIIN WS-I-REF-GIIN : successeur (lecture directe,
152690*    le registre est cle par GIIN du predecesseur), puis
152690*    predecesseurs (parcours du registre, de faible volume)
152690     MOVE 'DFUSLR11'             TO WS-NOM-FICHIER
152690     MOVE WS-I-REF-GIIN          TO WS-R11-CLE
152690     EXEC CICS READ
152690          FILE('DFUSLR11')
152690          INTO(SUC-ENR-SUCCESSION)
152690          RIDFLD(WS-R11-CLE)
152690          RESP(WS-RESP)
152690     END-EXEC
152690     EVALUATE WS-RESP
152690        WHEN DFHRESP(NORMAL)
152690           IF SUC-SUCC-EN-VIGUEUR
152690              MOVE 'SUCCEDE PAR'     TO WS-ECR-LIB
152690              MOVE SUC-C-REF-GIIN-SUCC
152690                                 TO WS-C-REF-GIIN-LIG
152690              PERFORM ECR-MAILLON-LIGNEE
152690           END-IF
152690        WHEN DFHRESP(NOTFND)
152690           CONTINUE
152690        WHEN OTHER
152690           PERFORM ERREUR-FICHIER
152690     END-EVALUATE
152690
152690     IF NOT ERREUR-ACCES
152690        MOVE LOW-VALUES          TO WS-R11-CLE
152690        MOVE SPACE               TO TOP-FIN-BROWSE
152690        EXEC CICS STARTBR
152690             FILE('DFUSLR11')
152690             RIDFLD(WS-R11-CLE)
152690             GTEQ
152690             RESP(WS-RESP)
152690        END-EXEC
152690        EVALUATE WS-RESP
152690           WHEN DFHRESP(NORMAL)
152690              CONTINUE
152690           WHEN DFHRESP(NOTFND)
152690              SET FIN-BROWSE     TO TRUE
152690           WHEN OTHER
152690              PERFORM ERREUR-FICHIER
152690              SET FIN-BROWSE     TO TRUE
152690        END-EVALUATE
152690
152690        PERFORM UNTIL FIN-BROWSE
152690           EXEC CICS READNEXT
152690                FILE('DFUSLR11')
152690                INTO(SUC-ENR-SUCCESSION)
152690                RIDFLD(WS-R11-CLE)
152690                RESP(WS-RESP)
152690           END-EXEC
152690           EVALUATE WS-RESP
152690              WHEN DFHRESP(NORMAL)
152690                 IF SUC-SUCC-EN-VIGUEUR
152690                 AND SUC-C-REF-GIIN-SUCC = WS-I-REF-GIIN
152690                    MOVE 'SUCCESSEUR DE' TO WS-ECR-LIB
152690                    MOVE SUC-C-REF-GIIN-PRED
152690                                 TO WS-C-REF-GIIN-LIG
152690                    PERFORM ECR-MAILLON-LIGNEE
152690                 END-IF
152690              WHEN DFHRESP(ENDFILE)
152690                 SET FIN-BROWSE  TO TRUE
152690              WHEN OTHER
152690                 PERFORM ERREUR-FICHIER
152690                 SET FIN-BROWSE  TO TRUE
152690           END-EVALUATE
152690        END-PERFORM
152690
152690        IF WS-RESP NOT = DFHRESP(NOTFND)
152690           EXEC CICS ENDBR
152690                FILE('DFUSLR11')
152690                RESP(WS-RESP)
152690           END-EXEC
152690        END-IF
152690     END-IF
152690     .
152690
152690*-------------------*
152690 ECR-MAILLON-LIGNEE.
152690*-------------------*
152690
152690*    GIIN lie, date d'effet et perimetre de la succession
152690     STRING WS-C-REF-GIIN-LIG    DELIMITED BY SPACE
152690            ' EFFET LE '         DELIMITED BY SIZE
152690            SUC-D-EFFET          DELIMITED BY SIZE
152690       INTO WS-ECR-VAL
152690     END-STRING
152690     IF SUC-PERIM-TRANSFERT
152690        MOVE 'TRANSFERT'         TO WS-ECR-VAL(44:15)
152690     ELSE
152690        MOVE 'LIGNEE SEULE'      TO WS-ECR-VAL(44:15)
152690     END-IF
152690     PERFORM ECR-LIBELLE
152690     .
152690
      *--------------*
       LECT-REGISTRE.
      *--------------*

      *    Lecture du registre sur le type REG-C-TYPE-REF et la
      *    reference WS-I-DOCREFID
           MOVE WS-I-DOCREFID          TO REG-I-REF
           MOVE 'DFUSLR01'             TO WS-NOM-FICHIER
           EXEC CICS READ
                FILE('DFUSLR01')
                INTO(WS-ENR-DFUSLR01)
                RIDFLD(REG-CLE)
                RESP(WS-RESP)
           END-EXEC
           EVALUATE WS-RESP
              WHEN DFHRESP(NORMAL)
              WHEN DFHRESP(NOTFND)
                 CONTINUE
              WHEN OTHER
                 PERFORM ERREUR-FICHIER
           END-EVALUATE
           .

      *--------------*
       ECR-DOCREFID.
      *--------------*

      *    Reference consultee sur deux lignes (90 caracteres)
           MOVE 'REFERENCE'            TO WS-ECR-LIB
           MOVE WS-I-DOCREFID(1:58)    TO WS-ECR-VAL
           PERFORM ECR-LIBELLE
           IF WS-I-DOCREFID(59:32) NOT = SPACES
              MOVE SPACES              TO WS-ECR-LIB
              MOVE WS-I-DOCREFID(59:32)
                                       TO WS-ECR-VAL
              PERFORM ECR-LIBELLE
           END-IF
           ADD 1                       TO WS-I-LIG
           .

      *------------*
       AFFICH-AIDE.
      *------------*

           MOVE 'AIDE'                 TO WS-ECR-L-TITRE
           PERFORM ECR-TITRE
           MOVE 'FUIQ C giin aaaa [doctype] : ETAT DE CAMPAGNE'
                                       TO WS-ECR-LIGNE(4)
           MOVE 'FUIQ R reference           : REGISTRE D''UNICITE'
                                       TO WS-ECR-LIGNE(5)
           MOVE 'FUIQ D docrefid            : CYCLE DE VIE DU DocRefId'
                                       TO WS-ECR-LIGNE(6)
           MOVE 'FUIQ K compte [giin]       : DOCUMENTS D''UN COMPTE'
                                       TO WS-ECR-LIGNE(7)
           MOVE 'FUIQ P client [giin]       : DOCUMENTS D''UN CLIENT'
                                       TO WS-ECR-LIGNE(8)
           MOVE 'FUIQ S                     : SUITE DES DOCUMENTS K / P'
                                       TO WS-ECR-LIGNE(9)
           .

      *--------------*
       ECR-TITRE.
      *--------------*

           MOVE WS-D-JOUR              TO WS-ECR-D-JOUR
           MOVE WS-H-JOUR              TO WS-ECR-H-JOUR
           MOVE WS-ECR-TITRE           TO WS-ECR-LIGNE(1)
           MOVE ALL '-'                TO WS-ECR-LIGNE(2)
           MOVE 2                      TO WS-I-LIG
           .

      *--------------*
       ECR-LIBELLE.
      *--------------*

           IF WS-I-LIG < 23
              ADD 1                    TO WS-I-LIG
              MOVE WS-ECR-LIBELLE      TO WS-ECR-LIGNE(WS-I-LIG)
           END-IF
           MOVE SPACES                 TO WS-ECR-VAL
           .

      *---------------*
       ERREUR-FICHIER.
      *---------------*

      *    Erreur d'acces : fichier et code RESP en ligne 24
           SET ERREUR-ACCES            TO TRUE
           MOVE WS-RESP                TO WS-RESP-EDT
           STRING 'ERREUR ACCES FICHIER '
                                       DELIMITED BY SIZE
                  WS-NOM-FICHIER       DELIMITED BY SIZE
                  ' RESP = '           DELIMITED BY SIZE
                  WS-RESP-EDT          DELIMITED BY SIZE
             INTO WS-ECR-LIGNE(24)
           END-STRING
           .

      *--------------*
       FIN-TRAIT.
      *--------------*

           EXEC CICS SEND TEXT
                FROM(WS-ECRAN)
                LENGTH(WS-L-ECRAN)
                ERASE
                FREEKB
           END-EXEC

      *    Ecran d'index plein : la cle du dernier document affiche
      *    est transmise a la saisie suivante (FUIQ S)
           IF SUITE-NON-AFFICHEE
              EXEC CICS RETURN
                   TRANSID(EIBTRNID)
                   COMMAREA(WS-COMMAREA)
                   LENGTH(WS-L-COMMAREA)
              END-EXEC
           ELSE
              EXEC CICS RETURN
              END-EXEC
           END-IF

           GOBACK
           .

       END PROGRAM OFUSIQ00.
