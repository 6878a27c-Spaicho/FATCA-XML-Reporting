       IDENTIFICATION DIVISION.
       PROGRAM-ID. BFUSEL61.
       AUTHOR. MCHA.

      ******************************************************************
      *      ____________________________________________________      *
      *    _(                                                    )_    *
      *  _(       A L E R T E S   I D E S                        )_    *
      * =_        D E S   P A C K A G E S   T R A N S M I S        _= *
      *   (_                    F A T C A                         _)   *
      *     (____________________________________________________)     *
      *                                                                *
      *                                                                *
      *               DATE          : 28/11/2016                       *
      *               COMPOSANT     : BFUSEL61                         *
      *               TYPE          : BATCH                            *
      *               AUTEUR        : MCHA                             *
      *                                                                *
      *             __________________________________________         *
      *                                                                *
      * DESCRIPTION   : Ce batch exploite le fichier des alertes IDES  *
      *                 sauvegardees par l'exploitation (une alerte    *
      *                 par transmission : fichier recu, ou echec du   *
      *                 dechiffrement, de l'antivirus, du nommage,     *
      *                 doublon...), qui precedent toute notification  *
      *                 ICMM. Chaque alerte est rapprochee du package  *
      *                 BFUSEL60 par le nom de fichier IDES porte par  *
      *                 l'entete 'TET' du manifeste DFUSLS63 (c'est    *
      *                 aussi le SenderFileId des metadonnees          *
      *                 DFUSLS62) :                                    *
      *                 - un enregistrement CFUSIDES par alerte        *
      *                   rapprochee, statut 'TRANSMIS' avec           *
      *                   l'identifiant de transmission IDES, ou       *
      *                   'ECHEC IDES' avec le code alerte et sa       *
      *                   signification ; ce fichier alimente          *
      *                   I-REF-ADM de TBFIDFUS (BFUSMJ00) et l'etape  *
      *                   de campagne (BFUSEL90),                      *
      *                 - une edition des packages a resoumettre       *
      *                   (echec non suivi d'une transmission reussie  *
      *                   du meme GIIN/annee/segment dans le fichier)  *
      *                   et des alertes non rapprochees.              *
152600*                 L'empreinte SHA-256 du payload portee par      *
152600*                 l'entete du manifeste est reprise sur le sort  *
152600*                 IDES (C-CLE-HACH de TBFIDFUS par BFUSMJ00).    *
      *                                                                *
      * MODULES UTILISES :                                             *
      *                                                                *
      *________________________________________________________________*
      *          |                                         |           *
      *    NOM   |              DESCRIPTION                |   COPY    *
      *__________|_________________________________________|___________*
      *          |                                         |           *
      * MCCDINAB | Module de gestion des ABENDS            |  CCCDINAB *
      *__________|_________________________________________|___________*
      *          |                                         |           *
      * MCCDBILA | Module de gestion des affichages        |  CCCDBILA *
      *__________|_________________________________________|___________*
      *          |                                         |           *
      * MGDATR03 | Module de manipulation des dates        |  CZGDA03  *
      *__________|_________________________________________|___________*
      *                                                                *
      * Fichiers manipulés :                                           *
      *                                                                *
      *________________________________________________________________*
      *          |                                      |   |          *
      *  DBD/DD  |              DESCRIPTION             | A |  COPY    *
      *__________|______________________________________|___|__________*
      *          |                                      |   |          *
      * DFUSLE6A | Alertes IDES sauvegardees            | E |          *
      *__________|______________________________________|___|__________*
      *          |                                      |   |          *
      * DFUSLE6B | Manifestes BFUSEL60 (DFUSLS63)       | E |          *
      *          | concatenes, entetes 'TET'            |   |          *
      *__________|______________________________________|___|__________*
      *          |                                      |   |          *
      * DFUSLS6A | Sort IDES des packages               | S | CFUSIDES *
      *__________|______________________________________|___|__________*
      *          |                                      |   |          *
      * DFUSLS6B | Edition des packages a resoumettre   | S |          *
      *__________|______________________________________|___|__________*
      *                                                                *
      * Liste des ABENDS émis  par le programme :                      *
      *                                                                *
      *________________________________________________________________*
      *          |                                                     *
      *  ABEND   |              DESCRIPTION                            *
      *__________|_____________________________________________________*
      *          |                                                     *
      *   1000   | PB RECUPERATION DATE DU JOUR VIA MGDATR03           *
      *__________|_____________________________________________________*
      *          |                                                     *
      *   6111   | PB OUVERTURE FICHIER DFUSLE6A                       *
      *   6112   | PB LECTURE   FICHIER DFUSLE6A                       *
      *   6113   | PB FERMETURE FICHIER DFUSLE6A                       *
      *   6121   | PB OUVERTURE FICHIER DFUSLE6B                       *
      *   6122   | PB LECTURE   FICHIER DFUSLE6B                       *
      *   6123   | PB FERMETURE FICHIER DFUSLE6B                       *
      *   6131   | PB OUVERTURE FICHIER DFUSLS6A                       *
      *   6132   | PB ECRITURE  FICHIER DFUSLS6A                       *
      *   6133   | PB FERMETURE FICHIER DFUSLS6A                       *
      *   6151   | PB OUVERTURE FICHIER DFUSLS6B                       *
      *   6152   | PB ECRITURE  FICHIER DFUSLS6B                       *
      *   6153   | PB FERMETURE FICHIER DFUSLS6B                       *
      *__________|_____________________________________________________*
      *          |                                                     *
      *   6140   | DEPASSEMENT TABLE DES PACKAGES (500)                *
      *   6141   | DEPASSEMENT TABLE DES ECHECS (500)                  *
      *__________|_____________________________________________________*
      *                                                                *
      * Historique des modifications :                                 *
      *                                                                *
      *________________________________________________________________*
      * AUTEUR !   DATE   !  GAMA  !        MODIFICATIONS              *
      *________!__________!________!___________________________________*
152590*  MCHA  !28/11/2016!20152590!CREATION : RAPPROCHEMENT DES       *
152590*        !          !        !ALERTES IDES DES PACKAGES, SORT    *
152590*        !          !        !IDES ET LISTE DES RESOUMISSIONS    *
      *----------------------------------------------------------------*
152600*  MCHA  !19/12/2016!20152600!EMPREINTE SHA-256 DU MANIFESTE     *
152600*        !          !        !REPRISE SUR LE SORT IDES           *
152600*        !          !        !; REFERENCE DU FICHIER TRANSMIS    *
152600*        !          !        !REPRISE DU MANIFESTE SUR LE SORT   *
152600*        !          !        !IDES (ENREGISTREMENT DE 320)       *
      ******************************************************************

      *****************************************************************
      *                                                               *
      *            E N V I R O N M E N T  D I V I S I O N             *
      *                                                               *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *
      * Alertes IDES sauvegardees par l'exploitation
      *
           SELECT DFUSLE6A ASSIGN             TO DFUSLE6A
           FILE STATUS FS-E6A.

      *
      * Manifestes de transmission BFUSEL60 (DFUSLS63 concatenes)
      *
           SELECT DFUSLE6B ASSIGN             TO DFUSLE6B
           FILE STATUS FS-E6B.

      *
      * Sort IDES des packages (format CFUSIDES)
      *
           SELECT DFUSLS6A ASSIGN             TO DFUSLS6A
           FILE STATUS FS-S6A.

      *
      * Edition des packages a resoumettre
      *
           SELECT DFUSLS6B ASSIGN             TO DFUSLS6B
           FILE STATUS FS-S6B.

      *****************************************************************
      *                                                               *
      *                   D A T A   D I V I S I O N                   *
      *                                                               *
      *****************************************************************

       DATA DIVISION.
       FILE SECTION.

       FD  DFUSLE6A
           LABEL RECORD STANDARD
           RECORDING MODE F
           BLOCK CONTAINS 0 RECORDS.

       01  FD-DFUSLE6A              PIC  X(300).

       FD  DFUSLE6B
           LABEL RECORD STANDARD
           RECORDING MODE F
           BLOCK CONTAINS 0 RECORDS.

       01  FD-DFUSLE6B              PIC  X(200).

       FD  DFUSLS6A
           LABEL RECORD STANDARD
           RECORDING MODE F
           BLOCK CONTAINS 0 RECORDS.

152600 01  FD-DFUSLS6A              PIC  X(320).

       FD  DFUSLS6B
           LABEL RECORD STANDARD
           RECORDING MODE F
           BLOCK CONTAINS 0 RECORDS.

       01  FD-DFUSLS6B              PIC  X(132).

      ***************************************
      *                                     *
      *      WORKING STORAGE SECTION        *
      *                                     *
      ***************************************

       WORKING-STORAGE SECTION.

      *************************************************************
      *                                                           *
      *   Zones WS pour stocker les données des fichiers          *
      *                                                           *
      *************************************************************

      *    Alerte IDES sauvegardee : horodatage de l'alerte, code
      *    alerte IDES (RCnnn), identifiant de transmission IDES et
      *    nom du fichier transmis (SenderFileId)
       01   WS-ENR-ALERTE.
            05  WS-ALR-D-ALERTE          PIC X(19).
            05  WS-ALR-C-ALERTE          PIC X(05).
            05  WS-ALR-I-TRANSMISSION    PIC X(32).
            05  WS-ALR-L-NOM-FICHIER     PIC X(44).
            05  FILLER                   PIC X(200).

      *    Enregistrement du manifeste de transmission BFUSEL60 ;
      *    seule l'entete 'TET' est exploitee
       01   WS-ENR-MANIF.
            05  WS-MNF-C-TYPE-ENR        PIC X(03).
                88  ENR-MANIF-TET                  VALUE 'TET'.
            05  WS-MNF-L-NOM-FICHIER     PIC X(44).
            05  WS-MNF-I-REF-GIIN        PIC X(20).
            05  WS-MNF-A-FISCALE         PIC X(04).
            05  WS-MNF-C-ENV             PIC X(01).
            05  WS-MNF-Q-NB-DOCREF       PIC 9(09).
            05  WS-MNF-N-SEGMENT         PIC 9(02).
152600      05  WS-MNF-C-EMPREINTE       PIC X(64).
152600      05  WS-MNF-I-REF-FIC         PIC X(53).

      *    Sort IDES d'un package
        COPY CFUSIDES REPLACING ==(P)== BY ==IDS==.

      ***************************************
      *                                     *
      *      VARIABLES DU TRAVAIL           *
      *                                     *
      ***************************************

      *    Codes alerte IDES : code, indicateur de reception reussie
      *    ('O') et signification reportee sur la liste des
      *    resoumissions ; un code absent de la table est traite
      *    comme un echec a analyser
       01   WS-T-ALERTE-IDES.
            05  FILLER                   PIC X(06) VALUE 'RC001O'.
            05  FILLER                   PIC X(48) VALUE
                'FICHIER RECU ET MIS A DISPOSITION DE L''IRS'.
            05  FILLER                   PIC X(06) VALUE 'RC002N'.
            05  FILLER                   PIC X(48) VALUE
                'ECHEC DE LA DETECTION DE MENACE'.
            05  FILLER                   PIC X(06) VALUE 'RC003N'.
            05  FILLER                   PIC X(48) VALUE
                'ECHEC DE L''ANALYSE ANTIVIRUS'.
            05  FILLER                   PIC X(06) VALUE 'RC004N'.
            05  FILLER                   PIC X(48) VALUE
                'ECHEC DU DECHIFFREMENT (CLE AES / CERTIFICAT)'.
            05  FILLER                   PIC X(06) VALUE 'RC005N'.
            05  FILLER                   PIC X(48) VALUE
                'ECHEC DE LA DECOMPRESSION DU PAYLOAD'.
            05  FILLER                   PIC X(06) VALUE 'RC006N'.
            05  FILLER                   PIC X(48) VALUE
                'ECHEC DU CONTROLE D''INTEGRITE (CHECKSUM)'.
            05  FILLER                   PIC X(06) VALUE 'RC007N'.
            05  FILLER                   PIC X(48) VALUE
                'NOM DE FICHIER IDES NON CONFORME'.
            05  FILLER                   PIC X(06) VALUE 'RC008N'.
            05  FILLER                   PIC X(48) VALUE
                'METADONNEES EXPEDITEUR INVALIDES'.
            05  FILLER                   PIC X(06) VALUE 'RC009N'.
            05  FILLER                   PIC X(48) VALUE
                'FICHIER EN DOUBLON (DEJA TRANSMIS)'.
            05  FILLER                   PIC X(06) VALUE 'RC010N'.
            05  FILLER                   PIC X(48) VALUE
                'FICHIER EXPIRE AVANT TELECHARGEMENT'.
            05  FILLER                   PIC X(06) VALUE 'RC011N'.
            05  FILLER                   PIC X(48) VALUE
                'SIGNATURE NUMERIQUE INVALIDE'.
            05  FILLER                   PIC X(06) VALUE 'RC012N'.
            05  FILLER                   PIC X(48) VALUE
                'DESTINATAIRE NON AUTORISE POUR CET EXPEDITEUR'.
       01   WS-T-ALERTE-IDES-TAB REDEFINES WS-T-ALERTE-IDES.
            05  WS-T-ALR-LIG             OCCURS 12.
                10  WS-T-ALR-C-ALERTE    PIC X(05).
                10  WS-T-ALR-TOP-SUCCES  PIC X(01).
                10  WS-T-ALR-L-ALERTE    PIC X(48).
       01   WS-I-ALR                     PIC 9(02) VALUE ZERO.

      *    Signification et issue de l'alerte courante
       01   WS-L-ALERTE                  PIC X(60) VALUE SPACES.
       01   TOP-ALERTE-SUCCES            PIC X(01) VALUE SPACE.
            88  ALERTE-SUCCES                      VALUE 'O'.

      *    Table des packages BFUSEL60 (entetes 'TET' des manifestes)
       01   WS-Q-PKG                     PIC 9(03) VALUE ZERO.
       01   WS-T-PKG.
            05  WS-T-PKG-LIG             OCCURS 500.
                10  WS-T-PKG-L-NOM-FICHIER
                                         PIC X(44).
                10  WS-T-PKG-I-REF-GIIN  PIC X(20).
                10  WS-T-PKG-A-FISCALE   PIC X(04).
                10  WS-T-PKG-C-ENV       PIC X(01).
                10  WS-T-PKG-N-SEGMENT   PIC 9(02).
152600          10  WS-T-PKG-C-EMPREINTE PIC X(64).
152600          10  WS-T-PKG-I-REF-FIC   PIC X(53).
       01   WS-I-PKG                     PIC 9(03) VALUE ZERO.
       01   WS-I-PKG-TROUVE              PIC 9(03) VALUE ZERO.

      *    Table des echecs et des alertes non rapprochees, editee
      *    en fin de traitement ; un echec est leve quand une
      *    transmission reussie du meme GIIN/annee/segment le suit
       01   WS-Q-ECH                     PIC 9(03) VALUE ZERO.
       01   WS-T-ECH.
            05  WS-T-ECH-LIG             OCCURS 500.
                10  WS-T-ECH-TOP-NON-RAPP
                                         PIC X(01).
                10  WS-T-ECH-TOP-RESOUMIS
                                         PIC X(01).
                10  WS-T-ECH-I-REF-GIIN  PIC X(20).
                10  WS-T-ECH-A-FISCALE   PIC X(04).
                10  WS-T-ECH-N-SEGMENT   PIC 9(02).
                10  WS-T-ECH-L-NOM-FICHIER
                                         PIC X(44).
                10  WS-T-ECH-C-ALERTE    PIC X(05).
                10  WS-T-ECH-L-ALERTE    PIC X(60).
       01   WS-I-ECH                     PIC 9(03) VALUE ZERO.

      ***  LES CODES RETOUR DES DIFFéRENTS FICHIERS
       01  FS-E6A                      PIC X(02) VALUE SPACES.
       01  FS-E6B                      PIC X(02) VALUE SPACES.
       01  FS-S6A                      PIC X(02) VALUE SPACES.
       01  FS-S6B                      PIC X(02) VALUE SPACES.

      *   Compteurs de lectures des fichiers en entree
       01 WS-NB-LECT-E6A               PIC 9(9) VALUE ZEROES.
       01 WS-NB-LECT-E6B               PIC 9(9) VALUE ZEROES.

      *   Compteurs d'écritures des fichiers en sortie
       01 WS-NB-ECRT-S6A               PIC 9(9) VALUE ZEROES.
       01 WS-NB-ECRT-S6B               PIC 9(9) VALUE ZEROES.

      *   Compteurs des alertes par issue
       01 WS-Q-ALR-TRANSMIS            PIC 9(9) VALUE ZEROES.
       01 WS-Q-ALR-ECHEC               PIC 9(9) VALUE ZEROES.
       01 WS-Q-ALR-NON-RAPP            PIC 9(9) VALUE ZEROES.
       01 WS-Q-A-RESOUMETTRE           PIC 9(9) VALUE ZEROES.

      *   Booléens de fin des fichiers en entree
       01 TOP-FIN-DFUSLE6A             PIC X(1)  VALUE SPACE.
          88 FIN-DFUSLE6A                        VALUE 'O'.
       01 TOP-FIN-DFUSLE6B             PIC X(1)  VALUE SPACE.
          88 FIN-DFUSLE6B                        VALUE 'O'.

      *   Variable numérique de code ABEND
       01 WS-CODE-ABEND                PIC 9(4) VALUE ZERO.

      *   Indice pour lignes à afficher par MCCDBILA
       01 WS-DISP                      PIC 9(2) VALUE ZEROES.

       01   I                          PIC 9(08) BINARY VALUE ZERO.

      *******************************
      *                             *
      *   Variables d'horodatage    *
      *                             *
      *******************************

      *   Date de traitement (date et heure)
       01 WS-D-H-TRT                   PIC X(26) VALUE SPACES.

      *   Horodatage de traitement au format AAAA-MM-JJThh:mm:ss
       01 WS-D-HORODATAGE-TRT          PIC X(19) VALUE SPACES.

      *******************************
      *                             *
      *  Lignes pour affichages     *
      *                             *
      *******************************

      *   DEBUT DU PROGRAMME
       01 WS-LIGNE-DEBUTPROG.
          05 WS-LIGNE-DEBUTPROG0       PIC X(01) VALUE '*'.
          05 WS-LIGNE-DEBUTPROG1       PIC X(11) VALUE '==         '.
          05 WS-LIGNE-DEBUTPROG2       PIC X(39) VALUE
                           'DEBUT D''EXECUTION DU PROGRAMME BFUSEL61'.
          05 WS-LIGNE-DEBUTPROG3       PIC X(12) VALUE '          =='.
          05 WS-LIGNE-DEBUTPROG4       PIC X(01) VALUE '*'.

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
           05 WS-LIGNE-ANO00           PIC X(10)  VALUE '*========='.
           05 WS-LIGNE-ANO01           PIC X(44)  VALUE
            '==============    ANOMALIE    =============='.
           05 WS-LIGNE-ANO02           PIC X(10)  VALUE '=========*'.

      *   LIGNE '='
       01 WS-LIGNE-EGAL.
          05 WS-LIGNE-EGAL0            PIC X(01)  VALUE '*'.
          05 WS-LIGNE-EGAL1            PIC X(62)  VALUE ALL '='.
          05 WS-LIGNE-EGAL2            PIC X(01)  VALUE '*'.

      *   LIGNE ' '
       01 WS-LIGNE-VIDE.
          05 WS-LIGNE-VIDE0            PIC X(01)  VALUE '*'.
          05 WS-LIGNE-VIDE1            PIC X(62)  VALUE ALL ' '.
          05 WS-LIGNE-VIDE2            PIC X(01)  VALUE '*'.

      *   LIGNE 'FIN PROGRAMME '
       01 WS-LIGNE-FINPROG.
          05 WS-LIGNE-FINPROG0         PIC X(01)  VALUE '*'.
          05 WS-LIGNE-FINPROG1         PIC X(23)  VALUE ALL ' '.
          05 WS-LIGNE-FINPROG2         PIC X(16) VALUE 'FIN PROGRAMME'.
          05 WS-LIGNE-FINPROG3         PIC X(23)  VALUE ALL ' '.
          05 WS-LIGNE-FINPROG4         PIC X(01)  VALUE '*'.

      *******************************
      *                             *
      *  Lignes de l'edition S6B    *
      *                             *
      *******************************

       01 WS-EDIT-TITRE.
          05 FILLER                    PIC X(44) VALUE
             'PACKAGES IDES A RESOUMETTRE  -  EDITE LE '.
          05 WS-EDT-D-EDITION          PIC X(19).
          05 FILLER                    PIC X(69) VALUE SPACES.

       01 WS-EDIT-SECTION.
          05 WS-EDT-L-SECTION          PIC X(60).
          05 FILLER                    PIC X(72) VALUE SPACES.

       01 WS-EDIT-ENTETE.
          05 FILLER                    PIC X(21) VALUE 'GIIN'.
          05 FILLER                    PIC X(05) VALUE 'AN'.
          05 FILLER                    PIC X(03) VALUE 'SG'.
          05 FILLER                    PIC X(45) VALUE
             'NOM DE FICHIER IDES'.
          05 FILLER                    PIC X(06) VALUE 'CODE'.
          05 FILLER                    PIC X(52) VALUE
             'SIGNIFICATION DE L''ALERTE'.

       01 WS-EDIT-DETAIL.
          05 WS-EDT-I-REF-GIIN         PIC X(20).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-EDT-A-FISCALE          PIC X(04).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-EDT-N-SEGMENT          PIC Z9.
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-EDT-L-NOM-FICHIER      PIC X(44).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-EDT-C-ALERTE           PIC X(05).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-EDT-L-ALERTE           PIC X(52).

       01 WS-EDIT-TRAIT                PIC X(132) VALUE ALL '-'.

      *******************************
      *                             *
      *         Zones COPY          *
      *                             *
      *******************************

      * COPY IDEV
        COPY CWNAAFCT REPLACING 'PROGRAMM' BY =='BFUSEL61'==.
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

      *    Chargement des packages BFUSEL60 (entetes de manifeste)
           PERFORM CHRG-TAB-PACKAGES

      *    Rapprochement de chaque alerte IDES avec son package
           PERFORM UNTIL FIN-DFUSLE6A
              PERFORM LECT-FICH-E6A
              IF NOT FIN-DFUSLE6A
                 PERFORM TRAIT-ALERTE
              END-IF
           END-PERFORM

      *    Edition des packages a resoumettre
           PERFORM EDIT-RESOUMISSION

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

      *    Affichage du bilan de début
           PERFORM AFFICH-BILAN-DEB

      *    Ouverture des fichiers
           PERFORM OUVR-FICH-E6A
           PERFORM OUVR-FICH-E6B
           PERFORM OUVR-FICH-S6A
           PERFORM OUVR-FICH-S6B
           .

      *------------------*
       CHRG-TAB-PACKAGES.
      *------------------*

      *    Chargement des entetes 'TET' des manifestes : nom de
      *    fichier IDES, GIIN, annee fiscale, environnement, segment
           PERFORM UNTIL FIN-DFUSLE6B
              PERFORM LECT-FICH-E6B
              IF NOT FIN-DFUSLE6B
                 IF ENR-MANIF-TET
                    ADD 1              TO WS-Q-PKG
                    IF WS-Q-PKG > 500
      *                DEPASSEMENT TABLE DES PACKAGES
                       MOVE 6140       TO WS-CODE-ABEND
                       PERFORM TRAIT-ABEND
                    END-IF
                    MOVE WS-MNF-L-NOM-FICHIER
                             TO WS-T-PKG-L-NOM-FICHIER(WS-Q-PKG)
                    MOVE WS-MNF-I-REF-GIIN
                             TO WS-T-PKG-I-REF-GIIN(WS-Q-PKG)
                    MOVE WS-MNF-A-FISCALE
                             TO WS-T-PKG-A-FISCALE(WS-Q-PKG)
                    MOVE WS-MNF-C-ENV
                             TO WS-T-PKG-C-ENV(WS-Q-PKG)
                    MOVE WS-MNF-N-SEGMENT
                             TO WS-T-PKG-N-SEGMENT(WS-Q-PKG)
152600              MOVE WS-MNF-C-EMPREINTE
152600                       TO WS-T-PKG-C-EMPREINTE(WS-Q-PKG)
152600              MOVE WS-MNF-I-REF-FIC
152600                       TO WS-T-PKG-I-REF-FIC(WS-Q-PKG)
                 END-IF
              END-IF
           END-PERFORM
           .

      *--------------*
       TRAIT-ALERTE.
      *--------------*

      *    Signification du code alerte, puis rapprochement avec le
      *    package par le nom de fichier IDES
           PERFORM RECH-CODE-ALERTE
           PERFORM RECH-PACKAGE

           IF WS-I-PKG-TROUVE = ZERO
      *       Alerte sans package connu : listee pour analyse, pas
      *       de sort IDES (ni GIIN ni annee a mettre a jour)
              ADD 1                    TO WS-Q-ALR-NON-RAPP
              PERFORM MEMO-ECHEC
              MOVE 'O'       TO WS-T-ECH-TOP-NON-RAPP(WS-Q-ECH)
           ELSE
              PERFORM ALIM-SORT-IDES
              PERFORM ECRT-FICH-S6A
              IF ALERTE-SUCCES
                 ADD 1                 TO WS-Q-ALR-TRANSMIS
                 PERFORM LEVEE-ECHECS
              ELSE
                 ADD 1                 TO WS-Q-ALR-ECHEC
                 PERFORM MEMO-ECHEC
              END-IF
           END-IF
           .

      *------------------*
       EDIT-RESOUMISSION.
      *------------------*

      *    Edition des packages en echec non resoumis avec succes,
      *    puis des alertes qu'aucun manifeste n'a permis de
      *    rapprocher
           MOVE WS-D-HORODATAGE-TRT    TO WS-EDT-D-EDITION
           MOVE WS-EDIT-TITRE          TO FD-DFUSLS6B
           PERFORM ECRT-FICH-S6B
           MOVE WS-EDIT-TRAIT          TO FD-DFUSLS6B
           PERFORM ECRT-FICH-S6B
           MOVE WS-EDIT-ENTETE         TO FD-DFUSLS6B
           PERFORM ECRT-FICH-S6B
           MOVE WS-EDIT-TRAIT          TO FD-DFUSLS6B
           PERFORM ECRT-FICH-S6B

           PERFORM VARYING WS-I-ECH FROM 1 BY 1
           UNTIL WS-I-ECH > WS-Q-ECH
              IF WS-T-ECH-TOP-NON-RAPP(WS-I-ECH) = SPACE
              AND WS-T-ECH-TOP-RESOUMIS(WS-I-ECH) = SPACE
                 ADD 1                 TO WS-Q-A-RESOUMETTRE
                 PERFORM EDIT-LIGNE-ECHEC
              END-IF
           END-PERFORM

           IF WS-Q-ALR-NON-RAPP > ZERO
              MOVE WS-EDIT-TRAIT       TO FD-DFUSLS6B
              PERFORM ECRT-FICH-S6B
              MOVE SPACES              TO WS-EDIT-SECTION
              MOVE 'ALERTES IDES SANS PACKAGE BFUSEL60 CORRESPONDANT'
                                       TO WS-EDT-L-SECTION
              MOVE WS-EDIT-SECTION     TO FD-DFUSLS6B
              PERFORM ECRT-FICH-S6B
              PERFORM VARYING WS-I-ECH FROM 1 BY 1
              UNTIL WS-I-ECH > WS-Q-ECH
                 IF WS-T-ECH-TOP-NON-RAPP(WS-I-ECH) = 'O'
                    PERFORM EDIT-LIGNE-ECHEC
                 END-IF
              END-PERFORM
           END-IF

           MOVE WS-EDIT-TRAIT          TO FD-DFUSLS6B
           PERFORM ECRT-FICH-S6B
           .

      *--------------*
       FIN-TRAIT.
      *--------------*

      *    Fermeture des fichiers
           PERFORM FERM-FICH-E6A
           PERFORM FERM-FICH-E6B
           PERFORM FERM-FICH-S6A
           PERFORM FERM-FICH-S6B

      *    Affichage du bilan de fin
           PERFORM AFFICH-BILAN-FIN

      *    Fin du programme
           PERFORM FIN-PROGRAMME
           .

      *
      * ----------------------> NIVEAU 002
      *

      *-----------------*
       RECH-CODE-ALERTE.
      *-----------------*

      *    Recherche du code alerte dans la table des codes IDES
           MOVE SPACE                  TO TOP-ALERTE-SUCCES
           MOVE 'CODE ALERTE IDES NON REFERENCE - A ANALYSER'
                                       TO WS-L-ALERTE
           PERFORM VARYING WS-I-ALR FROM 1 BY 1
           UNTIL WS-I-ALR > 12
              IF WS-T-ALR-C-ALERTE(WS-I-ALR) = WS-ALR-C-ALERTE
                 MOVE WS-T-ALR-L-ALERTE(WS-I-ALR)
                                       TO WS-L-ALERTE
                 IF WS-T-ALR-TOP-SUCCES(WS-I-ALR) = 'O'
                    SET ALERTE-SUCCES  TO TRUE
                 END-IF
              END-IF
           END-PERFORM
           .

      *-------------*
       RECH-PACKAGE.
      *-------------*

      *    Package dont le nom de fichier IDES est celui de l'alerte
           MOVE ZERO                   TO WS-I-PKG-TROUVE
           PERFORM VARYING WS-I-PKG FROM 1 BY 1
           UNTIL WS-I-PKG > WS-Q-PKG
              IF WS-T-PKG-L-NOM-FICHIER(WS-I-PKG)
                                     = WS-ALR-L-NOM-FICHIER
                 MOVE WS-I-PKG         TO WS-I-PKG-TROUVE
              END-IF
           END-PERFORM
           .

      *---------------*
       ALIM-SORT-IDES.
      *---------------*

      *    Sort IDES du package : statut, cle de campagne, alerte ;
      *    l'identifiant de transmission n'a de sens qu'a succes
           MOVE SPACES                 TO IDS-ENR-IDES
           IF ALERTE-SUCCES
              SET IDS-TRANSMIS         TO TRUE
              MOVE WS-ALR-I-TRANSMISSION
                                       TO IDS-I-TRANSMISSION
           ELSE
              SET IDS-ECHEC            TO TRUE
           END-IF
           MOVE WS-T-PKG-I-REF-GIIN(WS-I-PKG-TROUVE)
                                       TO IDS-I-REF-GIIN
           MOVE WS-T-PKG-A-FISCALE(WS-I-PKG-TROUVE)
                                       TO IDS-A-FISCALE
           MOVE WS-T-PKG-C-ENV(WS-I-PKG-TROUVE)
                                       TO IDS-C-ENV
           MOVE WS-T-PKG-N-SEGMENT(WS-I-PKG-TROUVE)
                                       TO IDS-N-SEGMENT
           MOVE WS-ALR-L-NOM-FICHIER   TO IDS-L-NOM-FICHIER
           MOVE WS-ALR-C-ALERTE        TO IDS-C-ALERTE
           MOVE WS-L-ALERTE            TO IDS-L-ALERTE
           MOVE WS-ALR-D-ALERTE        TO IDS-D-ALERTE
152600     MOVE WS-T-PKG-C-EMPREINTE(WS-I-PKG-TROUVE)
152600                                 TO IDS-C-EMPREINTE
152600     MOVE WS-T-PKG-I-REF-FIC(WS-I-PKG-TROUVE)
152600                                 TO IDS-I-REF-FIC
           .

      *-----------*
       MEMO-ECHEC.
      *-----------*

      *    Memorisation de l'alerte courante pour l'edition
           ADD 1                       TO WS-Q-ECH
           IF WS-Q-ECH > 500
      *       DEPASSEMENT TABLE DES ECHECS
              MOVE 6141                TO WS-CODE-ABEND
              PERFORM TRAIT-ABEND
           END-IF
           MOVE SPACES                 TO WS-T-ECH-LIG(WS-Q-ECH)
           MOVE ZERO                   TO WS-T-ECH-N-SEGMENT(WS-Q-ECH)
           IF WS-I-PKG-TROUVE > ZERO
              MOVE WS-T-PKG-I-REF-GIIN(WS-I-PKG-TROUVE)
                             TO WS-T-ECH-I-REF-GIIN(WS-Q-ECH)
              MOVE WS-T-PKG-A-FISCALE(WS-I-PKG-TROUVE)
                             TO WS-T-ECH-A-FISCALE(WS-Q-ECH)
              MOVE WS-T-PKG-N-SEGMENT(WS-I-PKG-TROUVE)
                             TO WS-T-ECH-N-SEGMENT(WS-Q-ECH)
           END-IF
           MOVE WS-ALR-L-NOM-FICHIER
                             TO WS-T-ECH-L-NOM-FICHIER(WS-Q-ECH)
           MOVE WS-ALR-C-ALERTE        TO WS-T-ECH-C-ALERTE(WS-Q-ECH)
           MOVE WS-L-ALERTE            TO WS-T-ECH-L-ALERTE(WS-Q-ECH)
           .

      *-------------*
       LEVEE-ECHECS.
      *-------------*

      *    Une transmission reussie leve les echecs anterieurs du
      *    meme GIIN/annee/segment (package resoumis sous un nouveau
      *    nom de fichier)
           PERFORM VARYING WS-I-ECH FROM 1 BY 1
           UNTIL WS-I-ECH > WS-Q-ECH
              IF WS-T-ECH-TOP-NON-RAPP(WS-I-ECH) = SPACE
              AND WS-T-ECH-I-REF-GIIN(WS-I-ECH) = IDS-I-REF-GIIN
              AND WS-T-ECH-A-FISCALE(WS-I-ECH)  = IDS-A-FISCALE
              AND WS-T-ECH-N-SEGMENT(WS-I-ECH)  = IDS-N-SEGMENT
                 MOVE 'O'    TO WS-T-ECH-TOP-RESOUMIS(WS-I-ECH)
              END-IF
           END-PERFORM
           .

      *-----------------*
       EDIT-LIGNE-ECHEC.
      *-----------------*

           MOVE SPACES                 TO WS-EDIT-DETAIL
           MOVE WS-T-ECH-I-REF-GIIN(WS-I-ECH)
                                       TO WS-EDT-I-REF-GIIN
           MOVE WS-T-ECH-A-FISCALE(WS-I-ECH)
                                       TO WS-EDT-A-FISCALE
           MOVE WS-T-ECH-N-SEGMENT(WS-I-ECH)
                                       TO WS-EDT-N-SEGMENT
           MOVE WS-T-ECH-L-NOM-FICHIER(WS-I-ECH)
                                       TO WS-EDT-L-NOM-FICHIER
           MOVE WS-T-ECH-C-ALERTE(WS-I-ECH)
                                       TO WS-EDT-C-ALERTE
           MOVE WS-T-ECH-L-ALERTE(WS-I-ECH)
                                       TO WS-EDT-L-ALERTE
           MOVE WS-EDIT-DETAIL         TO FD-DFUSLS6B
           PERFORM ECRT-FICH-S6B
           .

      *---------------*
       OUVR-FICH-E6A.
      *---------------*

      *    OUVERTURE DU FICHIER DFUSLE6A
           OPEN INPUT DFUSLE6A
           IF FS-E6A  NOT = '00'
      *       PROBLEME TECHNIQUE - APPEL MODULE ABEND
              MOVE 6111               TO WS-CODE-ABEND
              PERFORM TRAIT-ABEND

           END-IF
           .

      *---------------*
       LECT-FICH-E6A.
      *---------------*

      *    LECTURE DU FICHIER DFUSLE6A
           READ DFUSLE6A
           END-READ

           EVALUATE FS-E6A
              WHEN '00'
                 MOVE  FD-DFUSLE6A          TO WS-ENR-ALERTE
                 ADD   1                    TO WS-NB-LECT-E6A
              WHEN '10'
                 SET  FIN-DFUSLE6A          TO TRUE
              WHEN OTHER
                 MOVE 6112                  TO WS-CODE-ABEND
                 PERFORM TRAIT-ABEND
           END-EVALUATE
           .

      *---------------*
       FERM-FICH-E6A.
      *---------------*

      *    FERMETURE
           CLOSE DFUSLE6A
           IF FS-E6A  NOT = '00'
      *       PROBLEME TECHNIQUE - APPEL MODULE ABEND
              MOVE 6113               TO WS-CODE-ABEND
              PERFORM TRAIT-ABEND

           END-IF
           .

      *---------------*
       OUVR-FICH-E6B.
      *---------------*

      *    OUVERTURE DU FICHIER DFUSLE6B
           OPEN INPUT DFUSLE6B
           IF FS-E6B  NOT = '00'
      *       PROBLEME TECHNIQUE - APPEL MODULE ABEND
              MOVE 6121               TO WS-CODE-ABEND
              PERFORM TRAIT-ABEND

           END-IF
           .

      *---------------*
       LECT-FICH-E6B.
      *---------------*

      *    LECTURE DU FICHIER DFUSLE6B
           READ DFUSLE6B
           END-READ

           EVALUATE FS-E6B
              WHEN '00'
                 MOVE  FD-DFUSLE6B          TO WS-ENR-MANIF
                 ADD   1                    TO WS-NB-LECT-E6B
              WHEN '10'
                 SET  FIN-DFUSLE6B          TO TRUE
              WHEN OTHER
                 MOVE 6122                  TO WS-CODE-ABEND
                 PERFORM TRAIT-ABEND
           END-EVALUATE
           .

      *---------------*
       FERM-FICH-E6B.
      *---------------*

      *    FERMETURE
           CLOSE DFUSLE6B
           IF FS-E6B  NOT = '00'
      *       PROBLEME TECHNIQUE - APPEL MODULE ABEND
              MOVE 6123               TO WS-CODE-ABEND
              PERFORM TRAIT-ABEND

           END-IF
           .

      *---------------*
       OUVR-FICH-S6A.
      *---------------*

      *    OUVERTURE DU FICHIER DFUSLS6A
           OPEN OUTPUT DFUSLS6A
           IF FS-S6A  NOT = '00'
      *       PROBLEME TECHNIQUE - APPEL MODULE ABEND
              MOVE 6131               TO WS-CODE-ABEND
              PERFORM TRAIT-ABEND

           END-IF
           .

      *---------------*
       ECRT-FICH-S6A.
      *---------------*

      *    ECRITURE DU FICHIER DFUSLS6A (SORT IDES)
           WRITE FD-DFUSLS6A    FROM     IDS-ENR-IDES
           END-WRITE

           IF FS-S6A    NOT = '00'
               MOVE 6132               TO WS-CODE-ABEND
               PERFORM TRAIT-ABEND
           ELSE
               ADD 1 TO WS-NB-ECRT-S6A
           END-IF
           .

      *---------------*
       FERM-FICH-S6A.
      *---------------*

      *    FERMETURE
           CLOSE DFUSLS6A
           IF FS-S6A  NOT = '00'
      *       PROBLEME TECHNIQUE - APPEL MODULE ABEND
              MOVE 6133               TO WS-CODE-ABEND
              PERFORM TRAIT-ABEND

           END-IF
           .

      *---------------*
       OUVR-FICH-S6B.
      *---------------*

      *    OUVERTURE DU FICHIER DFUSLS6B
           OPEN OUTPUT DFUSLS6B
           IF FS-S6B  NOT = '00'
      *       PROBLEME TECHNIQUE - APPEL MODULE ABEND
              MOVE 6151               TO WS-CODE-ABEND
              PERFORM TRAIT-ABEND

           END-IF
           .

      *---------------*
       ECRT-FICH-S6B.
      *---------------*

      *    ECRITURE DU FICHIER DFUSLS6B (EDITION)
           WRITE FD-DFUSLS6B
           END-WRITE

           IF FS-S6B    NOT = '00'
               MOVE 6152               TO WS-CODE-ABEND
               PERFORM TRAIT-ABEND
           ELSE
               ADD 1 TO WS-NB-ECRT-S6B
           END-IF
           .

      *---------------*
       FERM-FICH-S6B.
      *---------------*

      *    FERMETURE
           CLOSE DFUSLS6B
           IF FS-S6B  NOT = '00'
      *       PROBLEME TECHNIQUE - APPEL MODULE ABEND
              MOVE 6153               TO WS-CODE-ABEND
              PERFORM TRAIT-ABEND

           END-IF
           .

      *--------------*
       TRAIT-ABEND.
      *--------------*
      * GESTION DES ABENDS DU PROGRAMME

           MOVE 'BFUSEL61'             TO      INAB-C-PGM-APPEL
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
              WHEN 6111
                 MOVE 'PB OUVERTURE FICHIER DFUSLE6A'
                                       TO      WS-LIGNE-ANO21
              WHEN 6112
                 MOVE 'PB LECTURE FICHIER DFUSLE6A'
                                       TO      WS-LIGNE-ANO21
              WHEN 6113
                 MOVE 'PB FERMETURE FICHIER DFUSLE6A'
                                       TO      WS-LIGNE-ANO21
              WHEN 6121
                 MOVE 'PB OUVERTURE FICHIER DFUSLE6B'
                                       TO      WS-LIGNE-ANO21
              WHEN 6122
                 MOVE 'PB LECTURE FICHIER DFUSLE6B'
                                       TO      WS-LIGNE-ANO21
              WHEN 6123
                 MOVE 'PB FERMETURE FICHIER DFUSLE6B'
                                       TO      WS-LIGNE-ANO21
              WHEN 6131
                 MOVE 'PB OUVERTURE FICHIER DFUSLS6A'
                                       TO      WS-LIGNE-ANO21
              WHEN 6132
                 MOVE 'PB ECRITURE FICHIER DFUSLS6A'
                                       TO      WS-LIGNE-ANO21
              WHEN 6133
                 MOVE 'PB FERMETURE FICHIER DFUSLS6A'
                                       TO      WS-LIGNE-ANO21
              WHEN 6140
                 MOVE 'DEPASSEMENT TABLE DES PACKAGES (500)'
                                       TO      WS-LIGNE-ANO21
              WHEN 6141
                 MOVE 'DEPASSEMENT TABLE DES ECHECS (500)'
                                       TO      WS-LIGNE-ANO21
              WHEN 6151
                 MOVE 'PB OUVERTURE FICHIER DFUSLS6B'
                                       TO      WS-LIGNE-ANO21
              WHEN 6152
                 MOVE 'PB ECRITURE FICHIER DFUSLS6B'
                                       TO      WS-LIGNE-ANO21
              WHEN 6153
                 MOVE 'PB FERMETURE FICHIER DFUSLS6B'
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
      *    Module d'affichage
           MOVE 'BFUSEL61'              TO BILA-C-PGM-APPEL
           MOVE 1                       TO BILA-NO-VERSION
           MOVE WS-DISP                 TO BILA-Q-LIST-DISP
      *    Appel du module de BILAN
           CALL 'MCCDBILA' USING  BILA-PARAM
           .

      *---------------------*
       INIT-PARAM-MCCDBILA.
      *---------------------*
      *    Initialisation des lignes à afficher
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
      *       Horodatage au format AAAA-MM-JJThh:mm:ss de l'edition
              MOVE WS-D-H-TRT(1:10)  TO WS-D-HORODATAGE-TRT(1:10)
              MOVE 'T'               TO WS-D-HORODATAGE-TRT(11:1)
              MOVE WS-D-H-TRT(12:2)  TO WS-D-HORODATAGE-TRT(12:2)
              MOVE ':'               TO WS-D-HORODATAGE-TRT(14:1)
              MOVE WS-D-H-TRT(15:2)  TO WS-D-HORODATAGE-TRT(15:2)
              MOVE ':'               TO WS-D-HORODATAGE-TRT(17:1)
              MOVE WS-D-H-TRT(18:2)  TO WS-D-HORODATAGE-TRT(18:2)
           END-IF
           .

      *-----------------*
       AFFICH-BILAN-DEB.
      *-----------------*
      * AFFICHAGE DE DEBUT DU TRAITEMENT

      *    INITIALISATION DES PARAMETRES EN ENTREE DU MCCDBILA
           PERFORM INIT-PARAM-MCCDBILA
           MOVE ZEROS                   TO WS-DISP
           ADD  1                       TO WS-DISP
           MOVE WS-LIGNE-EGAL           TO BILA-L-DISP(WS-DISP)
           ADD  1                       TO WS-DISP
           MOVE WS-LIGNE-DEBUTPROG      TO BILA-L-DISP(WS-DISP)
           ADD  1                       TO WS-DISP
           MOVE WS-LIGNE-EGAL           TO BILA-L-DISP(WS-DISP)
           ADD  1                       TO WS-DISP
           MOVE '*     RAPPROCHEMENT DES ALERTES IDES
      -    '        *'                  TO BILA-L-DISP(WS-DISP)(1:64)
           ADD  1                       TO WS-DISP
           MOVE WS-LIGNE-EGAL           TO BILA-L-DISP(WS-DISP)
           PERFORM APPEL-MCCDBILA
           .

      *-----------------*
       AFFICH-BILAN-FIN.
      *-----------------*
      * ECRITURE BILAN FINAL
           PERFORM INIT-PARAM-MCCDBILA
           MOVE ZEROS                    TO WS-DISP
           ADD  1                        TO WS-DISP
           MOVE WS-LIGNE-VIDE            TO BILA-L-DISP(WS-DISP)
           ADD  1                        TO WS-DISP
           MOVE WS-LIGNE-EGAL            TO BILA-L-DISP(WS-DISP)
           ADD  1                        TO WS-DISP
           MOVE WS-LIGNE-FINPROG         TO BILA-L-DISP(WS-DISP)
           ADD  1                        TO WS-DISP
           MOVE WS-LIGNE-EGAL            TO BILA-L-DISP(WS-DISP)
           ADD  1                        TO WS-DISP
           MOVE '*    WS-NB-LECT-E6A (ALERTES)   :
      -    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE WS-NB-LECT-E6A           TO BILA-L-DISP(WS-DISP)(45:9)
           ADD  1                        TO WS-DISP
           MOVE '*    WS-NB-LECT-E6B             :
      -    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE WS-NB-LECT-E6B           TO BILA-L-DISP(WS-DISP)(45:9)
           ADD  1                        TO WS-DISP
           MOVE '*    WS-Q-PKG (PACKAGES)        :
      -    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE WS-Q-PKG                 TO BILA-L-DISP(WS-DISP)(51:3)
           ADD  1                        TO WS-DISP
           MOVE '*    WS-Q-ALR-TRANSMIS          :
      -    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE WS-Q-ALR-TRANSMIS        TO BILA-L-DISP(WS-DISP)(45:9)
           ADD  1                        TO WS-DISP
           MOVE '*    WS-Q-ALR-ECHEC             :
      -    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE WS-Q-ALR-ECHEC           TO BILA-L-DISP(WS-DISP)(45:9)
           ADD  1                        TO WS-DISP
           MOVE '*    WS-Q-ALR-NON-RAPP          :
      -    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE WS-Q-ALR-NON-RAPP        TO BILA-L-DISP(WS-DISP)(45:9)
           ADD  1                        TO WS-DISP
           MOVE '*    WS-Q-A-RESOUMETTRE         :
      -    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE WS-Q-A-RESOUMETTRE       TO BILA-L-DISP(WS-DISP)(45:9)
           ADD  1                        TO WS-DISP
           MOVE '*    WS-NB-ECRT-S6A             :
      -    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE WS-NB-ECRT-S6A           TO BILA-L-DISP(WS-DISP)(45:9)
           ADD  1                        TO WS-DISP
           MOVE '*    WS-NB-ECRT-S6B             :
      -    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE WS-NB-ECRT-S6B           TO BILA-L-DISP(WS-DISP)(45:9)
           ADD  1                        TO WS-DISP
           MOVE WS-LIGNE-EGAL            TO BILA-L-DISP(WS-DISP)
           PERFORM APPEL-MCCDBILA
           .

      *--------------*
       FIN-PROGRAMME.
      *--------------*
      * FIN DU PROGRAMME
           GOBACK
           .

       END PROGRAM BFUSEL61.
