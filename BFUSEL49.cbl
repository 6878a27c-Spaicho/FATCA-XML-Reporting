       IDENTIFICATION DIVISION.
       PROGRAM-ID. BFUSEL49.
       AUTHOR. MCHA.

      ******************************************************************
      *      ____________________________________________________      *
      *    _(                                                    )_    *
      *  _(       E C H E A N C E S   J U S T I F I C A T I F S  )_    *
      * =_        P R E V I S I O N   R E C A L C I T R A N T S   _= *
      *   (_                    F A T C A                         _)   *
      *     (____________________________________________________)     *
      *                                                                *
      *               DATE          : 23/01/2017                       *
      *               COMPOSANT     : BFUSEL49                         *
      *               TYPE          : BATCH                            *
      *               AUTEUR       : MCHA                              *
      *                                                                *
      *             __________________________________________         *
      *                                                                *
      * DESCRIPTION   : Ce batch mensuel surveille l'echeance de la    *
      *                 documentation fiscale des clients (TBCLIFUS) : *
      *                 - STATUT : justificatif du statut fiscal       *
      *                   etranger (W-8/W-9), date D-STUT-FISC-ETR ;   *
      *                 - SEUIL  : auto-certification de la            *
      *                   classification de seuil, date D-CLSFN-SEUIL  *
      *                   (si C-CLSN-SEUIL est renseigne).             *
      *                 Un justificatif echoit a la date anniversaire  *
      *                 de sa signature augmentee de la duree de       *
      *                 validite SYSIN (trois ans par defaut). Le      *
      *                 perimetre est l'extrait compte/client des      *
      *                 entites au format CFUSAI00 (enregistrements    *
      *                 '10', trie par entite, client, compte).        *
      *                 L'edition DFUSLS49 liste, par entite puis par  *
      *                 charge de clientele (agent createur du client, *
      *                 TBCLIFUS N-AGENT-CRE), les justificatifs qui   *
      *                 echoient dans les 30, 90 et 180 jours, avec le *
      *                 pool AccountPoolReportType ou tomberaient les  *
      *                 comptes du client faute de renouvellement :    *
      *                 - FATCA206 : PM classee NFE passive ('05') ;   *
      *                 - FATCA205 : personne US (PM classee '01' ou   *
      *                   PP de statut fiscal etranger '02') ;         *
      *                 - FATCA201 / FATCA202 : autres titulaires,     *
      *                   avec / sans indice US (naissance,            *
      *                   nationalite, adresse aux USA).               *
      *                 La prevision de fin d'entite cumule, par pool  *
      *                 et devise, le nombre de comptes et leur solde  *
      *                 (montants 01 et 06 de TBRUBFUS, signes) des    *
      *                 clients dont la documentation echoit avant le  *
      *                 31/12 de l'annee du traitement, date a         *
      *                 laquelle la campagne suivante appreciera leur  *
      *                 statut.                                        *
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
      * DFUSLE49 | Perimetre compte/client des entites  | E | CFUSAI00 *
      * DFUSLS49 | Echeances et prevision (132 col.)    | S |          *
      *__________|______________________________________|___|__________*
      *                                                                *
      * Liste des ABENDS émis  par le programme :                      *
      *________________________________________________________________*
      *  ABEND   |              DESCRIPTION                            *
      *__________|_____________________________________________________*
      *   1000   | PB RECUPERATION DATE DU JOUR VIA MGDATR03           *
      *   1991   | PB APPEL MODULE MFUSTEND                            *
      *   1992   | PB APPEL MODULE MFUSTCNT                            *
      *   1993   | PB APPEL MODULE MFUSTRUB                            *
      *   1994   | PB APPEL MODULE MFUSTCLI                            *
      *   1995   | PB APPEL MODULE MFUSTCLP                            *
      *   1996   | PB APPEL MODULE MFUSTCLM                            *
      *   1997   | PB APPEL MODULE MFUSTADR                            *
      *   4900   | SYSIN INVALIDE (ANNEE FISCALE, VALIDITE)            *
      *   4901   | PB OUVERTURE FICHIER DFUSLE49                       *
      *   4902   | PB LECTURE   FICHIER DFUSLE49                       *
      *   4903   | PB FERMETURE FICHIER DFUSLE49                       *
      *   4911   | PB OUVERTURE FICHIER DFUSLS49                       *
      *   4912   | PB ECRITURE  FICHIER DFUSLS49                       *
      *   4913   | PB FERMETURE FICHIER DFUSLS49                       *
      *   4950   | DEPASSEMENT TABLE DES COMPTES D'UN CLIENT           *
      *   4951   | DEPASSEMENT TABLE DES ECHEANCES D'UNE ENTITE        *
      *   4952   | DEPASSEMENT TABLE DE PREVISION D'UNE ENTITE         *
      *__________|_____________________________________________________*
      *                                                                *
      * Historique des modifications :                                 *
      *________________________________________________________________*
      * AUTEUR !   DATE   !  GAMA  !        MODIFICATIONS              *
      *________!__________!________!___________________________________*
152630*  MCHA  !23/01/2017!20152630!CREATION : ECHEANCES DES           *
152630*        !          !        !JUSTIFICATIFS A 30/90/180 JOURS ET *
152630*        !          !        !PREVISION DES POOLS RECALCITRANTS  *
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
           SELECT DFUSLE49 ASSIGN             TO DFUSLE49
           FILE STATUS FS-E49.

      *
      * Edition des echeances et de la prevision
      *
           SELECT DFUSLS49 ASSIGN             TO DFUSLS49
           FILE STATUS FS-S49.

       DATA DIVISION.
       FILE SECTION.

       FD  DFUSLE49
           LABEL RECORD STANDARD
           RECORDING MODE F
           BLOCK CONTAINS 0 RECORDS.

       01  FD-DFUSLE49              PIC  X(500).

       FD  DFUSLS49
           LABEL RECORD STANDARD
           RECORDING MODE F
           BLOCK CONTAINS 0 RECORDS.

       01  FD-DFUSLS49              PIC  X(132).

      ***************************************
      *      WORKING STORAGE SECTION        *
      ***************************************

       WORKING-STORAGE SECTION.

      *   Paramètres SYSIN : annee fiscale de reference des tables et
      *   duree de validite des justificatifs en annees (blanc =
      *   trois ans)
       01 SYSIN-80.
          05 SYSIN-A-FISCALE            PIC X(04) VALUE SPACES.
          05 FILLER                     PIC X(01) VALUE SPACE.
          05 SYSIN-Q-VALIDITE           PIC X(02) VALUE SPACES.
          05 SYSIN-FILLER               PIC X(73) VALUE SPACES.

       01 WS-Q-VALIDITE                 PIC 9(02) VALUE 3.

      *   Description du fichier DFUSLE49
        COPY CFUSAI00 REPLACING ==(P)== BY ==E49==.

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

      *   Justificatifs du client en cours : type, date de signature,
      *   echeance et nombre de jours restant a courir
       01 WS-Q-DOC                      PIC 9(04) BINARY VALUE ZERO.
       01 WS-I-DOC                      PIC 9(04) BINARY VALUE ZERO.
       01 WS-T-DOC OCCURS 2.
          05 WS-T-DOC-C-TYPE            PIC X(06).
          05 WS-T-DOC-C-STATUT          PIC X(02).
          05 WS-T-DOC-D-SIGN            PIC X(10).
          05 WS-T-DOC-D-ECHEANCE        PIC X(10).
          05 WS-T-DOC-Q-JOURS           PIC S9(07).

      *   Situation documentaire du client en cours
       01 TOP-DOC-ECHU                  PIC X(01) VALUE SPACE.
          88 DOC-ECHU                             VALUE 'O'.
       01 TOP-DOC-A-SUIVRE              PIC X(01) VALUE SPACE.
          88 DOC-A-SUIVRE                         VALUE 'O'.
       01 TOP-DOC-AVANT-CAMPAGNE        PIC X(01) VALUE SPACE.
          88 DOC-AVANT-CAMPAGNE                   VALUE 'O'.
       01 TOP-IND-US                    PIC X(01) VALUE SPACE.
          88 IND-US                               VALUE 'O'.
       01 IND-FIN-TRT-ADR               PIC X(01) VALUE SPACE.
       01 WS-C-POOL                     PIC X(08) VALUE SPACES.
       01 WS-L-NOM                      PIC X(40) VALUE SPACES.

      *   Echeances de l'entite en cours, rangees par charge de
      *   clientele, date d'echeance et client
       01 WS-Q-ECH                      PIC 9(04) BINARY VALUE ZERO.
       01 WS-I-ECH                      PIC 9(04) BINARY VALUE ZERO.
       01 WS-J-ECH                      PIC 9(04) BINARY VALUE ZERO.
       01 WS-ECH-NOUV.
          05 WS-ECH-CLE.
             10 WS-ECH-N-AGENT          PIC X(08).
             10 WS-ECH-D-ECHEANCE       PIC X(10).
             10 WS-ECH-I-UNIQ-KPI       PIC X(17).
          05 WS-ECH-L-NOM               PIC X(40).
          05 WS-ECH-C-TYPE-DOC          PIC X(06).
          05 WS-ECH-C-STATUT            PIC X(02).
          05 WS-ECH-D-SIGN              PIC X(10).
          05 WS-ECH-Q-JOURS             PIC 9(03).
          05 WS-ECH-C-POOL              PIC X(08).
          05 WS-ECH-Q-CPT               PIC 9(03).
       01 WS-T-ECH OCCURS 3000.
          05 WS-T-ECH-CLE               PIC X(35).
          05 WS-T-ECH-DONNEES           PIC X(72).

      *   Prevision de l'entite en cours par pool et devise
       01 WS-Q-PREV                     PIC 9(04) BINARY VALUE ZERO.
       01 WS-I-PREV                     PIC 9(04) BINARY VALUE ZERO.
       01 WS-T-PREV OCCURS 40.
          05 WS-T-PREV-C-POOL           PIC X(08).
          05 WS-T-PREV-C-DEV            PIC X(03).
          05 WS-T-PREV-Q-CPT            PIC 9(09).
          05 WS-T-PREV-M-SOLDE          PIC S9(16)V99.

      *   Rupture par charge de clientele a l'edition
       01 WS-N-AGENT-EN-COURS           PIC X(08) VALUE SPACES.
       01 WS-Q-AGT-30                   PIC 9(09) VALUE ZERO.
       01 WS-Q-AGT-90                   PIC 9(09) VALUE ZERO.
       01 WS-Q-AGT-180                  PIC 9(09) VALUE ZERO.

      *   Dates de reference : jour du traitement et fin d'annee
       01 WS-N-JOUR-TRT                 PIC 9(09) VALUE ZERO.
       01 WS-D-FIN-ANNEE                PIC X(10) VALUE SPACES.

      *    Calcul du nombre de jours (quantieme civil, cf BFUSEL31)
       01 WS-CAL-DATE.
          05 WS-CAL-AAAA               PIC 9(04) VALUE ZERO.
          05 WS-CAL-MM                 PIC 9(02) VALUE ZERO.
          05 WS-CAL-JJ                 PIC 9(02) VALUE ZERO.
       01 WS-CAL-AN                    PIC 9(06) VALUE ZERO.
       01 WS-CAL-MOIS                  PIC 9(02) VALUE ZERO.
       01 WS-CAL-T1                    PIC 9(09) VALUE ZERO.
       01 WS-CAL-T2                    PIC 9(09) VALUE ZERO.
       01 WS-CAL-T3                    PIC 9(09) VALUE ZERO.
       01 WS-CAL-T4                    PIC 9(09) VALUE ZERO.
       01 WS-CAL-N-JOUR                PIC 9(09) VALUE ZERO.

      *   Echeance en cours de calcul (AAAA-MM-JJ)
       01 WS-D-ECHEANCE.
          05 WS-ECH-AAAA               PIC 9(04).
          05 FILLER                    PIC X(01) VALUE '-'.
          05 WS-ECH-MM                 PIC 9(02).
          05 FILLER                    PIC X(01) VALUE '-'.
          05 WS-ECH-JJ                 PIC 9(02).
       01 WS-D-SIGN                    PIC X(10) VALUE SPACES.

      *   Solde du compte en cours (montants 01 et 06 de TBRUBFUS)
       01 WS-M-MNT-RUB                  PIC S9(16)V99 VALUE ZERO.
       01 WS-M-SOLDE-CPT                PIC S9(16)V99 VALUE ZERO.
       01 IND-FIN-TRT-RUB               PIC X(01) VALUE SPACE.

       01 I                             PIC 9(08) BINARY VALUE ZERO.

      ***  LES CODES RETOUR DES DIFFéRENTS FICHIERS
       01  FS-E49                      PIC X(02) VALUE SPACES.
       01  FS-S49                      PIC X(02) VALUE SPACES.

      *   Compteurs
       01 WS-NB-LECT-E49               PIC 9(9) VALUE ZEROES.
       01 WS-Q-CLT-EXAMINES            PIC 9(9) VALUE ZEROES.
       01 WS-Q-CLT-ABSENTS             PIC 9(9) VALUE ZEROES.
       01 WS-Q-CLT-NON-DOCUMENTES      PIC 9(9) VALUE ZEROES.
       01 WS-Q-CLT-DEJA-ECHUS          PIC 9(9) VALUE ZEROES.
       01 WS-Q-DOC-30                  PIC 9(9) VALUE ZEROES.
       01 WS-Q-DOC-90                  PIC 9(9) VALUE ZEROES.
       01 WS-Q-DOC-180                 PIC 9(9) VALUE ZEROES.
       01 WS-Q-CPT-PREVUS              PIC 9(9) VALUE ZEROES.
       01 WS-NB-ECRT-S49               PIC 9(9) VALUE ZEROES.

      *   Booléen de fin de fichier
       01 TOP-FIN-E49                  PIC X(1)  VALUE SPACE.
          88 FIN-E49                             VALUE 'O'.

      *   Variable numérique de code ABEND
       01 WS-CODE-ABEND                PIC 9(4) VALUE ZERO.

      *   Indice pour lignes à afficher par MCCDBILA
       01 WS-DISP                      PIC 9(2) VALUE ZEROES.

      *   Date de traitement (date et heure)
       01 WS-D-H-TRT                   PIC X(26) VALUE SPACES.

      *******************************
      *                             *
      *  Lignes de l'edition S49    *
      *                             *
      *******************************

       01 WS-EDIT-TITRE.
          05 FILLER                    PIC X(50) VALUE
             'ECHEANCES DES JUSTIFICATIFS FISCAUX  -  VALIDITE  '.
          05 WS-EDT-Q-VALIDITE         PIC Z9.
          05 FILLER                    PIC X(05) VALUE ' ANS '.
          05 FILLER                    PIC X(11) VALUE ' EDITE LE '.
          05 WS-EDT-D-EDITION          PIC X(10).
          05 FILLER                    PIC X(54) VALUE SPACES.

       01 WS-EDIT-ENTITE.
          05 FILLER                    PIC X(07) VALUE 'ENTITE '.
          05 WS-EDT-C-REF-GIIN         PIC X(20).
          05 FILLER                    PIC X(02) VALUE SPACES.
          05 WS-EDT-L-RAISON-SOC-ENT   PIC X(60).
          05 FILLER                    PIC X(43) VALUE SPACES.

       01 WS-EDIT-ENTETE.
          05 FILLER                    PIC X(10) VALUE 'CHARGE'.
          05 FILLER                    PIC X(18) VALUE 'CLIENT'.
          05 FILLER                    PIC X(41) VALUE
             'NOM / RAISON SOCIALE'.
          05 FILLER                    PIC X(07) VALUE 'DOC'.
          05 FILLER                    PIC X(04) VALUE 'ST'.
          05 FILLER                    PIC X(11) VALUE 'SIGNE LE'.
          05 FILLER                    PIC X(11) VALUE 'ECHEANCE'.
          05 FILLER                    PIC X(05) VALUE 'J'.
          05 FILLER                    PIC X(05) VALUE 'FEN.'.
          05 FILLER                    PIC X(09) VALUE 'POOL'.
          05 FILLER                    PIC X(11) VALUE 'COMPTES'.

       01 WS-EDIT-DETAIL.
          05 WS-EDT-N-AGENT            PIC X(08).
          05 FILLER                    PIC X(02) VALUE SPACES.
          05 WS-EDT-I-UNIQ-KPI         PIC X(17).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-EDT-L-NOM              PIC X(40).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-EDT-C-TYPE-DOC         PIC X(06).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-EDT-C-STATUT           PIC X(02).
          05 FILLER                    PIC X(02) VALUE SPACES.
          05 WS-EDT-D-SIGN             PIC X(10).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-EDT-D-ECHEANCE         PIC X(10).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-EDT-Q-JOURS            PIC ZZ9.
          05 FILLER                    PIC X(02) VALUE SPACES.
          05 WS-EDT-L-FENETRE          PIC X(04).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-EDT-C-POOL             PIC X(08).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-EDT-Q-CPT              PIC ZZ9.
          05 FILLER                    PIC X(08) VALUE SPACES.

       01 WS-EDIT-SS-TOTAL.
          05 FILLER                    PIC X(10) VALUE SPACES.
          05 FILLER                    PIC X(08) VALUE 'CHARGE '.
          05 WS-EDT-N-AGENT-TOT        PIC X(08).
          05 FILLER                    PIC X(12) VALUE ' :  30 J = '.
          05 WS-EDT-Q-AGT-30           PIC Z(8)9.
          05 FILLER                    PIC X(11) VALUE '   90 J = '.
          05 WS-EDT-Q-AGT-90           PIC Z(8)9.
          05 FILLER                    PIC X(11) VALUE '  180 J = '.
          05 WS-EDT-Q-AGT-180          PIC Z(8)9.
          05 FILLER                    PIC X(45) VALUE SPACES.

       01 WS-EDIT-PREV-TITRE.
          05 FILLER                    PIC X(46) VALUE
             'PREVISION SANS RENOUVELLEMENT - POOLS AU     '.
          05 WS-EDT-D-FIN-ANNEE        PIC X(10).
          05 FILLER                    PIC X(76) VALUE SPACES.

       01 WS-EDIT-PREV-ENTETE.
          05 FILLER                    PIC X(10) VALUE SPACES.
          05 FILLER                    PIC X(10) VALUE 'POOL'.
          05 FILLER                    PIC X(06) VALUE 'DEV'.
          05 FILLER                    PIC X(12) VALUE 'COMPTES'.
          05 FILLER                    PIC X(94) VALUE 'SOLDE'.

       01 WS-EDIT-PREV.
          05 FILLER                    PIC X(10) VALUE SPACES.
          05 WS-EDT-PREV-C-POOL        PIC X(08).
          05 FILLER                    PIC X(02) VALUE SPACES.
          05 WS-EDT-PREV-C-DEV         PIC X(03).
          05 FILLER                    PIC X(02) VALUE SPACES.
          05 WS-EDT-PREV-Q-CPT         PIC Z(8)9.
          05 FILLER                    PIC X(02) VALUE SPACES.
          05 WS-EDT-PREV-M-SOLDE       PIC -(15)9.99.
          05 FILLER                    PIC X(76) VALUE SPACES.

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
                           'DEBUT D''EXECUTION DU PROGRAMME BFUSEL49'.
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
        COPY CWNAAFCT REPLACING 'PROGRAMM' BY =='BFUSEL49'==.
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

      *    Parcours du perimetre compte/client
           PERFORM UNTIL FIN-E49
              PERFORM LECT-FICH-E49
              IF NOT FIN-E49
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

      *    Lecture des paramètres SYSIN
           ACCEPT SYSIN-80
           IF SYSIN-A-FISCALE IS NOT NUMERIC
              MOVE 4900               TO WS-CODE-ABEND
              PERFORM TRAIT-ABEND
           END-IF
           IF SYSIN-Q-VALIDITE = SPACES
              MOVE 3                  TO WS-Q-VALIDITE
           ELSE
              IF SYSIN-Q-VALIDITE IS NOT NUMERIC
              OR SYSIN-Q-VALIDITE = '00'
                 MOVE 4900            TO WS-CODE-ABEND
                 PERFORM TRAIT-ABEND
              END-IF
              MOVE SYSIN-Q-VALIDITE   TO WS-Q-VALIDITE
           END-IF

      *    Quantieme du jour et fin de l'annee du traitement
           MOVE WS-D-H-TRT(1:4)        TO WS-CAL-AAAA
           MOVE WS-D-H-TRT(6:2)        TO WS-CAL-MM
           MOVE WS-D-H-TRT(9:2)        TO WS-CAL-JJ
           PERFORM CALC-NUM-JOUR
           MOVE WS-CAL-N-JOUR          TO WS-N-JOUR-TRT
           MOVE WS-D-H-TRT(1:4)        TO WS-D-FIN-ANNEE(1:4)
           MOVE '-12-31'               TO WS-D-FIN-ANNEE(5:6)

           PERFORM AFFICH-BILAN-DEB

           PERFORM OUVR-FICH-E49
           PERFORM OUVR-FICH-S49

      *    Entete de l'edition
           MOVE WS-Q-VALIDITE          TO WS-EDT-Q-VALIDITE
           MOVE WS-D-H-TRT(1:10)       TO WS-EDT-D-EDITION
           MOVE WS-EDIT-TITRE          TO FD-DFUSLS49
           PERFORM ECRT-FICH-S49
           .

      *---------------------*
       TRAIT-ENR-PERIMETRE.
      *---------------------*

      *    Seuls les couples compte/client ('10') forment le
      *    perimetre ; les ruptures client puis entite declenchent
      *    l'examen du client precedent
           IF E49-C-TYP-ENR = '10'
              IF E49-I-IDENT-END NOT = WS-END-EN-COURS
              OR E49-I-IDENT-CLT NOT = WS-CLT-EN-COURS
                 IF WS-Q-CPT > ZERO
                    PERFORM TRAIT-CLIENT
                 END-IF
                 MOVE ZERO             TO WS-Q-CPT
                 MOVE E49-I-IDENT-CLT  TO WS-CLT-EN-COURS
              END-IF
              IF E49-I-IDENT-END NOT = WS-END-EN-COURS
                 IF WS-END-EN-COURS NOT = SPACES
                    PERFORM FIN-ENTITE
                 END-IF
                 MOVE E49-I-IDENT-END  TO WS-END-EN-COURS
                 PERFORM DEBUT-ENTITE
              END-IF

              ADD 1                    TO WS-Q-CPT
              IF WS-Q-CPT > 50
      *          DEPASSEMENT TABLE DES COMPTES D'UN CLIENT
                 MOVE 4950             TO WS-CODE-ABEND
                 PERFORM TRAIT-ABEND
              END-IF
              MOVE E49-I-IDENT-CPT     TO WS-T-CPT-I-IDENT-CPT(WS-Q-CPT)
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
                 MOVE 1991             TO WS-CODE-ABEND
                 PERFORM TRAIT-ABEND
           END-EVALUATE

           MOVE ZERO                   TO WS-Q-ECH
                                          WS-Q-PREV
           .

      *-------------*
       FIN-ENTITE.
      *-------------*

      *    Edition de l'entite : echeances rangees par charge de
      *    clientele avec sous-total par fenetre, puis prevision
           MOVE WS-EDIT-TRAIT          TO FD-DFUSLS49
           PERFORM ECRT-FICH-S49
           MOVE WS-C-REF-GIIN          TO WS-EDT-C-REF-GIIN
           MOVE WS-L-RAISON-SOC-ENT    TO WS-EDT-L-RAISON-SOC-ENT
           MOVE WS-EDIT-ENTITE         TO FD-DFUSLS49
           PERFORM ECRT-FICH-S49
           MOVE WS-EDIT-TRAIT          TO FD-DFUSLS49
           PERFORM ECRT-FICH-S49
           MOVE WS-EDIT-ENTETE         TO FD-DFUSLS49
           PERFORM ECRT-FICH-S49

           MOVE SPACES                 TO WS-N-AGENT-EN-COURS
           PERFORM VARYING WS-I-ECH FROM 1 BY 1
           UNTIL WS-I-ECH > WS-Q-ECH
              MOVE WS-T-ECH-CLE(WS-I-ECH)     TO WS-ECH-CLE
              MOVE WS-T-ECH-DONNEES(WS-I-ECH)
                                       TO WS-ECH-NOUV(36:72)
              IF WS-I-ECH > 1
              AND WS-ECH-N-AGENT NOT = WS-N-AGENT-EN-COURS
                 PERFORM EDIT-SS-TOTAL-AGENT
              END-IF
              MOVE WS-ECH-N-AGENT      TO WS-N-AGENT-EN-COURS
              PERFORM EDIT-ECHEANCE
           END-PERFORM
           IF WS-Q-ECH > ZERO
              PERFORM EDIT-SS-TOTAL-AGENT
           END-IF

           MOVE SPACES                 TO FD-DFUSLS49
           PERFORM ECRT-FICH-S49
           MOVE WS-D-FIN-ANNEE         TO WS-EDT-D-FIN-ANNEE
           MOVE WS-EDIT-PREV-TITRE     TO FD-DFUSLS49
           PERFORM ECRT-FICH-S49
           MOVE WS-EDIT-PREV-ENTETE    TO FD-DFUSLS49
           PERFORM ECRT-FICH-S49
           PERFORM VARYING WS-I-PREV FROM 1 BY 1
           UNTIL WS-I-PREV > WS-Q-PREV
              MOVE WS-T-PREV-C-POOL(WS-I-PREV)
                                       TO WS-EDT-PREV-C-POOL
              MOVE WS-T-PREV-C-DEV(WS-I-PREV)
                                       TO WS-EDT-PREV-C-DEV
              MOVE WS-T-PREV-Q-CPT(WS-I-PREV)
                                       TO WS-EDT-PREV-Q-CPT
              MOVE WS-T-PREV-M-SOLDE(WS-I-PREV)
                                       TO WS-EDT-PREV-M-SOLDE
              MOVE WS-EDIT-PREV        TO FD-DFUSLS49
              PERFORM ECRT-FICH-S49
           END-PERFORM
           .

      *---------------*
       EDIT-ECHEANCE.
      *---------------*

           MOVE WS-ECH-N-AGENT         TO WS-EDT-N-AGENT
           MOVE WS-ECH-I-UNIQ-KPI      TO WS-EDT-I-UNIQ-KPI
           MOVE WS-ECH-L-NOM           TO WS-EDT-L-NOM
           MOVE WS-ECH-C-TYPE-DOC      TO WS-EDT-C-TYPE-DOC
           MOVE WS-ECH-C-STATUT        TO WS-EDT-C-STATUT
           MOVE WS-ECH-D-SIGN          TO WS-EDT-D-SIGN
           MOVE WS-ECH-D-ECHEANCE      TO WS-EDT-D-ECHEANCE
           MOVE WS-ECH-Q-JOURS         TO WS-EDT-Q-JOURS
           MOVE WS-ECH-C-POOL          TO WS-EDT-C-POOL
           MOVE WS-ECH-Q-CPT           TO WS-EDT-Q-CPT
           EVALUATE TRUE
              WHEN WS-ECH-Q-JOURS NOT > 30
                 MOVE '30'             TO WS-EDT-L-FENETRE
                 ADD 1                 TO WS-Q-AGT-30
              WHEN WS-ECH-Q-JOURS NOT > 90
                 MOVE '90'             TO WS-EDT-L-FENETRE
                 ADD 1                 TO WS-Q-AGT-90
              WHEN OTHER
                 MOVE '180'            TO WS-EDT-L-FENETRE
                 ADD 1                 TO WS-Q-AGT-180
           END-EVALUATE
           MOVE WS-EDIT-DETAIL         TO FD-DFUSLS49
           PERFORM ECRT-FICH-S49
           .

      *---------------------*
       EDIT-SS-TOTAL-AGENT.
      *---------------------*

           MOVE WS-N-AGENT-EN-COURS    TO WS-EDT-N-AGENT-TOT
           MOVE WS-Q-AGT-30            TO WS-EDT-Q-AGT-30
           MOVE WS-Q-AGT-90            TO WS-EDT-Q-AGT-90
           MOVE WS-Q-AGT-180           TO WS-EDT-Q-AGT-180
           MOVE WS-EDIT-SS-TOTAL       TO FD-DFUSLS49
           PERFORM ECRT-FICH-S49
           MOVE ZERO                   TO WS-Q-AGT-30
                                          WS-Q-AGT-90
                                          WS-Q-AGT-180
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
                 ADD 1                 TO WS-Q-CLT-EXAMINES
                 PERFORM CALC-ECHEANCES
              WHEN NON-TROUVE
                 ADD 1                 TO WS-Q-CLT-ABSENTS
              WHEN OTHER
                 MOVE 1994             TO WS-CODE-ABEND
                 PERFORM TRAIT-ABEND
           END-EVALUATE
           .

      *----------------*
       CALC-ECHEANCES.
      *----------------*

      *    Echeance de chaque justificatif date du client
           MOVE ZERO                   TO WS-Q-DOC
           MOVE SPACE                  TO TOP-DOC-ECHU
                                          TOP-DOC-A-SUIVRE
                                          TOP-DOC-AVANT-CAMPAGNE

           MOVE TCLI-D-STUT-FISC-ETR   TO WS-D-SIGN
           IF WS-D-SIGN(1:4) IS NUMERIC
           AND WS-D-SIGN(6:2) IS NUMERIC
           AND WS-D-SIGN(9:2) IS NUMERIC
              ADD 1                    TO WS-Q-DOC
              MOVE 'STATUT'            TO WS-T-DOC-C-TYPE(WS-Q-DOC)
              MOVE TCLI-C-STUT-FISC-ETR
                                       TO WS-T-DOC-C-STATUT(WS-Q-DOC)
              PERFORM CALC-UNE-ECHEANCE
           END-IF

           IF TCLI-C-CLSN-SEUIL NOT = SPACE
              MOVE TCLI-D-CLSFN-SEUIL  TO WS-D-SIGN
              IF WS-D-SIGN(1:4) IS NUMERIC
              AND WS-D-SIGN(6:2) IS NUMERIC
              AND WS-D-SIGN(9:2) IS NUMERIC
                 ADD 1                 TO WS-Q-DOC
                 MOVE 'SEUIL'          TO WS-T-DOC-C-TYPE(WS-Q-DOC)
                 MOVE TCLI-C-CLSN-SEUIL
                                       TO WS-T-DOC-C-STATUT(WS-Q-DOC)
                 PERFORM CALC-UNE-ECHEANCE
              END-IF
           END-IF

           IF WS-Q-DOC = ZERO
              ADD 1                    TO WS-Q-CLT-NON-DOCUMENTES
           END-IF

      *    Deja echu : le client releve des a present du pool ; il
      *    figure aussi dans la prevision
           IF DOC-ECHU
              ADD 1                    TO WS-Q-CLT-DEJA-ECHUS
           END-IF

           IF DOC-ECHU
           OR DOC-A-SUIVRE
           OR DOC-AVANT-CAMPAGNE
              PERFORM DETERM-POOL
           END-IF

      *    Justificatifs a echoir dans les 180 jours, que le client
      *    ait ou non par ailleurs un justificatif deja echu
           IF DOC-A-SUIVRE
              PERFORM VARYING WS-I-DOC FROM 1 BY 1
              UNTIL WS-I-DOC > WS-Q-DOC
                 IF WS-T-DOC-Q-JOURS(WS-I-DOC) NOT < ZERO
                 AND WS-T-DOC-Q-JOURS(WS-I-DOC) NOT > 180
                    PERFORM INSER-ECHEANCE
                 END-IF
              END-PERFORM
           END-IF

      *    Prevision : documentation echue ou echeant avant le 31/12
           IF DOC-ECHU
           OR DOC-AVANT-CAMPAGNE
              PERFORM VARYING WS-I-CPT FROM 1 BY 1
              UNTIL WS-I-CPT > WS-Q-CPT
                 PERFORM PREV-COMPTE
              END-PERFORM
           END-IF
           .

      *-------------------*
       CALC-UNE-ECHEANCE.
      *-------------------*

      *    Echeance = date anniversaire de la signature augmentee de
      *    la duree de validite (29 fevrier ramene au 28)
           MOVE WS-D-SIGN         TO WS-T-DOC-D-SIGN(WS-Q-DOC)
           MOVE WS-D-SIGN(1:4)    TO WS-ECH-AAAA
           ADD WS-Q-VALIDITE      TO WS-ECH-AAAA
           MOVE WS-D-SIGN(6:2)    TO WS-ECH-MM
           MOVE WS-D-SIGN(9:2)    TO WS-ECH-JJ
           IF WS-ECH-MM = 2 AND WS-ECH-JJ = 29
              MOVE 28             TO WS-ECH-JJ
           END-IF
           MOVE WS-D-ECHEANCE     TO WS-T-DOC-D-ECHEANCE(WS-Q-DOC)

           MOVE WS-ECH-AAAA       TO WS-CAL-AAAA
           MOVE WS-ECH-MM         TO WS-CAL-MM
           MOVE WS-ECH-JJ         TO WS-CAL-JJ
           PERFORM CALC-NUM-JOUR
           COMPUTE WS-T-DOC-Q-JOURS(WS-Q-DOC)
                 = WS-CAL-N-JOUR - WS-N-JOUR-TRT

           EVALUATE TRUE
              WHEN WS-T-DOC-Q-JOURS(WS-Q-DOC) < ZERO
                 SET DOC-ECHU          TO TRUE
              WHEN WS-T-DOC-Q-JOURS(WS-Q-DOC) NOT > 30
                 SET DOC-A-SUIVRE      TO TRUE
                 ADD 1                 TO WS-Q-DOC-30
              WHEN WS-T-DOC-Q-JOURS(WS-Q-DOC) NOT > 90
                 SET DOC-A-SUIVRE      TO TRUE
                 ADD 1                 TO WS-Q-DOC-90
              WHEN WS-T-DOC-Q-JOURS(WS-Q-DOC) NOT > 180
                 SET DOC-A-SUIVRE      TO TRUE
                 ADD 1                 TO WS-Q-DOC-180
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           IF WS-T-DOC-Q-JOURS(WS-Q-DOC) NOT < ZERO
           AND WS-D-ECHEANCE NOT > WS-D-FIN-ANNEE
              SET DOC-AVANT-CAMPAGNE   TO TRUE
           END-IF
           .

      *-------------*
       DETERM-POOL.
      *-------------*

      *    Pool ou tomberait le client faute de renouvellement
           MOVE SPACES                 TO WS-L-NOM
           MOVE SPACE                  TO TOP-IND-US
           IF TCLI-C-NTUR-PERS = '01'
              PERFORM SEL-CLIENT-PP
              IF TCLI-C-STUT-FISC-ETR = '02'
                 MOVE 'FATCA205'       TO WS-C-POOL
              END-IF
           ELSE
              PERFORM SEL-CLIENT-PM
              EVALUATE TRUE
                 WHEN TCLM-C-CLSFN-REEL = '05'
                    MOVE 'FATCA206'    TO WS-C-POOL
                 WHEN TCLM-C-CLSFN-REEL = '01'
                    MOVE 'FATCA205'    TO WS-C-POOL
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF

           IF WS-C-POOL = SPACES
              PERFORM RECH-ADRESSES-US
              IF IND-US
                 MOVE 'FATCA201'       TO WS-C-POOL
              ELSE
                 MOVE 'FATCA202'       TO WS-C-POOL
              END-IF
           END-IF
           .

      *----------------*
       SEL-CLIENT-PP.
      *----------------*

           MOVE SPACES                 TO WS-C-POOL
           MOVE 'SE'                   TO ACCE-TYPE-REQUETE
           MOVE '01-SEL'               TO ACCE-NOM-FONCTION
           MOVE TCLI-I-IDENT-CLT       TO TCLP-I-IDENT-CLT
           PERFORM SQ-ACCES-TCLP
           EVALUATE TRUE
              WHEN TROUVE
                 IF TCLP-C-PAYS-NAISS = 'US'
                 OR TCLP-C-PAYS-NLITE = 'US'
                 OR TCLP-C-AUTRE-PAYS-NLITE = 'US'
                    SET IND-US         TO TRUE
                 END-IF
                 STRING TCLP-L-NOM-NAISS DELIMITED BY '  '
                        ' '              DELIMITED BY SIZE
                        TCLP-L-PRNOM     DELIMITED BY '  '
                   INTO WS-L-NOM
              WHEN NON-TROUVE
                 CONTINUE
              WHEN OTHER
                 MOVE 1995             TO WS-CODE-ABEND
                 PERFORM TRAIT-ABEND
           END-EVALUATE
           .

      *----------------*
       SEL-CLIENT-PM.
      *----------------*

           MOVE SPACES                 TO WS-C-POOL
           MOVE SPACES                 TO TCLM-C-CLSFN-REEL
           MOVE 'SE'                   TO ACCE-TYPE-REQUETE
           MOVE '01-SEL'               TO ACCE-NOM-FONCTION
           MOVE TCLI-I-IDENT-CLT       TO TCLM-I-IDENT-CLT
           PERFORM SQ-ACCES-TCLM
           EVALUATE TRUE
              WHEN TROUVE
                 MOVE TCLM-L-RAISON-SOCIALE
                                       TO WS-L-NOM
              WHEN NON-TROUVE
                 CONTINUE
              WHEN OTHER
                 MOVE 1996             TO WS-CODE-ABEND
                 PERFORM TRAIT-ABEND
           END-EVALUATE
           .

      *-------------------*
       RECH-ADRESSES-US.
      *-------------------*

      *    Toute adresse aux USA est un indice US

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
                 MOVE 1997             TO WS-CODE-ABEND
                 PERFORM TRAIT-ABEND
           END-EVALUATE

           IF IND-FIN-TRT-ADR = 'N'
              PERFORM LEC-CUR-ADR-01
              PERFORM UNTIL IND-FIN-TRT-ADR = 'O'
                 IF TADR-C-PAYS-ADR = 'US'
                    SET IND-US         TO TRUE
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
                 MOVE 1997             TO WS-CODE-ABEND
                 PERFORM TRAIT-ABEND
           END-EVALUATE
           .

      *----------------*
       INSER-ECHEANCE.
      *----------------*

      *    Insertion ordonnee (charge, echeance, client) dans la
      *    table des echeances de l'entite
           MOVE SPACES                 TO WS-ECH-NOUV
           MOVE TCLI-N-AGENT-CRE       TO WS-ECH-N-AGENT
           MOVE WS-T-DOC-D-ECHEANCE(WS-I-DOC)
                                       TO WS-ECH-D-ECHEANCE
           MOVE TCLI-I-UNIQ-KPI        TO WS-ECH-I-UNIQ-KPI
           MOVE WS-L-NOM               TO WS-ECH-L-NOM
           MOVE WS-T-DOC-C-TYPE(WS-I-DOC)
                                       TO WS-ECH-C-TYPE-DOC
           MOVE WS-T-DOC-C-STATUT(WS-I-DOC)
                                       TO WS-ECH-C-STATUT
           MOVE WS-T-DOC-D-SIGN(WS-I-DOC)
                                       TO WS-ECH-D-SIGN
           MOVE WS-T-DOC-Q-JOURS(WS-I-DOC)
                                       TO WS-ECH-Q-JOURS
           MOVE WS-C-POOL              TO WS-ECH-C-POOL
           MOVE WS-Q-CPT               TO WS-ECH-Q-CPT

           IF WS-Q-ECH NOT < 3000
      *       DEPASSEMENT TABLE DES ECHEANCES D'UNE ENTITE
              MOVE 4951                TO WS-CODE-ABEND
              PERFORM TRAIT-ABEND
           END-IF

           MOVE WS-Q-ECH               TO WS-I-ECH
           ADD 1                       TO WS-I-ECH
           PERFORM VARYING WS-J-ECH FROM WS-Q-ECH BY -1
           UNTIL WS-J-ECH < 1
              OR WS-T-ECH-CLE(WS-J-ECH) NOT > WS-ECH-CLE
              MOVE WS-T-ECH(WS-J-ECH)  TO WS-T-ECH(WS-J-ECH + 1)
              MOVE WS-J-ECH            TO WS-I-ECH
           END-PERFORM
           MOVE WS-ECH-CLE             TO WS-T-ECH-CLE(WS-I-ECH)
           MOVE WS-ECH-NOUV(36:72)     TO WS-T-ECH-DONNEES(WS-I-ECH)
           ADD 1                       TO WS-Q-ECH
           .

      *-------------*
       PREV-COMPTE.
      *-------------*

      *    Cumul du compte dans la prevision (pool, devise)
           PERFORM SEL-COMPTE
           PERFORM CALC-SOLDE
           ADD 1                       TO WS-Q-CPT-PREVUS

           MOVE ZERO                   TO I
           PERFORM VARYING WS-I-PREV FROM 1 BY 1
           UNTIL WS-I-PREV > WS-Q-PREV OR I > ZERO
              IF WS-T-PREV-C-POOL(WS-I-PREV) = WS-C-POOL
              AND WS-T-PREV-C-DEV(WS-I-PREV) = TCNT-C-DEV
                 MOVE WS-I-PREV        TO I
              END-IF
           END-PERFORM
           IF I = ZERO
              ADD 1                    TO WS-Q-PREV
              IF WS-Q-PREV > 40
      *          DEPASSEMENT TABLE DE PREVISION D'UNE ENTITE
                 MOVE 4952             TO WS-CODE-ABEND
                 PERFORM TRAIT-ABEND
              END-IF
              MOVE WS-Q-PREV           TO I
              MOVE WS-C-POOL           TO WS-T-PREV-C-POOL(I)
              MOVE TCNT-C-DEV          TO WS-T-PREV-C-DEV(I)
              MOVE ZERO                TO WS-T-PREV-Q-CPT(I)
                                          WS-T-PREV-M-SOLDE(I)
           END-IF
           ADD 1                       TO WS-T-PREV-Q-CPT(I)
           ADD WS-M-SOLDE-CPT          TO WS-T-PREV-M-SOLDE(I)
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
                 MOVE 1992             TO WS-CODE-ABEND
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
                 MOVE 1993             TO WS-CODE-ABEND
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
                 MOVE 1993             TO WS-CODE-ABEND
                 PERFORM TRAIT-ABEND
           END-EVALUATE
           .

      *--------------*
       CALC-NUM-JOUR.
      *--------------*

      *    Quantieme civil continu de la date WS-CAL-DATE (calcul
      *    gregorien entier, janvier et fevrier reportes en fin
      *    d'annee precedente) ; la difference de deux quantiemes
      *    donne un nombre de jours exact

           MOVE WS-CAL-AAAA            TO WS-CAL-AN
           MOVE WS-CAL-MM              TO WS-CAL-MOIS
           IF WS-CAL-MOIS < 3
              SUBTRACT 1             FROM WS-CAL-AN
              ADD 12                   TO WS-CAL-MOIS
           END-IF

           COMPUTE WS-CAL-T1 = 365 * WS-CAL-AN
           COMPUTE WS-CAL-T2 = WS-CAL-AN / 4
           COMPUTE WS-CAL-T3 = WS-CAL-AN / 100
           COMPUTE WS-CAL-T4 = WS-CAL-AN / 400
           COMPUTE WS-CAL-N-JOUR
                 = WS-CAL-T1 + WS-CAL-T2 - WS-CAL-T3 + WS-CAL-T4
           COMPUTE WS-CAL-T1 = (153 * (WS-CAL-MOIS + 1)) / 5
           COMPUTE WS-CAL-N-JOUR
                 = WS-CAL-N-JOUR + WS-CAL-T1 + WS-CAL-JJ
           .

      *--------------*
       FIN-TRAIT.
      *--------------*

      *    Totaux de l'edition
           MOVE WS-EDIT-TRAIT          TO FD-DFUSLS49
           PERFORM ECRT-FICH-S49
           MOVE 'JUSTIFICATIFS ECHEANT SOUS 30 JOURS'
                                       TO WS-EDT-L-TOTAL
           MOVE WS-Q-DOC-30            TO WS-EDT-Q-TOTAL
           MOVE WS-EDIT-TOTAL          TO FD-DFUSLS49
           PERFORM ECRT-FICH-S49
           MOVE 'JUSTIFICATIFS ECHEANT SOUS 90 JOURS'
                                       TO WS-EDT-L-TOTAL
           MOVE WS-Q-DOC-90            TO WS-EDT-Q-TOTAL
           MOVE WS-EDIT-TOTAL          TO FD-DFUSLS49
           PERFORM ECRT-FICH-S49
           MOVE 'JUSTIFICATIFS ECHEANT SOUS 180 JOURS'
                                       TO WS-EDT-L-TOTAL
           MOVE WS-Q-DOC-180           TO WS-EDT-Q-TOTAL
           MOVE WS-EDIT-TOTAL          TO FD-DFUSLS49
           PERFORM ECRT-FICH-S49
           MOVE 'CLIENTS DONT UN JUSTIFICATIF EST ECHU'
                                       TO WS-EDT-L-TOTAL
           MOVE WS-Q-CLT-DEJA-ECHUS    TO WS-EDT-Q-TOTAL
           MOVE WS-EDIT-TOTAL          TO FD-DFUSLS49
           PERFORM ECRT-FICH-S49
           MOVE 'COMPTES EN PREVISION DE POOL'
                                       TO WS-EDT-L-TOTAL
           MOVE WS-Q-CPT-PREVUS        TO WS-EDT-Q-TOTAL
           MOVE WS-EDIT-TOTAL          TO FD-DFUSLS49
           PERFORM ECRT-FICH-S49
           MOVE WS-EDIT-TRAIT          TO FD-DFUSLS49
           PERFORM ECRT-FICH-S49

           PERFORM FERM-FICH-E49
           PERFORM FERM-FICH-S49

           PERFORM AFFICH-BILAN-FIN
           PERFORM FIN-PROGRAMME
           .

      *---------------*
       OUVR-FICH-E49.
      *---------------*

           OPEN INPUT DFUSLE49
           IF FS-E49  NOT = '00'
              MOVE 4901               TO WS-CODE-ABEND
              PERFORM TRAIT-ABEND
           END-IF
           .

      *---------------*
       LECT-FICH-E49.
      *---------------*

           READ DFUSLE49 INTO E49-CFUSAI00
           EVALUATE FS-E49
              WHEN '00'
                 ADD 1                TO WS-NB-LECT-E49
              WHEN '10'
                 SET FIN-E49          TO TRUE
              WHEN OTHER
                 MOVE 4902            TO WS-CODE-ABEND
                 PERFORM TRAIT-ABEND
           END-EVALUATE
           .

      *---------------*
       FERM-FICH-E49.
      *---------------*

           CLOSE DFUSLE49
           IF FS-E49  NOT = '00'
              MOVE 4903               TO WS-CODE-ABEND
              PERFORM TRAIT-ABEND
           END-IF
           .

      *---------------*
       OUVR-FICH-S49.
      *---------------*

           OPEN OUTPUT DFUSLS49
           IF FS-S49  NOT = '00'
              MOVE 4911               TO WS-CODE-ABEND
              PERFORM TRAIT-ABEND
           END-IF
           .

      *---------------*
       ECRT-FICH-S49.
      *---------------*

           WRITE FD-DFUSLS49
           END-WRITE
           IF FS-S49    NOT = '00'
               MOVE 4912               TO WS-CODE-ABEND
               PERFORM TRAIT-ABEND
           ELSE
               ADD 1 TO WS-NB-ECRT-S49
           END-IF
           .

      *---------------*
       FERM-FICH-S49.
      *---------------*

           CLOSE DFUSLS49
           IF FS-S49  NOT = '00'
              MOVE 4913               TO WS-CODE-ABEND
              PERFORM TRAIT-ABEND
           END-IF
           .

      *--------------*
       TRAIT-ABEND.
      *--------------*
      * GESTION DES ABENDS DU PROGRAMME

           MOVE 'BFUSEL49'             TO      INAB-C-PGM-APPEL
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
              WHEN 1991
                 MOVE 'PB APPEL MODULE MFUSTEND'
                                       TO      WS-LIGNE-ANO21
              WHEN 1992
                 MOVE 'PB APPEL MODULE MFUSTCNT'
                                       TO      WS-LIGNE-ANO21
              WHEN 1993
                 MOVE 'PB APPEL MODULE MFUSTRUB'
                                       TO      WS-LIGNE-ANO21
              WHEN 1994
                 MOVE 'PB APPEL MODULE MFUSTCLI'
                                       TO      WS-LIGNE-ANO21
              WHEN 1995
                 MOVE 'PB APPEL MODULE MFUSTCLP'
                                       TO      WS-LIGNE-ANO21
              WHEN 1996
                 MOVE 'PB APPEL MODULE MFUSTCLM'
                                       TO      WS-LIGNE-ANO21
              WHEN 1997
                 MOVE 'PB APPEL MODULE MFUSTADR'
                                       TO      WS-LIGNE-ANO21
              WHEN 4900
                 MOVE 'SYSIN INVALIDE (ANNEE FISCALE, VALIDITE)'
                                       TO      WS-LIGNE-ANO21
              WHEN 4901
              WHEN 4902
              WHEN 4903
                 MOVE 'PB ACCES FICHIER DFUSLE49'
                                       TO      WS-LIGNE-ANO21
              WHEN 4911
              WHEN 4912
              WHEN 4913
                 MOVE 'PB ACCES FICHIER DFUSLS49'
                                       TO      WS-LIGNE-ANO21
              WHEN 4950
                 MOVE 'DEPASSEMENT TABLE DES COMPTES D''UN CLIENT'
                                       TO      WS-LIGNE-ANO21
              WHEN 4951
                 MOVE 'DEPASSEMENT TABLE DES ECHEANCES'
                                       TO      WS-LIGNE-ANO21
              WHEN 4952
                 MOVE 'DEPASSEMENT TABLE DE PREVISION'
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
           MOVE 'BFUSEL49'              TO BILA-C-PGM-APPEL
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
           MOVE '*    VALIDITE (ANS)........... :
      -    '        *'                  TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE WS-Q-VALIDITE           TO BILA-L-DISP(WS-DISP)(34:2)
           ADD  1                       TO WS-DISP
           MOVE '*    PREVISION AU............. :
      -    '        *'                  TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE WS-D-FIN-ANNEE          TO BILA-L-DISP(WS-DISP)(34:10)
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
           MOVE '*    WS-NB-LECT-E49             :
      -    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE WS-NB-LECT-E49           TO BILA-L-DISP(WS-DISP)(45:9)
           ADD  1                        TO WS-DISP
           MOVE '*    WS-Q-CLT-EXAMINES          :
      -    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE WS-Q-CLT-EXAMINES        TO BILA-L-DISP(WS-DISP)(45:9)
           ADD  1                        TO WS-DISP
           MOVE '*    WS-Q-CLT-ABSENTS           :
      -    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE WS-Q-CLT-ABSENTS         TO BILA-L-DISP(WS-DISP)(45:9)
           ADD  1                        TO WS-DISP
           MOVE '*    WS-Q-CLT-NON-DOCUMENTES    :
      -    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE WS-Q-CLT-NON-DOCUMENTES  TO BILA-L-DISP(WS-DISP)(45:9)
           ADD  1                        TO WS-DISP
           MOVE '*    WS-Q-CLT-DEJA-ECHUS        :
      -    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE WS-Q-CLT-DEJA-ECHUS      TO BILA-L-DISP(WS-DISP)(45:9)
           ADD  1                        TO WS-DISP
           MOVE '*    WS-Q-DOC-30                :
      -    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE WS-Q-DOC-30              TO BILA-L-DISP(WS-DISP)(45:9)
           ADD  1                        TO WS-DISP
           MOVE '*    WS-Q-DOC-90                :
      -    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE WS-Q-DOC-90              TO BILA-L-DISP(WS-DISP)(45:9)
           ADD  1                        TO WS-DISP
           MOVE '*    WS-Q-DOC-180               :
      -    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE WS-Q-DOC-180             TO BILA-L-DISP(WS-DISP)(45:9)
           ADD  1                        TO WS-DISP
           MOVE '*    WS-Q-CPT-PREVUS            :
      -    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE WS-Q-CPT-PREVUS          TO BILA-L-DISP(WS-DISP)(45:9)
           ADD  1                        TO WS-DISP
           MOVE '*    WS-NB-ECRT-S49             :
      -    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE WS-NB-ECRT-S49           TO BILA-L-DISP(WS-DISP)(45:9)
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
       END PROGRAM BFUSEL49.
