       IDENTIFICATION DIVISION.
       PROGRAM-ID. BFUSEL93.
       AUTHOR. MCHA.

      ******************************************************************
      *      ____________________________________________________      *
      *    _(                                                    )_    *
      *  _(       C O M P A R A I S O N   D E   D E U X            )_  *
      * =_        F I C H I E R S   X M L   F A T C A               _= *
      *   (_      P A R   D O C U M E N T                         _)   *
      *     (____________________________________________________)     *
      *                                                                *
      *                                                                *
      *               DATE          : 20/03/2017                       *
      *               COMPOSANT     : BFUSEL93                         *
      *               TYPE          : BATCH                            *
      *               AUTEUR        : MCHA                             *
      *                                                                *
      *             __________________________________________         *
      *                                                                *
      * DESCRIPTION   : Ce batch compare, document par document, deux  *
      *                 fichiers XML FATCA au format DFUSLS21 : un     *
      *                 fichier de reference (DFUSLE9N) et un nouveau  *
      *                 fichier (DFUSLE9P), par exemple deux campagnes *
      *                 restituees de DFUSLR02 par BFUSEL81, ou la     *
      *                 sortie d'un passage de test et sa sortie de    *
      *                 reference. Les documents (ReportingFI,         *
      *                 Sponsor, Intermediary, AccountReport et        *
      *                 PoolReport) sont apparies par compte et        *
      *                 titulaire (ou TIN, ou type de pool), ou par    *
      *                 CorrDocRefId pour un document de correction,   *
      *                 au moyen d'un tri interne ; chaque document    *
      *                 est re-parse par MFUSXL00. Sont edites sur     *
      *                 DFUSLS93 : les documents ajoutes, supprimes et *
      *                 modifies avec le chemin des elements et leurs  *
      *                 valeurs ancienne et nouvelle, puis une         *
      *                 synthese par DocTypeIndic. RETURN-CODE 4 si    *
      *                 les fichiers different, 8 si un document est   *
      *                 illisible.                                     *
      *                                                                *
      * MODULES UTILISES :                                             *
      *________________________________________________________________*
      *          |                                         |           *
      *    NOM   |              DESCRIPTION                |   COPY    *
      *__________|_________________________________________|___________*
      * MCCDINAB | Module de gestion des ABENDS            |  CCCDINAB *
      * MCCDBILA | Module de gestion des affichages        |  CCCDBILA *
      * MFUSXL00 | Module de formatage XML                 |  CFUSXL00 *
      * MGDATR03 | Module de manipulation des dates        |  CZGDA03  *
      *__________|_________________________________________|___________*
      *                                                                *
      * Fichiers manipulés :                                           *
      *________________________________________________________________*
      *          |                                      |   |          *
      *  DBD/DD  |              DESCRIPTION             | A |  COPY    *
      *__________|______________________________________|___|__________*
      * DFUSLE9N | Fichier XML de reference (DFUSLS21)  | E |          *
      * DFUSLE9P | Nouveau fichier XML (DFUSLS21)       | E |          *
      * DFUSLS93 | Edition des ecarts par document et   | S |          *
      *          | synthese par DocTypeIndic (132 col.) |   |          *
      *__________|______________________________________|___|__________*
      *                                                                *
      * Liste des ABENDS émis  par le programme :                      *
      *________________________________________________________________*
      *  ABEND   |              DESCRIPTION                            *
      *__________|_____________________________________________________*
      *   1000   | PB RECUPERATION DATE DU JOUR VIA MGDATR03           *
      *   9311   | PB OUVERTURE FICHIER DFUSLE9N                       *
      *   9312   | PB LECTURE   FICHIER DFUSLE9N                       *
      *   9313   | PB FERMETURE FICHIER DFUSLE9N                       *
      *   9321   | PB OUVERTURE FICHIER DFUSLE9P                       *
      *   9322   | PB LECTURE   FICHIER DFUSLE9P                       *
      *   9323   | PB FERMETURE FICHIER DFUSLE9P                       *
      *   9331   | PB OUVERTURE FICHIER DFUSLS93                       *
      *   9332   | PB ECRITURE  FICHIER DFUSLS93                       *
      *   9333   | PB FERMETURE FICHIER DFUSLS93                       *
      *   9340   | PB TRI INTERNE (SORT-RETURN NON NUL)                *
      *   9350   | DEPASSEMENT PILE DES BALISES OUVERTES (200)         *
      *   9351   | DEPASSEMENT TABLE DES ELEMENTS DU DOCUMENT (400)    *
      *   9352   | DEPASSEMENT TABLE DES DOCUMENTS CORRIGES (2000)     *
      *   9353   | DEPASSEMENT TABLE DES DocTypeIndic (10)             *
      *__________|_____________________________________________________*
      *                                                                *
      * Historique des modifications :                                 *
      *________________________________________________________________*
      * AUTEUR !   DATE   !  GAMA  !        MODIFICATIONS              *
      *________!__________!________!___________________________________*
152710*  MCHA  !20/03/2017!20152710!CREATION : COMPARAISON PAR DOCUMENT*
152710*        !          !        !DE DEUX FICHIERS XML FATCA AVANT   *
152710*        !          !        !CORRECTION OU EN RECETTE           *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *
      * Fichier XML de reference (format DFUSLS21)
      *
           SELECT DFUSLE9N ASSIGN             TO DFUSLE9N
           FILE STATUS FS-E9N.

      *
      * Nouveau fichier XML (format DFUSLS21)
      *
           SELECT DFUSLE9P ASSIGN             TO DFUSLE9P
           FILE STATUS FS-E9P.

      *
      * Edition des ecarts par document et de la synthese
      *
           SELECT DFUSLS93 ASSIGN             TO DFUSLS93
           FILE STATUS FS-S93.

      *
      * Fichier de tri de l'appariement des documents
      *
           SELECT TRI-DOC ASSIGN              TO SORTWK01.

       DATA DIVISION.
       FILE SECTION.

       FD  DFUSLE9N
           LABEL RECORD STANDARD
           RECORDING MODE F
           BLOCK CONTAINS 0 RECORDS.

       01  FD-DFUSLE9N              PIC  X(1000).

       FD  DFUSLE9P
           LABEL RECORD STANDARD
           RECORDING MODE F
           BLOCK CONTAINS 0 RECORDS.

       01  FD-DFUSLE9P              PIC  X(1000).

       FD  DFUSLS93
           LABEL RECORD STANDARD
           RECORDING MODE F
           BLOCK CONTAINS 0 RECORDS.

       01  FD-DFUSLS93              PIC  X(132).

      *    Cle d'appariement : '1' + CorrDocRefId (correction), ou
      *    '2' + cle du document ; origine 'A' reference, 'N' nouveau ;
      *    N-FEUIL a zero pour l'enregistrement d'entete du document
       SD  TRI-DOC.
       01  ENR-TRI.
           05 TRI-C-TYPE-CLE        PIC  X(01).
           05 TRI-I-CLE             PIC  X(90).
           05 TRI-C-ORIGINE         PIC  X(01).
           05 TRI-N-DOC             PIC  9(09).
           05 TRI-N-FEUIL           PIC  9(04).
           05 TRI-L-ELEMENT         PIC  X(20).
           05 TRI-C-DOCTYPE         PIC  X(08).
           05 TRI-I-DOCREFID        PIC  X(90).
           05 TRI-L-CHEMIN          PIC  X(120).
           05 TRI-N-OCC             PIC  9(03).
           05 TRI-L-VALEUR          PIC  X(200).

      ***************************************
      *                                     *
      *      WORKING STORAGE SECTION        *
      *                                     *
      ***************************************

       WORKING-STORAGE SECTION.

      *    Ligne XML en cours d'analyse
       01   WS-L-LIGNE-XML               PIC X(1000).

      ***************************************
      *                                     *
      *      VARIABLES DU TRAVAIL           *
      *                                     *
      ***************************************

      *    Fichier en cours d'analyse : 'A' reference, 'N' nouveau
       01   WS-C-ORIGINE                 PIC X(01) VALUE SPACE.
            88  ORIGINE-REFERENCE                  VALUE 'A'.
            88  ORIGINE-NOUVEAU                    VALUE 'N'.
       01   WS-N-LIGNE                   PIC 9(09) VALUE ZERO.

      *    Pile des balises complexes ouvertes
       01   WS-Q-PILE                    PIC 9(04) BINARY VALUE ZERO.
       01   WS-T-PILE OCCURS 200.
            05  WS-T-PILE-BALISE         PIC X(80).

      *    Décomposition de la ligne XML courante
       01   WS-G-BALISE.
            05  WS-N-DEB-BALISE          PIC 9(04) BINARY VALUE ZERO.
            05  WS-Q-LIGNE               PIC 9(04) BINARY VALUE ZERO.
            05  WS-L-NOM-BALISE          PIC X(80) VALUE SPACES.
            05  WS-Q-NOM-BALISE          PIC 9(04) BINARY VALUE ZERO.
            05  WS-L-TEXTE-BALISE        PIC X(255) VALUE SPACES.
            05  WS-Q-TEXTE-BALISE        PIC 9(04) BINARY VALUE ZERO.
            05  WS-L-ATTR-BALISE         PIC X(100) VALUE SPACES.
            05  WS-Q-ATTR-BALISE         PIC 9(04) BINARY VALUE ZERO.
            05  WS-C-NATURE-BALISE       PIC X(01) VALUE SPACE.
                88  BALISE-DECLARATION             VALUE 'D'.
                88  BALISE-OUVRANTE                VALUE 'O'.
                88  BALISE-FERMANTE                VALUE 'F'.
                88  BALISE-SIMPLE                  VALUE 'S'.
                88  BALISE-ILLISIBLE               VALUE '?'.
            05  TOP-BALISE-VIDE          PIC X(01) VALUE SPACE.
                88  BALISE-VIDE                    VALUE 'O'.

       01   I                            PIC 9(08) BINARY VALUE ZERO.
       01   J                            PIC 9(08) BINARY VALUE ZERO.
       01   K                            PIC 9(08) BINARY VALUE ZERO.

      *    Document en cours d'analyse : element, DocSpec, cle
      *    d'appariement et elements simples (chemin relatif au
      *    document, rang du chemin, valeur)
       01   TOP-DANS-DOCUMENT            PIC X(01) VALUE SPACE.
            88  DANS-DOCUMENT                      VALUE 'O'.
       01   WS-Q-PROF-DOC                PIC 9(04) BINARY VALUE ZERO.
       01   WS-N-DOC                     PIC 9(09) VALUE ZERO.
       01   WS-DOC-N-LIGNE               PIC 9(09) VALUE ZERO.
       01   WS-DOC-L-ELEMENT             PIC X(20) VALUE SPACES.
       01   WS-DOC-I-DOCREFID            PIC X(90) VALUE SPACES.
       01   WS-DOC-I-CORRDOCREFID        PIC X(90) VALUE SPACES.
       01   WS-DOC-C-DOCTYPE             PIC X(08) VALUE SPACES.
       01   WS-DOC-I-ACCOUNT             PIC X(80) VALUE SPACES.
       01   WS-DOC-C-TIN                 PIC X(80) VALUE SPACES.
       01   WS-DOC-C-TIN-TIT             PIC X(80) VALUE SPACES.
       01   WS-N-FIN-DOCREFID            PIC 9(04) BINARY VALUE ZERO.
       01   WS-DOC-C-TYPE-POOL           PIC X(08) VALUE SPACES.
       01   WS-DOC-I-CLE                 PIC X(90) VALUE SPACES.
       01   WS-Q-FEU                     PIC 9(04) BINARY VALUE ZERO.
       01   WS-T-FEU OCCURS 400.
            05  WS-T-FEU-L-CHEMIN        PIC X(120).
            05  WS-T-FEU-N-OCC           PIC 9(03).
            05  WS-T-FEU-L-VALEUR        PIC X(200).

      *    TIN de l'entite declarante du message en cours (cle des
      *    PoolReport)
       01   WS-C-TIN-MSG                 PIC X(80) VALUE SPACES.

      *    Construction du chemin et de la valeur d'un element
       01   WS-L-CHEMIN                  PIC X(120) VALUE SPACES.
       01   WS-L-VALEUR                  PIC X(200) VALUE SPACES.
       01   WS-N-PTR                     PIC 9(04) BINARY VALUE ZERO.
       01   WS-N-OCC                     PIC 9(03) VALUE ZERO.

      *    Accumulation du document courant pour re-parsing par
      *    MFUSXL00, aux mêmes dimensions que dans BFUSEL50
       01   WS-Q-XML-BLOC                PIC 9(08) BINARY VALUE ZERO.
       01   WS-L-XML-BLOC                PIC X(22000) VALUE SPACE.
       01   TOP-BLOC-TROP-GRAND          PIC X(01) VALUE SPACE.
            88  BLOC-TROP-GRAND                    VALUE 'O'.

      *    Groupe d'appariement en cours (une cle de tri) : premier
      *    document de chaque origine et ses elements
       01   WS-GRP-C-TYPE-CLE            PIC X(01) VALUE SPACE.
       01   WS-GRP-I-CLE                 PIC X(90) VALUE SPACES.
       01   WS-GRP-Q-DOC-ANC             PIC 9(05) VALUE ZERO.
       01   WS-GRP-Q-DOC-NOU             PIC 9(05) VALUE ZERO.
       01   WS-GRP-N-DOC-ANC             PIC 9(09) VALUE ZERO.
       01   WS-GRP-N-DOC-NOU             PIC 9(09) VALUE ZERO.
       01   WS-GRP-L-ELEMENT-ANC         PIC X(20) VALUE SPACES.
       01   WS-GRP-L-ELEMENT-NOU         PIC X(20) VALUE SPACES.
       01   WS-GRP-C-DOCTYPE-ANC         PIC X(08) VALUE SPACES.
       01   WS-GRP-C-DOCTYPE-NOU         PIC X(08) VALUE SPACES.
       01   WS-GRP-I-DOCREFID-ANC        PIC X(90) VALUE SPACES.
       01   WS-GRP-I-DOCREFID-NOU        PIC X(90) VALUE SPACES.
       01   WS-Q-ANC                     PIC 9(04) BINARY VALUE ZERO.
       01   WS-T-ANC OCCURS 400.
            05  WS-T-ANC-L-CHEMIN        PIC X(120).
            05  WS-T-ANC-N-OCC           PIC 9(03).
            05  WS-T-ANC-L-VALEUR        PIC X(200).
       01   WS-Q-NOU                     PIC 9(04) BINARY VALUE ZERO.
       01   WS-T-NOU OCCURS 400.
            05  WS-T-NOU-L-CHEMIN        PIC X(120).
            05  WS-T-NOU-N-OCC           PIC 9(03).
            05  WS-T-NOU-L-VALEUR        PIC X(200).
            05  WS-T-NOU-TOP-VU          PIC X(01).
                88  WS-T-NOU-VU                    VALUE 'O'.

      *    Comparaison des elements de deux documents apparies
       01   WS-I-ANC                     PIC 9(04) BINARY VALUE ZERO.
       01   WS-I-NOU                     PIC 9(04) BINARY VALUE ZERO.
       01   WS-I-DEP                     PIC 9(04) BINARY VALUE ZERO.
       01   WS-I-TROUVE                  PIC 9(04) BINARY VALUE ZERO.
       01   TOP-DOC-EDITE                PIC X(01) VALUE SPACE.
            88  DOC-EDITE                          VALUE 'O'.

      *    Documents de reference corriges par CorrDocRefId : leur
      *    groupe de cle sans nouveau document n'est pas une
      *    suppression
       01   WS-Q-CORR                    PIC 9(04) BINARY VALUE ZERO.
       01   WS-T-CORR.
            05  WS-T-CORR-LIG            OCCURS 2000.
                10  WS-T-CORR-I-DOCREFID PIC X(90).
       01   TOP-DOC-CORRIGE              PIC X(01) VALUE SPACE.
            88  DOC-CORRIGE                        VALUE 'O'.

      *    Synthese par DocTypeIndic
       01   WS-Q-DTI                     PIC 9(02) VALUE ZERO.
       01   WS-T-DTI.
            05  WS-T-DTI-LIG             OCCURS 10.
                10  WS-T-DTI-C-DOCTYPE   PIC X(08).
                10  WS-T-DTI-Q-AJOUT     PIC 9(09).
                10  WS-T-DTI-Q-SUPPR     PIC 9(09).
                10  WS-T-DTI-Q-MODIF     PIC 9(09).
                10  WS-T-DTI-Q-IDENT     PIC 9(09).
       01   WS-I-DTI                     PIC 9(02) VALUE ZERO.
       01   WS-N-SLOT-DTI                PIC 9(02) VALUE ZERO.
       01   WS-C-DOCTYPE-RCH             PIC X(08) VALUE SPACES.

      *    Compteurs de la comparaison
       01   WS-Q-DOC-ANC                 PIC 9(09) VALUE ZERO.
       01   WS-Q-DOC-NOU                 PIC 9(09) VALUE ZERO.
       01   WS-Q-DOC-ILLISIBLE           PIC 9(09) VALUE ZERO.
       01   WS-Q-DOC-NON-PARSE           PIC 9(09) VALUE ZERO.
       01   WS-Q-CLE-DOUBLE              PIC 9(09) VALUE ZERO.
       01   WS-Q-ECARTS                  PIC 9(09) VALUE ZERO.

      *    Verdict de la comparaison
       01   TOP-VERDICT                  PIC X(01) VALUE SPACE.
            88  VERDICT-ECART                      VALUE 'E'.

      ***  LES CODES RETOUR DES DIFFéRENTS FICHIERS
       01  FS-E9N                      PIC X(02) VALUE SPACES.
       01  FS-E9P                      PIC X(02) VALUE SPACES.
       01  FS-S93                      PIC X(02) VALUE SPACES.

      *   Compteurs de lectures des fichiers en entree
       01 WS-NB-LECT-E9N               PIC 9(9) VALUE ZEROES.
       01 WS-NB-LECT-E9P               PIC 9(9) VALUE ZEROES.

      *   Compteur du nombre d'écritures du fichier DFUSLS93
       01 WS-NB-ECRT-S93               PIC 9(9) VALUE ZEROES.

      *   Booléens de fin des fichiers en entree et du tri
       01 TOP-FIN-E9N                  PIC X(1)  VALUE SPACE.
          88 FIN-E9N                             VALUE 'O'.
       01 TOP-FIN-E9P                  PIC X(1)  VALUE SPACE.
          88 FIN-E9P                             VALUE 'O'.
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
                           'DEBUT D''EXECUTION DU PROGRAMME BFUSEL93'.
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
      *  Lignes de l'edition S93    *
      *                             *
      *******************************

       01 WS-EDIT-TITRE.
          05 FILLER                    PIC X(41) VALUE
             'COMPARAISON PAR DOCUMENT DE DEUX FICHIERS'.
          05 FILLER                    PIC X(10) VALUE ' XML FATCA'.
          05 FILLER                    PIC X(12) VALUE '  EDITEE LE '.
          05 WS-EDT-D-EDITION          PIC X(10).
          05 FILLER                    PIC X(59) VALUE SPACES.

       01 WS-EDIT-FICHIERS.
          05 FILLER                    PIC X(42) VALUE
             'REFERENCE : DFUSLE9N    NOUVEAU : DFUSLE9P'.
          05 FILLER                    PIC X(90) VALUE SPACES.

       01 WS-EDIT-SECTION.
          05 FILLER                    PIC X(04) VALUE '*** '.
          05 WS-EDT-L-SECTION          PIC X(40).
          05 FILLER                    PIC X(88) VALUE SPACES.

       01 WS-EDIT-ILLISIBLE.
          05 FILLER                    PIC X(10) VALUE 'ILLISIBLE'.
          05 WS-ILL-L-ORIGINE          PIC X(10).
          05 FILLER                    PIC X(07) VALUE ' LIGNE '.
          05 WS-ILL-N-LIGNE            PIC Z(8)9.
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-ILL-L-ELEMENT          PIC X(18).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-ILL-L-MOTIF            PIC X(76).

       01 WS-EDIT-ENTETE-DOC.
          05 FILLER                    PIC X(11) VALUE 'STATUT'.
          05 FILLER                    PIC X(19) VALUE 'ELEMENT'.
          05 FILLER                    PIC X(09) VALUE 'DOCTYPE'.
          05 FILLER                    PIC X(45) VALUE
             'CLE D''APPARIEMENT'.
          05 FILLER                    PIC X(48) VALUE 'DocRefId'.

       01 WS-EDIT-DOC.
          05 WS-EDT-L-STATUT           PIC X(10).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-EDT-L-ELEMENT          PIC X(18).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-EDT-C-DOCTYPE          PIC X(08).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-EDT-I-CLE              PIC X(44).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-EDT-I-DOCREFID         PIC X(48).

       01 WS-EDIT-FEUILLE.
          05 FILLER                    PIC X(03) VALUE SPACES.
          05 WS-EDT-L-NATURE           PIC X(09).
          05 WS-EDT-L-CHEMIN           PIC X(60).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-EDT-L-COTE             PIC X(08).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-EDT-L-VALEUR           PIC X(50).

       01 WS-EDIT-ENTETE-DTI.
          05 FILLER                    PIC X(13) VALUE
             '   DOCTYPE'.
          05 FILLER                    PIC X(12) VALUE '     AJOUTES'.
          05 FILLER                    PIC X(12) VALUE '   SUPPRIMES'.
          05 FILLER                    PIC X(12) VALUE '    MODIFIES'.
          05 FILLER                    PIC X(12) VALUE '  IDENTIQUES'.
          05 FILLER                    PIC X(71) VALUE SPACES.

       01 WS-EDIT-DTI.
          05 FILLER                    PIC X(03) VALUE SPACES.
          05 WS-DTI-C-DOCTYPE          PIC X(10).
          05 FILLER                    PIC X(03) VALUE SPACES.
          05 WS-DTI-Q-AJOUT            PIC Z(8)9.
          05 FILLER                    PIC X(03) VALUE SPACES.
          05 WS-DTI-Q-SUPPR            PIC Z(8)9.
          05 FILLER                    PIC X(03) VALUE SPACES.
          05 WS-DTI-Q-MODIF            PIC Z(8)9.
          05 FILLER                    PIC X(03) VALUE SPACES.
          05 WS-DTI-Q-IDENT            PIC Z(8)9.
          05 FILLER                    PIC X(71) VALUE SPACES.

       01 WS-EDIT-TOTAL.
          05 FILLER                    PIC X(03) VALUE SPACES.
          05 WS-EDT-L-TOTAL            PIC X(40).
          05 WS-EDT-Q-TOTAL            PIC Z(8)9.
          05 FILLER                    PIC X(80) VALUE SPACES.

       01 WS-EDIT-TRAIT                PIC X(132) VALUE ALL '-'.

      *******************************
      *                             *
      *         Zones COPY          *
      *                             *
      *******************************

      * COPY IDEV
        COPY CWNAAFCT REPLACING 'PROGRAMM' BY =='BFUSEL93'==.
        COPY CWNAABAT.

      * Description de la zone de communication avec MFUSXL00
        COPY CFUSXL00 REPLACING ==(PREF)== BY ==XL93==.

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

      *    Appariement : documents des deux fichiers verses au tri
      *    sous leur cle, ecarts edites par cle
           SORT TRI-DOC
                ON ASCENDING KEY TRI-C-TYPE-CLE
                                 TRI-I-CLE
                                 TRI-C-ORIGINE
                                 TRI-N-DOC
                                 TRI-N-FEUIL
                INPUT  PROCEDURE VERSE-DOCUMENTS
                OUTPUT PROCEDURE COMPARE-DOCUMENTS
           IF SORT-RETURN NOT = ZERO
              MOVE 9340                TO WS-CODE-ABEND
              PERFORM TRAIT-ABEND
           END-IF

      *    Synthese par DocTypeIndic et totaux
           PERFORM EDIT-SYNTHESE

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

      *    Affichage du bilan de début
           PERFORM AFFICH-BILAN-DEB

      *    Ouverture des fichiers
           PERFORM OUVR-FICH-E9N
           PERFORM OUVR-FICH-E9P
           PERFORM OUVR-FICH-S93

      *    Entete de l'edition ; les documents illisibles sont
      *    edites pendant l'analyse des fichiers
           MOVE WS-D-JOUR              TO WS-EDT-D-EDITION
           MOVE WS-EDIT-TITRE          TO FD-DFUSLS93
           PERFORM ECRT-FICH-S93
           MOVE WS-EDIT-FICHIERS       TO FD-DFUSLS93
           PERFORM ECRT-FICH-S93
           MOVE WS-EDIT-TRAIT          TO FD-DFUSLS93
           PERFORM ECRT-FICH-S93
           MOVE 'CONTROLE DE STRUCTURE (MFUSXL00)'
                                       TO WS-EDT-L-SECTION
           MOVE WS-EDIT-SECTION        TO FD-DFUSLS93
           PERFORM ECRT-FICH-S93
           .

      *-----------------*
       VERSE-DOCUMENTS.
      *-----------------*

      *    Procedure d'entree du tri : documents du fichier de
      *    reference puis du nouveau fichier
           SET ORIGINE-REFERENCE       TO TRUE
           PERFORM INIT-ANALYSE-FICHIER
           PERFORM UNTIL FIN-E9N
              PERFORM LECT-FICH-E9N
              IF NOT FIN-E9N
                 MOVE WS-NB-LECT-E9N   TO WS-N-LIGNE
                 PERFORM ANALYSE-LIGNE-XML
              END-IF
           END-PERFORM

           SET ORIGINE-NOUVEAU         TO TRUE
           PERFORM INIT-ANALYSE-FICHIER
           PERFORM UNTIL FIN-E9P
              PERFORM LECT-FICH-E9P
              IF NOT FIN-E9P
                 MOVE WS-NB-LECT-E9P   TO WS-N-LIGNE
                 PERFORM ANALYSE-LIGNE-XML
              END-IF
           END-PERFORM
           .

      *----------------------*
       INIT-ANALYSE-FICHIER.
      *----------------------*

           MOVE ZERO                   TO WS-Q-PILE
           MOVE SPACE                  TO TOP-DANS-DOCUMENT
           MOVE SPACES                 TO WS-C-TIN-MSG
           .

      *------------------*
       ANALYSE-LIGNE-XML.
      *------------------*

      *    Analyse de la ligne XML courante : ouverture et fermeture
      *    des documents, elements simples du document en cours
           PERFORM DECOMP-LIGNE-XML

           EVALUATE TRUE

              WHEN BALISE-OUVRANTE
                 PERFORM EMPILE-BALISE
                 IF NOT DANS-DOCUMENT
                    PERFORM CTRL-OUVR-DOCUMENT
                 END-IF
                 IF DANS-DOCUMENT
                    PERFORM ACCUM-BLOC-DOC
                 END-IF

              WHEN BALISE-SIMPLE
                 IF DANS-DOCUMENT
                    PERFORM ACCUM-BLOC-DOC
                    PERFORM AJOUT-FEUILLE
                 END-IF

              WHEN BALISE-FERMANTE
                 IF DANS-DOCUMENT
                    PERFORM ACCUM-BLOC-DOC
                    IF WS-Q-PILE = WS-Q-PROF-DOC
                       PERFORM FERM-DOCUMENT
                    END-IF
                 END-IF
                 PERFORM DEPILE-BALISE

              WHEN OTHER
                 IF DANS-DOCUMENT AND WS-N-DEB-BALISE > ZERO
                    PERFORM ACCUM-BLOC-DOC
                 END-IF

           END-EVALUATE
           .

      *-------------------*
       CTRL-OUVR-DOCUMENT.
      *-------------------*

      *    Ouverture d'un document porteur d'un DocSpec
           EVALUATE WS-L-NOM-BALISE
              WHEN 'ftc:ReportingFI'
              WHEN 'ftc:Sponsor'
              WHEN 'ftc:Intermediary'
              WHEN 'ftc:AccountReport'
              WHEN 'ftc:PoolReport'
                 SET DANS-DOCUMENT     TO TRUE
                 MOVE WS-Q-PILE        TO WS-Q-PROF-DOC
                 ADD 1                 TO WS-N-DOC
                 MOVE WS-N-LIGNE       TO WS-DOC-N-LIGNE
                 MOVE WS-L-NOM-BALISE  TO WS-DOC-L-ELEMENT
                 MOVE SPACES           TO WS-DOC-I-DOCREFID
                                          WS-DOC-I-CORRDOCREFID
                                          WS-DOC-C-DOCTYPE
                                          WS-DOC-I-ACCOUNT
                                          WS-DOC-C-TIN
                                          WS-DOC-C-TIN-TIT
                                          WS-DOC-C-TYPE-POOL
                 MOVE ZERO             TO WS-Q-FEU
                 MOVE ZERO             TO WS-Q-XML-BLOC
                 MOVE SPACE            TO WS-L-XML-BLOC
                 MOVE SPACE            TO TOP-BLOC-TROP-GRAND
                 IF ORIGINE-REFERENCE
                    ADD 1              TO WS-Q-DOC-ANC
                 ELSE
                    ADD 1              TO WS-Q-DOC-NOU
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .

      *---------------*
       AJOUT-FEUILLE.
      *---------------*

      *    Element simple du document : les elements du DocSpec sont
      *    retenus a part (ils different d'un fichier a l'autre) ;
      *    les autres sont memorises avec leur chemin et leur rang
           IF WS-Q-PILE > WS-Q-PROF-DOC
           AND WS-T-PILE-BALISE(WS-Q-PROF-DOC + 1) = 'ftc:DocSpec'
              EVALUATE WS-L-NOM-BALISE
                 WHEN 'ftc:DocRefId'
                    MOVE WS-L-TEXTE-BALISE TO WS-DOC-I-DOCREFID
                 WHEN 'ftc:CorrDocRefId'
                    MOVE WS-L-TEXTE-BALISE TO WS-DOC-I-CORRDOCREFID
                 WHEN 'ftc:DocTypeIndic'
                    MOVE WS-L-TEXTE-BALISE TO WS-DOC-C-DOCTYPE
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           ELSE
      *       Elements de la cle d'appariement, fils directs du
      *       document (premiere occurrence)
              IF WS-Q-PILE = WS-Q-PROF-DOC
                 EVALUATE WS-L-NOM-BALISE
                    WHEN 'ftc:AccountNumber'
                       IF WS-DOC-I-ACCOUNT = SPACES
                          MOVE WS-L-TEXTE-BALISE TO WS-DOC-I-ACCOUNT
                       END-IF
                    WHEN 'sfa:TIN'
                       IF WS-DOC-C-TIN = SPACES
                          MOVE WS-L-TEXTE-BALISE TO WS-DOC-C-TIN
                       END-IF
                    WHEN 'ftc:AccountPoolReportType'
                       MOVE WS-L-TEXTE-BALISE TO WS-DOC-C-TYPE-POOL
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
              END-IF

      *       TIN du titulaire du compte (AccountHolder, personne
      *       physique ou morale, premiere occurrence) : un compte
      *       joint donne un AccountReport par titulaire
              IF WS-Q-PILE = WS-Q-PROF-DOC + 2
              AND WS-L-NOM-BALISE = 'sfa:TIN'
              AND WS-T-PILE-BALISE(WS-Q-PROF-DOC + 1)
                                       = 'ftc:AccountHolder'
              AND (WS-T-PILE-BALISE(WS-Q-PROF-DOC + 2)
                                       = 'ftc:Individual'
                OR WS-T-PILE-BALISE(WS-Q-PROF-DOC + 2)
                                       = 'ftc:Organisation')
              AND WS-DOC-C-TIN-TIT = SPACES
                 MOVE WS-L-TEXTE-BALISE TO WS-DOC-C-TIN-TIT
              END-IF

              PERFORM CONSTR-CHEMIN
              PERFORM CONSTR-VALEUR

      *       Rang du chemin dans le document (elements repetes)
              MOVE 1                   TO WS-N-OCC
              PERFORM VARYING K FROM 1 BY 1
              UNTIL K > WS-Q-FEU
                 IF WS-T-FEU-L-CHEMIN(K) = WS-L-CHEMIN
                    ADD 1              TO WS-N-OCC
                 END-IF
              END-PERFORM

              ADD 1                    TO WS-Q-FEU
              IF WS-Q-FEU > 400
      *          DEPASSEMENT TABLE DES ELEMENTS DU DOCUMENT
                 MOVE 9351             TO WS-CODE-ABEND
                 PERFORM TRAIT-ABEND
              END-IF
              MOVE WS-L-CHEMIN         TO WS-T-FEU-L-CHEMIN(WS-Q-FEU)
              MOVE WS-N-OCC            TO WS-T-FEU-N-OCC(WS-Q-FEU)
              MOVE WS-L-VALEUR         TO WS-T-FEU-L-VALEUR(WS-Q-FEU)
           END-IF
           .

      *---------------*
       CONSTR-CHEMIN.
      *---------------*

      *    Chemin de l'element relatif au document :
      *    balises ouvertes sous le document puis nom de l'element
           MOVE SPACES                 TO WS-L-CHEMIN
           MOVE 1                      TO WS-N-PTR
           PERFORM VARYING K FROM WS-Q-PROF-DOC BY 1
           UNTIL K >= WS-Q-PILE
              STRING WS-T-PILE-BALISE(K + 1) DELIMITED BY SPACE
                     '/'                     DELIMITED BY SIZE
                INTO WS-L-CHEMIN WITH POINTER WS-N-PTR
              END-STRING
           END-PERFORM
           STRING WS-L-NOM-BALISE      DELIMITED BY SPACE
             INTO WS-L-CHEMIN WITH POINTER WS-N-PTR
           END-STRING
           .

      *---------------*
       CONSTR-VALEUR.
      *---------------*

      *    Valeur comparee : attributs entre crochets puis texte
           MOVE SPACES                 TO WS-L-VALEUR
           MOVE 1                      TO WS-N-PTR
           IF WS-Q-ATTR-BALISE > ZERO
              STRING '['                        DELIMITED BY SIZE
                     WS-L-ATTR-BALISE(1:WS-Q-ATTR-BALISE)
                                                DELIMITED BY SIZE
                     '] '                       DELIMITED BY SIZE
                INTO WS-L-VALEUR WITH POINTER WS-N-PTR
              END-STRING
           END-IF
           IF WS-Q-TEXTE-BALISE > ZERO
              STRING WS-L-TEXTE-BALISE(1:WS-Q-TEXTE-BALISE)
                                                DELIMITED BY SIZE
                INTO WS-L-VALEUR WITH POINTER WS-N-PTR
              END-STRING
           END-IF
           .

      *---------------*
       FERM-DOCUMENT.
      *---------------*

      *    Fin du document : controle de structure, cle
      *    d'appariement et versement au tri
           MOVE SPACE                  TO TOP-DANS-DOCUMENT
           PERFORM PARSE-BLOC-DOC

      *    Le TIN de l'entite declarante sert de cle aux PoolReport
      *    du message
           IF WS-DOC-L-ELEMENT = 'ftc:ReportingFI'
              MOVE WS-DOC-C-TIN        TO WS-C-TIN-MSG
           END-IF

           PERFORM CONSTR-CLE-DOC

      *    Un document de reference est verse sous sa cle et sous
      *    son DocRefId ; un nouveau document de correction sous son
      *    CorrDocRefId, les autres sous leur cle
           IF ORIGINE-REFERENCE
              MOVE '2'                 TO TRI-C-TYPE-CLE
              MOVE WS-DOC-I-CLE        TO TRI-I-CLE
              PERFORM VERSE-DOC-TRI
              IF WS-DOC-I-DOCREFID NOT = SPACES
                 MOVE '1'              TO TRI-C-TYPE-CLE
                 MOVE WS-DOC-I-DOCREFID
                                       TO TRI-I-CLE
                 PERFORM VERSE-DOC-TRI
              END-IF
           ELSE
              IF WS-DOC-I-CORRDOCREFID NOT = SPACES
                 MOVE '1'              TO TRI-C-TYPE-CLE
                 MOVE WS-DOC-I-CORRDOCREFID
                                       TO TRI-I-CLE
              ELSE
                 MOVE '2'              TO TRI-C-TYPE-CLE
                 MOVE WS-DOC-I-CLE     TO TRI-I-CLE
              END-IF
              PERFORM VERSE-DOC-TRI
           END-IF
           .

      *----------------*
       CONSTR-CLE-DOC.
      *----------------*

      *    Cle du document : type d'element puis numero de compte
      *    et titulaire (AccountReport), TIN de l'entite declarante
      *    et type de pool (PoolReport) ou TIN (ReportingFI,
      *    Sponsor, Intermediary) ; a defaut, le DocRefId
           MOVE SPACES                 TO WS-DOC-I-CLE
           EVALUATE WS-DOC-L-ELEMENT
              WHEN 'ftc:AccountReport'
                 MOVE 'AR'             TO WS-DOC-I-CLE(1:2)
                 MOVE WS-DOC-I-ACCOUNT TO WS-DOC-I-CLE(4:55)
      *          Titulaire : son TIN, a defaut le segment KPI (17
      *          derniers caracteres) du DocRefId
                 IF WS-DOC-C-TIN-TIT NOT = SPACES
                    MOVE WS-DOC-C-TIN-TIT
                                       TO WS-DOC-I-CLE(60:31)
                 ELSE
                    MOVE 90            TO WS-N-FIN-DOCREFID
                    PERFORM UNTIL WS-N-FIN-DOCREFID < 17
                    OR WS-DOC-I-DOCREFID(WS-N-FIN-DOCREFID:1)
                                       NOT = SPACE
                       SUBTRACT 1      FROM WS-N-FIN-DOCREFID
                    END-PERFORM
                    IF WS-N-FIN-DOCREFID >= 17
                       MOVE WS-DOC-I-DOCREFID
                            (WS-N-FIN-DOCREFID - 16:17)
                                       TO WS-DOC-I-CLE(60:17)
                    END-IF
                 END-IF
              WHEN 'ftc:PoolReport'
                 MOVE 'PR'             TO WS-DOC-I-CLE(1:2)
                 MOVE WS-C-TIN-MSG     TO WS-DOC-I-CLE(4:40)
                 MOVE WS-DOC-C-TYPE-POOL
                                       TO WS-DOC-I-CLE(45:8)
              WHEN 'ftc:ReportingFI'
                 MOVE 'FI'             TO WS-DOC-I-CLE(1:2)
                 MOVE WS-DOC-C-TIN     TO WS-DOC-I-CLE(4:80)
              WHEN 'ftc:Sponsor'
                 MOVE 'SP'             TO WS-DOC-I-CLE(1:2)
                 MOVE WS-DOC-C-TIN     TO WS-DOC-I-CLE(4:80)
              WHEN OTHER
                 MOVE 'IN'             TO WS-DOC-I-CLE(1:2)
                 MOVE WS-DOC-C-TIN     TO WS-DOC-I-CLE(4:80)
           END-EVALUATE
           IF WS-DOC-I-CLE(4:87) = SPACES
              MOVE WS-DOC-I-DOCREFID   TO WS-DOC-I-CLE(4:87)
           END-IF
           .

      *---------------*
       VERSE-DOC-TRI.
      *---------------*

      *    Entete du document (N-FEUIL a zero) puis ses elements,
      *    sous la cle TRI-C-TYPE-CLE / TRI-I-CLE deja renseignee
           MOVE WS-C-ORIGINE           TO TRI-C-ORIGINE
           MOVE WS-N-DOC               TO TRI-N-DOC
           MOVE WS-DOC-L-ELEMENT       TO TRI-L-ELEMENT
           MOVE WS-DOC-C-DOCTYPE       TO TRI-C-DOCTYPE
           MOVE WS-DOC-I-DOCREFID      TO TRI-I-DOCREFID
           MOVE ZERO                   TO TRI-N-FEUIL
           MOVE SPACES                 TO TRI-L-CHEMIN
           MOVE ZERO                   TO TRI-N-OCC
           MOVE SPACES                 TO TRI-L-VALEUR
           RELEASE ENR-TRI

           PERFORM VARYING K FROM 1 BY 1
           UNTIL K > WS-Q-FEU
              MOVE K                   TO TRI-N-FEUIL
              MOVE WS-T-FEU-L-CHEMIN(K) TO TRI-L-CHEMIN
              MOVE WS-T-FEU-N-OCC(K)   TO TRI-N-OCC
              MOVE WS-T-FEU-L-VALEUR(K) TO TRI-L-VALEUR
              RELEASE ENR-TRI
           END-PERFORM
           .

      *-------------------*
       COMPARE-DOCUMENTS.
      *-------------------*

      *    Procedure de sortie du tri : les cles '1' (CorrDocRefId)
      *    sortent avant les cles '2', de sorte qu'un document de
      *    reference corrige est connu quand son groupe de cle est
      *    traite
           MOVE SPACES                 TO FD-DFUSLS93
           PERFORM ECRT-FICH-S93
           MOVE 'ECARTS PAR DOCUMENT'  TO WS-EDT-L-SECTION
           MOVE WS-EDIT-SECTION        TO FD-DFUSLS93
           PERFORM ECRT-FICH-S93
           MOVE WS-EDIT-ENTETE-DOC     TO FD-DFUSLS93
           PERFORM ECRT-FICH-S93

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
           MOVE ZERO                   TO WS-GRP-Q-DOC-ANC
           MOVE ZERO                   TO WS-GRP-Q-DOC-NOU
           MOVE ZERO                   TO WS-GRP-N-DOC-ANC
           MOVE ZERO                   TO WS-GRP-N-DOC-NOU
           MOVE SPACES                 TO WS-GRP-L-ELEMENT-ANC
           MOVE SPACES                 TO WS-GRP-L-ELEMENT-NOU
           MOVE SPACES                 TO WS-GRP-C-DOCTYPE-ANC
           MOVE SPACES                 TO WS-GRP-C-DOCTYPE-NOU
           MOVE SPACES                 TO WS-GRP-I-DOCREFID-ANC
           MOVE SPACES                 TO WS-GRP-I-DOCREFID-NOU
           MOVE ZERO                   TO WS-Q-ANC
           MOVE ZERO                   TO WS-Q-NOU
           .

      *-------------*
       CUMUL-GROUPE.
      *-------------*

      *    Seul le premier document de chaque origine est compare ;
      *    les suivants sont comptes en doublon de cle
           IF TRI-N-FEUIL = ZERO
              IF TRI-C-ORIGINE = 'A'
                 ADD 1                 TO WS-GRP-Q-DOC-ANC
                 IF WS-GRP-Q-DOC-ANC = 1
                    MOVE TRI-N-DOC     TO WS-GRP-N-DOC-ANC
                    MOVE TRI-L-ELEMENT TO WS-GRP-L-ELEMENT-ANC
                    MOVE TRI-C-DOCTYPE TO WS-GRP-C-DOCTYPE-ANC
                    MOVE TRI-I-DOCREFID
                                       TO WS-GRP-I-DOCREFID-ANC
                 END-IF
              ELSE
                 ADD 1                 TO WS-GRP-Q-DOC-NOU
                 IF WS-GRP-Q-DOC-NOU = 1
                    MOVE TRI-N-DOC     TO WS-GRP-N-DOC-NOU
                    MOVE TRI-L-ELEMENT TO WS-GRP-L-ELEMENT-NOU
                    MOVE TRI-C-DOCTYPE TO WS-GRP-C-DOCTYPE-NOU
                    MOVE TRI-I-DOCREFID
                                       TO WS-GRP-I-DOCREFID-NOU
                 END-IF
              END-IF
           ELSE
              IF TRI-C-ORIGINE = 'A'
              AND TRI-N-DOC = WS-GRP-N-DOC-ANC
                 ADD 1                 TO WS-Q-ANC
                 MOVE TRI-L-CHEMIN     TO WS-T-ANC-L-CHEMIN(WS-Q-ANC)
                 MOVE TRI-N-OCC        TO WS-T-ANC-N-OCC(WS-Q-ANC)
                 MOVE TRI-L-VALEUR     TO WS-T-ANC-L-VALEUR(WS-Q-ANC)
              END-IF
              IF TRI-C-ORIGINE = 'N'
              AND TRI-N-DOC = WS-GRP-N-DOC-NOU
                 ADD 1                 TO WS-Q-NOU
                 MOVE TRI-L-CHEMIN     TO WS-T-NOU-L-CHEMIN(WS-Q-NOU)
                 MOVE TRI-N-OCC        TO WS-T-NOU-N-OCC(WS-Q-NOU)
                 MOVE TRI-L-VALEUR     TO WS-T-NOU-L-VALEUR(WS-Q-NOU)
                 MOVE SPACE            TO WS-T-NOU-TOP-VU(WS-Q-NOU)
              END-IF
           END-IF
           .

      *-------------*
       TRAIT-GROUPE.
      *-------------*

           EVALUATE TRUE
      *       DocRefId de reference non corrige : simple alias
              WHEN WS-GRP-C-TYPE-CLE = '1'
               AND WS-GRP-Q-DOC-NOU = ZERO
                 CONTINUE

      *       Document de reference sans nouveau document
              WHEN WS-GRP-Q-DOC-NOU = ZERO
                 PERFORM CTRL-DOC-SUPPRIME

      *       Nouveau document sans document de reference
              WHEN WS-GRP-Q-DOC-ANC = ZERO
                 PERFORM CTRL-DOUBLON
                 PERFORM EDIT-DOC-AJOUTE

      *       Documents apparies : comparaison des elements
              WHEN OTHER
                 PERFORM CTRL-DOUBLON
                 PERFORM MEMO-DOC-CORRIGE
                 PERFORM COMPARE-ELEMENTS
           END-EVALUATE
           .

      *------------------*
       CTRL-DOC-SUPPRIME.
      *------------------*

      *    Un document de reference corrige par CorrDocRefId a ete
      *    compare sous sa cle '1' : son absence n'est pas un ecart
           MOVE SPACE                  TO TOP-DOC-CORRIGE
           PERFORM VARYING I FROM 1 BY 1
           UNTIL I > WS-Q-CORR
              IF WS-T-CORR-I-DOCREFID(I) = WS-GRP-I-DOCREFID-ANC
                 SET DOC-CORRIGE       TO TRUE
              END-IF
           END-PERFORM

           IF NOT DOC-CORRIGE
              PERFORM CTRL-DOUBLON
              PERFORM EDIT-DOC-SUPPRIME
           END-IF
           .

      *-----------------*
       MEMO-DOC-CORRIGE.
      *-----------------*

           IF WS-GRP-C-TYPE-CLE = '1'
              ADD 1                    TO WS-Q-CORR
              IF WS-Q-CORR > 2000
      *          DEPASSEMENT TABLE DES DOCUMENTS CORRIGES
                 MOVE 9352             TO WS-CODE-ABEND
                 PERFORM TRAIT-ABEND
              END-IF
              MOVE WS-GRP-I-DOCREFID-ANC
                             TO WS-T-CORR-I-DOCREFID(WS-Q-CORR)
           END-IF
           .

      *-------------*
       CTRL-DOUBLON.
      *-------------*

      *    Plusieurs documents d'une meme origine sous une cle : seul
      *    le premier est compare, la cle est signalee
           IF WS-GRP-Q-DOC-ANC > 1
           OR WS-GRP-Q-DOC-NOU > 1
              ADD 1                    TO WS-Q-CLE-DOUBLE
              SET VERDICT-ECART        TO TRUE
              MOVE 'CLE DOUBLE'        TO WS-EDT-L-STATUT
              IF WS-GRP-Q-DOC-NOU > ZERO
                 MOVE WS-GRP-L-ELEMENT-NOU TO WS-EDT-L-ELEMENT
                 MOVE WS-GRP-C-DOCTYPE-NOU TO WS-EDT-C-DOCTYPE
                 MOVE WS-GRP-I-DOCREFID-NOU
                                       TO WS-EDT-I-DOCREFID
              ELSE
                 MOVE WS-GRP-L-ELEMENT-ANC TO WS-EDT-L-ELEMENT
                 MOVE WS-GRP-C-DOCTYPE-ANC TO WS-EDT-C-DOCTYPE
                 MOVE WS-GRP-I-DOCREFID-ANC
                                       TO WS-EDT-I-DOCREFID
              END-IF
              PERFORM EDIT-LIGNE-DOC
           END-IF
           .

      *----------------*
       EDIT-DOC-AJOUTE.
      *----------------*

      *    Nouveau document et tous ses elements
           SET VERDICT-ECART           TO TRUE
           MOVE WS-GRP-C-DOCTYPE-NOU   TO WS-C-DOCTYPE-RCH
           PERFORM RECH-DOCTYPE
           ADD 1             TO WS-T-DTI-Q-AJOUT(WS-N-SLOT-DTI)

           MOVE 'AJOUTE'               TO WS-EDT-L-STATUT
           MOVE WS-GRP-L-ELEMENT-NOU   TO WS-EDT-L-ELEMENT
           MOVE WS-GRP-C-DOCTYPE-NOU   TO WS-EDT-C-DOCTYPE
           MOVE WS-GRP-I-DOCREFID-NOU  TO WS-EDT-I-DOCREFID
           PERFORM EDIT-LIGNE-DOC
      *    Ligne du document deja editee pour ses elements
           SET DOC-EDITE               TO TRUE

           PERFORM VARYING WS-I-NOU FROM 1 BY 1
           UNTIL WS-I-NOU > WS-Q-NOU
              PERFORM EDIT-FEUILLE-AJOUTEE
           END-PERFORM
           .

      *------------------*
       EDIT-DOC-SUPPRIME.
      *------------------*

      *    Document de reference absent du nouveau fichier
           SET VERDICT-ECART           TO TRUE
           MOVE WS-GRP-C-DOCTYPE-ANC   TO WS-C-DOCTYPE-RCH
           PERFORM RECH-DOCTYPE
           ADD 1             TO WS-T-DTI-Q-SUPPR(WS-N-SLOT-DTI)

           MOVE 'SUPPRIME'             TO WS-EDT-L-STATUT
           MOVE WS-GRP-L-ELEMENT-ANC   TO WS-EDT-L-ELEMENT
           MOVE WS-GRP-C-DOCTYPE-ANC   TO WS-EDT-C-DOCTYPE
           MOVE WS-GRP-I-DOCREFID-ANC  TO WS-EDT-I-DOCREFID
           PERFORM EDIT-LIGNE-DOC
      *    Ligne du document deja editee pour ses elements
           SET DOC-EDITE               TO TRUE

           PERFORM VARYING WS-I-ANC FROM 1 BY 1
           UNTIL WS-I-ANC > WS-Q-ANC
              PERFORM EDIT-FEUILLE-SUPPRIMEE
           END-PERFORM
           .

      *-----------------*
       COMPARE-ELEMENTS.
      *-----------------*

      *    Chaque element de reference est recherche par chemin et
      *    rang parmi les nouveaux elements, a partir du suivant du
      *    dernier trouve (documents de meme structure) ; l'entete
      *    du document n'est editee qu'au premier ecart
           MOVE SPACE                  TO TOP-DOC-EDITE
           MOVE 1                      TO WS-I-DEP

           PERFORM VARYING WS-I-ANC FROM 1 BY 1
           UNTIL WS-I-ANC > WS-Q-ANC
              PERFORM RECH-ELEMENT-NOU
              IF WS-I-TROUVE = ZERO
                 PERFORM EDIT-FEUILLE-SUPPRIMEE
              ELSE
                 SET WS-T-NOU-VU(WS-I-TROUVE) TO TRUE
                 IF WS-T-NOU-L-VALEUR(WS-I-TROUVE)
                    NOT = WS-T-ANC-L-VALEUR(WS-I-ANC)
                    PERFORM EDIT-FEUILLE-MODIFIEE
                 END-IF
                 COMPUTE WS-I-DEP = WS-I-TROUVE + 1
              END-IF
           END-PERFORM

           PERFORM VARYING WS-I-NOU FROM 1 BY 1
           UNTIL WS-I-NOU > WS-Q-NOU
              IF NOT WS-T-NOU-VU(WS-I-NOU)
                 PERFORM EDIT-FEUILLE-AJOUTEE
              END-IF
           END-PERFORM

           MOVE WS-GRP-C-DOCTYPE-NOU   TO WS-C-DOCTYPE-RCH
           PERFORM RECH-DOCTYPE
           IF DOC-EDITE
              SET VERDICT-ECART        TO TRUE
              ADD 1          TO WS-T-DTI-Q-MODIF(WS-N-SLOT-DTI)
           ELSE
              ADD 1          TO WS-T-DTI-Q-IDENT(WS-N-SLOT-DTI)
           END-IF
           .

      *-----------------*
       RECH-ELEMENT-NOU.
      *-----------------*

           MOVE ZERO                   TO WS-I-TROUVE
           PERFORM VARYING WS-I-NOU FROM WS-I-DEP BY 1
           UNTIL WS-I-NOU > WS-Q-NOU
           OR WS-I-TROUVE > ZERO
              IF WS-T-NOU-L-CHEMIN(WS-I-NOU)
                 = WS-T-ANC-L-CHEMIN(WS-I-ANC)
              AND WS-T-NOU-N-OCC(WS-I-NOU) = WS-T-ANC-N-OCC(WS-I-ANC)
                 MOVE WS-I-NOU         TO WS-I-TROUVE
              END-IF
           END-PERFORM

           PERFORM VARYING WS-I-NOU FROM 1 BY 1
           UNTIL WS-I-NOU >= WS-I-DEP
           OR WS-I-NOU > WS-Q-NOU
           OR WS-I-TROUVE > ZERO
              IF WS-T-NOU-L-CHEMIN(WS-I-NOU)
                 = WS-T-ANC-L-CHEMIN(WS-I-ANC)
              AND WS-T-NOU-N-OCC(WS-I-NOU) = WS-T-ANC-N-OCC(WS-I-ANC)
                 MOVE WS-I-NOU         TO WS-I-TROUVE
              END-IF
           END-PERFORM
           .

      *-------------------*
       ENTETE-DOC-MODIFIE.
      *-------------------*

           IF NOT DOC-EDITE
              SET DOC-EDITE            TO TRUE
              MOVE 'MODIFIE'           TO WS-EDT-L-STATUT
              MOVE WS-GRP-L-ELEMENT-NOU TO WS-EDT-L-ELEMENT
              MOVE WS-GRP-C-DOCTYPE-NOU TO WS-EDT-C-DOCTYPE
              MOVE WS-GRP-I-DOCREFID-NOU TO WS-EDT-I-DOCREFID
              PERFORM EDIT-LIGNE-DOC
           END-IF
           .

      *----------------------*
       EDIT-FEUILLE-MODIFIEE.
      *----------------------*

           PERFORM ENTETE-DOC-MODIFIE
           ADD 1                       TO WS-Q-ECARTS
           MOVE 'MODIFIE'              TO WS-EDT-L-NATURE
           MOVE WS-T-ANC-L-CHEMIN(WS-I-ANC) TO WS-L-CHEMIN
           MOVE WS-T-ANC-N-OCC(WS-I-ANC)    TO WS-N-OCC
           PERFORM EDIT-CHEMIN
           MOVE 'ANCIEN :'             TO WS-EDT-L-COTE
           MOVE WS-T-ANC-L-VALEUR(WS-I-ANC) TO WS-EDT-L-VALEUR
           MOVE WS-EDIT-FEUILLE        TO FD-DFUSLS93
           PERFORM ECRT-FICH-S93
           MOVE SPACES                 TO WS-EDT-L-NATURE
           MOVE SPACES                 TO WS-EDT-L-CHEMIN
           MOVE 'NOUVEAU:'             TO WS-EDT-L-COTE
           MOVE WS-T-NOU-L-VALEUR(WS-I-TROUVE) TO WS-EDT-L-VALEUR
           MOVE WS-EDIT-FEUILLE        TO FD-DFUSLS93
           PERFORM ECRT-FICH-S93
           .

      *----------------------*
       EDIT-FEUILLE-AJOUTEE.
      *----------------------*

           PERFORM ENTETE-DOC-MODIFIE
           ADD 1                       TO WS-Q-ECARTS
           MOVE 'AJOUTE'               TO WS-EDT-L-NATURE
           MOVE WS-T-NOU-L-CHEMIN(WS-I-NOU) TO WS-L-CHEMIN
           MOVE WS-T-NOU-N-OCC(WS-I-NOU)    TO WS-N-OCC
           PERFORM EDIT-CHEMIN
           MOVE 'NOUVEAU:'             TO WS-EDT-L-COTE
           MOVE WS-T-NOU-L-VALEUR(WS-I-NOU) TO WS-EDT-L-VALEUR
           MOVE WS-EDIT-FEUILLE        TO FD-DFUSLS93
           PERFORM ECRT-FICH-S93
           .

      *-----------------------*
       EDIT-FEUILLE-SUPPRIMEE.
      *-----------------------*

           PERFORM ENTETE-DOC-MODIFIE
           ADD 1                       TO WS-Q-ECARTS
           MOVE 'SUPPRIME'             TO WS-EDT-L-NATURE
           MOVE WS-T-ANC-L-CHEMIN(WS-I-ANC) TO WS-L-CHEMIN
           MOVE WS-T-ANC-N-OCC(WS-I-ANC)    TO WS-N-OCC
           PERFORM EDIT-CHEMIN
           MOVE 'ANCIEN :'             TO WS-EDT-L-COTE
           MOVE WS-T-ANC-L-VALEUR(WS-I-ANC) TO WS-EDT-L-VALEUR
           MOVE WS-EDIT-FEUILLE        TO FD-DFUSLS93
           PERFORM ECRT-FICH-S93
           .

      *------------*
       EDIT-CHEMIN.
      *------------*

      *    Chemin edite, suivi du rang pour un element repete
           MOVE SPACES                 TO WS-EDT-L-CHEMIN
           MOVE 1                      TO WS-N-PTR
           STRING WS-L-CHEMIN          DELIMITED BY SPACE
             INTO WS-EDT-L-CHEMIN WITH POINTER WS-N-PTR
           END-STRING
           IF WS-N-OCC > 1
              STRING '['               DELIMITED BY SIZE
                     WS-N-OCC          DELIMITED BY SIZE
                     ']'               DELIMITED BY SIZE
                INTO WS-EDT-L-CHEMIN WITH POINTER WS-N-PTR
              END-STRING
           END-IF
           .

      *---------------*
       EDIT-LIGNE-DOC.
      *---------------*

      *    Ligne d'entete d'un document : cle du groupe
           MOVE WS-GRP-I-CLE           TO WS-EDT-I-CLE
           IF WS-GRP-C-TYPE-CLE = '1'
              MOVE SPACES              TO WS-EDT-I-CLE
              STRING 'CORR '           DELIMITED BY SIZE
                     WS-GRP-I-CLE      DELIMITED BY SPACE
                INTO WS-EDT-I-CLE
              END-STRING
           END-IF
           MOVE WS-EDIT-DOC            TO FD-DFUSLS93
           PERFORM ECRT-FICH-S93
           .

      *-----------*
       RETOUR-TRI.
      *-----------*

           RETURN TRI-DOC
              AT END
                 SET FIN-TRI          TO TRUE
           END-RETURN
           .

      *-------------*
       RECH-DOCTYPE.
      *-------------*

      *    Poste du DocTypeIndic WS-C-DOCTYPE-RCH dans la table de
      *    synthese, cree au premier passage
           MOVE ZERO                   TO WS-N-SLOT-DTI
           PERFORM VARYING WS-I-DTI FROM 1 BY 1
           UNTIL WS-I-DTI > WS-Q-DTI
              IF WS-T-DTI-C-DOCTYPE(WS-I-DTI) = WS-C-DOCTYPE-RCH
                 MOVE WS-I-DTI         TO WS-N-SLOT-DTI
              END-IF
           END-PERFORM

           IF WS-N-SLOT-DTI = ZERO
              ADD 1                    TO WS-Q-DTI
              IF WS-Q-DTI > 10
      *          DEPASSEMENT TABLE DES DocTypeIndic
                 MOVE 9353             TO WS-CODE-ABEND
                 PERFORM TRAIT-ABEND
              END-IF
              MOVE WS-Q-DTI            TO WS-N-SLOT-DTI
              MOVE WS-C-DOCTYPE-RCH
                             TO WS-T-DTI-C-DOCTYPE(WS-N-SLOT-DTI)
              MOVE ZERO      TO WS-T-DTI-Q-AJOUT(WS-N-SLOT-DTI)
              MOVE ZERO      TO WS-T-DTI-Q-SUPPR(WS-N-SLOT-DTI)
              MOVE ZERO      TO WS-T-DTI-Q-MODIF(WS-N-SLOT-DTI)
              MOVE ZERO      TO WS-T-DTI-Q-IDENT(WS-N-SLOT-DTI)
           END-IF
           .

      *--------------*
       EDIT-SYNTHESE.
      *--------------*

      *    Synthese par DocTypeIndic (celui du nouveau document, ou
      *    du document de reference pour une suppression)
           MOVE SPACES                 TO FD-DFUSLS93
           PERFORM ECRT-FICH-S93
           MOVE 'SYNTHESE PAR DocTypeIndic'
                                       TO WS-EDT-L-SECTION
           MOVE WS-EDIT-SECTION        TO FD-DFUSLS93
           PERFORM ECRT-FICH-S93
           MOVE WS-EDIT-ENTETE-DTI     TO FD-DFUSLS93
           PERFORM ECRT-FICH-S93

           PERFORM VARYING WS-I-DTI FROM 1 BY 1
           UNTIL WS-I-DTI > WS-Q-DTI
              IF WS-T-DTI-C-DOCTYPE(WS-I-DTI) = SPACES
                 MOVE '(ABSENT)'       TO WS-DTI-C-DOCTYPE
              ELSE
                 MOVE WS-T-DTI-C-DOCTYPE(WS-I-DTI)
                                       TO WS-DTI-C-DOCTYPE
              END-IF
              MOVE WS-T-DTI-Q-AJOUT(WS-I-DTI) TO WS-DTI-Q-AJOUT
              MOVE WS-T-DTI-Q-SUPPR(WS-I-DTI) TO WS-DTI-Q-SUPPR
              MOVE WS-T-DTI-Q-MODIF(WS-I-DTI) TO WS-DTI-Q-MODIF
              MOVE WS-T-DTI-Q-IDENT(WS-I-DTI) TO WS-DTI-Q-IDENT
              MOVE WS-EDIT-DTI         TO FD-DFUSLS93
              PERFORM ECRT-FICH-S93
           END-PERFORM

      *    Totaux generaux
           MOVE WS-EDIT-TRAIT          TO FD-DFUSLS93
           PERFORM ECRT-FICH-S93
           MOVE 'DOCUMENTS DU FICHIER DE REFERENCE'
                                       TO WS-EDT-L-TOTAL
           MOVE WS-Q-DOC-ANC           TO WS-EDT-Q-TOTAL
           PERFORM EDIT-LIGNE-TOTAL
           MOVE 'DOCUMENTS DU NOUVEAU FICHIER'
                                       TO WS-EDT-L-TOTAL
           MOVE WS-Q-DOC-NOU           TO WS-EDT-Q-TOTAL
           PERFORM EDIT-LIGNE-TOTAL
           MOVE 'DOCUMENTS ILLISIBLES (MFUSXL00)'
                                       TO WS-EDT-L-TOTAL
           MOVE WS-Q-DOC-ILLISIBLE     TO WS-EDT-Q-TOTAL
           PERFORM EDIT-LIGNE-TOTAL
           MOVE 'DOCUMENTS TROP VOLUMINEUX (NON PARSES)'
                                       TO WS-EDT-L-TOTAL
           MOVE WS-Q-DOC-NON-PARSE     TO WS-EDT-Q-TOTAL
           PERFORM EDIT-LIGNE-TOTAL
           MOVE 'CLES EN DOUBLE'       TO WS-EDT-L-TOTAL
           MOVE WS-Q-CLE-DOUBLE        TO WS-EDT-Q-TOTAL
           PERFORM EDIT-LIGNE-TOTAL
           MOVE 'ELEMENTS EN ECART'    TO WS-EDT-L-TOTAL
           MOVE WS-Q-ECARTS            TO WS-EDT-Q-TOTAL
           PERFORM EDIT-LIGNE-TOTAL
           MOVE WS-EDIT-TRAIT          TO FD-DFUSLS93
           PERFORM ECRT-FICH-S93
           .

      *-----------------*
       EDIT-LIGNE-TOTAL.
      *-----------------*

           MOVE WS-EDIT-TOTAL          TO FD-DFUSLS93
           PERFORM ECRT-FICH-S93
           .

      *--------------*
       FIN-TRAIT.
      *--------------*

      *    Fermeture des fichiers
           PERFORM FERM-FICH-E9N
           PERFORM FERM-FICH-E9P
           PERFORM FERM-FICH-S93

      *    Affichage du bilan de fin
           PERFORM AFFICH-BILAN-FIN

      *    Verdict : 8 si un document est illisible, 4 si les
      *    fichiers different, 0 s'ils sont identiques
           EVALUATE TRUE
              WHEN WS-Q-DOC-ILLISIBLE > ZERO
                 MOVE 8                TO RETURN-CODE
              WHEN VERDICT-ECART
                 MOVE 4                TO RETURN-CODE
              WHEN OTHER
                 MOVE 0                TO RETURN-CODE
           END-EVALUATE

      *    Fin du programme
           PERFORM FIN-PROGRAMME
           .

      *
      * ----------------------> NIVEAU 002
      *

      *----------------*
       DECOMP-LIGNE-XML.
      *----------------*

      *    Décomposition de la ligne XML : nature de la balise,
      *    nom, attributs et texte éventuels

           MOVE SPACES                  TO WS-L-NOM-BALISE
                                           WS-L-TEXTE-BALISE
                                           WS-L-ATTR-BALISE
           MOVE ZERO                    TO WS-N-DEB-BALISE
                                           WS-Q-NOM-BALISE
                                           WS-Q-TEXTE-BALISE
                                           WS-Q-ATTR-BALISE
           MOVE '?'                     TO WS-C-NATURE-BALISE
           MOVE SPACE                   TO TOP-BALISE-VIDE

      *    Longueur utile de la ligne
           MOVE 1000                    TO WS-Q-LIGNE
           PERFORM UNTIL WS-Q-LIGNE = ZERO
           OR WS-L-LIGNE-XML(WS-Q-LIGNE:1) NOT = SPACE
              SUBTRACT 1              FROM WS-Q-LIGNE
           END-PERFORM

      *    Position de la première balise
           PERFORM VARYING I FROM 1 BY 1
           UNTIL I > WS-Q-LIGNE
           OR WS-L-LIGNE-XML(I:1) = '<'
              CONTINUE
           END-PERFORM

           IF I > WS-Q-LIGNE
      *       Aucune balise sur la ligne
              CONTINUE
           ELSE
              MOVE I                    TO WS-N-DEB-BALISE

              EVALUATE TRUE

                 WHEN WS-L-LIGNE-XML(I + 1:1) = '?'
                    SET BALISE-DECLARATION TO TRUE

                 WHEN WS-L-LIGNE-XML(I + 1:1) = '/'
                    SET BALISE-FERMANTE TO TRUE
                    PERFORM EXTR-NOM-BALISE-FERM

                 WHEN OTHER
                    PERFORM EXTR-NOM-BALISE-OUVR
      *             Balise simple si fermeture sur la même ligne
      *             ou balise vide <nom/>
                    PERFORM EXTR-TEXTE-BALISE
                    IF BALISE-OUVRANTE AND BALISE-VIDE
                       SET BALISE-SIMPLE TO TRUE
                    END-IF

              END-EVALUATE
           END-IF
           .

      *--------------------*
       EXTR-NOM-BALISE-FERM.
      *--------------------*

      *    Extraction du nom d'une balise fermante </nom>
           MOVE ZERO                    TO WS-Q-NOM-BALISE
           PERFORM VARYING I FROM WS-N-DEB-BALISE BY 1
           UNTIL I > WS-Q-LIGNE
           OR WS-L-LIGNE-XML(I:1) = '>'
              CONTINUE
           END-PERFORM
           IF I > WS-Q-LIGNE
              SET BALISE-ILLISIBLE      TO TRUE
           ELSE
              COMPUTE WS-Q-NOM-BALISE
                    = I - WS-N-DEB-BALISE - 2
              IF WS-Q-NOM-BALISE < 1 OR WS-Q-NOM-BALISE > 80
                 SET BALISE-ILLISIBLE   TO TRUE
              ELSE
                 MOVE WS-L-LIGNE-XML(WS-N-DEB-BALISE + 2:
                                     WS-Q-NOM-BALISE)
                                        TO WS-L-NOM-BALISE
              END-IF
           END-IF
           .

      *--------------------*
       EXTR-NOM-BALISE-OUVR.
      *--------------------*

      *    Extraction du nom d'une balise ouvrante <nom ...> ;
      *    le nom s'arrête au premier espace (attributs) ou '>' ;
      *    les attributs sont conservés pour la comparaison
           MOVE ZERO                    TO WS-Q-NOM-BALISE
           PERFORM VARYING I FROM WS-N-DEB-BALISE BY 1
           UNTIL I > WS-Q-LIGNE
           OR WS-L-LIGNE-XML(I:1) = '>'
              CONTINUE
           END-PERFORM
           IF I > WS-Q-LIGNE
              SET BALISE-ILLISIBLE      TO TRUE
           ELSE
              SET BALISE-OUVRANTE       TO TRUE
              IF WS-L-LIGNE-XML(I - 1:1) = '/'
                 SET BALISE-VIDE        TO TRUE
              END-IF
              PERFORM VARYING J FROM WS-N-DEB-BALISE BY 1
              UNTIL J = I
              OR WS-L-LIGNE-XML(J:1) = ' '
                 CONTINUE
              END-PERFORM
              COMPUTE WS-Q-NOM-BALISE
                    = J - WS-N-DEB-BALISE - 1
              IF BALISE-VIDE AND J = I
                 SUBTRACT 1           FROM WS-Q-NOM-BALISE
              END-IF
              IF WS-Q-NOM-BALISE < 1 OR WS-Q-NOM-BALISE > 80
                 SET BALISE-ILLISIBLE   TO TRUE
              ELSE
                 MOVE WS-L-LIGNE-XML(WS-N-DEB-BALISE + 1:
                                     WS-Q-NOM-BALISE)
                                        TO WS-L-NOM-BALISE
              END-IF
              IF J < I
                 COMPUTE WS-Q-ATTR-BALISE = I - J - 1
                 IF BALISE-VIDE
                    SUBTRACT 1        FROM WS-Q-ATTR-BALISE
                 END-IF
                 IF WS-Q-ATTR-BALISE > 100
                    MOVE 100            TO WS-Q-ATTR-BALISE
                 END-IF
                 IF WS-Q-ATTR-BALISE > ZERO
                    MOVE WS-L-LIGNE-XML(J + 1:WS-Q-ATTR-BALISE)
                                        TO WS-L-ATTR-BALISE
                 END-IF
              END-IF
           END-IF
           .

      *-----------------*
       EXTR-TEXTE-BALISE.
      *-----------------*

      *    Pour une balise <nom>texte</nom> sur une seule ligne :
      *    qualification en balise simple et extraction du texte
      *    (tronqué à 255) ; I pointe sur le '>' de la balise
      *    ouvrante
           IF BALISE-OUVRANTE AND NOT BALISE-VIDE
              PERFORM VARYING J FROM I BY 1
              UNTIL J > WS-Q-LIGNE - 1
              OR (WS-L-LIGNE-XML(J:2) = '</')
                 CONTINUE
              END-PERFORM
              IF J <= WS-Q-LIGNE - 1
                 SET BALISE-SIMPLE      TO TRUE
                 COMPUTE WS-Q-TEXTE-BALISE
                       = J - I - 1
                 IF WS-Q-TEXTE-BALISE > 255
                    MOVE 255            TO WS-Q-TEXTE-BALISE
                 END-IF
                 IF WS-Q-TEXTE-BALISE > ZERO
                    MOVE WS-L-LIGNE-XML(I + 1:WS-Q-TEXTE-BALISE)
                                        TO WS-L-TEXTE-BALISE
                 END-IF
              END-IF
           END-IF
           .

      *--------------*
       EMPILE-BALISE.
      *--------------*

      *    Empilement d'une balise complexe ouvrante
           ADD 1                        TO WS-Q-PILE
           IF WS-Q-PILE > 200
      *       DEPASSEMENT PILE DES BALISES OUVERTES
              MOVE 9350                 TO WS-CODE-ABEND
              PERFORM TRAIT-ABEND
           END-IF
           MOVE WS-L-NOM-BALISE         TO WS-T-PILE-BALISE(WS-Q-PILE)
           .

      *--------------*
       DEPILE-BALISE.
      *--------------*

      *    Dépilement ; l'imbrication des balises est contrôlée par
      *    BFUSEL50 et, document par document, par MFUSXL00
           IF WS-Q-PILE > ZERO
              SUBTRACT 1              FROM WS-Q-PILE
           END-IF
           .

      *---------------*
       ACCUM-BLOC-DOC.
      *---------------*

      *    Accumulation de la ligne courante (hors indentation) dans
      *    le buffer du document en cours
           IF NOT BLOC-TROP-GRAND
              IF WS-Q-XML-BLOC
               + (WS-Q-LIGNE - WS-N-DEB-BALISE + 1) > 22000
                 SET BLOC-TROP-GRAND    TO TRUE
              ELSE
                 MOVE WS-L-LIGNE-XML(WS-N-DEB-BALISE:
                                     WS-Q-LIGNE - WS-N-DEB-BALISE + 1)
                   TO WS-L-XML-BLOC(WS-Q-XML-BLOC + 1:
                                    WS-Q-LIGNE - WS-N-DEB-BALISE + 1)
                 ADD WS-Q-LIGNE         TO WS-Q-XML-BLOC
                 SUBTRACT WS-N-DEB-BALISE
                                      FROM WS-Q-XML-BLOC
                 ADD 1                  TO WS-Q-XML-BLOC
              END-IF
           END-IF
           .

      *---------------*
       PARSE-BLOC-DOC.
      *---------------*

      *    Re-parsing du document complet par MFUSXL00 ; toutes les
      *    fonctions sont désactivées, seul le PARSE-XML du module
      *    contrôle la structure ; un document illisible est édité
      *    mais reste comparé
           IF BLOC-TROP-GRAND
              ADD 1                     TO WS-Q-DOC-NON-PARSE
           ELSE
              PERFORM INIT-XL93-FONC-IN
              MOVE WS-Q-XML-BLOC        TO XL93-Q-XML-BRUTE
              MOVE WS-L-XML-BLOC        TO XL93-L-XML-BRUTE
              PERFORM SQ-APPEL-XL93
              IF XL93-CODE-RETOUR NOT = ZERO
                 ADD 1                  TO WS-Q-DOC-ILLISIBLE
                 IF ORIGINE-REFERENCE
                    MOVE 'REFERENCE'    TO WS-ILL-L-ORIGINE
                 ELSE
                    MOVE 'NOUVEAU'      TO WS-ILL-L-ORIGINE
                 END-IF
                 MOVE WS-DOC-N-LIGNE    TO WS-ILL-N-LIGNE
                 MOVE WS-DOC-L-ELEMENT  TO WS-ILL-L-ELEMENT
                 MOVE XL93-L-C-RET      TO WS-ILL-L-MOTIF
                 MOVE WS-EDIT-ILLISIBLE TO FD-DFUSLS93
                 PERFORM ECRT-FICH-S93
              END-IF
           END-IF
           .

      *-----------------*
       INIT-XL93-FONC-IN.
      *-----------------*

      *    Initialisation de la zone d'échange MFUSXL00 : aucune
      *    fonction de transformation demandée
           MOVE SPACE                   TO XL93-G-FCT-APPL
           MOVE SPACE                   TO XL93-G-FCT-PARAM-IN
           MOVE '0'                     TO XL93-B-INDT
           MOVE '0'                     TO XL93-B-NMSP
           MOVE '0'                     TO XL93-B-XSD
           MOVE '0'                     TO XL93-B-PRFX
           MOVE '0'                     TO XL93-B-ATTR
           MOVE '0'                     TO XL93-B-TEXT
           MOVE '0'                     TO XL93-B-VIDE
           MOVE '0'                     TO XL93-B-RESV
           MOVE '0'                     TO XL93-B-DECL
           MOVE '0'                     TO XL93-B-DCOP
           MOVE ZERO                    TO XL93-Q-XML-BRUTE
           MOVE SPACE                   TO XL93-L-XML-BRUTE
           .

      *---------------*
       OUVR-FICH-E9N.
      *---------------*

           OPEN INPUT DFUSLE9N
           IF FS-E9N  NOT = '00'
              MOVE 9311               TO WS-CODE-ABEND
              PERFORM TRAIT-ABEND
           END-IF
           .

      *---------------*
       LECT-FICH-E9N.
      *---------------*

           READ DFUSLE9N
           END-READ
           EVALUATE FS-E9N
              WHEN '00'
                 MOVE  FD-DFUSLE9N          TO WS-L-LIGNE-XML
                 ADD   1                    TO WS-NB-LECT-E9N
              WHEN '10'
                 SET  FIN-E9N               TO TRUE
              WHEN OTHER
                 MOVE 9312                  TO WS-CODE-ABEND
                 PERFORM TRAIT-ABEND
           END-EVALUATE
           .

      *---------------*
       FERM-FICH-E9N.
      *---------------*

           CLOSE DFUSLE9N
           IF FS-E9N  NOT = '00'
              MOVE 9313               TO WS-CODE-ABEND
              PERFORM TRAIT-ABEND
           END-IF
           .

      *---------------*
       OUVR-FICH-E9P.
      *---------------*

           OPEN INPUT DFUSLE9P
           IF FS-E9P  NOT = '00'
              MOVE 9321               TO WS-CODE-ABEND
              PERFORM TRAIT-ABEND
           END-IF
           .

      *---------------*
       LECT-FICH-E9P.
      *---------------*

           READ DFUSLE9P
           END-READ
           EVALUATE FS-E9P
              WHEN '00'
                 MOVE  FD-DFUSLE9P          TO WS-L-LIGNE-XML
                 ADD   1                    TO WS-NB-LECT-E9P
              WHEN '10'
                 SET  FIN-E9P               TO TRUE
              WHEN OTHER
                 MOVE 9322                  TO WS-CODE-ABEND
                 PERFORM TRAIT-ABEND
           END-EVALUATE
           .

      *---------------*
       FERM-FICH-E9P.
      *---------------*

           CLOSE DFUSLE9P
           IF FS-E9P  NOT = '00'
              MOVE 9323               TO WS-CODE-ABEND
              PERFORM TRAIT-ABEND
           END-IF
           .

      *---------------*
       OUVR-FICH-S93.
      *---------------*

           OPEN OUTPUT DFUSLS93
           IF FS-S93  NOT = '00'
              MOVE 9331               TO WS-CODE-ABEND
              PERFORM TRAIT-ABEND
           END-IF
           .

      *---------------*
       ECRT-FICH-S93.
      *---------------*

           WRITE FD-DFUSLS93
           END-WRITE
           IF FS-S93    NOT = '00'
               MOVE 9332               TO WS-CODE-ABEND
               PERFORM TRAIT-ABEND
           ELSE
               ADD 1 TO WS-NB-ECRT-S93
           END-IF
           .

      *---------------*
       FERM-FICH-S93.
      *---------------*

           CLOSE DFUSLS93
           IF FS-S93  NOT = '00'
              MOVE 9333               TO WS-CODE-ABEND
              PERFORM TRAIT-ABEND
           END-IF
           .

      *--------------*
       TRAIT-ABEND.
      *--------------*
      * GESTION DES ABENDS DU PROGRAMME

           MOVE 'BFUSEL93'             TO      INAB-C-PGM-APPEL
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
              WHEN 9311
              WHEN 9312
              WHEN 9313
                 MOVE 'PB ACCES FICHIER DFUSLE9N'
                                       TO      WS-LIGNE-ANO21
              WHEN 9321
              WHEN 9322
              WHEN 9323
                 MOVE 'PB ACCES FICHIER DFUSLE9P'
                                       TO      WS-LIGNE-ANO21
              WHEN 9331
              WHEN 9332
              WHEN 9333
                 MOVE 'PB ACCES FICHIER DFUSLS93'
                                       TO      WS-LIGNE-ANO21
              WHEN 9340
                 MOVE 'PB TRI INTERNE (SORT-RETURN NON NUL)'
                                       TO      WS-LIGNE-ANO21
              WHEN 9350
                 MOVE 'DEPASSEMENT PILE DES BALISES OUVERTES'
                                       TO      WS-LIGNE-ANO21
              WHEN 9351
                 MOVE 'DEPASSEMENT TABLE DES ELEMENTS DU DOCUMENT'
                                       TO      WS-LIGNE-ANO21
              WHEN 9352
                 MOVE 'DEPASSEMENT TABLE DES DOCUMENTS CORRIGES'
                                       TO      WS-LIGNE-ANO21
              WHEN 9353
                 MOVE 'DEPASSEMENT TABLE DES DocTypeIndic'
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
           MOVE 'BFUSEL93'              TO BILA-C-PGM-APPEL
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
           MOVE '*    WS-NB-LECT-E9N             :
      -    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE WS-NB-LECT-E9N           TO BILA-L-DISP(WS-DISP)(45:9)
           ADD  1                        TO WS-DISP
           MOVE '*    WS-NB-LECT-E9P             :
      -    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE WS-NB-LECT-E9P           TO BILA-L-DISP(WS-DISP)(45:9)
           ADD  1                        TO WS-DISP
           MOVE '*    WS-Q-DOC-ANC               :
      -    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE WS-Q-DOC-ANC             TO BILA-L-DISP(WS-DISP)(45:9)
           ADD  1                        TO WS-DISP
           MOVE '*    WS-Q-DOC-NOU               :
      -    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE WS-Q-DOC-NOU             TO BILA-L-DISP(WS-DISP)(45:9)
           ADD  1                        TO WS-DISP
           MOVE '*    WS-Q-DOC-ILLISIBLE         :
      -    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE WS-Q-DOC-ILLISIBLE       TO BILA-L-DISP(WS-DISP)(45:9)
           ADD  1                        TO WS-DISP
           MOVE '*    WS-Q-ECARTS                :
      -    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE WS-Q-ECARTS              TO BILA-L-DISP(WS-DISP)(45:9)
           ADD  1                        TO WS-DISP
           MOVE '*    WS-NB-ECRT-S93             :
      -    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE WS-NB-ECRT-S93           TO BILA-L-DISP(WS-DISP)(45:9)
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

      * Procedure appel MFUSXL00
        COPY CANAAAPP REPLACING  'MODULE'    BY  'MFUSXL00',
                                 'VERSION'   BY 01,
                                 ==(PREF)==  BY  ==XL93==,
                                 'MODE'      BY 'RIEN'.
       END PROGRAM BFUSEL93.
