      *                 reglementaire de six ans est portee par la     *
      *                 date d'archivage inscrite dans chaque          *
      *                 enregistrement (epuration par campagne).       *
152600*                 Chaque document archive recoit un              *
152600*                 enregistrement d'empreinte SHA-256 (ligne      *
152600*                 00000, module MFUSHA00) et chaque package      *
152600*                 (fichier entier et, s'il a ete coupe, chaque   *
152600*                 message) l'empreinte de son payload sous le    *
152600*                 DocRefId conventionnel '*EMPREINTE*' (copy     *
152600*                 CFUSEMPR), rapprochee de celle du manifeste    *
152600*                 BFUSEL60 quand il est fourni (DFUSLE83) :      *
152600*                 BFUSEL81 les recalcule a la restitution.       *
      *                                                                *
      * MODULES UTILISES :                                             *
      *________________________________________________________________*
      * MCCDINAB | Module de gestion des ABENDS            |  CCCDINAB *
      * MCCDBILA | Module de gestion des affichages        |  CCCDBILA *
      * MGDATR03 | Module de manipulation des dates        |  CZGDA03  *
152600* MFUSHA00 | Module d'empreinte SHA-256              |  CFUSHA00 *
      *__________|_________________________________________|___________*
      *                                                                *
      * Fichiers manipulés :                                           *
      *__________|______________________________________|___|__________*
      * DFUSLE81 | Fichier XML DFUSLS21 a archiver      | E |          *
      * DFUSLE82 | Journal d'audit DFUSLS22             | E |          *
152600* DFUSLE83 | Manifestes BFUSEL60 (DFUSLS63) de la | E |          *
152600*          | campagne, facultatif                 |   |          *
      * DFUSLR02 | Magasin d'archivage indexe (VSAM)    | S |          *
152450* DFUSLR04 | Index croise compte/client (VSAM)    | S |          *
152600*          | (+ empreintes DFUSLR02 : CFUSEMPR)   |   | CFUSEMPR *
      *__________|______________________________________|___|__________*
      *                                                                *
      * Liste des ABENDS émis  par le programme :                      *
      *   8033   | PB FERMETURE MAGASIN DFUSLR02                       *
      *   8040   | SYSIN INVALIDE (ANNEE FISCALE)                      *
      *   8041   | FICHIER XML PLUS COURT QUE LE JOURNAL D'AUDIT       *
152600*   8042   | EMPREINTE DU FICHIER ARCHIVE DIFFERENTE DE CELLE DU *
152600*          | MANIFESTE BFUSEL60 (FICHIER NON TRANSMIS TEL QUEL)  *
152600*   8043   | PB APPEL MODULE MFUSHA00                            *
152600*   8044   | DEPASSEMENT TABLE DES MANIFESTES OU DES SEGMENTS    *
152450*   8051   | PB OUVERTURE INDEX DFUSLR04                         *
152450*   8052   | PB ECRITURE  INDEX DFUSLR04                         *
152450*   8053   | PB FERMETURE INDEX DFUSLR04                         *
152600*   8061   | PB OUVERTURE FICHIER DFUSLE83                       *
152600*   8062   | PB LECTURE   FICHIER DFUSLE83                       *
152600*   8063   | PB FERMETURE FICHIER DFUSLE83                       *
      *__________|_____________________________________________________*
      *                                                                *
      * Historique des modifications :                                 *
152450*        !          !        !DocRefId (REFERENCE BLOC) POUR LA  *
152450*        !          !        !RESTITUTION PAR COMPTE OU CLIENT   *
152450*        !          !        !DE BFUSEL81                        *
      *----------------------------------------------------------------*
152600*  MCHA  !19/12/2016!20152600!EMPREINTES SHA-256 (MFUSHA00) PAR  *
152600*        !          !        !DOCUMENT (LIGNE 00000) ET PAR      *
152600*        !          !        !PACKAGE ('*EMPREINTE*'), CONTROLE  *
152600*        !          !        !CONTRE LE MANIFESTE BFUSEL60       *
152600*        !          !        !(DFUSLE83 FACULTATIF)              *
      ******************************************************************

       ENVIRONMENT DIVISION.
           SELECT DFUSLE82 ASSIGN             TO DFUSLE82
           FILE STATUS FS-E82.

152600*
152600* Manifestes BFUSEL60 de la campagne (facultatif)
152600*
152600     SELECT OPTIONAL DFUSLE83 ASSIGN    TO DFUSLE83
152600     FILE STATUS FS-E83.

      *
      * Magasin d'archivage indexe (six ans de retention)
      *

       01  FD-DFUSLE82              PIC  X(1500).

152600 FD  DFUSLE83
152600     LABEL RECORD STANDARD
152600     RECORDING MODE F
152600     BLOCK CONTAINS 0 RECORDS.

152600 01  FD-DFUSLE83              PIC  X(200).

       FD  DFUSLR02.
       01  ENR-DFUSLR02.
           05 ARC-CLE.
            05  WS-AUD-Q-NB-ENR          PIC 9(09).
152340      05  FILLER                   PIC X(1347).

152600*    Enregistrement du manifeste de transmission BFUSEL60 ;
152600*    seule l'entete 'TET' est exploitee
152600 01   WS-ENR-MANIF.
152600      05  WS-MNF-C-TYPE-ENR        PIC X(03).
152600          88  ENR-MANIF-TET                  VALUE 'TET'.
152600      05  WS-MNF-L-NOM-FICHIER     PIC X(44).
152600      05  WS-MNF-I-REF-GIIN        PIC X(20).
152600      05  WS-MNF-A-FISCALE         PIC X(04).
152600      05  WS-MNF-C-ENV             PIC X(01).
152600      05  WS-MNF-Q-NB-DOCREF       PIC 9(09).
152600      05  WS-MNF-N-SEGMENT         PIC 9(02).
152600      05  WS-MNF-C-EMPREINTE       PIC X(64).
152600      05  FILLER                   PIC X(53).

152600*    Enregistrement d'empreinte du magasin (ligne 00000 d'un
152600*    document, ou DocRefId '*EMPREINTE*' d'un package)
152600  COPY CFUSEMPR REPLACING ==(P)== BY ==EMP==.

      *   Paramètre SYSIN : année fiscale de la campagne
       01 SYSIN-80.
          05 SYSIN-A-FISCALE            PIC X(04) VALUE SPACES.
152450 01 WS-I-UNIQ-KPI-DOC            PIC X(17) VALUE SPACES.
       01 I                            PIC 9(08) BINARY VALUE ZERO.

152600*   Calculs d'empreinte menes de front : contextes MFUSHA00
152600*   du fichier entier, du message (segment) courant, du
152600*   document courant et du pseudo-document '*FIN-DE-MESSAGE*'
152600 01 WS-T-CTX-EMPR.
152600    05 WS-CTX-EMPR               PIC X(204) OCCURS 4.
152600 01 WS-I-CTX                     PIC 9(01) VALUE ZERO.
152600    88 CTX-FICHIER                          VALUE 1.
152600    88 CTX-SEGMENT                          VALUE 2.
152600    88 CTX-DOCUMENT                         VALUE 3.
152600    88 CTX-FIN-MESSAGE                      VALUE 4.

152600*   GIIN du pseudo-document '*FIN-DE-MESSAGE*' de la campagne
152600 01 WS-I-REF-GIIN-FIN            PIC X(20) VALUE SPACES.

152600*   Empreintes des messages du fichier (coupure BFUSEL20 : un
152600*   message se clot sur son bloc '*FIN-DE-MESSAGE*', le dernier
152600*   court jusqu'a la fin physique) et du fichier entier
152600 01 WS-N-SEG-COURANT             PIC 9(02) VALUE 1.
152600 01 WS-Q-SEG                     PIC 9(02) VALUE ZERO.
152600 01 WS-I-SEG                     PIC 9(02) VALUE ZERO.
152600 01 WS-T-SEG.
152600    05 WS-T-SEG-LIG              OCCURS 99.
152600       10 WS-T-SEG-C-EMPREINTE   PIC X(64).
152600       10 WS-T-SEG-Q-NB-LIGNE    PIC 9(09).
152600 01 WS-C-EMPREINTE-FIC           PIC X(64) VALUE SPACES.
152600 01 WS-Q-LIGNE-FIC               PIC 9(09) VALUE ZERO.

152600*   Empreinte de package a archiver : segment (00 = fichier
152600*   entier), empreinte et nombre de lignes
152600 01 WS-N-SEG-EMPR                PIC 9(02) VALUE ZERO.
152600 01 WS-C-EMPREINTE-EMPR          PIC X(64) VALUE SPACES.
152600 01 WS-Q-LIGNE-EMPR              PIC 9(09) VALUE ZERO.

152600*   Numerotation continue du pseudo-document '*EMPREINTE*'
152600*   (un enregistrement par package, campagnes successives)
152600 01 WS-N-LIGNE-EMPR-CUM          PIC 9(05) VALUE ZERO.

152600*   Table des entetes de manifestes BFUSEL60 (GIIN, annee,
152600*   segment, empreinte, nom de fichier IDES)
152600 01 WS-Q-MNF                     PIC 9(03) VALUE ZERO.
152600 01 WS-I-MNF                     PIC 9(03) VALUE ZERO.
152600 01 WS-I-MNF-TROUVE              PIC 9(03) VALUE ZERO.
152600 01 WS-T-MNF.
152600    05 WS-T-MNF-LIG              OCCURS 100.
152600       10 WS-T-MNF-I-REF-GIIN    PIC X(20).
152600       10 WS-T-MNF-A-FISCALE     PIC X(04).
152600       10 WS-T-MNF-N-SEGMENT     PIC 9(02).
152600       10 WS-T-MNF-C-EMPREINTE   PIC X(64).
152600       10 WS-T-MNF-L-NOM-FICHIER PIC X(44).

      ***  LES CODES RETOUR DES DIFFéRENTS FICHIERS
       01  FS-E81                      PIC X(02) VALUE SPACES.
       01  FS-E82                      PIC X(02) VALUE SPACES.
152600 01  FS-E83                      PIC X(02) VALUE SPACES.
       01  FS-R02                      PIC X(02) VALUE SPACES.
152450 01  FS-R04                      PIC X(02) VALUE SPACES.

       01 WS-NB-ECRT-R02               PIC 9(9) VALUE ZEROES.
       01 WS-Q-DOC-ARCHIVES            PIC 9(9) VALUE ZEROES.
152450 01 WS-NB-ECRT-R04               PIC 9(9) VALUE ZEROES.
152600 01 WS-NB-LECT-E83               PIC 9(9) VALUE ZEROES.
152600 01 WS-NB-ECRT-EMPR              PIC 9(9) VALUE ZEROES.
152600 01 WS-Q-EMPR-CONTROLEE          PIC 9(9) VALUE ZEROES.

      *   Booléens de fin de fichier
       01 TOP-FIN-DFUSLE81             PIC X(1)  VALUE SPACE.
          88 FIN-DFUSLE81                        VALUE 'O'.
       01 TOP-FIN-DFUSLE82             PIC X(1)  VALUE SPACE.
          88 FIN-DFUSLE82                        VALUE 'O'.
152600 01 TOP-FIN-DFUSLE83             PIC X(1)  VALUE SPACE.
152600    88 FIN-DFUSLE83                        VALUE 'O'.

      *   Variable numérique de code ABEND
       01 WS-CODE-ABEND                PIC 9(4) VALUE ZERO.
      * COPY du module MGDATR03
        COPY CZGDA03.

152600* Description de la zone de communication avec MFUSHA00
152600  COPY CFUSHA00 REPLACING ==(PREF)== BY ==HA80==.

      *****************************************************************
      *            P R O C E D U R E   D I V I S I O N                *
      *****************************************************************
      *    Lignes de fermeture communes restantes
           PERFORM ARCH-LIGNES-FIN

152600*    Empreintes du pseudo-document de fermeture et des
152600*    packages de la campagne
152600     PERFORM ARCH-EMPREINTES

      *    Finalisation du traitement
           PERFORM FIN-TRAIT
           .
           PERFORM OUVR-FICH-E82
           PERFORM OUVR-FICH-R02
152450     PERFORM OUVR-FICH-R04
152600     PERFORM OUVR-FICH-E83

152600*    Manifestes BFUSEL60 et calculs d'empreinte du fichier
152600*    entier et de son premier message
152600     PERFORM CHRG-TAB-MANIF
152600     SET CTX-FICHIER             TO TRUE
152600     PERFORM HACH-INIT
152600     SET CTX-SEGMENT             TO TRUE
152600     PERFORM HACH-INIT
           .

      *--------------*
           MOVE ZERO                   TO WS-N-LIGNE-DOC
152450*       Index croise compte/client du document archive
152450        PERFORM INDEX-DOCUMENT
152600*       Empreinte du document, sur ses seules lignes
152600        SET CTX-DOCUMENT         TO TRUE
152600        PERFORM HACH-INIT
152320     END-IF

           PERFORM WS-AUD-Q-NB-LIGNE TIMES

152320     IF WS-AUD-I-DOCREFID = '*FIN-DE-MESSAGE*'
152320        MOVE WS-N-LIGNE-DOC      TO WS-N-LIGNE-FIN-CUM
152600*       Le bloc de fermeture clot le message courant
152600        PERFORM CLOT-SEGMENT
152600     ELSE
152600        PERFORM ECRT-EMPR-DOCUMENT
152320     END-IF
           .

           PERFORM FERM-FICH-E82
           PERFORM FERM-FICH-R02
152450     PERFORM FERM-FICH-R04
152600     PERFORM FERM-FICH-E83

           PERFORM RECUP-DATE-HEURE-FIN
           PERFORM AFFICH-BILAN-FIN

152330     SET FIN-SCANNE              TO TRUE

152600*    L'empreinte du pseudo-document couvre toutes ses lignes,
152600*    celles des campagnes precedentes comprises
152600     MOVE WS-AUD-I-REF-GIIN      TO WS-I-REF-GIIN-FIN
152600     SET CTX-FIN-MESSAGE         TO TRUE
152600     PERFORM HACH-INIT

152330     MOVE WS-AUD-I-REF-GIIN      TO ARC-I-REF-GIIN
152330     MOVE SYSIN-A-FISCALE        TO ARC-A-FISCALE
152330     MOVE '*FIN-DE-MESSAGE*'     TO ARC-I-DOCREFID
152330           AND ARC-A-FISCALE = SYSIN-A-FISCALE
152330           AND ARC-I-DOCREFID = '*FIN-DE-MESSAGE*'
152330              MOVE ARC-N-LIGNE   TO WS-N-LIGNE-FIN-CUM
152600              IF ARC-N-LIGNE > ZERO
152600                 MOVE ARC-L-LIGNE-XML
152600                                 TO HA80-L-DONNEE
152600                 PERFORM HACH-AJOUT
152600              END-IF
152330           ELSE
152330              MOVE '10'          TO FS-R02
152330           END-IF
152450     END-IF
152450     .

152600*----------------*
152600 ARCH-EMPREINTES.
152600*----------------*

152600*    Empreinte du pseudo-document '*FIN-DE-MESSAGE*' (reecrite
152600*    a chaque campagne, elle couvre toutes ses lignes)
152600     SET CTX-FIN-MESSAGE         TO TRUE
152600     PERFORM HACH-CLOT
152600     IF HA80-Q-NB-ENR > ZERO
152600        MOVE SPACES              TO EMP-ENR-EMPREINTE
152600        SET EMP-EMPR-DOCUMENT    TO TRUE
152600        MOVE 'SHA-256'           TO EMP-C-ALGO
152600        MOVE HA80-C-EMPREINTE    TO EMP-C-EMPREINTE
152600        MOVE HA80-Q-NB-ENR       TO EMP-Q-NB-LIGNE
152600        MOVE ZERO                TO EMP-N-SEGMENT
152600        MOVE WS-D-H-TRT          TO EMP-D-HORODATAGE
152600        MOVE WS-I-REF-GIIN-FIN   TO ARC-I-REF-GIIN
152600        MOVE SYSIN-A-FISCALE     TO ARC-A-FISCALE
152600        MOVE '*FIN-DE-MESSAGE*'  TO ARC-I-DOCREFID
152600        MOVE ZERO                TO ARC-N-LIGNE
152600        MOVE WS-D-ARCHIVAGE      TO ARC-D-ARCHIVAGE
152600        MOVE SPACES              TO ARC-C-DOCTYPEINDIC
152600        MOVE EMP-ENR-EMPREINTE   TO ARC-L-LIGNE-XML
152600        WRITE ENR-DFUSLR02
152600        END-WRITE
152600        IF FS-R02 = '22'
152600           REWRITE ENR-DFUSLR02
152600           END-REWRITE
152600        END-IF
152600        IF FS-R02 NOT = '00' AND '02'
152600           MOVE 8032             TO WS-CODE-ABEND
152600           PERFORM TRAIT-ABEND
152600        END-IF
152600        ADD 1                    TO WS-NB-ECRT-EMPR
152600     END-IF

152600*    Dernier message (jusqu'a la fin physique) et fichier
152600*    entier
152600     PERFORM CLOT-SEGMENT
152600     SET CTX-FICHIER             TO TRUE
152600     PERFORM HACH-CLOT
152600     MOVE HA80-C-EMPREINTE       TO WS-C-EMPREINTE-FIC
152600     MOVE HA80-Q-NB-ENR          TO WS-Q-LIGNE-FIC

152600*    Empreintes des packages : le fichier entier (segment
152600*    00) et, s'il a ete coupe, chacun de ses messages
152600     PERFORM POSIT-EMPREINTE
152600     MOVE ZERO                   TO WS-N-SEG-EMPR
152600     MOVE WS-C-EMPREINTE-FIC     TO WS-C-EMPREINTE-EMPR
152600     MOVE WS-Q-LIGNE-FIC         TO WS-Q-LIGNE-EMPR
152600     PERFORM ECRT-EMPR-PACKAGE
152600     IF WS-Q-SEG > 1
152600        PERFORM VARYING WS-I-SEG FROM 1 BY 1
152600        UNTIL WS-I-SEG > WS-Q-SEG
152600           MOVE WS-I-SEG         TO WS-N-SEG-EMPR
152600           MOVE WS-T-SEG-C-EMPREINTE(WS-I-SEG)
152600                                 TO WS-C-EMPREINTE-EMPR
152600           MOVE WS-T-SEG-Q-NB-LIGNE(WS-I-SEG)
152600                                 TO WS-Q-LIGNE-EMPR
152600           PERFORM ECRT-EMPR-PACKAGE
152600        END-PERFORM
152600     END-IF
152600     .

152600*-------------*
152600 CLOT-SEGMENT.
152600*-------------*

152600*    Cloture de l'empreinte du message courant (s'il a des
152600*    lignes) et ouverture de celle du message suivant
152600     SET CTX-SEGMENT             TO TRUE
152600     MOVE WS-CTX-EMPR(WS-I-CTX)  TO HA80-FONC-IN-OUT
152600     IF HA80-Q-NB-ENR > ZERO
152600        PERFORM HACH-CLOT
152600        ADD 1                    TO WS-Q-SEG
152600        IF WS-Q-SEG > 99
152600*          DEPASSEMENT TABLE DES SEGMENTS
152600           MOVE 8044             TO WS-CODE-ABEND
152600           PERFORM TRAIT-ABEND
152600        END-IF
152600        MOVE HA80-C-EMPREINTE
152600                       TO WS-T-SEG-C-EMPREINTE(WS-Q-SEG)
152600        MOVE HA80-Q-NB-ENR
152600                       TO WS-T-SEG-Q-NB-LIGNE(WS-Q-SEG)
152600        ADD 1                    TO WS-N-SEG-COURANT
152600        PERFORM HACH-INIT
152600     END-IF
152600     .

152600*-------------------*
152600 ECRT-EMPR-DOCUMENT.
152600*-------------------*

152600*    Enregistrement d'empreinte du document archive, sous son
152600*    DocRefId et le numero de ligne 00000
152600     SET CTX-DOCUMENT            TO TRUE
152600     PERFORM HACH-CLOT
152600     MOVE SPACES                 TO EMP-ENR-EMPREINTE
152600     SET EMP-EMPR-DOCUMENT       TO TRUE
152600     MOVE 'SHA-256'              TO EMP-C-ALGO
152600     MOVE HA80-C-EMPREINTE       TO EMP-C-EMPREINTE
152600     MOVE HA80-Q-NB-ENR          TO EMP-Q-NB-LIGNE
152600     MOVE WS-N-SEG-COURANT       TO EMP-N-SEGMENT
152600     MOVE WS-D-H-TRT             TO EMP-D-HORODATAGE

152600     MOVE WS-AUD-I-REF-GIIN      TO ARC-I-REF-GIIN
152600     MOVE SYSIN-A-FISCALE        TO ARC-A-FISCALE
152600     MOVE WS-AUD-I-DOCREFID      TO ARC-I-DOCREFID
152600     MOVE ZERO                   TO ARC-N-LIGNE
152600     MOVE WS-AUD-C-DOCTYPEINDIC  TO ARC-C-DOCTYPEINDIC
152600     PERFORM ECRT-EMPR-R02
152600     .

152600*------------------*
152600 ECRT-EMPR-PACKAGE.
152600*------------------*

152600*    Enregistrement d'empreinte d'un package, rapproche de
152600*    l'entete du manifeste BFUSEL60 du meme GIIN/annee/segment
152600*    (un fichier non coupe peut avoir ete package en segment
152600*    00 ou 01) : toute divergence signifie que le fichier
152600*    archive n'est pas celui qui a ete transmis
152600     MOVE SPACES                 TO EMP-ENR-EMPREINTE
152600     SET EMP-EMPR-PACKAGE        TO TRUE
152600     MOVE 'SHA-256'              TO EMP-C-ALGO
152600     MOVE WS-C-EMPREINTE-EMPR    TO EMP-C-EMPREINTE
152600     MOVE WS-Q-LIGNE-EMPR        TO EMP-Q-NB-LIGNE
152600     MOVE WS-N-SEG-EMPR          TO EMP-N-SEGMENT
152600     MOVE WS-D-H-TRT             TO EMP-D-HORODATAGE
152600     MOVE 'N'                    TO EMP-C-CONTROLE

152600     MOVE ZERO                   TO WS-I-MNF-TROUVE
152600     PERFORM VARYING WS-I-MNF FROM 1 BY 1
152600     UNTIL WS-I-MNF > WS-Q-MNF
152600        IF WS-T-MNF-I-REF-GIIN(WS-I-MNF) = WS-I-REF-GIIN-FIN
152600        AND WS-T-MNF-A-FISCALE(WS-I-MNF) = SYSIN-A-FISCALE
152600           IF WS-T-MNF-N-SEGMENT(WS-I-MNF) = WS-N-SEG-EMPR
152600           OR (WS-N-SEG-EMPR = ZERO
152600           AND WS-Q-SEG = 1
152600           AND WS-T-MNF-N-SEGMENT(WS-I-MNF) = 1)
152600              MOVE WS-I-MNF      TO WS-I-MNF-TROUVE
152600           END-IF
152600        END-IF
152600     END-PERFORM

152600     IF WS-I-MNF-TROUVE > ZERO
152600        IF WS-T-MNF-C-EMPREINTE(WS-I-MNF-TROUVE)
152600           NOT = WS-C-EMPREINTE-EMPR
152600*          FICHIER ARCHIVE DIFFERENT DU PAYLOAD TRANSMIS
152600           MOVE 8042             TO WS-CODE-ABEND
152600           PERFORM TRAIT-ABEND
152600        END-IF
152600        SET EMP-CONTROLE-MANIF   TO TRUE
152600        MOVE WS-T-MNF-L-NOM-FICHIER(WS-I-MNF-TROUVE)
152600                                 TO EMP-L-NOM-FICHIER
152600        ADD 1                    TO WS-Q-EMPR-CONTROLEE
152600     END-IF

152600     ADD 1                       TO WS-N-LIGNE-EMPR-CUM
152600     MOVE WS-I-REF-GIIN-FIN      TO ARC-I-REF-GIIN
152600     MOVE SYSIN-A-FISCALE        TO ARC-A-FISCALE
152600     MOVE '*EMPREINTE*'          TO ARC-I-DOCREFID
152600     MOVE WS-N-LIGNE-EMPR-CUM    TO ARC-N-LIGNE
152600     MOVE SPACES                 TO ARC-C-DOCTYPEINDIC
152600     PERFORM ECRT-EMPR-R02
152600     .

152600*----------------*
152600 POSIT-EMPREINTE.
152600*----------------*

152600*    Reprise de la numerotation du pseudo-document
152600*    '*EMPREINTE*' derriere le dernier package deja archive
152600*    pour ce GIIN/annee
152600     MOVE WS-I-REF-GIIN-FIN      TO ARC-I-REF-GIIN
152600     MOVE SYSIN-A-FISCALE        TO ARC-A-FISCALE
152600     MOVE '*EMPREINTE*'          TO ARC-I-DOCREFID
152600     MOVE ZERO                   TO ARC-N-LIGNE

152600     START DFUSLR02 KEY NOT < ARC-CLE
152600     END-START
152600     EVALUATE FS-R02
152600        WHEN '00'
152600           CONTINUE
152600        WHEN '23'
152600           MOVE '10'             TO FS-R02
152600        WHEN OTHER
152600           MOVE 8032             TO WS-CODE-ABEND
152600           PERFORM TRAIT-ABEND
152600     END-EVALUATE

152600     PERFORM UNTIL FS-R02 NOT = '00'
152600        READ DFUSLR02 NEXT
152600        END-READ
152600        IF FS-R02 = '00'
152600           IF ARC-I-REF-GIIN = WS-I-REF-GIIN-FIN
152600           AND ARC-A-FISCALE = SYSIN-A-FISCALE
152600           AND ARC-I-DOCREFID = '*EMPREINTE*'
152600              MOVE ARC-N-LIGNE   TO WS-N-LIGNE-EMPR-CUM
152600           ELSE
152600              MOVE '10'          TO FS-R02
152600           END-IF
152600        END-IF
152600     END-PERFORM
152600     .

152600*--------------*
152600 ECRT-EMPR-R02.
152600*--------------*

152600*    Ecriture d'un enregistrement d'empreinte (la cle est
152600*    posee par l'appelant)
152600     MOVE WS-D-ARCHIVAGE         TO ARC-D-ARCHIVAGE
152600     MOVE EMP-ENR-EMPREINTE      TO ARC-L-LIGNE-XML

152600     WRITE ENR-DFUSLR02
152600     END-WRITE
152600     IF FS-R02 NOT = '00' AND '02'
152600        MOVE 8032               TO WS-CODE-ABEND
152600        PERFORM TRAIT-ABEND
152600     END-IF
152600     ADD 1                      TO WS-NB-ECRT-EMPR
152600     .

152600*---------------*
152600 CHRG-TAB-MANIF.
152600*---------------*

152600*    Chargement des entetes 'TET' des manifestes BFUSEL60
152600     PERFORM UNTIL FIN-DFUSLE83
152600        PERFORM LECT-FICH-E83
152600        IF NOT FIN-DFUSLE83
152600           IF ENR-MANIF-TET
152600              ADD 1              TO WS-Q-MNF
152600              IF WS-Q-MNF > 100
152600*                DEPASSEMENT TABLE DES MANIFESTES
152600                 MOVE 8044       TO WS-CODE-ABEND
152600                 PERFORM TRAIT-ABEND
152600              END-IF
152600              MOVE WS-MNF-I-REF-GIIN
152600                       TO WS-T-MNF-I-REF-GIIN(WS-Q-MNF)
152600              MOVE WS-MNF-A-FISCALE
152600                       TO WS-T-MNF-A-FISCALE(WS-Q-MNF)
152600              MOVE WS-MNF-N-SEGMENT
152600                       TO WS-T-MNF-N-SEGMENT(WS-Q-MNF)
152600              MOVE WS-MNF-C-EMPREINTE
152600                       TO WS-T-MNF-C-EMPREINTE(WS-Q-MNF)
152600              MOVE WS-MNF-L-NOM-FICHIER
152600                       TO WS-T-MNF-L-NOM-FICHIER(WS-Q-MNF)
152600           END-IF
152600        END-IF
152600     END-PERFORM
152600     .

152600*----------*
152600 HACH-INIT.
152600*----------*

152600*    Ouverture du calcul d'empreinte du contexte WS-I-CTX
152600     MOVE 'INIT'                 TO HA80-C-FCT
152600     PERFORM APPEL-MFUSHA00
152600     .

152600*-----------*
152600 HACH-AJOUT.
152600*-----------*

152600*    Ajout de la ligne HA80-L-DONNEE au contexte WS-I-CTX
152600     MOVE 'AJOU'                 TO HA80-C-FCT
152600     MOVE LENGTH OF FD-DFUSLE81  TO HA80-Q-DONNEE
152600     PERFORM APPEL-MFUSHA00
152600     .

152600*----------*
152600 HACH-CLOT.
152600*----------*

152600*    Cloture du contexte WS-I-CTX : empreinte et nombre de
152600*    lignes restent dans la zone HA80
152600     MOVE 'FIN '                 TO HA80-C-FCT
152600     PERFORM APPEL-MFUSHA00
152600     .

152600*---------------*
152600 APPEL-MFUSHA00.
152600*---------------*

152600*    Le contexte du calcul est conserve dans WS-CTX-EMPR
152600     MOVE WS-CTX-EMPR(WS-I-CTX)  TO HA80-FONC-IN-OUT
152600     PERFORM SQ-APPEL-HA80
152600     IF HA80-CODE-RETOUR NOT = ZERO
152600        MOVE 8043               TO WS-CODE-ABEND
152600        PERFORM TRAIT-ABEND
152600     END-IF
152600     MOVE HA80-FONC-IN-OUT       TO WS-CTX-EMPR(WS-I-CTX)
152600     .

152600*---------------*
152600 OUVR-FICH-E83.
152600*---------------*

152600*    Manifestes facultatifs : DD absente = aucun controle
152600     OPEN INPUT DFUSLE83
152600     EVALUATE FS-E83
152600        WHEN '00'
152600           CONTINUE
152600        WHEN '05'
152600           SET FIN-DFUSLE83      TO TRUE
152600        WHEN OTHER
152600           MOVE 8061             TO WS-CODE-ABEND
152600           PERFORM TRAIT-ABEND
152600     END-EVALUATE
152600     .

152600*---------------*
152600 LECT-FICH-E83.
152600*---------------*

152600     READ DFUSLE83
152600     END-READ
152600     EVALUATE FS-E83
152600        WHEN '00'
152600           MOVE  FD-DFUSLE83     TO WS-ENR-MANIF
152600           ADD   1               TO WS-NB-LECT-E83
152600        WHEN '10'
152600           SET  FIN-DFUSLE83     TO TRUE
152600        WHEN OTHER
152600           MOVE 8062             TO WS-CODE-ABEND
152600           PERFORM TRAIT-ABEND
152600     END-EVALUATE
152600     .

152600*---------------*
152600 FERM-FICH-E83.
152600*---------------*

152600     CLOSE DFUSLE83
152600     IF FS-E83 NOT = '00' AND '05'
152600        MOVE 8063               TO WS-CODE-ABEND
152600        PERFORM TRAIT-ABEND
152600     END-IF
152600     .

152450*---------------*
152450 OUVR-FICH-R04.
152450*---------------*
           EVALUATE FS-E81
              WHEN '00'
                 ADD   1                    TO WS-NB-LECT-E81
152600*          Empreintes du fichier entier et du message courant
152600           MOVE FD-DFUSLE81           TO HA80-L-DONNEE
152600           SET CTX-FICHIER            TO TRUE
152600           PERFORM HACH-AJOUT
152600           SET CTX-SEGMENT            TO TRUE
152600           PERFORM HACH-AJOUT
              WHEN '10'
                 SET  FIN-DFUSLE81          TO TRUE
              WHEN OTHER
              PERFORM TRAIT-ABEND
           END-IF
           ADD 1                      TO WS-NB-ECRT-R02

152600*    Ligne ajoutee a l'empreinte de son document
152600     MOVE ARC-L-LIGNE-XML       TO HA80-L-DONNEE
152600     IF WS-AUD-I-DOCREFID = '*FIN-DE-MESSAGE*'
152600        SET CTX-FIN-MESSAGE     TO TRUE
152600     ELSE
152600        SET CTX-DOCUMENT        TO TRUE
152600     END-IF
152600     PERFORM HACH-AJOUT
           .

      *---------------*
              WHEN 8041
                 MOVE 'FICHIER XML PLUS COURT QUE LE JOURNAL AUDIT'
                                       TO      WS-LIGNE-ANO21
152600        WHEN 8042
152600           MOVE 'EMPREINTE DIFFERENTE DU MANIFESTE BFUSEL60'
152600                                 TO      WS-LIGNE-ANO21
152600        WHEN 8043
152600           MOVE 'PB APPEL MODULE MFUSHA00 (EMPREINTE)'
152600                                 TO      WS-LIGNE-ANO21
152600        WHEN 8044
152600           MOVE 'DEPASSEMENT TABLE MANIFESTES OU SEGMENTS'
152600                                 TO      WS-LIGNE-ANO21
152450        WHEN 8051
152450        WHEN 8052
152450        WHEN 8053
152450           MOVE 'PB ACCES INDEX DFUSLR04'
152450                                 TO      WS-LIGNE-ANO21
152600        WHEN 8061
152600        WHEN 8062
152600        WHEN 8063
152600           MOVE 'PB ACCES FICHIER DFUSLE83 (MANIFESTES)'
152600                                 TO      WS-LIGNE-ANO21
              WHEN OTHER
                 MOVE 'ERREUR INCONNU'
                                       TO      WS-LIGNE-ANO21
152450     MOVE '*    WS-NB-ECRT-R04             :
152450-    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
152450     MOVE WS-NB-ECRT-R04           TO BILA-L-DISP(WS-DISP)(45:9)
152600     ADD  1                        TO WS-DISP
152600     MOVE '*    WS-NB-LECT-E83             :
152600-    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
152600     MOVE WS-NB-LECT-E83           TO BILA-L-DISP(WS-DISP)(45:9)
152600     ADD  1                        TO WS-DISP
152600     MOVE '*    WS-NB-ECRT-EMPR            :
152600-    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
152600     MOVE WS-NB-ECRT-EMPR          TO BILA-L-DISP(WS-DISP)(45:9)
152600     ADD  1                        TO WS-DISP
152600     MOVE '*    WS-Q-EMPR-CONTROLEE        :
152600-    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
152600     MOVE WS-Q-EMPR-CONTROLEE      TO BILA-L-DISP(WS-DISP)(45:9)
           ADD  1                        TO WS-DISP
           MOVE WS-LIGNE-EGAL            TO BILA-L-DISP(WS-DISP)
           PERFORM APPEL-MCCDBILA
           GOBACK
           .

152600* Procedure appel MFUSHA00
152600  COPY CANAAAPP REPLACING  'MODULE'    BY  'MFUSHA00',
152600                           'VERSION'   BY 01,
152600                           ==(PREF)==  BY  ==HA80==,
152600                           'MODE'      BY 'RIEN'.
       END PROGRAM BFUSEL80.
