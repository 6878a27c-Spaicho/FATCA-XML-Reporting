152450*                 compte, '*KPI <ident>' ceux mentionnant le     *
152450*                 client, toutes annees confondues, via l'index  *
152450*                 croise DFUSLR04 alimente par BFUSEL80.         *
152600*                 Chaque document restitue est controle : son    *
152600*                 empreinte SHA-256 est recalculee (MFUSHA00)    *
152600*                 et rapprochee de celle archivee par BFUSEL80   *
152600*                 (ligne 00000). L'attestation d'integrite       *
152600*                 DFUSLS8A liste les documents VERIFIE, ALTERE   *
152600*                 ou NON CONTROLE et les empreintes de package.  *
152600*                 RETURN-CODE : 8 si un document est altere, 4   *
152600*                 si un document n'a pas d'empreinte, 0 sinon.   *
152690*                 Le GIIN demande est etendu a sa lignee         *
152690*                 (registre des successions DFUSLR11 : GIIN      *
152690*                 predecesseurs et successeurs apres fusion),    *
152690*                 les documents de chaque GIIN de la lignee      *
152690*                 sont restitues pour l'annee demandee.          *
      *                                                                *
      * MODULES UTILISES :                                             *
      *________________________________________________________________*
      *__________|_________________________________________|___________*
      * MCCDINAB | Module de gestion des ABENDS            |  CCCDINAB *
      * MCCDBILA | Module de gestion des affichages        |  CCCDBILA *
152600* MFUSHA00 | Module d'empreinte SHA-256              |  CFUSHA00 *
      *__________|_________________________________________|___________*
      *                                                                *
      * Fichiers manipulés :                                           *
      *__________|______________________________________|___|__________*
      * DFUSLR02 | Magasin d'archivage indexe (VSAM)    | E |          *
152450* DFUSLR04 | Index croise compte/client (VSAM)    | E |          *
152690* DFUSLR11 | Registre des successions (VSAM)      | E | CFUSSUCC *
      * DFUSLS81 | XML restitue                         | S |          *
152600* DFUSLS8A | Attestation d'integrite (132 col.)   | S | CFUSEMPR *
      *__________|______________________________________|___|__________*
      *                                                                *
      * Liste des ABENDS émis  par le programme :                      *
152450*   8161   | PB OUVERTURE INDEX DFUSLR04                         *
152450*   8162   | PB LECTURE   INDEX DFUSLR04                         *
152450*   8163   | PB FERMETURE INDEX DFUSLR04                         *
152600*   8171   | PB OUVERTURE FICHIER DFUSLS8A                       *
152600*   8172   | PB ECRITURE  FICHIER DFUSLS8A                       *
152600*   8173   | PB FERMETURE FICHIER DFUSLS8A                       *
152600*   8174   | PB APPEL MODULE MFUSHA00                            *
152600*   8175   | DEPASSEMENT TABLE DES EMPREINTES DE PACKAGE         *
152690*   8181   | PB OUVERTURE REGISTRE DFUSLR11                      *
152690*   8182   | PB LECTURE   REGISTRE DFUSLR11                      *
152690*   8183   | PB FERMETURE REGISTRE DFUSLR11                      *
152690*   8184   | DEPASSEMENT TABLE DES SUCCESSIONS (100)             *
152690*   8185   | DEPASSEMENT TABLE DE LA LIGNEE DU GIIN (20)         *
      *__________|_____________________________________________________*
      *                                                                *
      * Historique des modifications :                                 *
152450*        !          !        !('*KAC') OU CLIENT ('*KPI') VIA    *
152450*        !          !        !L'INDEX CROISE DFUSLR04, TOUTES    *
152450*        !          !        !ANNEES CONFONDUES                  *
      *----------------------------------------------------------------*
152600*  MCHA  !19/12/2016!20152600!CONTROLE D'INTEGRITE A LA          *
152600*        !          !        !RESTITUTION : EMPREINTE RECALCULEE *
152600*        !          !        !PAR DOCUMENT, ATTESTATION DFUSLS8A *
152600*        !          !        !ET RETURN-CODE 8/4/0               *
152690*----------------------------------------------------------------*
152690*  MCHA  !06/03/2017!20152690!RESTITUTION ETENDUE A LA LIGNEE DU *
152690*        !          !        !GIIN DEMANDE (PREDECESSEURS ET     *
152690*        !          !        !SUCCESSEURS, REGISTRE DFUSLR11)    *
      ******************************************************************

       ENVIRONMENT DIVISION.
152450     ACCESS DYNAMIC
152450     RECORD KEY IDX-CLE
152450     FILE STATUS FS-R04.
152690
152690*
152690* Registre des successions d'entités déclarantes (facultatif)
152690*
152690     SELECT OPTIONAL DFUSLR11 ASSIGN    TO DFUSLR11
152690     ORGANIZATION INDEXED
152690     ACCESS SEQUENTIAL
152690     RECORD KEY R11-CLE
152690     FILE STATUS FS-R11.

      *
      * XML restitue
           SELECT DFUSLS81 ASSIGN             TO DFUSLS81
           FILE STATUS FS-S81.

152600*
152600* Attestation d'integrite des documents restitues
152600*
152600     SELECT DFUSLS8A ASSIGN             TO DFUSLS8A
152600     FILE STATUS FS-S8A.

       DATA DIVISION.
       FILE SECTION.

152450        10 IDX-A-FISCALE      PIC  X(04).
152450        10 IDX-I-DOCREFID     PIC  X(90).
152450     05 IDX-D-ARCHIVAGE       PIC  X(10).
152690
152690 FD  DFUSLR11.
152690 01  ENR-DFUSLR11.
152690     05  R11-CLE              PIC  X(20).
152690     05  FILLER               PIC  X(180).

       FD  DFUSLS81
           LABEL RECORD STANDARD

       01  FD-DFUSLS81              PIC  X(1000).

152600 FD  DFUSLS8A
152600     LABEL RECORD STANDARD
152600     RECORDING MODE F
152600     BLOCK CONTAINS 0 RECORDS.

152600 01  FD-DFUSLS8A              PIC  X(132).

      ***************************************
      *      WORKING STORAGE SECTION        *
      ***************************************

152450*   Compteur des documents restitues par l'index
152450 01 WS-Q-DOC-INDEX                PIC 9(09) VALUE ZERO.
152690
152690*   Successions en vigueur du registre DFUSLR11
152690 COPY CFUSSUCC REPLACING ==(P)== BY ==SU11==.
152690 01 WS-Q-SUCC                     PIC 9(03) VALUE ZERO.
152690 01 WS-I-SUCC                     PIC 9(03) VALUE ZERO.
152690 01 WS-T-SUCC.
152690    05 WS-T-SUC-LIG               OCCURS 100.
152690       10 WS-T-SUC-GIIN-PRED      PIC X(20).
152690       10 WS-T-SUC-GIIN-SUCC      PIC X(20).
152690 01 TOP-FIN-R11                   PIC X(01) VALUE SPACE.
152690    88 FIN-R11                               VALUE 'O'.
152690
152690*   Lignee du GIIN demande (le GIIN demande en tete), GIIN
152690*   candidat a l'ajout et GIIN en cours de restitution
152690 01 WS-Q-LIGNEE                   PIC 9(02) VALUE ZERO.
152690 01 WS-I-LIGNEE                   PIC 9(02) VALUE ZERO.
152690 01 WS-I-LIG-RCH                  PIC 9(02) VALUE ZERO.
152690 01 WS-T-LIGNEE.
152690    05 WS-T-LIG-C-REF-GIIN        PIC X(20) OCCURS 20.
152690 01 WS-C-GIIN-AJOUT               PIC X(20) VALUE SPACES.
152690 01 TOP-GIIN-LIGNEE               PIC X(01) VALUE SPACE.
152690    88 GIIN-DEJA-LIGNEE                      VALUE 'O'.
152690 01 WS-RCH-I-REF-GIIN             PIC X(20) VALUE SPACES.

       01 I                            PIC 9(08) BINARY VALUE ZERO.

152600*   Enregistrement d'empreinte du magasin (ligne 00000 d'un
152600*   document, ou DocRefId '*EMPREINTE*' d'un package)
152600 COPY CFUSEMPR REPLACING ==(P)== BY ==EMP==.

152600*   Document en cours de verification : cle, empreinte et
152600*   nombre de lignes archives par BFUSEL80
152600 01 TOP-DOC-VERIF                 PIC X(01) VALUE SPACE.
152600    88 DOC-EN-VERIF                          VALUE 'O'.
152600 01 WS-VRF-I-REF-GIIN             PIC X(20) VALUE SPACES.
152600 01 WS-VRF-A-FISCALE              PIC X(04) VALUE SPACES.
152600 01 WS-VRF-I-DOCREFID             PIC X(90) VALUE SPACES.
152600 01 TOP-VRF-CONTROLE              PIC X(01) VALUE SPACE.
152600    88 VRF-CONTROLE-PRESENT                  VALUE 'O'.
152600 01 WS-VRF-C-EMPREINTE            PIC X(64) VALUE SPACES.
152600 01 WS-VRF-Q-NB-LIGNE             PIC 9(09) VALUE ZERO.

152600*   Empreintes de package rencontrees ('*EMPREINTE*'),
152600*   editees en fin d'attestation
152600 01 WS-Q-PKG                      PIC 9(03) VALUE ZERO.
152600 01 WS-I-PKG                      PIC 9(03) VALUE ZERO.
152600 01 WS-T-PKG.
152600    05 WS-T-PKG-LIG               OCCURS 200.
152600       10 WS-T-PKG-I-REF-GIIN     PIC X(20).
152600       10 WS-T-PKG-A-FISCALE      PIC X(04).
152600       10 WS-T-PKG-ENR-EMPREINTE  PIC X(160).

152600*   Compteurs du controle d'integrite
152600 01 WS-Q-DOC-VERIFIE              PIC 9(09) VALUE ZERO.
152600 01 WS-Q-DOC-ALTERE               PIC 9(09) VALUE ZERO.
152600 01 WS-Q-DOC-NON-CTRL             PIC 9(09) VALUE ZERO.

      ***  LES CODES RETOUR DES DIFFéRENTS FICHIERS
       01  FS-R02                      PIC X(02) VALUE SPACES.
152450 01  FS-R04                      PIC X(02) VALUE SPACES.
152690 01  FS-R11                      PIC X(02) VALUE SPACES.
       01  FS-S81                      PIC X(02) VALUE SPACES.
152600 01  FS-S8A                      PIC X(02) VALUE SPACES.

      *   Compteurs
       01 WS-NB-LECT-R02               PIC 9(9) VALUE ZEROES.
       01 WS-NB-ECRT-S81               PIC 9(9) VALUE ZEROES.
152600 01 WS-NB-ECRT-S8A               PIC 9(9) VALUE ZEROES.

      *   Booléen de fin de parcours du magasin
       01 TOP-FIN-MAGASIN              PIC X(1)  VALUE SPACE.
          05 FILLER                    PIC X(23)  VALUE ALL ' '.
          05 FILLER                    PIC X(01)  VALUE '*'.

152600*******************************
152600*                             *
152600*  Lignes de l'edition S8A    *
152600*                             *
152600*******************************

152600 01 WS-EDIT-TITRE.
152600    05 FILLER                    PIC X(48) VALUE
152600       'ATTESTATION D''INTEGRITE DES ARCHIVES RESTITUEES'.
152600    05 FILLER                    PIC X(84) VALUE SPACES.

152600 01 WS-EDIT-SECTION.
152600    05 WS-EDT-L-SECTION          PIC X(60).
152600    05 FILLER                    PIC X(72) VALUE SPACES.

152600 01 WS-EDIT-ENTETE.
152600    05 FILLER                    PIC X(21) VALUE 'GIIN'.
152600    05 FILLER                    PIC X(05) VALUE 'AN'.
152600    05 FILLER                    PIC X(13) VALUE 'VERDICT'.
152600    05 FILLER                    PIC X(10) VALUE 'LIGNES'.
152600    05 FILLER                    PIC X(83) VALUE 'DocRefId'.

152600 01 WS-EDIT-DETAIL.
152600    05 WS-EDT-I-REF-GIIN         PIC X(20).
152600    05 FILLER                    PIC X(01) VALUE SPACE.
152600    05 WS-EDT-A-FISCALE          PIC X(04).
152600    05 FILLER                    PIC X(01) VALUE SPACE.
152600    05 WS-EDT-L-VERDICT          PIC X(12).
152600    05 FILLER                    PIC X(01) VALUE SPACE.
152600    05 WS-EDT-Q-NB-LIGNE         PIC Z(8)9.
152600    05 FILLER                    PIC X(01) VALUE SPACE.
152600    05 WS-EDT-I-DOCREFID         PIC X(83).

152600 01 WS-EDIT-EMPREINTE.
152600    05 FILLER                    PIC X(26) VALUE SPACES.
152600    05 WS-EDT-L-EMPREINTE        PIC X(23).
152600    05 WS-EDT-C-EMPREINTE        PIC X(64).
152600    05 FILLER                    PIC X(19) VALUE SPACES.

152600 01 WS-EDIT-PACKAGE.
152600    05 WS-EDP-I-REF-GIIN         PIC X(20).
152600    05 FILLER                    PIC X(01) VALUE SPACE.
152600    05 WS-EDP-A-FISCALE          PIC X(04).
152600    05 FILLER                    PIC X(01) VALUE SPACE.
152600    05 WS-EDP-N-SEGMENT          PIC 99.
152600    05 FILLER                    PIC X(01) VALUE SPACE.
152600    05 WS-EDP-Q-NB-LIGNE         PIC Z(8)9.
152600    05 FILLER                    PIC X(01) VALUE SPACE.
152600    05 WS-EDP-C-EMPREINTE        PIC X(64).
152600    05 FILLER                    PIC X(01) VALUE SPACE.
152600    05 WS-EDP-D-HORODATAGE       PIC X(26).
152600    05 FILLER                    PIC X(02) VALUE SPACES.

152600 01 WS-EDIT-TOTAL.
152600    05 WS-EDT-L-TOTAL            PIC X(40).
152600    05 WS-EDT-Q-TOTAL            PIC Z(8)9.
152600    05 FILLER                    PIC X(83) VALUE SPACES.

152600 01 WS-EDIT-TRAIT                PIC X(132) VALUE ALL '-'.

      * COPY IDEV
        COPY CWNAAFCT REPLACING 'PROGRAMM' BY =='BFUSEL81'==.
        COPY CWNAABAT.
      * COPY du module MCCDINAB
        COPY CCCDINAB REPLACING ==(PREF)== BY ==INAB==.

152600* Description de la zone de communication avec MFUSHA00
152600  COPY CFUSHA00 REPLACING ==(PREF)== BY ==HA81==.

      *****************************************************************
      *            P R O C E D U R E   D I V I S I O N                *
      *****************************************************************
152450     ELSE
      *    Positionnement sur la cle demandee et restitution de
      *    tous les enregistrements qui la prolongent
152690*    (pour chaque GIIN de la lignee du GIIN demande)
152690        PERFORM VARYING WS-I-LIGNEE FROM 1 BY 1
152690        UNTIL WS-I-LIGNEE > WS-Q-LIGNEE
152690           MOVE WS-T-LIG-C-REF-GIIN(WS-I-LIGNEE)
152690                                 TO WS-RCH-I-REF-GIIN
152690           MOVE SPACE            TO TOP-FIN-MAGASIN
           PERFORM POSIT-MAGASIN

           PERFORM UNTIL FIN-MAGASIN
                 PERFORM RESTIT-LIGNE
              END-IF
           END-PERFORM
152690        END-PERFORM
152450     END-IF

      *    Aucune ligne restituee : cle inconnue de l'archive
           IF WS-NB-ECRT-S81 = ZERO
152600     AND WS-Q-PKG = ZERO
              MOVE 8151               TO WS-CODE-ABEND
              PERFORM TRAIT-ABEND
           END-IF
152450        PERFORM OUVR-FICH-R04
152450     END-IF
           PERFORM OUVR-FICH-S81
152600     PERFORM OUVR-FICH-S8A

152600*    Entete de l'attestation d'integrite
152600     MOVE WS-EDIT-TITRE          TO FD-DFUSLS8A
152600     PERFORM ECRT-FICH-S8A
152600     MOVE WS-EDIT-TRAIT          TO FD-DFUSLS8A
152600     PERFORM ECRT-FICH-S8A
152690     IF NOT MODE-RECHERCHE
152690        PERFORM CHRG-LIGNEE
152690     END-IF
152600     MOVE WS-EDIT-ENTETE         TO FD-DFUSLS8A
152600     PERFORM ECRT-FICH-S8A
152600     MOVE WS-EDIT-TRAIT          TO FD-DFUSLS8A
152600     PERFORM ECRT-FICH-S8A
           .

152450*--------------*
152450     END-PERFORM
152450     .

152690*-------------*
152690 CHRG-LIGNEE.
152690*-------------*
152690
152690*    Lignee du GIIN demande : fermeture par predecesseurs et
152690*    successeurs des successions en vigueur du registre ; les
152690*    GIIN ajoutes sont signales en tete d'attestation
152690     PERFORM CHRG-SUCCESSIONS
152690
152690     MOVE 1                      TO WS-Q-LIGNEE
152690     MOVE SYSIN-I-REF-GIIN       TO WS-T-LIG-C-REF-GIIN(1)
152690
152690     PERFORM VARYING WS-I-LIGNEE FROM 1 BY 1
152690     UNTIL WS-I-LIGNEE > WS-Q-LIGNEE
152690        PERFORM VARYING WS-I-SUCC FROM 1 BY 1
152690        UNTIL WS-I-SUCC > WS-Q-SUCC
152690           IF WS-T-SUC-GIIN-PRED(WS-I-SUCC)
152690              = WS-T-LIG-C-REF-GIIN(WS-I-LIGNEE)
152690              MOVE WS-T-SUC-GIIN-SUCC(WS-I-SUCC)
152690                                 TO WS-C-GIIN-AJOUT
152690              PERFORM AJOUT-GIIN-LIGNEE
152690           END-IF
152690           IF WS-T-SUC-GIIN-SUCC(WS-I-SUCC)
152690              = WS-T-LIG-C-REF-GIIN(WS-I-LIGNEE)
152690              MOVE WS-T-SUC-GIIN-PRED(WS-I-SUCC)
152690                                 TO WS-C-GIIN-AJOUT
152690              PERFORM AJOUT-GIIN-LIGNEE
152690           END-IF
152690        END-PERFORM
152690     END-PERFORM
152690     .
152690
152690*------------------*
152690 CHRG-SUCCESSIONS.
152690*------------------*
152690
152690*    Parcours du registre DFUSLR11 (DD absente : statut '05')
152690     OPEN INPUT DFUSLR11
152690     EVALUATE FS-R11
152690        WHEN '00'
152690           CONTINUE
152690        WHEN '05'
152690           SET FIN-R11           TO TRUE
152690        WHEN OTHER
152690           MOVE 8181             TO WS-CODE-ABEND
152690           PERFORM TRAIT-ABEND
152690     END-EVALUATE
152690
152690     PERFORM UNTIL FIN-R11
152690        READ DFUSLR11 INTO SU11-ENR-SUCCESSION
152690        END-READ
152690        EVALUATE FS-R11
152690           WHEN '00'
152690              IF SU11-SUCC-EN-VIGUEUR
152690                 ADD 1           TO WS-Q-SUCC
152690                 IF WS-Q-SUCC > 100
152690                    MOVE 8184    TO WS-CODE-ABEND
152690                    PERFORM TRAIT-ABEND
152690                 END-IF
152690                 MOVE SU11-C-REF-GIIN-PRED
152690                           TO WS-T-SUC-GIIN-PRED(WS-Q-SUCC)
152690                 MOVE SU11-C-REF-GIIN-SUCC
152690                           TO WS-T-SUC-GIIN-SUCC(WS-Q-SUCC)
152690              END-IF
152690           WHEN '10'
152690              SET FIN-R11        TO TRUE
152690           WHEN OTHER
152690              MOVE 8182          TO WS-CODE-ABEND
152690              PERFORM TRAIT-ABEND
152690        END-EVALUATE
152690     END-PERFORM
152690
152690     CLOSE DFUSLR11
152690     IF FS-R11 NOT = '00'
152690        MOVE 8183               TO WS-CODE-ABEND
152690        PERFORM TRAIT-ABEND
152690     END-IF
152690     .
152690
152690*------------------*
152690 AJOUT-GIIN-LIGNEE.
152690*------------------*
152690
152690*    Ajout a la lignee d'un GIIN qui n'y figure pas encore
152690     MOVE SPACE                  TO TOP-GIIN-LIGNEE
152690     PERFORM VARYING WS-I-LIG-RCH FROM 1 BY 1
152690     UNTIL WS-I-LIG-RCH > WS-Q-LIGNEE
152690        IF WS-T-LIG-C-REF-GIIN(WS-I-LIG-RCH) = WS-C-GIIN-AJOUT
152690           SET GIIN-DEJA-LIGNEE  TO TRUE
152690        END-IF
152690     END-PERFORM
152690
152690     IF NOT GIIN-DEJA-LIGNEE
152690        ADD 1                    TO WS-Q-LIGNEE
152690        IF WS-Q-LIGNEE > 20
152690           MOVE 8185             TO WS-CODE-ABEND
152690           PERFORM TRAIT-ABEND
152690        END-IF
152690        MOVE WS-C-GIIN-AJOUT
152690                      TO WS-T-LIG-C-REF-GIIN(WS-Q-LIGNEE)
152690        MOVE SPACES              TO WS-EDIT-SECTION
152690        MOVE 'GIIN DE LA MEME LIGNEE (SUCCESSION) :'
152690                                 TO WS-EDT-L-SECTION
152690        MOVE WS-C-GIIN-AJOUT     TO WS-EDT-L-SECTION(39:20)
152690        MOVE WS-EDIT-SECTION     TO FD-DFUSLS8A
152690        PERFORM ECRT-FICH-S8A
152690     END-IF
152690     .
152690
152450*----------------*
152450 RESTIT-DOCUMENT.
152450*----------------*
152450           IF ARC-I-REF-GIIN  = WS-RST-I-REF-GIIN
152450           AND ARC-A-FISCALE  = WS-RST-A-FISCALE
152450           AND ARC-I-DOCREFID = WS-RST-I-DOCREFID
152600              PERFORM TRAIT-LIGNE-RESTIT
152450           ELSE
152450              SET FIN-MAGASIN    TO TRUE
152450           END-IF
      *    START sur la cle partielle GIIN + annee (+ DocRefId si
      *    fourni) ; le parcours sequentiel qui suit s'arrete des
      *    que la cle lue ne prolonge plus la cle demandee
152690     MOVE WS-RCH-I-REF-GIIN      TO ARC-I-REF-GIIN
           MOVE SYSIN-A-FISCALE        TO ARC-A-FISCALE
           MOVE SYSIN-I-DOCREFID       TO ARC-I-DOCREFID
           MOVE ZERO                   TO ARC-N-LIGNE

      *    La ligne lue n'appartient plus a la cle demandee :
      *    fin du parcours
152690     IF ARC-I-REF-GIIN NOT = WS-RCH-I-REF-GIIN
           OR ARC-A-FISCALE  NOT = SYSIN-A-FISCALE
              SET FIN-MAGASIN          TO TRUE
           ELSE
              AND ARC-I-DOCREFID NOT = SYSIN-I-DOCREFID
                 SET FIN-MAGASIN       TO TRUE
              ELSE
152600           PERFORM TRAIT-LIGNE-RESTIT
              END-IF
           END-IF
           .

152600*-------------------*
152600 TRAIT-LIGNE-RESTIT.
152600*-------------------*

152600*    Controle d'integrite au fil de la restitution : chaque
152600*    changement de document clot la verification du precedent
152600     IF ARC-I-REF-GIIN NOT = WS-VRF-I-REF-GIIN
152600     OR ARC-A-FISCALE  NOT = WS-VRF-A-FISCALE
152600     OR ARC-I-DOCREFID NOT = WS-VRF-I-DOCREFID
152600        IF DOC-EN-VERIF
152600           PERFORM CLOT-VERIF-DOCUMENT
152600        END-IF
152600        MOVE ARC-I-REF-GIIN      TO WS-VRF-I-REF-GIIN
152600        MOVE ARC-A-FISCALE       TO WS-VRF-A-FISCALE
152600        MOVE ARC-I-DOCREFID      TO WS-VRF-I-DOCREFID
152600        IF ARC-I-DOCREFID NOT = '*EMPREINTE*'
152600           PERFORM OUVR-VERIF-DOCUMENT
152600        END-IF
152600     END-IF

152600*    Les empreintes de package ne sont pas du XML transmis ;
152600*    la ligne 00000 porte l'empreinte archivee du document
152600     EVALUATE TRUE
152600        WHEN ARC-I-DOCREFID = '*EMPREINTE*'
152600           ADD 1                 TO WS-Q-PKG
152600           IF WS-Q-PKG > 200
152600*             DEPASSEMENT TABLE DES EMPREINTES DE PACKAGE
152600              MOVE 8175          TO WS-CODE-ABEND
152600              PERFORM TRAIT-ABEND
152600           END-IF
152600           MOVE ARC-I-REF-GIIN
152600                       TO WS-T-PKG-I-REF-GIIN(WS-Q-PKG)
152600           MOVE ARC-A-FISCALE
152600                       TO WS-T-PKG-A-FISCALE(WS-Q-PKG)
152600           MOVE ARC-L-LIGNE-XML
152600                       TO WS-T-PKG-ENR-EMPREINTE(WS-Q-PKG)
152600        WHEN ARC-N-LIGNE = ZERO
152600           MOVE ARC-L-LIGNE-XML  TO EMP-ENR-EMPREINTE
152600           IF EMP-EMPR-DOCUMENT
152600              SET VRF-CONTROLE-PRESENT
152600                                 TO TRUE
152600              MOVE EMP-C-EMPREINTE
152600                                 TO WS-VRF-C-EMPREINTE
152600              MOVE EMP-Q-NB-LIGNE
152600                                 TO WS-VRF-Q-NB-LIGNE
152600           END-IF
152600        WHEN OTHER
152600           PERFORM ECRT-FICH-S81
152600           MOVE ARC-L-LIGNE-XML  TO HA81-L-DONNEE
152600           MOVE 'AJOU'           TO HA81-C-FCT
152600           MOVE LENGTH OF ARC-L-LIGNE-XML
152600                                 TO HA81-Q-DONNEE
152600           PERFORM APPEL-MFUSHA00
152600     END-EVALUATE
152600     .

152600*--------------------*
152600 OUVR-VERIF-DOCUMENT.
152600*--------------------*

152600     SET DOC-EN-VERIF            TO TRUE
152600     MOVE SPACE                  TO TOP-VRF-CONTROLE
152600     MOVE SPACES                 TO WS-VRF-C-EMPREINTE
152600     MOVE ZERO                   TO WS-VRF-Q-NB-LIGNE
152600     MOVE 'INIT'                 TO HA81-C-FCT
152600     PERFORM APPEL-MFUSHA00
152600     .

152600*--------------------*
152600 CLOT-VERIF-DOCUMENT.
152600*--------------------*

152600*    Verdict : VERIFIE si l'empreinte recalculee et le nombre
152600*    de lignes sont ceux de l'archivage, ALTERE sinon, NON
152600*    CONTROLE pour un document archive sans empreinte
152600     MOVE SPACE                  TO TOP-DOC-VERIF
152600     MOVE 'FIN '                 TO HA81-C-FCT
152600     PERFORM APPEL-MFUSHA00

152600     MOVE SPACES                 TO WS-EDIT-DETAIL
152600     MOVE WS-VRF-I-REF-GIIN      TO WS-EDT-I-REF-GIIN
152600     MOVE WS-VRF-A-FISCALE       TO WS-EDT-A-FISCALE
152600     MOVE HA81-Q-NB-ENR          TO WS-EDT-Q-NB-LIGNE
152600     MOVE WS-VRF-I-DOCREFID      TO WS-EDT-I-DOCREFID
152600     EVALUATE TRUE
152600        WHEN NOT VRF-CONTROLE-PRESENT
152600           ADD 1                 TO WS-Q-DOC-NON-CTRL
152600           MOVE 'NON CONTROLE'   TO WS-EDT-L-VERDICT
152600        WHEN HA81-C-EMPREINTE = WS-VRF-C-EMPREINTE
152600        AND HA81-Q-NB-ENR = WS-VRF-Q-NB-LIGNE
152600           ADD 1                 TO WS-Q-DOC-VERIFIE
152600           MOVE 'VERIFIE'        TO WS-EDT-L-VERDICT
152600        WHEN OTHER
152600           ADD 1                 TO WS-Q-DOC-ALTERE
152600           MOVE 'ALTERE'         TO WS-EDT-L-VERDICT
152600     END-EVALUATE
152600     MOVE WS-EDIT-DETAIL         TO FD-DFUSLS8A
152600     PERFORM ECRT-FICH-S8A

152600     MOVE 'EMPREINTE RECALCULEE :' TO WS-EDT-L-EMPREINTE
152600     MOVE HA81-C-EMPREINTE       TO WS-EDT-C-EMPREINTE
152600     MOVE WS-EDIT-EMPREINTE      TO FD-DFUSLS8A
152600     PERFORM ECRT-FICH-S8A
152600     IF VRF-CONTROLE-PRESENT
152600     AND WS-EDT-L-VERDICT = 'ALTERE'
152600        MOVE 'EMPREINTE ARCHIVEE   :' TO WS-EDT-L-EMPREINTE
152600        MOVE WS-VRF-C-EMPREINTE  TO WS-EDT-C-EMPREINTE
152600        MOVE WS-EDIT-EMPREINTE   TO FD-DFUSLS8A
152600        PERFORM ECRT-FICH-S8A
152600        MOVE 'LIGNES ARCHIVEES     :' TO WS-EDT-L-EMPREINTE
152600        MOVE SPACES              TO WS-EDT-C-EMPREINTE
152600        MOVE WS-VRF-Q-NB-LIGNE   TO WS-EDT-Q-TOTAL
152600        MOVE WS-EDT-Q-TOTAL      TO WS-EDT-C-EMPREINTE(1:9)
152600        MOVE WS-EDIT-EMPREINTE   TO FD-DFUSLS8A
152600        PERFORM ECRT-FICH-S8A
152600     END-IF
152600     .

152600*--------------------*
152600 EDIT-FIN-ATTESTATION.
152600*--------------------*

152600*    Empreintes de package restituees, totaux et verdict
152600*    global de l'attestation
152600     IF WS-Q-PKG > ZERO
152600        MOVE WS-EDIT-TRAIT       TO FD-DFUSLS8A
152600        PERFORM ECRT-FICH-S8A
152600        MOVE SPACES              TO WS-EDIT-SECTION
152600        MOVE 'EMPREINTES DE PACKAGE (SG 00 = FICHIER ENTIER)'
152600                                 TO WS-EDT-L-SECTION
152600        MOVE WS-EDIT-SECTION     TO FD-DFUSLS8A
152600        PERFORM ECRT-FICH-S8A
152600        PERFORM VARYING WS-I-PKG FROM 1 BY 1
152600        UNTIL WS-I-PKG > WS-Q-PKG
152600           PERFORM EDIT-LIGNE-PACKAGE
152600        END-PERFORM
152600     END-IF

152600     MOVE WS-EDIT-TRAIT          TO FD-DFUSLS8A
152600     PERFORM ECRT-FICH-S8A
152600     MOVE 'DOCUMENTS VERIFIES' TO WS-EDT-L-TOTAL
152600     MOVE WS-Q-DOC-VERIFIE       TO WS-EDT-Q-TOTAL
152600     MOVE WS-EDIT-TOTAL          TO FD-DFUSLS8A
152600     PERFORM ECRT-FICH-S8A
152600     MOVE 'DOCUMENTS ALTERES' TO WS-EDT-L-TOTAL
152600     MOVE WS-Q-DOC-ALTERE        TO WS-EDT-Q-TOTAL
152600     MOVE WS-EDIT-TOTAL          TO FD-DFUSLS8A
152600     PERFORM ECRT-FICH-S8A
152600     MOVE 'DOCUMENTS NON CONTROLES (SANS EMPREINTE)'
152600                                 TO WS-EDT-L-TOTAL
152600     MOVE WS-Q-DOC-NON-CTRL      TO WS-EDT-Q-TOTAL
152600     MOVE WS-EDIT-TOTAL          TO FD-DFUSLS8A
152600     PERFORM ECRT-FICH-S8A

152600     MOVE SPACES                 TO WS-EDIT-SECTION
152600     EVALUATE TRUE
152600        WHEN WS-Q-DOC-ALTERE > ZERO
152600           MOVE 'VERDICT : ARCHIVE ALTEREE'
152600                                 TO WS-EDT-L-SECTION
152600        WHEN WS-Q-DOC-NON-CTRL > ZERO
152600           MOVE 'VERDICT : INTEGRITE PARTIELLEMENT ATTESTEE'
152600                                 TO WS-EDT-L-SECTION
152600        WHEN OTHER
152600           MOVE 'VERDICT : INTEGRITE ATTESTEE'
152600                                 TO WS-EDT-L-SECTION
152600     END-EVALUATE
152600     MOVE WS-EDIT-SECTION        TO FD-DFUSLS8A
152600     PERFORM ECRT-FICH-S8A
152600     MOVE WS-EDIT-TRAIT          TO FD-DFUSLS8A
152600     PERFORM ECRT-FICH-S8A
152600     .

152600*-------------------*
152600 EDIT-LIGNE-PACKAGE.
152600*-------------------*

152600     MOVE WS-T-PKG-ENR-EMPREINTE(WS-I-PKG)
152600                                 TO EMP-ENR-EMPREINTE
152600     MOVE SPACES                 TO WS-EDIT-PACKAGE
152600     MOVE WS-T-PKG-I-REF-GIIN(WS-I-PKG)
152600                                 TO WS-EDP-I-REF-GIIN
152600     MOVE WS-T-PKG-A-FISCALE(WS-I-PKG)
152600                                 TO WS-EDP-A-FISCALE
152600     MOVE EMP-N-SEGMENT          TO WS-EDP-N-SEGMENT
152600     MOVE EMP-Q-NB-LIGNE         TO WS-EDP-Q-NB-LIGNE
152600     MOVE EMP-C-EMPREINTE        TO WS-EDP-C-EMPREINTE
152600     MOVE EMP-D-HORODATAGE       TO WS-EDP-D-HORODATAGE
152600     MOVE WS-EDIT-PACKAGE        TO FD-DFUSLS8A
152600     PERFORM ECRT-FICH-S8A
152600     IF EMP-CONTROLE-MANIF
152600        MOVE 'IDENTIQUE MANIFESTE :' TO WS-EDT-L-EMPREINTE
152600        MOVE EMP-L-NOM-FICHIER   TO WS-EDT-C-EMPREINTE
152600        MOVE WS-EDIT-EMPREINTE   TO FD-DFUSLS8A
152600        PERFORM ECRT-FICH-S8A
152600     END-IF
152600     .

152600*---------------*
152600 APPEL-MFUSHA00.
152600*---------------*

152600     PERFORM SQ-APPEL-HA81
152600     IF HA81-CODE-RETOUR NOT = ZERO
152600        MOVE 8174               TO WS-CODE-ABEND
152600        PERFORM TRAIT-ABEND
152600     END-IF
152600     .

      *--------------*
       FIN-TRAIT.
      *--------------*
152450        PERFORM FERM-FICH-R04
152450     END-IF
           PERFORM FERM-FICH-S81

152600*    Verification du dernier document et fin d'attestation
152600     IF DOC-EN-VERIF
152600        PERFORM CLOT-VERIF-DOCUMENT
152600     END-IF
152600     PERFORM EDIT-FIN-ATTESTATION
152600     PERFORM FERM-FICH-S8A

           PERFORM AFFICH-BILAN-FIN

152600*    RETURN-CODE : 8 document altere, 4 document non controle
152600     EVALUATE TRUE
152600        WHEN WS-Q-DOC-ALTERE > ZERO
152600           MOVE 8                TO RETURN-CODE
152600        WHEN WS-Q-DOC-NON-CTRL > ZERO
152600           MOVE 4                TO RETURN-CODE
152600        WHEN OTHER
152600           MOVE 0                TO RETURN-CODE
152600     END-EVALUATE

           PERFORM FIN-PROGRAMME
           .

           END-IF
           .

152600*---------------*
152600 OUVR-FICH-S8A.
152600*---------------*

152600     OPEN OUTPUT DFUSLS8A
152600     IF FS-S8A  NOT = '00'
152600        MOVE 8171               TO WS-CODE-ABEND
152600        PERFORM TRAIT-ABEND
152600     END-IF
152600     .

152600*---------------*
152600 ECRT-FICH-S8A.
152600*---------------*

152600     WRITE FD-DFUSLS8A
152600     END-WRITE
152600     IF FS-S8A    NOT = '00'
152600         MOVE 8172               TO WS-CODE-ABEND
152600         PERFORM TRAIT-ABEND
152600     ELSE
152600         ADD 1 TO WS-NB-ECRT-S8A
152600     END-IF
152600     .

152600*---------------*
152600 FERM-FICH-S8A.
152600*---------------*

152600     CLOSE DFUSLS8A
152600     IF FS-S8A  NOT = '00'
152600        MOVE 8173               TO WS-CODE-ABEND
152600        PERFORM TRAIT-ABEND
152600     END-IF
152600     .

      *--------------*
       TRAIT-ABEND.
      *--------------*
152450        WHEN 8163
152450           MOVE 'PB ACCES INDEX DFUSLR04'
152450                                 TO      WS-LIGNE-ANO21
152600        WHEN 8171
152600        WHEN 8172
152600        WHEN 8173
152600           MOVE 'PB ACCES FICHIER DFUSLS8A (ATTESTATION)'
152600                                 TO      WS-LIGNE-ANO21
152600        WHEN 8174
152600           MOVE 'PB APPEL MODULE MFUSHA00 (EMPREINTE)'
152600                                 TO      WS-LIGNE-ANO21
152600        WHEN 8175
152600           MOVE 'DEPASSEMENT TABLE DES EMPREINTES DE PACKAGE'
152600                                 TO      WS-LIGNE-ANO21
152690        WHEN 8181
152690        WHEN 8182
152690        WHEN 8183
152690           MOVE 'PB ACCES REGISTRE DES SUCCESSIONS DFUSLR11'
152690                                 TO      WS-LIGNE-ANO21
152690        WHEN 8184
152690           MOVE 'DEPASSEMENT TABLE DES SUCCESSIONS'
152690                                 TO      WS-LIGNE-ANO21
152690        WHEN 8185
152690           MOVE 'DEPASSEMENT TABLE DE LA LIGNEE DU GIIN'
152690                                 TO      WS-LIGNE-ANO21
              WHEN OTHER
                 MOVE 'ERREUR INCONNU'
                                       TO      WS-LIGNE-ANO21
152450     MOVE '*    WS-Q-DOC-INDEX             :
152450-    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
152450     MOVE WS-Q-DOC-INDEX           TO BILA-L-DISP(WS-DISP)(45:9)
152600     ADD  1                        TO WS-DISP
152600     MOVE '*    WS-NB-ECRT-S8A             :
152600-    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
152600     MOVE WS-NB-ECRT-S8A           TO BILA-L-DISP(WS-DISP)(45:9)
152600     ADD  1                        TO WS-DISP
152600     MOVE '*    WS-Q-DOC-VERIFIE           :
152600-    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
152600     MOVE WS-Q-DOC-VERIFIE         TO BILA-L-DISP(WS-DISP)(45:9)
152600     ADD  1                        TO WS-DISP
152600     MOVE '*    WS-Q-DOC-ALTERE            :
152600-    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
152600     MOVE WS-Q-DOC-ALTERE          TO BILA-L-DISP(WS-DISP)(45:9)
152600     ADD  1                        TO WS-DISP
152600     MOVE '*    WS-Q-DOC-NON-CTRL          :
152600-    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
152600     MOVE WS-Q-DOC-NON-CTRL        TO BILA-L-DISP(WS-DISP)(45:9)
           ADD  1                        TO WS-DISP
           MOVE WS-LIGNE-EGAL            TO BILA-L-DISP(WS-DISP)
           PERFORM APPEL-MCCDBILA
           GOBACK
           .

152600* Procedure appel MFUSHA00
152600  COPY CANAAAPP REPLACING  'MODULE'    BY  'MFUSHA00',
152600                           'VERSION'   BY 01,
152600                           ==(PREF)==  BY  ==HA81==,
152600                           'MODE'      BY 'RIEN'.
       END PROGRAM BFUSEL81.
