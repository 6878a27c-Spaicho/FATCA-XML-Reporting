      *                 discordance fait tomber le run (abend 6040),   *
      *                 pour interdire l'envoi d'une production sous   *
      *                 un nom de test et inversement.                 *
152600*                 L'empreinte SHA-256 du payload DFUSLS61 est    *
152600*                 calculee a la recopie (module MFUSHA00) et     *
152600*                 portee par les metadonnees et l'entete du      *
152600*                 manifeste, ecrits apres la recopie ; elle      *
152600*                 suit le package jusqu'a TBFIDFUS (C-CLE-HACH)  *
152600*                 par le sort IDES de BFUSEL61.                  *
      *                                                                *
      * MODULES UTILISES :                                             *
      *                                                                *
      *          |                                         |           *
      * MGDATR03 | Module de manipulation des dates        |  CZGDA03  *
      *__________|_________________________________________|___________*
152600*          |                                         |           *
152600* MFUSHA00 | Module d'empreinte SHA-256              |  CFUSHA00 *
152600*__________|_________________________________________|___________*
      *                                                                *
      * Fichiers manipulés :                                           *
      *                                                                *
      *          | DocTypeIndic DU JOURNAL D'AUDIT                     *
      *   6041   | SYSIN INVALIDE (ENVIRONNEMENT OU ANNEE FISCALE)     *
      *   6042   | JOURNAL D'AUDIT SANS ENREGISTREMENT 'AUD'           *
152600*   6045   | PB APPEL MODULE MFUSHA00 (EMPREINTE DU PAYLOAD)     *
      *__________|_____________________________________________________*
      *                                                                *
      * Historique des modifications :                                 *
152340*  MCHA  !02/05/2016!20152340!COMPTEUR DU MANIFESTE = DocRefId   *
152340*        !          !        !REELLEMENT LISTES, DocRefId PORTE  *
152340*        !          !        !A 90 CARACTERES                    *
      *----------------------------------------------------------------*
152600*  MCHA  !19/12/2016!20152600!EMPREINTE SHA-256 DU PAYLOAD       *
152600*        !          !        !(MFUSHA00) DANS LES METADONNEES ET *
152600*        !          !        !L'ENTETE DU MANIFESTE, ECRITS      *
152600*        !          !        !DESORMAIS APRES LA RECOPIE         *
152600*        !          !        !; REFERENCE DU FICHIER (DocRefId DU*
152600*        !          !        !PREMIER DOCUMENT D'ENTETE) DANS    *
152600*        !          !        !L'ENTETE DU MANIFESTE              *
      ******************************************************************

      *****************************************************************
            05  WS-MT-C-ENV              PIC X(01).
            05  WS-MT-Q-NB-DOCREF        PIC 9(09).
152320      05  WS-MT-N-SEGMENT          PIC 9(02).
152600      05  WS-MT-C-EMPREINTE        PIC X(64).
152600*     Reference du fichier XML (type-horodatage-GIIN, 53
152600*     caracteres au plus)
152600      05  WS-MT-I-REF-FIC          PIC X(53) VALUE SPACES.

      *    Enregistrement de détail du manifeste de transmission
       01   WS-ENR-MANIF-DET.

      *   GIIN de l'entité déclarante (premier enregistrement 'AUD')
       01 WS-I-REF-GIIN-ENT             PIC X(20) VALUE SPACES.
152600*   Reference du fichier XML (DocRefId du premier 'AUD')
152600 01 WS-I-REF-FIC-ENT              PIC X(53) VALUE SPACES.

      *   Environnement constaté dans le journal d'audit
       01 TOP-AUD-TEST                  PIC X(01) VALUE SPACE.
      * COPY du module MGDATR03
        COPY CZGDA03.

152600* Description de la zone de communication avec MFUSHA00
152600  COPY CFUSHA00 REPLACING ==(PREF)== BY ==HA60==.

      *****************************************************************
      *                                                               *
      *            P R O C E D U R E   D I V I S I O N                *
      *    Contrôles de cohérence test/production
           PERFORM CTRL-ENV-AUDIT

      *    Constitution du nom de fichier IDES
           PERFORM ALIM-NOM-FICHIER

152600*    Ouverture du calcul d'empreinte du payload
152600     MOVE 'INIT'                 TO HA60-C-FCT
152600     PERFORM APPEL-MFUSHA00

      *    Recopie du payload XML : fichier entier, ou le seul
152320*    message du segment demande (saut des lignes des segments
              END-IF
           END-PERFORM

152600*    Empreinte du payload recopie : l'entete du manifeste et
152600*    les metadonnees, qui la portent, sont produits ensuite
152600     MOVE 'FIN '                 TO HA60-C-FCT
152600     PERFORM APPEL-MFUSHA00

      *    Entête du manifeste
           PERFORM ECRT-MANIF-TET

      *    Production des métadonnées expéditeur IDES
           PERFORM ECRT-METADATA

      *    Finalisation du traitement
           PERFORM FIN-TRAIT
           .
      *    GIIN de l'entité : premier enregistrement d'audit
           IF WS-I-REF-GIIN-ENT = SPACES
              MOVE WS-AUD-I-REF-GIIN   TO WS-I-REF-GIIN-ENT
152600*       Reference du fichier : DocRefId du document d'entete
152600*       du premier message, premier enregistrement du journal
152600        MOVE WS-AUD-I-DOCREFID   TO WS-I-REF-FIC-ENT
           END-IF

      *    Relevé de l'environnement du DocTypeIndic (FATCA11-14 =
152340*    pseudo-documents '*FIN-DE-MESSAGE*' n'y figurent pas)
152340     MOVE WS-Q-DOCREF-SEG        TO WS-MT-Q-NB-DOCREF
152320     MOVE WS-N-SEGMENT           TO WS-MT-N-SEGMENT
152600     MOVE HA60-C-EMPREINTE       TO WS-MT-C-EMPREINTE
152600     MOVE WS-I-REF-FIC-ENT       TO WS-MT-I-REF-FIC

           WRITE FD-DFUSLS63    FROM     WS-ENR-MANIF-TET
           END-WRITE
              PERFORM ECRT-FICH-S62
           END-IF

152600*    Empreinte du payload, en commentaire pour ne pas sortir
152600*    du schema des metadonnees IDES
152600     MOVE SPACES                 TO WS-L-METADATA
152600     STRING '  <!-- SHA-256 payload : '
152600            HA60-C-EMPREINTE
152600            ' -->'
152600       DELIMITED BY SIZE      INTO WS-L-METADATA
152600     PERFORM ECRT-FICH-S62

           MOVE '</FATCAIDESSenderFileMetadata>'
                                       TO WS-L-METADATA
           PERFORM ECRT-FICH-S62
           ELSE
               ADD 1 TO WS-NB-ECRT-S61
           END-IF

152600*    Enregistrement recopie ajoute au calcul d'empreinte
152600     MOVE 'AJOU'                 TO HA60-C-FCT
152600     MOVE LENGTH OF FD-DFUSLS61  TO HA60-Q-DONNEE
152600     MOVE FD-DFUSLS61            TO HA60-L-DONNEE
152600     PERFORM APPEL-MFUSHA00
           .

152600*---------------*
152600 APPEL-MFUSHA00.
152600*---------------*

152600*    Appel du module d'empreinte ; tout retour non nul est
152600*    bloquant (un package sans empreinte fiable ne part pas)
152600     PERFORM SQ-APPEL-HA60
152600     IF HA60-CODE-RETOUR NOT = ZERO
152600        MOVE 6045               TO WS-CODE-ABEND
152600        PERFORM TRAIT-ABEND
152600     END-IF
152600     .

      *---------------*
       FERM-FICH-S61.
      *---------------*
152320        WHEN 6044
152320           MOVE 'PAYLOAD PLUS COURT QUE LE JOURNAL D''AUDIT'
152320                                 TO      WS-LIGNE-ANO21
152600        WHEN 6045
152600           MOVE 'PB APPEL MODULE MFUSHA00 (EMPREINTE)'
152600                                 TO      WS-LIGNE-ANO21
              WHEN OTHER
                 MOVE 'ERREUR INCONNU'
                                       TO      WS-LIGNE-ANO21
           GOBACK
           .

152600* Procedure appel MFUSHA00
152600  COPY CANAAAPP REPLACING  'MODULE'    BY  'MFUSHA00',
152600                           'VERSION'   BY 01,
152600                           ==(PREF)==  BY  ==HA60==,
152600                           'MODE'      BY 'RIEN'.
       END PROGRAM BFUSEL60.
