      *          | DocTypeIndic DU JOURNAL D'AUDIT                     *
      *   7241   | SYSIN INVALIDE (ENVIRONNEMENT, ANNEE OU SIREN)      *
      *   7242   | JOURNAL D'AUDIT SANS ENREGISTREMENT 'AUD'           *
152580*   7243   | DocRefId SUFFIXE D'UN PAYS AUTRE QUE LA JURIDICTION *
152580*          | DU MESSAGE                                          *
      *__________|_____________________________________________________*
      *                                                                *
      * Historique des modifications :                                 *
152440*  MCHA  !04/07/2016!20152440!CREATION : PACKAGING DU DEPOT      *
152440*        !          !        !DGFiP CRS (NOMMAGE, METADONNEES,   *
152440*        !          !        !MANIFESTE PAR JURIDICTION)         *
      *----------------------------------------------------------------*
152580*  MCHA  !07/11/2016!20152580!DocRefId SUFFIXES DU PAYS (COMPTE  *
152580*        !          !        !DECLARE A PLUSIEURS JURIDICTIONS) :*
152580*        !          !        !CONTROLE DU PAYS DU SUFFIXE CONTRE *
152580*        !          !        !LA JURIDICTION DU MESSAGE (7243) ET*
152580*        !          !        !DENOMBREMENT A L'ENTETE MANIFESTE  *
152580*        !          !        !(DocRefId 'CRS-...-FI' DE LA       *
152580*        !          !        !FINLANDE DISTINGUE DE L'ENTETE)    *
      ******************************************************************

       ENVIRONMENT DIVISION.
            05  WS-MT-A-FISCALE          PIC X(04).
            05  WS-MT-C-ENV              PIC X(01).
            05  WS-MT-Q-NB-DOCREF        PIC 9(09).
152580*        dont DocRefId suffixes du pays de la juridiction
152580      05  WS-MT-Q-NB-DOCREF-SUFF   PIC 9(09).
152580      05  FILLER                   PIC X(92) VALUE SPACES.

      *    Enregistrement de détail du manifeste
       01   WS-ENR-MANIF-DET.
       01 WS-C-PAYS-COURANT             PIC X(02) VALUE SPACES.
       01 WS-I-REF-GIIN-ENT             PIC X(20) VALUE SPACES.
       01 WS-Q-DOCREF-PAYS              PIC 9(09) VALUE ZERO.
152580 01 WS-Q-DOCREF-SUFF-PAYS         PIC 9(09) VALUE ZERO.
       01 WS-Q-LIGNE-PAYS               PIC 9(09) VALUE ZERO.
       01 WS-Q-UTILE                    PIC 9(02) VALUE ZERO.

      *   Compteur des juridictions deposees
       01 WS-Q-PAYS                    PIC 9(02) VALUE ZERO.

152580*   Compteur des DocRefId suffixes du pays, toutes juridictions
152580 01 WS-Q-DOCREF-SUFF              PIC 9(09) VALUE ZERO.

      *   Booléens de fin des fichiers en entree
       01 TOP-FIN-E78                  PIC X(1)  VALUE SPACE.
          88 FIN-E78                             VALUE 'O'.
              SUBTRACT 1             FROM WS-Q-UTILE
           END-PERFORM

152580*    (un DocRefId de compte 'CRS-...' suffixe du pays de la
152580*    Finlande finit aussi par '-FI' : il n'est pas une entete)
           IF WS-Q-UTILE > 3
152580     AND WS-AUD-I-DOCREFID(4:1) NOT = '-'
           AND WS-AUD-I-DOCREFID(WS-Q-UTILE - 2:3) = '-FI'
              IF WS-C-PAYS-COURANT NOT = SPACES
                 PERFORM CLOT-JURIDICTION
                                       TO WS-C-PAYS-COURANT
              MOVE ZERO                TO WS-Q-DOCREF-PAYS
                                          WS-Q-LIGNE-PAYS
152580                                    WS-Q-DOCREF-SUFF-PAYS
              ADD 1                    TO WS-Q-PAYS
152580     ELSE
152580*       DocRefId d'un compte declare hors de la residence
152580*       principale du titulaire : suffixe '-' + pays, qui doit
152580*       etre celui de la juridiction du message
152580        IF WS-Q-UTILE > 3
152580        AND WS-AUD-I-DOCREFID(WS-Q-UTILE - 2:1) = '-'
152580        AND WS-AUD-I-DOCREFID(WS-Q-UTILE - 1:2)
152580            IS ALPHABETIC-UPPER
152580           IF WS-AUD-I-DOCREFID(WS-Q-UTILE - 1:2)
152580              NOT = WS-C-PAYS-COURANT
152580              MOVE 7243            TO WS-CODE-ABEND
152580              PERFORM TRAIT-ABEND
152580           END-IF
152580           ADD 1                 TO WS-Q-DOCREF-SUFF-PAYS
152580                                    WS-Q-DOCREF-SUFF
152580        END-IF
           END-IF

      *    Detail du manifeste (l'entete '-FI' y figure aussi, elle
           MOVE SYSIN-A-FISCALE        TO WS-MT-A-FISCALE
           MOVE SYSIN-C-ENV            TO WS-MT-C-ENV
           MOVE WS-Q-DOCREF-PAYS       TO WS-MT-Q-NB-DOCREF
152580     MOVE WS-Q-DOCREF-SUFF-PAYS  TO WS-MT-Q-NB-DOCREF-SUFF
           PERFORM ECRT-FICH-S79-TET

           MOVE SPACES                 TO WS-ENR-DEPOT(4:197)
              WHEN 7242
                 MOVE 'JOURNAL D''AUDIT SANS ENREGISTREMENT AUD'
                                       TO      WS-LIGNE-ANO21
152580        WHEN 7243
152580           MOVE 'DocRefId SUFFIXE HORS JURIDICTION DU MESSAGE'
152580                                 TO      WS-LIGNE-ANO21
              WHEN OTHER
                 MOVE 'ERREUR INCONNU'
                                       TO      WS-LIGNE-ANO21
           MOVE '*    WS-Q-PAYS                  :
      -    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE WS-Q-PAYS                TO BILA-L-DISP(WS-DISP)(52:2)
152580     ADD  1                        TO WS-DISP
152580     MOVE '*    WS-Q-DOCREF-SUFF           :
152580-    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
152580     MOVE WS-Q-DOCREF-SUFF         TO BILA-L-DISP(WS-DISP)(45:9)
           ADD  1                        TO WS-DISP
           MOVE WS-LIGNE-EGAL            TO BILA-L-DISP(WS-DISP)
           PERFORM APPEL-MCCDBILA
