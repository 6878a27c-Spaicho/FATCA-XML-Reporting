      * DFUSLE1F | Liste FFI IRS du mois (extrait CSV)  | E |          *
      * DFUSLE1G | GIIN sponsors (facultatif)           | E |          *
      * DFUSLS1F | Rapport de verification des GIIN     | S |          *
152690*          |                                      |   |          *
152690* DFUSLR11 | Registre des successions d'entités   | E | CFUSSUCC *
152690*          | déclarantes (KSDS, DD facultative)   |   |          *
152690*__________|______________________________________|___|__________*
      *                                                                *
      * Liste des ABENDS émis  par le programme :                      *
      *________________________________________________________________*
      *   1923   | PB FERMETURE FICHIER DFUSLS1F                       *
      *   1930   | PB APPEL MODULE MFUSTEND                            *
      *   1940   | DEPASSEMENT TABLE DES GIIN A VERIFIER (50)          *
152690*   1951   | PB OUVERTURE REGISTRE DFUSLR11                      *
152690*   1952   | PB LECTURE   REGISTRE DFUSLR11                      *
152690*   1953   | PB FERMETURE REGISTRE DFUSLR11                      *
152690*__________|_____________________________________________________*
      *                                                                *
      * Historique des modifications :                                 *
      *________________________________________________________________*
152540*  MCHA  !12/09/2016!20152540!CREATION : VERIFICATION DES GIIN   *
152540*        !          !        !DECLARANTS ET SPONSORS CONTRE LA   *
152540*        !          !        !LISTE FFI MENSUELLE DE L'IRS       *
      *----------------------------------------------------------------*
152690*  MCHA  !06/03/2017!20152690!GIIN ABSENT DE LA LISTE FFI MAIS   *
152690*        !          !        !PREDECESSEUR D'UNE SUCCESSION EN   *
152690*        !          !        !VIGUEUR (DFUSLR11) : SIGNALE       *
152690*        !          !        !SUCCEDE, SANS BLOQUER BFUSEL10     *
      ******************************************************************

       ENVIRONMENT DIVISION.
      *
           SELECT DFUSLS1F ASSIGN             TO DFUSLS1F
           FILE STATUS FS-S1F.
152690
152690*
152690* Registre des successions d'entités déclarantes (facultatif)
152690*
152690     SELECT OPTIONAL DFUSLR11 ASSIGN    TO DFUSLR11
152690     ORGANIZATION INDEXED
152690     ACCESS RANDOM
152690     RECORD KEY R11-CLE
152690     FILE STATUS FS-R11.

       DATA DIVISION.
       FILE SECTION.
           BLOCK CONTAINS 0 RECORDS.

       01  FD-DFUSLS1F              PIC  X(200).
152690
152690 FD  DFUSLR11.
152690 01  ENR-DFUSLR11.
152690     05  R11-CLE              PIC  X(20).
152690     05  FILLER               PIC  X(180).

      ***************************************
      *      WORKING STORAGE SECTION        *
          88 UN-GIIN-ABSENT                       VALUE 'O'.
       01 TOP-LIBELLE-DIFF             PIC X(01) VALUE SPACE.
          88 UN-LIBELLE-DIFF                      VALUE 'O'.
152690
152690*    Succession lue au registre DFUSLR11 pour un GIIN absent de
152690*    la liste FFI (deradiation apres fusion) ; registre present
152690*    (DD fournie)
152690 COPY CFUSSUCC REPLACING ==(P)== BY ==SU11==.
152690 01 TOP-REGISTRE-SUCC            PIC X(01) VALUE SPACE.
152690    88 REGISTRE-SUCC-PRESENT                VALUE 'O'.
152690 01 TOP-GIIN-SUCCEDE             PIC X(01) VALUE SPACE.
152690    88 GIIN-SUCCEDE                         VALUE 'O'.

      *    Ligne du rapport
       01 WS-EDIT-VERIF.
       01  FS-E1F                      PIC X(02) VALUE SPACES.
       01  FS-E1G                      PIC X(02) VALUE SPACES.
       01  FS-S1F                      PIC X(02) VALUE SPACES.
152690 01  FS-R11                      PIC X(02) VALUE SPACES.

      *   Compteurs
       01 WS-NB-LECT-E1F               PIC 9(9) VALUE ZEROES.
       01 WS-NB-ECRT-S1F               PIC 9(9) VALUE ZEROES.
       01 WS-Q-GIIN-ABSENTS            PIC 9(9) VALUE ZEROES.
       01 WS-Q-LIBELLES-DIFF           PIC 9(9) VALUE ZEROES.
152690 01 WS-Q-GIIN-SUCCEDES           PIC 9(9) VALUE ZEROES.

      *   Booléens de fin de fichier
       01 TOP-FIN-E1F                  PIC X(1)  VALUE SPACE.
           PERFORM OUVR-FICH-E1F
           PERFORM OUVR-FICH-E1G
           PERFORM OUVR-FICH-S1F
152690     PERFORM OUVR-FICH-R11
           .

      *--------------------*
              MOVE WS-T-GIN-L-NOM-FFI(WS-I-GIIN)
                                       TO WS-VER-L-NOM-FFI

152690*       GIIN absent : deradie apres une fusion si le registre
152690*       des successions lui connait un successeur en vigueur
152690        MOVE SPACE               TO TOP-GIIN-SUCCEDE
152690        IF NOT GIIN-TROUVE(WS-I-GIIN)
152690        AND REGISTRE-SUCC-PRESENT
152690           PERFORM LECT-FICH-R11
152690        END-IF
152690
              EVALUATE TRUE
152690           WHEN GIIN-SUCCEDE
152690              MOVE SPACES        TO WS-VER-L-VERDICT
152690              STRING 'SUCCEDE PAR '      DELIMITED BY SIZE
152690                     SU11-C-REF-GIIN-SUCC DELIMITED BY SPACE
152690                INTO WS-VER-L-VERDICT
152690              END-STRING
152690              ADD 1              TO WS-Q-GIIN-SUCCEDES
                 WHEN NOT GIIN-TROUVE(WS-I-GIIN)
                    MOVE 'ABSENT DE LA LISTE FFI'
                                       TO WS-VER-L-VERDICT
           PERFORM FERM-FICH-E1F
           PERFORM FERM-FICH-E1G
           PERFORM FERM-FICH-S1F
152690     PERFORM FERM-FICH-R11

           PERFORM AFFICH-BILAN-FIN

           END-IF
           .

152690*---------------*
152690 OUVR-FICH-R11.
152690*---------------*
152690
152690*    OUVERTURE DU REGISTRE DFUSLR11 (DD ABSENTE : STATUT '05')
152690     OPEN INPUT DFUSLR11
152690     EVALUATE FS-R11
152690        WHEN '00'
152690           SET REGISTRE-SUCC-PRESENT TO TRUE
152690        WHEN '05'
152690           CONTINUE
152690        WHEN OTHER
152690           MOVE 1951             TO WS-CODE-ABEND
152690           PERFORM TRAIT-ABEND
152690     END-EVALUATE
152690     .
152690
152690*---------------*
152690 LECT-FICH-R11.
152690*---------------*
152690
152690*    LECTURE DE LA SUCCESSION DU GIIN ABSENT DE LA LISTE FFI
152690     MOVE WS-T-GIN-C-REF-GIIN(WS-I-GIIN)
152690                                  TO R11-CLE
152690     READ DFUSLR11 INTO SU11-ENR-SUCCESSION
152690     END-READ
152690
152690     EVALUATE FS-R11
152690        WHEN '00'
152690           IF SU11-SUCC-EN-VIGUEUR
152690              SET GIIN-SUCCEDE    TO TRUE
152690           END-IF
152690        WHEN '23'
152690           CONTINUE
152690        WHEN OTHER
152690           MOVE 1952              TO WS-CODE-ABEND
152690           PERFORM TRAIT-ABEND
152690     END-EVALUATE
152690     .
152690
152690*---------------*
152690 FERM-FICH-R11.
152690*---------------*
152690
152690*    FERMETURE
152690     CLOSE DFUSLR11
152690     IF FS-R11  NOT = '00'
152690        MOVE 1953               TO WS-CODE-ABEND
152690        PERFORM TRAIT-ABEND
152690     END-IF
152690     .
152690
      *---------------*
       OUVR-FICH-S1F.
      *---------------*
              WHEN 1940
                 MOVE 'DEPASSEMENT TABLE DES GIIN A VERIFIER'
                                       TO      WS-LIGNE-ANO21
152690        WHEN 1951
152690        WHEN 1952
152690        WHEN 1953
152690           MOVE 'PB ACCES REGISTRE DFUSLR11'
152690                                 TO      WS-LIGNE-ANO21
              WHEN OTHER
                 MOVE 'ERREUR INCONNU'
                                       TO      WS-LIGNE-ANO21
           MOVE '*    WS-Q-LIBELLES-DIFF         :
      -    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE WS-Q-LIBELLES-DIFF       TO BILA-L-DISP(WS-DISP)(45:9)
152690     ADD  1                        TO WS-DISP
152690     MOVE '*    WS-Q-GIIN-SUCCEDES         :
152690-    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
152690     MOVE WS-Q-GIIN-SUCCEDES       TO BILA-L-DISP(WS-DISP)(45:9)
           ADD  1                        TO WS-DISP
           MOVE WS-LIGNE-EGAL            TO BILA-L-DISP(WS-DISP)
           PERFORM APPEL-MCCDBILA
