      *          |                                      |   |          *
      * DFUSLS42 | Anomalies de constitution            | S |          *
      *__________|______________________________________|___|__________*
152690*          |                                      |   |          *
152690* DFUSLR11 | Registre des successions d'entités   | E | CFUSSUCC *
152690*          | déclarantes (KSDS, DD facultative)   |   |          *
152690*__________|______________________________________|___|__________*
      *                                                                *
      * Liste des ABENDS émis  par le programme :                      *
      *                                                                *
      *          |                                                     *
      *   4040   | DEPASSEMENT TABLE DES ENTITES DECLARANTES           *
      *__________|_____________________________________________________*
152690*          |                                                     *
152690*   4051   | PB OUVERTURE REGISTRE DFUSLR11                      *
152690*   4052   | PB LECTURE   REGISTRE DFUSLR11                      *
152690*   4053   | PB FERMETURE REGISTRE DFUSLR11                      *
152690*__________|_____________________________________________________*
      *                                                                *
      * Historique des modifications :                                 *
      *                                                                *
152350*        !          !        !DATE DE CAMPAGNE DU DocRefId       *
152350*        !          !        !CORRIGE (CHAINAGE CorrMessageRefId *
152350*        !          !        !SUR LE BON FICHIER, PAS LE DERNIER)*
      *----------------------------------------------------------------*
152690*  MCHA  !06/03/2017!20152690!GIIN SORTI DE TBENDFUS (FUSION) :  *
152690*        !          !        !CORRECTION CONSTITUEE SOUS         *
152690*        !          !        !L'IDENTIFIANT DU PREDECESSEUR LU AU*
152690*        !          !        !REGISTRE DES SUCCESSIONS DFUSLR11  *
      ******************************************************************

      *****************************************************************
      *
           SELECT DFUSLS42 ASSIGN             TO DFUSLS42
           FILE STATUS FS-S42.
152690
152690*
152690* Registre des successions d'entités déclarantes (facultatif)
152690*
152690     SELECT OPTIONAL DFUSLR11 ASSIGN    TO DFUSLR11
152690     ORGANIZATION INDEXED
152690     ACCESS RANDOM
152690     RECORD KEY R11-CLE
152690     FILE STATUS FS-R11.

      *****************************************************************
      *                                                               *
           BLOCK CONTAINS 0 RECORDS.

       01  FD-DFUSLS42              PIC  X(300).
152690
152690 FD  DFUSLR11.
152690 01  ENR-DFUSLR11.
152690     05  R11-CLE              PIC  X(20).
152690     05  FILLER               PIC  X(180).

      ***************************************
      *                                     *
            05  WS-T-END-I-IDENT-END     PIC X(07).

       01   WS-I-IDENT-END-TRV           PIC X(07) VALUE SPACES.
152690
152690*    Succession lue au registre DFUSLR11 pour un GIIN sorti de
152690*    TBENDFUS ; registre présent (DD fournie)
152690 COPY CFUSSUCC REPLACING ==(P)== BY ==SU11==.
152690 01   TOP-REGISTRE-SUCC            PIC X(01) VALUE SPACE.
152690      88  REGISTRE-SUCC-PRESENT              VALUE 'O'.

       01   I                            PIC 9(08) BINARY VALUE ZERO.

       01  FS-E41                      PIC X(02) VALUE SPACES.
       01  FS-S41                      PIC X(02) VALUE SPACES.
       01  FS-S42                      PIC X(02) VALUE SPACES.
152690 01  FS-R11                      PIC X(02) VALUE SPACES.

      *   Compteur du nombre de lectures du fichier DFUSLE41
       01 WS-NB-LECT-E41               PIC 9(9) VALUE ZEROES.
      *   Compteur du nombre d'écritures du fichier DFUSLS42
       01 WS-NB-ECRT-S42               PIC 9(9) VALUE ZEROES.

152690*   Compteur des DocRefId d'un prédécesseur sorti de TBENDFUS
152690 01 WS-NB-CORR-PRED              PIC 9(9) VALUE ZEROES.

      *   Booléen pour indiquer fin du fichier DFUSLE41
       01 TOP-FIN-DFUSLE41             PIC X(1)  VALUE SPACE.
          88 FIN-DFUSLE41                        VALUE 'O'.
           PERFORM OUVR-FICH-E41
           PERFORM OUVR-FICH-S41
           PERFORM OUVR-FICH-S42
152690     PERFORM OUVR-FICH-R11
           .

      *-----------------*
                                        TO WS-I-IDENT-END-TRV
              END-IF
           END-PERFORM

152690*    GIIN sorti de TBENDFUS : prédécesseur d'une succession en
152690*    vigueur, la correction est constituée sous son identifiant,
152690*    sous lequel ses fichiers d'origine restent en TBFIDFUS
152690     IF WS-I-IDENT-END-TRV = SPACES AND REGISTRE-SUCC-PRESENT
152690        PERFORM LECT-FICH-R11
152690     END-IF
           .

      *--------------------*
           PERFORM FERM-FICH-E41
           PERFORM FERM-FICH-S41
           PERFORM FERM-FICH-S42
152690     PERFORM FERM-FICH-R11

      *    Récupération date et heure de fin
           PERFORM RECUP-DATE-HEURE-FIN
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
152690           MOVE 4051             TO WS-CODE-ABEND
152690           PERFORM TRAIT-ABEND
152690     END-EVALUATE
152690     .
152690
152690*---------------*
152690 LECT-FICH-R11.
152690*---------------*
152690
152690*    LECTURE DE LA SUCCESSION DU GIIN DU DOCREFID
152690     MOVE WS-BLD-GIIN             TO R11-CLE
152690     READ DFUSLR11 INTO SU11-ENR-SUCCESSION
152690     END-READ
152690
152690     EVALUATE FS-R11
152690        WHEN '00'
152690           IF SU11-SUCC-EN-VIGUEUR
152690              MOVE SU11-I-IDENT-END-PRED
152690                                  TO WS-I-IDENT-END-TRV
152690              ADD 1               TO WS-NB-CORR-PRED
152690           END-IF
152690        WHEN '23'
152690           CONTINUE
152690        WHEN OTHER
152690           MOVE 4052              TO WS-CODE-ABEND
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
152690        MOVE 4053               TO WS-CODE-ABEND
152690        PERFORM TRAIT-ABEND
152690     END-IF
152690     .

      *--------------*
       TRAIT-ABEND.
      *--------------*
              WHEN 4040
                 MOVE 'DEPASSEMENT TABLE DES ENTITES DECLARANTES'
                                       TO      WS-LIGNE-ANO21
152690        WHEN 4051
152690           MOVE 'PB OUVERTURE REGISTRE DFUSLR11'
152690                                 TO      WS-LIGNE-ANO21
152690        WHEN 4052
152690           MOVE 'PB LECTURE REGISTRE DFUSLR11'
152690                                 TO      WS-LIGNE-ANO21
152690        WHEN 4053
152690           MOVE 'PB FERMETURE REGISTRE DFUSLR11'
152690                                 TO      WS-LIGNE-ANO21
              WHEN OTHER
                 MOVE 'ERREUR INCONNU'
                                       TO      WS-LIGNE-ANO21
           MOVE '*    WS-NB-ECRT-S42             :
      -    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE WS-NB-ECRT-S42           TO BILA-L-DISP(WS-DISP)(45:9)
152690*    DocRefId d'un prédécesseur sorti de TBENDFUS
152690     ADD  1                        TO WS-DISP
152690     MOVE '*    WS-NB-CORR-PRED            :
152690-    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
152690     MOVE WS-NB-CORR-PRED          TO BILA-L-DISP(WS-DISP)(45:9)
           ADD  1                        TO WS-DISP
           MOVE WS-LIGNE-EGAL            TO BILA-L-DISP(WS-DISP)
           PERFORM APPEL-MCCDBILA
