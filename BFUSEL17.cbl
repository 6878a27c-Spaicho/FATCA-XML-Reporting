      *                 RETURN-CODE 8 pour que l'ordonnanceur          *
      *                 suspende la transmission (sinon RETURN-CODE    *
      *                 4 informatif).                                 *
152730*                 Un depot supplementaire d'annee anterieure     *
152730*                 (type de declaration marque 'SUP') est edite   *
152730*                 face au fichier initial de la meme annee, pour *
152730*                 information, sans controle de seuil ; il n'est *
152730*                 jamais retenu comme campagne N-1 de reference. *
      *                                                                *
      * MODULES UTILISES :                                             *
      *________________________________________________________________*
152520*        !          !        !N-1/N DES TOTAUX PAR ENTITE AVANT  *
152520*        !          !        !TRANSMISSION, SEUIL ET OPTION      *
152520*        !          !        !BLOQUANTE EN SYSIN                 *
152730*----------------------------------------------------------------*
152730*  MCHA  !03/04/2017!20152730!DEPOT SUPPLEMENTAIRE ('SUP')       *
152730*        !          !        !COMPARE AU FICHIER INITIAL DE LA   *
152730*        !          !        !MEME ANNEE POUR INFORMATION, HORS  *
152730*        !          !        !SEUIL ; LES DEPOTS SUPPLEMENTAIRES *
152730*        !          !        !SONT EXCLUS DE LA CAMPAGNE N-1     *
      ******************************************************************

       ENVIRONMENT DIVISION.
      *   Annee fiscale precedente derivee de l'A-APPL de la MAJ
       01 WS-A-FISCALE-CRT             PIC 9(04) VALUE ZERO.
       01 WS-A-FISCALE-PREC            PIC 9(04) VALUE ZERO.
152730*   Annee de la campagne de reference recherchee (N-1, ou N pour
152730*   un depot supplementaire) et fichier initial trouve
152730 01 WS-A-FISCALE-RECH            PIC 9(04) VALUE ZERO.
152730 01 TOP-CAMPAGNE-TROUVEE         PIC X(01) VALUE SPACE.
152730    88 CAMPAGNE-TROUVEE                     VALUE 'O'.
152730*   Enregistrement de MAJ d'un depot supplementaire ('SUP')
152730 01 TOP-DEPOT-SUPPL              PIC X(01) VALUE SPACE.
152730    88 DEPOT-SUPPLEMENTAIRE                 VALUE 'O'.

      *   Valeurs comparees et variation calculee
       01 WS-M-VAL-CRT                 PIC 9(15) VALUE ZERO.
       01 WS-NB-ECRT-S18               PIC 9(9) VALUE ZEROES.
       01 WS-Q-ENTITES-CTRL            PIC 9(9) VALUE ZEROES.
       01 WS-Q-ENTITES-FLAGGEES        PIC 9(9) VALUE ZEROES.
152730 01 WS-Q-DEPOTS-SUPPL            PIC 9(9) VALUE ZEROES.

      *   Booléen de fin de fichier
       01 TOP-FIN-E17                  PIC X(1)  VALUE SPACE.
           COMPUTE WS-A-FISCALE-PREC
                 = WS-A-FISCALE-CRT - 1

152730*    Un depot supplementaire d'annee anterieure est compare au
152730*    fichier initial de la meme annee, pour information
152730     IF MJ00-C-TYPE-DECL OF MJ00-ENR-TBFIDFUS(3:3) = 'SUP'
152730        SET DEPOT-SUPPLEMENTAIRE TO TRUE
152730        ADD 1                    TO WS-Q-DEPOTS-SUPPL
152730        MOVE WS-A-FISCALE-CRT    TO WS-A-FISCALE-RECH
152730     ELSE
152730        MOVE SPACE               TO TOP-DEPOT-SUPPL
152730        MOVE WS-A-FISCALE-PREC   TO WS-A-FISCALE-RECH
152730     END-IF
152730
152730*    SELECTION DU FICHIER INITIAL DE LA CAMPAGNE DE REFERENCE
152730     PERFORM RECH-CAMPAGNE-INIT
152730
152730     IF NOT CAMPAGNE-TROUVEE
152730*       PREMIERE CAMPAGNE DE L'ENTITE : RIEN A COMPARER
152730        MOVE MJ00-I-IDENT-END OF MJ00-ENR-TBFIDFUS
152730                                 TO WS-VAR-I-IDENT-END
152730        MOVE 'CAMPAGNE'          TO WS-VAR-L-MESURE
152730        MOVE ZERO                TO WS-VAR-M-PREC
152730                                    WS-VAR-M-CRT
152730                                    WS-VAR-Q-PCT
152730        IF DEPOT-SUPPLEMENTAIRE
152730           MOVE 'PAS DE DEPOT INITIAL'
152730                                 TO WS-VAR-L-VERDICT
152730        ELSE
152730           MOVE 'PAS DE CAMPAGNE N-1'
152730                                 TO WS-VAR-L-VERDICT
152730        END-IF
152730        PERFORM ECRT-FICH-S18
152730     END-IF
152730
152730     IF CAMPAGNE-TROUVEE
              MOVE MJ00-Q-PERS-DECL OF MJ00-ENR-TBFIDFUS
                                       TO WS-M-VAL-CRT
              MOVE TFID-Q-PERS-DECL    TO WS-M-VAL-PREC
           MOVE WS-M-VAL-CRT           TO WS-VAR-M-CRT
           MOVE WS-Q-PCT               TO WS-VAR-Q-PCT

152730*    Depot supplementaire : edite pour information, hors seuil
152730     EVALUATE TRUE
152730        WHEN DEPOT-SUPPLEMENTAIRE
152730           MOVE 'DEPOT SUPPL. VS INITIAL'
152730                                 TO WS-VAR-L-VERDICT
152730        WHEN WS-Q-PCT > WS-Q-SEUIL-PCT
152730           MOVE '*** SEUIL DEPASSE ***'
152730                                 TO WS-VAR-L-VERDICT
152730           SET ENTITE-FLAGGEE    TO TRUE
152730        WHEN OTHER
152730           MOVE SPACES           TO WS-VAR-L-VERDICT
152730     END-EVALUATE

           PERFORM ECRT-FICH-S18
           .

152730*--------------------*
152730 RECH-CAMPAGNE-INIT.
152730*--------------------*
152730
152730*    Fichier initial de la campagne WS-A-FISCALE-RECH de l'entite
152730*    (curseur 02 de MFUSTFID) : les fichiers de depot
152730*    supplementaire ('SUP') sont ignores
152730     MOVE SPACE                  TO TOP-CAMPAGNE-TROUVEE
152730     MOVE SPACES                 TO TFID-PARAM
152730     MOVE 'OP'                   TO ACCE-TYPE-REQUETE
152730     MOVE '02'                   TO ACCE-NOM-FONCTION
152730     MOVE MJ00-I-IDENT-END OF MJ00-ENR-TBFIDFUS
152730                                 TO TFID-I-IDENT-END
152730     MOVE '0001-01-01'           TO TFID-A-APPL
152730     MOVE WS-A-FISCALE-RECH      TO TFID-A-APPL(1:4)
152730     PERFORM SQ-ACCES-TFID
152730     PERFORM UNTIL NOT TROUVE
152730                OR TFID-C-TYPE-DECL(3:3) NOT = 'SUP'
152730        MOVE 'FE'                TO ACCE-TYPE-REQUETE
152730        PERFORM SQ-ACCES-TFID
152730     END-PERFORM
152730     EVALUATE TRUE
152730        WHEN TROUVE
152730           SET CAMPAGNE-TROUVEE  TO TRUE
152730        WHEN NON-TROUVE
152730           CONTINUE
152730        WHEN OTHER
152730           MOVE 1730             TO WS-CODE-ABEND
152730           PERFORM TRAIT-ABEND
152730     END-EVALUATE
152730
152730     MOVE 'CL'                   TO ACCE-TYPE-REQUETE
152730     PERFORM SQ-ACCES-TFID
152730     IF NOT TROUVE
152730        MOVE 1730                TO WS-CODE-ABEND
152730        PERFORM TRAIT-ABEND
152730     END-IF
152730     .
      *--------------*
       FIN-TRAIT.
      *--------------*
           MOVE '*    WS-Q-ENTITES-FLAGGEES      :
      -    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE WS-Q-ENTITES-FLAGGEES    TO BILA-L-DISP(WS-DISP)(45:9)
152730     ADD  1                        TO WS-DISP
152730     MOVE '*    WS-Q-DEPOTS-SUPPL          :
152730-    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
152730     MOVE WS-Q-DEPOTS-SUPPL        TO BILA-L-DISP(WS-DISP)(45:9)
           ADD  1                        TO WS-DISP
           MOVE '*    WS-NB-ECRT-S18             :
      -    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
