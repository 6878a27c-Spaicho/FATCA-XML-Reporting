      *                   non blanc, au moins un TIN sous ReportingFI, *
      *                   DocTypeIndic dans FATCA1-FATCA4 ou           *
      *                   FATCA11-FATCA14, format de ReportingPeriod.  *
152560*                 - bloc Intermediary du ReportingGroup : Name et*
152560*                   Address obligatoires, codes pays sur deux    *
152560*                   lettres majuscules, TIN au format GIIN     *
152560*                   (sauf TIN non GIIN emis avec issuedBy : non  *
152560*                   blanc seulement).                            *
      *                 Toute anomalie est éditée sur DFUSLS51 et le   *
      *                 programme se termine avec RETURN-CODE 8        *
      *                 (NO-GO) pour bloquer l'étape de transmission   *
152130*  MCHA  !23/11/2015!20152130!CREATION : CONTROLE GO/NO-GO DU    *
152130*        !          !        !FICHIER DFUSLS21 AVANT             *
152130*        !          !        !TRANSMISSION IRS                   *
      *----------------------------------------------------------------*
152560*  MCHA  !26/09/2016!20152560!CONTROLE DU BLOC Intermediary DU   *
152560*        !          !        !ReportingGroup ; FORMAT GIIN EXIGE *
152560*        !          !        !DU SEUL TIN D'ALLURE GIIN OU SANS  *
152560*        !          !        !issuedBy, TIN NATIONAL NON BLANC   *
      ******************************************************************

      *****************************************************************
       01   TOP-DANS-REPORTINGFI         PIC X(01) VALUE SPACE.
            88  DANS-REPORTINGFI                   VALUE 'O'.

152560*    Contexte du bloc Intermediary en cours (Name et Address
152560*    rencontres, profondeur de pile du bloc)
152560 01   TOP-DANS-INTERMEDIARY        PIC X(01) VALUE SPACE.
152560      88  DANS-INTERMEDIARY                  VALUE 'O'.
152560 01   WS-Q-PROF-INTERMEDIARY       PIC 9(04) BINARY VALUE ZERO.
152560 01   WS-Q-NAME-INT                PIC 9(04) VALUE ZERO.
152560 01   WS-Q-ADR-INT                 PIC 9(04) VALUE ZERO.
152560*    Attribut issuedBy present sur la balise TIN courante
152560 01   WS-Q-ISSUEDBY                PIC 9(04) BINARY VALUE ZERO.

      *    Accumulation du bloc AccountReport courant pour re-parsing
      *    par MFUSXL00, aux mêmes dimensions que sa génération dans
      *    BFUSEL20 (WS-L-XML-GENERATE)
      *   Compteur des blocs AccountReport re-parsés par MFUSXL00
       01 WS-Q-BLOC-PARSE              PIC 9(9) VALUE ZEROES.

152560*   Compteur des blocs Intermediary contrôlés
152560 01 WS-Q-BLOC-INTERM             PIC 9(9) VALUE ZEROES.

      *   Compteur des anomalies détectées
       01 WS-Q-ANOMALIE                PIC 9(9) VALUE ZEROES.

                 MOVE SPACE             TO TOP-BLOC-TROP-GRAND
                 MOVE WS-NB-LECT-E51    TO WS-N-LIGNE-BLOC

152560        WHEN 'ftc:Intermediary'
152560           SET DANS-INTERMEDIARY  TO TRUE
152560           ADD  1                 TO WS-Q-BLOC-INTERM
152560*          Profondeur de pile AVANT l'ouverture du bloc
152560           COMPUTE WS-Q-PROF-INTERMEDIARY
152560                 = WS-Q-PILE - 1
152560           MOVE ZERO              TO WS-Q-NAME-INT
152560                                     WS-Q-ADR-INT

152560        WHEN 'sfa:Address'
152560           IF DANS-INTERMEDIARY
152560              ADD 1               TO WS-Q-ADR-INT
152560           END-IF

           END-EVALUATE
           .

                    MOVE SPACE          TO TOP-DANS-ACCOUNTREPORT
                 END-IF

152560        WHEN 'ftc:Intermediary'
152560*          Name et Address obligatoires sous Intermediary
152560           IF DANS-INTERMEDIARY
152560           AND WS-Q-PILE = WS-Q-PROF-INTERMEDIARY
152560              IF WS-Q-NAME-INT = ZERO
152560                 MOVE SPACES      TO WS-ENR-CTRL
152560                 MOVE 'KO'        TO WS-CTL-C-GRAVITE
152560                 MOVE WS-NB-LECT-E51
152560                                  TO WS-CTL-N-LIGNE
152560                 MOVE 'sfa:Name'  TO WS-CTL-L-BALISE
152560                 MOVE 'NAME ABSENT OU BLANC SOUS INTERMEDIARY'
152560                                  TO WS-CTL-L-MOTIF
152560                 PERFORM ECRT-FICH-S51
152560                 SET VERDICT-NO-GO
152560                                  TO TRUE
152560              END-IF
152560              IF WS-Q-ADR-INT = ZERO
152560                 MOVE SPACES      TO WS-ENR-CTRL
152560                 MOVE 'KO'        TO WS-CTL-C-GRAVITE
152560                 MOVE WS-NB-LECT-E51
152560                                  TO WS-CTL-N-LIGNE
152560                 MOVE 'sfa:Address'
152560                                  TO WS-CTL-L-BALISE
152560                 MOVE 'ADDRESS ABSENTE SOUS INTERMEDIARY'
152560                                  TO WS-CTL-L-MOTIF
152560                 PERFORM ECRT-FICH-S51
152560                 SET VERDICT-NO-GO
152560                                  TO TRUE
152560              END-IF
152560              MOVE SPACE          TO TOP-DANS-INTERMEDIARY
152560           END-IF

           END-EVALUATE
           .

                 AND WS-L-TEXTE-BALISE NOT = SPACES
                    ADD 1               TO WS-Q-TIN-RFI
                 END-IF
152560*          TIN de l'intermediaire : GIIN XXXXXX.XXXXX.XX.XXX
152560*          quand il en a l'allure ou qu'aucun issuedBy ne le
152560*          qualifie ; un TIN national de repli (BFUSEL10, emis
152560*          avec issuedBy = pays du TIN) doit seulement etre
152560*          renseigne
152560           IF DANS-INTERMEDIARY
152560              MOVE ZERO           TO WS-Q-ISSUEDBY
152560              INSPECT WS-L-LIGNE-XML(WS-N-DEB-BALISE:
152560                      WS-Q-LIGNE - WS-N-DEB-BALISE + 1)
152560                 TALLYING WS-Q-ISSUEDBY
152560                 FOR ALL 'issuedBy' BEFORE INITIAL '>'
152560              MOVE SPACES         TO WS-ENR-CTRL
152560              EVALUATE TRUE
152560                 WHEN WS-L-TEXTE-BALISE = SPACES
152560                    MOVE 'TIN INTERMEDIARY A BLANC'
152560                                  TO WS-CTL-L-MOTIF
152560                 WHEN WS-L-TEXTE-BALISE(7:1) NOT = '.'
152560                 AND  WS-Q-ISSUEDBY > ZERO
152560*                   TIN national de repli
152560                    CONTINUE
152560                 WHEN WS-L-TEXTE-BALISE(7:1)  NOT = '.'
152560                 OR   WS-L-TEXTE-BALISE(13:1) NOT = '.'
152560                 OR   WS-L-TEXTE-BALISE(16:1) NOT = '.'
152560                 OR   WS-L-TEXTE-BALISE(1:6)  = SPACES
152560                 OR   WS-L-TEXTE-BALISE(17:3) = SPACES
152560                 OR   WS-L-TEXTE-BALISE(20:1) NOT = SPACE
152560                    MOVE 'TIN INTERMEDIARY HORS FORMAT GIIN'
152560                                  TO WS-CTL-L-MOTIF
152560              END-EVALUATE
152560              IF WS-CTL-L-MOTIF NOT = SPACES
152560                 MOVE 'KO'        TO WS-CTL-C-GRAVITE
152560                 MOVE WS-NB-LECT-E51
152560                                  TO WS-CTL-N-LIGNE
152560                 MOVE WS-L-NOM-BALISE
152560                                  TO WS-CTL-L-BALISE
152560                 PERFORM ECRT-FICH-S51
152560                 SET VERDICT-NO-GO
152560                                  TO TRUE
152560              END-IF
152560           END-IF

152560        WHEN 'sfa:Name'
152560           IF DANS-INTERMEDIARY
152560           AND WS-L-TEXTE-BALISE NOT = SPACES
152560              ADD 1               TO WS-Q-NAME-INT
152560           END-IF

152560        WHEN 'sfa:ResCountryCode'
152560        WHEN 'sfa:CountryCode'
152560*          Code pays ISO de l'intermediaire : deux majuscules
152560           IF DANS-INTERMEDIARY
152560              IF WS-L-TEXTE-BALISE(1:2) IS NOT ALPHABETIC-UPPER
152560              OR WS-L-TEXTE-BALISE(1:1) = SPACE
152560              OR WS-L-TEXTE-BALISE(2:1) = SPACE
152560              OR WS-L-TEXTE-BALISE(3:1) NOT = SPACE
152560                 MOVE SPACES      TO WS-ENR-CTRL
152560                 MOVE 'KO'        TO WS-CTL-C-GRAVITE
152560                 MOVE WS-NB-LECT-E51
152560                                  TO WS-CTL-N-LIGNE
152560                 MOVE WS-L-NOM-BALISE
152560                                  TO WS-CTL-L-BALISE
152560                 MOVE 'CODE PAYS INTERMEDIARY NON CONFORME'
152560                                  TO WS-CTL-L-MOTIF
152560                 PERFORM ECRT-FICH-S51
152560                 SET VERDICT-NO-GO
152560                                  TO TRUE
152560              END-IF
152560           END-IF

              WHEN 'ftc:DocTypeIndic'
                 MOVE SPACE             TO TOP-DOCTYPE-OK
           MOVE '*    WS-Q-BLOC-IGNORE           :
      -    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE WS-Q-BLOC-IGNORE         TO BILA-L-DISP(WS-DISP)(45:9)
152560*    Nombre de blocs Intermediary contrôlés
152560     ADD  1                        TO WS-DISP
152560     MOVE '*    WS-Q-BLOC-INTERM           :
152560-    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
152560     MOVE WS-Q-BLOC-INTERM         TO BILA-L-DISP(WS-DISP)(45:9)
      *    Nombre d'anomalies détectées
           ADD  1                        TO WS-DISP
           MOVE '*    WS-Q-ANOMALIE              :
