152530*  MCHA  !05/09/2016!20152530!CREATION : GENERATEUR D'EXTRAIT DE *
152530*        !          !        !TEST PSEUDONYMISE, EMPREINTE       *
152530*        !          !        !DETERMINISTE PAR IDENTIFIANT       *
      *----------------------------------------------------------------*
152570*  MCHA  !17/10/2016!20152570!PSEUDONYMISATION DES PERSONNES     *
152570*        !          !        !DETENANT LE CONTROLE (LIGNE 'CTP') *
      *----------------------------------------------------------------*
152580*  MCHA  !07/11/2016!20152580!PSEUDONYMISATION DU TIN DES        *
152580*        !          !        !RESIDENCES FISCALES (LIGNE 'RES')  *
      ******************************************************************

       ENVIRONMENT DIVISION.
       01 WS-Q-CNT-PSEUDO              PIC 9(9) VALUE ZEROES.
       01 WS-Q-ADR-PSEUDO              PIC 9(9) VALUE ZEROES.
       01 WS-Q-BNF-PSEUDO              PIC 9(9) VALUE ZEROES.
152570 01 WS-Q-CTP-PSEUDO              PIC 9(9) VALUE ZEROES.
152580 01 WS-Q-RES-PSEUDO              PIC 9(9) VALUE ZEROES.

      *   Booléen de fin de fichier
       01 TOP-FIN-E18                  PIC X(1)  VALUE SPACE.
              WHEN E18-C-ENR = '20' AND E18-C-ENTIT = 'BNF'
                 PERFORM PSEUDO-BENEFICIAIRE

152570        WHEN E18-C-ENR = '20' AND E18-C-ENTIT = 'CTP'
152570           PERFORM PSEUDO-CTRL-PERSONNE

152580        WHEN E18-C-ENR = '20' AND E18-C-ENTIT = 'RES'
152580           PERFORM PSEUDO-RESIDENCE

              WHEN OTHER
                 CONTINUE

           ADD 1                       TO WS-Q-BNF-PSEUDO
           .

152570*---------------------*
152570 PSEUDO-CTRL-PERSONNE.
152570*---------------------*
152570
152570*    Personne detenant le controle : noms, ville de naissance,
152570*    TIN, date de naissance et ligne d'adresse ; l'empreinte
152570*    derive de son identifiant unique, a defaut de son nom
152570     IF E18-I-UNIQ-KPI-CTP NOT = SPACES AND LOW-VALUE
152570        MOVE E18-I-UNIQ-KPI-CTP  TO WS-I-IDENT-HACHE
152570     ELSE
152570        MOVE E18-L-NOM-NAISS-CTP TO WS-I-IDENT-HACHE
152570     END-IF
152570     PERFORM CALC-DIGEST
152570
152570     MOVE SPACES                 TO WS-L-PSEUDO
152570     STRING 'NOM-' WS-L-DIGEST
152570        DELIMITED BY SIZE     INTO WS-L-PSEUDO
152570     MOVE WS-L-PSEUDO(1:32)      TO E18-L-NOM-NAISS-CTP
152570
152570     MOVE SPACES                 TO WS-L-PSEUDO
152570     STRING 'PRENOM-' WS-L-DIGEST
152570        DELIMITED BY SIZE     INTO WS-L-PSEUDO
152570     MOVE WS-L-PSEUDO(1:32)      TO E18-L-PRNOM-CTP
152570
152570     IF E18-L-VILL-NAISS-CTP NOT = SPACES AND LOW-VALUE
152570        MOVE SPACES              TO WS-L-PSEUDO
152570        STRING 'VILLE-' WS-L-DIGEST
152570           DELIMITED BY SIZE  INTO WS-L-PSEUDO
152570        MOVE WS-L-PSEUDO(1:32)   TO E18-L-VILL-NAISS-CTP
152570     END-IF
152570
152570     IF E18-C-REF-FISC-CTP NOT = SPACES AND LOW-VALUE
152570        MOVE SPACES              TO E18-C-REF-FISC-CTP
152570        MOVE WS-L-DIGEST         TO E18-C-REF-FISC-CTP(1:9)
152570     END-IF
152570
152570     IF E18-D-NAISS-CTP NOT = SPACES AND LOW-VALUE
152570        MOVE E18-D-NAISS-CTP(1:4)
152570                                 TO WS-NAI-AAAA
152570        DIVIDE WS-N-DIGEST BY 12
152570           GIVING WS-N-QUOTIENT REMAINDER WS-N-TRAVAIL
152570        COMPUTE WS-NAI-MM = WS-N-TRAVAIL + 1
152570        DIVIDE WS-N-DIGEST BY 28
152570           GIVING WS-N-QUOTIENT REMAINDER WS-N-TRAVAIL
152570        COMPUTE WS-NAI-JJ = WS-N-TRAVAIL + 1
152570        MOVE WS-D-NAISS-PSEUDO   TO E18-D-NAISS-CTP
152570     END-IF
152570
152570     IF E18-L-ADR-LIGNE-1-CTP NOT = SPACES AND LOW-VALUE
152570        MOVE SPACES              TO WS-L-PSEUDO
152570        STRING 'RUE DE TEST ' WS-L-DIGEST
152570           DELIMITED BY SIZE  INTO WS-L-PSEUDO
152570        MOVE WS-L-PSEUDO(1:38)   TO E18-L-ADR-LIGNE-1-CTP
152570     END-IF
152570
152570     ADD 1                       TO WS-Q-CTP-PSEUDO
152570     .

152580*---------------------*
152580 PSEUDO-RESIDENCE.
152580*---------------------*
152580
152580*    Residence fiscale du titulaire : seul le TIN du pays est
152580*    nominatif ; l'empreinte derive de l'identifiant unique du
152580*    titulaire, comme pour sa ligne 'CLI'
152580     IF E18-C-REF-FISC-RES NOT = SPACES AND LOW-VALUE
152580        MOVE E18-I-UNIQ-KPI-RES  TO WS-I-IDENT-HACHE
152580        PERFORM CALC-DIGEST
152580        MOVE SPACES              TO E18-C-REF-FISC-RES
152580        MOVE WS-L-DIGEST         TO E18-C-REF-FISC-RES(1:9)
152580     END-IF
152580
152580     ADD 1                       TO WS-Q-RES-PSEUDO
152580     .

      *--------------*
       CALC-DIGEST.
      *--------------*
      -    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE WS-Q-BNF-PSEUDO          TO BILA-L-DISP(WS-DISP)(45:9)
           ADD  1                        TO WS-DISP
152570     MOVE '*    WS-Q-CTP-PSEUDO            :
152570-    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
152570     MOVE WS-Q-CTP-PSEUDO          TO BILA-L-DISP(WS-DISP)(45:9)
152570     ADD  1                        TO WS-DISP
152580     MOVE '*    WS-Q-RES-PSEUDO            :
152580-    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
152580     MOVE WS-Q-RES-PSEUDO          TO BILA-L-DISP(WS-DISP)(45:9)
152580     ADD  1                        TO WS-DISP
           MOVE WS-LIGNE-EGAL            TO BILA-L-DISP(WS-DISP)
           PERFORM APPEL-MCCDBILA
           .
