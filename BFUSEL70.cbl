152420*        !          !        !L'EXTRAIT PAR JURIDICTION (JUSQU'A *
152420*        !          !        !51 PASSES) ; Q-NB-LIGNE DU JOURNAL *
152420*        !          !        !DESORMAIS RENSEIGNE PAR DOCUMENT   *
      *----------------------------------------------------------------*
152570*  MCHA  !17/10/2016!20152570!PERSONNES DETENANT LE CONTROLE DES *
152570*        !          !        !ENF PASSIVES (LIGNES 'CTP') EN     *
152570*        !          !        !ControllingPerson, AcctHolderType  *
152570*        !          !        !CRS101/CRS103 ; COMPTE DECLARE     *
152570*        !          !        !AUSSI A LA JURIDICTION DE RESIDENCE*
152570*        !          !        !DE CHAQUE PERSONNE, DocRefId       *
152570*        !          !        !SUFFIXE DU PAYS HORS RESIDENCE DU  *
152570*        !          !        !TITULAIRE                          *
      *----------------------------------------------------------------*
152580*  MCHA  !07/11/2016!20152580!RESIDENCES FISCALES MULTIPLES      *
152580*        !          !        !(LIGNES 'RES') : COMPTE DECLARE A  *
152580*        !          !        !CHAQUE JURIDICTION DE RESIDENCE DU *
152580*        !          !        !TITULAIRE AVEC LE TIN DE CE PAYS,  *
152580*        !          !        !DocRefId SUFFIXE DU PAYS HORS      *
152580*        !          !        !RESIDENCE PRINCIPALE ; SUFFIXE     *
152580*        !          !        !APPOSE APRES LA REFERENCE DE BLOC  *
152580*        !          !        !DEBARRASSEE DE SES SEULS BLANCS DE *
152580*        !          !        !FIN                                *
      *----------------------------------------------------------------*
152750*  MCHA  !17/04/2017!20152750!SOLDE DECLARE, DEVISE ET PRESENCE  *
152750*        !          !        !DE BirthInfo ET ControllingPerson  *
152750*        !          !        !DE CHAQUE AccountReport PORTES AU  *
152750*        !          !        !JOURNAL D'AUDIT (A BLANC/ZERO POUR *
152750*        !          !        !L'ENTETE ReportingFI)              *
      ******************************************************************

      *****************************************************************
152420     05 TRI-N-LIGNE           PIC  9(05).
152420     05 TRI-I-DOCREFID        PIC  X(90).
152420     05 TRI-Q-NB-LIGNE        PIC  9(05).
152750     05 TRI-M-MNT-SLD         PIC  9(13)V99.
152750     05 TRI-C-DEV             PIC  X(03).
152750     05 TRI-B-BIRTHINFO       PIC  X(01).
152750     05 TRI-B-CTRL-PERS       PIC  X(01).
152420     05 TRI-Q-XML-LINE        PIC  9(04).
152420     05 TRI-L-XML-LINE        PIC  X(500).

         10                PIC  X(80) VALUE 'BirthInfo'.
         10                PIC  9(04) BINARY VALUE 9.
         10                PIC  X(80) VALUE 'BirthDate'.
152570   10                PIC  9(04) BINARY VALUE 4.
152570   10                PIC  X(80) VALUE 'City'.
152570   10                PIC  9(04) BINARY VALUE 11.
152570   10                PIC  X(80) VALUE 'CountryInfo'.
        05    WS-PREFIXE-ELEMENT-TAB-1 REDEFINES
              WS-PREFIXE-ELEMENTS-1.
152570   10   WS-G-PREFIXE-ELEMENT-1 OCCURS 14.
          15  WS-Q-PREFIXE-ELEMENT-1   PIC  9(04) BINARY.
          15  WS-L-PREFIXE-ELEMENT-1   PIC  X(80).
152570  05    WS-Q-PREFIXE-ELEM-TAB-1  PIC  9(04) BINARY VALUE 14.

      *   Balises du second préfixe paramétrable 'stf' (DocSpec)
       01     WS-PREFIXE-STF.
152320    05 WS-CRS-C-CPOST            PIC X(05) VALUE SPACES.
152320    05 WS-CRS-L-COMM-ADR         PIC X(32) VALUE SPACES.

152570*   Personnes detenant le controle du titulaire courant (ENF
152570*   passive), captees sur les lignes '20' 'CTP' de l'extrait
152570 01 WS-Q-CTP                     PIC 9(02) VALUE ZERO.
152570 01 WS-I-CTP                     PIC 9(02) VALUE ZERO.
152570 01 WS-T-CTP.
152570    05 WS-T-CTP-LIG              OCCURS 10.
152570       10 WS-T-CTP-C-TYPE-CTRL   PIC X(06).
152570       10 WS-T-CTP-L-NOM-NAISS   PIC X(32).
152570       10 WS-T-CTP-L-PRENOM      PIC X(32).
152570       10 WS-T-CTP-D-NAISS       PIC X(10).
152570       10 WS-T-CTP-C-PAYS-NAISS  PIC X(02).
152570       10 WS-T-CTP-L-VILL-NAISS  PIC X(32).
152570       10 WS-T-CTP-C-PAYS-RESID  PIC X(02).
152570       10 WS-T-CTP-C-REF-FISC    PIC X(30).
152570       10 WS-T-CTP-C-PAYS-ADR    PIC X(02).
152570       10 WS-T-CTP-L-ADR-LIGNE-1 PIC X(38).
152570       10 WS-T-CTP-C-CPOST       PIC X(05).
152570       10 WS-T-CTP-L-COMM-ADR    PIC X(32).

152570*   Juridiction du bloc AccountReport en cours de generation
152570*   et nombre de personnes detenant le controle qui y resident
152570 01 WS-C-PAYS-JUR                PIC X(02) VALUE SPACES.
152570 01 WS-Q-JUR                     PIC 9(02) VALUE ZERO.
152570 01 WS-I-JUR                     PIC 9(02) VALUE ZERO.
152570 01 WS-T-JUR.
152580    05 WS-T-JUR-C-PAYS           PIC X(02) OCCURS 16.
152570 01 WS-Q-CTP-JUR                 PIC 9(02) VALUE ZERO.

152580*   Residences fiscales du titulaire courant (store des
152580*   residences multiples), captees sur les lignes '20' 'RES'
152580 01 WS-Q-RES                     PIC 9(02) VALUE ZERO.
152580 01 WS-I-RES                     PIC 9(02) VALUE ZERO.
152580 01 WS-T-RES.
152580    05 WS-T-RES-LIG              OCCURS 5.
152580       10 WS-T-RES-C-PAYS        PIC X(02).
152580       10 WS-T-RES-C-REF-FISC    PIC X(30).

152580*   Residence et TIN du titulaire dans le bloc de la juridiction
152580*   en cours, et longueur utile de la reference de bloc
152580*   (blancs de fin exclus) pour le DocRefId suffixe
152580 01 WS-C-PAYS-RESID-BLOC         PIC X(02) VALUE SPACES.
152580 01 WS-C-REF-FISC-BLOC           PIC X(30) VALUE SPACES.
152580 01 WS-Q-UTILE-REF               PIC 9(02) VALUE ZERO.

152420*   Indicateurs de l'automate de la lecture unique
152320 01 TOP-CLT-CAPTE                 PIC X(01) VALUE SPACE.
152320    88 CLT-CAPTE                              VALUE 'O'.
         10    WS-AUD-HEURE             PIC X(08)  VALUE SPACES.
        05    WS-AUD-Q-NB-LIGNE         PIC 9(05)  VALUE ZERO.
        05    WS-AUD-Q-NB-ENR           PIC 9(09)  VALUE ZERO.
152750  05    WS-AUD-M-MNT-SLD          PIC 9(13)V99 VALUE ZERO.
152750  05    WS-AUD-C-DEV              PIC X(03)  VALUE SPACES.
152750  05    WS-AUD-B-BIRTHINFO        PIC X(01)  VALUE SPACE.
152750  05    WS-AUD-B-CTRL-PERS        PIC X(01)  VALUE SPACE.
152750  05    FILLER                   PIC X(1327) VALUE SPACES.

152210 01 WS-T-TRANSLIT-DEFAUT.
152210    05 FILLER          PIC X(04) VALUE 'ée 1'.
      *   Compteur d'AccountReport CRS émis
       01 WS-Q-AccountReport-CRS       PIC 9(09) BINARY VALUE ZERO.

152570*   Compteurs des personnes detenant le controle declarees
152570*   et de celles non retenues (plus de 10 pour un titulaire)
152570 01 WS-Q-CtrlgPerson-CRS         PIC 9(09) BINARY VALUE ZERO.
152570 01 WS-Q-CTP-NON-RETENU          PIC 9(09) BINARY VALUE ZERO.

152580*   Compteurs des blocs verses a une residence secondaire du
152580*   titulaire et des residences non retenues (plus de 5)
152580 01 WS-Q-AccountReport-RES       PIC 9(09) BINARY VALUE ZERO.
152580 01 WS-Q-RES-NON-RETENU          PIC 9(09) BINARY VALUE ZERO.

      *   Compteur de messages CRS émis
       01 WS-Q-MESSAGE-CRS             PIC 9(09) BINARY VALUE ZERO.

                                          TOP-CPT-EMIS
152320           MOVE SPACES           TO WS-CRS-CLT
152320                                    WS-CRS-ADR
152570           MOVE ZERO             TO WS-Q-CTP
152580                                    WS-Q-RES
                 MOVE E71-I-UNIQ-KAC OF E71-G-DATA-DET-CNT
                                       TO WS-CRS-I-UNIQ-KAC
                 MOVE E71-I-KAC-IBAN OF E71-G-DATA-DET-CNT
152320*          la decision d'aiguillage attend le pays fiscal
152320*          de l'enregistrement '40' CLI
152320           SET CLT-CAPTE         TO TRUE
152570           MOVE ZERO             TO WS-Q-CTP
152580                                    WS-Q-RES
                 MOVE E71-I-UNIQ-KPI OF E71-G-DATA-DET-CLT
                                       TO WS-CRS-I-UNIQ-KPI
                 MOVE E71-L-NOM-NAISS OF E71-G-DATA-DET-CLT
152340              PERFORM TRANSLIT-CHAMPS-ADR-CRS
152320           END-IF

152570        WHEN E71-C-ENR = '20' AND E71-C-ENTIT = 'CTP'
152570*          Personne detenant le controle du titulaire courant
152570*          (ENF passive) : lignes ecrites apres les BNF et avant
152570*          le '40' CLI du titulaire
152570           IF CLT-CAPTE
152570              IF WS-Q-CTP < 10
152570                 ADD 1           TO WS-Q-CTP
152570                 PERFORM CAPTE-CTRL-PERSONNE
152570              ELSE
152570                 ADD 1           TO WS-Q-CTP-NON-RETENU
152570              END-IF
152570           END-IF

152580        WHEN E71-C-ENR = '20' AND E71-C-ENTIT = 'RES'
152580*          Residence fiscale du titulaire courant en vigueur au
152580*          31/12 de l'annee fiscale : lignes ecrites avant le
152580*          '40' CLI du titulaire
152580           IF CLT-CAPTE
152580              IF WS-Q-RES < 5
152580                 ADD 1           TO WS-Q-RES
152580                 MOVE E71-C-PAYS-RESID-RES
152580                                 TO WS-T-RES-C-PAYS(WS-Q-RES)
152580                 MOVE E71-C-REF-FISC-RES
152580                                 TO WS-T-RES-C-REF-FISC(WS-Q-RES)
152580              ELSE
152580                 ADD 1           TO WS-Q-RES-NON-RETENU
152580              END-IF
152580           END-IF

152320        WHEN E71-C-ENR = '40' AND E71-C-ENTIT = 'CLI'
152320*          Pays de residence fiscale du titulaire : c'est lui
152320*          qui aiguille la juridiction CRS ; le versement peut
152340                                TO WS-CRS-L-COMM-ADR
152340     .

152570*--------------------*
152570 CAPTE-CTRL-PERSONNE.
152570*--------------------*

152570*    Memorisation de la personne detenant le controle
152570     MOVE E71-C-TYPE-CTRL-CTP   TO WS-T-CTP-C-TYPE-CTRL(WS-Q-CTP)
152570     MOVE E71-L-NOM-NAISS-CTP   TO WS-T-CTP-L-NOM-NAISS(WS-Q-CTP)
152570     MOVE E71-L-PRNOM-CTP       TO WS-T-CTP-L-PRENOM(WS-Q-CTP)
152570     MOVE E71-D-NAISS-CTP       TO WS-T-CTP-D-NAISS(WS-Q-CTP)
152570     MOVE E71-C-PAYS-NAISS-CTP  TO WS-T-CTP-C-PAYS-NAISS(WS-Q-CTP)
152570     MOVE E71-L-VILL-NAISS-CTP  TO WS-T-CTP-L-VILL-NAISS(WS-Q-CTP)
152570     MOVE E71-C-PAYS-RESID-CTP  TO WS-T-CTP-C-PAYS-RESID(WS-Q-CTP)
152570     MOVE E71-C-REF-FISC-CTP    TO WS-T-CTP-C-REF-FISC(WS-Q-CTP)
152570     MOVE E71-C-PAYS-ADR-CTP    TO WS-T-CTP-C-PAYS-ADR(WS-Q-CTP)
152570     MOVE E71-L-ADR-LIGNE-1-CTP
152570                          TO WS-T-CTP-L-ADR-LIGNE-1(WS-Q-CTP)
152570     MOVE E71-C-CPOST-CTP       TO WS-T-CTP-C-CPOST(WS-Q-CTP)
152570     MOVE E71-L-COMM-ADR-CTP    TO WS-T-CTP-L-COMM-ADR(WS-Q-CTP)

152570*    Transliteration des champs texte (XML CRS en UTF-8)
152570     MOVE WS-T-CTP-L-NOM-NAISS(WS-Q-CTP)
152570                                TO WS-L-TRANSLIT-IN
152570     MOVE 32                    TO WS-Q-TRANSLIT-LG
152570     PERFORM TRANSLIT-CHAMP
152570     MOVE WS-L-TRANSLIT-OUT(1:32)
152570                                TO WS-T-CTP-L-NOM-NAISS(WS-Q-CTP)

152570     MOVE WS-T-CTP-L-PRENOM(WS-Q-CTP)
152570                                TO WS-L-TRANSLIT-IN
152570     MOVE 32                    TO WS-Q-TRANSLIT-LG
152570     PERFORM TRANSLIT-CHAMP
152570     MOVE WS-L-TRANSLIT-OUT(1:32)
152570                                TO WS-T-CTP-L-PRENOM(WS-Q-CTP)

152570     MOVE WS-T-CTP-L-VILL-NAISS(WS-Q-CTP)
152570                                TO WS-L-TRANSLIT-IN
152570     MOVE 32                    TO WS-Q-TRANSLIT-LG
152570     PERFORM TRANSLIT-CHAMP
152570     MOVE WS-L-TRANSLIT-OUT(1:32)
152570                                TO WS-T-CTP-L-VILL-NAISS(WS-Q-CTP)

152570     MOVE WS-T-CTP-L-ADR-LIGNE-1(WS-Q-CTP)
152570                                TO WS-L-TRANSLIT-IN
152570     MOVE 38                    TO WS-Q-TRANSLIT-LG
152570     PERFORM TRANSLIT-CHAMP
152570     MOVE WS-L-TRANSLIT-OUT(1:38)
152570                          TO WS-T-CTP-L-ADR-LIGNE-1(WS-Q-CTP)

152570     MOVE WS-T-CTP-L-COMM-ADR(WS-Q-CTP)
152570                                TO WS-L-TRANSLIT-IN
152570     MOVE 32                    TO WS-Q-TRANSLIT-LG
152570     PERFORM TRANSLIT-CHAMP
152570     MOVE WS-L-TRANSLIT-OUT(1:32)
152570                                TO WS-T-CTP-L-COMM-ADR(WS-Q-CTP)
152570     .

152420*-----------------*
152420 RELEASE-SI-RETENU.
152420*-----------------*
152420*    Versement au tri de l'AccountReport du titulaire courant
152420*    s'il reside dans une juridiction CRS (hors FR residents
152420*    domestiques et US reporting FATCA) et n'a pas deja ete
152570*    verse ; un bloc est verse en outre a chaque juridiction
152570*    CRS de residence d'une personne detenant le controle
152570     IF CLT-CAPTE AND NOT CPT-EMIS
152570        PERFORM CALC-JURIDICTIONS
152570        PERFORM VARYING WS-I-JUR FROM 1 BY 1
152570        UNTIL WS-I-JUR > WS-Q-JUR
152570           MOVE WS-T-JUR-C-PAYS(WS-I-JUR)
152570                                 TO WS-C-PAYS-JUR
152570           PERFORM RELEASE-ACCOUNT-CRS
152570        END-PERFORM
152570        IF WS-Q-JUR > ZERO
152570           SET CPT-EMIS          TO TRUE
152570        END-IF
152420     END-IF
152420     .

152570*------------------*
152570 CALC-JURIDICTIONS.
152570*------------------*

152570*    Juridictions recevantes du compte : residence du titulaire
152580*    puis ses autres residences fiscales, puis residences des
152580*    personnes detenant le controle, sans doublon
152570     MOVE ZERO                   TO WS-Q-JUR
152570     MOVE WS-CRS-C-PAYS-RESID    TO WS-C-PAYS-JUR
152570     PERFORM AJOUT-JURIDICTION
152580     PERFORM VARYING WS-I-RES FROM 1 BY 1
152580     UNTIL WS-I-RES > WS-Q-RES
152580        MOVE WS-T-RES-C-PAYS(WS-I-RES)
152580                                 TO WS-C-PAYS-JUR
152580        PERFORM AJOUT-JURIDICTION
152580     END-PERFORM
152570     PERFORM VARYING WS-I-CTP FROM 1 BY 1
152570     UNTIL WS-I-CTP > WS-Q-CTP
152570        MOVE WS-T-CTP-C-PAYS-RESID(WS-I-CTP)
152570                                 TO WS-C-PAYS-JUR
152570        PERFORM AJOUT-JURIDICTION
152570     END-PERFORM
152570     .

152570*------------------*
152570 AJOUT-JURIDICTION.
152570*------------------*

152570*    Juridiction CRS (hors FR residents domestiques et US
152570*    reporting FATCA) pas encore retenue pour le compte
152570     IF WS-C-PAYS-JUR NOT = SPACES AND 'FR' AND 'US'
152570     AND WS-C-PAYS-JUR NOT = LOW-VALUE
152570        PERFORM VARYING WS-I-JUR FROM 1 BY 1
152570        UNTIL WS-I-JUR > WS-Q-JUR
152570        OR WS-T-JUR-C-PAYS(WS-I-JUR) = WS-C-PAYS-JUR
152570           CONTINUE
152570        END-PERFORM
152570        IF WS-I-JUR > WS-Q-JUR
152570           ADD 1                 TO WS-Q-JUR
152570           MOVE WS-C-PAYS-JUR    TO WS-T-JUR-C-PAYS(WS-Q-JUR)
152570        END-IF
152570     END-IF
152570     .

152580*----------------*
152580 CALC-RESID-BLOC.
152580*----------------*

152580*    Residence et TIN du titulaire portes dans le bloc : ceux de
152580*    la juridiction recevante si elle est l'une de ses
152580*    residences fiscales, a defaut sa residence principale
152580     MOVE WS-CRS-C-PAYS-RESID    TO WS-C-PAYS-RESID-BLOC
152580     MOVE WS-CRS-C-REF-FISC      TO WS-C-REF-FISC-BLOC
152580     PERFORM VARYING WS-I-RES FROM 1 BY 1
152580     UNTIL WS-I-RES > WS-Q-RES
152580        IF WS-T-RES-C-PAYS(WS-I-RES) = WS-C-PAYS-JUR
152580           MOVE WS-C-PAYS-JUR    TO WS-C-PAYS-RESID-BLOC
152580           IF WS-T-RES-C-REF-FISC(WS-I-RES)
152580              NOT = SPACES AND LOW-VALUE
152580              MOVE WS-T-RES-C-REF-FISC(WS-I-RES)
152580                                 TO WS-C-REF-FISC-BLOC
152580           ELSE
152580              IF WS-C-PAYS-JUR NOT = WS-CRS-C-PAYS-RESID
152580                 MOVE SPACES     TO WS-C-REF-FISC-BLOC
152580              END-IF
152580           END-IF
152580        END-IF
152580     END-PERFORM
152580     .

152580*-----------------*
152580 CALC-LG-REF-BLOC.
152580*-----------------*

152580*    Longueur utile des 83 premiers caracteres de la reference
152580*    de bloc, seuls les blancs de fin etant ecartes (un blanc
152580*    interne, dans la cle compte, ne doit pas tronquer la cle
152580*    personne qui le suit)
152580     MOVE 83                     TO WS-Q-UTILE-REF
152580     PERFORM UNTIL WS-Q-UTILE-REF = 1
152580     OR WS-CRS-I-REF-BLOC(WS-Q-UTILE-REF:1) NOT = SPACE
152580        SUBTRACT 1             FROM WS-Q-UTILE-REF
152580     END-PERFORM
152580     .

152420*-------------------*
152420 RELEASE-ACCOUNT-CRS.
152420*-------------------*

152420*    Generation du bloc AccountReport du compte retenu et
152420*    versement de ses lignes au tri sous la cle de sa
152570*    juridiction recevante WS-C-PAYS-JUR

           PERFORM INIT-ARBR-ACCOUNT-CRS

      *    DocSpec du compte
           MOVE 'OECD1'                TO DocTypeIndic OF DocSpec
                                       OF AccountReport (1)
152570*    DocRefId suffixe du pays pour une juridiction autre que
152570*    la residence du titulaire (un DocRefId par juridiction)
           MOVE SPACES                 TO WS-CRS-DOCREFID
152570     IF WS-C-PAYS-JUR = WS-CRS-C-PAYS-RESID
              STRING 'CRS-' WS-CRS-I-REF-BLOC(1:86)
                 DELIMITED BY SIZE  INTO WS-CRS-DOCREFID
152570     ELSE
152580        PERFORM CALC-LG-REF-BLOC
152580        STRING 'CRS-'
152580               WS-CRS-I-REF-BLOC(1:WS-Q-UTILE-REF)
152580               '-' WS-C-PAYS-JUR DELIMITED BY SIZE
152570                              INTO WS-CRS-DOCREFID
152570     END-IF
           MOVE WS-CRS-DOCREFID        TO DocRefId OF DocSpec
                                       OF AccountReport (1)

      *    Titulaire : personne morale en Organisation (avec
152320*    AcctHolderType), personne physique en Individual ; le
152320*    ResCountryCode CRS est le pays de residence fiscale
152580*    propre a la juridiction recevante (CALC-RESID-BLOC)
152580     PERFORM CALC-RESID-BLOC
152580     IF WS-C-PAYS-RESID-BLOC = WS-C-PAYS-JUR
152580     AND WS-C-PAYS-JUR NOT = WS-CRS-C-PAYS-RESID
152580        ADD 1                    TO WS-Q-AccountReport-RES
152580     END-IF
152320     IF WS-CRS-C-NTUR-PERS = 'PM'
152320        PERFORM ALIM-HOLDER-ORGANISATION
152320     ELSE
152320        PERFORM ALIM-HOLDER-INDIVIDUAL
152320     END-IF

152570*    Personnes detenant le controle residentes de la
152570*    juridiction (ENF passive)
152570     PERFORM ALIM-CTRL-PERSONNES

      *    Solde du compte à l'échelle des décimales captées
           COMPUTE WS-M-MNT-EDIT
                 = WS-CRS-M-MNT-ASS-SLD
152420     ADD 1                       TO WS-N-DOC-RELEASE
152420     PERFORM VARYING I FROM 1 BY 1
152420     UNTIL I > WS-Q-XML-TAB
152570        MOVE WS-C-PAYS-JUR       TO TRI-C-PAYS
152420        MOVE WS-N-DOC-RELEASE    TO TRI-N-DOC
152420        MOVE I                   TO TRI-N-LIGNE
152420        MOVE WS-CRS-DOCREFID     TO TRI-I-DOCREFID
152420        MOVE WS-Q-XML-TAB        TO TRI-Q-NB-LIGNE
152750        MOVE WS-M-MNT-EDIT       TO TRI-M-MNT-SLD
152750        MOVE WS-CRS-C-DEV        TO TRI-C-DEV
152750        IF BirthInfo--C > ZERO
152750           MOVE 'O'              TO TRI-B-BIRTHINFO
152750        ELSE
152750           MOVE 'N'              TO TRI-B-BIRTHINFO
152750        END-IF
152750        IF ControllingPerson--C > ZERO
152750           MOVE 'O'              TO TRI-B-CTRL-PERS
152750        ELSE
152750           MOVE 'N'              TO TRI-B-CTRL-PERS
152750        END-IF
152420        MOVE WS-Q-XML-LINE(I)    TO TRI-Q-XML-LINE
152420        MOVE WS-L-XML-LINE(I)    TO TRI-L-XML-LINE
152420        RELEASE ENR-TRI
152420     MOVE ZERO                   TO WS-Q-XML-TAB

           ADD 1                       TO WS-Q-AccountReport-CRS
           .

152420*--------------*
152420           MOVE 'OECD1  '       TO WS-AUD-C-DOCTYPEINDIC
152420           MOVE TRI-I-DOCREFID  TO WS-AUD-I-DOCREFID
152420           MOVE TRI-Q-NB-LIGNE  TO WS-Q-LIGNE-AUD
152750           MOVE TRI-M-MNT-SLD   TO WS-AUD-M-MNT-SLD
152750           MOVE TRI-C-DEV       TO WS-AUD-C-DEV
152750           MOVE TRI-B-BIRTHINFO TO WS-AUD-B-BIRTHINFO
152750           MOVE TRI-B-CTRL-PERS TO WS-AUD-B-CTRL-PERS
152420           PERFORM ECRT-FICH-S72-AUDIT
152420        END-IF

152340     MOVE WS-CRS-DOCREFID-FI
                                       TO WS-AUD-I-DOCREFID
152420     MOVE WS-Q-XML-TAB           TO WS-Q-LIGNE-AUD
152750     MOVE ZERO                   TO WS-AUD-M-MNT-SLD
152750     MOVE SPACES                 TO WS-AUD-C-DEV
152750     MOVE SPACE                  TO WS-AUD-B-BIRTHINFO
152750     MOVE SPACE                  TO WS-AUD-B-CTRL-PERS
           PERFORM ECRT-FICH-S72-AUDIT

      *    Ecriture de la structure générale
152320     MOVE 0                      TO Organisation--C
152320     MOVE 0                      TO AcctHolderType--C
152320     MOVE 1 TO ResCountryCode--C OF Individual-COUNTERS
152580     MOVE WS-C-PAYS-RESID-BLOC
152570       TO ResCountryCode OF Individual OF AccountHolder (1 1)
152580     IF WS-C-REF-FISC-BLOC NOT = SPACES AND LOW-VALUE
152320        MOVE 1 TO TIN--C OF Individual-COUNTERS
152580        MOVE WS-C-REF-FISC-BLOC
152570          TO tech-text OF TIN OF AccountHolder (1 1)
152580        MOVE WS-C-PAYS-RESID-BLOC
152320          TO tech-attr-opt-issuedBy OF TIN
152570          OF AccountHolder (1 1)
152320     ELSE
152320        MOVE 0 TO TIN--C OF Individual-COUNTERS
152320     END-IF
152570     MOVE WS-CRS-L-PRENOM        TO FirstName OF AccountHolder (1)
152320     IF WS-CRS-L-PRENOM-2 NOT = SPACES AND LOW-VALUE
152320        MOVE 1                   TO MiddleName--C
152320        MOVE WS-CRS-L-PRENOM-2   TO MiddleName (1 1)
152320     ELSE
152320        MOVE 0                   TO MiddleName--C
152320     END-IF
152570     MOVE WS-CRS-L-NOM-NAISS     TO LastName OF AccountHolder (1)

152320*    Adresse captee du titulaire (WS-CRS-ADR)
152320     IF ADR-CAPTEE
152320        MOVE 1 TO R-Address--C OF Individual-COUNTERS
152320        MOVE WS-CRS-C-PAYS-ADR
152570          TO CountryCode OF R-Address OF AccountHolder (1 1)
152320        MOVE SPACES
152570          TO AddressFree OF R-Address OF AccountHolder (1 1)
152320        STRING WS-CRS-L-ADR-LIGNE-1
152320               ' '
152320               WS-CRS-C-CPOST
152320               ' '
152320               WS-CRS-L-COMM-ADR
152320           DELIMITED BY SIZE
152570           INTO AddressFree OF R-Address OF AccountHolder (1 1)
152320     ELSE
152320        MOVE 0 TO R-Address--C OF Individual-COUNTERS
152320     END-IF

152320     IF WS-CRS-D-NAISS NOT = SPACES AND LOW-VALUE
152320        MOVE 1                   TO BirthInfo--C
152570        MOVE WS-CRS-D-NAISS
152570          TO BirthDate OF AccountHolder (1 1)
152320     ELSE
152320        MOVE 0                   TO BirthInfo--C
152320     END-IF
152320*    CRS102 : personne soumise a declaration CRS
152320     MOVE 'CRS102'               TO AcctHolderType (1 1)
152320     MOVE 1 TO ResCountryCode--C OF Organisation-COUNTERS
152580     MOVE WS-C-PAYS-RESID-BLOC
152320       TO ResCountryCode OF Organisation (1 1 1)
152580     IF WS-C-REF-FISC-BLOC NOT = SPACES AND LOW-VALUE
152320        MOVE 1 TO R-IN--C OF Organisation-COUNTERS
152580        MOVE WS-C-REF-FISC-BLOC
152320          TO tech-text OF R-IN OF Organisation (1 1 1)
152580        MOVE WS-C-PAYS-RESID-BLOC
152320          TO tech-attr-opt-issuedBy OF R-IN
152320          OF Organisation (1 1 1)
152320     ELSE
152320       TO Name OF Organisation (1 1)
152320     .

152570*----------------------*
152570 ALIM-CTRL-PERSONNES.
152570*----------------------*

152570*    Personnes detenant le controle residentes de la
152570*    juridiction du bloc (WS-C-PAYS-JUR) ; pour une ENF passive
152570*    le type de titulaire devient CRS101 s'il en est declare,
152570*    CRS103 sinon (l'entite elle-meme y est declarable)
152570     MOVE ZERO                   TO WS-Q-CTP-JUR
152570     PERFORM VARYING WS-I-CTP FROM 1 BY 1
152570     UNTIL WS-I-CTP > WS-Q-CTP
152570        IF WS-T-CTP-C-PAYS-RESID(WS-I-CTP) = WS-C-PAYS-JUR
152570           ADD 1                 TO WS-Q-CTP-JUR
152570           MOVE WS-Q-CTP-JUR     TO ControllingPerson--C
152570           PERFORM ALIM-CTRL-PERSONNE
152570        END-IF
152570     END-PERFORM

152570     IF WS-CRS-C-NTUR-PERS = 'PM' AND WS-Q-CTP > ZERO
152570        IF WS-Q-CTP-JUR > ZERO
152570           MOVE 'CRS101'         TO AcctHolderType (1 1)
152570        ELSE
152570           MOVE 'CRS103'         TO AcctHolderType (1 1)
152570        END-IF
152570     END-IF
152570     ADD WS-Q-CTP-JUR            TO WS-Q-CtrlgPerson-CRS
152570     .

152570*---------------------*
152570 ALIM-CTRL-PERSONNE.
152570*---------------------*

152570*    Poste ControllingPerson de la personne WS-I-CTP : contenu
152570*    fixe, les balises a blanc etant eliminees par FCT-VIDE
152570     MOVE SPACES           TO ControllingPerson (1 WS-Q-CTP-JUR)
152570     MOVE WS-T-CTP-C-PAYS-RESID(WS-I-CTP)
152570       TO ResCountryCode OF ControllingPerson (1 WS-Q-CTP-JUR)
152570     IF WS-T-CTP-C-REF-FISC(WS-I-CTP) NOT = SPACES AND LOW-VALUE
152570        MOVE WS-T-CTP-C-REF-FISC(WS-I-CTP)
152570          TO tech-text OF TIN OF ControllingPerson
152570             (1 WS-Q-CTP-JUR)
152570        MOVE WS-T-CTP-C-PAYS-RESID(WS-I-CTP)
152570          TO tech-attr-opt-issuedBy OF TIN OF ControllingPerson
152570             (1 WS-Q-CTP-JUR)
152570     END-IF
152570     MOVE WS-T-CTP-L-PRENOM(WS-I-CTP)
152570       TO FirstName OF ControllingPerson (1 WS-Q-CTP-JUR)
152570     MOVE WS-T-CTP-L-NOM-NAISS(WS-I-CTP)
152570       TO LastName OF ControllingPerson (1 WS-Q-CTP-JUR)
152570     IF WS-T-CTP-C-PAYS-ADR(WS-I-CTP) NOT = SPACES AND LOW-VALUE
152570        MOVE WS-T-CTP-C-PAYS-ADR(WS-I-CTP)
152570          TO CountryCode OF R-Address OF ControllingPerson
152570             (1 WS-Q-CTP-JUR)
152570        STRING WS-T-CTP-L-ADR-LIGNE-1(WS-I-CTP)
152570               ' '
152570               WS-T-CTP-C-CPOST(WS-I-CTP)
152570               ' '
152570               WS-T-CTP-L-COMM-ADR(WS-I-CTP)
152570           DELIMITED BY SIZE
152570           INTO AddressFree OF R-Address OF ControllingPerson
152570                (1 WS-Q-CTP-JUR)
152570     END-IF
152570     MOVE WS-T-CTP-D-NAISS(WS-I-CTP)
152570       TO BirthDate OF ControllingPerson (1 WS-Q-CTP-JUR)
152570     MOVE WS-T-CTP-L-VILL-NAISS(WS-I-CTP)
152570       TO City OF ControllingPerson (1 WS-Q-CTP-JUR)
152570     MOVE WS-T-CTP-C-PAYS-NAISS(WS-I-CTP)
152570       TO CountryCode OF CountryInfo OF ControllingPerson
152570          (1 WS-Q-CTP-JUR)
152570     MOVE WS-T-CTP-C-TYPE-CTRL(WS-I-CTP)
152570       TO CtrlgPersonType (1 WS-Q-CTP-JUR)
152570     .

      *--------------*
       INIT-ARBR-CRS.
      *--------------*
           MOVE 0                      TO MiddleName--C
           MOVE 0 TO R-Address--C      OF Individual-COUNTERS
           MOVE 0                      TO BirthInfo--C
152570     MOVE 0                      TO ControllingPerson--C
           MOVE SPACES                 TO ReportingGroup
           .

           MOVE '*    WS-Q-AccountReport-CRS     :
      -    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE WS-Q-AccountReport-CRS   TO BILA-L-DISP(WS-DISP)(45:9)
152570*    Nombre de personnes detenant le controle declarees
152570     ADD  1                        TO WS-DISP
152570     MOVE '*    WS-Q-CtrlgPerson-CRS       :
152570-    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
152570     MOVE WS-Q-CtrlgPerson-CRS     TO BILA-L-DISP(WS-DISP)(45:9)
152570*    Nombre de personnes non retenues (plus de 10 par titulaire)
152570     ADD  1                        TO WS-DISP
152570     MOVE '*    WS-Q-CTP-NON-RETENU        :
152570-    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
152570     MOVE WS-Q-CTP-NON-RETENU      TO BILA-L-DISP(WS-DISP)(45:9)
152580*    Nombre de blocs verses a une residence secondaire
152580     ADD  1                        TO WS-DISP
152580     MOVE '*    WS-Q-AccountReport-RES     :
152580-    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
152580     MOVE WS-Q-AccountReport-RES   TO BILA-L-DISP(WS-DISP)(45:9)
152580*    Nombre de residences non retenues (plus de 5 par titulaire)
152580     ADD  1                        TO WS-DISP
152580     MOVE '*    WS-Q-RES-NON-RETENU        :
152580-    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
152580     MOVE WS-Q-RES-NON-RETENU      TO BILA-L-DISP(WS-DISP)(45:9)
           ADD  1                        TO WS-DISP
           MOVE WS-LIGNE-EGAL            TO BILA-L-DISP(WS-DISP)
           PERFORM APPEL-MCCDBILA
