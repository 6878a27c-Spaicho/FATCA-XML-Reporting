152480*        !          !        !(REGLE IRS), LA VALEUR SIGNEE      *
152480*        !          !        !REELLE ETANT TRACEE SUR LE JOURNAL *
152480*        !          !        !D'AUDIT DFUSLS22                   *
      *----------------------------------------------------------------*
152560*  MCHA  !26/09/2016!20152560!BLOC Intermediary DU ReportingGroup*
152560*        !          !        !ALIMENTE PAR LA LIGNE 'INT' DE     *
152560*        !          !        !BFUSEL10 ; COUPURE DU MESSAGE A    *
152560*        !          !        !CHAQUE CHANGEMENT D'INTERMEDIAIRE, *
152560*        !          !        !COMPTEURS AU SUIVI DFUSLS26        *
152560*        !          !        !EN CORRECTION, CorrDocRefId ET     *
152560*        !          !        !CorrMessageRefId D'ORIGINE RETROU- *
152560*        !          !        !VES PAR LA CLE 'INT ' DU REGISTRE  *
      *----------------------------------------------------------------*
152570*  MCHA  !17/10/2016!20152570!LIGNE 'CTP' (PERSONNE DETENANT LE  *
152570*        !          !        !CONTROLE, REPORTING CRS) IGNOREE   *
      *----------------------------------------------------------------*
152580*  MCHA  !07/11/2016!20152580!LIGNE 'RES' (RESIDENCE FISCALE     *
152580*        !          !        !SECONDAIRE, REPORTING CRS) IGNOREE *
      *----------------------------------------------------------------*
152690*  MCHA  !06/03/2017!20152690!PREDECESSEUR ABSORBE (FUSION) :    *
152690*        !          !        !SendingCompanyIN = GIIN EMETTEUR DU*
152690*        !          !        !SUCCESSEUR, ReportingFI INCHANGE ; *
152690*        !          !        !GIIN SYSIN ACCEPTE SUR L'UN OU     *
152690*        !          !        !L'AUTRE                            *
      ******************************************************************

      *****************************************************************
151950       10  WS-C-REF-GIIN-SPONSOR           PIC X(020).
151950*      Raison sociale de l'entité sponsor
151950       10  WS-L-RAISON-SOCIALE-SPONSOR     PIC X(060).
152690*      Predecesseur sorti de TBENDFUS : GIIN emetteur du
152690*      successeur final et date d'effet de la succession
152690       10  WS-C-REF-GIIN-SUCC              PIC X(020).
152690       10  WS-D-EFFET-SUCC                 PIC X(010).
"     *      FILLER                                                     00032200
152690       10 WS-FILLER                       PIC X(429).             00032300
                                                                        00033500
            08   WS-G-DATA-TET-ADR.


              15 WS-FILLER                       PIC X(829).            00033400
                                                                        00033500
152560*     Intermediaire par lequel le compte courant est detenu
152560*     (ligne 'INT' facultative, a blanc sinon)
152560      08   WS-G-DATA-DET-INT.

152560       10  WS-C-REF-GIIN-INT               PIC X(020).

152560       10  WS-C-PAYS-TIN-INT               PIC X(002).

152560       10  WS-L-RAISON-SOCIALE-INT         PIC X(060).

152560       10  WS-C-PAYS-RES-INT               PIC X(002).

152560       10  WS-C-PAYS-ADR-INT               PIC X(002).

152560       10  WS-L-COMM-ADR-INT               PIC X(032).

152560       10  WS-C-CPOST-INT                  PIC X(005).

152560       10  WS-L-ADR-LIGNE-1-INT            PIC X(038).

152560       10  WS-L-ADR-LIGNE-2-INT            PIC X(038).

152560       10  WS-L-ADR-LIGNE-3-INT            PIC X(038).

           05   WS-G-DATA-ENQ.


             10   WS-N-CPT                       PIC 9(009).
             10   WS-N-CLT                       PIC 9(009).
152560       10   WS-N-CLR                       PIC 9(009).
152560       10   WS-N-INT                       PIC 9(009).
152560       10   WS-FILLER                      PIC X(939).
                                                                        00027800

      *******************************
150978*    Compteur de PoolReport
150978 01  WS-Q-PoolReport             PIC 9(09) BINARY VALUE ZERO.

152560*    Intermediaire du ReportingGroup du message en cours : un
152560*    seul bloc Intermediary par message, un compte detenu via
152560*    un autre intermediaire (ou sans intermediaire) ouvre un
152560*    nouveau message (cf CTRL-INTERM-COMPTE)
152560 01  WS-G-INTERM-MSG.
152560     05 WS-C-REF-GIIN-INT        PIC X(020).
152560     05 WS-C-PAYS-TIN-INT        PIC X(002).
152560     05 WS-L-RAISON-SOCIALE-INT  PIC X(060).
152560     05 WS-C-PAYS-RES-INT        PIC X(002).
152560     05 WS-C-PAYS-ADR-INT        PIC X(002).
152560     05 WS-L-COMM-ADR-INT        PIC X(032).
152560     05 WS-C-CPOST-INT           PIC X(005).
152560     05 WS-L-ADR-LIGNE-1-INT     PIC X(038).
152560     05 WS-L-ADR-LIGNE-2-INT     PIC X(038).
152560     05 WS-L-ADR-LIGNE-3-INT     PIC X(038).
152560 01  WS-DOCREFID-INT             PIC X(090) VALUE SPACES.
152560*    AccountReport emis pour un compte detenu via un
152560*    intermediaire, et blocs Intermediary emis
152560 01  WS-Q-AR-INTERM              PIC 9(09) VALUE ZERO.
152560 01  WS-Q-BLOC-INTERM            PIC 9(09) VALUE ZERO.
152560*    Pre-parcours : premier document du fichier deja rencontre
152560 01  TOP-PRESCAN-1ER-DOC         PIC X(01) VALUE SPACE.
152560     88 PRESCAN-1ER-DOC-VU                 VALUE 'O'.

151900*    Liste des catégories de recalcitrants accumulées pour le
151900*    client courant, afin d'émettre tous les PoolReport du
151900*    client dans un seul message (PoolReport OCCURS 0 TO 3)
152150    05 WS-CKX-Q-XML-TAB-FIN      PIC 9(04) VALUE ZERO.
152190    05 WS-CKX-Q-AR-MESSAGE       PIC 9(07) VALUE ZERO.
152190    05 WS-CKX-Q-MSG-CONT         PIC 9(02) VALUE ZERO.
152560    05 WS-CKX-G-INTERM-MSG       PIC X(237) VALUE SPACES.
152560    05 WS-CKX-Q-AR-INTERM        PIC 9(09) VALUE ZERO.
152560    05 WS-CKX-Q-BLOC-INTERM      PIC 9(09) VALUE ZERO.
152150    05 FILLER                    PIC X(553) VALUE SPACES.

152150*   Enregistrement entete entite sauvegarde (types 'TE1'/'TE2')
152150 01 WS-ENR-CHKP-TET.
152160 01 WS-REG-C-TYPE-REF            PIC X(04) VALUE SPACES.
152160 01 WS-REG-I-REF                 PIC X(90) VALUE SPACES.

152560*   Cle 'INT ' du registre (zone REG-I-REF) : reference du
152560*   fichier, identifiant de l'intermediaire et rang du message
152560*   qui porte son bloc Intermediary (0 = message initial, nn =
152560*   message de continuation -Cnn) ; une correction y retrouve
152560*   le DocRefId et le MessageRefId d'origine du bloc
152560 01 WS-REG-CLE-INT.
152560    05 WS-REG-INT-I-REF-FIC      PIC X(55) VALUE SPACES.
152560    05 WS-REG-INT-C-REF-GIIN     PIC X(20) VALUE SPACES.
152560    05 WS-REG-INT-Q-MSG          PIC 9(02) VALUE ZERO.
152560 01 WS-Q-MSG-INT-RECH            PIC 9(04) BINARY VALUE ZERO.
152560 01 WS-Q-REF-INIT-UTILE          PIC 9(04) BINARY VALUE ZERO.
152560 01 WS-Q-MSG-INT-EDIT            PIC 9(02) VALUE ZERO.
152560 01 WS-I-REF-MSG-INIT-INT        PIC X(80) VALUE SPACES.
152560 01 WS-DOCREFID-INT-INIT         PIC X(90) VALUE SPACES.
152560 01 TOP-INT-INIT                 PIC X(01) VALUE SPACE.
152560    88 INT-INIT-TROUVE                     VALUE 'O'.

152160*   Compteur des references enregistrees sur le run
152160 01 WS-NB-ECRT-R01               PIC 9(9) VALUE ZEROES.

150978           IF RUPTURE-CNT-CLI AND FIN-TRT-ACCOUNT-KO

      D             DISPLAY ' RUPTURE-CNT-CLI'
152560*             Coupure du message courant si le compte
152560*             change d'intermediaire
152560              PERFORM CTRL-INTERM-COMPTE
152190*             Coupure du message courant si le maximum
152190*             d'AccountReport est atteint
152190              IF  WS-Q-MAX-AR > ZERO
150978           IF FIN-TRT-ACCOUNT-KO AND EXIST-ACCOUNT-OK
150978              SET FIN-TRT-ACCOUNT-OK TO TRUE
150978D             DISPLAY ' RUPTURE-CNT-CLI'
152560*             Coupure du message courant si le compte
152560*             change d'intermediaire
152560              PERFORM CTRL-INTERM-COMPTE
152190*             Coupure du message courant si le maximum
152190*             d'AccountReport est atteint
152190              IF  WS-Q-MAX-AR > ZERO
152160*    Ouverture du registre d'unicite des references
152410*    (en mode parallele : sequentiel des references de
152410*    l'instance, le VSAM partage n'est pas touche)
152560*    (et VSAM partage en lecture seule, pour les corrections)
152410     IF MODE-PARALLELE
152410        PERFORM OUVR-FICH-S27
152560        PERFORM OUVR-FICH-R01-LECT
152410     ELSE
152160        PERFORM OUVR-FICH-R01
152410     END-IF
151990        IF SYSIN-I-GIIN-ENT NOT = SPACES
151990            IF SYSIN-I-GIIN-ENT NOT =
151990                WS-C-REF-GIIN OF WS-G-DATA-TET-END
152690            AND SYSIN-I-GIIN-ENT NOT = WS-C-REF-GIIN-SUCC
151990                MOVE 1002           TO WS-CODE-ABEND
151990                PERFORM TRAIT-ABEND
151990            END-IF
                                         (SendingCompanyIN--C
                                       OF MessageSpec-COUNTERS)

152690*    Correction d'un predecesseur absorbe (sorti de TBENDFUS) :
152690*    le fichier est emis par le successeur, le ReportingFI et les
152690*    DocRefId restent ceux du predecesseur
152690     IF WS-C-REF-GIIN-SUCC NOT = SPACES AND LOW-VALUE
152690        MOVE WS-C-REF-GIIN-SUCC  TO SendingCompanyIN
152690                                 OF MessageSpec
152690                                   (SendingCompanyIN--C
152690                                 OF MessageSpec-COUNTERS)
152690     END-IF

           MOVE WS-C-PAYS-EMET
             OF WS-G-DATA-TET-END      TO TransmittingCountry
                                       OF MessageSpec
151950                                 OF ReportingGroup-COUNTERS
151950     END-IF

152560     IF WS-G-INTERM-MSG NOT = SPACES
152560        PERFORM ALIM-ARBR-Intermediary
152560     ELSE
              MOVE 0                   TO Intermediary--C
                                       OF ReportingGroup-COUNTERS
152560     END-IF

           MOVE 0                      TO AccountReport--C
                                       OF ReportingGroup-COUNTERS
151950     END-IF
151950     .

152560*----------------------*
152560 ALIM-ARBR-Intermediary.
152560*----------------------*

152560*    Balise Intermediary (comptes du message detenus via un
152560*    intermediaire, ligne 'INT' de BFUSEL10) : un document a
152560*    part entiere, de DocRefId propre (celui du message suffixe
152560*    -INT)

152560     MOVE 1                      TO Intermediary--C
152560                                 OF ReportingGroup-COUNTERS

152560     IF WS-C-PAYS-RES-INT OF WS-G-INTERM-MSG = SPACES
152560        MOVE 0                   TO ResCountryCode--C
152560                                 OF Intermediary-COUNTERS
152560     ELSE
152560        MOVE 1                   TO ResCountryCode--C
152560                                 OF Intermediary-COUNTERS
152560        MOVE WS-C-PAYS-RES-INT
152560          OF WS-G-INTERM-MSG     TO ResCountryCode
152560                                 OF Intermediary
152560                                   (ResCountryCode--C
152560                                 OF Intermediary-COUNTERS)
152560     END-IF

152560     IF WS-C-REF-GIIN-INT OF WS-G-INTERM-MSG = SPACES
152560        MOVE 0                   TO TIN--C
152560                                 OF Intermediary-COUNTERS
152560     ELSE
152560        MOVE 1                   TO TIN--C
152560                                 OF Intermediary-COUNTERS
152560        MOVE WS-C-REF-GIIN-INT
152560          OF WS-G-INTERM-MSG     TO tech-text
152560                                 OF TIN
152560                                 OF Intermediary
152560                                   (TIN--C
152560                                 OF Intermediary-COUNTERS)
152560        MOVE WS-C-PAYS-TIN-INT
152560          OF WS-G-INTERM-MSG     TO tech-attr-opt-issuedBy
152560                                 OF TIN
152560                                 OF Intermediary
152560                                   (TIN--C
152560                                 OF Intermediary-COUNTERS)
152560     END-IF

152560     MOVE 1                      TO Name--C
152560                                 OF Intermediary-COUNTERS

152560     MOVE WS-L-RAISON-SOCIALE-INT
152560       OF WS-G-INTERM-MSG        TO tech-text
152560                                 OF Name
152560                                 OF Intermediary
152560                                   (Name--C
152560                                 OF Intermediary-COUNTERS)

152560     MOVE SPACE                  TO tech-attr-opt-nameType
152560                                 OF Name
152560                                 OF Intermediary
152560                                   (Name--C
152560                                 OF Intermediary-COUNTERS)

152560     MOVE 1                      TO R-Address--C
152560                                 OF Intermediary-COUNTERS

152560     MOVE SPACE                  TO tech-attr-opt-legalAddressType
152560                                 OF R-Address
152560                                 OF Intermediary
152560                                   (R-Address--C
152560                                 OF Intermediary-COUNTERS)

152560     MOVE WS-C-PAYS-ADR-INT
152560       OF WS-G-INTERM-MSG        TO CountryCode
152560                                 OF R-Address
152560                                 OF Intermediary
152560                                   (R-Address--C
152560                                 OF Intermediary-COUNTERS)

152560     MOVE 0                      TO AddressFree2--C
152560                                 OF R-Address-COUNTERS
152560                                 OF Intermediary-COUNTERS

152560     MOVE 1                      TO AddressFix--C
152560                                 OF R-Address-COUNTERS
152560                                 OF Intermediary-COUNTERS

152560     MOVE 0                      TO Street--C
152560                                 OF R-Address-COUNTERS
152560                                 OF Intermediary-COUNTERS

152560     MOVE 0                      TO BuildingIdentifier--C
152560                                 OF R-Address-COUNTERS
152560                                 OF Intermediary-COUNTERS

152560     MOVE 0                      TO SuiteIdentifier--C
152560                                 OF R-Address-COUNTERS
152560                                 OF Intermediary-COUNTERS

152560     MOVE 0                      TO FloorIdentifier--C
152560                                 OF R-Address-COUNTERS
152560                                 OF Intermediary-COUNTERS

152560     MOVE 0                      TO DistrictName--C
152560                                 OF R-Address-COUNTERS
152560                                 OF Intermediary-COUNTERS

152560     MOVE 0                      TO POB--C
152560                                 OF R-Address-COUNTERS
152560                                 OF Intermediary-COUNTERS

152560     IF WS-C-CPOST-INT OF WS-G-INTERM-MSG = SPACES
152560        MOVE 0                   TO PostCode--C
152560                                 OF R-Address-COUNTERS
152560                                 OF Intermediary-COUNTERS
152560     ELSE
152560        MOVE 1                   TO PostCode--C
152560                                 OF R-Address-COUNTERS
152560                                 OF Intermediary-COUNTERS
152560        MOVE WS-C-CPOST-INT
152560          OF WS-G-INTERM-MSG     TO PostCode
152560                                 OF R-Address
152560                                 OF Intermediary
152560                                   (R-Address--C
152560                                 OF Intermediary-COUNTERS
152560                                    AddressFix--C
152560                                 OF Intermediary-COUNTERS
152560                                    PostCode--C
152560                                 OF R-Address-COUNTERS
152560                                 OF Intermediary-COUNTERS)
152560     END-IF

152560     MOVE WS-L-COMM-ADR-INT
152560       OF WS-G-INTERM-MSG        TO City
152560                                 OF R-Address
152560                                 OF Intermediary
152560                                   (R-Address--C
152560                                 OF Intermediary-COUNTERS
152560                                    AddressFix--C
152560                                 OF Intermediary-COUNTERS)

152560     MOVE 0                      TO CountrySubentity--C
152560                                 OF R-Address-COUNTERS
152560                                 OF Intermediary-COUNTERS

152560     MOVE 1                      TO AddressFree--C
152560                                 OF R-Address-COUNTERS
152560                                 OF Intermediary-COUNTERS

152560     MOVE SPACE                  TO AddressFree
152560                                 OF R-Address
152560                                 OF Intermediary
152560                                   (R-Address--C
152560                                 OF Intermediary-COUNTERS
152560                                    AddressFree--C
152560                                 OF Intermediary-COUNTERS)

152560     move 1                      to ws-b-string-sep
152560     move 3                      to ws-q-string-tab
152560     MOVE WS-L-ADR-LIGNE-1-INT
152560       OF WS-G-INTERM-MSG        TO ws-l-string-in (1)
152560     MOVE WS-L-ADR-LIGNE-2-INT
152560       OF WS-G-INTERM-MSG        TO ws-l-string-in (2)
152560     MOVE WS-L-ADR-LIGNE-3-INT
152560       OF WS-G-INTERM-MSG        TO ws-l-string-in (3)

152560     perform trait-string

152560     move ws-l-string-out(1:ws-q-string-out)
152560                                 TO AddressFree
152560                                 OF R-Address
152560                                 OF Intermediary
152560                                   (R-Address--C
152560                                 OF Intermediary-COUNTERS
152560                                    AddressFree--C
152560                                 OF Intermediary-COUNTERS)

152560     MOVE WS-DOCTYPEINDIC        TO DocTypeIndic
152560                                 OF Intermediary

152560     MOVE SPACE                  TO WS-DOCREFID-INT
152560     STRING WS-DOCREFID          DELIMITED BY SPACE
152560            '-INT'               DELIMITED BY SIZE
152560                               INTO WS-DOCREFID-INT
152560     MOVE WS-DOCREFID-INT        TO DocRefId
152560                                 OF Intermediary
152560*    Controle d'unicite toutes campagnes du DocRefId
152560     MOVE 'DOC '                 TO WS-REG-C-TYPE-REF
152560     MOVE WS-DOCREFID-INT        TO WS-REG-I-REF
152560     PERFORM CTRL-REF-UNIQUE
152560*    Cle 'INT ' : rang du message portant le bloc pour cet
152560*    intermediaire, relue par les corrections du fichier
152560     MOVE WS-I-REF-FIC OF WS-G-DATA-TET-END
152560                                 TO WS-REG-INT-I-REF-FIC
152560     MOVE WS-C-REF-GIIN-INT OF WS-G-INTERM-MSG
152560                                 TO WS-REG-INT-C-REF-GIIN
152560     MOVE WS-Q-MSG-CONT          TO WS-REG-INT-Q-MSG
152560     MOVE 'INT '                 TO WS-REG-C-TYPE-REF
152560     MOVE WS-REG-CLE-INT         TO WS-REG-I-REF
152560     PERFORM CTRL-REF-UNIQUE

152560     IF WS-DOCREFID(1:7) = 'FATCA1-' OR 'FATCA11'
152560        MOVE 0                   TO CorrMessageRefId--C
152560                                 OF Intermediary-COUNTERS
152560                                    CorrDocRefId--C
152560                                 OF Intermediary-COUNTERS
152560     ELSE
152560        MOVE 1                   TO CorrMessageRefId--C
152560                                 OF Intermediary-COUNTERS
152560                                    CorrDocRefId--C
152560                                 OF Intermediary-COUNTERS
152560        PERFORM RECH-INTERM-INIT
152560        MOVE WS-I-REF-MSG-INIT-INT
152560                                 TO CorrMessageRefId
152560                                 OF DocSpec
152560                                 OF Intermediary
152560                                   (CorrMessageRefId--C
152560                                 OF Intermediary-COUNTERS)
152560        MOVE WS-DOCREFID-INT-INIT
152560                                 TO CorrDocRefId
152560                                 OF DocSpec
152560                                 OF Intermediary
152560                                   (CorrDocRefId--C
152560                                 OF Intermediary-COUNTERS)
152560     END-IF

152560     ADD 1                       TO WS-Q-BLOC-INTERM
152560     .

152560*----------------*
152560 RECH-INTERM-INIT.
152560*----------------*

152560*    MessageRefId ET DocRefId D'ORIGINE DU BLOC Intermediary
152560*    CORRIGE : LE RANG DU MESSAGE QUI PORTAIT L'INTERMEDIAIRE
152560*    DANS LE FICHIER INITIAL EST RELU AU REGISTRE (CLE 'INT '),
152560*    PUIS LES REFERENCES SONT RECONSTRUITES PAR LES MEMES REGLES
152560*    QUE DANS LE FICHIER INITIAL (REFERENCE DU FICHIER, SUFFIXEE
152560*    -Cnn POUR UN MESSAGE DE CONTINUATION, PUIS -INT) ; A DEFAUT
152560*    DE CLE, LE MESSAGE INITIAL DU FICHIER EST RETENU
152560     MOVE SPACE                  TO TOP-INT-INIT
152560     MOVE WS-I-REF-FIC-INIT OF WS-G-DATA-TET-END
152560                                 TO WS-REG-INT-I-REF-FIC
152560     MOVE WS-C-REF-GIIN-INT OF WS-G-INTERM-MSG
152560                                 TO WS-REG-INT-C-REF-GIIN

152560     PERFORM VARYING WS-Q-MSG-INT-RECH FROM 0 BY 1
152560     UNTIL INT-INIT-TROUVE
152560        OR WS-Q-MSG-INT-RECH > 99
152560        MOVE WS-Q-MSG-INT-RECH   TO WS-REG-INT-Q-MSG
152560        MOVE 'INT '              TO REG-C-TYPE-REF
152560        MOVE WS-REG-CLE-INT      TO REG-I-REF
152560        READ DFUSLR01
152560        END-READ
152560        EVALUATE FS-R01
152560           WHEN '00'
152560              SET INT-INIT-TROUVE TO TRUE
152560           WHEN '23'
152560              CONTINUE
152560           WHEN OTHER
152560              MOVE 2061          TO WS-CODE-ABEND
152560              PERFORM TRAIT-ABEND
152560        END-EVALUATE
152560     END-PERFORM

152560     IF NOT INT-INIT-TROUVE
152560        MOVE ZERO                TO WS-REG-INT-Q-MSG
152560     END-IF

152560     MOVE SPACE                  TO WS-I-REF-MSG-INIT-INT
152560     IF WS-REG-INT-Q-MSG = ZERO
152560        MOVE WS-I-REF-FIC-INIT OF WS-G-DATA-TET-END
152560                                 TO WS-I-REF-MSG-INIT-INT
152560     ELSE
152560        MOVE WS-REG-INT-Q-MSG    TO WS-Q-MSG-INT-EDIT
152560        MOVE ZERO                TO WS-Q-REF-INIT-UTILE
152560        PERFORM VARYING I FROM 1 BY 1
152560        UNTIL I > 55
152560           IF WS-I-REF-FIC-INIT OF WS-G-DATA-TET-END (I:1)
152560                                 NOT = SPACE
152560              MOVE I             TO WS-Q-REF-INIT-UTILE
152560           END-IF
152560        END-PERFORM
152560        STRING WS-I-REF-FIC-INIT OF WS-G-DATA-TET-END
152560                   (1:WS-Q-REF-INIT-UTILE)
152560               '-C'
152560               WS-Q-MSG-INT-EDIT
152560           DELIMITED BY SIZE INTO WS-I-REF-MSG-INIT-INT
152560     END-IF

152560     MOVE SPACE                  TO WS-DOCREFID-INT-INIT
152560     STRING WS-I-REF-MSG-INIT-INT DELIMITED BY SPACE
152560            '-INT'               DELIMITED BY SIZE
152560                               INTO WS-DOCREFID-INT-INIT
152560     .

      *-------------------*
       GENER-XML-FATCA-OECD.
      *-------------------*
      *          Alimenter données détails bénéficiaire du compte
                 PERFORM ALIM-DATA-WS-DET-BNF

152560        WHEN 'INT'

152560*          Alimenter données intermédiaire du compte
152560           MOVE E01-G-DATA-DET-INT TO WS-G-DATA-DET-INT

152570        WHEN 'CTP'

152570*          Personne detenant le controle : propre au reporting
152570*          CRS (BFUSEL70), sans objet en FATCA
152570           CONTINUE

152580        WHEN 'RES'

152580*          Residence fiscale du titulaire : propre au reporting
152580*          CRS (BFUSEL70), sans objet en FATCA
152580           CONTINUE

              WHEN OTHER

                 MOVE 3017               TO WS-CODE-ABEND
151900*    Générer et écrire en un seul message FATCA_OECD tous les
151900*    PoolReport accumulés pour le client courant
151900
152560*    Les PoolReport ne relevent d'aucun intermediaire : coupure
152560*    si le message en cours porte un bloc Intermediary
152560     IF WS-G-INTERM-MSG NOT = SPACES
152560        MOVE SPACES             TO WS-G-INTERM-MSG
152560        PERFORM COUPURE-MESSAGE
152560     END-IF
151900
151900*    Init données PoolReport
151900     PERFORM INIT-ARBR-PoolReport
151900*    Alim données PoolReport
152160*    Fermeture du registre d'unicite des references
152410     IF MODE-PARALLELE
152410        PERFORM FERM-FICH-S27
152560        PERFORM FERM-FICH-R01
152410     ELSE
152160        PERFORM FERM-FICH-R01
152410     END-IF
MCHA+               ( E01-C-ENTIT = 'END' OR
MCHA+                 E01-C-ENTIT = 'ADR' OR
152210               E01-C-ENTIT = 'BNF' OR
152560               E01-C-ENTIT = 'INT' OR
MCHA+                 E01-C-ENTIT = 'CLI' )
MCHA+               PERFORM NETTOY-CAR-SPEC
MCHA+            END-IF
152250     END-IF
152250     .

152560*--------------------*
152560 OUVR-FICH-R01-LECT.
152560*--------------------*

152560*    MODE PARALLELE : REGISTRE OUVERT EN LECTURE SEULE, POUR LA
152560*    SEULE RECHERCHE DES CLES 'INT ' D'ORIGINE DES CORRECTIONS
152560*    (LES REFERENCES EMISES PASSENT PAR DFUSLS27)
152560     OPEN INPUT DFUSLR01
152560     IF FS-R01  NOT = '00'
152560*       PROBLEME TECHNIQUE - APPEL MODULE ABEND
152560        MOVE 2062               TO WS-CODE-ABEND
152560        PERFORM TRAIT-ABEND
152560     END-IF
152560     .

152160*---------------*
152160 FERM-FICH-R01.
152160*---------------*
152190     END-IF
151990     .

152560*--------------------*
152560 CTRL-INTERM-COMPTE.
152560*--------------------*

152560*    UN MESSAGE NE PORTE QU'UN SEUL BLOC Intermediary DANS SON
152560*    ReportingGroup : LE COMPTE A EMETTRE (WS-G-DATA-DET-INT, A
152560*    BLANC SI LE COMPTE EST DETENU EN DIRECT) RELEVANT D'UN
152560*    AUTRE INTERMEDIAIRE QUE LE MESSAGE COURANT, CELUI-CI EST
152560*    COUPE ET LE MESSAGE DE CONTINUATION REPREND LE NOUVEL
152560*    INTERMEDIAIRE (LE FICHIER DFUSLE21 ETANT TRIE PAR COMPTE,
152560*    UN MESSAGE PAR CHANGEMENT D'INTERMEDIAIRE)
152560     IF WS-G-DATA-DET-INT NOT = WS-G-INTERM-MSG
152560        MOVE WS-G-DATA-DET-INT  TO WS-G-INTERM-MSG
152560        PERFORM COUPURE-MESSAGE
152560     END-IF

152560     IF WS-G-DATA-DET-INT NOT = SPACES
152560        ADD 1                   TO WS-Q-AR-INTERM
152560     END-IF
152560     .

152190*-----------------*
152190 COUPURE-MESSAGE.
152190*-----------------*
152150     MOVE WS-Q-XML-TAB-FIN      TO WS-CKX-Q-XML-TAB-FIN
152190     MOVE WS-Q-AR-MESSAGE       TO WS-CKX-Q-AR-MESSAGE
152190     MOVE WS-Q-MSG-CONT         TO WS-CKX-Q-MSG-CONT
152560     MOVE WS-G-INTERM-MSG       TO WS-CKX-G-INTERM-MSG
152560     MOVE WS-Q-AR-INTERM        TO WS-CKX-Q-AR-INTERM
152560     MOVE WS-Q-BLOC-INTERM      TO WS-CKX-Q-BLOC-INTERM
152150     PERFORM ECRT-FICH-S03-CTX

152150*    ENTETE DE L'ENTITE DECLARANTE (DEUX ENREGISTREMENTS)
152150     MOVE WS-CKX-Q-XML-TAB-FIN  TO WS-Q-XML-TAB-FIN
152190     MOVE WS-CKX-Q-AR-MESSAGE   TO WS-Q-AR-MESSAGE
152190     MOVE WS-CKX-Q-MSG-CONT     TO WS-Q-MSG-CONT
152560     MOVE WS-CKX-G-INTERM-MSG   TO WS-G-INTERM-MSG
152560     MOVE WS-CKX-Q-AR-INTERM    TO WS-Q-AR-INTERM
152560     MOVE WS-CKX-Q-BLOC-INTERM  TO WS-Q-BLOC-INTERM
152150     .

152150*---------------*
152089                 SET WARNING-DEGRADE-OUI TO TRUE
152089              END-IF
152089           END-IF
152560*          Intermediaire du premier document du fichier : il
152560*          alimente le ReportingGroup du premier message (la
152560*          ligne 'INT' suit le DET-CNT et precede le DET-CLT)
152560           IF NOT PRESCAN-1ER-DOC-VU
152560              EVALUATE TRUE
152560                 WHEN E01-C-ENR = '20' AND E01-C-ENTIT = 'INT'
152560                    MOVE E01-G-DATA-DET-INT TO WS-G-INTERM-MSG
152560                    SET PRESCAN-1ER-DOC-VU  TO TRUE
152560                 WHEN E01-C-ENR = '20' AND E01-C-ENTIT = 'CLI'
152560                 WHEN E01-C-ENR = '30'
152560                    SET PRESCAN-1ER-DOC-VU  TO TRUE
152560                 WHEN OTHER
152560                    CONTINUE
152560              END-EVALUATE
152560           END-IF
152089           IF E01-C-ENR = '20' AND E01-C-ENTIT = 'BNF'
152089              MOVE E01-G-DATA-DET-BNF TO WS-G-DATA-DET-BNF(1)
152089              IF WS-C-REF-GIIN-BNF
152210
152210        WHEN 'BNF'
152210           PERFORM TRANSLIT-CHAMPS-BNF
152560
152560        WHEN 'INT'
152560           PERFORM TRANSLIT-CHAMPS-INT
152210
152210        WHEN OTHER
152210           CONTINUE
152210        TO E01-L-COMM-ADR OF E01-G-DATA-DET-BNF
152210     .

152560*--------------------*
152560 TRANSLIT-CHAMPS-INT.
152560*--------------------*

152560*    Champs texte de l'enregistrement intermediaire
152560     MOVE E01-L-RAISON-SOCIALE-INT OF E01-G-DATA-DET-INT
152560                                TO WS-L-TRANSLIT-IN
152560     MOVE 60                    TO WS-Q-TRANSLIT-LG
152560     PERFORM TRANSLIT-CHAMP
152560     MOVE WS-L-TRANSLIT-OUT(1:60)
152560        TO E01-L-RAISON-SOCIALE-INT OF E01-G-DATA-DET-INT

152560     MOVE E01-L-COMM-ADR-INT OF E01-G-DATA-DET-INT
152560                                TO WS-L-TRANSLIT-IN
152560     MOVE 32                    TO WS-Q-TRANSLIT-LG
152560     PERFORM TRANSLIT-CHAMP
152560     MOVE WS-L-TRANSLIT-OUT(1:32)
152560        TO E01-L-COMM-ADR-INT OF E01-G-DATA-DET-INT

152560     MOVE E01-L-ADR-LIGNE-1-INT OF E01-G-DATA-DET-INT
152560                                TO WS-L-TRANSLIT-IN
152560     MOVE 38                    TO WS-Q-TRANSLIT-LG
152560     PERFORM TRANSLIT-CHAMP
152560     MOVE WS-L-TRANSLIT-OUT(1:38)
152560        TO E01-L-ADR-LIGNE-1-INT OF E01-G-DATA-DET-INT

152560     MOVE E01-L-ADR-LIGNE-2-INT OF E01-G-DATA-DET-INT
152560                                TO WS-L-TRANSLIT-IN
152560     MOVE 38                    TO WS-Q-TRANSLIT-LG
152560     PERFORM TRANSLIT-CHAMP
152560     MOVE WS-L-TRANSLIT-OUT(1:38)
152560        TO E01-L-ADR-LIGNE-2-INT OF E01-G-DATA-DET-INT

152560     MOVE E01-L-ADR-LIGNE-3-INT OF E01-G-DATA-DET-INT
152560                                TO WS-L-TRANSLIT-IN
152560     MOVE 38                    TO WS-Q-TRANSLIT-LG
152560     PERFORM TRANSLIT-CHAMP
152560     MOVE WS-L-TRANSLIT-OUT(1:38)
152560        TO E01-L-ADR-LIGNE-3-INT OF E01-G-DATA-DET-INT
152560     .

152210*---------------*
152210 TRANSLIT-CHAMP.
152210*---------------*

           MOVE SPACE TO WS-G-DATA-DET-CNT
           MOVE ZERO  TO WS-M-MNT-ASS-SLD
152560     MOVE SPACE TO WS-G-DATA-DET-INT

           .

152290 ALIM-SUIVI-COMPTEURS.
152290*---------------------*

152560     MOVE 12                    TO SUI-Q-NB-COMPTEUR
152290     MOVE 'NB-LECT-E01 '        TO SUI-L-COMPTEUR (1)
152290     MOVE WS-NB-LECT-E01        TO SUI-Q-VALEUR   (1)
152290     MOVE 'NB-ECRT-S01 '        TO SUI-L-COMPTEUR (2)
152290     MOVE WS-Q-MAJ-SUPPRIMEES   TO SUI-Q-VALEUR   (8)
152290     MOVE 'Q-TIN-MANQ  '        TO SUI-L-COMPTEUR (9)
152290     MOVE WS-Q-NB-TIN-MANQUANT  TO SUI-Q-VALEUR   (9)
152560     MOVE 'Q-INT-EXTR  '        TO SUI-L-COMPTEUR (10)
152560     MOVE WS-N-INT OF WS-G-DATA-ENQ-END
152560                                TO SUI-Q-VALEUR   (10)
152560     MOVE 'Q-AR-INTERM '        TO SUI-L-COMPTEUR (11)
152560     MOVE WS-Q-AR-INTERM        TO SUI-Q-VALEUR   (11)
152560     MOVE 'Q-BLOC-INT  '        TO SUI-L-COMPTEUR (12)
152560     MOVE WS-Q-BLOC-INTERM      TO SUI-Q-VALEUR   (12)
152290     .

152290*---------------*
152250     MOVE '*    WS-Q-TIN-SUBST             :
152250-    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
152250     MOVE WS-Q-TIN-SUBST           TO BILA-L-DISP(WS-DISP)(45:9)
152560*    Nombre d'AccountReport de comptes detenus via un
152560*    intermediaire
152560     ADD  1                        TO WS-DISP
152560     MOVE '*    WS-Q-AR-INTERM             :
152560-    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
152560     MOVE WS-Q-AR-INTERM           TO BILA-L-DISP(WS-DISP)(45:9)
           ADD  1                        TO WS-DISP
           MOVE WS-LIGNE-EGAL            TO BILA-L-DISP(WS-DISP)
      *--- APPEL MODULE ABEND
