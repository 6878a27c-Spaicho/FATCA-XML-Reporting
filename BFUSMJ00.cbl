      *                 prefixe : la reference bloc commence par la    *
      *                 reference du fichier (type + horodatage de     *
      *                 campagne + GIIN).                              *
152590*                 La reference attribuee par l'administration    *
152590*                 (I-REF-ADM de TBFIDFUS), preparee a blanc ou   *
152590*                 'XXXXXXXX' par BFUSEL10, recoit l'identifiant  *
152590*                 de transmission IDES du package du GIIN et de  *
152590*                 l'annee, releve par BFUSEL61 (DFUSMJ04).       *
152600*                 De meme, la cle de hachage (C-CLE-HACH),       *
152600*                 preparee 'XXXXXXX' par BFUSEL10, recoit        *
152600*                 l'empreinte SHA-256 du payload transmis,       *
152600*                 portee par le meme sort IDES.                  *
152640*                 Chaque MAJ TBREPFUS appliquee pose sa date     *
152640*                 d'application sur le cycle de vie de son       *
152640*                 DocRefId (magasin DFUSLR07 tenu par BFUSEL90,  *
152640*                 DocRefId inconnu du magasin : sans objet).     *
      *                                                                *
      * MODULES UTILISES :                                             *
      *________________________________________________________________*
      * DFUSMJ02 | Dispositions BFUSEL30 (DFUSLS31)     | E |          *
      * DFUSMJ03 | MAJ parquees en attente (motif +     | S | CFUSMJ00 *
      *          | enregistrement d'origine)            |   |          *
152590* DFUSMJ04 | Sort IDES des packages BFUSEL61      | E | CFUSIDES *
152590*          | (DFUSLS6A, facultatif)               |   |          *
152640* DFUSLR07 | Cycle de vie des DocRefId (VSAM)     | E/S CFUSCYCV *
      *__________|______________________________________|___|__________*
      *                                                                *
      * Liste des ABENDS émis  par le programme :                      *
      *   3523   | PB FERMETURE FICHIER DFUSMJ03                       *
      *   3530   | DEPASSEMENT TABLE DES REJETS (5000)                 *
      *   3531   | DEPASSEMENT TABLE DES ACCEPTATIONS (100)            *
152590*   3532   | DEPASSEMENT TABLE DES TRANSMISSIONS IDES (500)      *
152590*   3541   | PB OUVERTURE FICHIER DFUSMJ04                       *
152590*   3542   | PB LECTURE   FICHIER DFUSMJ04                       *
152590*   3543   | PB FERMETURE FICHIER DFUSMJ04                       *
152640*   3551   | PB OUVERTURE MAGASIN DFUSLR07                       *
152640*   3552   | PB LECTURE   MAGASIN DFUSLR07                       *
152640*   3553   | PB FERMETURE MAGASIN DFUSLR07                       *
152640*   3554   | PB ECRITURE  MAGASIN DFUSLR07                       *
      *__________|_____________________________________________________*
      *                                                                *
      * Historique des modifications :                                 *
152390*  MCHA  !30/05/2016!20152390!CREATION : APPLICATION DES MAJ     *
152390*        !          !        !CFUSMJ00 CONDITIONNEE A L'ACCUSE   *
152390*        !          !        !ICMM, PARCAGE DU RESTE AVEC MOTIF  *
      *----------------------------------------------------------------*
152590*  MCHA  !28/11/2016!20152590!I-REF-ADM DE TBFIDFUS = IDENTIFIANT*
152590*        !          !        !DE TRANSMISSION IDES RELEVE PAR    *
152590*        !          !        !BFUSEL61 (DFUSMJ04 FACULTATIF)     *
152590*        !          !        !SUR 32 CARACTERES (CFUSMJ00 ET     *
152590*        !          !        !CFUSTFID ELARGIS)                  *
      *----------------------------------------------------------------*
152600*  MCHA  !19/12/2016!20152600!C-CLE-HACH DE TBFIDFUS = EMPREINTE *
152600*        !          !        !SHA-256 DU PAYLOAD TRANSMIS (SORT  *
152600*        !          !        !IDES DFUSMJ04)                     *
152600*        !          !        !; SORT RAPPROCHE PAR LA REFERENCE  *
152600*        !          !        !DU FICHIER (GIIN ET ANNEE EN SIMPLE*
152600*        !          !        !CONTROLE)                          *
152640*----------------------------------------------------------------*
152640*  MCHA  !30/01/2017!20152640!DATE D'APPLICATION DES MAJ         *
152640*        !          !        !TBREPFUS POSEE SUR LE CYCLE DE VIE *
152640*        !          !        !DU DocRefId (DFUSLR07)             *
      ******************************************************************

       ENVIRONMENT DIVISION.
           SELECT DFUSMJ03 ASSIGN             TO DFUSMJ03
           FILE STATUS FS-MJ3.

152590*
152590* Sort IDES des packages BFUSEL61 (facultatif)
152590*
152590     SELECT OPTIONAL DFUSMJ04 ASSIGN    TO DFUSMJ04
152590     FILE STATUS FS-MJ4.

152640*
152640* Cycle de vie des DocRefId (facultatif)
152640*
152640     SELECT OPTIONAL DFUSLR07 ASSIGN    TO DFUSLR07
152640     ORGANIZATION INDEXED
152640     ACCESS RANDOM
152640     RECORD KEY CYC-I-DOCREFID
152640     FILE STATUS FS-R07.

       DATA DIVISION.
       FILE SECTION.


       01  FD-DFUSMJ03              PIC  X(1540).

152590 FD  DFUSMJ04
152590     LABEL RECORD STANDARD
152590     RECORDING MODE F
152590     BLOCK CONTAINS 0 RECORDS.

152600 01  FD-DFUSMJ04              PIC  X(320).

152640 FD  DFUSLR07.
152640 01  ENR-DFUSLR07.
152640     05 CYC-I-DOCREFID        PIC  X(90).
152640     05 FILLER                PIC  X(410).

      ***************************************
      *                                     *
      *      WORKING STORAGE SECTION        *
            05  WS-PRC-L-MOTIF           PIC X(40).
            05  WS-PRC-ENR-MAJ           PIC X(1500).

152590*    Sort IDES d'un package (BFUSEL61)
152590  COPY CFUSIDES REPLACING ==(P)== BY ==IDS==.

152640*    Cycle de vie d'un DocRefId (magasin DFUSLR07)
152640  COPY CFUSCYCV REPLACING ==(P)== BY ==CYV==.

      ***************************************
      *                                     *
      *      VARIABLES DU TRAVAIL           *
      *    ne porte pas de reference bloc propre)
       01 WS-C-VERDICT-REP             PIC X(01) VALUE SPACE.

152590*    Table des transmissions IDES reussies (GIIN, annee,
152590*    segment, identifiant de transmission, reference du
152600*    fichier transmis) ; un fichier coupe
152590*    en segments retient l'identifiant du premier segment
152590 01 WS-Q-TRANSM                  PIC 9(03) VALUE ZERO.
152590 01 WS-T-TRANSM.
152590    05 WS-T-TRM-LIG              OCCURS 500.
152590       10 WS-T-TRM-I-REF-GIIN    PIC X(20).
152590       10 WS-T-TRM-A-FISCALE     PIC X(04).
152590       10 WS-T-TRM-N-SEGMENT     PIC 9(02).
152590       10 WS-T-TRM-I-TRANSMISSION
152590                                 PIC X(32).
152600       10 WS-T-TRM-C-EMPREINTE   PIC X(64).
152600       10 WS-T-TRM-I-REF-FIC     PIC X(55).
152590 01 WS-I-TRANSM                  PIC 9(03) VALUE ZERO.
152590 01 WS-I-TRANSM-RETENU           PIC 9(03) VALUE ZERO.

152590*    GIIN porte par la reference du fichier declaratif (type
152590*    de 6 caracteres en production, 7 en test)
152590 01 WS-I-REF-GIIN-FIC            PIC X(20) VALUE SPACES.

       01 I                            PIC 9(08) BINARY VALUE ZERO.

      ***  LES CODES RETOUR DES DIFFéRENTS FICHIERS
       01  FS-MJ1                      PIC X(02) VALUE SPACES.
       01  FS-MJ2                      PIC X(02) VALUE SPACES.
       01  FS-MJ3                      PIC X(02) VALUE SPACES.
152590 01  FS-MJ4                      PIC X(02) VALUE SPACES.
152640 01  FS-R07                      PIC X(02) VALUE SPACES.

      *   Compteur du nombre de lectures du fichier DFUSMJ01
       01 WS-NB-LECT-MJ1               PIC 9(9) VALUE ZEROES.
       01 WS-Q-APPL-FID                PIC 9(9) VALUE ZEROES.
       01 WS-Q-APPL-LCC                PIC 9(9) VALUE ZEROES.

152590*   Compteur du nombre de lectures du fichier DFUSMJ04
152590 01 WS-NB-LECT-MJ4               PIC 9(9) VALUE ZEROES.

152590*   Compteurs des references administration TBFIDFUS :
152590*   identifiant IDES pose, ou laisse en attente faute de
152590*   transmission reussie connue
152590 01 WS-Q-REF-ADM-IDES            PIC 9(9) VALUE ZEROES.
152590 01 WS-Q-REF-ADM-ABSENT          PIC 9(9) VALUE ZEROES.
152600*   Compteurs des cles de hachage TBFIDFUS : empreinte posee,
152600*   ou laissee en attente faute de transmission reussie connue
152600 01 WS-Q-CLE-HACH-IDES           PIC 9(9) VALUE ZEROES.
152600 01 WS-Q-CLE-HACH-ABSENT         PIC 9(9) VALUE ZEROES.

      *   Compteur des MAJ parquees
       01 WS-NB-ECRT-MJ3               PIC 9(9) VALUE ZEROES.

152640*   Compteur des cycles de vie marques (MAJ appliquee)
152640 01 WS-NB-MAJ-R07                PIC 9(9) VALUE ZEROES.

      *   Booléens de fin des fichiers
       01 TOP-FIN-MJ1                  PIC X(1)  VALUE SPACE.
          88 FIN-MJ1                             VALUE 'O'.
       01 TOP-FIN-MJ2                  PIC X(1)  VALUE SPACE.
          88 FIN-MJ2                             VALUE 'O'.
152590 01 TOP-FIN-MJ4                  PIC X(1)  VALUE SPACE.
152590    88 FIN-MJ4                             VALUE 'O'.

      *   Variable numérique de code ABEND
       01 WS-CODE-ABEND                PIC 9(4) VALUE ZERO.
      *    Chargement des accuses et rejets ICMM
           PERFORM CHRG-TAB-DISPO

152590*    Chargement des transmissions IDES reussies
152590     PERFORM CHRG-TAB-TRANSM

      *    Application des MAJ sous condition d'accuse
           PERFORM UNTIL FIN-MJ1
              PERFORM LECT-FICH-MJ1
           PERFORM OUVR-FICH-MJ1
           PERFORM OUVR-FICH-MJ2
           PERFORM OUVR-FICH-MJ3
152590     PERFORM OUVR-FICH-MJ4
152640     PERFORM OUVR-FICH-R07
           .

      *--------------*
           END-PERFORM
           .

152590*----------------*
152590 CHRG-TAB-TRANSM.
152590*----------------*

152590*    Chargement des sorts IDES 'TRANSMIS' ; les echecs n'ont
152590*    pas d'identifiant de transmission
152590     PERFORM UNTIL FIN-MJ4
152590        PERFORM LECT-FICH-MJ4
152590        IF NOT FIN-MJ4
152590           IF IDS-TRANSMIS
152590              ADD 1              TO WS-Q-TRANSM
152590              IF WS-Q-TRANSM > 500
152590*                DEPASSEMENT TABLE DES TRANSMISSIONS IDES
152590                 MOVE 3532       TO WS-CODE-ABEND
152590                 PERFORM TRAIT-ABEND
152590              END-IF
152590              MOVE IDS-I-REF-GIIN
152590                       TO WS-T-TRM-I-REF-GIIN(WS-Q-TRANSM)
152590              MOVE IDS-A-FISCALE
152590                       TO WS-T-TRM-A-FISCALE(WS-Q-TRANSM)
152590              MOVE IDS-N-SEGMENT
152590                       TO WS-T-TRM-N-SEGMENT(WS-Q-TRANSM)
152590              MOVE IDS-I-TRANSMISSION
152590                       TO WS-T-TRM-I-TRANSMISSION(WS-Q-TRANSM)
152600              MOVE IDS-C-EMPREINTE
152600                       TO WS-T-TRM-C-EMPREINTE(WS-Q-TRANSM)
152600              MOVE IDS-I-REF-FIC
152600                       TO WS-T-TRM-I-REF-FIC(WS-Q-TRANSM)
152590           END-IF
152590        END-IF
152590     END-PERFORM
152590     .

      *--------------*
       TRAIT-UNE-MAJ.
      *--------------*
           EVALUATE TRUE
              WHEN TROUVE
                 ADD 1                 TO WS-Q-APPL-REP
152640           PERFORM MARQ-CYCLE-MAJ
              WHEN OTHER
                 MOVE 1035             TO WS-CODE-ABEND
                 PERFORM TRAIT-ABEND
           END-EVALUATE
           .

152640*---------------*
152640 MARQ-CYCLE-MAJ.
152640*---------------*

152640*    Date d'application de la MAJ sur le cycle de vie du
152640*    DocRefId ; un DocRefId que le magasin ne connait pas
152640*    (magasin vide ou DD absente) est laisse tel quel
152640     MOVE MJ00-I-REF-BLOC OF MJ00-ENR-TBREPFUS
152640                                 TO CYC-I-DOCREFID
152640     READ DFUSLR07 INTO CYV-ENR-CYCLE
152640     END-READ
152640     EVALUATE FS-R07
152640        WHEN '00'
152640           MOVE WS-D-H-TRT(1:19) TO CYV-D-MAJ
152640           REWRITE ENR-DFUSLR07 FROM CYV-ENR-CYCLE
152640           END-REWRITE
152640           IF FS-R07 NOT = '00'
152640              MOVE 3554          TO WS-CODE-ABEND
152640              PERFORM TRAIT-ABEND
152640           END-IF
152640           ADD 1                 TO WS-NB-MAJ-R07
152640        WHEN '23'
152640           CONTINUE
152640        WHEN OTHER
152640           MOVE 3552             TO WS-CODE-ABEND
152640           PERFORM TRAIT-ABEND
152640     END-EVALUATE
152640     .

      *--------------*
       APPL-TBRBRFUS.
      *--------------*
                                       TO TFID-M-TOT-CES-DECL
           MOVE MJ00-M-TOT-M-DECL OF MJ00-ENR-TBFIDFUS
                                       TO TFID-M-TOT-M-DECL
152590*    Reference administration encore provisoire : identifiant
152590*    de transmission IDES du package
152590     IF TFID-I-REF-ADM = SPACES OR 'XXXXXXXX'
152590        PERFORM ALIM-REF-ADM-IDES
152590     END-IF
152600*    Cle de hachage encore provisoire : empreinte SHA-256 du
152600*    payload transmis
152600     IF TFID-C-CLE-HACH = SPACES OR 'XXXXXXX'
152600        PERFORM ALIM-CLE-HACH-IDES
152600     END-IF
           PERFORM ALIM-TYPE-REQUETE
           PERFORM SQ-ACCES-TFID
           EVALUATE TRUE
           END-EVALUATE
           .

152590*------------------*
152590 ALIM-REF-ADM-IDES.
152590*------------------*

152590*    La colonne I-REF-ADM (X(32)) recoit l'identifiant IDES
152590*    complet du sort BFUSEL61
152600     PERFORM RECH-TRANSM-IDES

152590     IF WS-I-TRANSM-RETENU > ZERO
152590        MOVE WS-T-TRM-I-TRANSMISSION(WS-I-TRANSM-RETENU)
152590                                 TO TFID-I-REF-ADM
152590        ADD 1                    TO WS-Q-REF-ADM-IDES
152590     ELSE
152590        ADD 1                    TO WS-Q-REF-ADM-ABSENT
152590     END-IF
152590     .

152600*-------------------*
152600 ALIM-CLE-HACH-IDES.
152600*-------------------*

152600*    Empreinte du package retenu (meme transmission que
152600*    l'identifiant IDES) ; un sort IDES anterieur a l'empreinte
152600*    n'en porte pas, la cle reste alors en attente
152600     PERFORM RECH-TRANSM-IDES

152600     IF WS-I-TRANSM-RETENU > ZERO
152600     AND WS-T-TRM-C-EMPREINTE(WS-I-TRANSM-RETENU) NOT = SPACES
152600        MOVE WS-T-TRM-C-EMPREINTE(WS-I-TRANSM-RETENU)
152600                                 TO TFID-C-CLE-HACH
152600        ADD 1                    TO WS-Q-CLE-HACH-IDES
152600     ELSE
152600        ADD 1                    TO WS-Q-CLE-HACH-ABSENT
152600     END-IF
152600     .

152600*-----------------*
152600 RECH-TRANSM-IDES.
152600*-----------------*

152600*    Transmission du fichier : sort IDES portant la reference
152600*    du fichier (manifeste BFUSEL60), le GIIN porte par cette
152600*    reference (type-horodatage-GIIN, le type de test ayant un
152600*    caractere de plus) et l'annee fiscale (A-APPL au format
152600*    AAAA-MM-JJ) n'etant qu'un controle de coherence ; parmi
152600*    les transmissions reussies du fichier, celle du plus petit
152600*    segment. Un sort IDES anterieur a la reference (zone a
152600*    blanc) n'est rapproche que par le GIIN et l'annee, et
152600*    seulement a defaut de sort portant la reference
152590     IF TFID-I-REF-FIC(7:1) = '-'
152590        MOVE TFID-I-REF-FIC(33:20) TO WS-I-REF-GIIN-FIC
152590     ELSE
152590        MOVE TFID-I-REF-FIC(34:20) TO WS-I-REF-GIIN-FIC
152590     END-IF

152590     MOVE ZERO                   TO WS-I-TRANSM-RETENU
152590     PERFORM VARYING WS-I-TRANSM FROM 1 BY 1
152590     UNTIL WS-I-TRANSM > WS-Q-TRANSM
152600        IF WS-T-TRM-I-REF-FIC(WS-I-TRANSM) = TFID-I-REF-FIC
152600        AND WS-T-TRM-I-REF-GIIN(WS-I-TRANSM) = WS-I-REF-GIIN-FIC
152590        AND WS-T-TRM-A-FISCALE(WS-I-TRANSM) = TFID-A-APPL(1:4)
152600           PERFORM RETIENT-TRANSM-IDES
152590        END-IF
152590     END-PERFORM

152600     IF WS-I-TRANSM-RETENU = ZERO
152600        PERFORM VARYING WS-I-TRANSM FROM 1 BY 1
152600        UNTIL WS-I-TRANSM > WS-Q-TRANSM
152600           IF WS-T-TRM-I-REF-FIC(WS-I-TRANSM) = SPACES
152600           AND WS-T-TRM-I-REF-GIIN(WS-I-TRANSM)
152600                                 = WS-I-REF-GIIN-FIC
152600           AND WS-T-TRM-A-FISCALE(WS-I-TRANSM)
152600                                 = TFID-A-APPL(1:4)
152600              PERFORM RETIENT-TRANSM-IDES
152600           END-IF
152600        END-PERFORM
152600     END-IF
152600     .

152600*--------------------*
152600 RETIENT-TRANSM-IDES.
152600*--------------------*

152600*    Transmission candidate : retenue si c'est la premiere ou
152600*    si son segment precede celui de la transmission retenue
152590     IF WS-I-TRANSM-RETENU = ZERO
152590        MOVE WS-I-TRANSM         TO WS-I-TRANSM-RETENU
152590     ELSE
152590        IF WS-T-TRM-N-SEGMENT(WS-I-TRANSM)
152590         < WS-T-TRM-N-SEGMENT(WS-I-TRANSM-RETENU)
152590           MOVE WS-I-TRANSM      TO WS-I-TRANSM-RETENU
152590        END-IF
152590     END-IF
152600     .

      *------------------*
       ALIM-TYPE-REQUETE.
      *------------------*
           PERFORM FERM-FICH-MJ1
           PERFORM FERM-FICH-MJ2
           PERFORM FERM-FICH-MJ3
152590     PERFORM FERM-FICH-MJ4
152640     PERFORM FERM-FICH-R07

      *    Affichage du bilan de fin
           PERFORM AFFICH-BILAN-FIN
           END-IF
           .

152590*---------------*
152590 OUVR-FICH-MJ4.
152590*---------------*

152590     OPEN INPUT DFUSMJ04
152590     EVALUATE FS-MJ4
152590        WHEN '00'
152590           CONTINUE
152590        WHEN '05'
152590*          DD FACULTATIVE ABSENTE
152590           SET FIN-MJ4           TO TRUE
152590        WHEN OTHER
152590           MOVE 3541             TO WS-CODE-ABEND
152590           PERFORM TRAIT-ABEND
152590     END-EVALUATE
152590     .

152590*---------------*
152590 LECT-FICH-MJ4.
152590*---------------*

152590     READ DFUSMJ04
152590     END-READ
152590     EVALUATE FS-MJ4
152590        WHEN '00'
152590           MOVE  FD-DFUSMJ04          TO IDS-ENR-IDES
152590           ADD   1                    TO WS-NB-LECT-MJ4
152590        WHEN '10'
152590           SET  FIN-MJ4               TO TRUE
152590        WHEN OTHER
152590           MOVE 3542                  TO WS-CODE-ABEND
152590           PERFORM TRAIT-ABEND
152590     END-EVALUATE
152590     .

152590*---------------*
152590 FERM-FICH-MJ4.
152590*---------------*

152590     CLOSE DFUSMJ04
152590     IF FS-MJ4 NOT = '00' AND '05'
152590        MOVE 3543               TO WS-CODE-ABEND
152590        PERFORM TRAIT-ABEND
152590     END-IF
152590     .

152640*---------------*
152640 OUVR-FICH-R07.
152640*---------------*

152640     OPEN I-O DFUSLR07
152640     IF FS-R07 NOT = '00' AND '05'
152640        MOVE 3551               TO WS-CODE-ABEND
152640        PERFORM TRAIT-ABEND
152640     END-IF
152640     .

152640*---------------*
152640 FERM-FICH-R07.
152640*---------------*

152640     CLOSE DFUSLR07
152640     IF FS-R07 NOT = '00'
152640        MOVE 3553               TO WS-CODE-ABEND
152640        PERFORM TRAIT-ABEND
152640     END-IF
152640     .

      *--------------*
       TRAIT-ABEND.
      *--------------*
              WHEN 3531
                 MOVE 'DEPASSEMENT TABLE DES ACCEPTATIONS'
                                       TO      WS-LIGNE-ANO21
152590        WHEN 3532
152590           MOVE 'DEPASSEMENT TABLE DES TRANSMISSIONS IDES'
152590                                 TO      WS-LIGNE-ANO21
152590        WHEN 3541
152590        WHEN 3542
152590        WHEN 3543
152590           MOVE 'PB ACCES FICHIER DFUSMJ04'
152590                                 TO      WS-LIGNE-ANO21
152640        WHEN 3551
152640        WHEN 3552
152640        WHEN 3553
152640        WHEN 3554
152640           MOVE 'PB ACCES MAGASIN DU CYCLE DE VIE DFUSLR07'
152640                                 TO      WS-LIGNE-ANO21
              WHEN OTHER
                 MOVE 'ERREUR INCONNU'
                                       TO      WS-LIGNE-ANO21
           MOVE '*    WS-Q-APPL-FID              :
      -    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE WS-Q-APPL-FID            TO BILA-L-DISP(WS-DISP)(45:9)
152590     ADD  1                        TO WS-DISP
152590     MOVE '*    WS-NB-LECT-MJ4 (SORTS IDES):
152590-    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
152590     MOVE WS-NB-LECT-MJ4           TO BILA-L-DISP(WS-DISP)(45:9)
152590     ADD  1                        TO WS-DISP
152590     MOVE '*    WS-Q-REF-ADM-IDES          :
152590-    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
152590     MOVE WS-Q-REF-ADM-IDES        TO BILA-L-DISP(WS-DISP)(45:9)
152590     ADD  1                        TO WS-DISP
152590     MOVE '*    WS-Q-REF-ADM-ABSENT        :
152590-    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
152590     MOVE WS-Q-REF-ADM-ABSENT      TO BILA-L-DISP(WS-DISP)(45:9)
152600     ADD  1                        TO WS-DISP
152600     MOVE '*    WS-Q-CLE-HACH-IDES         :
152600-    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
152600     MOVE WS-Q-CLE-HACH-IDES       TO BILA-L-DISP(WS-DISP)(45:9)
152600     ADD  1                        TO WS-DISP
152600     MOVE '*    WS-Q-CLE-HACH-ABSENT       :
152600-    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
152600     MOVE WS-Q-CLE-HACH-ABSENT     TO BILA-L-DISP(WS-DISP)(45:9)
           ADD  1                        TO WS-DISP
           MOVE '*    WS-Q-APPL-LCC              :
      -    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE '*    WS-NB-ECRT-MJ3 (PARQUEES)  :
      -    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE WS-NB-ECRT-MJ3           TO BILA-L-DISP(WS-DISP)(45:9)
152640     ADD  1                        TO WS-DISP
152640     MOVE '*    WS-NB-MAJ-R07 (CYCLE VIE)  :
152640-    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
152640     MOVE WS-NB-MAJ-R07            TO BILA-L-DISP(WS-DISP)(45:9)
           ADD  1                        TO WS-DISP
           MOVE WS-LIGNE-EGAL            TO BILA-L-DISP(WS-DISP)
           PERFORM APPEL-MCCDBILA
