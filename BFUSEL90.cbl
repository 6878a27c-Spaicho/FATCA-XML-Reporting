      *                 DFUSLS90 ; toutes les entrees (DD) sont        *
      *                 facultatives, le batch pouvant etre relance    *
      *                 apres chaque etape de la chaine.               *
152590*                 Le sort IDES des packages (BFUSEL61) pose      *
152590*                 l'etape TRANSMIS ou ECHEC IDES, entre ARCHIVE  *
152590*                 et ACQUITTE ; une transmission reussie apres   *
152590*                 resoumission remplace l'echec, et inversement. *
152640*                 Le meme passage tient, document par document,  *
152640*                 le magasin du cycle de vie des DocRefId        *
152640*                 DFUSLR07 (CFUSCYCV) : generation (journal),    *
152640*                 manifeste (details 'DET' BFUSEL60), sort ICMM  *
152640*                 (rejet individuel ou acceptation du fichier    *
152640*                 porteur), archivage et correction (balise      *
152640*                 CorrDocRefId des documents archives) ; il est  *
152640*                 consulte en ligne par la transaction OFUSIQ00. *
152690*                 Les GIIN lies par une succession (registre     *
152690*                 DFUSLR11, fusion ou restructuration) sont      *
152690*                 edites comme une seule lignee : chaque ligne   *
152690*                 d'etat est suivie de son successeur et de ses  *
152690*                 predecesseurs.                                 *
152730*                 Un depot supplementaire d'annee anterieure     *
152730*                 (SYSIN colonne 14 = 'S') est suivi sur sa      *
152730*                 propre ligne d'etat, DocTypeIndic suffixe 'S'  *
152730*                 (FATCA1S), sans alterer celle du depot initial *
152730*                 de l'annee ; le suivi d'extraction doit porter *
152730*                 la meme annee de depot supplementaire.         *
      *                                                                *
      * MODULES UTILISES :                                             *
      *________________________________________________________________*
      * DFUSLE9D | Compte rendu BFUSEL50 (DFUSLS51)     | E |          *
      * DFUSLE9E | Manifeste BFUSEL60 (DFUSLS63)        | E |          *
      * DFUSLE9F | Dispositions BFUSEL30 (DFUSLS31)     | E |          *
152590* DFUSLE9G | Sort IDES BFUSEL61 (DFUSLS6A)        | E | CFUSIDES *
      * DFUSLR02 | Magasin d'archivage indexe (VSAM)    | E |          *
      * DFUSLR03 | Magasin d'etat de campagne (VSAM)    | E/S          *
152640* DFUSLR07 | Cycle de vie des DocRefId (VSAM)     | E/S CFUSCYCV *
152690* DFUSLR11 | Registre des successions (VSAM)      | E | CFUSSUCC *
      * DFUSLS90 | Edition d'etat de la campagne        | S |          *
      *__________|______________________________________|___|__________*
      *                                                                *
      *   9093   | PB FERMETURE FICHIER DFUSLS90                       *
      *   9100   | SYSIN INVALIDE (ANNEE FISCALE OU DOCTYPEINDIC)      *
      *   9110   | DEPASSEMENT TABLE DES CLES DE LA CAMPAGNE           *
152590*   9121   | PB OUVERTURE FICHIER DFUSLE9G                       *
152590*   9122   | PB LECTURE   FICHIER DFUSLE9G                       *
152590*   9123   | PB FERMETURE FICHIER DFUSLE9G                       *
152640*   9131   | PB OUVERTURE MAGASIN DFUSLR07                       *
152640*   9132   | PB LECTURE   MAGASIN DFUSLR07                       *
152640*   9133   | PB FERMETURE MAGASIN DFUSLR07                       *
152640*   9134   | PB ECRITURE  MAGASIN DFUSLR07                       *
152640*   9135   | DEPASSEMENT TABLE DES DETAILS DU MANIFESTE          *
152690*   9141   | PB OUVERTURE REGISTRE DFUSLR11                      *
152690*   9142   | PB LECTURE   REGISTRE DFUSLR11                      *
152690*   9143   | PB FERMETURE REGISTRE DFUSLR11                      *
152690*   9144   | DEPASSEMENT TABLE DES SUCCESSIONS (100)             *
152730*   9150   | SUIVI D'EXTRACTION INCOHERENT AVEC LE DEPOT         *
      *__________|_____________________________________________________*
      *                                                                *
      * Historique des modifications :                                 *
152360*  MCHA  !09/05/2016!20152360!CREATION : MAGASIN D'ETAT DE       *
152360*        !          !        !CAMPAGNE PAR GIIN/ANNEE/DocType    *
152360*        !          !        !ET EDITION D'ETAT UNE PAGE         *
      *----------------------------------------------------------------*
152590*  MCHA  !28/11/2016!20152590!ETAPE TRANSMIS / ECHEC IDES DEPUIS *
152590*        !          !        !LE SORT IDES BFUSEL61 (DFUSLE9G),  *
152590*        !          !        !ACQUITTE PASSE AU RANG 7           *
152590*        !          !        !; SORT IDES PORTE A 320 (REFERENCE *
152590*        !          !        !DU FICHIER TRANSMIS)               *
152640*----------------------------------------------------------------*
152640*  MCHA  !30/01/2017!20152640!MAGASIN DU CYCLE DE VIE DES        *
152640*        !          !        !DocRefId DFUSLR07 POUR LA          *
152640*        !          !        !CONSULTATION EN LIGNE OFUSIQ00     *
152640*        !          !        !(CORRECTIONS ET ANNULATIONS)       *
152690*----------------------------------------------------------------*
152690*  MCHA  !06/03/2017!20152690!LIGNEE DES GIIN SUCCESSIFS (FUSION)*
152690*        !          !        !EDITEE SOUS CHAQUE LIGNE D'ETAT    *
152690*        !          !        !DEPUIS LE REGISTRE DFUSLR11        *
152730*----------------------------------------------------------------*
152730*  MCHA  !03/04/2017!20152730!DEPOT SUPPLEMENTAIRE D'ANNEE       *
152730*        !          !        !ANTERIEURE (SYSIN COL. 14 = 'S') : *
152730*        !          !        !LIGNE D'ETAT PROPRE (DOCTYPEINDIC  *
152730*        !          !        !SUFFIXE 'S'), SUIVI 'CPL' CONTROLE *
152730*        !          !        !(COMPTEUR A-SUPPL EXIGE EN DEPOT   *
152730*        !          !        !SUPPLEMENTAIRE)                    *
      ******************************************************************

       ENVIRONMENT DIVISION.
           SELECT OPTIONAL DFUSLE9F ASSIGN    TO DFUSLE9F
           FILE STATUS FS-E9F.

152590*
152590* Sort IDES des packages BFUSEL61 (DFUSLS6A, facultatif)
152590*
152590     SELECT OPTIONAL DFUSLE9G ASSIGN    TO DFUSLE9G
152590     FILE STATUS FS-E9G.

      *
      * Magasin d'archivage indexe (facultatif)
      *
           RECORD KEY ETA-CLE
           FILE STATUS FS-R03.

152640*
152640* Magasin du cycle de vie des DocRefId
152640*
152640     SELECT OPTIONAL DFUSLR07 ASSIGN    TO DFUSLR07
152640     ORGANIZATION INDEXED
152640     ACCESS DYNAMIC
152640     RECORD KEY CYC-I-DOCREFID
152640     FILE STATUS FS-R07.
152690
152690*
152690* Registre des successions d'entités déclarantes (facultatif)
152690*
152690     SELECT OPTIONAL DFUSLR11 ASSIGN    TO DFUSLR11
152690     ORGANIZATION INDEXED
152690     ACCESS SEQUENTIAL
152690     RECORD KEY R11-CLE
152690     FILE STATUS FS-R11.

      *
      * Edition d'etat de la campagne
      *

       01  FD-DFUSLE9F              PIC  X(300).

152590 FD  DFUSLE9G
152590     LABEL RECORD STANDARD
152590     RECORDING MODE F
152590     BLOCK CONTAINS 0 RECORDS.

152590 01  FD-DFUSLE9G              PIC  X(320).

       FD  DFUSLR02.
       01  ENR-DFUSLR02.
           05 ARC-CLE.
           05 ETA-Q-DOC-GENERES     PIC  9(09).
           05 ETA-Q-DOCREF-MANIF    PIC  9(09).
           05 ETA-Q-REJETS          PIC  9(09).
152590     05 ETA-D-TRANSMIS        PIC  X(19).
152590     05 FILLER                PIC  X(03).

152640 FD  DFUSLR07.
152640 01  ENR-DFUSLR07.
152640     05 CYC-I-DOCREFID        PIC  X(90).
152640     05 FILLER                PIC  X(410).
152690
152690 FD  DFUSLR11.
152690 01  ENR-DFUSLR11.
152690     05  R11-CLE              PIC  X(20).
152690     05  FILLER               PIC  X(180).

       FD  DFUSLS90
           LABEL RECORD STANDARD
            05  WS-MNF-N-SEGMENT         PIC 9(02).
            05  FILLER                   PIC X(117).

152640*    Detail 'DET' du manifeste : un DocRefId manifeste
152640 01   WS-ENR-MANIF-DET REDEFINES WS-ENR-MANIF.
152640      05  WS-MND-C-TYPE-ENR        PIC X(03).
152640          88  ENR-MANIF-DET                  VALUE 'DET'.
152640      05  WS-MND-C-DOCTYPEINDIC    PIC X(07).
152640      05  WS-MND-I-DOCREFID        PIC X(90).
152640      05  WS-MND-D-HORODATAGE      PIC X(19).
152640      05  FILLER                   PIC X(81).

      *    Enregistrement des dispositions BFUSEL30
       01   WS-ENR-DISPO.
            05  WS-DIS-C-DISPOSITION     PIC X(03).
            05  WS-DIS-L-LIB-ERREUR      PIC X(120).
            05  FILLER                   PIC X(31).

152590*    Sort IDES d'un package (BFUSEL61)
152590  COPY CFUSIDES REPLACING ==(P)== BY ==IDS==.

152640*    Cycle de vie d'un DocRefId (magasin DFUSLR07)
152640  COPY CFUSCYCV REPLACING ==(P)== BY ==CYV==.

      ***************************************
      *                                     *
      *      VARIABLES DU TRAVAIL           *
          05 SYSIN-A-FISCALE            PIC X(04) VALUE SPACES.
          05 FILLER                     PIC X(01) VALUE SPACE.
          05 SYSIN-C-DOCTYPE            PIC X(07) VALUE SPACES.
152730    05 FILLER                     PIC X(01) VALUE SPACE.
152730*      Colonne 14 : 'S' depot supplementaire d'une annee
152730*      anterieure (BFUSEL10 carte FATCA colonne 26 = 'A') ou
152730*      de la campagne (passage de levee, colonne 13 = 'L')
152730    05 SYSIN-C-DEPOT              PIC X(01) VALUE SPACE.
152730       88 DEPOT-SUPPLEMENTAIRE              VALUE 'S'.
152730    05 SYSIN-FILLER               PIC X(66) VALUE SPACES.
152730*   Annee fiscale de la SYSIN en numerique (compteurs de suivi)
152730 01 WS-A-FISCALE-SYSIN           PIC 9(04) VALUE ZERO.
152730*   Compteur 'A-SUPPL' de l'annee SYSIN rencontre au suivi
152730*   d'extraction (exige pour un depot supplementaire)
152730 01 TOP-A-SUPPL-VU               PIC X(01) VALUE SPACE.
152730    88 A-SUPPL-VU                          VALUE 'O'.

      *    Cle et attributs de la mise a jour d'etat en cours
       01 WS-MAJ-ETAT.
       01 TOP-R02-DISPO                PIC X(01) VALUE SPACE.
          88 R02-DISPO                            VALUE 'O'.

152640*    Cycle de vie : DocRefId a mettre a jour, existence de
152640*    son enregistrement, fichier du manifeste en cours et fin
152640*    du parcours par prefixe
152640 01 WS-CYC-I-DOCREFID            PIC X(90) VALUE SPACES.
152640 01 TOP-CYC-EXISTANT             PIC X(01) VALUE SPACE.
152640    88 CYC-EXISTANT                         VALUE 'O'.
152640 01 WS-L-NOM-FICHIER-MNF         PIC X(44) VALUE SPACES.
152640*    Details 'DET' du manifeste en attente de leur entete :
152640*    BFUSEL60 ecrit les details avant l'entete 'TET' qui porte
152640*    le nom du fichier et l'annee
152640 01 WS-Q-DET-MNF                 PIC 9(05) BINARY VALUE ZERO.
152640 01 WS-T-DET-MNF.
152640    05 WS-T-DET-LIG              OCCURS 20000.
152640       10 WS-T-DET-C-DOCTYPEINDIC PIC X(07).
152640       10 WS-T-DET-I-DOCREFID     PIC X(90).
152640       10 WS-T-DET-D-HORODATAGE   PIC X(19).
152640 01 WS-I-DET                     PIC 9(05) BINARY VALUE ZERO.
152640 01 TOP-FIN-CYC                  PIC X(01) VALUE SPACE.
152640    88 FIN-CYC                              VALUE 'O'.
152640 01 WS-Q-UTILE                   PIC 9(02) VALUE ZERO.
152640 01 TOP-GIIN-VU                  PIC X(01) VALUE SPACE.
152640    88 GIIN-VU                              VALUE 'O'.
152640 01 TOP-FIN-ARC                  PIC X(01) VALUE SPACE.
152640    88 FIN-ARC                              VALUE 'O'.

152640*    Extraction du CorrDocRefId d'une ligne XML archivee
152640 01 WS-L-CORRDOCREFID            PIC X(90) VALUE SPACES.
152640 01 TOP-BALISE-TROUVEE           PIC X(01) VALUE SPACE.
152640    88 BALISE-TROUVEE                       VALUE 'O'.
152640 01 WS-N-DEB-BALISE              PIC 9(04) VALUE ZERO.
152640 01 WS-N-FIN-BALISE              PIC 9(04) VALUE ZERO.
152640 01 WS-Q-VALEUR                  PIC 9(04) VALUE ZERO.
152690
152690*    Successions en vigueur du registre DFUSLR11, chargees au
152690*    debut du passage pour editer la lignee de chaque GIIN
152690 COPY CFUSSUCC REPLACING ==(P)== BY ==SU11==.
152690 01 WS-Q-SUCC                    PIC 9(03) VALUE ZERO.
152690 01 WS-T-SUCC.
152690    05 WS-T-SUC-LIG              OCCURS 100.
152690       10 WS-T-SUC-GIIN-PRED     PIC X(20).
152690       10 WS-T-SUC-L-RAISON-PRED PIC X(60).
152690       10 WS-T-SUC-GIIN-SUCC     PIC X(20).
152690       10 WS-T-SUC-D-EFFET       PIC X(10).
152690       10 WS-T-SUC-C-PERIMETRE   PIC X(01).
152690 01 WS-I-SUCC                    PIC 9(03) VALUE ZERO.

       01 I                            PIC 9(08) BINARY VALUE ZERO.

      ***  LES CODES RETOUR DES DIFFéRENTS FICHIERS
       01  FS-E9D                      PIC X(02) VALUE SPACES.
       01  FS-E9E                      PIC X(02) VALUE SPACES.
       01  FS-E9F                      PIC X(02) VALUE SPACES.
152590 01  FS-E9G                      PIC X(02) VALUE SPACES.
       01  FS-R02                      PIC X(02) VALUE SPACES.
       01  FS-R03                      PIC X(02) VALUE SPACES.
152640 01  FS-R07                      PIC X(02) VALUE SPACES.
152690 01  FS-R11                      PIC X(02) VALUE SPACES.
       01  FS-S90                      PIC X(02) VALUE SPACES.

      *   Compteurs de lectures des fichiers en entree
       01 WS-NB-LECT-E9D               PIC 9(9) VALUE ZEROES.
       01 WS-NB-LECT-E9E               PIC 9(9) VALUE ZEROES.
       01 WS-NB-LECT-E9F               PIC 9(9) VALUE ZEROES.
152590 01 WS-NB-LECT-E9G               PIC 9(9) VALUE ZEROES.

      *   Compteurs du magasin d'etat et de l'edition
       01 WS-NB-MAJ-R03                PIC 9(9) VALUE ZEROES.
       01 WS-NB-CRE-R03                PIC 9(9) VALUE ZEROES.
152640 01 WS-NB-MAJ-R07                PIC 9(9) VALUE ZEROES.
152640 01 WS-NB-CRE-R07                PIC 9(9) VALUE ZEROES.
       01 WS-NB-ECRT-S90               PIC 9(9) VALUE ZEROES.

      *   Booléens de fin des fichiers en entree
          88 FIN-E9E                             VALUE 'O'.
       01 TOP-FIN-E9F                  PIC X(1)  VALUE SPACE.
          88 FIN-E9F                             VALUE 'O'.
152590 01 TOP-FIN-E9G                  PIC X(1)  VALUE SPACE.
152590    88 FIN-E9G                             VALUE 'O'.
       01 TOP-FIN-R03                  PIC X(1)  VALUE SPACE.
          88 FIN-R03                             VALUE 'O'.
152690 01 TOP-FIN-R11                  PIC X(1)  VALUE SPACE.
152690    88 FIN-R11                             VALUE 'O'.

      *   Variable numérique de code ABEND
       01 WS-CODE-ABEND                PIC 9(4) VALUE ZERO.
          05 WS-EDT-Q-REJET            PIC ZZZZZZZZ9.
          05 FILLER                    PIC X(09) VALUE SPACES.

152690*    Ligne de lignee : successeur ou predecesseur du GIIN de
152690*    la ligne d'etat qui precede
152690 01 WS-EDIT-LIGNEE.
152690    05 FILLER                    PIC X(04) VALUE SPACES.
152690    05 WS-LIG-L-SENS             PIC X(16).
152690    05 WS-LIG-C-REF-GIIN         PIC X(20).
152690    05 FILLER                    PIC X(10) VALUE ' EFFET LE '.
152690    05 WS-LIG-D-EFFET            PIC X(10).
152690    05 FILLER                    PIC X(01) VALUE SPACE.
152690    05 WS-LIG-L-PERIMETRE        PIC X(12).
152690    05 FILLER                    PIC X(01) VALUE SPACE.
152690    05 WS-LIG-L-RAISON           PIC X(58).
152690
       01 WS-EDIT-TRAIT                PIC X(132) VALUE ALL '-'.

      *******************************
           PERFORM TRT-CR-VALIDATION
           PERFORM TRT-MANIFESTE
           PERFORM TRT-ARCHIVAGE
152590     PERFORM TRT-ALERTES-IDES
           PERFORM TRT-DISPOSITIONS

      *    Edition d'etat de la campagne
           ACCEPT SYSIN-80
           IF SYSIN-A-FISCALE IS NOT NUMERIC
           OR SYSIN-C-DOCTYPE(1:5) NOT = 'FATCA'
152730     OR (DEPOT-SUPPLEMENTAIRE
152730         AND SYSIN-C-DOCTYPE(7:1) NOT = SPACE)
              MOVE 9100               TO WS-CODE-ABEND
              PERFORM TRAIT-ABEND
           END-IF
152730     MOVE SYSIN-A-FISCALE        TO WS-A-FISCALE-SYSIN

      *    Affichage du bilan de début
           PERFORM AFFICH-BILAN-DEB
           PERFORM OUVR-FICH-E9D
           PERFORM OUVR-FICH-E9E
           PERFORM OUVR-FICH-E9F
152590     PERFORM OUVR-FICH-E9G
           PERFORM OUVR-FICH-R02
           PERFORM OUVR-FICH-R03
152640     PERFORM OUVR-FICH-R07
           PERFORM OUVR-FICH-S90

152690*    Chargement des successions en vigueur
152690     PERFORM CHRG-SUCCESSIONS
           .

      *---------------------*
                                      TO WS-MAJ-D-HORODATAGE
                    PERFORM MAJ-MAGASIN-ETAT
                 END-IF
152730*                Evenement 'CPL' : l'annee de depot supplementaire
152730*                de l'extraction doit etre celle de la SYSIN
152730                 IF SUI-C-PHASE = 'CPL'
152730                    PERFORM VARYING I FROM 1 BY 1
152730                    UNTIL I > SUI-Q-NB-COMPTEUR
152730                       IF SUI-L-COMPTEUR(I) = 'A-SUPPL     '
152730                       AND (NOT DEPOT-SUPPLEMENTAIRE
152730                         OR SUI-Q-VALEUR(I)
152730                                      NOT = WS-A-FISCALE-SYSIN)
152730                          MOVE 9150   TO WS-CODE-ABEND
152730                          PERFORM TRAIT-ABEND
152730                       END-IF
152730                       IF SUI-L-COMPTEUR(I) = 'A-SUPPL     '
152730                          SET A-SUPPL-VU TO TRUE
152730                       END-IF
152730                    END-PERFORM
152730                 END-IF
              END-IF
           END-PERFORM

152730*    Un depot supplementaire sans evenement 'CPL' portant le
152730*    compteur 'A-SUPPL' de l'annee serait une extraction
152730*    ordinaire deposee comme supplementaire
152730     IF DEPOT-SUPPLEMENTAIRE
152730     AND NOT A-SUPPL-VU
152730        MOVE 9150                TO WS-CODE-ABEND
152730        PERFORM TRAIT-ABEND
152730     END-IF
           .

      *---------------------*
                                      TO WS-MAJ-D-HORODATAGE
                    MOVE 1            TO WS-MAJ-Q-DOC-GENERES
                    PERFORM MAJ-MAGASIN-ETAT
152640              PERFORM CYCLE-GENERE
                 END-IF
              END-IF
           END-PERFORM

      *    Entetes 'TET' du manifeste BFUSEL60 : l'entite a atteint
      *    l'etape PACKAGE, avec le nombre de DocRefId manifestes
152640*    ; les details 'DET', ecrits avant leur entete, sont
152640*    gardes jusqu'a celui-ci et posent alors, si l'entete est
152640*    de l'annee, la date de manifeste de chaque DocRefId (les
152640*    details d'un manifeste tronque, sans entete, sont ignores)
           PERFORM UNTIL FIN-E9E
              PERFORM LECT-FICH-E9E
              IF NOT FIN-E9E
152640           IF ENR-MANIF-DET
152640              PERFORM GARDE-DET-MANIFESTE
152640           END-IF
152640           IF ENR-MANIF-TET
152640              MOVE WS-MNF-L-NOM-FICHIER
152640                                TO WS-L-NOM-FICHIER-MNF
152640              IF WS-MNF-A-FISCALE = SYSIN-A-FISCALE
152640                 PERFORM VARYING WS-I-DET FROM 1 BY 1
152640                 UNTIL WS-I-DET > WS-Q-DET-MNF
152640                    PERFORM CYCLE-MANIFESTE
152640                 END-PERFORM
152640              END-IF
152640              MOVE ZERO         TO WS-Q-DET-MNF
152640           END-IF
                 IF ENR-MANIF-TET
                 AND WS-MNF-A-FISCALE = SYSIN-A-FISCALE
                    PERFORM INIT-MAJ-ETAT
              PERFORM VARYING WS-I-CLE FROM 1 BY 1
              UNTIL WS-I-CLE > WS-Q-CLE-RUN
                 PERFORM CTRL-ARCHIVE-CLE
152640           PERFORM CYCLE-ARCHIVE-CLE
              END-PERFORM
           END-IF
           .
           END-EVALUATE
           .

152590*-----------------*
152590 TRT-ALERTES-IDES.
152590*-----------------*

152590*    Sort IDES des packages BFUSEL61 : l'entite a atteint
152590*    l'etape TRANSMIS (alerte de reception) ou ECHEC IDES
152590*    (package a resoumettre), a l'horodatage de l'alerte
152590     PERFORM UNTIL FIN-E9G
152590        PERFORM LECT-FICH-E9G
152590        IF NOT FIN-E9G
152590           IF IDS-A-FISCALE = SYSIN-A-FISCALE
152590           AND IDS-I-REF-GIIN NOT = SPACES
152590              PERFORM INIT-MAJ-ETAT
152590              MOVE IDS-I-REF-GIIN
152590                                TO WS-MAJ-I-REF-GIIN
152590              MOVE IDS-C-STATUT TO WS-MAJ-C-ETAPE
152590              MOVE 6            TO WS-MAJ-N-RANG
152590              MOVE IDS-D-ALERTE TO WS-MAJ-D-HORODATAGE
152590              PERFORM MAJ-MAGASIN-ETAT
152590           END-IF
152590        END-IF
152590     END-PERFORM
152590     .

      *-----------------*
       TRT-DISPOSITIONS.
      *-----------------*
                                      TO WS-MAJ-C-DOCTYPEINDIC
                    END-IF
                    MOVE 'ACQUITTE'   TO WS-MAJ-C-ETAPE
152590              MOVE 7            TO WS-MAJ-N-RANG
                    MOVE WS-DIS-D-HORODATAGE
                                      TO WS-MAJ-D-HORODATAGE
                    PERFORM MAJ-MAGASIN-ETAT
152640              PERFORM CYCLE-ACCEPTATION
                 ELSE
                    IF DISPO-RAPPROCHEE OR DISPO-INCONNUE
                       PERFORM INIT-MAJ-ETAT
                       END-IF
                       MOVE 1         TO WS-MAJ-Q-REJETS
                       PERFORM MAJ-MAGASIN-ETAT
152640                 PERFORM CYCLE-REJET
                    END-IF
                 END-IF
              END-IF
           MOVE ETA-Q-REJETS           TO WS-EDT-Q-REJET
           MOVE WS-EDIT-DETAIL         TO FD-DFUSLS90
           PERFORM ECRT-FICH-S90
152690
152690*    Lignee : successeur puis predecesseurs du GIIN edite
152690     PERFORM VARYING WS-I-SUCC FROM 1 BY 1
152690     UNTIL WS-I-SUCC > WS-Q-SUCC
152690        IF WS-T-SUC-GIIN-PRED(WS-I-SUCC) = ETA-I-REF-GIIN
152690           MOVE 'SUCCEDE PAR'    TO WS-LIG-L-SENS
152690           MOVE WS-T-SUC-GIIN-SUCC(WS-I-SUCC)
152690                                 TO WS-LIG-C-REF-GIIN
152690           MOVE SPACES           TO WS-LIG-L-RAISON
152690           PERFORM EDIT-LIGNE-LIGNEE
152690        END-IF
152690     END-PERFORM
152690     PERFORM VARYING WS-I-SUCC FROM 1 BY 1
152690     UNTIL WS-I-SUCC > WS-Q-SUCC
152690        IF WS-T-SUC-GIIN-SUCC(WS-I-SUCC) = ETA-I-REF-GIIN
152690           MOVE 'SUCCESSEUR DE'  TO WS-LIG-L-SENS
152690           MOVE WS-T-SUC-GIIN-PRED(WS-I-SUCC)
152690                                 TO WS-LIG-C-REF-GIIN
152690           MOVE WS-T-SUC-L-RAISON-PRED(WS-I-SUCC)
152690                                 TO WS-LIG-L-RAISON
152690           PERFORM EDIT-LIGNE-LIGNEE
152690        END-IF
152690     END-PERFORM
           .
152690
152690*-----------------*
152690 EDIT-LIGNE-LIGNEE.
152690*-----------------*
152690
152690     MOVE WS-T-SUC-D-EFFET(WS-I-SUCC)
152690                                 TO WS-LIG-D-EFFET
152690     IF WS-T-SUC-C-PERIMETRE(WS-I-SUCC) = 'T'
152690        MOVE 'TRANSFERT'         TO WS-LIG-L-PERIMETRE
152690     ELSE
152690        MOVE 'LIGNEE SEULE'      TO WS-LIG-L-PERIMETRE
152690     END-IF
152690     MOVE WS-EDIT-LIGNEE         TO FD-DFUSLS90
152690     PERFORM ECRT-FICH-S90
152690     .

      *--------------*
       FIN-TRAIT.
           PERFORM FERM-FICH-E9D
           PERFORM FERM-FICH-E9E
           PERFORM FERM-FICH-E9F
152590     PERFORM FERM-FICH-E9G
           PERFORM FERM-FICH-R02
           PERFORM FERM-FICH-R03
152640     PERFORM FERM-FICH-R07
           PERFORM FERM-FICH-S90

      *    Affichage du bilan de fin
                                          WS-MAJ-Q-REJETS
           .

152730*--------------------*
152730 SUFFIXE-DEPOT-SUPPL.
152730*--------------------*
152730
152730*    Depot supplementaire d'annee anterieure : la cle d'etat
152730*    porte le DocTypeIndic suffixe 'S' (FATCA1S), ligne distincte
152730*    de celle du depot initial de l'annee
152730     IF DEPOT-SUPPLEMENTAIRE
152730     AND ETA-C-DOCTYPEINDIC(7:1) = SPACE
152730        MOVE 'S'                 TO ETA-C-DOCTYPEINDIC(7:1)
152730     END-IF
152730     .
      *-----------------*
       MAJ-MAGASIN-ETAT.
      *-----------------*
           MOVE WS-MAJ-I-REF-GIIN      TO ETA-I-REF-GIIN
           MOVE SYSIN-A-FISCALE        TO ETA-A-FISCALE
           MOVE WS-MAJ-C-DOCTYPEINDIC  TO ETA-C-DOCTYPEINDIC
152730     PERFORM SUFFIXE-DEPOT-SUPPL

           READ DFUSLR03
           END-READ
                                          ETA-D-PACKAGE
                                          ETA-D-ARCHIVE
                                          ETA-D-ACQUITTE
152590                                    ETA-D-TRANSMIS
                 MOVE ZERO             TO ETA-Q-DOC-GENERES
                                          ETA-Q-DOCREF-MANIF
                                          ETA-Q-REJETS
                 MOVE SYSIN-A-FISCALE  TO ETA-A-FISCALE
                 MOVE WS-MAJ-C-DOCTYPEINDIC
                                       TO ETA-C-DOCTYPEINDIC
152730           PERFORM SUFFIXE-DEPOT-SUPPL
                 PERFORM FUSION-ETAT
                 WRITE ENR-DFUSLR03
                 END-WRITE
              IF WS-MAJ-N-RANG > WS-N-RANG-ETAT
                 MOVE WS-MAJ-C-ETAPE   TO ETA-C-ETAPE
              END-IF
152590*       TRANSMIS et ECHEC IDES sont de meme rang : le dernier
152590*       sort IDES lu l'emporte (resoumission apres echec)
152590        IF WS-MAJ-N-RANG = 6
152590        AND WS-N-RANG-ETAT = 6
152590           MOVE WS-MAJ-C-ETAPE   TO ETA-C-ETAPE
152590        END-IF
              EVALUATE WS-MAJ-N-RANG
                 WHEN 1
                    MOVE WS-MAJ-D-HORODATAGE TO ETA-D-EXTRAIT
                    MOVE WS-MAJ-D-HORODATAGE TO ETA-D-PACKAGE
                 WHEN 5
                    MOVE WS-MAJ-D-HORODATAGE TO ETA-D-ARCHIVE
152590           WHEN 6
152590              MOVE WS-MAJ-D-HORODATAGE TO ETA-D-TRANSMIS
152590           WHEN 7
                    MOVE WS-MAJ-D-HORODATAGE TO ETA-D-ACQUITTE
              END-EVALUATE
           END-IF
                 MOVE 4                TO WS-N-RANG-ETAT
              WHEN 'ARCHIVE'
                 MOVE 5                TO WS-N-RANG-ETAT
152590        WHEN 'TRANSMIS'
152590        WHEN 'ECHEC IDES'
152590           MOVE 6                TO WS-N-RANG-ETAT
              WHEN 'ACQUITTE'
152590           MOVE 7                TO WS-N-RANG-ETAT
              WHEN OTHER
                 MOVE ZERO             TO WS-N-RANG-ETAT
           END-EVALUATE
           END-IF
           .

152640*-------------*
152640 CYCLE-GENERE.
152640*-------------*

152640*    Cycle de vie : document genere (enregistrement 'AUD' du
152640*    journal), rattache a son entite, son annee et son type
152640     MOVE WS-AUD-I-DOCREFID      TO WS-CYC-I-DOCREFID
152640     PERFORM LECT-CYCLE
152640     MOVE WS-AUD-I-REF-GIIN      TO CYV-I-REF-GIIN
152640     MOVE SYSIN-A-FISCALE        TO CYV-A-FISCALE
152640     MOVE WS-MAJ-C-DOCTYPEINDIC  TO CYV-C-DOCTYPEINDIC
152730*    Depot supplementaire : meme suffixe 'S' que la cle d'etat
152730     IF DEPOT-SUPPLEMENTAIRE
152730     AND CYV-C-DOCTYPEINDIC(7:1) = SPACE
152730        MOVE 'S'                 TO CYV-C-DOCTYPEINDIC(7:1)
152730     END-IF
152640     MOVE WS-AUD-D-HORODATAGE    TO CYV-D-GENERE
152640     PERFORM ECRT-CYCLE
152640     .

152640*--------------------*
152640 GARDE-DET-MANIFESTE.
152640*--------------------*

152640*    Detail 'DET' garde jusqu'a l'entete 'TET' de son manifeste
152640     IF WS-Q-DET-MNF NOT < 20000
152640        MOVE 9135                TO WS-CODE-ABEND
152640        PERFORM TRAIT-ABEND
152640     END-IF
152640     ADD 1                       TO WS-Q-DET-MNF
152640     MOVE WS-MND-C-DOCTYPEINDIC
152640                 TO WS-T-DET-C-DOCTYPEINDIC(WS-Q-DET-MNF)
152640     MOVE WS-MND-I-DOCREFID
152640                 TO WS-T-DET-I-DOCREFID(WS-Q-DET-MNF)
152640     MOVE WS-MND-D-HORODATAGE
152640                 TO WS-T-DET-D-HORODATAGE(WS-Q-DET-MNF)
152640     .

152640*----------------*
152640 CYCLE-MANIFESTE.
152640*----------------*

152640*    Cycle de vie : DocRefId WS-I-DET manifeste dans le fichier
152640*    de l'entete 'TET' courant
152640     MOVE WS-T-DET-I-DOCREFID(WS-I-DET)
152640                                 TO WS-CYC-I-DOCREFID
152640     PERFORM LECT-CYCLE
152640     IF CYV-I-REF-GIIN = SPACES
152640        MOVE WS-MNF-I-REF-GIIN   TO CYV-I-REF-GIIN
152640     END-IF
152640     IF CYV-C-DOCTYPEINDIC = SPACES
152640        MOVE WS-T-DET-C-DOCTYPEINDIC(WS-I-DET)
152640                                 TO CYV-C-DOCTYPEINDIC
152640     END-IF
152640     MOVE WS-T-DET-D-HORODATAGE(WS-I-DET)
152640                                 TO CYV-D-MANIFESTE
152640     MOVE WS-L-NOM-FICHIER-MNF   TO CYV-L-NOM-FICHIER
152640     PERFORM ECRT-CYCLE
152640     .

152640*------------------*
152640 CYCLE-ARCHIVE-CLE.
152640*------------------*

152640*    Cycle de vie : parcours des lignes archivees du GIIN pour
152640*    l'annee (une seule fois par GIIN) ; la premiere ligne d'un
152640*    document pose sa date d'archivage, la balise CorrDocRefId
152640*    d'un document de correction designe le DocRefId remplace
152640     MOVE SPACE                  TO TOP-GIIN-VU
152640     PERFORM VARYING I FROM 1 BY 1
152640     UNTIL I NOT < WS-I-CLE
152640        IF WS-T-CLE-GIIN(I) = WS-T-CLE-GIIN(WS-I-CLE)
152640           SET GIIN-VU           TO TRUE
152640        END-IF
152640     END-PERFORM

152640     IF NOT GIIN-VU
152640        MOVE WS-T-CLE-GIIN(WS-I-CLE) TO ARC-I-REF-GIIN
152640        MOVE SYSIN-A-FISCALE         TO ARC-A-FISCALE
152640        MOVE SPACES                  TO ARC-I-DOCREFID
152640        MOVE ZERO                    TO ARC-N-LIGNE
152640        MOVE SPACE                   TO TOP-FIN-ARC

152640        START DFUSLR02 KEY NOT < ARC-CLE
152640        END-START
152640        EVALUATE FS-R02
152640           WHEN '00'
152640              CONTINUE
152640           WHEN '23'
152640              SET FIN-ARC        TO TRUE
152640           WHEN OTHER
152640              MOVE 9072          TO WS-CODE-ABEND
152640              PERFORM TRAIT-ABEND
152640        END-EVALUATE

152640        PERFORM UNTIL FIN-ARC
152640           READ DFUSLR02 NEXT
152640           END-READ
152640           EVALUATE FS-R02
152640              WHEN '00'
152640                 IF ARC-I-REF-GIIN = WS-T-CLE-GIIN(WS-I-CLE)
152640                 AND ARC-A-FISCALE = SYSIN-A-FISCALE
152640                    PERFORM CYCLE-ARCHIVE-LIGNE
152640                 ELSE
152640                    SET FIN-ARC  TO TRUE
152640                 END-IF
152640              WHEN '10'
152640                 SET FIN-ARC     TO TRUE
152640              WHEN OTHER
152640                 MOVE 9072       TO WS-CODE-ABEND
152640                 PERFORM TRAIT-ABEND
152640           END-EVALUATE
152640        END-PERFORM
152640     END-IF
152640     .

152640*--------------------*
152640 CYCLE-ARCHIVE-LIGNE.
152640*--------------------*

152640*    Les pseudo-documents ('*FIN-DE-MESSAGE*', '*EMPREINTE*')
152640*    et les lignes d'empreinte (00000) ne sont pas suivis
152640     IF ARC-I-DOCREFID(1:1) NOT = '*'
152640        IF ARC-N-LIGNE = 1
152640           MOVE ARC-I-DOCREFID   TO WS-CYC-I-DOCREFID
152640           PERFORM LECT-CYCLE
152640           MOVE ARC-I-REF-GIIN   TO CYV-I-REF-GIIN
152640           MOVE ARC-A-FISCALE    TO CYV-A-FISCALE
152730*          Le suffixe 'S' d'un depot supplementaire est garde
152730           IF CYV-C-DOCTYPEINDIC(7:1) NOT = 'S'
152640              MOVE ARC-C-DOCTYPEINDIC
152640                                 TO CYV-C-DOCTYPEINDIC
152730           END-IF
152640           MOVE ARC-D-ARCHIVAGE  TO CYV-D-ARCHIVE
152640           PERFORM ECRT-CYCLE
152640        END-IF
152640        IF ARC-N-LIGNE > ZERO
152640*       Correction ou annulation : le document d'origine
152640*       designe en CorrDocRefId pointe sur son remplacant
152640        AND (ARC-C-DOCTYPEINDIC = 'FATCA2 ' OR 'FATCA4 '
152640                               OR 'FATCA12' OR 'FATCA14'
152640                               OR 'FATCA3 ' OR 'FATCA13')
152640           PERFORM EXTR-CORRDOCREFID
152640           IF BALISE-TROUVEE
152640              MOVE WS-L-CORRDOCREFID
152640                                 TO WS-CYC-I-DOCREFID
152640              PERFORM LECT-CYCLE
152640              IF CYV-I-REF-GIIN = SPACES
152640                 MOVE ARC-I-REF-GIIN
152640                                 TO CYV-I-REF-GIIN
152640              END-IF
152640              MOVE ARC-I-DOCREFID
152640                                 TO CYV-I-DOCREFID-CORR
152640              PERFORM ECRT-CYCLE
152640           END-IF
152640        END-IF
152640     END-IF
152640     .

152640*--------------------*
152640 EXTR-CORRDOCREFID.
152640*--------------------*

152640*    Extraction de la valeur portee par une eventuelle balise
152640*    CorrDocRefId de la ligne XML archivee (meme recherche que
152640*    BFUSEL31 : fenetre glissante, valeur du '>' au '<')

152640     MOVE SPACE                  TO TOP-BALISE-TROUVEE
152640     MOVE SPACES                 TO WS-L-CORRDOCREFID
152640     MOVE ZERO                   TO WS-N-DEB-BALISE

152640     PERFORM VARYING I FROM 1 BY 1
152640     UNTIL I > 986
152640     OR BALISE-TROUVEE
152640        IF ARC-L-LIGNE-XML(I:13) = 'CorrDocRefId>'
152640           SET BALISE-TROUVEE    TO TRUE
152640           COMPUTE WS-N-DEB-BALISE = I + 13
152640        END-IF
152640     END-PERFORM

152640     IF BALISE-TROUVEE
152640        MOVE ZERO                TO WS-N-FIN-BALISE
152640        PERFORM VARYING I FROM WS-N-DEB-BALISE BY 1
152640        UNTIL I > 1000
152640        OR WS-N-FIN-BALISE > ZERO
152640           IF ARC-L-LIGNE-XML(I:1) = '<'
152640              MOVE I             TO WS-N-FIN-BALISE
152640           END-IF
152640        END-PERFORM
152640        IF WS-N-FIN-BALISE > WS-N-DEB-BALISE
152640           COMPUTE WS-Q-VALEUR
152640                 = WS-N-FIN-BALISE - WS-N-DEB-BALISE
152640           IF WS-Q-VALEUR > 90
152640              MOVE 90            TO WS-Q-VALEUR
152640           END-IF
152640           MOVE ARC-L-LIGNE-XML(WS-N-DEB-BALISE:WS-Q-VALEUR)
152640                                 TO WS-L-CORRDOCREFID
152640        ELSE
152640           MOVE SPACE            TO TOP-BALISE-TROUVEE
152640        END-IF
152640     END-IF
152640     .

152640*------------------*
152640 CYCLE-ACCEPTATION.
152640*------------------*

152640*    Cycle de vie : acceptation ICMM du fichier porteur ; les
152640*    documents du fichier sont ceux dont le DocRefId commence
152640*    par la reference du fichier (regle de BFUSMJ00), parcourus
152640*    par prefixe ; un rejet individuel n'est pas ecrase
152640     MOVE 90                     TO WS-Q-UTILE
152640     PERFORM UNTIL WS-Q-UTILE = ZERO
152640     OR WS-DIS-I-DOCREFID(WS-Q-UTILE:1) NOT = SPACE
152640        SUBTRACT 1             FROM WS-Q-UTILE
152640     END-PERFORM

152640     IF WS-Q-UTILE > ZERO
152640        MOVE SPACE               TO TOP-FIN-CYC
152640        MOVE WS-DIS-I-DOCREFID   TO CYC-I-DOCREFID
152640        START DFUSLR07 KEY NOT < CYC-I-DOCREFID
152640        END-START
152640        EVALUATE FS-R07
152640           WHEN '00'
152640              CONTINUE
152640           WHEN '23'
152640              SET FIN-CYC        TO TRUE
152640           WHEN OTHER
152640              MOVE 9132          TO WS-CODE-ABEND
152640              PERFORM TRAIT-ABEND
152640        END-EVALUATE

152640        PERFORM UNTIL FIN-CYC
152640           READ DFUSLR07 NEXT INTO CYV-ENR-CYCLE
152640           END-READ
152640           EVALUATE FS-R07
152640              WHEN '00'
152640                 IF CYV-I-DOCREFID(1:WS-Q-UTILE)
152640                  = WS-DIS-I-DOCREFID(1:WS-Q-UTILE)
152640                    IF NOT CYV-DISPO-REJETEE
152640                       MOVE 'ACC' TO CYV-C-DISPO
152640                       MOVE WS-DIS-D-HORODATAGE
152640                                 TO CYV-D-DISPO
152640                       SET CYC-EXISTANT TO TRUE
152640                       PERFORM ECRT-CYCLE
152640                    END-IF
152640                 ELSE
152640                    SET FIN-CYC  TO TRUE
152640                 END-IF
152640              WHEN '10'
152640                 SET FIN-CYC     TO TRUE
152640              WHEN OTHER
152640                 MOVE 9132       TO WS-CODE-ABEND
152640                 PERFORM TRAIT-ABEND
152640           END-EVALUATE
152640        END-PERFORM
152640     END-IF
152640     .

152640*-------------*
152640 CYCLE-REJET.
152640*-------------*

152640*    Cycle de vie : rejet individuel notifie par l'ICMM
152640     MOVE WS-DIS-I-DOCREFID      TO WS-CYC-I-DOCREFID
152640     PERFORM LECT-CYCLE
152640     IF CYV-I-REF-GIIN = SPACES
152640        MOVE WS-DIS-I-REF-GIIN   TO CYV-I-REF-GIIN
152640     END-IF
152640     IF CYV-C-DOCTYPEINDIC = SPACES
152640        MOVE WS-MAJ-C-DOCTYPEINDIC
152640                                 TO CYV-C-DOCTYPEINDIC
152640     END-IF
152640     MOVE WS-DIS-C-DISPOSITION   TO CYV-C-DISPO
152640     MOVE WS-DIS-D-HORODATAGE    TO CYV-D-DISPO
152640     MOVE WS-DIS-C-CODE-ERREUR   TO CYV-C-CODE-ERREUR
152640     PERFORM ECRT-CYCLE
152640     .

152640*------------*
152640 LECT-CYCLE.
152640*------------*

152640*    Lecture de l'enregistrement de cycle de vie du DocRefId
152640*    WS-CYC-I-DOCREFID, initialise s'il n'existe pas encore
152640     MOVE WS-CYC-I-DOCREFID      TO CYC-I-DOCREFID
152640     READ DFUSLR07 INTO CYV-ENR-CYCLE
152640     END-READ
152640     EVALUATE FS-R07
152640        WHEN '00'
152640           SET CYC-EXISTANT      TO TRUE
152640        WHEN '23'
152640           MOVE SPACE            TO TOP-CYC-EXISTANT
152640           MOVE SPACES           TO CYV-ENR-CYCLE
152640           MOVE WS-CYC-I-DOCREFID
152640                                 TO CYV-I-DOCREFID
152640           MOVE SYSIN-A-FISCALE  TO CYV-A-FISCALE
152640        WHEN OTHER
152640           MOVE 9132             TO WS-CODE-ABEND
152640           PERFORM TRAIT-ABEND
152640     END-EVALUATE
152640     .

152640*------------*
152640 ECRT-CYCLE.
152640*------------*

152640*    Ecriture (creation) ou reecriture de l'enregistrement de
152640*    cycle de vie courant
152640     IF CYC-EXISTANT
152640        REWRITE ENR-DFUSLR07 FROM CYV-ENR-CYCLE
152640        END-REWRITE
152640        IF FS-R07 NOT = '00'
152640           MOVE 9134             TO WS-CODE-ABEND
152640           PERFORM TRAIT-ABEND
152640        END-IF
152640        ADD 1                    TO WS-NB-MAJ-R07
152640     ELSE
152640        WRITE ENR-DFUSLR07 FROM CYV-ENR-CYCLE
152640        END-WRITE
152640        EVALUATE FS-R07
152640           WHEN '00'
152640              ADD 1              TO WS-NB-CRE-R07
152640           WHEN '22'
152640*             Cycle deja enregistre : mise a jour
152640              REWRITE ENR-DFUSLR07 FROM CYV-ENR-CYCLE
152640              END-REWRITE
152640              IF FS-R07 NOT = '00'
152640                 MOVE 9134       TO WS-CODE-ABEND
152640                 PERFORM TRAIT-ABEND
152640              END-IF
152640              ADD 1              TO WS-NB-MAJ-R07
152640           WHEN OTHER
152640              MOVE 9134          TO WS-CODE-ABEND
152640              PERFORM TRAIT-ABEND
152640        END-EVALUATE
152640     END-IF
152640     .

      *---------------*
       OUVR-FICH-E9A.
      *---------------*
           END-IF
           .

152590*---------------*
152590 OUVR-FICH-E9G.
152590*---------------*

152590     OPEN INPUT DFUSLE9G
152590     EVALUATE FS-E9G
152590        WHEN '00'
152590           CONTINUE
152590        WHEN '05'
152590           SET FIN-E9G           TO TRUE
152590        WHEN OTHER
152590           MOVE 9121             TO WS-CODE-ABEND
152590           PERFORM TRAIT-ABEND
152590     END-EVALUATE
152590     .

152590*---------------*
152590 LECT-FICH-E9G.
152590*---------------*

152590     READ DFUSLE9G
152590     END-READ
152590     EVALUATE FS-E9G
152590        WHEN '00'
152590           MOVE  FD-DFUSLE9G          TO IDS-ENR-IDES
152590           ADD   1                    TO WS-NB-LECT-E9G
152590        WHEN '10'
152590           SET  FIN-E9G               TO TRUE
152590        WHEN OTHER
152590           MOVE 9122                  TO WS-CODE-ABEND
152590           PERFORM TRAIT-ABEND
152590     END-EVALUATE
152590     .

152590*---------------*
152590 FERM-FICH-E9G.
152590*---------------*

152590     CLOSE DFUSLE9G
152590     IF FS-E9G NOT = '00' AND '05'
152590        MOVE 9123               TO WS-CODE-ABEND
152590        PERFORM TRAIT-ABEND
152590     END-IF
152590     .

      *---------------*
       OUVR-FICH-R02.
      *---------------*
           END-IF
           .

152640*---------------*
152640 OUVR-FICH-R07.
152640*---------------*

152640     OPEN I-O DFUSLR07
152640     IF FS-R07 NOT = '00' AND '05'
152640        MOVE 9131               TO WS-CODE-ABEND
152640        PERFORM TRAIT-ABEND
152640     END-IF
152640     .

152640*---------------*
152640 FERM-FICH-R07.
152640*---------------*

152640     CLOSE DFUSLR07
152640     IF FS-R07 NOT = '00'
152640        MOVE 9133               TO WS-CODE-ABEND
152640        PERFORM TRAIT-ABEND
152640     END-IF
152640     .

152690*-----------------*
152690 CHRG-SUCCESSIONS.
152690*-----------------*
152690
152690*    Parcours du registre DFUSLR11 (DD absente : statut '05'),
152690*    seules les successions en vigueur sont retenues
152690     OPEN INPUT DFUSLR11
152690     EVALUATE FS-R11
152690        WHEN '00'
152690           CONTINUE
152690        WHEN '05'
152690           SET FIN-R11           TO TRUE
152690        WHEN OTHER
152690           MOVE 9141             TO WS-CODE-ABEND
152690           PERFORM TRAIT-ABEND
152690     END-EVALUATE
152690
152690     PERFORM UNTIL FIN-R11
152690        READ DFUSLR11 INTO SU11-ENR-SUCCESSION
152690        END-READ
152690        EVALUATE FS-R11
152690           WHEN '00'
152690              IF SU11-SUCC-EN-VIGUEUR
152690                 PERFORM AJOUT-SUCCESSION
152690              END-IF
152690           WHEN '10'
152690              SET FIN-R11        TO TRUE
152690           WHEN OTHER
152690              MOVE 9142          TO WS-CODE-ABEND
152690              PERFORM TRAIT-ABEND
152690        END-EVALUATE
152690     END-PERFORM
152690
152690     CLOSE DFUSLR11
152690     IF FS-R11 NOT = '00'
152690        MOVE 9143               TO WS-CODE-ABEND
152690        PERFORM TRAIT-ABEND
152690     END-IF
152690     .
152690
152690*-----------------*
152690 AJOUT-SUCCESSION.
152690*-----------------*
152690
152690     ADD 1                       TO WS-Q-SUCC
152690     IF WS-Q-SUCC > 100
152690        MOVE 9144               TO WS-CODE-ABEND
152690        PERFORM TRAIT-ABEND
152690     END-IF
152690     MOVE SU11-C-REF-GIIN-PRED
152690                         TO WS-T-SUC-GIIN-PRED(WS-Q-SUCC)
152690     MOVE SU11-L-RAISON-SOC-PRED
152690                         TO WS-T-SUC-L-RAISON-PRED(WS-Q-SUCC)
152690     MOVE SU11-C-REF-GIIN-SUCC
152690                         TO WS-T-SUC-GIIN-SUCC(WS-Q-SUCC)
152690     MOVE SU11-D-EFFET   TO WS-T-SUC-D-EFFET(WS-Q-SUCC)
152690     MOVE SU11-C-PERIMETRE
152690                         TO WS-T-SUC-C-PERIMETRE(WS-Q-SUCC)
152690     .
152690
      *---------------*
       OUVR-FICH-S90.
      *---------------*
              WHEN 9063
                 MOVE 'PB ACCES FICHIER DFUSLE9F'
                                       TO      WS-LIGNE-ANO21
152590        WHEN 9121
152590        WHEN 9122
152590        WHEN 9123
152590           MOVE 'PB ACCES FICHIER DFUSLE9G'
152590                                 TO      WS-LIGNE-ANO21
              WHEN 9071
              WHEN 9072
              WHEN 9073
              WHEN 9084
                 MOVE 'PB ACCES MAGASIN D''ETAT DFUSLR03'
                                       TO      WS-LIGNE-ANO21
152640        WHEN 9131
152640        WHEN 9132
152640        WHEN 9133
152640        WHEN 9134
152640           MOVE 'PB ACCES MAGASIN DU CYCLE DE VIE DFUSLR07'
152640                                 TO      WS-LIGNE-ANO21
152640        WHEN 9135
152640           MOVE 'DEPASSEMENT TABLE DES DETAILS DU MANIFESTE'
152640                                 TO      WS-LIGNE-ANO21
152690        WHEN 9141
152690        WHEN 9142
152690        WHEN 9143
152690           MOVE 'PB ACCES REGISTRE DES SUCCESSIONS DFUSLR11'
152690                                 TO      WS-LIGNE-ANO21
152690        WHEN 9144
152690           MOVE 'DEPASSEMENT TABLE DES SUCCESSIONS'
152690                                 TO      WS-LIGNE-ANO21
152730        WHEN 9150
152730           MOVE 'SUIVI D''EXTRACTION INCOHERENT AVEC LE DEPOT'
152730                                 TO      WS-LIGNE-ANO21
              WHEN 9091
              WHEN 9092
              WHEN 9093
           MOVE '*    DOCTYPEINDIC DU RUN...... :
      -    '        *'                  TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE SYSIN-C-DOCTYPE         TO BILA-L-DISP(WS-DISP)(34:7)
152730     ADD  1                       TO WS-DISP
152730     MOVE '*    DEPOT SUPPLEMENTAIRE (S). :
152730-    '        *'                  TO BILA-L-DISP(WS-DISP)(1:64)
152730     MOVE SYSIN-C-DEPOT           TO BILA-L-DISP(WS-DISP)(34:1)
           ADD  1                       TO WS-DISP
           MOVE WS-LIGNE-EGAL           TO BILA-L-DISP(WS-DISP)
           PERFORM APPEL-MCCDBILA
           MOVE '*    WS-NB-LECT-E9F             :
      -    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE WS-NB-LECT-E9F           TO BILA-L-DISP(WS-DISP)(45:9)
152590     ADD  1                        TO WS-DISP
152590     MOVE '*    WS-NB-LECT-E9G             :
152590-    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
152590     MOVE WS-NB-LECT-E9G           TO BILA-L-DISP(WS-DISP)(45:9)
           ADD  1                        TO WS-DISP
           MOVE '*    WS-NB-CRE-R03              :
      -    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE '*    WS-NB-MAJ-R03              :
      -    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE WS-NB-MAJ-R03            TO BILA-L-DISP(WS-DISP)(45:9)
152640     ADD  1                        TO WS-DISP
152640     MOVE '*    WS-NB-CRE-R07              :
152640-    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
152640     MOVE WS-NB-CRE-R07            TO BILA-L-DISP(WS-DISP)(45:9)
152640     ADD  1                        TO WS-DISP
152640     MOVE '*    WS-NB-MAJ-R07              :
152640-    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
152640     MOVE WS-NB-MAJ-R07            TO BILA-L-DISP(WS-DISP)(45:9)
           ADD  1                        TO WS-DISP
           MOVE '*    WS-NB-ECRT-S90             :
      -    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
