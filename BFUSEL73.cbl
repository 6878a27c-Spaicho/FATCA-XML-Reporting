       IDENTIFICATION DIVISION.
       PROGRAM-ID. BFUSEL73.
       AUTHOR. MCHA.

      ******************************************************************
      *      ____________________________________________________      *
      *    _(                                                    )_    *
      *  _(       E X P L O I T A T I O N   D E S                )_    *
      * =_        M E S S A G E S   D ' E T A T                    _= *
      *   (_              C R S   D G F I P                       _)   *
      *     (____________________________________________________)     *
      *                                                                *
      *                                                                *
      *               DATE          : 27/03/2017                       *
      *               COMPOSANT     : BFUSEL73                         *
      *               TYPE          : BATCH                            *
      *               AUTEUR        : MCHA                             *
      *                                                                *
      *             __________________________________________         *
      *                                                                *
      * DESCRIPTION   : Ce batch exploite le message d'etat CRS        *
      *                 (CRS Status Message OCDE) renvoye par la DGFiP *
      *                 apres un depot BFUSEL72, tel que recu          *
      *                 (DFUSLE73, une ligne XML par enregistrement).  *
      *                 Les erreurs de niveau fichier (FileError) et   *
      *                 de niveau enregistrement (RecordError,         *
      *                 DocRefIDInError) sont rapprochees des journaux *
      *                 d'audit de l'emission (DFUSLE74, format        *
      *                 DFUSLS72) et des corrections (DFUSLE7A, format *
      *                 DFUSLS76) : juridiction et MessageRefId sont   *
      *                 ceux de l'entete '-FI' du message qui portait  *
      *                 le DocRefId. Sont produits :                   *
      *                 - DFUSLS73, fichier des dispositions : 'ACC'   *
      *                   fichier accepte, 'REJ' rejet (code et texte  *
      *                   DGFiP), 'INC' reference inconnue des         *
      *                   journaux ;                                   *
      *                 - DFUSLS74, liste des DocRefId a corriger au   *
      *                   format DFUSLE75 de BFUSEL71 (erreurs         *
      *                   d'enregistrement rapprochees d'un fichier    *
      *                   non rejete, un DocRefId une seule fois) ;    *
      *                   BFUSEL71 la resout contre le journal du      *
      *                   message d'origine indique en disposition ;   *
      *                 - DFUSLS7A, edition pour l'equipe CRS des      *
      *                   rejets de niveau fichier et des references   *
      *                   inconnues.                                   *
      *                 RETURN-CODE 4 si le fichier est rejete ou si   *
      *                 une reference est inconnue, 0 sinon.           *
      *                                                                *
      * MODULES UTILISES :                                             *
      *________________________________________________________________*
      *          |                                         |           *
      *    NOM   |              DESCRIPTION                |   COPY    *
      *__________|_________________________________________|___________*
      * MCCDINAB | Module de gestion des ABENDS            |  CCCDINAB *
      * MCCDBILA | Module de gestion des affichages        |  CCCDBILA *
      * MGDATR03 | Module de manipulation des dates        |  CZGDA03  *
      *__________|_________________________________________|___________*
      *                                                                *
      * Fichiers manipulés :                                           *
      *________________________________________________________________*
      *          |                                      |   |          *
      *  DBD/DD  |              DESCRIPTION             | A |  COPY    *
      *__________|______________________________________|___|__________*
      * DFUSLE73 | Message d'etat CRS DGFiP (XML brut)  | E |          *
      * DFUSLE74 | Journal d'audit de l'emission        | E |          *
      *          | (DFUSLS72 de BFUSEL70)               |   |          *
      * DFUSLE7A | Journal d'audit des corrections      | E |          *
      *          | (DFUSLS76 de BFUSEL71)               |   |          *
      * DFUSLS73 | Fichier des dispositions             | S |          *
      * DFUSLS74 | Liste des DocRefId a corriger        | S |          *
      *          | (format DFUSLE75 de BFUSEL71)        |   |          *
      * DFUSLS7A | Edition des rejets de niveau fichier | S |          *
      *          | et des references inconnues          |   |          *
      *__________|______________________________________|___|__________*
      *                                                                *
      * Liste des ABENDS émis  par le programme :                      *
      *________________________________________________________________*
      *  ABEND   |              DESCRIPTION                            *
      *__________|_____________________________________________________*
      *   1000   | PB RECUPERATION DATE DU JOUR VIA MGDATR03           *
      *   7311   | PB OUVERTURE FICHIER DFUSLE73                       *
      *   7312   | PB LECTURE   FICHIER DFUSLE73                       *
      *   7313   | PB FERMETURE FICHIER DFUSLE73                       *
      *   7321   | PB OUVERTURE FICHIER DFUSLE74                       *
      *   7322   | PB LECTURE   FICHIER DFUSLE74                       *
      *   7323   | PB FERMETURE FICHIER DFUSLE74                       *
      *   7324   | PB OUVERTURE FICHIER DFUSLE7A                       *
      *   7325   | PB LECTURE   FICHIER DFUSLE7A                       *
      *   7326   | PB FERMETURE FICHIER DFUSLE7A                       *
      *   7331   | PB OUVERTURE FICHIER DFUSLS73                       *
      *   7332   | PB ECRITURE  FICHIER DFUSLS73                       *
      *   7333   | PB FERMETURE FICHIER DFUSLS73                       *
      *   7341   | PB OUVERTURE FICHIER DFUSLS74                       *
      *   7342   | PB ECRITURE  FICHIER DFUSLS74                       *
      *   7343   | PB FERMETURE FICHIER DFUSLS74                       *
      *   7344   | PB OUVERTURE FICHIER DFUSLS7A                       *
      *   7345   | PB ECRITURE  FICHIER DFUSLS7A                       *
      *   7346   | PB FERMETURE FICHIER DFUSLS7A                       *
      *   7350   | MESSAGE D'ETAT SANS STATUT DE VALIDATION            *
      *   7351   | MESSAGE D'ETAT SANS OriginalMessageRefID            *
      *   7360   | DEPASSEMENT TABLE DES ERREURS D'ENREGISTREMENT(2000)*
      *   7361   | DEPASSEMENT TABLE DES ERREURS DE FICHIER (50)       *
      *__________|_____________________________________________________*
      *                                                                *
      * Historique des modifications :                                 *
      *________________________________________________________________*
      * AUTEUR !   DATE   !  GAMA  !        MODIFICATIONS              *
      *________!__________!________!___________________________________*
152720*  MCHA  !27/03/2017!20152720!CREATION : EXPLOITATION DES        *
152720*        !          !        !MESSAGES D'ETAT CRS DE LA DGFIP ET *
152720*        !          !        !ALIMENTATION DE LA LISTE DFUSLE75  *
152720*        !          !        !DES CORRECTIONS CRS702             *
      ******************************************************************

      *****************************************************************
      *                                                               *
      *            E N V I R O N M E N T  D I V I S I O N             *
      *                                                               *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *
      * Message d'etat CRS de la DGFiP tel que recu (XML brut)
      *
           SELECT DFUSLE73 ASSIGN             TO DFUSLE73
           FILE STATUS FS-E73.

      *
      * Journal d'audit de l'emission (format DFUSLS72)
      *
           SELECT DFUSLE74 ASSIGN             TO DFUSLE74
           FILE STATUS FS-E74.

      *
      * Journal d'audit des corrections (format DFUSLS76)
      *
           SELECT DFUSLE7A ASSIGN             TO DFUSLE7A
           FILE STATUS FS-E7A.

      *
      * Fichier des dispositions
      *
           SELECT DFUSLS73 ASSIGN             TO DFUSLS73
           FILE STATUS FS-S73.

      *
      * Liste des DocRefId a corriger (format DFUSLE75)
      *
           SELECT DFUSLS74 ASSIGN             TO DFUSLS74
           FILE STATUS FS-S74.

      *
      * Edition pour l'equipe CRS
      *
           SELECT DFUSLS7A ASSIGN             TO DFUSLS7A
           FILE STATUS FS-S7A.

      *****************************************************************
      *                                                               *
      *                   D A T A   D I V I S I O N                   *
      *                                                               *
      *****************************************************************

       DATA DIVISION.
       FILE SECTION.

       FD  DFUSLE73
           LABEL RECORD STANDARD
           RECORDING MODE F
           BLOCK CONTAINS 0 RECORDS.

       01  FD-DFUSLE73              PIC  X(1000).

       FD  DFUSLE74
           LABEL RECORD STANDARD
           RECORDING MODE F
           BLOCK CONTAINS 0 RECORDS.

       01  FD-DFUSLE74              PIC  X(1500).

       FD  DFUSLE7A
           LABEL RECORD STANDARD
           RECORDING MODE F
           BLOCK CONTAINS 0 RECORDS.

       01  FD-DFUSLE7A              PIC  X(1500).

       FD  DFUSLS73
           LABEL RECORD STANDARD
           RECORDING MODE F
           BLOCK CONTAINS 0 RECORDS.

       01  FD-DFUSLS73              PIC  X(300).

       FD  DFUSLS74
           LABEL RECORD STANDARD
           RECORDING MODE F
           BLOCK CONTAINS 0 RECORDS.

       01  FD-DFUSLS74              PIC  X(300).

       FD  DFUSLS7A
           LABEL RECORD STANDARD
           RECORDING MODE F
           BLOCK CONTAINS 0 RECORDS.

       01  FD-DFUSLS7A              PIC  X(132).

      ***************************************
      *                                     *
      *      WORKING STORAGE SECTION        *
      *                                     *
      ***************************************

       WORKING-STORAGE SECTION.

      *************************************************************
      *                                                           *
      *   Zones WS pour stocker les données des fichiers          *
      *                                                           *
      *************************************************************

      *    Ligne XML du message d'etat en cours d'analyse
       01   WS-L-LIGNE-XML               PIC X(1000).

      *    Enregistrement des journaux d'audit CRS relus (DFUSLS72
      *    et DFUSLS76 ont le meme format) ; seul le type 'AUD' est
      *    exploite
       01   WS-ENR-AUDIT.
            05  WS-AUD-C-TYPE-ENR        PIC X(03).
                88  ENR-AUDIT                      VALUE 'AUD'.
            05  WS-AUD-I-REF-GIIN        PIC X(20).
            05  WS-AUD-C-DOCTYPEINDIC    PIC X(07).
            05  WS-AUD-I-DOCREFID        PIC X(90).
            05  WS-AUD-D-HORODATAGE      PIC X(19).
            05  WS-AUD-Q-NB-LIGNE        PIC 9(05).
            05  WS-AUD-Q-NB-ENR          PIC 9(09).
            05  FILLER                   PIC X(1347).

      *    Enregistrement de disposition produit :
      *    'ACC' : fichier accepte par la DGFiP
      *    'REJ' : rejet de niveau fichier ('F') ou enregistrement
      *            ('E') rapproche des journaux, code et texte DGFiP
      *    'INC' : reference inconnue des journaux d'audit
      *    C-JOURNAL : 'E' journal de l'emission, 'C' journal des
      *    corrections, blanc si la reference est inconnue
       01   WS-ENR-DISPO.
            05  WS-DIS-C-DISPOSITION     PIC X(03).
            05  WS-DIS-C-NIVEAU          PIC X(01).
            05  WS-DIS-C-PAYS            PIC X(02).
            05  WS-DIS-I-REF-GIIN        PIC X(20).
            05  WS-DIS-I-REF-MSG         PIC X(80).
            05  WS-DIS-C-JOURNAL         PIC X(01).
            05  WS-DIS-C-DOCTYPEINDIC    PIC X(07).
            05  WS-DIS-I-DOCREFID        PIC X(90).
            05  WS-DIS-C-CODE-ERREUR     PIC X(10).
            05  WS-DIS-L-LIB-ERREUR      PIC X(80).
            05  FILLER                   PIC X(06).

      *    Enregistrement de la liste des corrections (format
      *    DFUSLE75 lu par BFUSEL71)
       01   WS-ENR-CORR.
            05  WS-COR-C-TYPE-ENR        PIC X(03) VALUE 'COR'.
            05  WS-COR-I-DOCREFID        PIC X(90) VALUE SPACES.
            05  FILLER                   PIC X(207) VALUE SPACES.

      ***************************************
      *                                     *
      *      VARIABLES DU TRAVAIL           *
      *                                     *
      ***************************************

      *    Decomposition de la ligne XML courante (meme mecanique
      *    que BFUSEL30 pour les notifications ICMM)
       01   WS-G-BALISE.
            05  WS-N-DEB-BALISE          PIC 9(04) BINARY VALUE ZERO.
            05  WS-Q-LIGNE               PIC 9(04) BINARY VALUE ZERO.
            05  WS-L-NOM-BALISE          PIC X(80) VALUE SPACES.
            05  WS-Q-NOM-BALISE          PIC 9(04) BINARY VALUE ZERO.
            05  WS-L-TEXTE-BALISE        PIC X(255) VALUE SPACES.
            05  WS-Q-TEXTE-BALISE        PIC 9(04) BINARY VALUE ZERO.
            05  WS-C-NATURE-BALISE       PIC X(01) VALUE SPACE.
                88  BALISE-DECLARATION             VALUE 'D'.
                88  BALISE-OUVRANTE                VALUE 'O'.
                88  BALISE-FERMANTE                VALUE 'F'.
                88  BALISE-SIMPLE                  VALUE 'S'.
                88  BALISE-ILLISIBLE               VALUE '?'.

      *    Contexte du message d'etat : message d'origine, statut
      *    de validation, resolution du message d'origine dans les
      *    journaux
       01   WS-G-STATUT.
            05  WS-STA-I-REF-MSG-ORIG    PIC X(80) VALUE SPACES.
            05  WS-STA-C-STATUT          PIC X(10) VALUE SPACES.
                88  STATUT-ACCEPTE                 VALUE 'Accepted'.
                88  STATUT-REJETE                  VALUE 'Rejected'.
            05  WS-STA-C-PAYS            PIC X(02) VALUE SPACES.
            05  WS-STA-I-REF-GIIN        PIC X(20) VALUE SPACES.
            05  WS-STA-C-JOURNAL         PIC X(01) VALUE SPACE.
                88  MSG-ORIG-CONNU                 VALUE 'E' 'C'.
            05  TOP-FICHIER-REJETE       PIC X(01) VALUE SPACE.
                88  FICHIER-REJETE                 VALUE 'O'.

      *    Groupe d'erreur en cours d'analyse
       01   WS-G-GROUPE.
            05  WS-GRP-C-GROUPE          PIC X(01) VALUE SPACE.
                88  DANS-FILE-ERROR                VALUE 'F'.
                88  DANS-RECORD-ERROR              VALUE 'R'.
            05  WS-GRP-C-CODE            PIC X(10) VALUE SPACES.
            05  WS-GRP-L-DETAILS         PIC X(80) VALUE SPACES.
            05  WS-GRP-I-DOCREFID        PIC X(90) VALUE SPACES.
            05  WS-GRP-Q-DOCREF          PIC 9(04) VALUE ZERO.
            05  WS-GRP-N-PREM-ERR        PIC 9(04) VALUE ZERO.

      *    Table des erreurs de niveau fichier
       01 WS-Q-FERR                    PIC 9(02) VALUE ZERO.
       01 WS-T-FERR.
          05 WS-T-FERR-LIG             OCCURS 50.
             10 WS-T-FER-C-CODE        PIC X(10).
             10 WS-T-FER-L-DETAILS     PIC X(80).
       01 WS-I-FERR                    PIC 9(02) VALUE ZERO.

      *    Table des erreurs d'enregistrement (un poste par
      *    DocRefIDInError), resolues contre les journaux d'audit
       01 WS-Q-ERR                     PIC 9(04) VALUE ZERO.
       01 WS-T-ERR.
          05 WS-T-ERR-LIG              OCCURS 2000.
             10 WS-T-ERR-I-DOCREFID    PIC X(90).
             10 WS-T-ERR-C-CODE        PIC X(10).
             10 WS-T-ERR-L-DETAILS     PIC X(80).
             10 WS-T-ERR-B-RESOLU      PIC X(01).
                88 ERR-RESOLUE                   VALUE 'O'.
             10 WS-T-ERR-C-PAYS        PIC X(02).
             10 WS-T-ERR-I-REF-MSG     PIC X(80).
             10 WS-T-ERR-I-REF-GIIN    PIC X(20).
             10 WS-T-ERR-C-DOCTYPEINDIC PIC X(07).
             10 WS-T-ERR-C-JOURNAL     PIC X(01).
       01 WS-I-ERR                     PIC 9(04) VALUE ZERO.
       01 WS-I-PREC                    PIC 9(04) VALUE ZERO.

      *    Indicateur : DocRefId deja porte a la liste des
      *    corrections par une erreur precedente
       01 TOP-DEJA-LISTE               PIC X(01) VALUE SPACE.
          88 DEJA-LISTE                          VALUE 'O'.

      *    Contexte du message courant pendant la lecture d'un
      *    journal : les documents suivent leur entete '-FI'
       01 WS-C-JOURNAL-COURANT         PIC X(01) VALUE SPACE.
       01 WS-JNL-I-REF-MSG             PIC X(80) VALUE SPACES.
       01 WS-JNL-C-PAYS                PIC X(02) VALUE SPACES.
       01 WS-Q-UTILE                   PIC 9(02) VALUE ZERO.
       01 TOP-DANS-MSG-ORIG            PIC X(01) VALUE SPACE.
          88 DANS-MSG-ORIG                       VALUE 'O'.

       01   I                            PIC 9(08) BINARY VALUE ZERO.
       01   J                            PIC 9(08) BINARY VALUE ZERO.

      ***  LES CODES RETOUR DES DIFFéRENTS FICHIERS
       01  FS-E73                      PIC X(02) VALUE SPACES.
       01  FS-E74                      PIC X(02) VALUE SPACES.
       01  FS-E7A                      PIC X(02) VALUE SPACES.
       01  FS-S73                      PIC X(02) VALUE SPACES.
       01  FS-S74                      PIC X(02) VALUE SPACES.
       01  FS-S7A                      PIC X(02) VALUE SPACES.

      *   Compteurs de lectures des fichiers en entree
       01 WS-NB-LECT-E73               PIC 9(9) VALUE ZEROES.
       01 WS-NB-LECT-E74               PIC 9(9) VALUE ZEROES.
       01 WS-NB-LECT-E7A               PIC 9(9) VALUE ZEROES.

      *   Compteurs d'écritures des fichiers en sortie
       01 WS-NB-ECRT-S73               PIC 9(9) VALUE ZEROES.
       01 WS-NB-ECRT-S74               PIC 9(9) VALUE ZEROES.
       01 WS-NB-ECRT-S7A               PIC 9(9) VALUE ZEROES.

      *   Compteurs du rapprochement
       01 WS-Q-GRP-RECORD-ERR          PIC 9(9) VALUE ZEROES.
       01 WS-Q-ERR-RAPPR               PIC 9(9) VALUE ZEROES.
       01 WS-Q-REF-INCONNU             PIC 9(9) VALUE ZEROES.

      *   Booléens de fin des fichiers en entree
       01 TOP-FIN-DFUSLE73             PIC X(1)  VALUE SPACE.
          88 FIN-DFUSLE73                        VALUE 'O'.
       01 TOP-FIN-DFUSLE74             PIC X(1)  VALUE SPACE.
          88 FIN-DFUSLE74                        VALUE 'O'.
       01 TOP-FIN-DFUSLE7A             PIC X(1)  VALUE SPACE.
          88 FIN-DFUSLE7A                        VALUE 'O'.

      *   Variable numérique de code ABEND
       01 WS-CODE-ABEND                PIC 9(4) VALUE ZERO.

      *   Indice pour lignes à afficher par MCCDBILA
       01 WS-DISP                      PIC 9(2) VALUE ZEROES.

      *   Date de traitement (date et heure)
       01 WS-D-H-TRT                   PIC X(26) VALUE SPACES.
       01 WS-D-JOUR                    PIC X(10) VALUE SPACES.

      *******************************
      *                             *
      *  Lignes pour affichages     *
      *                             *
      *******************************

      *   DEBUT DU PROGRAMME
       01 WS-LIGNE-DEBUTPROG.
          05 FILLER                    PIC X(01) VALUE '*'.
          05 FILLER                    PIC X(11) VALUE '==         '.
          05 FILLER                    PIC X(39) VALUE
                           'DEBUT D''EXECUTION DU PROGRAMME BFUSEL73'.
          05 FILLER                    PIC X(12) VALUE '          =='.
          05 FILLER                    PIC X(01) VALUE '*'.

      *   AFFICHAGE DES ANOMALIES
       01 WS-LIGNE-ANO1.
          05 WS-LIGNE-ANO10            PIC X(4)  VALUE '*=> '.
          05 WS-LIGNE-ANO11            PIC X(14) VALUE ALL ' '.
          05 WS-LIGNE-ANO12            PIC X(45) VALUE ALL ' '.
          05 WS-LIGNE-ANO13            PIC X(1)  VALUE '*'.

       01 WS-LIGNE-ANO2.
          05 WS-LIGNE-ANO20            PIC X(4)  VALUE '*=> '.
          05 WS-LIGNE-ANO21            PIC X(59) VALUE ALL ' '.
          05 WS-LIGNE-ANO22            PIC X(1)  VALUE '*'.

       01  WS-LIGNE-ANO0.
           05 FILLER                   PIC X(10)  VALUE '*========='.
           05 FILLER                   PIC X(44)  VALUE
            '==============    ANOMALIE    =============='.
           05 FILLER                   PIC X(10)  VALUE '=========*'.

      *   LIGNE '='
       01 WS-LIGNE-EGAL.
          05 FILLER                    PIC X(01)  VALUE '*'.
          05 FILLER                    PIC X(62)  VALUE ALL '='.
          05 FILLER                    PIC X(01)  VALUE '*'.

      *   LIGNE ' '
       01 WS-LIGNE-VIDE.
          05 FILLER                    PIC X(01)  VALUE '*'.
          05 FILLER                    PIC X(62)  VALUE ALL ' '.
          05 FILLER                    PIC X(01)  VALUE '*'.

      *   LIGNE 'FIN PROGRAMME '
       01 WS-LIGNE-FINPROG.
          05 FILLER                    PIC X(01)  VALUE '*'.
          05 FILLER                    PIC X(23)  VALUE ALL ' '.
          05 FILLER                    PIC X(16) VALUE 'FIN PROGRAMME'.
          05 FILLER                    PIC X(23)  VALUE ALL ' '.
          05 FILLER                    PIC X(01)  VALUE '*'.

      *******************************
      *                             *
      *  Lignes de l'edition S7A    *
      *                             *
      *******************************

       01 WS-EDIT-TITRE.
          05 FILLER                    PIC X(46) VALUE
             'MESSAGE D''ETAT CRS DGFIP - ANOMALIES A TRAITER'.
          05 FILLER                    PIC X(13) VALUE
             '   EDITEE LE '.
          05 WS-EDT-D-EDITION          PIC X(10).
          05 FILLER                    PIC X(63) VALUE SPACES.

       01 WS-EDIT-MESSAGE.
          05 FILLER                    PIC X(20) VALUE
             'MESSAGE D''ORIGINE : '.
          05 WS-EDT-I-REF-MSG          PIC X(80).
          05 FILLER                    PIC X(08) VALUE '  PAYS: '.
          05 WS-EDT-C-PAYS             PIC X(02).
          05 FILLER                    PIC X(22) VALUE SPACES.

       01 WS-EDIT-STATUT.
          05 FILLER                    PIC X(20) VALUE
             'STATUT DGFIP      : '.
          05 WS-EDT-C-STATUT           PIC X(10).
          05 FILLER                    PIC X(12) VALUE '  JOURNAL : '.
          05 WS-EDT-L-JOURNAL          PIC X(40).
          05 FILLER                    PIC X(50) VALUE SPACES.

       01 WS-EDIT-SECTION.
          05 FILLER                    PIC X(04) VALUE '*** '.
          05 WS-EDT-L-SECTION          PIC X(50).
          05 FILLER                    PIC X(78) VALUE SPACES.

       01 WS-EDIT-ENTETE-ANO.
          05 FILLER                    PIC X(08) VALUE '   DISP'.
          05 FILLER                    PIC X(11) VALUE 'CODE'.
          05 FILLER                    PIC X(71) VALUE
             'REFERENCE (MessageRefId OU DocRefId)'.
          05 FILLER                    PIC X(42) VALUE 'DETAIL DGFIP'.

       01 WS-EDIT-ANO.
          05 FILLER                    PIC X(03) VALUE SPACES.
          05 WS-ANO-C-DISPO            PIC X(03).
          05 FILLER                    PIC X(02) VALUE SPACES.
          05 WS-ANO-C-CODE             PIC X(10).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-ANO-I-REF              PIC X(70).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WS-ANO-L-DETAILS          PIC X(42).

       01 WS-EDIT-AUCUNE.
          05 FILLER                    PIC X(03) VALUE SPACES.
          05 FILLER                    PIC X(07) VALUE 'AUCUNE'.
          05 FILLER                    PIC X(122) VALUE SPACES.

       01 WS-EDIT-TOTAL.
          05 FILLER                    PIC X(03) VALUE SPACES.
          05 WS-EDT-L-TOTAL            PIC X(40).
          05 WS-EDT-Q-TOTAL            PIC Z(8)9.
          05 FILLER                    PIC X(80) VALUE SPACES.

       01 WS-EDIT-TRAIT                PIC X(132) VALUE ALL '-'.

      *   Nombre de lignes d'anomalie editees par section
       01 WS-Q-LIGNE-SECTION           PIC 9(9) VALUE ZEROES.

      *******************************
      *                             *
      *         Zones COPY          *
      *                             *
      *******************************

      * COPY IDEV
        COPY CWNAAFCT REPLACING 'PROGRAMM' BY =='BFUSEL73'==.
        COPY CWNAABAT.

      * COPY du module MCCDBILA
        COPY CCCDBILA REPLACING ==(PREF)== BY ==BILA==.

      * COPY du module MCCDINAB
        COPY CCCDINAB REPLACING ==(PREF)== BY ==INAB==.

      * COPY du module MGDATR03
        COPY CZGDA03.

      *****************************************************************
      *                                                               *
      *            P R O C E D U R E   D I V I S I O N                *
      *                                                               *
      *****************************************************************

       PROCEDURE DIVISION.

      * ----------->  Cinématique générale

      *    Initialisation du traitement
           PERFORM INIT-TRAIT

      *    Parcours du message d'etat : erreurs de fichier et
      *    erreurs d'enregistrement mises en table
           PERFORM UNTIL FIN-DFUSLE73
              PERFORM LECT-FICH-E73
              IF NOT FIN-DFUSLE73
                 PERFORM TRAIT-LIGNE-XML
              END-IF
           END-PERFORM
           PERFORM CTRL-MESSAGE-ETAT

      *    Resolution du message d'origine et des DocRefId en
      *    erreur contre les journaux de l'emission puis des
      *    corrections
           MOVE 'E'                    TO WS-C-JOURNAL-COURANT
           PERFORM RESOL-JOURNAL-E74
           MOVE 'C'                    TO WS-C-JOURNAL-COURANT
           PERFORM RESOL-JOURNAL-E7A

      *    Dispositions, liste des corrections et edition
           PERFORM EDIT-ENTETE
           PERFORM DISPO-NIVEAU-FICHIER
           PERFORM DISPO-NIVEAU-ENREG
           PERFORM EDIT-TOTAUX

      *    Finalisation du traitement
           PERFORM FIN-TRAIT
           .

      *
      * ----------------------> NIVEAU 001
      *

      *--------------*
       INIT-TRAIT.
      *--------------*

      *    Récupération date et heure de début
           PERFORM RECUP-DATE-HEURE-DEB
           MOVE WS-D-H-TRT(1:10)       TO WS-D-JOUR

      *    Affichage du bilan de début
           PERFORM AFFICH-BILAN-DEB

      *    Ouverture des fichiers
           PERFORM OUVR-FICH-E73
           PERFORM OUVR-FICH-S73
           PERFORM OUVR-FICH-S74
           PERFORM OUVR-FICH-S7A
           .

      *----------------*
       TRAIT-LIGNE-XML.
      *----------------*

      *    Analyse de la ligne XML courante : seules les balises
      *    utiles du message d'etat sont exploitees, le reste du
      *    document est ignore

           PERFORM DECOMP-LIGNE-XML

           EVALUATE TRUE

              WHEN BALISE-SIMPLE
                 PERFORM TRAIT-BALISE-SIMPLE

              WHEN BALISE-OUVRANTE
                 EVALUATE WS-L-NOM-BALISE
                    WHEN 'FileError'
                       SET DANS-FILE-ERROR   TO TRUE
                       MOVE SPACES     TO WS-GRP-C-CODE
                                          WS-GRP-L-DETAILS
                    WHEN 'RecordError'
                       SET DANS-RECORD-ERROR TO TRUE
                       MOVE SPACES     TO WS-GRP-C-CODE
                                          WS-GRP-L-DETAILS
                       MOVE ZERO       TO WS-GRP-Q-DOCREF
                       COMPUTE WS-GRP-N-PREM-ERR = WS-Q-ERR + 1
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE

              WHEN BALISE-FERMANTE
                 EVALUATE WS-L-NOM-BALISE
                    WHEN 'FileError'
                       PERFORM STOCK-ERREUR-FICHIER
                       MOVE SPACE      TO WS-GRP-C-GROUPE
                    WHEN 'RecordError'
                       PERFORM CLOT-ERREUR-ENREG
                       MOVE SPACE      TO WS-GRP-C-GROUPE
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE

              WHEN OTHER
                 CONTINUE

           END-EVALUATE
           .

      *--------------------*
       TRAIT-BALISE-SIMPLE.
      *--------------------*

      *    Captage des valeurs utiles ; code, texte et DocRefId ne
      *    sont retenus qu'a l'interieur d'un groupe d'erreur (les
      *    variantes de casse des versions du schema sont admises)
           EVALUATE WS-L-NOM-BALISE

              WHEN 'OriginalMessageRefID'
              WHEN 'OriginalMessageRefId'
                 MOVE WS-L-TEXTE-BALISE(1:80)
                                      TO WS-STA-I-REF-MSG-ORIG

              WHEN 'Status'
              WHEN 'FileAcceptanceStatus'
                 MOVE WS-L-TEXTE-BALISE(1:10)
                                      TO WS-STA-C-STATUT

              WHEN 'Code'
                 IF DANS-FILE-ERROR OR DANS-RECORD-ERROR
                    MOVE WS-L-TEXTE-BALISE(1:10)
                                      TO WS-GRP-C-CODE
                 END-IF

              WHEN 'Details'
                 IF (DANS-FILE-ERROR OR DANS-RECORD-ERROR)
                 AND WS-GRP-L-DETAILS = SPACES
                    MOVE WS-L-TEXTE-BALISE(1:80)
                                      TO WS-GRP-L-DETAILS
                 END-IF

              WHEN 'DocRefIDInError'
              WHEN 'DocRefIdInError'
                 IF DANS-RECORD-ERROR
                    MOVE WS-L-TEXTE-BALISE(1:90)
                                      TO WS-GRP-I-DOCREFID
                    PERFORM AJOUT-ERREUR-ENREG
                 END-IF

              WHEN OTHER
                 CONTINUE

           END-EVALUATE
           .

      *---------------------*
       STOCK-ERREUR-FICHIER.
      *---------------------*

      *    Mise en table d'une erreur de niveau fichier
           IF WS-Q-FERR >= 50
              MOVE 7361                TO WS-CODE-ABEND
              PERFORM TRAIT-ABEND
           END-IF
           ADD 1                       TO WS-Q-FERR
           MOVE WS-GRP-C-CODE          TO WS-T-FER-C-CODE(WS-Q-FERR)
           MOVE WS-GRP-L-DETAILS
                               TO WS-T-FER-L-DETAILS(WS-Q-FERR)
           .

      *--------------------*
       AJOUT-ERREUR-ENREG.
      *--------------------*

      *    Mise en table d'un DocRefId en erreur ; code et texte
      *    sont reportes a la fermeture du groupe
           IF WS-Q-ERR >= 2000
              MOVE 7360                TO WS-CODE-ABEND
              PERFORM TRAIT-ABEND
           END-IF
           ADD 1                       TO WS-Q-ERR
           MOVE SPACES                 TO WS-T-ERR-LIG(WS-Q-ERR)
           MOVE WS-GRP-I-DOCREFID
                               TO WS-T-ERR-I-DOCREFID(WS-Q-ERR)
           ADD 1                       TO WS-GRP-Q-DOCREF
           .

      *------------------*
       CLOT-ERREUR-ENREG.
      *------------------*

      *    Fermeture d'un groupe RecordError : une erreur sans
      *    DocRefIDInError est conservee sans reference (elle sera
      *    listee comme inconnue), puis code et texte du groupe
      *    sont reportes sur chacun de ses DocRefId
           ADD 1                       TO WS-Q-GRP-RECORD-ERR
           IF WS-GRP-Q-DOCREF = ZERO
              MOVE SPACES              TO WS-GRP-I-DOCREFID
              PERFORM AJOUT-ERREUR-ENREG
           END-IF
           PERFORM VARYING WS-I-ERR FROM WS-GRP-N-PREM-ERR BY 1
           UNTIL WS-I-ERR > WS-Q-ERR
              MOVE WS-GRP-C-CODE  TO WS-T-ERR-C-CODE(WS-I-ERR)
              MOVE WS-GRP-L-DETAILS
                                  TO WS-T-ERR-L-DETAILS(WS-I-ERR)
           END-PERFORM
           .

      *------------------*
       CTRL-MESSAGE-ETAT.
      *------------------*

      *    Un message d'etat sans statut ni reference du message
      *    d'origine est un telechargement corrompu ; une erreur de
      *    niveau fichier vaut rejet du fichier
           PERFORM FERM-FICH-E73

           IF WS-STA-C-STATUT = SPACES
              MOVE 7350                TO WS-CODE-ABEND
              PERFORM TRAIT-ABEND
           END-IF
           IF WS-STA-I-REF-MSG-ORIG = SPACES
              MOVE 7351                TO WS-CODE-ABEND
              PERFORM TRAIT-ABEND
           END-IF

           IF STATUT-REJETE OR WS-Q-FERR > ZERO
              SET FICHIER-REJETE       TO TRUE
           END-IF
           .

      *------------------*
       RESOL-JOURNAL-E74.
      *------------------*

      *    Resolution contre le journal d'audit de l'emission
           PERFORM OUVR-FICH-E74
           MOVE SPACES                 TO WS-JNL-I-REF-MSG
                                          WS-JNL-C-PAYS
                                          TOP-DANS-MSG-ORIG

           PERFORM UNTIL FIN-DFUSLE74
              PERFORM LECT-FICH-E74
              IF NOT FIN-DFUSLE74
                 IF ENR-AUDIT
                    PERFORM RESOL-UN-DOCUMENT
                 END-IF
              END-IF
           END-PERFORM

           PERFORM FERM-FICH-E74
           .

      *------------------*
       RESOL-JOURNAL-E7A.
      *------------------*

      *    Resolution contre le journal d'audit des corrections
           PERFORM OUVR-FICH-E7A
           MOVE SPACES                 TO WS-JNL-I-REF-MSG
                                          WS-JNL-C-PAYS
                                          TOP-DANS-MSG-ORIG

           PERFORM UNTIL FIN-DFUSLE7A
              PERFORM LECT-FICH-E7A
              IF NOT FIN-DFUSLE7A
                 IF ENR-AUDIT
                    PERFORM RESOL-UN-DOCUMENT
                 END-IF
              END-IF
           END-PERFORM

           PERFORM FERM-FICH-E7A
           .

      *-----------------*
       RESOL-UN-DOCUMENT.
      *-----------------*

      *    L'entete de chaque message porte un DocRefId suffixe
      *    '-FI' dont la racine est le MessageRefId
      *    ('CRSaaaa-CC-GIIN-date') ; la juridiction en est
      *    extraite, les documents qui suivent appartiennent a ce
      *    message (meme lecture que BFUSEL71)
           MOVE 90                     TO WS-Q-UTILE
           PERFORM UNTIL WS-Q-UTILE = ZERO
           OR WS-AUD-I-DOCREFID(WS-Q-UTILE:1) NOT = SPACE
              SUBTRACT 1             FROM WS-Q-UTILE
           END-PERFORM

      *    (un DocRefId de compte 'CRS-...' suffixe du pays de la
      *    Finlande finit aussi par '-FI' : il n'est pas une entete)
           IF WS-Q-UTILE > 3
           AND WS-AUD-I-DOCREFID(4:1) NOT = '-'
           AND WS-AUD-I-DOCREFID(WS-Q-UTILE - 2:3) = '-FI'
              MOVE SPACES              TO WS-JNL-I-REF-MSG
              MOVE WS-AUD-I-DOCREFID(1:WS-Q-UTILE - 3)
                                       TO WS-JNL-I-REF-MSG
              MOVE WS-JNL-I-REF-MSG(9:2)
                                       TO WS-JNL-C-PAYS
              MOVE SPACE               TO TOP-DANS-MSG-ORIG
              IF WS-JNL-I-REF-MSG = WS-STA-I-REF-MSG-ORIG
                 SET DANS-MSG-ORIG     TO TRUE
                 IF NOT MSG-ORIG-CONNU
                    MOVE WS-C-JOURNAL-COURANT
                                       TO WS-STA-C-JOURNAL
                    MOVE WS-JNL-C-PAYS TO WS-STA-C-PAYS
                    MOVE WS-AUD-I-REF-GIIN
                                       TO WS-STA-I-REF-GIIN
                 END-IF
              END-IF
           END-IF

      *    Rapprochement du document (l'entete '-FI' est aussi le
      *    DocRefId du ReportingFI) ; un DocRefId deja resolu dans
      *    un autre message est repris s'il figure dans le message
      *    d'origine
           PERFORM VARYING WS-I-ERR FROM 1 BY 1
           UNTIL WS-I-ERR > WS-Q-ERR
              IF WS-T-ERR-I-DOCREFID(WS-I-ERR) = WS-AUD-I-DOCREFID
              AND (NOT ERR-RESOLUE(WS-I-ERR) OR DANS-MSG-ORIG)
                 SET ERR-RESOLUE(WS-I-ERR) TO TRUE
                 MOVE WS-JNL-C-PAYS
                            TO WS-T-ERR-C-PAYS(WS-I-ERR)
                 MOVE WS-JNL-I-REF-MSG
                            TO WS-T-ERR-I-REF-MSG(WS-I-ERR)
                 MOVE WS-AUD-I-REF-GIIN
                            TO WS-T-ERR-I-REF-GIIN(WS-I-ERR)
                 MOVE WS-AUD-C-DOCTYPEINDIC
                            TO WS-T-ERR-C-DOCTYPEINDIC(WS-I-ERR)
                 MOVE WS-C-JOURNAL-COURANT
                            TO WS-T-ERR-C-JOURNAL(WS-I-ERR)
              END-IF
           END-PERFORM
           .

      *------------*
       EDIT-ENTETE.
      *------------*

      *    Entete de l'edition : message d'origine et statut DGFiP
           MOVE WS-D-JOUR              TO WS-EDT-D-EDITION
           MOVE WS-EDIT-TITRE          TO FD-DFUSLS7A
           PERFORM ECRT-FICH-S7A
           MOVE WS-STA-I-REF-MSG-ORIG  TO WS-EDT-I-REF-MSG
           MOVE WS-STA-C-PAYS          TO WS-EDT-C-PAYS
           MOVE WS-EDIT-MESSAGE        TO FD-DFUSLS7A
           PERFORM ECRT-FICH-S7A
           MOVE WS-STA-C-STATUT        TO WS-EDT-C-STATUT
           EVALUATE WS-STA-C-JOURNAL
              WHEN 'E'
                 MOVE 'EMISSION (DFUSLS72)' TO WS-EDT-L-JOURNAL
              WHEN 'C'
                 MOVE 'CORRECTIONS (DFUSLS76)'
                                       TO WS-EDT-L-JOURNAL
              WHEN OTHER
                 MOVE 'MESSAGE INCONNU DES JOURNAUX'
                                       TO WS-EDT-L-JOURNAL
           END-EVALUATE
           MOVE WS-EDIT-STATUT         TO FD-DFUSLS7A
           PERFORM ECRT-FICH-S7A
           MOVE WS-EDIT-TRAIT          TO FD-DFUSLS7A
           PERFORM ECRT-FICH-S7A

           MOVE 'REJETS DE NIVEAU FICHIER'
                                       TO WS-EDT-L-SECTION
           PERFORM EDIT-SECTION
           .

      *---------------------*
       DISPO-NIVEAU-FICHIER.
      *---------------------*

      *    Disposition du message d'origine : 'ACC' fichier
      *    accepte, 'REJ' une disposition par erreur de niveau
      *    fichier (ou une seule si le rejet n'est pas detaille),
      *    'INC' si le message d'origine est absent des journaux ;
      *    hors acceptation, chaque disposition est editee
           MOVE SPACES                 TO WS-ENR-DISPO
           MOVE 'F'                    TO WS-DIS-C-NIVEAU
           MOVE WS-STA-C-PAYS          TO WS-DIS-C-PAYS
           MOVE WS-STA-I-REF-GIIN      TO WS-DIS-I-REF-GIIN
           MOVE WS-STA-I-REF-MSG-ORIG  TO WS-DIS-I-REF-MSG
           MOVE WS-STA-C-JOURNAL       TO WS-DIS-C-JOURNAL
           IF MSG-ORIG-CONNU
              MOVE 'REJ'               TO WS-DIS-C-DISPOSITION
           ELSE
              MOVE 'INC'               TO WS-DIS-C-DISPOSITION
              ADD 1                    TO WS-Q-REF-INCONNU
           END-IF

           EVALUATE TRUE
              WHEN WS-Q-FERR > ZERO
                 PERFORM VARYING WS-I-FERR FROM 1 BY 1
                 UNTIL WS-I-FERR > WS-Q-FERR
                    MOVE WS-T-FER-C-CODE(WS-I-FERR)
                                       TO WS-DIS-C-CODE-ERREUR
                    MOVE WS-T-FER-L-DETAILS(WS-I-FERR)
                                       TO WS-DIS-L-LIB-ERREUR
                    PERFORM ECRT-FICH-S73
                    PERFORM EDIT-LIGNE-DISPO
                 END-PERFORM
              WHEN FICHIER-REJETE
                 MOVE 'FICHIER REJETE SANS ERREUR DETAILLEE'
                                       TO WS-DIS-L-LIB-ERREUR
                 PERFORM ECRT-FICH-S73
                 PERFORM EDIT-LIGNE-DISPO
              WHEN MSG-ORIG-CONNU
                 MOVE 'ACC'            TO WS-DIS-C-DISPOSITION
                 PERFORM ECRT-FICH-S73
              WHEN OTHER
                 MOVE 'FICHIER ACCEPTE, MESSAGE D''ORIGINE INCONNU'
                                       TO WS-DIS-L-LIB-ERREUR
                 PERFORM ECRT-FICH-S73
                 PERFORM EDIT-LIGNE-DISPO
           END-EVALUATE

           IF WS-Q-LIGNE-SECTION = ZERO
              MOVE WS-EDIT-AUCUNE      TO FD-DFUSLS7A
              PERFORM ECRT-FICH-S7A
           END-IF
           .

      *-------------------*
       DISPO-NIVEAU-ENREG.
      *-------------------*

      *    Disposition de chaque DocRefId en erreur : 'REJ' s'il
      *    est rapproche d'un journal (juridiction et message du
      *    journal), 'INC' sinon, edite pour l'equipe CRS. Un
      *    DocRefId rapproche d'un fichier non rejete est porte a
      *    la liste des corrections, une seule fois
           MOVE 'REFERENCES INCONNUES DES JOURNAUX D''AUDIT'
                                       TO WS-EDT-L-SECTION
           PERFORM EDIT-SECTION

           PERFORM VARYING WS-I-ERR FROM 1 BY 1
           UNTIL WS-I-ERR > WS-Q-ERR
              MOVE SPACES              TO WS-ENR-DISPO
              MOVE 'E'                 TO WS-DIS-C-NIVEAU
              MOVE WS-T-ERR-I-DOCREFID(WS-I-ERR)
                                       TO WS-DIS-I-DOCREFID
              MOVE WS-T-ERR-C-CODE(WS-I-ERR)
                                       TO WS-DIS-C-CODE-ERREUR
              MOVE WS-T-ERR-L-DETAILS(WS-I-ERR)
                                       TO WS-DIS-L-LIB-ERREUR
              IF ERR-RESOLUE(WS-I-ERR)
                 MOVE 'REJ'            TO WS-DIS-C-DISPOSITION
                 MOVE WS-T-ERR-C-PAYS(WS-I-ERR)
                                       TO WS-DIS-C-PAYS
                 MOVE WS-T-ERR-I-REF-GIIN(WS-I-ERR)
                                       TO WS-DIS-I-REF-GIIN
                 MOVE WS-T-ERR-I-REF-MSG(WS-I-ERR)
                                       TO WS-DIS-I-REF-MSG
                 MOVE WS-T-ERR-C-JOURNAL(WS-I-ERR)
                                       TO WS-DIS-C-JOURNAL
                 MOVE WS-T-ERR-C-DOCTYPEINDIC(WS-I-ERR)
                                       TO WS-DIS-C-DOCTYPEINDIC
                 ADD 1                 TO WS-Q-ERR-RAPPR
                 PERFORM ECRT-FICH-S73
                 IF NOT FICHIER-REJETE
                    PERFORM LISTE-CORRECTION
                 END-IF
              ELSE
                 MOVE 'INC'            TO WS-DIS-C-DISPOSITION
                 MOVE WS-STA-C-PAYS    TO WS-DIS-C-PAYS
                 MOVE WS-STA-I-REF-MSG-ORIG
                                       TO WS-DIS-I-REF-MSG
                 ADD 1                 TO WS-Q-REF-INCONNU
                 PERFORM ECRT-FICH-S73
                 PERFORM EDIT-LIGNE-DISPO
              END-IF
           END-PERFORM

           IF WS-Q-LIGNE-SECTION = ZERO
              MOVE WS-EDIT-AUCUNE      TO FD-DFUSLS7A
              PERFORM ECRT-FICH-S7A
           END-IF
           .

      *-----------------*
       LISTE-CORRECTION.
      *-----------------*

      *    Un DocRefId cite par plusieurs erreurs n'est liste
      *    qu'une fois
           MOVE SPACE                  TO TOP-DEJA-LISTE
           PERFORM VARYING WS-I-PREC FROM 1 BY 1
           UNTIL WS-I-PREC >= WS-I-ERR
           OR DEJA-LISTE
              IF WS-T-ERR-I-DOCREFID(WS-I-PREC)
                 = WS-T-ERR-I-DOCREFID(WS-I-ERR)
              AND ERR-RESOLUE(WS-I-PREC)
                 SET DEJA-LISTE        TO TRUE
              END-IF
           END-PERFORM

           IF NOT DEJA-LISTE
              MOVE WS-T-ERR-I-DOCREFID(WS-I-ERR)
                                       TO WS-COR-I-DOCREFID
              PERFORM ECRT-FICH-S74
           END-IF
           .

      *------------*
       EDIT-TOTAUX.
      *------------*

           MOVE WS-EDIT-TRAIT          TO FD-DFUSLS7A
           PERFORM ECRT-FICH-S7A
           MOVE 'ERREURS DE NIVEAU FICHIER'
                                       TO WS-EDT-L-TOTAL
           MOVE WS-Q-FERR              TO WS-EDT-Q-TOTAL
           PERFORM EDIT-LIGNE-TOTAL
           MOVE 'GROUPES D''ERREUR D''ENREGISTREMENT'
                                       TO WS-EDT-L-TOTAL
           MOVE WS-Q-GRP-RECORD-ERR    TO WS-EDT-Q-TOTAL
           PERFORM EDIT-LIGNE-TOTAL
           MOVE 'DocRefId EN ERREUR RAPPROCHES'
                                       TO WS-EDT-L-TOTAL
           MOVE WS-Q-ERR-RAPPR         TO WS-EDT-Q-TOTAL
           PERFORM EDIT-LIGNE-TOTAL
           MOVE 'REFERENCES INCONNUES'  TO WS-EDT-L-TOTAL
           MOVE WS-Q-REF-INCONNU       TO WS-EDT-Q-TOTAL
           PERFORM EDIT-LIGNE-TOTAL
           MOVE 'DocRefId LISTES POUR CORRECTION'
                                       TO WS-EDT-L-TOTAL
           MOVE WS-NB-ECRT-S74         TO WS-EDT-Q-TOTAL
           PERFORM EDIT-LIGNE-TOTAL
           MOVE WS-EDIT-TRAIT          TO FD-DFUSLS7A
           PERFORM ECRT-FICH-S7A
           .

      *--------------*
       FIN-TRAIT.
      *--------------*

      *    Fermeture des fichiers
           PERFORM FERM-FICH-S73
           PERFORM FERM-FICH-S74
           PERFORM FERM-FICH-S7A

      *    Affichage du bilan de fin
           PERFORM AFFICH-BILAN-FIN

      *    4 si le fichier est rejete ou si une reference est
      *    inconnue : l'equipe CRS doit intervenir
           IF FICHIER-REJETE OR WS-Q-REF-INCONNU > ZERO
              MOVE 4                   TO RETURN-CODE
           ELSE
              MOVE 0                   TO RETURN-CODE
           END-IF

      *    Fin du programme
           PERFORM FIN-PROGRAMME
           .

      *
      * ----------------------> NIVEAU 002
      *

      *----------------*
       DECOMP-LIGNE-XML.
      *----------------*

      *    Decomposition de la ligne XML : nature de la balise, nom
      *    (prefixe de namespace retire) et texte eventuel

           MOVE SPACES                  TO WS-L-NOM-BALISE
                                           WS-L-TEXTE-BALISE
           MOVE ZERO                    TO WS-N-DEB-BALISE
                                           WS-Q-NOM-BALISE
                                           WS-Q-TEXTE-BALISE
           MOVE '?'                     TO WS-C-NATURE-BALISE

      *    Longueur utile de la ligne
           MOVE 1000                    TO WS-Q-LIGNE
           PERFORM UNTIL WS-Q-LIGNE = ZERO
           OR WS-L-LIGNE-XML(WS-Q-LIGNE:1) NOT = SPACE
              SUBTRACT 1              FROM WS-Q-LIGNE
           END-PERFORM

      *    Position de la premiere balise
           PERFORM VARYING I FROM 1 BY 1
           UNTIL I > WS-Q-LIGNE
           OR WS-L-LIGNE-XML(I:1) = '<'
              CONTINUE
           END-PERFORM

           IF I > WS-Q-LIGNE
      *       Aucune balise sur la ligne
              CONTINUE
           ELSE
              MOVE I                    TO WS-N-DEB-BALISE

              EVALUATE TRUE

                 WHEN WS-L-LIGNE-XML(I + 1:1) = '?'
                    SET BALISE-DECLARATION TO TRUE

                 WHEN WS-L-LIGNE-XML(I + 1:1) = '/'
                    SET BALISE-FERMANTE TO TRUE
                    PERFORM EXTR-NOM-BALISE-FERM

                 WHEN OTHER
                    PERFORM EXTR-NOM-BALISE-OUVR
      *             Balise simple si fermeture sur la meme ligne
                    PERFORM EXTR-TEXTE-BALISE

              END-EVALUATE

              PERFORM SUPPR-PREFIXE-NMSP
           END-IF
           .

      *--------------------*
       EXTR-NOM-BALISE-FERM.
      *--------------------*

      *    Extraction du nom d'une balise fermante </nom>
           MOVE ZERO                    TO WS-Q-NOM-BALISE
           PERFORM VARYING I FROM WS-N-DEB-BALISE BY 1
           UNTIL I > WS-Q-LIGNE
           OR WS-L-LIGNE-XML(I:1) = '>'
              CONTINUE
           END-PERFORM
           IF I > WS-Q-LIGNE
              SET BALISE-ILLISIBLE      TO TRUE
           ELSE
              COMPUTE WS-Q-NOM-BALISE
                    = I - WS-N-DEB-BALISE - 2
              IF WS-Q-NOM-BALISE < 1 OR WS-Q-NOM-BALISE > 80
                 SET BALISE-ILLISIBLE   TO TRUE
              ELSE
                 MOVE WS-L-LIGNE-XML(WS-N-DEB-BALISE + 2:
                                     WS-Q-NOM-BALISE)
                                        TO WS-L-NOM-BALISE
              END-IF
           END-IF
           .

      *--------------------*
       EXTR-NOM-BALISE-OUVR.
      *--------------------*

      *    Extraction du nom d'une balise ouvrante <nom ...> ;
      *    le nom s'arrete au premier espace (attributs) ou '>'
           MOVE ZERO                    TO WS-Q-NOM-BALISE
           PERFORM VARYING I FROM WS-N-DEB-BALISE BY 1
           UNTIL I > WS-Q-LIGNE
           OR WS-L-LIGNE-XML(I:1) = '>'
              CONTINUE
           END-PERFORM
           IF I > WS-Q-LIGNE
              SET BALISE-ILLISIBLE      TO TRUE
           ELSE
              SET BALISE-OUVRANTE       TO TRUE
              PERFORM VARYING J FROM WS-N-DEB-BALISE BY 1
              UNTIL J = I
              OR WS-L-LIGNE-XML(J:1) = ' '
                 CONTINUE
              END-PERFORM
              COMPUTE WS-Q-NOM-BALISE
                    = J - WS-N-DEB-BALISE - 1
              IF WS-Q-NOM-BALISE < 1 OR WS-Q-NOM-BALISE > 80
                 SET BALISE-ILLISIBLE   TO TRUE
              ELSE
                 MOVE WS-L-LIGNE-XML(WS-N-DEB-BALISE + 1:
                                     WS-Q-NOM-BALISE)
                                        TO WS-L-NOM-BALISE
              END-IF
           END-IF
           .

      *-----------------*
       EXTR-TEXTE-BALISE.
      *-----------------*

      *    Pour une balise <nom>texte</nom> sur une seule ligne :
      *    qualification en balise simple et extraction du texte ;
      *    I pointe sur le '>' de la balise ouvrante
           IF BALISE-OUVRANTE
              PERFORM VARYING J FROM I BY 1
              UNTIL J > WS-Q-LIGNE - 1
              OR (WS-L-LIGNE-XML(J:2) = '</')
                 CONTINUE
              END-PERFORM
              IF J <= WS-Q-LIGNE - 1
                 SET BALISE-SIMPLE      TO TRUE
                 COMPUTE WS-Q-TEXTE-BALISE
                       = J - I - 1
                 IF WS-Q-TEXTE-BALISE > ZERO
                 AND WS-Q-TEXTE-BALISE <= 255
                    MOVE WS-L-LIGNE-XML(I + 1:WS-Q-TEXTE-BALISE)
                                        TO WS-L-TEXTE-BALISE
                 END-IF
              END-IF
           END-IF
           .

      *-------------------*
       SUPPR-PREFIXE-NMSP.
      *-------------------*

      *    Les messages d'etat prefixent leurs balises par le
      *    namespace du schema ('csm:') : le prefixe est retire pour
      *    la comparaison (tout ce qui precede le premier ':')
           MOVE ZERO                    TO J
           PERFORM VARYING I FROM 1 BY 1
           UNTIL I > 80
           OR J > ZERO
              IF WS-L-NOM-BALISE(I:1) = ':'
                 MOVE I                 TO J
              END-IF
           END-PERFORM
           IF J > ZERO AND J < 80
              MOVE WS-L-NOM-BALISE(J + 1:80 - J)
                                        TO WS-L-NOM-BALISE(1:80 - J)
              MOVE SPACES TO WS-L-NOM-BALISE(80 - J + 1:J)
           END-IF
           .

      *-------------*
       EDIT-SECTION.
      *-------------*

           MOVE SPACES                 TO FD-DFUSLS7A
           PERFORM ECRT-FICH-S7A
           MOVE WS-EDIT-SECTION        TO FD-DFUSLS7A
           PERFORM ECRT-FICH-S7A
           MOVE WS-EDIT-ENTETE-ANO     TO FD-DFUSLS7A
           PERFORM ECRT-FICH-S7A
           MOVE ZERO                   TO WS-Q-LIGNE-SECTION
           .

      *-----------------*
       EDIT-LIGNE-DISPO.
      *-----------------*

      *    Ligne d'anomalie : disposition, code, reference (le
      *    DocRefId, ou le MessageRefId au niveau fichier) et detail
           MOVE WS-DIS-C-DISPOSITION   TO WS-ANO-C-DISPO
           MOVE WS-DIS-C-CODE-ERREUR   TO WS-ANO-C-CODE
           IF WS-DIS-C-NIVEAU = 'F'
              MOVE WS-DIS-I-REF-MSG    TO WS-ANO-I-REF
           ELSE
              IF WS-DIS-I-DOCREFID = SPACES
                 MOVE '(ERREUR SANS DocRefIDInError)'
                                       TO WS-ANO-I-REF
              ELSE
                 MOVE WS-DIS-I-DOCREFID
                                       TO WS-ANO-I-REF
              END-IF
           END-IF
           MOVE WS-DIS-L-LIB-ERREUR    TO WS-ANO-L-DETAILS
           MOVE WS-EDIT-ANO            TO FD-DFUSLS7A
           PERFORM ECRT-FICH-S7A
           ADD 1                       TO WS-Q-LIGNE-SECTION
           .

      *-----------------*
       EDIT-LIGNE-TOTAL.
      *-----------------*

           MOVE WS-EDIT-TOTAL          TO FD-DFUSLS7A
           PERFORM ECRT-FICH-S7A
           .

      *---------------*
       OUVR-FICH-E73.
      *---------------*

      *    OUVERTURE DU FICHIER DFUSLE73
           OPEN INPUT DFUSLE73
           IF FS-E73  NOT = '00'
              MOVE 7311               TO WS-CODE-ABEND
              PERFORM TRAIT-ABEND
           END-IF
           .

      *---------------*
       LECT-FICH-E73.
      *---------------*

      *    LECTURE DU FICHIER DFUSLE73
           READ DFUSLE73
           END-READ

           EVALUATE FS-E73
              WHEN '00'
                 MOVE  FD-DFUSLE73          TO WS-L-LIGNE-XML
                 ADD   1                    TO WS-NB-LECT-E73
              WHEN '10'
                 SET  FIN-DFUSLE73          TO TRUE
              WHEN OTHER
                 MOVE 7312                  TO WS-CODE-ABEND
                 PERFORM TRAIT-ABEND
           END-EVALUATE
           .

      *---------------*
       FERM-FICH-E73.
      *---------------*

      *    FERMETURE
           CLOSE DFUSLE73
           IF FS-E73  NOT = '00'
              MOVE 7313               TO WS-CODE-ABEND
              PERFORM TRAIT-ABEND
           END-IF
           .

      *---------------*
       OUVR-FICH-E74.
      *---------------*

      *    OUVERTURE DU FICHIER DFUSLE74
           OPEN INPUT DFUSLE74
           IF FS-E74  NOT = '00'
              MOVE 7321               TO WS-CODE-ABEND
              PERFORM TRAIT-ABEND
           END-IF
           .

      *---------------*
       LECT-FICH-E74.
      *---------------*

      *    LECTURE DU FICHIER DFUSLE74
           READ DFUSLE74
           END-READ

           EVALUATE FS-E74
              WHEN '00'
                 MOVE  FD-DFUSLE74          TO WS-ENR-AUDIT
                 ADD   1                    TO WS-NB-LECT-E74
              WHEN '10'
                 SET  FIN-DFUSLE74          TO TRUE
              WHEN OTHER
                 MOVE 7322                  TO WS-CODE-ABEND
                 PERFORM TRAIT-ABEND
           END-EVALUATE
           .

      *---------------*
       FERM-FICH-E74.
      *---------------*

      *    FERMETURE
           CLOSE DFUSLE74
           IF FS-E74  NOT = '00'
              MOVE 7323               TO WS-CODE-ABEND
              PERFORM TRAIT-ABEND
           END-IF
           .

      *---------------*
       OUVR-FICH-E7A.
      *---------------*

      *    OUVERTURE DU FICHIER DFUSLE7A
           OPEN INPUT DFUSLE7A
           IF FS-E7A  NOT = '00'
              MOVE 7324               TO WS-CODE-ABEND
              PERFORM TRAIT-ABEND
           END-IF
           .

      *---------------*
       LECT-FICH-E7A.
      *---------------*

      *    LECTURE DU FICHIER DFUSLE7A
           READ DFUSLE7A
           END-READ

           EVALUATE FS-E7A
              WHEN '00'
                 MOVE  FD-DFUSLE7A          TO WS-ENR-AUDIT
                 ADD   1                    TO WS-NB-LECT-E7A
              WHEN '10'
                 SET  FIN-DFUSLE7A          TO TRUE
              WHEN OTHER
                 MOVE 7325                  TO WS-CODE-ABEND
                 PERFORM TRAIT-ABEND
           END-EVALUATE
           .

      *---------------*
       FERM-FICH-E7A.
      *---------------*

      *    FERMETURE
           CLOSE DFUSLE7A
           IF FS-E7A  NOT = '00'
              MOVE 7326               TO WS-CODE-ABEND
              PERFORM TRAIT-ABEND
           END-IF
           .

      *---------------*
       OUVR-FICH-S73.
      *---------------*

      *    OUVERTURE DU FICHIER DFUSLS73
           OPEN OUTPUT DFUSLS73
           IF FS-S73  NOT = '00'
              MOVE 7331               TO WS-CODE-ABEND
              PERFORM TRAIT-ABEND
           END-IF
           .

      *---------------*
       ECRT-FICH-S73.
      *---------------*

      *    ECRITURE DU FICHIER DFUSLS73
           WRITE FD-DFUSLS73    FROM     WS-ENR-DISPO
           END-WRITE

           IF FS-S73    NOT = '00'
               MOVE 7332               TO WS-CODE-ABEND
               PERFORM TRAIT-ABEND
           ELSE
               ADD 1 TO WS-NB-ECRT-S73
           END-IF
           .

      *---------------*
       FERM-FICH-S73.
      *---------------*

      *    FERMETURE
           CLOSE DFUSLS73
           IF FS-S73  NOT = '00'
              MOVE 7333               TO WS-CODE-ABEND
              PERFORM TRAIT-ABEND
           END-IF
           .

      *---------------*
       OUVR-FICH-S74.
      *---------------*

      *    OUVERTURE DU FICHIER DFUSLS74
           OPEN OUTPUT DFUSLS74
           IF FS-S74  NOT = '00'
              MOVE 7341               TO WS-CODE-ABEND
              PERFORM TRAIT-ABEND
           END-IF
           .

      *---------------*
       ECRT-FICH-S74.
      *---------------*

      *    ECRITURE DU FICHIER DFUSLS74
           WRITE FD-DFUSLS74    FROM     WS-ENR-CORR
           END-WRITE

           IF FS-S74    NOT = '00'
               MOVE 7342               TO WS-CODE-ABEND
               PERFORM TRAIT-ABEND
           ELSE
               ADD 1 TO WS-NB-ECRT-S74
           END-IF
           .

      *---------------*
       FERM-FICH-S74.
      *---------------*

      *    FERMETURE
           CLOSE DFUSLS74
           IF FS-S74  NOT = '00'
              MOVE 7343               TO WS-CODE-ABEND
              PERFORM TRAIT-ABEND
           END-IF
           .

      *---------------*
       OUVR-FICH-S7A.
      *---------------*

      *    OUVERTURE DU FICHIER DFUSLS7A
           OPEN OUTPUT DFUSLS7A
           IF FS-S7A  NOT = '00'
              MOVE 7344               TO WS-CODE-ABEND
              PERFORM TRAIT-ABEND
           END-IF
           .

      *---------------*
       ECRT-FICH-S7A.
      *---------------*

      *    ECRITURE DU FICHIER DFUSLS7A
           WRITE FD-DFUSLS7A
           END-WRITE

           IF FS-S7A    NOT = '00'
               MOVE 7345               TO WS-CODE-ABEND
               PERFORM TRAIT-ABEND
           ELSE
               ADD 1 TO WS-NB-ECRT-S7A
           END-IF
           .

      *---------------*
       FERM-FICH-S7A.
      *---------------*

      *    FERMETURE
           CLOSE DFUSLS7A
           IF FS-S7A  NOT = '00'
              MOVE 7346               TO WS-CODE-ABEND
              PERFORM TRAIT-ABEND
           END-IF
           .

      *--------------*
       TRAIT-ABEND.
      *--------------*
      * GESTION DES ABENDS DU PROGRAMME

           MOVE 'BFUSEL73'             TO      INAB-C-PGM-APPEL
           MOVE 1                      TO      INAB-NO-VERSION
           MOVE WS-CODE-ABEND          TO      INAB-C-ABEND
           MOVE 6                      TO      INAB-Q-LIST-DISP
           MOVE WS-LIGNE-ANO0          TO      INAB-L-DISP (1)
           MOVE WS-LIGNE-VIDE          TO      INAB-L-DISP (2)
           MOVE 'CODE ABEND  = '       TO      WS-LIGNE-ANO11
           MOVE WS-CODE-ABEND          TO      WS-LIGNE-ANO12
           MOVE WS-LIGNE-ANO1          TO      INAB-L-DISP (3)

           EVALUATE WS-CODE-ABEND
              WHEN 1000
                 MOVE 'PB RECUPERATION DATE DU JOUR VIA MGDATR03'
                                       TO      WS-LIGNE-ANO21
              WHEN 7311
              WHEN 7312
              WHEN 7313
                 MOVE 'PB ACCES FICHIER DFUSLE73'
                                       TO      WS-LIGNE-ANO21
              WHEN 7321
              WHEN 7322
              WHEN 7323
                 MOVE 'PB ACCES FICHIER DFUSLE74'
                                       TO      WS-LIGNE-ANO21
              WHEN 7324
              WHEN 7325
              WHEN 7326
                 MOVE 'PB ACCES FICHIER DFUSLE7A'
                                       TO      WS-LIGNE-ANO21
              WHEN 7331
              WHEN 7332
              WHEN 7333
                 MOVE 'PB ACCES FICHIER DFUSLS73'
                                       TO      WS-LIGNE-ANO21
              WHEN 7341
              WHEN 7342
              WHEN 7343
                 MOVE 'PB ACCES FICHIER DFUSLS74'
                                       TO      WS-LIGNE-ANO21
              WHEN 7344
              WHEN 7345
              WHEN 7346
                 MOVE 'PB ACCES FICHIER DFUSLS7A'
                                       TO      WS-LIGNE-ANO21
              WHEN 7350
                 MOVE 'MESSAGE D''ETAT SANS STATUT DE VALIDATION'
                                       TO      WS-LIGNE-ANO21
              WHEN 7351
                 MOVE 'MESSAGE D''ETAT SANS OriginalMessageRefID'
                                       TO      WS-LIGNE-ANO21
              WHEN 7360
                 MOVE 'DEPASSEMENT TABLE DES ERREURS D''ENREGISTREMENT'
                                       TO      WS-LIGNE-ANO21
              WHEN 7361
                 MOVE 'DEPASSEMENT TABLE DES ERREURS DE FICHIER'
                                       TO      WS-LIGNE-ANO21
              WHEN OTHER
                 MOVE 'ERREUR INCONNU'
                                       TO      WS-LIGNE-ANO21
           END-EVALUATE

           MOVE WS-LIGNE-ANO2          TO      INAB-L-DISP (4)
           MOVE WS-LIGNE-VIDE          TO      INAB-L-DISP (5)
           MOVE WS-LIGNE-ANO0          TO      INAB-L-DISP (6)

      *    ARRET TRAITEMENT
           CALL 'MCCDINAB' USING INAB-PARAM
           .

      *---------------*
       APPEL-MCCDBILA.
      *---------------*
           MOVE 'BFUSEL73'              TO BILA-C-PGM-APPEL
           MOVE 1                       TO BILA-NO-VERSION
           MOVE WS-DISP                 TO BILA-Q-LIST-DISP
           CALL 'MCCDBILA' USING  BILA-PARAM
           .

      *---------------------*
       INIT-PARAM-MCCDBILA.
      *---------------------*
           PERFORM VARYING I    FROM 1 BY 1
           UNTIL I > 31
              MOVE SPACE                TO BILA-G-LIST-DISP (I)
           END-PERFORM
           .

      *---------------------*
       RECUP-DATE-HEURE-DEB.
      *---------------------*

      *    Récuperation de la date de traitement
           MOVE 'ACD-D-HR'                  TO NOM-PRIMITIVE
           CALL 'MGDATR03'               USING NOM-PRIMITIVE
                                               MGDATR03-PARAM
      *    Contrôle du code retour technique
           IF RETURN-CODE NOT = ZERO OR
              OP06-C-RET  NOT = ZERO
              MOVE 1000                     TO WS-CODE-ABEND
              PERFORM TRAIT-ABEND
           ELSE
              MOVE OP06-T-REF               TO WS-D-H-TRT
           END-IF
           .

      *-----------------*
       AFFICH-BILAN-DEB.
      *-----------------*

           PERFORM INIT-PARAM-MCCDBILA
           MOVE ZEROS                   TO WS-DISP
           ADD  1                       TO WS-DISP
           MOVE WS-LIGNE-EGAL           TO BILA-L-DISP(WS-DISP)
           ADD  1                       TO WS-DISP
           MOVE WS-LIGNE-DEBUTPROG      TO BILA-L-DISP(WS-DISP)
           ADD  1                       TO WS-DISP
           MOVE WS-LIGNE-EGAL           TO BILA-L-DISP(WS-DISP)
           PERFORM APPEL-MCCDBILA
           .

      *-----------------*
       AFFICH-BILAN-FIN.
      *-----------------*

           PERFORM INIT-PARAM-MCCDBILA
           MOVE ZEROS                    TO WS-DISP
           ADD  1                        TO WS-DISP
           MOVE WS-LIGNE-EGAL            TO BILA-L-DISP(WS-DISP)
           ADD  1                        TO WS-DISP
           MOVE WS-LIGNE-FINPROG         TO BILA-L-DISP(WS-DISP)
           ADD  1                        TO WS-DISP
           MOVE WS-LIGNE-EGAL            TO BILA-L-DISP(WS-DISP)
           ADD  1                        TO WS-DISP
           MOVE '*    WS-NB-LECT-E73             :
      -    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE WS-NB-LECT-E73           TO BILA-L-DISP(WS-DISP)(45:9)
           ADD  1                        TO WS-DISP
           MOVE '*    WS-NB-LECT-E74             :
      -    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE WS-NB-LECT-E74           TO BILA-L-DISP(WS-DISP)(45:9)
           ADD  1                        TO WS-DISP
           MOVE '*    WS-NB-LECT-E7A             :
      -    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE WS-NB-LECT-E7A           TO BILA-L-DISP(WS-DISP)(45:9)
           ADD  1                        TO WS-DISP
           MOVE '*    WS-Q-ERR-RAPPR             :
      -    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE WS-Q-ERR-RAPPR           TO BILA-L-DISP(WS-DISP)(45:9)
           ADD  1                        TO WS-DISP
           MOVE '*    WS-Q-REF-INCONNU           :
      -    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE WS-Q-REF-INCONNU         TO BILA-L-DISP(WS-DISP)(45:9)
           ADD  1                        TO WS-DISP
           MOVE '*    WS-NB-ECRT-S73             :
      -    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE WS-NB-ECRT-S73           TO BILA-L-DISP(WS-DISP)(45:9)
           ADD  1                        TO WS-DISP
           MOVE '*    WS-NB-ECRT-S74             :
      -    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE WS-NB-ECRT-S74           TO BILA-L-DISP(WS-DISP)(45:9)
           ADD  1                        TO WS-DISP
           MOVE '*    WS-NB-ECRT-S7A             :
      -    '        *'                   TO BILA-L-DISP(WS-DISP)(1:64)
           MOVE WS-NB-ECRT-S7A           TO BILA-L-DISP(WS-DISP)(45:9)
           ADD  1                        TO WS-DISP
           MOVE WS-LIGNE-EGAL            TO BILA-L-DISP(WS-DISP)
           PERFORM APPEL-MCCDBILA
           .

      *--------------*
       FIN-PROGRAMME.
      *--------------*
           GOBACK
           .

       END PROGRAM BFUSEL73.
