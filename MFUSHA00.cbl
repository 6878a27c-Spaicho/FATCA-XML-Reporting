       IDENTIFICATION DIVISION.
       PROGRAM-ID. MFUSHA00.
      ******************************************************************
      *      ____________________________________________________      *
      *    _(                                                    )_    *
      *  _(       E M P R E I N T E   D E S   F I C H I E R S      )_  *
      * =_                                                          _= *
      *   (_                    F A T C A                         _)   *
      *     (____________________________________________________)     *
      *                                                                *
      *               APPLICATION   : FUS                              *
      *               DATE          : 19/12/2016                       *
      *               COMPOSANT     : MFUSHA00                         *
      *               TYPE          : MODULE                           *
      *               CHAINE        : FUSEL                            *
      *               AUTEUR        : MCHA                             *
      *               REFERENCE     : GAMA - 20152600                  *
      *                                                                *
      *             __________________________________________         *
      *                                                                *
      *                                                                *
      *       MODULE DE CALCUL DE L'EMPREINTE SHA-256 D'UN FLUX        *
      *                                                                *
      *     L'APPELANT OUVRE LE CALCUL ('INIT'), LUI PASSE CHAQUE      *
      *     ENREGISTREMENT DU FLUX DANS L'ORDRE ('AJOU') PUIS LE       *
      *     CLOT ('FIN ') POUR OBTENIR L'EMPREINTE EN HEXADECIMAL      *
      *     (64 CARACTERES). LE HACHAGE EST CONFIE AU SERVICE ICSF     *
      *     CSNBOWH (ONE-WAY HASH) PAR TRONCONS MULTIPLES DE 64        *
      *     OCTETS ; LE RELIQUAT ET LE VECTEUR DE CHAINAGE SONT        *
      *     RENDUS A L'APPELANT DANS LA ZONE FONC-IN-OUT, LE MODULE    *
      *     NE GARDE AUCUN ETAT ENTRE DEUX APPELS.                     *
      *                                                                *
      *     L'EMPREINTE PORTE SUR LES OCTETS DES ENREGISTREMENTS TELS  *
      *     QUE PASSES (LONGUEUR Q-DONNEE) : LES PROGRAMMES QUI LA     *
      *     CALCULENT PUIS LA RECALCULENT DOIVENT PASSER LES MEMES     *
      *     ENREGISTREMENTS SUR LA MEME LONGUEUR.                      *
      *                                                                *
      *________________________________________________________________*
      *                             !                                  *
      *  CODE RETOUR                ! DESCRIPTION                      *
      *_____________________________!__________________________________*
      *                             !                                  *
      *  ZCOM-CODE-RETOUR = 0       ! PAS D'ERREUR SYSTEME             *
      *  ZCOM-CODE-RETOUR = 8       ! ERREUR BLOQUANTE FONCTIONNEL     *
      *  ZCOM-CODE-RETOUR = 12      ! ERREUR BLOQUANTE TECHNIQUE       *
      *_____________________________!__________________________________*
      *                                                                *
      *                                                                *
      * Historique des modifications :                                 *
      *                                                                *
      *________________________________________________________________*
      *              |          |        |                             *
      *    AUTEUR    |   DATE   |  REF.  | DESCRIPTION                 *
      *______________|__________|________|_____________________________*
      *              |          |        |                             *
152600* MCHA         | 19/12/16 | 152600 | CREATION                    *
      *______________|__________|________|_____________________________*
      *                                                                *
      ******************************************************************

      *****************************************************************
      *                                                               *
      *            E N V I R O N M E N T  D I V I S I O N             *
      *                                                               *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *****************************************************************
      *                                                               *
      *                   D A T A   D I V I S I O N                   *
      *                                                               *
      *****************************************************************

       DATA DIVISION.
       FILE SECTION.
       WORKING-STORAGE SECTION.

      **********************************************
      *                                            *
      *   Parametres du service ICSF CSNBOWH       *
      *                                            *
      **********************************************
       01     WS-ICSF.
        05    WS-ICSF-RETOUR            PIC S9(08) BINARY VALUE ZERO.
        05    WS-ICSF-RAISON            PIC S9(08) BINARY VALUE ZERO.
        05    WS-ICSF-Q-EXIT            PIC S9(08) BINARY VALUE ZERO.
        05    WS-ICSF-L-EXIT            PIC  X(04) VALUE SPACE.
        05    WS-ICSF-Q-REGLE           PIC S9(08) BINARY VALUE 2.
        05    WS-ICSF-T-REGLE.
         10   WS-ICSF-REGLE-ALGO        PIC  X(08) VALUE 'SHA-256 '.
         10   WS-ICSF-REGLE-SEQ         PIC  X(08) VALUE SPACE.
        05    WS-ICSF-Q-TEXTE           PIC S9(08) BINARY VALUE ZERO.
        05    WS-ICSF-Q-CHAINAGE        PIC S9(08) BINARY VALUE 128.
        05    WS-ICSF-Q-HACHE           PIC S9(08) BINARY VALUE 32.
        05    WS-ICSF-L-HACHE           PIC  X(32) VALUE LOW-VALUE.

      **********************************************
      *                                            *
      *   Variables du travail                     *
      *                                            *
      **********************************************

      *       Texte a hacher : reliquat de l'appel precedent suivi
      *       de l'enregistrement courant
       01     WS-L-TEXTE                PIC  X(1064) VALUE SPACE.
       01     WS-Q-TEXTE                PIC  9(08) BINARY VALUE ZERO.
      *       Partie hachee a cet appel (multiple de 64 octets) ; le
      *       reliquat garde au moins un octet pour l'appel 'LAST'
       01     WS-Q-TRONCON              PIC  9(08) BINARY VALUE ZERO.
       01     WS-Q-NB-BLOC              PIC  9(08) BINARY VALUE ZERO.

      *       Conversion hexadecimale de l'empreinte
       01     WS-L-HEXA                 PIC  X(16)
                                         VALUE '0123456789abcdef'.
       01     WS-N-OCTET                PIC  9(04) BINARY VALUE ZERO.
       01     WS-X-OCTET REDEFINES WS-N-OCTET.
        05    WS-X-OCTET-FORT           PIC  X(01).
        05    WS-X-OCTET-FAIBLE         PIC  X(01).
       01     WS-N-QUOTIENT             PIC  9(04) BINARY VALUE ZERO.
       01     WS-N-RESTE                PIC  9(04) BINARY VALUE ZERO.
       01     WS-I-OCTET                PIC  9(04) BINARY VALUE ZERO.
       01     WS-I-HEXA                 PIC  9(04) BINARY VALUE ZERO.

      * WORKING COMMUNE IDEV DES COMPOSANTS FONCTIONNELS
       COPY CWNAAFCT.

      * WORKING COMMUNE IDEV DES MODULES FONCTIONNELS
       COPY CWNAAMOD.

      * COPY TECHNIQUE DU MODULE FONCTIONNEL
       COPY TFUSHA00.
      *

      *****************************************************************
      *                                                               *
      *                 L I N K A G E  S E C T I O N                  *
      *                                                               *
      *****************************************************************

       LINKAGE SECTION.
      *---------------*

      * ZONE DE COMMUNICATION DU MODULE FONCTIONNEL
       COPY CFUSHA00 REPLACING ==(PREF)== BY ==ZCOM==.


      *****************************************************************
      *                                                               *
      *            P R O C E D U R E   D I V I S I O N                *
      *                                                               *
      *****************************************************************

       PROCEDURE DIVISION USING ZCOM-BIND,
                                ZCOM-NO-VERSION,
                                ZCOM-TECH-OUT,
                                ZCOM-FONC-IN,
                                ZCOM-FONC-IN-OUT,
                                ZCOM-FONC-OUT.


      * ----------->  Cinématique générale

           PERFORM INITIALISATION
           IF ZCOM-CODE-RETOUR = ZERO
              PERFORM TRAITEMENTS
           END-IF
           PERFORM FIN-PROGRAMME
           .


      *--------------*
       INITIALISATION.
      *--------------*

      *    Initialisations IDEV
           PERFORM SQ-INIT-MODULE

      *    Initialisation des données en sortie
           MOVE ZERO                   TO ZCOM-CODE-RETOUR
                                          ZCOM-C-RET
           MOVE SPACE                  TO ZCOM-L-C-RET
           MOVE ZERO                   TO ZCOM-Q-ICSF-RETOUR
                                          ZCOM-Q-ICSF-RAISON

      *    Contrôle des données en entrée
           PERFORM CTRL-ZCOM-FONC-IN
           .

      *-----------------*
       CTRL-ZCOM-FONC-IN.
      *-----------------*

           IF ZCOM-C-FCT NOT = 'INIT' AND 'AJOU' AND 'FIN '
              MOVE 8                   TO ZCOM-CODE-RETOUR
              MOVE 1                   TO ZCOM-C-RET
              MOVE 'MFUSHA00 : FONCTION INCONNUE'
                                       TO ZCOM-L-C-RET
           END-IF

           IF ZCOM-C-FCT = 'AJOU'
           AND ZCOM-Q-DONNEE > 1000
              MOVE 8                   TO ZCOM-CODE-RETOUR
              MOVE 2                   TO ZCOM-C-RET
              MOVE 'MFUSHA00 : LONGUEUR D''ENREGISTREMENT INVALIDE'
                                       TO ZCOM-L-C-RET
           END-IF

           IF (ZCOM-C-FCT = 'AJOU' OR 'FIN ')
           AND ZCOM-B-ENTAME NOT = 'N' AND 'O'
              MOVE 8                   TO ZCOM-CODE-RETOUR
              MOVE 3                   TO ZCOM-C-RET
              MOVE 'MFUSHA00 : CALCUL NON OUVERT (INIT ABSENT)'
                                       TO ZCOM-L-C-RET
           END-IF
           .

      *--------------*
       TRAITEMENTS.
      *--------------*

           EVALUATE ZCOM-C-FCT
              WHEN 'INIT'
                 PERFORM FCT-INIT
              WHEN 'AJOU'
                 PERFORM FCT-AJOU
              WHEN 'FIN '
                 PERFORM FCT-FIN
           END-EVALUATE
           .

      *---------*
       FCT-INIT.
      *---------*

      *    Ouverture d'un calcul : contexte vierge
           MOVE 'N'                    TO ZCOM-B-ENTAME
           MOVE ZERO                   TO ZCOM-Q-NB-ENR
                                          ZCOM-Q-RESTE
           MOVE SPACE                  TO ZCOM-L-RESTE
           MOVE LOW-VALUE              TO ZCOM-L-CHAINAGE
           MOVE SPACE                  TO ZCOM-C-EMPREINTE
           .

      *---------*
       FCT-AJOU.
      *---------*

      *    Texte = reliquat precedent + enregistrement courant
           MOVE ZCOM-Q-RESTE           TO WS-Q-TEXTE
           IF WS-Q-TEXTE > ZERO
              MOVE ZCOM-L-RESTE(1:WS-Q-TEXTE)
                                       TO WS-L-TEXTE(1:WS-Q-TEXTE)
           END-IF
           IF ZCOM-Q-DONNEE > ZERO
              MOVE ZCOM-L-DONNEE(1:ZCOM-Q-DONNEE)
                   TO WS-L-TEXTE(WS-Q-TEXTE + 1:ZCOM-Q-DONNEE)
              ADD ZCOM-Q-DONNEE        TO WS-Q-TEXTE
           END-IF
           ADD 1                       TO ZCOM-Q-NB-ENR

      *    CSNBOWH n'accepte en 'FIRST'/'MIDDLE' que des multiples
      *    de 64 octets : on hache le plus grand multiple qui laisse
      *    au moins un octet de reliquat pour la cloture
           IF WS-Q-TEXTE > 64
              SUBTRACT 1 FROM WS-Q-TEXTE GIVING WS-Q-NB-BLOC
              DIVIDE 64 INTO WS-Q-NB-BLOC
              MULTIPLY 64 BY WS-Q-NB-BLOC GIVING WS-Q-TRONCON

              IF ZCOM-B-ENTAME = 'O'
                 MOVE 'MIDDLE  '       TO WS-ICSF-REGLE-SEQ
              ELSE
                 MOVE 'FIRST   '       TO WS-ICSF-REGLE-SEQ
              END-IF
              MOVE WS-Q-TRONCON        TO WS-ICSF-Q-TEXTE
              PERFORM APPEL-CSNBOWH
              MOVE 'O'                 TO ZCOM-B-ENTAME

              SUBTRACT WS-Q-TRONCON    FROM WS-Q-TEXTE
              MOVE WS-L-TEXTE(WS-Q-TRONCON + 1:WS-Q-TEXTE)
                                       TO ZCOM-L-RESTE
           ELSE
              IF WS-Q-TEXTE > ZERO
                 MOVE WS-L-TEXTE(1:WS-Q-TEXTE)
                                       TO ZCOM-L-RESTE
              END-IF
           END-IF
           MOVE WS-Q-TEXTE             TO ZCOM-Q-RESTE
           .

      *--------*
       FCT-FIN.
      *--------*

      *    Cloture : hachage du reliquat ('ONLY' si le flux tient
      *    dans un seul troncon) et conversion hexadecimale
           IF ZCOM-B-ENTAME = 'O'
              MOVE 'LAST    '          TO WS-ICSF-REGLE-SEQ
           ELSE
              MOVE 'ONLY    '          TO WS-ICSF-REGLE-SEQ
           END-IF
           MOVE ZCOM-Q-RESTE           TO WS-ICSF-Q-TEXTE
           IF WS-ICSF-Q-TEXTE > ZERO
              MOVE ZCOM-L-RESTE(1:WS-ICSF-Q-TEXTE)
                                 TO WS-L-TEXTE(1:WS-ICSF-Q-TEXTE)
           END-IF
           PERFORM APPEL-CSNBOWH

           IF ZCOM-CODE-RETOUR = ZERO
              PERFORM CONV-HEXA
              MOVE 'N'                 TO ZCOM-B-ENTAME
              MOVE ZERO                TO ZCOM-Q-RESTE
           END-IF
           .

      *--------------*
       APPEL-CSNBOWH.
      *--------------*

      *    Hachage de WS-L-TEXTE sur WS-ICSF-Q-TEXTE octets ; le
      *    vecteur de chainage est celui de l'appelant
           CALL 'CSNBOWH' USING WS-ICSF-RETOUR
                                WS-ICSF-RAISON
                                WS-ICSF-Q-EXIT
                                WS-ICSF-L-EXIT
                                WS-ICSF-Q-REGLE
                                WS-ICSF-T-REGLE
                                WS-ICSF-Q-TEXTE
                                WS-L-TEXTE
                                WS-ICSF-Q-CHAINAGE
                                ZCOM-L-CHAINAGE
                                WS-ICSF-Q-HACHE
                                WS-ICSF-L-HACHE

           MOVE WS-ICSF-RETOUR         TO ZCOM-Q-ICSF-RETOUR
           MOVE WS-ICSF-RAISON         TO ZCOM-Q-ICSF-RAISON
           IF WS-ICSF-RETOUR > 4
              MOVE 12                  TO ZCOM-CODE-RETOUR
              MOVE 4                   TO ZCOM-C-RET
              MOVE 'MFUSHA00 : ERREUR ICSF CSNBOWH'
                                       TO ZCOM-L-C-RET
           END-IF
           .

      *----------*
       CONV-HEXA.
      *----------*

      *    Chaque octet de l'empreinte donne deux chiffres
      *    hexadecimaux (quotient et reste de la division par 16)
           MOVE SPACE                  TO ZCOM-C-EMPREINTE
           PERFORM VARYING WS-I-OCTET FROM 1 BY 1
           UNTIL WS-I-OCTET > 32
              MOVE ZERO                TO WS-N-OCTET
              MOVE WS-ICSF-L-HACHE(WS-I-OCTET:1)
                                       TO WS-X-OCTET-FAIBLE
              DIVIDE WS-N-OCTET BY 16 GIVING WS-N-QUOTIENT
                                   REMAINDER WS-N-RESTE
              COMPUTE WS-I-HEXA = WS-I-OCTET * 2 - 1
              MOVE WS-L-HEXA(WS-N-QUOTIENT + 1:1)
                                 TO ZCOM-C-EMPREINTE(WS-I-HEXA:1)
              MOVE WS-L-HEXA(WS-N-RESTE + 1:1)
                                 TO ZCOM-C-EMPREINTE(WS-I-HEXA + 1:1)
           END-PERFORM
           .

      *================
       FIN-PROGRAMME.
      *================

           PERFORM SQ-FIN-MODULE
           GOBACK
           .

      *
      * TRAITEMENTS COMMUNS DES MODULES FONCTIONNELS
       COPY CANAAMOD.
      *
      * TRAITEMENTS COMMUNS DES COMPOSANTS FONCTIONNELS
       COPY CANAAFCT.
      *

       END PROGRAM MFUSHA00.
