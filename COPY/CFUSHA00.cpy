      * CFUSHA00 - ZONE DE COMMUNICATION DU MODULE MFUSHA00
      *   EMPREINTE SHA-256 D'UN FLUX D'ENREGISTREMENTS, ALIMENTE
      *   ENREGISTREMENT PAR ENREGISTREMENT ('INIT', 'AJOU'... 'FIN ')
       01  (PREF)-BIND.
           05  (PREF)-C-BIND             PIC X(08).
       01  (PREF)-NO-VERSION             PIC 9(02).
       01  (PREF)-TECH-OUT.
           05  (PREF)-CODE-RETOUR        PIC 9(02).
           05  (PREF)-C-RET              PIC 9(02).
           05  (PREF)-L-C-RET            PIC X(80).
       01  (PREF)-FONC-IN.
      *    'INIT' ouverture d'un calcul, 'AJOU' ajout d'un
      *    enregistrement au flux, 'FIN ' cloture et restitution
           05  (PREF)-C-FCT              PIC X(04).
           05  (PREF)-Q-DONNEE           PIC 9(04) BINARY.
           05  (PREF)-L-DONNEE           PIC X(1000).
       01  (PREF)-FONC-IN-OUT.
      *    Contexte du calcul en cours, conserve par l'appelant
      *    entre deux appels : plusieurs calculs peuvent etre menes
      *    de front avec autant de zones de communication
           05  (PREF)-B-ENTAME           PIC X(01).
           05  (PREF)-Q-NB-ENR           PIC 9(09).
           05  (PREF)-Q-RESTE            PIC 9(04) BINARY.
           05  (PREF)-L-RESTE            PIC X(64).
           05  (PREF)-L-CHAINAGE         PIC X(128).
       01  (PREF)-FONC-OUT.
      *    Empreinte en hexadecimal (64 caracteres) et retour ICSF
           05  (PREF)-C-EMPREINTE        PIC X(64).
           05  (PREF)-Q-ICSF-RETOUR      PIC S9(08) BINARY.
           05  (PREF)-Q-ICSF-RAISON      PIC S9(08) BINARY.
