      * CFUSSUIV - ENREGISTREMENT DE SUIVI D'EXECUTION (SUPERVISION)
      *   UN ENREGISTREMENT PAR EVENEMENT : 'DEB' (DEBUT DE
      *   TRAITEMENT), 'FIN' (FIN NORMALE AVEC COMPTEURS), 'CPL'
      *   (COMPTEURS COMPLEMENTAIRES AU-DELA DES 14 DE 'FIN', ECRIT
      *   JUSTE AVANT LUI), 'ABD' (ABEND, AVEC LE CODE) ; CONSOMME
      *   DIRECTEMENT PAR
      *   L'ORDONNANCEUR ET LA SUPERVISION, SANS GREP DES SYSOUT
       01  (P)-ENR-SUIVI.
           05  (P)-C-PGM                 PIC X(08).
