      *                 journal d'audit DFUSLS22, DocRefId reellement  *
      *                 manifestes par BFUSEL60 (DFUSLS63) et verdict  *
      *                 de validation BFUSEL50 (DFUSLS51, facultatif). *
152560*                 Les comptes detenus via un intermediaire       *
152560*                 extraits par BFUSEL10 (enqueue relayee sur     *
152560*                 DFUSLS26) sont rapproches des AccountReport    *
152560*                 emis sous un bloc Intermediary.                *
152680*                 Les comptes tenus hors de l'extrait par la     *
152680*                 liste de blocage conformite (evenement 'CPL'   *
152680*                 du suivi DFUSLS1S) sont deduits des comptes    *
152680*                 attendus en AccountReport.                     *
      *                 Les ecarts sont edites sur DFUSLS91 et tout    *
      *                 ecart bloquant termine le programme avec       *
      *                 RETURN-CODE 8, pour que l'ordonnanceur         *
152370*  MCHA  !16/05/2016!20152370!CREATION : RAPPROCHEMENT DES       *
152370*        !          !        !COMPTEURS EXTRACTION/GENERATION/   *
152370*        !          !        !VALIDATION/PACKAGING, RC 8 BLOQUANT*
      *----------------------------------------------------------------*
152560*  MCHA  !26/09/2016!20152560!RAPPROCHEMENT DES COMPTES DETENUS  *
152560*        !          !        !VIA UN INTERMEDIAIRE (Q-INT-EXTR / *
152560*        !          !        !Q-AR-INTERM DU SUIVI DFUSLS26)     *
      *----------------------------------------------------------------*
152680*  MCHA  !27/02/2017!20152680!COMPTES BLOQUES OU HORS LEVEE      *
152680*        !          !        !(EVENEMENT 'CPL' DU SUIVI DFUSLS1S)*
152680*        !          !        !DEDUITS DES COMPTES ATTENDUS       *
152730*----------------------------------------------------------------*
152730*  MCHA  !03/04/2017!20152730!COMPTES ET RECALCITRANTS HORS      *
152730*        !          !        !SELECTION D'UN DEPOT SUPPLEMENTAIRE*
152730*        !          !        !D'ANNEE ANTERIEURE (Q-HORS-SEL /   *
152730*        !          !        !CLR-HORS-SEL DE L'EVENEMENT 'CPL') *
      ******************************************************************

       ENVIRONMENT DIVISION.
       01 WS-Q-EXTR-CNT                PIC 9(11) VALUE ZERO.
       01 WS-Q-EXTR-CLR                PIC 9(11) VALUE ZERO.
       01 WS-Q-EXTR-EXCLUS             PIC 9(11) VALUE ZERO.
152680*    Comptes tenus hors de l'extrait par la liste de blocage
152680*    (evenement 'CPL' : bloques et hors lot de levee)
152680 01 WS-Q-EXTR-BLOQUES            PIC 9(11) VALUE ZERO.
152680 01 WS-Q-EXTR-CLR-HORS           PIC 9(11) VALUE ZERO.

      *    Compteurs de generation releves sur le suivi DFUSLS26
       01 WS-Q-GEN-AR                  PIC 9(11) VALUE ZERO.
       01 WS-Q-GEN-POOL                PIC 9(11) VALUE ZERO.
152560*    Comptes detenus via un intermediaire : extraits (enqueue
152560*    BFUSEL10 relayee par BFUSEL20) et AccountReport emis
152560 01 WS-Q-GEN-INT-EXTR            PIC 9(11) VALUE ZERO.
152560 01 WS-Q-GEN-AR-INT              PIC 9(11) VALUE ZERO.

      *    Compteurs releves sur le journal d'audit : documents
      *    transmis (hors pseudo-document de fermeture) et blocs de
      *    Compteurs d'extraction : evenements 'FIN' du suivi
      *    DFUSLS1S (AIG-LUS-10 = comptes, AIG-LUS-20 = pools,
      *    Q-EXCLUS = comptes ecartes par le seuil de minimis)
152680*    et 'CPL' (Q-BLOQUES / Q-HORS-LEVEE = comptes tenus hors
152680*    de l'extrait par la liste de blocage, CLR-HORS-LEV =
152680*    recalcitrants non redeclares par un passage de levee)
152730*    ; Q-HORS-SEL / CLR-HORS-SEL : comptes et recalcitrants hors
152730*    de la selection d'un depot supplementaire d'annee anterieure
           PERFORM UNTIL FIN-E9G
              PERFORM LECT-FICH-E9G
              IF NOT FIN-E9G
152680           IF SUI-C-PHASE = 'FIN' OR 'CPL'
                    PERFORM VARYING I FROM 1 BY 1
                    UNTIL I > SUI-Q-NB-COMPTEUR
                       EVALUATE SUI-L-COMPTEUR(I)
                             ADD SUI-Q-VALEUR(I) TO WS-Q-EXTR-CLR
                          WHEN 'Q-EXCLUS    '
                             ADD SUI-Q-VALEUR(I) TO WS-Q-EXTR-EXCLUS
152680                    WHEN 'Q-BLOQUES   '
152680                    WHEN 'Q-HORS-LEVEE'
152730                    WHEN 'Q-HORS-SEL  '
152680                       ADD SUI-Q-VALEUR(I) TO WS-Q-EXTR-BLOQUES
152680                    WHEN 'CLR-HORS-LEV'
152730                    WHEN 'CLR-HORS-SEL'
152680                       ADD SUI-Q-VALEUR(I) TO WS-Q-EXTR-CLR-HORS
                          WHEN OTHER
                             CONTINUE
                       END-EVALUATE
      *------------------*

      *    Compteurs de generation : evenements 'FIN' du suivi
      *    DFUSLS26 (Q-ACCOUNTREP, Q-POOLREPORT, Q-INT-EXTR,
152560*    Q-AR-INTERM)
           PERFORM UNTIL FIN-E9H
              PERFORM LECT-FICH-E9H
              IF NOT FIN-E9H
                             ADD SUI-Q-VALEUR(I) TO WS-Q-GEN-AR
                          WHEN 'Q-POOLREPORT'
                             ADD SUI-Q-VALEUR(I) TO WS-Q-GEN-POOL
152560                    WHEN 'Q-INT-EXTR  '
152560                       ADD SUI-Q-VALEUR(I) TO WS-Q-GEN-INT-EXTR
152560                    WHEN 'Q-AR-INTERM '
152560                       ADD SUI-Q-VALEUR(I) TO WS-Q-GEN-AR-INT
                          WHEN OTHER
                             CONTINUE
                       END-EVALUATE

      *    1. Comptes extraits (hors exclus de minimis) contre
      *       AccountReport generes
152680*       (hors comptes bloques par la conformite)
           COMPUTE WS-Q-ATTENDU
                 = WS-Q-EXTR-CNT - WS-Q-EXTR-EXCLUS
152680                           - WS-Q-EXTR-BLOQUES
           MOVE WS-Q-GEN-AR            TO WS-Q-CONSTATE
           MOVE 'COMPTES EXTRAITS / ACCOUNTREPORT GENERES'
                                       TO WS-RAP-L-LIBELLE
      *       generation agrege par categorie et devise, seul un
      *       PoolReport sans matiere extraite (ou des pools
      *       extraits sans aucun PoolReport) est bloquant
152680*       (hors recalcitrants non redeclares par un passage de
152680*       levee)
152680     SUBTRACT WS-Q-EXTR-CLR-HORS FROM WS-Q-EXTR-CLR
           MOVE WS-Q-EXTR-CLR          TO WS-Q-ATTENDU
           MOVE WS-Q-GEN-POOL          TO WS-Q-CONSTATE
           MOVE 'POOLS EXTRAITS / POOLREPORT GENERES (AGREGES)'
              PERFORM EDIT-RAPPR-BLOQUANT
           END-IF

152560*    7. Comptes detenus via un intermediaire extraits contre
152560*       AccountReport emis sous un bloc Intermediary
152560     MOVE WS-Q-GEN-INT-EXTR      TO WS-Q-ATTENDU
152560     MOVE WS-Q-GEN-AR-INT        TO WS-Q-CONSTATE
152560     MOVE 'COMPTES VIA INTERMEDIAIRE EXTRAITS / DECLARES'
152560                                 TO WS-RAP-L-LIBELLE
152560     PERFORM EDIT-RAPPR-BLOQUANT

           MOVE WS-EDIT-TRAIT          TO FD-DFUSLS91
           PERFORM ECRT-FICH-S91

