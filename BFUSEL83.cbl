152470*  MCHA  !25/07/2016!20152470!CREATION : AUDIT CROISE REGISTRE / *
152470*        !          !        !ARCHIVE / JOURNAL D'AUDIT PAR      *
152470*        !          !        !CAMPAGNE GIIN/ANNEE, RC 8          *
      *----------------------------------------------------------------*
152600*  MCHA  !19/12/2016!20152600!PSEUDO-DOCUMENT '*EMPREINTE*' DU   *
152600*        !          !        !MAGASIN EXCLU DU CONTROLE REGISTRE *
      ******************************************************************

       ENVIRONMENT DIVISION.
                    ELSE
                       IF ARC-I-DOCREFID NOT = WS-I-DOCREFID-PREC
                       AND ARC-I-DOCREFID NOT = '*FIN-DE-MESSAGE*'
152600                 AND ARC-I-DOCREFID NOT = '*EMPREINTE*'
                          MOVE ARC-I-DOCREFID
                                       TO WS-I-DOCREFID-PREC
                          ADD 1        TO WS-Q-DOC-ARCHIVE
