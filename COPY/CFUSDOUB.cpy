      * CFUSDOUB - DECISION SUR UNE PAIRE DE DOUBLONS D'IDENTITE
      *   ENREGISTREMENT DU REGISTRE DFUSLR09 (KSDS, CLE PAIRE DE
      *   CLIENTS UNIQUES) ET DU FICHIER DES DECISIONS DE L'EQUIPE
      *   QUALITE DES DONNEES DFUSLE1D QUI L'ALIMENTE, TENU PAR
      *   BFUSEL13 :
      *   - CLE : LES DEUX I-UNIQ-KPI DE LA PAIRE, LE PLUS PETIT EN
      *     PREMIER (BFUSEL13 REORDONNE LES DECISIONS RECUES) ;
      *   - C-DECISION : 'D' PERSONNES DISTINCTES (LA PAIRE N'EST PLUS
      *     SIGNALEE), 'A' ANNULATION D'UNE DECISION ANTERIEURE (LA
      *     PAIRE EST RETIREE DU REGISTRE ET SIGNALEE A NOUVEAU) ;
      *   - Q-SCORE : SCORE DE LA PAIRE AU RAPPORT EXAMINE ;
      *   - D-ENREG : DATE D'INSCRIPTION AU REGISTRE (BFUSEL13).
      *   DATES AU FORMAT AAAA-MM-JJ
       01  (P)-ENR-DOUBLON.
           05  (P)-CLE.
               10  (P)-I-UNIQ-KPI-1      PIC X(17).
               10  (P)-I-UNIQ-KPI-2      PIC X(17).
           05  (P)-C-DECISION            PIC X(01).
               88  (P)-DECISION-DISTINCTS          VALUE 'D'.
               88  (P)-DECISION-ANNULEE            VALUE 'A'.
           05  (P)-Q-SCORE               PIC 9(03).
           05  (P)-D-DECISION            PIC X(10).
           05  (P)-N-AGENT               PIC X(08).
           05  (P)-L-MOTIF               PIC X(30).
           05  (P)-D-ENREG               PIC X(10).
           05  FILLER                    PIC X(04).
