      * TFUSHA00 - ZONE TECHNIQUE DU MODULE MFUSHA00
       01  THA0-ZONE-TECH.
           05  THA0-NOM-MODULE           PIC X(08) VALUE 'MFUSHA00'.
