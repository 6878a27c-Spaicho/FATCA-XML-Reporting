              09 MiddleName--C PIC 9(9) COMP-5.
              09 R-Address--C PIC 9(9) COMP-5.
              09 BirthInfo--C PIC 9(9) COMP-5.
152570      07 ControllingPerson--C PIC 9(9) COMP-5.

      *   *******************************
      *   * Arbre CRS_OECD              *
152320        13  Name PIC X(60).
152320       11  AcctHolderType OCCURS 0 TO 1 DEPENDING ON
152320           AcctHolderType--C PIC X(06).
152570*      Personnes detenant le controle d'une ENF passive : un
152570*      poste par personne, de contenu fixe, les balises laissees
152570*      a blanc etant eliminees par la fonction FCT-VIDE du
152570*      module MFUSXL00 (les compteurs --C sont communs a toutes
152570*      les occurrences d'une table)
152570      09  ControllingPerson OCCURS 0 TO 10 DEPENDING ON
152570          ControllingPerson--C.
152570       11  Individual.
152570        13  ResCountryCode PIC X(02).
152570        13  TIN.
152570         15  tech-text PIC X(30).
152570         15  tech-attr-opt-issuedBy PIC X(02).
152570        13  Name.
152570         15  FirstName PIC X(32).
152570         15  LastName PIC X(32).
152570        13  R-Address.
152570         15  CountryCode PIC X(02).
152570         15  AddressFree PIC X(200).
152570        13  BirthInfo.
152570         15  BirthDate PIC X(10).
152570         15  City PIC X(32).
152570         15  CountryInfo.
152570          17  CountryCode PIC X(02).
152570      11  CtrlgPersonType PIC X(06).
            09  AccountBalance.
             11  tech-text PIC X(20).
             11  tech-attr-req-currCode PIC X(03).
