      ******************************************************************
      *  DESCRIPTION DE LA GRILLE TARIFAIRE (TARIFS-GRILLE.txt)
      *  TYPE B : PRIME DE BASE D'UN PRODUIT (CONTRAT D'ASSURANCES.txt)
      *  TYPE R : COEFFICIENT D'UNE REGION (CRITERE = RDEPT-REGION)
      *  TYPE P : COEFFICIENT PAR NOMBRE DE PERSONNES ASSUREES
      *           (CRITERE = BORNE HAUTE DE LA TRANCHE, 3 CHIFFRES)
      *  TYPE A : COEFFICIENT PAR TRANCHE D'AGE (CRITERE = AGE MAXIMUM
      *           DE LA TRANCHE, 3 CHIFFRES)
      *  TYPE S : COEFFICIENT D'UNE SOCIETE (CRITERE = RCLIENT-SOCIETE)
      *  UN COEFFICIENT PORTE SOIT SUR UN PRODUIT, SOIT SUR TOUS LES
      *  PRODUITS (CONTRAT A ZEROS) ; CELUI DU PRODUIT GAGNE. LES
      *  TRANCHES SONT LUES PAR BORNE CROISSANTE : LA PREMIERE BORNE
      *  ATTEINTE S'APPLIQUE, AU-DELA DE LA DERNIERE BORNE LA DERNIERE
      *  TRANCHE. SANS LIGNE, LE COEFFICIENT VAUT 1.
      ******************************************************************
       FD  FTARIF.
       01  RTARIF.
           05  TRF-TYPE             PIC X(01).
               88  TRF-TYPE-BASE      VALUE "B".
               88  TRF-TYPE-REGION    VALUE "R".
               88  TRF-TYPE-PERSONNES VALUE "P".
               88  TRF-TYPE-AGE       VALUE "A".
               88  TRF-TYPE-SOCIETE   VALUE "S".
           05  FILLER               PIC X(01).
           05  TRF-CONTRAT          PIC 9(08).
           05  FILLER               PIC X(01).
           05  TRF-CRITERE          PIC X(27).
           05  TRF-CRITERE-TRANCHE REDEFINES TRF-CRITERE.
               10  TRF-BORNE        PIC 9(03).
               10  FILLER           PIC X(24).
           05  FILLER               PIC X(01).
           05  TRF-MONTANT          PIC 9(07)V99.
           05  FILLER               PIC X(01).
           05  TRF-COEFFICIENT      PIC 9(01)V9999.
