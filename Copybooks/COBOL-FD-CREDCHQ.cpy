      ******************************************************************
      *  DESCRIPTION DES CREDITS BANCAIRES DES REMISES DE CHEQUES
      *  (REMISES-CREDITEES.txt) : ECRIT PAR RELEVEBANQ QUAND LE
      *  RELEVE PORTE LE CREDIT D'UN BORDEREAU ; STATUT O : CREDIT
      *  CONFORME AU TOTAL REMIS, E : ECART (CHEQUE PERDU OU REJETE)
      ******************************************************************
       FD  FCREDCHQ.
       01  RCREDCHQ.
           05  CRC-NUMERO           PIC 9(08).
           05  FILLER               PIC X(01).
           05  CRC-DATE-CREDIT      PIC 9(08).
           05  FILLER               PIC X(01).
           05  CRC-MONTANT-REMIS    PIC 9(09)V99.
           05  FILLER               PIC X(01).
           05  CRC-MONTANT-CREDITE  PIC 9(09)V99.
           05  FILLER               PIC X(01).
           05  CRC-STATUT           PIC X(01).
               88  CRC-CONFORME       VALUE "O".
               88  CRC-ECART          VALUE "E".
