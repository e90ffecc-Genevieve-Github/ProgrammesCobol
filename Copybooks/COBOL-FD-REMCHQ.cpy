      ******************************************************************
      *  DESCRIPTION DU REGISTRE DES REMISES DE CHEQUES
      *  (REMISES-CHEQUES.txt) : POUR CHAQUE BORDEREAU DE REMISE, UNE
      *  LIGNE B (NUMERO, DATE, NOMBRE ET TOTAL REMIS A LA BANQUE)
      *  SUIVIE D'UNE LIGNE D PAR CHEQUE (CLIENT, DATE DU REGLEMENT,
      *  NUMERO DE CHEQUE, MONTANT) : UN CHEQUE INSCRIT EST REMIS
      ******************************************************************
       FD  FREMCHQ.
       01  RREMCHQ.
           05  RCH-TYPE             PIC X(01).
               88  RCH-BORDEREAU      VALUE "B".
               88  RCH-DETAIL         VALUE "D".
           05  FILLER               PIC X(01).
           05  RCH-NUMERO           PIC 9(08).
           05  FILLER               PIC X(01).
           05  RCH-DATE             PIC 9(08).
           05  FILLER               PIC X(01).
           05  RCH-ID               PIC X(08).
           05  FILLER               PIC X(01).
           05  RCH-DATE-REGL        PIC 9(08).
           05  FILLER               PIC X(01).
           05  RCH-CHEQUE           PIC X(07).
           05  FILLER               PIC X(01).
           05  RCH-NOMBRE           PIC 9(05).
           05  FILLER               PIC X(01).
           05  RCH-MONTANT          PIC 9(09)V99.
