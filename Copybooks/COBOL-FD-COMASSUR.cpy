      ******************************************************************
      *  DESCRIPTION DU REGISTRE DES COMMISSIONS DE COURTAGE
      *  (COMMISSIONS-ASSUREURS.txt), ALIMENTE PAR COMMASSUR : UNE
      *  LIGNE PAR LIGNE DE BORDEREAU (DATE DU BORDEREAU, ASSUREUR,
      *  CLIENT), PRIME BRUTE TRANSMISE, TAUX APPLIQUE, COMMISSION
      *  DUE PAR L'ASSUREUR ET NET A REVERSER PAR L'ASSUREUR.
      *  RAPBORD RAPPROCHE LES REGLEMENTS DES ASSUREURS SUR LE NET.
      ******************************************************************
       FD  FCOMASS.
       01  RCOMASS.
           05  CMA-DATE        PIC 9(08).
           05  FILLER          PIC X(01).
           05  CMA-CODEASSUR   PIC 9(08).
           05  FILLER          PIC X(01).
           05  CMA-CLIENT      PIC X(08).
           05  FILLER          PIC X(01).
           05  CMA-BRUT        PIC 9(07)V99.
           05  FILLER          PIC X(01).
           05  CMA-TAUX        PIC 9(02)V99.
           05  FILLER          PIC X(01).
           05  CMA-COMMISSION  PIC 9(07)V99.
           05  FILLER          PIC X(01).
           05  CMA-NET         PIC 9(07)V99.
