      ******************************************************************
      *  DESCRIPTION DE L'HISTORIQUE PERMANENT DES LETTRES DE RELANCE
      *  (RELANCES-HISTORIQUE.txt) : UNE LIGNE PAR LETTRE EMISE PAR
      *  RELANCE (CLIENT OU GROUPE PAYEUR, DATE, NIVEAU, SOLDE RELANCE)
      ******************************************************************
       FD  FRELHIST.
       01  RRELHIST.
           05  RHL-ID               PIC X(08).
           05  FILLER               PIC X(01).
           05  RHL-DATE             PIC 9(08).
           05  FILLER               PIC X(01).
           05  RHL-NIVEAU           PIC 9(01).
           05  FILLER               PIC X(01).
           05  RHL-MONTANT          PIC 9(09)V99.
