      *  LOTS EMIS (REGROUPEMENT DE FACTURES-COMPTA.txt)
      ******************************************
       01  WS-TABLE-LOTS.
           05 WS-LOT-ENTRY OCCURS 5000 INDEXED BY WS-INDICE.
               10 WS-LOT-BATCH   PIC X(12).
               10 WS-LOT-NB      PIC 9(05).
               10 WS-LOT-DEBITS  PIC 9(11)V99.
               10 WS-LOT-STATUT  PIC X(12).
       01  WS-NB-LOTS  PIC 9(04) VALUE ZEROES.
       01  WS-MAX-LOTS PIC 9(04) VALUE 5000.
       01  WS-LOT-TROUVE PIC X(01) VALUE "N".
           88 WS-LOT-TROUVE-OUI VALUE "O".

      *  ACCUSES RECUS
      ******************************************
       01  WS-TABLE-ACCUSES.
           05 WS-ACC-ENTRY OCCURS 5000 INDEXED BY WS-INDICE2.
               10 WS-ACC-BATCH   PIC X(12).
               10 WS-ACC-NB      PIC 9(05).
               10 WS-ACC-MONTANT PIC 9(11)V99.
               10 WS-ACC-STATUT  PIC X(01).
       01  WS-NB-ACCUSES  PIC 9(04) VALUE ZEROES.
       01  WS-MAX-ACCUSES PIC 9(04) VALUE 5000.

      ******************************************
      *  COMPTEURS ET ZONES D'EDITION
