      ******************************************************************
      *  DESCRIPTION DU REGISTRE DES DOSSIERS TRANSMIS A L'AGENCE DE
      *  RECOUVREMENT (CONTENTIEUX-DOSSIERS.txt) : UNE LIGNE PAR
      *  DOSSIER, ECRITE PAR CTXENVOI ET TENUE A JOUR PAR CTXRETOUR
      *  STATUT T TRANSMIS (HORS RELANCE), S SOLDE PAR L'AGENCE,
      *  I CLOS IRRECOUVRABLE (A PASSER EN PERTES)
      ******************************************************************
       FD  FCONTENT.
       01  RCONTENT.
           05  CTX-ID               PIC X(08).
           05  FILLER               PIC X(01).
           05  CTX-DATE-TRANSMIS    PIC 9(08).
           05  FILLER               PIC X(01).
           05  CTX-STATUT           PIC X(01).
               88  CTX-STATUT-TRANSMIS      VALUE "T".
               88  CTX-STATUT-SOLDE         VALUE "S".
               88  CTX-STATUT-IRRECOUVRABLE VALUE "I".
           05  FILLER               PIC X(01).
           05  CTX-MONTANT          PIC 9(09)V99.
           05  FILLER               PIC X(01).
           05  CTX-RECOUVRE         PIC 9(09)V99.
           05  FILLER               PIC X(01).
           05  CTX-FRAIS            PIC 9(09)V99.
           05  FILLER               PIC X(01).
           05  CTX-DATE-CLOTURE     PIC 9(08).
