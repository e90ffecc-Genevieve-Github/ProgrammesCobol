      ******************************************************************
      *  DESCRIPTION DU REGISTRE DES REMBOURSEMENTS CLIENTS
      *  (REMBOURSEMENTS.txt) : UNE LIGNE RREMB PAR VIREMENT DE
      *  REMBOURSEMENT APPROUVE, PORTEE AU DEBIT DU CLIENT (IDENTIFIANT
      *  DE SUIVI : LE GROUPE PAYEUR POUR UN MEMBRE DE GROUPE)
      ******************************************************************
       FD  FREMB.
       01  RREMB.
           05  REMB-ID              PIC X(08).
           05  FILLER               PIC X(01).
           05  REMB-DATE            PIC 9(08).
           05  FILLER               PIC X(01).
           05  REMB-MONTANT         PIC 9(07)V99.
           05  FILLER               PIC X(01).
           05  REMB-IBAN            PIC X(34).
           05  FILLER               PIC X(01).
           05  REMB-OPERATEUR       PIC X(03).
