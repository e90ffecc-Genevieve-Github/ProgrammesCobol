      ******************************************************************
      *  DESCRIPTION DU FICHIER DES SINISTRES (SINISTRES.txt), TENU
      *  PAR SINMAINT (DECLARATION, REVISION DE LA RESERVE JOURNALISEE
      *  DANS SINISTRES-RESERVES.txt, CLOTURE SANS SUITE). LE MONTANT
      *  REGLE ET LE STATUT R SONT DEDUITS DES PAIEMENTS VIRES PAR
      *  SINVIR (SINISTRES-PAIEMENTS.txt) : ILS NE SE SAISISSENT PAS
      *  STATUT O OUVERT, R REGLE (PAIEMENT DEFINITIF VIRE),
      *  C CLOS SANS SUITE
      ******************************************************************
       FD  FSINISTRE.
       01  RSINISTRE.
           05  SIN-NUMSIN  PIC 9(08).
           05  FILLER      PIC X(01).
           05  SIN-NUMACT  PIC 9(08).
           05  FILLER      PIC X(01).
           05  SIN-DATE    PIC 9(08).
           05  FILLER      PIC X(01).
           05  SIN-STATUT  PIC X(01).
               88  SIN-STATUT-OUVERT VALUE "O".
               88  SIN-STATUT-REGLE  VALUE "R".
               88  SIN-STATUT-CLOS   VALUE "C".
           05  FILLER      PIC X(01).
           05  SIN-RESERVE PIC 9(07)V99.
           05  FILLER      PIC X(01).
           05  SIN-REGLE   PIC 9(07)V99.
           05  FILLER      PIC X(01).
           05  SIN-LIBELLE PIC X(30).
