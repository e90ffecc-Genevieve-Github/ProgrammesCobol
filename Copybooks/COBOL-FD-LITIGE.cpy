      ******************************************************************
      *  DESCRIPTION DU REGISTRE DES LITIGES CLIENTS
      *  (LITIGES-CLIENTS.txt) : UNE LIGNE RLITIGE PAR FACTURE
      *  CONTESTEE, STATUT O (OUVERT) OU C (CLOS)
      *  MAINTENU PAR LITMAINT : RESPONSABLE DU DOSSIER, MONTANT
      *  CONTESTE (TTC DE LA FACTURE A L'OUVERTURE), DATE DE
      *  CLOTURE ET RESOLUTION : A AVOIR EMIS, R LITIGE REJETE,
      *  P REGLEMENT PARTIEL ACCEPTE
      *  LES LIGNES ANTERIEURES ONT CES ZONES A BLANC
      ******************************************************************
       FD  FLITIGE.
       01  RLITIGE.
           05  LIT-NUMFACT          PIC X(08).
           05  FILLER               PIC X(01).
           05  LIT-ID               PIC X(08).
           05  FILLER               PIC X(01).
           05  LIT-DATE-OUVERTURE   PIC 9(08).
           05  FILLER               PIC X(01).
           05  LIT-STATUT           PIC X(01).
               88  LIT-STATUT-OUVERT  VALUE "O".
               88  LIT-STATUT-CLOS    VALUE "C".
           05  FILLER               PIC X(01).
           05  LIT-MOTIF            PIC X(30).
           05  FILLER               PIC X(01).
           05  LIT-RESPONSABLE      PIC X(10).
           05  FILLER               PIC X(01).
           05  LIT-MONTANT          PIC 9(08)V99.
           05  FILLER               PIC X(01).
           05  LIT-DATE-CLOTURE     PIC 9(08).
           05  FILLER               PIC X(01).
           05  LIT-RESOLUTION       PIC X(01).
               88  LIT-RESOLU-AVOIR   VALUE "A".
               88  LIT-RESOLU-REJET   VALUE "R".
               88  LIT-RESOLU-PARTIEL VALUE "P".
               88  LIT-RESOLUTION-VALIDE VALUE "A" "R" "P".
