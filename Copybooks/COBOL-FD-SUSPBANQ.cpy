      ******************************************************************
      *  DESCRIPTION DES MOUVEMENTS BANCAIRES EN SUSPENS
      *  (RELEVE-SUSPENS.txt) : CREDITS DU RELEVE BANCAIRE QUE
      *  RELEVEBANQ N'A PAS SU RATTACHER SANS AMBIGUITE A UN CLIENT
      *  ET A UNE FACTURE ; SAISIEREG LES PRESENTE AU BACK-OFFICE
      *  STATUT A : A TRAITER, R : RESOLU (REGLEMENT SAISI),
      *  E : ECARTE (CE N'EST PAS UN REGLEMENT CLIENT)
      *  CLIENT : CLIENT PROPOSE QUAND IL A ETE RECONNU
      ******************************************************************
       FD  FSUSPBQ.
       01  RSUSPBQ.
           05  SUSB-STATUT          PIC X(01).
               88  SUSB-A-TRAITER     VALUE "A".
               88  SUSB-RESOLU        VALUE "R".
               88  SUSB-ECARTE        VALUE "E".
           05  FILLER               PIC X(01).
           05  SUSB-DATE            PIC 9(08).
           05  FILLER               PIC X(01).
           05  SUSB-MONTANT         PIC 9(07)V99.
           05  FILLER               PIC X(01).
           05  SUSB-COMPTE          PIC X(11).
           05  FILLER               PIC X(01).
           05  SUSB-CLIENT          PIC X(08).
           05  FILLER               PIC X(01).
           05  SUSB-MOTIF           PIC X(30).
           05  FILLER               PIC X(01).
           05  SUSB-LIBELLE         PIC X(31).
           05  FILLER               PIC X(01).
           05  SUSB-PAYEUR          PIC X(35).
           05  FILLER               PIC X(01).
           05  SUSB-REFERENCE       PIC X(16).
