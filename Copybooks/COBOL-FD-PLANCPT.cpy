      ******************************************************************
      *  DESCRIPTION DU PLAN COMPTABLE (PLAN-COMPTABLE.txt) : UNE
      *  LIGNE RPLAN PAR COMPTE AUTORISE DANS FACTURES-COMPTA.txt
      ******************************************************************
       FD  FPLAN.
       01  RPLAN.
           05  RPLAN-COMPTE         PIC X(10).
           05  FILLER               PIC X(01).
           05  RPLAN-LIBELLE        PIC X(30).
           05  FILLER               PIC X(01).
           05  RPLAN-TYPE           PIC X(01).
               88  RPLAN-TYPE-ACTIF   VALUE "A".
               88  RPLAN-TYPE-PASSIF  VALUE "P".
               88  RPLAN-TYPE-CHARGE  VALUE "C".
               88  RPLAN-TYPE-PRODUIT VALUE "R".
               88  RPLAN-TYPE-VALIDE  VALUE "A" "P" "C" "R".
           05  FILLER               PIC X(01).
           05  RPLAN-ACTIF          PIC X(01).
               88  RPLAN-ACTIF-OUI    VALUE "O".
