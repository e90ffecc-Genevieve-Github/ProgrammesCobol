      ******************************************************************
      *  DESCRIPTION DES CONDITIONS D'ESCOMPTE POUR PAIEMENT ANTICIPE
      *  (ESCOMPTE-CONDITIONS.txt) : TYPE C CLIENT / S SOCIETE, LE
      *  CLIENT NOMME GAGNE SUR LA SOCIETE ; TAUX EN POURCENTAGE DU
      *  TTC, JOURS = DELAI DEPUIS LA DATE DE FACTURE
      ******************************************************************
       FD  FESCOMPTE.
       01  RESCOMPTE.
           05  ESC-TYPE             PIC X(01).
               88  ESC-TYPE-CLIENT    VALUE "C".
               88  ESC-TYPE-SOCIETE   VALUE "S".
           05  FILLER               PIC X(01).
           05  ESC-CRITERE          PIC X(08).
           05  FILLER               PIC X(01).
           05  ESC-TAUX             PIC 9(02)V99.
           05  FILLER               PIC X(01).
           05  ESC-JOURS            PIC 9(03).
