      ******************************************************************
      *  DESCRIPTION DES CONDITIONS DE PAIEMENT (CONDITIONS-PAIEMENT.txt)
      *  TYPE T : DEFINITION D'UNE CONDITION (CODE, JOURS, FIN DE MOIS
      *           O/N, LIBELLE IMPRIME SUR LA FACTURE)
      *  TYPE C : CONDITION ATTRIBUEE A UN CLIENT (CRITERE = ID CLIENT)
      *  TYPE S : CONDITION PAR DEFAUT D'UNE SOCIETE (CRITERE = SOCIETE)
      *  TYPE D : CONDITION PAR DEFAUT DE TOUS LES AUTRES CLIENTS
      *  LE CLIENT NOMME GAGNE SUR SA SOCIETE, LA SOCIETE SUR LE DEFAUT
      ******************************************************************
       FD  FCONDPAIE.
       01  RCONDPAIE.
           05  CPA-TYPE             PIC X(01).
               88  CPA-TYPE-CONDITION VALUE "T".
               88  CPA-TYPE-CLIENT    VALUE "C".
               88  CPA-TYPE-SOCIETE   VALUE "S".
               88  CPA-TYPE-DEFAUT    VALUE "D".
           05  FILLER               PIC X(01).
           05  CPA-CRITERE          PIC X(08).
           05  FILLER               PIC X(01).
           05  CPA-CODE             PIC X(04).
           05  FILLER               PIC X(01).
           05  CPA-JOURS            PIC 9(03).
           05  FILLER               PIC X(01).
           05  CPA-FIN-MOIS         PIC X(01).
               88  CPA-FIN-MOIS-OUI   VALUE "O".
           05  FILLER               PIC X(01).
           05  CPA-LIBELLE          PIC X(30).
