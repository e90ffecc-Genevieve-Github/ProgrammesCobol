      ******************************************************************
      *  DESCRIPTION DU FICHIER DE TRAVAIL DES BORDEREAUX ASSUREURS
      *  (FACTURES-BORDEREAU-PARTS.txt) : UNE LIGNE PAR PART DE
      *  COASSURANCE DE CHAQUE LIGNE DU FICHIER DE SORTIE. UN CONTRAT
      *  NON COASSURE DONNE UNE SEULE PART DE 100 % AU CODE DU
      *  CONTRAT. LE CODE ET LE NOM SONT CEUX DE L'ASSUREUR DE LA
      *  PART, LE MONTANT EST SA QUOTE-PART DU MONTANT DE LA LIGNE.
      ******************************************************************
       FD  FBORDPART.
       01  RBORDPART.
           05  RBORDPART-ID          PIC X(08).
           05  FILLER                PIC X(01).
           05  RBORDPART-NOM         PIC X(20).
           05  FILLER                PIC X(01).
           05  RBORDPART-PRENOM      PIC X(20).
           05  FILLER                PIC X(01).
           05  RBORDPART-CODEASSUR   PIC 9(08).
           05  FILLER                PIC X(01).
           05  RBORDPART-NOMASSUR    PIC X(30).
           05  FILLER                PIC X(01).
           05  RBORDPART-MONTANT     PIC 9(07)V99.
           05  FILLER                PIC X(01).
           05  RBORDPART-CONTRAT     PIC 9(08).
           05  FILLER                PIC X(01).
           05  RBORDPART-POURCENTAGE PIC 9(03)V99.
           05  FILLER                PIC X(01).
           05  RBORDPART-APERITEUR   PIC X(01).
           05  FILLER                PIC X(01).
           05  RBORDPART-COASSURE    PIC X(01).
               88  RBORDPART-COASSURE-OUI VALUE "O".
