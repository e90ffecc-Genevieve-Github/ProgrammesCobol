      ******************************************************************
      *  DESCRIPTION DU FICHIER DES PROSPECTS ET DEVIS (DEVIS.txt),
      *  TENU PAR DEVMAINT : UNE LIGNE PAR DEVIS, PORTANT LE PROSPECT
      *  (MEMES ZONES QUE RCLIENT) ET JUSQU'A CINQ CONTRATS TARIFES.
      *  STATUT E EMIS, A ACCEPTE (CONVERTI EN CLIENT DEV-CLIENT),
      *  P PERDU ; UN DEVIS EMIS DONT LA DATE DE VALIDITE EST PASSEE
      *  EST EXPIRE (NON STOCKE, DEDUIT DE LA DATE DU JOUR).
      *  DEV-LIG-TARIFE : O PRIME DE LA GRILLE (TARIFAGE), N PRIME
      *  SAISIE (PRODUIT HORS GRILLE OU PROSPECT EN DEVISE)
      ******************************************************************
       FD  FDEVIS.
       01  RDEVIS.
           05  DEV-NUMERO           PIC 9(08).
           05  FILLER               PIC X(01).
           05  DEV-DATE             PIC 9(08).
           05  FILLER               PIC X(01).
           05  DEV-VALIDITE         PIC 9(08).
           05  FILLER               PIC X(01).
           05  DEV-STATUT           PIC X(01).
               88  DEV-EMIS           VALUE "E".
               88  DEV-ACCEPTE        VALUE "A".
               88  DEV-PERDU          VALUE "P".
           05  FILLER               PIC X(01).
           05  DEV-DATE-STATUT      PIC 9(08).
           05  FILLER               PIC X(01).
           05  DEV-OPERATEUR        PIC X(03).
           05  FILLER               PIC X(01).
           05  DEV-CLIENT           PIC X(08).
           05  FILLER               PIC X(01).
           05  DEV-NOM              PIC X(20).
           05  FILLER               PIC X(01).
           05  DEV-PRENOM           PIC X(20).
           05  FILLER               PIC X(01).
           05  DEV-POSTE            PIC X(20).
           05  FILLER               PIC X(01).
           05  DEV-DEPT             PIC X(03).
           05  FILLER               PIC X(01).
           05  DEV-SOCIETE          PIC X(05).
           05  FILLER               PIC X(01).
           05  DEV-CODE-TVA         PIC X(02).
           05  FILLER               PIC X(01).
           05  DEV-DEVISE           PIC X(03).
           05  FILLER               PIC X(01).
           05  DEV-RUE              PIC X(30).
           05  FILLER               PIC X(01).
           05  DEV-CODEPOSTAL       PIC X(05).
           05  FILLER               PIC X(01).
           05  DEV-VILLE            PIC X(20).
           05  FILLER               PIC X(01).
           05  DEV-NB-ASSURES       PIC X(02).
           05  FILLER               PIC X(01).
           05  DEV-NAISSANCE        PIC X(04).
           05  FILLER               PIC X(01).
           05  DEV-TOTAL            PIC 9(07)V99.
           05  FILLER               PIC X(01).
           05  DEV-NB-LIGNES        PIC 9(01).
           05  DEV-LIGNE OCCURS 5.
               10  FILLER           PIC X(01).
               10  DEV-LIG-NUMACT   PIC 9(08).
               10  FILLER           PIC X(01).
               10  DEV-LIG-MONTANT  PIC 9(07)V99.
               10  FILLER           PIC X(01).
               10  DEV-LIG-TARIFE   PIC X(01).
