      ******************************************************************
      *  DESCRIPTION DU REGISTRE DES ALERTES DE SINISTRES
      *  (SINISTRES-ALERTES.txt) : UNE LIGNE PAR SINISTRE SIGNALE PAR
      *  LE CONTROLE DE NUIT (SINCTRL). UNE ALERTE ACTIVE LE RESTE
      *  TANT QUE LE GESTIONNAIRE NE L'A PAS LEVEE (SINALERT) ; UNE
      *  ALERTE LEVEE N'EST RELANCEE QUE SI UN MOTIF NOUVEAU APPARAIT.
      *  MOTIFS : UNE POSITION PAR CONTROLE, LA LETTRE OU BLANC
      *    (1) C CONTRAT INCONNU        (2) H HORS COUVERTURE
      *    (3) R APRES RESILIATION      (4) N PROCHE DU DEBUT
      *    (5) M SINISTRES MULTIPLES    (6) I PRIMES IMPAYEES
      ******************************************************************
       FD  FSINALRT.
       01  RSINALRT.
           05  ALR-NUMSIN           PIC 9(08).
           05  FILLER               PIC X(01).
           05  ALR-NUMACT           PIC 9(08).
           05  FILLER               PIC X(01).
           05  ALR-DATE-DETECTION   PIC 9(08).
           05  FILLER               PIC X(01).
           05  ALR-DATE-CONTROLE    PIC 9(08).
           05  FILLER               PIC X(01).
           05  ALR-SCORE            PIC 9(03).
           05  FILLER               PIC X(01).
           05  ALR-MOTIFS           PIC X(06).
           05  FILLER               PIC X(01).
           05  ALR-STATUT           PIC X(01).
               88  ALR-ACTIVE       VALUE "A".
               88  ALR-LEVEE        VALUE "L".
           05  FILLER               PIC X(01).
           05  ALR-DATE-LEVEE       PIC 9(08).
