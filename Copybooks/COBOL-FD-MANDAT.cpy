      ******************************************************************
      *  DESCRIPTION DU FICHIER DES MANDATS DE PRELEVEMENT
      *  (MANDATS.txt), TENU PAR MANDMAINT : UN MANDAT PAR CLIENT
      *  STATUT A ACTIF, R REVOQUE, E EXPIRE (36 MOIS SANS
      *  PRELEVEMENT, CONSTATE PAR REMISEBANQ)
      *  DATE DE DERNIERE UTILISATION : DERNIERE REMISE PAR
      *  REMISEBANQ (ZERO : MANDAT JAMAIS PRESENTE, PROCHAIN
      *  PRELEVEMENT EN SEQUENCE FRST)
      ******************************************************************
       FD  FMANDAT.
       01  RMANDAT.
           05  MAND-ID       PIC X(08).
           05  FILLER        PIC X(01).
           05  MAND-IBAN     PIC X(34).
           05  FILLER        PIC X(01).
           05  MAND-RUM      PIC X(16).
           05  FILLER        PIC X(01).
           05  MAND-DATE-SIGNATURE PIC 9(08).
           05  FILLER        PIC X(01).
           05  MAND-STATUT   PIC X(01).
               88  MAND-STATUT-ACTIF   VALUE "A".
               88  MAND-STATUT-REVOQUE VALUE "R".
               88  MAND-STATUT-EXPIRE  VALUE "E".
           05  FILLER        PIC X(01).
           05  MAND-DATE-UTILISATION PIC 9(08).
