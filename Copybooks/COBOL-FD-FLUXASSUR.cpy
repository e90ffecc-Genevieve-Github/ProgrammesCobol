      ******************************************************************
      *  DESCRIPTION DU FLUX ENTRANT DES ASSUREURS (ASSUREURS-FLUX.txt)
      *  UNE LIGNE PAR CONTRAT CREE OU MODIFIE PAR L'ASSUREUR, LUE
      *  PAR IMPASSUR : CONTRAT INCONNU = CREATION DANS ASSURANCES.txt,
      *  CONTRAT CONNU = AVENANT A LA DATE D'EFFET DU CHANGEMENT.
      *  DATES AAAAMMJJ ; FLX-DATEFIN A 00000000 POUR UNE VALIDITE
      *  OUVERTE.
      ******************************************************************
       FD  FFLUX.
       01  RFLUX.
           05  FLX-NUMACT           PIC X(08).
           05  FILLER               PIC X(01).
           05  FLX-LIBELLE          PIC X(101).
           05  FILLER               PIC X(01).
           05  FLX-DATEDEBUT        PIC X(08).
           05  FILLER               PIC X(01).
           05  FLX-DATEFIN          PIC X(08).
           05  FILLER               PIC X(01).
           05  FLX-DATE-EFFET       PIC X(08).
