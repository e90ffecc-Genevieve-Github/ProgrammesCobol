      ******************************************************************
      *  DEMANDES D'APPROBATION DES OPERATIONS A FORT IMPACT
      *  (DEMANDES-APPROBATION.txt, TENU PAR LE SOUS-PROGRAMME
      *  APPROBAT) : UNE LIGNE PAR DEMANDE.
      *
      *  APR-STATUT : D DEMANDEE (EN ATTENTE D'UN SECOND OPERATEUR)
      *               A APPROUVEE (L'OPERATION PEUT ETRE EXECUTEE)
      *               R REJETEE
      *               E EXPIREE (NON DECIDEE OU NON EXECUTEE DANS
      *                 LE DELAI)
      *               X EXECUTEE
      *  APR-RAPPORT : RAPPORT DE SIMULATION OU D'IMPACT A EXAMINER
      *               AVANT DE DECIDER (A BLANC SI L'IMPACT TIENT
      *               DANS APR-IMPACT)
      ******************************************************************
       FD  FAPPROB.
       01  RAPPROB.
           05  APR-NUMERO          PIC 9(06).
           05  FILLER              PIC X(01).
           05  APR-OPERATION       PIC X(08).
           05  FILLER              PIC X(01).
           05  APR-PARAMETRES      PIC X(40).
           05  FILLER              PIC X(01).
           05  APR-DEMANDEUR       PIC X(03).
           05  FILLER              PIC X(01).
           05  APR-DATE-DEMANDE    PIC 9(08).
           05  FILLER              PIC X(01).
           05  APR-STATUT          PIC X(01).
               88  APR-EN-ATTENTE  VALUE "D".
               88  APR-APPROUVEE   VALUE "A".
               88  APR-REJETEE     VALUE "R".
               88  APR-EXPIREE     VALUE "E".
               88  APR-EXECUTEE    VALUE "X".
           05  FILLER              PIC X(01).
           05  APR-APPROBATEUR     PIC X(03).
           05  FILLER              PIC X(01).
           05  APR-DATE-DECISION   PIC 9(08).
           05  FILLER              PIC X(01).
           05  APR-DATE-EXECUTION  PIC 9(08).
           05  FILLER              PIC X(01).
           05  APR-IMPACT          PIC X(60).
           05  FILLER              PIC X(01).
           05  APR-RAPPORT         PIC X(30).
