      ******************************************************************
      *  DESCRIPTION DU FICHIER DES OPERATEURS (OPERATEURS.txt), TENU
      *  PAR OPERMAINT ET MIS A JOUR A CHAQUE CONNEXION PAR CONNEXION
      *  OPE-ROLE      : A ADMINISTRATEUR (TOUTES LES TACHES)
      *                  G GESTION DE LA CLIENTELE
      *                  R RECOUVREMENT
      *                  C COMPTABILITE
      *                  E EXPLOITATION
      *                  S SCOLARITE
      *                  K CONFORMITE (FILTRAGE SANCTIONS)
      *  OPE-MOT-PASSE : EMPREINTE DU MOT DE PASSE (JAMAIS EN CLAIR)
      *  OPE-ETAT      : O ACTIF, V VERROUILLE APRES ECHECS REPETES,
      *                  N DESACTIVE
      *  OPE-ECHECS    : ECHECS DE CONNEXION CONSECUTIFS
      ******************************************************************
       FD  FOPERATEUR.
       01  ROPERATEUR.
           05  OPE-ID               PIC X(03).
           05  FILLER               PIC X(01).
           05  OPE-NOM              PIC X(20).
           05  FILLER               PIC X(01).
           05  OPE-ROLE             PIC X(01).
           05  FILLER               PIC X(01).
           05  OPE-MOT-PASSE        PIC 9(09).
           05  FILLER               PIC X(01).
           05  OPE-ETAT             PIC X(01).
               88  OPE-ACTIF          VALUE "O".
               88  OPE-VERROUILLE     VALUE "V".
               88  OPE-DESACTIVE      VALUE "N".
           05  FILLER               PIC X(01).
           05  OPE-ECHECS           PIC 9(01).
           05  FILLER               PIC X(01).
           05  OPE-DERNIERE-DATE    PIC 9(08).
           05  FILLER               PIC X(01).
           05  OPE-DERNIERE-HEURE   PIC 9(06).
