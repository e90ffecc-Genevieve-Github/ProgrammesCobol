      ******************************************************************
      *  DESCRIPTION DU MANIFESTE DES SORTIES (MANIFESTE.txt), TENU
      *  PAR LE SERVICE MANIFEST : UNE LIGNE PAR ENREGISTREMENT OU
      *  PAR VERIFICATION D'UN FICHIER.
      *  MAN-TYPE      : E ENREGISTREMENT PAR LE PROGRAMME PRODUCTEUR
      *                  V VERIFICATION PAR UN PROGRAMME CONSOMMATEUR
      *  MAN-TOTAL     : CUMUL DU CHAMP MONTANT DESIGNE PAR L'APPELANT
      *                  (DEUX DECIMALES IMPLICITES)
      *  MAN-CONTROLE  : CLE DE CONTROLE CALCULEE SUR LE CONTENU DE
      *                  CHAQUE LIGNE, DANS L'ORDRE DU FICHIER
      *  MAN-RESULTAT  : 0 CONFORME, 1 NON ENREGISTRE AU MANIFESTE,
      *                  2 ALTERE DEPUIS SON ECRITURE, 3 ABSENT
      ******************************************************************
       FD  FMANIFESTE.
       01  RMANIFESTE.
           05  MAN-TYPE             PIC X(01).
               88  MAN-ENREGISTREMENT VALUE "E".
               88  MAN-VERIFICATION   VALUE "V".
           05  FILLER               PIC X(01).
           05  MAN-DATE             PIC 9(08).
           05  FILLER               PIC X(01).
           05  MAN-HEURE            PIC 9(06).
           05  FILLER               PIC X(01).
           05  MAN-PROGRAMME        PIC X(08).
           05  FILLER               PIC X(01).
           05  MAN-FICHIER          PIC X(30).
           05  FILLER               PIC X(01).
           05  MAN-NB-ENREG         PIC 9(09).
           05  FILLER               PIC X(01).
           05  MAN-TOTAL            PIC 9(13)V99.
           05  FILLER               PIC X(01).
           05  MAN-CONTROLE         PIC 9(09).
           05  FILLER               PIC X(01).
           05  MAN-RESULTAT         PIC X(01).
