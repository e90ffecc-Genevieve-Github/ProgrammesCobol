      ******************************************************************
      *  DESCRIPTION DU FICHIER RETOUR MENSUEL DE L'AGENCE DE
      *  RECOUVREMENT (CONTENTIEUX-RETOUR.txt) :
      *    E ENTETE : REFERENCE DU RETOUR ET DATE D'ARRETE
      *    R SOMME RECOUVREE AUPRES DU CLIENT
      *    F FRAIS ET COMMISSION DE L'AGENCE SUR LE DOSSIER
      *    I DOSSIER CLOS IRRECOUVRABLE
      ******************************************************************
       FD  FCTXRET.
       01  RCTXRET.
           05  RET-TYPE             PIC X(01).
               88  RET-ENTETE         VALUE "E".
               88  RET-RECOUVREMENT   VALUE "R".
               88  RET-FRAIS          VALUE "F".
               88  RET-IRRECOUVRABLE  VALUE "I".
           05  FILLER               PIC X(01).
           05  RET-ID               PIC X(08).
           05  FILLER               PIC X(01).
           05  RET-DATE             PIC 9(08).
           05  FILLER               PIC X(01).
           05  RET-MONTANT          PIC 9(07)V99.
           05  FILLER               PIC X(01).
           05  RET-REFERENCE        PIC X(20).
