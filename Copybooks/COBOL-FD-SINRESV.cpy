      ******************************************************************
      *  DESCRIPTION DU JOURNAL DES RESERVES DE SINISTRES
      *  (SINISTRES-RESERVES.txt), ALIMENTE PAR SINMAINT : UNE LIGNE
      *  PAR FIXATION OU REVISION DE LA RESERVE D'UN SINISTRE, AVEC
      *  LA DATE DU CHANGEMENT ET LES MONTANTS AVANT / APRES.
      *  ORIGINE D DECLARATION (ANCIENNE RESERVE A ZERO),
      *  R REVISION. LU PAR SINBORD POUR LES MOUVEMENTS DE RESERVE.
      ******************************************************************
       FD  FSINRESV.
       01  RSINRESV.
           05  SRV-NUMSIN        PIC 9(08).
           05  FILLER            PIC X(01).
           05  SRV-DATE          PIC 9(08).
           05  FILLER            PIC X(01).
           05  SRV-ANCIENNE      PIC 9(07)V99.
           05  FILLER            PIC X(01).
           05  SRV-NOUVELLE      PIC 9(07)V99.
           05  FILLER            PIC X(01).
           05  SRV-ORIGINE       PIC X(01).
               88  SRV-ORIGINE-DECLARATION VALUE "D".
               88  SRV-ORIGINE-REVISION    VALUE "R".
