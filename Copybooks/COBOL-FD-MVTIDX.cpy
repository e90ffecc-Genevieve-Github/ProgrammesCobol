      ******************************************************************
      *  MOUVEMENTS CLIENTS INDEXES : REGLEMENTS.IDX (REGLMIGRE) ET
      *  AVOIRS.IDX (AVOIRMIGRE), MEME GABARIT POUR LES DEUX.
      *
      *  MVI-CLE   : CLIENT + DATE DU MOUVEMENT + SEQUENCE (RANG DE
      *              LA LIGNE DANS LE FICHIER SEQUENTIEL A LA
      *              MIGRATION, PUIS DERNIERE SEQUENCE DU CLIENT A
      *              CETTE DATE + 1 A CHAQUE AJOUT)
      *  MVI-IMAGE : L'ENREGISTREMENT DU FICHIER SEQUENTIEL TEL QUEL
      *              (48 POSITIONS POUR UN REGLEMENT, 67 POUR UN
      *              AVOIR)
      ******************************************************************
       FD  FMVTIDX.
       01  RMVTIDX.
           05  MVI-CLE.
               10  MVI-ID          PIC X(08).
               10  MVI-DATE        PIC X(08).
               10  MVI-SEQ         PIC 9(06).
           05  MVI-IMAGE           PIC X(67).
