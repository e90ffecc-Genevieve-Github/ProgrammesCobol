      ******************************************************************
      *  DICTIONNAIRE DES GABARITS DE LECTURE (LECTURE-DICTIONNAIRE
      *  .txt) : UNE LIGNE PAR GABARIT, PAR MOTIF DE NOM DE FICHIER
      *  ET PAR CHAMP. UN NOUVEAU FICHIER SE CONSULTE EN AJOUTANT
      *  SES LIGNES, SANS RECOMPILER LECTURE
      *  G : GABARIT (LONGUEUR D'ENREGISTREMENT, ORGANISATION L EN
      *      LIGNES OU F FIXE SANS SEPARATEUR, LIBELLE)
      *  M : MOTIF DE NOM DE FICHIER DU GABARIT (UNE ETOILE AU PLUS,
      *      POUR N'IMPORTE QUELLE SUITE DE CARACTERES)
      *  C : CHAMP (NOM, POSITION, LONGUEUR, FORMAT A ALPHANUMERIQUE,
      *      N NUMERIQUE AVEC SES DECIMALES IMPLICITES, D DATE
      *      AAAAMMJJ)
      *  UNE LIGNE COMMENCANT PAR * OU A BLANC EST IGNOREE
      ******************************************************************
       FD  FDICO.
       01  RDICO.
           05  DICO-TYPE            PIC X(01).
               88  DICO-TYPE-GABARIT     VALUE "G".
               88  DICO-TYPE-MOTIF       VALUE "M".
               88  DICO-TYPE-CHAMP       VALUE "C".
               88  DICO-TYPE-COMMENTAIRE VALUE "*" " ".
           05  FILLER               PIC X(01).
           05  DICO-CODE            PIC X(10).
           05  FILLER               PIC X(01).
           05  DICO-DETAIL          PIC X(60).
           05  DICO-GABARIT REDEFINES DICO-DETAIL.
               10  DICO-LONGUEUR-ENREG  PIC 9(04).
               10  FILLER               PIC X(01).
               10  DICO-ORGANISATION    PIC X(01).
                   88  DICO-ORGANISATION-LIGNE VALUE "L".
                   88  DICO-ORGANISATION-FIXE  VALUE "F".
               10  FILLER               PIC X(01).
               10  DICO-LIBELLE         PIC X(30).
               10  FILLER               PIC X(23).
           05  DICO-MOTIF-FICHIER REDEFINES DICO-DETAIL.
               10  DICO-MOTIF           PIC X(40).
               10  FILLER               PIC X(20).
           05  DICO-CHAMP REDEFINES DICO-DETAIL.
               10  DICO-NOM             PIC X(30).
               10  FILLER               PIC X(01).
               10  DICO-POSITION        PIC 9(04).
               10  FILLER               PIC X(01).
               10  DICO-LONGUEUR        PIC 9(03).
               10  FILLER               PIC X(01).
               10  DICO-FORMAT          PIC X(01).
                   88  DICO-FORMAT-ALPHA     VALUE "A".
                   88  DICO-FORMAT-NUMERIQUE VALUE "N".
                   88  DICO-FORMAT-DATE      VALUE "D".
                   88  DICO-FORMAT-VALIDE    VALUE "A" "N" "D".
               10  FILLER               PIC X(01).
               10  DICO-DECIMALES       PIC 9(01).
               10  FILLER               PIC X(17).
