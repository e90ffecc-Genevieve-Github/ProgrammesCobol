      ******************************************************************
      *  CATALOGUE DES ARCHIVES DE FIN DE PERIODE
      *  (ARCHIVES-PERIODE-CATALOGUE.txt, TENU PAR ARCHPERI) : UNE
      *  LIGNE PAR FICHIER D'ARCHIVE ECRIT.
      *
      *  ARC-TYPE   : R REGLEMENTS (MEME DESSIN QUE REGLEMENTS.txt)
      *               A AVOIRS (MEME DESSIN QUE AVOIRS.txt)
      *               H HISTORIQUE (MEME DESSIN QUE
      *                 FACTURES-HISTORIQUE.txt)
      *  ARC-LIMITE : DATE LIMITE DU PASSAGE (SONT ARCHIVES LES
      *               MOUVEMENTS ANTERIEURS)
      *  ARC-TOTAL  : TOTAL DES MONTANTS ARCHIVES (TTC POUR
      *               L'HISTORIQUE)
      ******************************************************************
       FD  FARCHCAT.
       01  RARCHCAT.
           05  ARC-DATE            PIC 9(08).
           05  FILLER              PIC X(01).
           05  ARC-LIMITE          PIC 9(08).
           05  FILLER              PIC X(01).
           05  ARC-TYPE            PIC X(01).
               88  ARC-TYPE-REGLEMENTS VALUE "R".
               88  ARC-TYPE-AVOIRS     VALUE "A".
               88  ARC-TYPE-HISTORIQUE VALUE "H".
           05  FILLER              PIC X(01).
           05  ARC-FICHIER         PIC X(40).
           05  FILLER              PIC X(01).
           05  ARC-NB              PIC 9(06).
           05  FILLER              PIC X(01).
           05  ARC-TOTAL           PIC 9(11)V99.
