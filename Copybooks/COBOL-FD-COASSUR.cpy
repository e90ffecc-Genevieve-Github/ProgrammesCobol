      ******************************************************************
      *  DESCRIPTION DU FICHIER DE COASSURANCE (COASSURANCES.txt),
      *  TENU PAR COASSMAINT : UNE LIGNE PAR COASSUREUR D'UN CONTRAT
      *  (CONTRAT D'ASSURANCES.txt, CODE ASSUREUR D'ASSUREURS.txt,
      *  QUOTE-PART EN POURCENTAGE, APERITEUR O/N). LES PARTS D'UN
      *  CONTRAT TOTALISENT 100 % AVEC UN SEUL APERITEUR, QUI PREND
      *  LES ECARTS D'ARRONDI. UN CONTRAT ABSENT N'EST PAS COASSURE.
      ******************************************************************
       FD  FCOASS.
       01  RCOASS.
           05  COA-CONTRAT     PIC 9(08).
           05  FILLER          PIC X(01).
           05  COA-ASSUREUR    PIC 9(08).
           05  FILLER          PIC X(01).
           05  COA-PART        PIC 9(03)V99.
           05  FILLER          PIC X(01).
           05  COA-APERITEUR   PIC X(01).
               88  COA-APERITEUR-OUI VALUE "O".
