      ******************************************************************
      *  REGISTRE DES RETOURS DE COURRIER (NPAI-REGISTRE.txt) :
      *  UNE LIGNE PAR PLI REVENU "N'HABITE PAS A L'ADRESSE
      *  INDIQUEE", SAISIE PAR LE SERVICE COURRIER (NPAI), AVEC
      *  L'ADRESSE DU CLIENT AU JOUR DU RETOUR.
      *  NPAI-STATUT : O OUVERT (PLUS AUCUN PAPIER VERS LE CLIENT)
      *                L LEVE (ADRESSE CORRIGEE OU RETOUR LEVE)
      *  NPAI-DOCUMENT : DOCUMENT REVENU (FACTURE, RELEVE, RELANCE,
      *                MAILING, AUTRE)
      ******************************************************************
       FD  FNPAI.
       01  RNPAI.
           05  NPAI-DATE-RETOUR     PIC 9(08).
           05  FILLER               PIC X(01).
           05  NPAI-CLIENT-ID       PIC X(08).
           05  FILLER               PIC X(01).
           05  NPAI-RUE             PIC X(30).
           05  FILLER               PIC X(01).
           05  NPAI-CODEPOSTAL      PIC X(05).
           05  FILLER               PIC X(01).
           05  NPAI-VILLE           PIC X(20).
           05  FILLER               PIC X(01).
           05  NPAI-STATUT          PIC X(01).
               88  NPAI-OUVERT        VALUE "O".
               88  NPAI-LEVE          VALUE "L".
           05  FILLER               PIC X(01).
           05  NPAI-OPERATEUR       PIC X(03).
           05  FILLER               PIC X(01).
           05  NPAI-DOCUMENT        PIC X(10).
           05  FILLER               PIC X(01).
           05  NPAI-DATE-LEVEE      PIC 9(08).
