      ******************************************************************
      *  DESCRIPTION DU FICHIER DES CANAUX D'ENVOI DES FACTURES
      *  (CLIENTS-CANAUX.txt), TENU PAR CANMAINT : UNE LIGNE PAR
      *  CLIENT OU GROUPE PAYEUR. UN CLIENT ABSENT DU FICHIER RECOIT
      *  SES FACTURES SUR PAPIER.
      *  CANAL P PAPIER (FACTURES-EDITION.txt, MISE SOUS PLI)
      *        M COURRIEL, FACTURE PDF (FACTURES-EMAIL.txt)
      *        E FACTURE ELECTRONIQUE STRUCTUREE (UBL, PLATEFORME)
      *  SIREN ET NUMERO DE TVA INTRACOMMUNAUTAIRE : IDENTIFIANTS DE
      *  L'ACHETEUR, OBLIGATOIRES POUR LE CANAL E
      *  COURRIEL : ADRESSE D'ENVOI, OBLIGATOIRE POUR LE CANAL M
      ******************************************************************
       FD  FCANAL.
       01  RCANAL.
           05  CAN-ID        PIC X(08).
           05  FILLER        PIC X(01).
           05  CAN-CANAL     PIC X(01).
               88  CAN-CANAL-PAPIER   VALUE "P".
               88  CAN-CANAL-EMAIL    VALUE "M".
               88  CAN-CANAL-EFACTURE VALUE "E".
           05  FILLER        PIC X(01).
           05  CAN-SIREN     PIC X(09).
           05  FILLER        PIC X(01).
           05  CAN-TVA       PIC X(13).
           05  FILLER        PIC X(01).
           05  CAN-EMAIL     PIC X(50).
           05  FILLER        PIC X(01).
           05  CAN-DATE-MAJ  PIC 9(08).
