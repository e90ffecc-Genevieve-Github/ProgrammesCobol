      ******************************************************************
      *  DESCRIPTION DU REGISTRE DES ATTESTATIONS D'ASSURANCE
      *  (ATTESTATIONS-REGISTRE.txt), TENU PAR ATTEST : UNE LIGNE PAR
      *  CONTRAT ATTESTE ; UNE ATTESTATION A PLUSIEURS CONTRATS PORTE
      *  PLUSIEURS LIGNES DE MEME NUMERO.
      *  ATT-MODE : C A LA DEMANDE (UN CLIENT), R EN LOT AU
      *  RENOUVELLEMENT (TOUS LES CLIENTS D'UN CONTRAT)
      *  ATT-SEQUENCE : AVENANT EN VIGUEUR A ATT-DATE-EFFET (ASSURVERS),
      *  0 = CONTRAT DE BASE
      ******************************************************************
       FD  FATTREG.
       01  RATTREG.
           05  ATT-NUMERO           PIC 9(08).
           05  FILLER               PIC X(01).
           05  ATT-DATE-EMISSION    PIC 9(08).
           05  FILLER               PIC X(01).
           05  ATT-DATE-EFFET       PIC 9(08).
           05  FILLER               PIC X(01).
           05  ATT-CLIENT           PIC X(08).
           05  FILLER               PIC X(01).
           05  ATT-NUMACT           PIC 9(08).
           05  FILLER               PIC X(01).
           05  ATT-SEQUENCE         PIC 9(03).
           05  FILLER               PIC X(01).
           05  ATT-MODE             PIC X(01).
               88  ATT-MODE-CLIENT    VALUE "C".
               88  ATT-MODE-LOT       VALUE "R".
           05  FILLER               PIC X(01).
           05  ATT-OPERATEUR        PIC X(03).
