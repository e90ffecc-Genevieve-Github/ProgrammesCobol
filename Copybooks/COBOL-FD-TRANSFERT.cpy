      ******************************************************************
      *  DESCRIPTION DU REGISTRE DES TRANSFERTS DE PORTEFEUILLE
      *  (ASSURANCES-TRANSFERTS.txt), TENU PAR TRFPORTF : UNE LIGNE PAR
      *  CONTRAT TRANSFERE ; UN TRANSFERT DE PORTEFEUILLE PORTE
      *  PLUSIEURS LIGNES DE MEME NUMERO.
      *  A LA DATE D'EFFET, L'ASSUREUR CEDANT (SOURCE) EST REMPLACE PAR
      *  LE REPRENEUR (CIBLE) DANS LES PARTS DU CONTRAT (SERVICE
      *  COASSUR). UN CONTRAT NON COASSURE A POUR ASSUREUR LE CODE DU
      *  CONTRAT LUI-MEME.
      *  TRF-SEQUENCE : AVENANT CREE PAR LE TRANSFERT
      *  TRF-VOLUME   : PRIMES HT FACTUREES SUR LES DOUZE MOIS AVANT
      *                 L'EFFET, QUOTE-PART DE L'ASSUREUR CEDANT
      *  TRF-STATUT   : A ACTIF, N ANNULE AVANT L'EFFET (DATE
      *                 D'ANNULATION EN TRF-DATE-ANNULATION)
      ******************************************************************
       FD  FTRANSF.
       01  RTRANSF.
           05  TRF-NUMERO           PIC 9(06).
           05  FILLER               PIC X(01).
           05  TRF-CONTRAT          PIC 9(08).
           05  FILLER               PIC X(01).
           05  TRF-SOURCE           PIC 9(08).
           05  FILLER               PIC X(01).
           05  TRF-CIBLE            PIC 9(08).
           05  FILLER               PIC X(01).
           05  TRF-DATE-EFFET       PIC 9(08).
           05  FILLER               PIC X(01).
           05  TRF-STATUT           PIC X(01).
               88  TRF-ACTIF          VALUE "A".
               88  TRF-ANNULE         VALUE "N".
           05  FILLER               PIC X(01).
           05  TRF-SEQUENCE         PIC 9(03).
           05  FILLER               PIC X(01).
           05  TRF-VOLUME           PIC 9(09)V99.
           05  FILLER               PIC X(01).
           05  TRF-DATE-SAISIE      PIC 9(08).
           05  FILLER               PIC X(01).
           05  TRF-OPERATEUR        PIC X(03).
           05  FILLER               PIC X(01).
           05  TRF-DATE-ANNULATION  PIC 9(08).
