      ******************************************************************
      *  REGISTRE PERMANENT DES CORRESPONDANCES CLIENTS
      *  (CORRESPONDANCES-REGISTRE.txt) : UNE LIGNE PAR DOCUMENT
      *  ADRESSE A UN CLIENT, AJOUTEE PAR LE PROGRAMME D'EDITION
      *  VIA LE SOUS-PROGRAMME CORRESP. LES FICHIERS D'EDITION SONT
      *  REECRITS A CHAQUE EXECUTION : LE REGISTRE, LUI, NE L'EST
      *  JAMAIS.
      *  COR-DOCUMENT  : FACTURE, RELANCE, RELEVE, INTERETS,
      *                  RENOUVEL, ATTESTAT, ATTFISCALE, PRENOTIF,
      *                  TRANSFERT, MAILING
      *  COR-REFERENCE : NUMERO DE FACTURE, NIVEAU DE RELANCE,
      *                  CONTRAT, PERIODE... SELON LE DOCUMENT
      *  COR-CANAL     : C COURRIER A L'ADRESSE DU CLIENT
      *                  G COURRIER AU GROUPE PAYEUR DU CLIENT
      *  COR-GENERATION: DATE ET HEURE (AAAAMMJJHHMMSS) DE
      *                  L'EXECUTION QUI A PRODUIT COR-FICHIER
      ******************************************************************
       FD  FCORRESP.
       01  RCORRESP.
           05  COR-DATE             PIC 9(08).
           05  FILLER               PIC X(01).
           05  COR-HEURE            PIC 9(06).
           05  FILLER               PIC X(01).
           05  COR-CLIENT-ID        PIC X(08).
           05  FILLER               PIC X(01).
           05  COR-DOCUMENT         PIC X(10).
           05  FILLER               PIC X(01).
           05  COR-REFERENCE        PIC X(20).
           05  FILLER               PIC X(01).
           05  COR-CANAL            PIC X(01).
               88  COR-CANAL-COURRIER VALUE "C".
               88  COR-CANAL-GROUPE   VALUE "G".
           05  FILLER               PIC X(01).
           05  COR-FICHIER          PIC X(30).
           05  FILLER               PIC X(01).
           05  COR-GENERATION       PIC X(14).
           05  FILLER               PIC X(01).
           05  COR-PROGRAMME        PIC X(08).
           05  FILLER               PIC X(01).
           05  COR-OPERATEUR        PIC X(03).
