      ******************************************************************
      *  DESCRIPTION DU FICHIER DES PAIEMENTS DE SINISTRES
      *  (SINISTRES-PAIEMENTS.txt), SAISI PAR SINPAIE ET VIRE PAR
      *  SINVIR : UNE LIGNE PAR VERSEMENT D'UN SINISTRE (NUMERO DE
      *  SEQUENCE DANS LE SINISTRE), AU BENEFICIAIRE DESIGNE (ASSURE
      *  OU TIERS : GARAGE, HOPITAL...) SUR SON IBAN.
      *  TYPE P PROVISIONNEL (ACOMPTE), D DEFINITIF (SOLDE DU
      *  SINISTRE). STATUT A A VIRER, V VIRE (DATE DU VIREMENT),
      *  X ANNULE AVANT VIREMENT.
      ******************************************************************
       FD  FSINPAIE.
       01  RSINPAIE.
           05  SPA-NUMSIN        PIC 9(08).
           05  FILLER            PIC X(01).
           05  SPA-SEQUENCE      PIC 9(03).
           05  FILLER            PIC X(01).
           05  SPA-DATE          PIC 9(08).
           05  FILLER            PIC X(01).
           05  SPA-BENEFICIAIRE  PIC X(30).
           05  FILLER            PIC X(01).
           05  SPA-IBAN          PIC X(34).
           05  FILLER            PIC X(01).
           05  SPA-MONTANT       PIC 9(07)V99.
           05  FILLER            PIC X(01).
           05  SPA-TYPE          PIC X(01).
               88  SPA-TYPE-PROVISIONNEL VALUE "P".
               88  SPA-TYPE-DEFINITIF    VALUE "D".
           05  FILLER            PIC X(01).
           05  SPA-STATUT        PIC X(01).
               88  SPA-STATUT-A-VIRER VALUE "A".
               88  SPA-STATUT-VIRE    VALUE "V".
               88  SPA-STATUT-ANNULE  VALUE "X".
           05  FILLER            PIC X(01).
           05  SPA-DATE-VIREMENT PIC 9(08).
