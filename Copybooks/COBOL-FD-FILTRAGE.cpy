      ******************************************************************
      *  DESCRIPTION DU REGISTRE DU FILTRAGE SANCTIONS
      *  (FILTRAGE-REGISTRE.txt), TENU PAR LE SOUS-PROGRAMME
      *  CTRLSANC : UNE LIGNE PAR ALERTE (CORRESPONDANCE POTENTIELLE
      *  ENTRE UN NOM FILTRE ET UN NOM DE LISTE-SANCTIONS.txt), AVEC
      *  LA DECISION DU RESPONSABLE CONFORMITE. LE REGISTRE EST
      *  CONSERVE POUR LE REGULATEUR : AUCUNE LIGNE N'EN EST RETIREE.
      *  FIL-TYPE   : C CLIENT (IDENTIFIANT RCLIENT-ID), B BENEFICIAIRE
      *               D'UN PAIEMENT DE SINISTRE (NUMERO-SEQUENCE)
      *  FIL-STATUT : A A EXAMINER (TIERS BLOQUE), L LEVEE (FAUX
      *               POSITIF, TIERS LIBERE), C CONFIRMEE (GEL, TIERS
      *               BLOQUE)
      ******************************************************************
       FD  FFILTRAGE.
       01  RFILTRAGE.
           05  FIL-NUMERO           PIC 9(06).
           05  FILLER               PIC X(01).
           05  FIL-DATE             PIC 9(08).
           05  FILLER               PIC X(01).
           05  FIL-PROGRAMME        PIC X(08).
           05  FILLER               PIC X(01).
           05  FIL-TYPE             PIC X(01).
               88  FIL-TYPE-CLIENT       VALUE "C".
               88  FIL-TYPE-BENEFICIAIRE VALUE "B".
           05  FILLER               PIC X(01).
           05  FIL-IDENT            PIC X(12).
           05  FILLER               PIC X(01).
           05  FIL-NOM-FILTRE       PIC X(51).
           05  FILLER               PIC X(01).
           05  FIL-REFERENCE        PIC X(10).
           05  FILLER               PIC X(01).
           05  FIL-NOM-LISTE        PIC X(51).
           05  FILLER               PIC X(01).
           05  FIL-SCORE            PIC 9(03).
           05  FILLER               PIC X(01).
           05  FIL-STATUT           PIC X(01).
               88  FIL-A-EXAMINER     VALUE "A".
               88  FIL-LEVEE          VALUE "L".
               88  FIL-CONFIRMEE      VALUE "C".
           05  FILLER               PIC X(01).
           05  FIL-DATE-DECISION    PIC 9(08).
           05  FILLER               PIC X(01).
           05  FIL-OPERATEUR        PIC X(03).
           05  FILLER               PIC X(01).
           05  FIL-MOTIF            PIC X(40).
