      ******************************************************************
      *  INDEX DES DOCUMENTS EDITES POUR LA MISE SOUS PLI
      *  (PLIS-INDEX.txt) : UNE LIGNE PAR DOCUMENT, AJOUTEE PAR LE
      *  PROGRAMME D'EDITION VIA LE SOUS-PROGRAMME INDEXPLI AU MOMENT
      *  OU IL ECRIT LA LIGNE DE "=" QUI OUVRE LE DOCUMENT.
      *  PLI-GENERATION : DATE ET HEURE (AAAAMMJJHHMMSS) DE
      *                   L'EXECUTION QUI A PRODUIT PLI-FICHIER
      *  PLI-RANG       : RANG DU DOCUMENT DANS PLI-FICHIER (LE N-IEME
      *                   DOCUMENT COMMENCE A LA N-IEME LIGNE DE "=")
      *  PLI-DESTINATAIRE : CLIENT OU GROUPE PAYEUR DESTINATAIRE DU
      *                   DOCUMENT (A BLANC = SANS DESTINATAIRE)
      *  PLI-CONSOLIDE  : DATE (AAAAMMJJ) DE LA MISE SOUS PLI QUI A
      *                   PRIS LE DOCUMENT ; A BLANC = EN ATTENTE
      *  MISEPLI RASSEMBLE LES DOCUMENTS EN ATTENTE PAR DESTINATAIRE.
      ******************************************************************
       FD  FPLIS.
       01  RPLIS.
           05  PLI-GENERATION       PIC X(14).
           05  FILLER               PIC X(01).
           05  PLI-FICHIER          PIC X(30).
           05  FILLER               PIC X(01).
           05  PLI-RANG             PIC 9(05).
           05  FILLER               PIC X(01).
           05  PLI-DESTINATAIRE     PIC X(08).
           05  FILLER               PIC X(01).
           05  PLI-DOCUMENT         PIC X(10).
           05  FILLER               PIC X(01).
           05  PLI-PROGRAMME        PIC X(08).
           05  FILLER               PIC X(01).
           05  PLI-CONSOLIDE        PIC X(08).
