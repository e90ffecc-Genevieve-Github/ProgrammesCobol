      ******************************************************************
      *  REGISTRE DES AUDITS DE FACTURATION
      *  (AUDITFACT-REGISTRE.txt, TENU PAR AUDITFACT) : UNE LIGNE
      *  PAR AUDIT, RATTACHEE A L'EXECUTION DE FACTURES AUDITEE
      *  (DERNIERE LIGNE RCTRL DE FACTURES-CONTROLE.txt).
      *
      *  AUD-DATE-EXEC / AUD-HEURE-EXEC : CTRL-DATE-JOUR ET
      *               CTRL-HEURE-DEBUT DE L'EXECUTION AUDITEE
      *  AUD-VERDICT : C CONFORME (TOUTES LES VUES CONCORDENT)
      *               N NON CONFORME (AU MOINS UN ECART)
      *  UNE EXECUTION AUDITEE PLUSIEURS FOIS EST JUGEE SUR SON
      *  DERNIER AUDIT.
      ******************************************************************
       FD  FAUDITREG.
       01  RAUDITREG.
           05  AUD-DATE-EXEC       PIC 9(08).
           05  FILLER              PIC X(01).
           05  AUD-HEURE-EXEC      PIC 9(06).
           05  FILLER              PIC X(01).
           05  AUD-DATE-AUDIT      PIC 9(08).
           05  FILLER              PIC X(01).
           05  AUD-HEURE-AUDIT     PIC 9(06).
           05  FILLER              PIC X(01).
           05  AUD-VERDICT         PIC X(01).
               88  AUD-CONFORME     VALUE "C".
               88  AUD-NON-CONFORME VALUE "N".
           05  FILLER              PIC X(01).
           05  AUD-NB-ECARTS       PIC 9(03).
