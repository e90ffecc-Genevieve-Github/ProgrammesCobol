      * precedent en regard :
      *   - le facture du mois (FACTURES-CUMUL.txt : HT, TVA, TTC)
      *   - les encaissements du mois (REGLEMENTS.txt)
      *   - le DSO approche : encours ouvert (somme des soldes des
      *     comptes rendus par le sous-programme partage SOLDECLI)
      *     rapporte au TTC du mois x 30 jours
      *   - la ventilation de l'encours par anciennete de
      *     l'echeance (non echu, 1-30, 31-60, 61-90, 90+ jours),
      *     memes tranches que BALANCE
      *   - les relances par niveau (RELANCES-SYNTHESE.txt)
      *   - le compte d'exceptions (FACTURES-EXCEPTIONS.txt)
      ******************************************************************
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FREGL.

           SELECT FSYNTH ASSIGN TO "RELANCES-SYNTHESE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FEXCEP.

           SELECT FKPI ASSIGN TO "KPI-MENSUEL.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           05  RREGL-MONTANT        PIC 9(07)V99.
           05  FILLER               PIC X(01).
           05  RREGL-NUMFACT        PIC X(08).
           05  FILLER               PIC X(01).
           05  RREGL-MODE           PIC X(03).
           05  FILLER               PIC X(01).
           05  RREGL-CHEQUE         PIC X(07).

       FD  FSYNTH.
       01  RSYNTH PIC X(80).
       FD  FEXCEP.
       01  RCLISOR-EXCEPTION PIC X(70).

       FD  FKPI.
       01  RKPI PIC X(132).

       01  WS-STATUS-FILE-FREGL PIC X(02).
           88 WS-STATUS-FILE-FREGL-OK  VALUE "00".
           88 WS-STATUS-FILE-FREGL-EOF VALUE "10".
       01  WS-STATUS-FILE-FSYNTH PIC X(02).
           88 WS-STATUS-FILE-FSYNTH-OK  VALUE "00".
           88 WS-STATUS-FILE-FSYNTH-EOF VALUE "10".
       01  WS-STATUS-FILE-FEXCEP PIC X(02).
           88 WS-STATUS-FILE-FEXCEP-OK  VALUE "00".
           88 WS-STATUS-FILE-FEXCEP-EOF VALUE "10".
       01  WS-STATUS-FILE-FKPI PIC X(02).
           88 WS-STATUS-FILE-FKPI-OK  VALUE "00".

       01  WS-FACTURE-TTC-P PIC 9(12)V99 VALUE ZEROES.
       01  WS-ENCAISSE-M PIC 9(11)V99 VALUE ZEROES.
       01  WS-ENCAISSE-P PIC 9(11)V99 VALUE ZEROES.
       01  WS-ENCOURS-OUVERT PIC S9(11)V99 VALUE ZEROES.
       01  WS-DSO PIC 9(04) VALUE ZEROES.
       01  WS-NIVEAUX-RELANCE.
       01  WS-COMPTEUR-EXCEPTIONS PIC 9(06) VALUE ZEROES.

      ******************************************
      *  ANCIENNETE DE L'ENCOURS (TRANCHES DE L'ECHEANCE
      *  RENDUES PAR SOLDECLI, COMME BALANCE)
      ******************************************
       01  WS-DATE-JOUR PIC 9(08) VALUE ZEROES.
       01  WS-TABLE-TRANCHES.
           05 WS-TRA-MONTANT OCCURS 5 PIC S9(11)V99 VALUE ZEROES.
       01  WS-INDICE-TRANCHE PIC 9(01) VALUE ZEROES.
       01  WS-LIBELLES-TRANCHES.
           05 FILLER PIC X(32) VALUE "  DONT NON ECHU".
           05 FILLER PIC X(32) VALUE "  DONT ECHU 1-30 JOURS".
           05 FILLER PIC X(32) VALUE "  DONT ECHU 31-60 JOURS".
           05 FILLER PIC X(32) VALUE "  DONT ECHU 61-90 JOURS".
           05 FILLER PIC X(32) VALUE "  DONT ECHU 90+ JOURS".
       01  WS-TABLE-LIBELLES REDEFINES WS-LIBELLES-TRANCHES.
           05 WS-TRA-LIBELLE OCCURS 5 PIC X(32).

      ****** SERVICE PARTAGE SOLDECLI (SOLDE D'UN COMPTE CLIENT)
       01  WS-SOLDECLI.
           05  WS-SOL-FONCTION       PIC X(01) VALUE "S".
           05  WS-SOL-CLIENT         PIC X(08) VALUE SPACES.
           05  WS-SOL-DATE           PIC 9(08) VALUE ZEROES.
           05  WS-SOL-RANG           PIC 9(04) VALUE ZEROES.
           05  WS-SOL-PAYEUR         PIC X(08) VALUE SPACES.
           05  WS-SOL-NOM            PIC X(20) VALUE SPACES.
           05  WS-SOL-NB-FACTURES    PIC 9(05) VALUE ZEROES.
           05  WS-SOL-FACTURE        PIC 9(09)V99 VALUE ZEROES.
           05  WS-SOL-FACTURE-CLIENT PIC 9(09)V99 VALUE ZEROES.
           05  WS-SOL-REMBOURSE      PIC 9(09)V99 VALUE ZEROES.
           05  WS-SOL-REGLE          PIC 9(09)V99 VALUE ZEROES.
           05  WS-SOL-REJETE         PIC 9(09)V99 VALUE ZEROES.
           05  WS-SOL-CREDITE        PIC 9(09)V99 VALUE ZEROES.
           05  WS-SOL-SOLDE          PIC S9(09)V99 VALUE ZEROES.
           05  WS-SOL-ECHU           PIC 9(09)V99 VALUE ZEROES.
           05  WS-SOL-ECHEANCE       PIC 9(08) VALUE ZEROES.
           05  WS-SOL-JOURS          PIC S9(05) VALUE ZEROES.
           05  WS-SOL-TRANCHES.
               10  WS-SOL-TRANCHE    PIC S9(09)V99 OCCURS 5.
           05  WS-SOL-SOUS-PLAN      PIC X(01) VALUE "N".
           05  WS-SOL-DATE-FACTURATION PIC 9(08) VALUE ZEROES.
           05  WS-SOL-STATUT         PIC X(01) VALUE "0".
               88  WS-SOL-STATUT-OK  VALUE "0".
               88  WS-SOL-INCONNU    VALUE "1".
               88  WS-SOL-FIN        VALUE "2".
               88  WS-SOL-ILLISIBLE  VALUE "9".

      ******************************************
      *  ZONES D'EDITION
       01  WS-EDIT-P PIC -Z.ZZZ.ZZZ.ZZ9,99.
       01  WS-LIGNE PIC X(132) VALUE SPACES.

      ***********************************************
      * MANIFESTE DES SORTIES (MANIFEST) : FICHIERSOR.txt
      * VERIFIE AVANT TRAITEMENT (NOMBRE, TOTAL HT, CLE)
      ***********************************************
       01  WS-MANIFESTE.
           05  WS-MAN-FONCTION  PIC X(01) VALUE "V".
           05  WS-MAN-FICHIER   PIC X(30) VALUE "FICHIERSOR.txt".
           05  WS-MAN-PROGRAMME PIC X(08) VALUE "KPIPACK".
           05  WS-MAN-POSITION  PIC 9(04) VALUE 73.
           05  WS-MAN-LONGUEUR  PIC 9(02) VALUE 9.
           05  WS-MAN-NB-ENREG  PIC 9(09) VALUE ZEROES.
           05  WS-MAN-TOTAL     PIC 9(13)V99 VALUE ZEROES.
           05  WS-MAN-CONTROLE  PIC 9(09) VALUE ZEROES.
           05  WS-MAN-STATUT    PIC X(01) VALUE SPACES.
               88  WS-MAN-ALTERE VALUE "2".

       PROCEDURE DIVISION.
       0000-MAIN-DEB.
      *******************************************************
      *  PARAGRAPHE PRINCIPAL
      *******************************************************
      *********** FICHIERSOR.txt INCHANGE DEPUIS SON ECRITURE
           CALL 'MANIFEST' USING WS-MANIFESTE
               ON EXCEPTION
                   MOVE SPACES TO WS-MAN-STATUT
           END-CALL.
           IF WS-MAN-ALTERE
               DISPLAY "*** TRAITEMENT ARRETE: FICHIERSOR.txt ALTERE"
               MOVE 12 TO RETURN-CODE
               GO TO 0000-MAIN-FIN
           END-IF.
      *
           DISPLAY "TABLEAU DE BORD MENSUEL DE GESTION".
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATE-JOUR.

           DISPLAY "MOIS ETUDIE (AAAAMM, VIDE = MOIS COURANT): "
                   NO ADVANCING.
              THRU 2000-LECTURE-ENCAISSEMENTS-FIN.
           PERFORM 3000-CALCUL-ENCOURS-DEBUT
              THRU 3000-CALCUL-ENCOURS-FIN.
           IF RETURN-CODE = 16
               GO TO 0000-MAIN-FIN
           END-IF.
           PERFORM 4000-LECTURE-RELANCES-DEBUT
              THRU 4000-LECTURE-RELANCES-FIN.
           PERFORM 5000-COMPTAGE-EXCEPTIONS-DEBUT

      *******************************************************
      *  LES ENCAISSEMENTS DU MOIS ET DU MOIS PRECEDENT
      *******************************************************
       2000-LECTURE-ENCAISSEMENTS-DEBUT.

                       CONTINUE
                   NOT AT END
                       IF RREGL-MONTANT IS NUMERIC
                           IF RREGL-DATE IS NUMERIC
                               IF RREGL-DATE (1:6) = WS-MOIS-COURANT
                                   ADD RREGL-MONTANT
           END-PERFORM.
           CLOSE FREGL.

       2000-LECTURE-ENCAISSEMENTS-FIN.
           EXIT.

      *******************************************************
      *  ENCOURS OUVERT, DSO APPROCHE ET VENTILATION PAR
      *  ANCIENNETE : CUMUL DES COMPTES RENDUS PAR SOLDECLI
      *******************************************************
       3000-CALCUL-ENCOURS-DEBUT.

           MOVE "C" TO WS-SOL-FONCTION.
           CALL 'SOLDECLI' USING WS-SOLDECLI
               ON EXCEPTION
                   MOVE "9" TO WS-SOL-STATUT
           END-CALL.
           IF NOT WS-SOL-STATUT-OK
               DISPLAY "ERREUR CHARGEMENT DES SOLDES (SOLDECLI): "
                       "FICHIERSOR.txt ILLISIBLE OU SERVICE ABSENT"
               MOVE 16 TO RETURN-CODE
               GO TO 3000-CALCUL-ENCOURS-FIN
           END-IF.

           MOVE "N" TO WS-SOL-FONCTION.
           MOVE ZEROES TO WS-SOL-RANG WS-SOL-DATE.
           PERFORM UNTIL NOT WS-SOL-STATUT-OK
               CALL 'SOLDECLI' USING WS-SOLDECLI
                   ON EXCEPTION
                       MOVE "9" TO WS-SOL-STATUT
               END-CALL
               IF WS-SOL-STATUT-OK
                   ADD WS-SOL-SOLDE TO WS-ENCOURS-OUVERT
                   PERFORM VARYING WS-INDICE-TRANCHE FROM 1 BY 1
                           UNTIL WS-INDICE-TRANCHE > 5
                       ADD WS-SOL-TRANCHE (WS-INDICE-TRANCHE)
                           TO WS-TRA-MONTANT (WS-INDICE-TRANCHE)
                   END-PERFORM
               END-IF
           END-PERFORM.

           IF WS-ENCOURS-OUVERT < ZEROES
               MOVE ZEROES TO WS-ENCOURS-OUVERT
           END-IF.
           ELSE
               MOVE ZEROES TO WS-DSO
           END-IF.

       3000-CALCUL-ENCOURS-FIN.
           EXIT.
           MOVE WS-ENCOURS-OUVERT TO WS-EDIT-M.
           MOVE SPACES TO WS-LIGNE.
           STRING "ENCOURS OUVERT                  "
                  WS-EDIT-M
                  DELIMITED BY SIZE INTO WS-LIGNE.
           MOVE WS-LIGNE TO RKPI.
           WRITE RKPI.

           PERFORM VARYING WS-INDICE-TRANCHE FROM 1 BY 1
                   UNTIL WS-INDICE-TRANCHE > 5
               MOVE WS-TRA-MONTANT (WS-INDICE-TRANCHE) TO WS-EDIT-M
               MOVE SPACES TO WS-LIGNE
               STRING WS-TRA-LIBELLE (WS-INDICE-TRANCHE)
                      WS-EDIT-M
                      DELIMITED BY SIZE INTO WS-LIGNE
               MOVE WS-LIGNE TO RKPI
               WRITE RKPI
           END-PERFORM.

           MOVE SPACES TO WS-LIGNE.
           STRING "DSO APPROCHE (JOURS)            "
                  WS-DSO
