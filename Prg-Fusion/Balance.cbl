      * Balance agee des comptes clients : rapproche le facture
      * (FICHIERSOR.txt) du regle (REGLEMENTS.txt) et produit, par
      * client, le total facture, le total recu, le solde du et la
      * ventilation du solde par retard sur l'echeance : non echu /
      * 1-30 / 31-60 / 61-90 / 90+ jours dans
      * FACTURES-BALANCE-AGEE.txt.
      *
      * Les chiffres de chaque compte sont ceux du sous-programme
      * partage SOLDECLI (fonction "N", parcours de tous les
      * comptes) : groupes payeurs, echeanciers et reglements
      * rejetes y sont traites comme dans RELANCE et les autres
      * programmes de recouvrement. Seuls les comptes factures
      * figurent en balance ; un compte mouvemente sans facture
      * est signale.
      *
      * La date de facturation retenue est celle de la derniere
      * execution de FACTURES, relue dans FACTURES-CONTROLE.txt
      * (ligne RCTRL la plus recente). A defaut, la date du jour.
      * L'echeance de chaque facture en decoule selon les conditions
      * de paiement du client (service ECHEANCE) ; un client retient
      * l'echeance la plus proche de ses factures. Sans condition,
      * l'echeance est la date de facturation (paiement a reception).
      *
      * REGLEMENTS.txt : ID(8) . DATE(8) . MONTANT 9(07)V99
      *
      * Les remboursements de soldes crediteurs (REMBOURSEMENTS.txt,
      * produit par REMBOURS) sont portes au debit du client : un
      * credit rembourse ramene le solde a zero.
      *
      * Un client (ou son groupe payeur) ayant un litige ouvert au
      * registre LITIGES-CLIENTS.txt (LITMAINT) porte la mention
      * EN LITIGE en fin de ligne.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ******** GROUPES DE CLIENTS (DETTE SUIVIE AU GROUPE)
           SELECT FGROUPE ASSIGN TO "GROUPES-CLIENTS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FGROUPE.

      ******** REGISTRE DES LITIGES CLIENTS
           SELECT FLITIGE ASSIGN TO "LITIGES-CLIENTS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FLITIGE.

      ******** BALANCE AGEE EN SORTIE
           SELECT FBALANCE ASSIGN TO "FACTURES-BALANCE-AGEE.txt"
           ORGANIZATION IS LINE SEQUENTIAL

       DATA DIVISION.
       FILE SECTION.
      ******** GROUPES DE CLIENTS (UNE LIGNE PAR MEMBRE)
       FD  FGROUPE.
       01  RGROUPE.
           05  FILLER     PIC X(01).
           05  GRP-NOM    PIC X(30).

      ******** REGISTRE DES LITIGES CLIENTS
           COPY 'COBOL-FD-LITIGE.cpy'.

      ******** BALANCE AGEE EN SORTIE
       FD  FBALANCE.
       01  RBALANCE PIC X(180).

       WORKING-STORAGE SECTION.
      ***********************************************
      * DEFINTION DES STATUS DES FICHIERS
      ***********************************************
       01  WS-STATUS-FILE-FLITIGE PIC X(02).
           88 WS-STATUS-FILE-FLITIGE-OK  VALUE "00".
           88 WS-STATUS-FILE-FLITIGE-EOF VALUE "10".
       01  WS-COMPTEUR-LITIGES PIC 9(05) VALUE ZEROES.

       01  WS-STATUS-FILE-FBALANCE PIC X(02).
           88 WS-STATUS-FILE-FBALANCE-OK  VALUE "00".
               10 WS-SOLDE-NOM       PIC X(20).
               10 WS-SOLDE-FACTURE   PIC 9(09)V99.
               10 WS-SOLDE-REGLE     PIC 9(09)V99.
               10 WS-SOLDE-ECHEANCE  PIC 9(08).
               10 WS-SOLDE-SOLDE     PIC S9(09)V99.
               10 WS-SOLDE-TRANCHE   PIC S9(09)V99 OCCURS 5.
               10 WS-SOLDE-LITIGE    PIC X(01).
       01  WS-NB-SOLDES      PIC 9(04) VALUE ZEROES.
       01  WS-MAX-SOLDES     PIC 9(04) VALUE 5000.
       01  WS-SOLDE-TROUVE   PIC X(01) VALUE "N".
       01  WS-NOM-EFFECTIF PIC X(20) VALUE SPACES.

      ******************************************
      *  DATES DE LA BALANCE
      ******************************************
       01  WS-DATE-JOUR        PIC 9(08) VALUE ZEROES.
       01  WS-DATE-FACTURATION PIC 9(08) VALUE ZEROES.

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
      *  ZONES D'EDITION DE LA BALANCE
      ******************************************
       01  WS-SOLDE-DU          PIC S9(09)V99 VALUE ZEROES.
       01  WS-EDIT-FACTURE      PIC ZZZ.ZZZ.ZZ9,99.
       01  WS-EDIT-REGLE        PIC ZZZ.ZZZ.ZZ9,99.
       01  WS-EDIT-SOLDE        PIC -ZZZ.ZZZ.ZZ9,99.
       01  WS-EDIT-TRANCHE2     PIC -ZZZ.ZZZ.ZZ9,99.
       01  WS-EDIT-TRANCHE3     PIC -ZZZ.ZZZ.ZZ9,99.
       01  WS-EDIT-TRANCHE4     PIC -ZZZ.ZZZ.ZZ9,99.
       01  WS-EDIT-NON-ECHU     PIC -ZZZ.ZZZ.ZZ9,99.
       01  WS-EDIT-ECHEANCE     PIC 9(04)/9(02)/9(02).
       01  WS-LIGNE-BALANCE     PIC X(180) VALUE SPACES.
       01  WS-TOTAL-FACTURE     PIC 9(11)V99 VALUE ZEROES.
       01  WS-TOTAL-REGLE       PIC 9(11)V99 VALUE ZEROES.
       01  WS-TOTAL-SOLDE       PIC S9(11)V99 VALUE ZEROES.
       01  WS-EDIT-TOTAL        PIC -.ZZZ.ZZZ.ZZ9,99.

      ***********************************************
      * MANIFESTE DES SORTIES (MANIFEST) : FICHIERSOR.txt
      * VERIFIE AVANT TRAITEMENT (NOMBRE, TOTAL HT, CLE)
      ***********************************************
       01  WS-MANIFESTE.
           05  WS-MAN-FONCTION  PIC X(01) VALUE "V".
           05  WS-MAN-FICHIER   PIC X(30) VALUE "FICHIERSOR.txt".
           05  WS-MAN-PROGRAMME PIC X(08) VALUE "BALANCE".
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
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATE-JOUR.
           MOVE WS-DATE-JOUR TO WS-DATE-FACTURATION.
      *
      *********** CHARGEMENT DES GROUPES DE CLIENTS
           PERFORM 1500-CHARGEMENT-GROUPES-DEBUT
              THRU 1500-CHARGEMENT-GROUPES-FIN.
      *
      *********** SOLDES DES COMPTES (SOLDECLI)
           PERFORM 2000-CHARGEMENT-SOLDES-DEBUT
              THRU 2000-CHARGEMENT-SOLDES-FIN.
           IF RETURN-CODE = 16
               GO TO 0000-MAIN-FIN
           END-IF.
      *
      *********** CLIENTS EN LITIGE OUVERT
           PERFORM 3900-LECTURE-LITIGES-DEBUT
              THRU 3900-LECTURE-LITIGES-FIN.
      *
      *********** EDITION DE LA BALANCE AGEE
           PERFORM 4000-EDITION-BALANCE-DEBUT

           DISPLAY "==============================================".
           DISPLAY "NOMBRE DE CLIENTS EN BALANCE : " WS-NB-SOLDES.
           DISPLAY "COMPTES MOUVEMENTES SANS FACT: "
                   WS-COMPTEUR-REGL-INCONNUS.
           DISPLAY "LITIGES OUVERTS              : "
                   WS-COMPTEUR-LITIGES.
           MOVE WS-TOTAL-SOLDE TO WS-EDIT-TOTAL.
           DISPLAY "SOLDE GLOBAL DU              : " WS-EDIT-TOTAL.
           DISPLAY "==============================================".
       0000-MAIN-FIN.
           STOP RUN.

      *******************************************************
      *  CHARGEMENT DES GROUPES DE CLIENTS (FACULTATIF)
      *******************************************************
           EXIT.

      *******************************************************
      *  SOLDES DE TOUS LES COMPTES A CE JOUR (SOLDECLI)
      *******************************************************
       2000-CHARGEMENT-SOLDES-DEBUT.

           MOVE "C" TO WS-SOL-FONCTION.
           CALL 'SOLDECLI' USING WS-SOLDECLI
               ON EXCEPTION
                   MOVE "9" TO WS-SOL-STATUT
           END-CALL.
           IF NOT WS-SOL-STATUT-OK
               DISPLAY "ERREUR CHARGEMENT DES SOLDES (SOLDECLI): "
                       "FICHIERSOR.txt ILLISIBLE OU SERVICE ABSENT"
               MOVE 16 TO RETURN-CODE
               GO TO 2000-CHARGEMENT-SOLDES-FIN
           END-IF.

           MOVE WS-SOL-DATE-FACTURATION TO WS-DATE-FACTURATION.
           DISPLAY "--> DATE DE FACTURATION RETENUE: "
                   WS-DATE-FACTURATION.

           MOVE "N" TO WS-SOL-FONCTION.
           MOVE ZEROES TO WS-SOL-RANG WS-SOL-DATE.
           PERFORM UNTIL NOT WS-SOL-STATUT-OK
               CALL 'SOLDECLI' USING WS-SOLDECLI
                   ON EXCEPTION
                       MOVE "9" TO WS-SOL-STATUT
               END-CALL
               IF WS-SOL-STATUT-OK
                   PERFORM 2100-AJOUT-COMPTE-DEBUT
                      THRU 2100-AJOUT-COMPTE-FIN
               END-IF
           END-PERFORM.

       2000-CHARGEMENT-SOLDES-FIN.
           EXIT.

      *******************************************************
      *  AJOUT D'UN COMPTE FACTURE A LA BALANCE ; LES AVOIRS
      *  SONT AU REGLE, LES REMBOURSEMENTS AU FACTURE
      *******************************************************
       2100-AJOUT-COMPTE-DEBUT.

           IF WS-SOL-NB-FACTURES = ZEROES
               ADD 1 TO WS-COMPTEUR-REGL-INCONNUS
               DISPLAY "--> MOUVEMENTS SANS FACTURE: CLIENT "
                       WS-SOL-CLIENT
               GO TO 2100-AJOUT-COMPTE-FIN
           END-IF.

           IF WS-NB-SOLDES NOT < WS-MAX-SOLDES
               DISPLAY "--> ! PLUS DE " WS-MAX-SOLDES
                       " CLIENTS EN BALANCE!"
               GO TO 2100-AJOUT-COMPTE-FIN
           END-IF.

           ADD 1 TO WS-NB-SOLDES.
           SET WS-INDICE TO WS-NB-SOLDES.
           MOVE WS-SOL-CLIENT   TO WS-SOLDE-ID (WS-INDICE).
           MOVE WS-SOL-NOM      TO WS-SOLDE-NOM (WS-INDICE).
           COMPUTE WS-SOLDE-FACTURE (WS-INDICE) =
                   WS-SOL-FACTURE + WS-SOL-REMBOURSE.
           COMPUTE WS-SOLDE-REGLE (WS-INDICE) =
                   WS-SOL-REGLE + WS-SOL-CREDITE.
           MOVE WS-SOL-ECHEANCE TO WS-SOLDE-ECHEANCE (WS-INDICE).
           MOVE WS-SOL-SOLDE    TO WS-SOLDE-SOLDE (WS-INDICE).
           MOVE WS-SOL-TRANCHE (1) TO WS-SOLDE-TRANCHE (WS-INDICE 1).
           MOVE WS-SOL-TRANCHE (2) TO WS-SOLDE-TRANCHE (WS-INDICE 2).
           MOVE WS-SOL-TRANCHE (3) TO WS-SOLDE-TRANCHE (WS-INDICE 3).
           MOVE WS-SOL-TRANCHE (4) TO WS-SOLDE-TRANCHE (WS-INDICE 4).
           MOVE WS-SOL-TRANCHE (5) TO WS-SOLDE-TRANCHE (WS-INDICE 5).
           MOVE "N" TO WS-SOLDE-LITIGE (WS-INDICE).

       2100-AJOUT-COMPTE-FIN.
           EXIT.

      *******************************************************
      *  LITIGES OUVERTS (FACULTATIF) : LE CLIENT (OU SON
      *  GROUPE PAYEUR) EST MARQUE EN LITIGE
      *******************************************************
       3900-LECTURE-LITIGES-DEBUT.

           OPEN INPUT FLITIGE.
           IF NOT WS-STATUS-FILE-FLITIGE-OK
               GO TO 3900-LECTURE-LITIGES-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FLITIGE-OK
               READ FLITIGE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LIT-STATUT-OUVERT
                           ADD 1 TO WS-COMPTEUR-LITIGES
                           MOVE LIT-ID TO WS-ID-EFFECTIF
                           PERFORM 1600-SUBSTITUTION-GROUPE-DEBUT
                              THRU 1600-SUBSTITUTION-GROUPE-FIN
                           PERFORM VARYING WS-INDICE FROM 1 BY 1
                                   UNTIL WS-INDICE > WS-NB-SOLDES
                               IF WS-SOLDE-ID (WS-INDICE) =
                                  WS-ID-EFFECTIF
                                   MOVE "O"
                                        TO WS-SOLDE-LITIGE (WS-INDICE)
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FLITIGE.

       3900-LECTURE-LITIGES-FIN.
           EXIT.

      *******************************************************
           MOVE SPACES TO WS-LIGNE-BALANCE.
           STRING "BALANCE AGEE AU " WS-DATE-JOUR
                  " - FACTURATION DU " WS-DATE-FACTURATION
                  " - RETARD COMPTE DEPUIS L'ECHEANCE"
                  DELIMITED BY SIZE INTO WS-LIGNE-BALANCE.
           MOVE WS-LIGNE-BALANCE TO RBALANCE.
           WRITE RBALANCE.

           MOVE SPACES TO WS-LIGNE-BALANCE.
           STRING "CLIENT   NOM                 "
                  "        FACTURE          REGLE"
                  "           SOLDE   ECHEANCE"
                  "        NON ECHU            1-30"
                  "           31-60           61-90"
                  "             90+ LITIGE"
                  DELIMITED BY SIZE INTO WS-LIGNE-BALANCE.
           MOVE WS-LIGNE-BALANCE TO RBALANCE.
           WRITE RBALANCE.
      *******************************************************
       4100-EDITION-LIGNE-CLIENT-DEBUT.

           MOVE WS-SOLDE-SOLDE (WS-INDICE) TO WS-SOLDE-DU.

           ADD WS-SOLDE-FACTURE (WS-INDICE) TO WS-TOTAL-FACTURE.
           ADD WS-SOLDE-REGLE (WS-INDICE)   TO WS-TOTAL-REGLE.
           MOVE WS-SOLDE-FACTURE (WS-INDICE) TO WS-EDIT-FACTURE.
           MOVE WS-SOLDE-REGLE (WS-INDICE)   TO WS-EDIT-REGLE.
           MOVE WS-SOLDE-DU                  TO WS-EDIT-SOLDE.
           MOVE WS-SOLDE-ECHEANCE (WS-INDICE) TO WS-EDIT-ECHEANCE.

      ****** VENTILATION PAR RETARD SUR L'ECHEANCE (SOLDECLI)
           MOVE WS-SOLDE-TRANCHE (WS-INDICE 1) TO WS-EDIT-NON-ECHU.
           MOVE WS-SOLDE-TRANCHE (WS-INDICE 2) TO WS-EDIT-TRANCHE1.
           MOVE WS-SOLDE-TRANCHE (WS-INDICE 3) TO WS-EDIT-TRANCHE2.
           MOVE WS-SOLDE-TRANCHE (WS-INDICE 4) TO WS-EDIT-TRANCHE3.
           MOVE WS-SOLDE-TRANCHE (WS-INDICE 5) TO WS-EDIT-TRANCHE4.

           MOVE SPACES TO WS-LIGNE-BALANCE.
           STRING WS-SOLDE-ID (WS-INDICE) " "
                  WS-SOLDE-NOM (WS-INDICE) " "
                  WS-EDIT-FACTURE " " WS-EDIT-REGLE " "
                  WS-EDIT-SOLDE " " WS-EDIT-ECHEANCE " "
                  WS-EDIT-NON-ECHU " "
                  WS-EDIT-TRANCHE1 " " WS-EDIT-TRANCHE2 " "
                  WS-EDIT-TRANCHE3 " " WS-EDIT-TRANCHE4
                  DELIMITED BY SIZE INTO WS-LIGNE-BALANCE.
           IF WS-SOLDE-LITIGE (WS-INDICE) = "O"
               MOVE "EN LITIGE" TO WS-LIGNE-BALANCE (168:9)
           END-IF.
           MOVE WS-LIGNE-BALANCE TO RBALANCE.
           WRITE RBALANCE.

