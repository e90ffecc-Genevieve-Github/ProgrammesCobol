      * depuis la balance agee. Meme si les penalites sont ensuite
      * remisees, les imprimer change le comportement de paiement.
      *
      * Les soldes et leur retard sont ceux du sous-programme
      * partage SOLDECLI, comme dans BALANCE et RELANCE : facture TTC
      * moins reglements non rejetes et avoirs, plus remboursements,
      * au groupe payeur pour ses membres, age par rapport a
      * l'echeance (derniere facturation et conditions de paiement
      * du client, l'echeance la plus proche faisant foi ; pour un
      * client sous echeancier, seules les echeances passees non
      * couvertes sont en retard). Rien n'est du avant l'echeance ;
      * ensuite le taux depend de la tranche de retard :
      *   1-30 jours : 0 %   31-60 : 2 %   61-90 : 4 %   90+ : 6 %
      * (modifiables dans INTERETS-TAUX.txt : TRANCHE.TAUX).
      *
      * Chaque penalite non nulle devient une vraie facture : le
      * INTERETS-FACTURES.txt et la ligne est ajoutee a l'historique
      * permanent FACTURES-HISTORIQUE.txt. La synthese par
      * departement sort dans INTERETS-SYNTHESE.txt.
      *
      * Les factures en litige ouvert au registre LITIGES-CLIENTS.txt
      * (LITMAINT) ne portent pas d'interets : leur montant est
      * retire du solde en retard du client.
      *
      * Chaque facture de penalite est inscrite au registre permanent
      * des correspondances (sous-programme CORRESP) au compte payeur
      * facture, avec son numero de facture, et indexee pour la
      * mise sous pli de la nuit (sous-programme INDEXPLI, voir
      * MISEPLI).
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FCLISOR.

      ******** TAUX D'INTERET PAR TRANCHE D'ANCIENNETE
           SELECT FTAUX ASSIGN TO "INTERETS-TAUX.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FHIST.

      ******** REGISTRE DES LITIGES CLIENTS
           SELECT FLITIGE ASSIGN TO "LITIGES-CLIENTS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FLITIGE.

      ******** SYNTHESE DES INTERETS PAR DEPARTEMENT
           SELECT FSYNTH ASSIGN TO "INTERETS-SYNTHESE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
      ******** FICHIER DE SORTIE FACTURATION
           COPY 'COBOL-FD-FCLISOR.cpy'.

      ******** TAUX D'INTERET PAR TRANCHE D'ANCIENNETE
       FD  FTAUX.
       01  RTAUX.
           05  HIST-DEVISE   PIC X(03).
           05  FILLER        PIC X(01).
           05  HIST-TAUX     PIC 9(03)V9(06).
           05  FILLER        PIC X(01).
           05  HIST-ECHEANCE PIC 9(08).
           05  FILLER        PIC X(01).
           05  HIST-NUMACT   PIC X(08).

      ******** REGISTRE DES LITIGES CLIENTS
           COPY 'COBOL-FD-LITIGE.cpy'.

      ******** SYNTHESE DES INTERETS PAR DEPARTEMENT
       FD  FSYNTH.
       01  WS-STATUS-FILE-FCLISOR PIC X(02).
           88 WS-STATUS-FILE-FCLISOR-OK  VALUE "00".
           88 WS-STATUS-FILE-FCLISOR-EOF VALUE "10".
       01  WS-STATUS-FILE-FTAUX PIC X(02).
           88 WS-STATUS-FILE-FTAUX-OK  VALUE "00".
           88 WS-STATUS-FILE-FTAUX-EOF VALUE "10".
           88 WS-STATUS-FILE-FHIST-INEXISTANT VALUE "35".
       01  WS-STATUS-FILE-FSYNTH PIC X(02).
           88 WS-STATUS-FILE-FSYNTH-OK  VALUE "00".
       01  WS-STATUS-FILE-FLITIGE PIC X(02).
           88 WS-STATUS-FILE-FLITIGE-OK  VALUE "00".
           88 WS-STATUS-FILE-FLITIGE-EOF VALUE "10".

      ******************************************
      *  TABLE DES SOLDES PAR CLIENT
               10 WS-CLI-NOM     PIC X(20).
               10 WS-CLI-DEPT    PIC X(03).
               10 WS-CLI-SOCIETE PIC X(05).
      ****** SOLDE, PART EN RETARD ET ECHEANCE DE REFERENCE
      ****** DU COMPTE PAYEUR (SOLDECLI)
               10 WS-CLI-SOLDE   PIC S9(09)V99.
               10 WS-CLI-ECHU    PIC 9(09)V99.
               10 WS-CLI-ECHEANCE PIC 9(08).
               10 WS-CLI-JOURS   PIC S9(05).
      ****** MONTANT EN LITIGE OUVERT ; LITIGE-TOTAL "O" QUAND UN
      ****** LITIGE ANCIEN NE PORTE PAS DE MONTANT (TOUT EST EXCLU)
               10 WS-CLI-LITIGE  PIC 9(09)V99.
               10 WS-CLI-LITIGE-TOTAL PIC X(01).
       01  WS-NB-CLIENTS  PIC 9(04) VALUE ZEROES.
       01  WS-MAX-CLIENTS PIC 9(04) VALUE 5000.
       01  WS-TROUVE PIC X(01) VALUE "N".
      *  ANCIENNETE DE LA CREANCE ET TAUX PAR TRANCHE
      ******************************************
       01  WS-DATE-JOUR PIC 9(08) VALUE ZEROES.
       01  WS-JOURS-ECOULES PIC S9(05) VALUE ZEROES.
       01  WS-TRANCHE PIC 9(01) VALUE 1.
       01  WS-TABLE-TAUX.
           05 WS-TAUX-TRANCHE OCCURS 4 PIC 9(02)V99.
       01  WS-TAUX-APPLIQUE PIC 9(02)V99 VALUE ZEROES.
       01  WS-EDIT-JOURS PIC ZZZZ9.

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
      *  NUMEROTATION FACTEDIT REPRISE ET PROLONGEE
      ******************************************
       01  WS-DERNIER-NUMERO PIC 9(08) VALUE ZEROES.
       01  WS-DERNIER-EDITE  PIC 9(08) VALUE ZEROES.
       01  WS-DATE-EDITION   PIC 9(08) VALUE ZEROES.

      ******************************************
      *  CALCUL ET CUMUL DES PENALITES
       01  WS-SOLDE PIC S9(09)V99 VALUE ZEROES.
       01  WS-MONTANT-PENALITE PIC 9(07)V99 VALUE ZEROES.
       01  WS-COMPTEUR-PENALITES PIC 9(04) VALUE ZEROES.
       01  WS-COMPTEUR-LITIGES   PIC 9(04) VALUE ZEROES.
       01  WS-TOTAL-PENALITES PIC 9(09)V99 VALUE ZEROES.
       01  WS-TABLE-DEPTS.
           05 WS-DEPT-ENTRY OCCURS 500 INDEXED BY WS-INDICE2.
       01  WS-EDIT-TAUX    PIC Z9,99.
       01  WS-LIGNE PIC X(80) VALUE SPACES.

      ***********************************************
      * MANIFESTE DES SORTIES (MANIFEST) : FICHIERSOR.txt
      * VERIFIE AVANT TRAITEMENT (NOMBRE, TOTAL HT, CLE)
      ***********************************************
       01  WS-MANIFESTE.
           05  WS-MAN-FONCTION  PIC X(01) VALUE "V".
           05  WS-MAN-FICHIER   PIC X(30) VALUE "FICHIERSOR.txt".
           05  WS-MAN-PROGRAMME PIC X(08) VALUE "INTERETS".
           05  WS-MAN-POSITION  PIC 9(04) VALUE 73.
           05  WS-MAN-LONGUEUR  PIC 9(02) VALUE 9.
           05  WS-MAN-NB-ENREG  PIC 9(09) VALUE ZEROES.
           05  WS-MAN-TOTAL     PIC 9(13)V99 VALUE ZEROES.
           05  WS-MAN-CONTROLE  PIC 9(09) VALUE ZEROES.
           05  WS-MAN-STATUT    PIC X(01) VALUE SPACES.
               88  WS-MAN-ALTERE VALUE "2".

      ***********************************************
      * REGISTRE DES CORRESPONDANCES (CORRESP)
      ***********************************************
       01  WS-CORRESPONDANCE.
           05  WS-COR-CLIENT-ID     PIC X(08) VALUE SPACES.
           05  WS-COR-DOCUMENT      PIC X(10) VALUE "INTERETS".
           05  WS-COR-REFERENCE     PIC X(20) VALUE SPACES.
           05  WS-COR-CANAL         PIC X(01) VALUE "C".
           05  WS-COR-FICHIER       PIC X(30)
               VALUE "INTERETS-FACTURES.txt".
           05  WS-COR-GENERATION    PIC X(14) VALUE SPACES.
           05  WS-COR-PROGRAMME     PIC X(08) VALUE "INTERETS".
           05  WS-COR-STATUT        PIC X(01) VALUE SPACES.
               88  WS-COR-INSCRIT   VALUE "0".
       01  WS-COMPTEUR-NON-INSCRITS PIC 9(05) VALUE ZEROES.

      ***********************************************
      * INDEX DES DOCUMENTS POUR LA MISE SOUS PLI (INDEXPLI)
      ***********************************************
       01  WS-PLI.
           05  WS-PLI-FICHIER       PIC X(30)
               VALUE "INTERETS-FACTURES.txt".
           05  WS-PLI-GENERATION    PIC X(14) VALUE SPACES.
           05  WS-PLI-RANG          PIC 9(05) VALUE ZEROES.
           05  WS-PLI-DESTINATAIRE  PIC X(08) VALUE SPACES.
           05  WS-PLI-DOCUMENT      PIC X(10) VALUE "INTERETS".
           05  WS-PLI-PROGRAMME     PIC X(08) VALUE "INTERETS".
           05  WS-PLI-STATUT        PIC X(01) VALUE SPACES.
               88  WS-PLI-INDEXE    VALUE "0".
       01  WS-COMPTEUR-NON-INDEXES PIC 9(05) VALUE ZEROES.

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
           DISPLAY "FACTURATION DES INTERETS DE RETARD".
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATE-JOUR.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-COR-GENERATION.
           MOVE WS-COR-GENERATION TO WS-PLI-GENERATION.
      *
      *********** TAUX PAR DEFAUT : 0 / 2 / 4 / 6 %
           MOVE 0 TO WS-TAUX-TRANCHE (1).
           MOVE 6 TO WS-TAUX-TRANCHE (4).
           PERFORM 1000-CHARGEMENT-TAUX-DEBUT
              THRU 1000-CHARGEMENT-TAUX-FIN.

           IF WS-TAUX-TRANCHE (1) = ZEROES
           AND WS-TAUX-TRANCHE (2) = ZEROES
           AND WS-TAUX-TRANCHE (3) = ZEROES
           AND WS-TAUX-TRANCHE (4) = ZEROES
               DISPLAY "--> TOUS LES TAUX A 0: "
                       "AUCUNE PENALITE A FACTURER"
               GO TO 0000-MAIN-FIN
           END-IF.
      *
      *********** SOLDES DES COMPTES PAYEURS (SOLDECLI)
           PERFORM 2000-CUMUL-SOLDES-DEBUT
              THRU 2000-CUMUL-SOLDES-FIN.
           IF RETURN-CODE = 16
               GO TO 0000-MAIN-FIN
           END-IF.
      *
      *********** LITIGES OUVERTS : FACTURES CONTESTEES SANS INTERETS
           PERFORM 2500-APPLICATION-LITIGES-DEBUT
              THRU 2500-APPLICATION-LITIGES-FIN.
      *
      *********** NUMEROTATION FACTEDIT REPRISE
           PERFORM 3000-LECTURE-NUMEROTATION-DEBUT
           DISPLAY "==============================================".
           DISPLAY "PENALITES FACTUREES: " WS-COMPTEUR-PENALITES.
           DISPLAY "MONTANT TOTAL      : " WS-EDIT-MONTANT.
           DISPLAY "CLIENTS EN LITIGE  : " WS-COMPTEUR-LITIGES.
           IF WS-COMPTEUR-NON-INSCRITS > ZEROES
               DISPLAY "NON INSCRITES AU REGISTRE DES CORRESPONDANCES: "
                       WS-COMPTEUR-NON-INSCRITS
           END-IF.
           IF WS-COMPTEUR-NON-INDEXES > ZEROES
               DISPLAY "DOCUMENTS NON INDEXES POUR LA MISE SOUS PLI: "
                       WS-COMPTEUR-NON-INDEXES
           END-IF.
           DISPLAY "==============================================".

       0000-MAIN-FIN.
           EXIT.

      *******************************************************
      *  SOLDES PAR COMPTE PAYEUR (SOLDECLI) : UNE LIGNE PAR
      *  COMPTE FACTURE, DEPARTEMENT ET SOCIETE DE SA PREMIERE
      *  LIGNE DE FACTURATION
      *******************************************************
       2000-CUMUL-SOLDES-DEBUT.

           MOVE "C" TO WS-SOL-FONCTION.
           CALL 'SOLDECLI' USING WS-SOLDECLI
               ON EXCEPTION
                   MOVE "9" TO WS-SOL-STATUT
           END-CALL.
           IF NOT WS-SOL-STATUT-OK
               DISPLAY "ERREUR CHARGEMENT DES SOLDES (SOLDECLI): "
                       "FICHIERSOR.txt ILLISIBLE OU SERVICE ABSENT"
               MOVE 16 TO RETURN-CODE
               GO TO 2000-CUMUL-SOLDES-FIN
           END-IF.

           OPEN INPUT FCLISOR.
           IF NOT WS-STATUS-FILE-FCLISOR-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FCLISOR': "
           END-PERFORM.
           CLOSE FCLISOR.

           DISPLAY "NOMBRE DE CLIENTS EN SOLDE: " WS-NB-CLIENTS.

       2000-CUMUL-SOLDES-FIN.
           EXIT.

      *******************************************************
      *  COMPTE PAYEUR D'UNE LIGNE FACTUREE, AJOUTE A LA TABLE
      *  A SA PREMIERE LIGNE
      *******************************************************
       2100-AJOUT-FACTURE-DEBUT.

           MOVE "S" TO WS-SOL-FONCTION.
           MOVE RCLISOR-ID TO WS-SOL-CLIENT.
           MOVE WS-DATE-JOUR TO WS-SOL-DATE.
           CALL 'SOLDECLI' USING WS-SOLDECLI
               ON EXCEPTION
                   MOVE "9" TO WS-SOL-STATUT
           END-CALL.
           IF NOT WS-SOL-STATUT-OK
               GO TO 2100-AJOUT-FACTURE-FIN
           END-IF.

           MOVE "N" TO WS-TROUVE.
           PERFORM VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-NB-CLIENTS OR WS-TROUVE-OUI
               IF WS-CLI-ID (WS-INDICE) = WS-SOL-PAYEUR
                   MOVE "O" TO WS-TROUVE
               END-IF
           END-PERFORM.
           IF WS-TROUVE-OUI
               GO TO 2100-AJOUT-FACTURE-FIN
           END-IF.

           IF WS-NB-CLIENTS NOT < WS-MAX-CLIENTS
               DISPLAY "--> ! PLUS DE " WS-MAX-CLIENTS " CLIENTS!"
               GO TO 2100-AJOUT-FACTURE-FIN
           END-IF.
           ADD 1 TO WS-NB-CLIENTS.
           SET WS-INDICE TO WS-NB-CLIENTS.
           MOVE WS-SOL-PAYEUR   TO WS-CLI-ID (WS-INDICE).
           MOVE WS-SOL-NOM      TO WS-CLI-NOM (WS-INDICE).
           MOVE RCLISOR-ID-DEPT TO WS-CLI-DEPT (WS-INDICE).
           MOVE RCLISOR-SOCIETE TO WS-CLI-SOCIETE (WS-INDICE).
           MOVE WS-SOL-SOLDE    TO WS-CLI-SOLDE (WS-INDICE).
           MOVE WS-SOL-ECHU     TO WS-CLI-ECHU (WS-INDICE).
           MOVE WS-SOL-ECHEANCE TO WS-CLI-ECHEANCE (WS-INDICE).
           MOVE WS-SOL-JOURS    TO WS-CLI-JOURS (WS-INDICE).
           MOVE ZEROES TO WS-CLI-LITIGE (WS-INDICE).
           MOVE "N" TO WS-CLI-LITIGE-TOTAL (WS-INDICE).

       2100-AJOUT-FACTURE-FIN.
           EXIT.

      *******************************************************
      *  LITIGES OUVERTS (FICHIER FACULTATIF) : LE MONTANT
      *  CONTESTE EST CUMULE SOUS LE COMPTE PAYEUR DU CLIENT
      *  POUR ETRE RETIRE DE LA BASE DES INTERETS
      *******************************************************
       2500-APPLICATION-LITIGES-DEBUT.

           OPEN INPUT FLITIGE.
           IF NOT WS-STATUS-FILE-FLITIGE-OK
               GO TO 2500-APPLICATION-LITIGES-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FLITIGE-OK
               READ FLITIGE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LIT-STATUT-OUVERT
                           MOVE "S" TO WS-SOL-FONCTION
                           MOVE LIT-ID TO WS-SOL-CLIENT
                           CALL 'SOLDECLI' USING WS-SOLDECLI
                               ON EXCEPTION
                                   MOVE LIT-ID TO WS-SOL-PAYEUR
                           END-CALL
                           PERFORM VARYING WS-INDICE FROM 1 BY 1
                                   UNTIL WS-INDICE > WS-NB-CLIENTS
                               IF WS-CLI-ID (WS-INDICE) = WS-SOL-PAYEUR
                                   IF LIT-MONTANT IS NUMERIC
                                   AND LIT-MONTANT > ZEROES
                                       ADD LIT-MONTANT
                                           TO WS-CLI-LITIGE (WS-INDICE)
                                   ELSE
                                       MOVE "O" TO
                                         WS-CLI-LITIGE-TOTAL (WS-INDICE)
                                   END-IF
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FLITIGE.

       2500-APPLICATION-LITIGES-FIN.
           EXIT.

      *******************************************************
      *  LECTURE DU DERNIER NUMERO DE FACTURE ATTRIBUE
      *******************************************************
                               MOVE RNUMFACT (9:8)
                                    TO WS-DERNIER-NUMERO
                           END-IF
      ****** DERNEDIT= ET DATEDIT= APPARTIENNENT A FACTEDIT : RELUS
      ****** POUR ETRE REECRITS TELS QUELS, LES PENALITES N'Y
      ****** PARAISSENT PAS
                           IF RNUMFACT (1:9) = "DERNEDIT="
                           AND RNUMFACT (10:8) IS NUMERIC
                               MOVE RNUMFACT (10:8)
                                    TO WS-DERNIER-EDITE
                           END-IF
                           IF RNUMFACT (1:8) = "DATEDIT="
                           AND RNUMFACT (9:8) IS NUMERIC
                               MOVE RNUMFACT (9:8)
                                    TO WS-DATE-EDITION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FNUMFACT
                          DELIMITED BY SIZE INTO RNUMFACT
                   WRITE RNUMFACT
               END-IF
               IF WS-DATE-EDITION > ZEROES
                   MOVE SPACES TO RNUMFACT
                   STRING "DATEDIT=" WS-DATE-EDITION
                          DELIMITED BY SIZE INTO RNUMFACT
                   WRITE RNUMFACT
               END-IF
               CLOSE FNUMFACT
           ELSE
               DISPLAY "ERREUR OUVERTURE FICHIER 'FNUMFACT': "
      *******************************************************
       4100-PENALITE-CLIENT-DEBUT.

           MOVE WS-CLI-SOLDE (WS-INDICE) TO WS-SOLDE.
           IF WS-SOLDE <= ZEROES
               GO TO 4100-PENALITE-CLIENT-FIN
           END-IF.
      *
      ****** LES FACTURES EN LITIGE OUVERT NE PORTENT PAS D'INTERETS
           IF WS-CLI-LITIGE-TOTAL (WS-INDICE) = "O"
           OR WS-CLI-LITIGE (WS-INDICE) > ZEROES
               ADD 1 TO WS-COMPTEUR-LITIGES
           END-IF.
           IF WS-CLI-LITIGE-TOTAL (WS-INDICE) = "O"
           OR WS-SOLDE <= WS-CLI-LITIGE (WS-INDICE)
               GO TO 4100-PENALITE-CLIENT-FIN
           END-IF.
           SUBTRACT WS-CLI-LITIGE (WS-INDICE) FROM WS-SOLDE.
      *
      ****** RETARD SUR L'ECHEANCE : RIEN AVANT, PUIS LE TAUX DE
      ****** LA TRANCHE DE RETARD SUR LA SEULE PART EN RETARD
           MOVE WS-CLI-JOURS (WS-INDICE) TO WS-JOURS-ECOULES.
           IF WS-JOURS-ECOULES <= ZEROES
           OR WS-CLI-ECHU (WS-INDICE) = ZEROES
               GO TO 4100-PENALITE-CLIENT-FIN
           END-IF.
           IF WS-CLI-ECHU (WS-INDICE) < WS-SOLDE
               MOVE WS-CLI-ECHU (WS-INDICE) TO WS-SOLDE
           END-IF.
           EVALUATE TRUE
               WHEN WS-JOURS-ECOULES <= 30
                   MOVE 1 TO WS-TRANCHE
               WHEN WS-JOURS-ECOULES <= 60
                   MOVE 2 TO WS-TRANCHE
               WHEN WS-JOURS-ECOULES <= 90
                   MOVE 3 TO WS-TRANCHE
               WHEN OTHER
                   MOVE 4 TO WS-TRANCHE
           END-EVALUATE.
           MOVE WS-TAUX-TRANCHE (WS-TRANCHE) TO WS-TAUX-APPLIQUE.

           COMPUTE WS-MONTANT-PENALITE ROUNDED =
                   WS-SOLDE * WS-TAUX-APPLIQUE / 100.
           ADD WS-MONTANT-PENALITE TO WS-TOTAL-PENALITES.
      *
      ****** PAGE DE FACTURE DE PENALITE
           MOVE WS-CLI-ID (WS-INDICE) TO WS-PLI-DESTINATAIRE.
           PERFORM 4200-INDEXATION-PLI-DEBUT
              THRU 4200-INDEXATION-PLI-FIN.
           MOVE ALL "=" TO WS-LIGNE.
           MOVE WS-LIGNE TO RPENAL.
           WRITE RPENAL.
           MOVE WS-LIGNE TO RPENAL.
           WRITE RPENAL.

           MOVE WS-JOURS-ECOULES TO WS-EDIT-JOURS.
           MOVE SPACES TO WS-LIGNE.
           STRING "ECHEANCE DU " WS-CLI-ECHEANCE (WS-INDICE)
                  " DEPASSEE DE " WS-EDIT-JOURS " JOURS"
                  DELIMITED BY SIZE INTO WS-LIGNE.
           MOVE WS-LIGNE TO RPENAL.
           WRITE RPENAL.

           MOVE WS-MONTANT-PENALITE TO WS-EDIT-MONTANT.
           MOVE SPACES TO WS-LIGNE.
           STRING "INTERETS DE RETARD A REGLER : " WS-EDIT-MONTANT
           MOVE WS-LIGNE TO RPENAL.
           WRITE RPENAL.
      *
      ****** INSCRIPTION AU REGISTRE DES CORRESPONDANCES
           MOVE WS-CLI-ID (WS-INDICE) TO WS-COR-CLIENT-ID.
           MOVE WS-DERNIER-NUMERO TO WS-COR-REFERENCE.
           CALL 'CORRESP' USING WS-CORRESPONDANCE
               ON EXCEPTION
                   MOVE "9" TO WS-COR-STATUT
           END-CALL.
           IF NOT WS-COR-INSCRIT
               ADD 1 TO WS-COMPTEUR-NON-INSCRITS
           END-IF.
      *
      ****** LIGNE D'HISTORIQUE (HORS CHAMP TVA, EN EUROS)
           IF WS-STATUS-FILE-FHIST-OK
               MOVE SPACES TO RHIST
               MOVE WS-MONTANT-PENALITE TO HIST-TTC
               MOVE "EUR" TO HIST-DEVISE
               MOVE 1 TO HIST-TAUX
               MOVE WS-DATE-JOUR TO HIST-ECHEANCE
               WRITE RHIST
           END-IF.
      *
       4100-PENALITE-CLIENT-FIN.
           EXIT.

      *******************************************************
      *  INDEXATION DU DOCUMENT POUR LA MISE SOUS PLI : SON
      *  RANG DANS LE FICHIER ET SON DESTINATAIRE
      *******************************************************
       4200-INDEXATION-PLI-DEBUT.

           ADD 1 TO WS-PLI-RANG.
           CALL 'INDEXPLI' USING WS-PLI
               ON EXCEPTION
                   MOVE "9" TO WS-PLI-STATUT
           END-CALL.
           IF NOT WS-PLI-INDEXE
               ADD 1 TO WS-COMPTEUR-NON-INDEXES
           END-IF.

       4200-INDEXATION-PLI-FIN.
           EXIT.

      *******************************************************
      *  SYNTHESE DES PENALITES PAR DEPARTEMENT
      *******************************************************
