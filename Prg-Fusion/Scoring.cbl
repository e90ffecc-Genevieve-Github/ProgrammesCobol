      *
      * Chaque client facture est note de 0 a 100 a partir du
      * CONSTATE :
      *   - retard moyen de paiement (reglements de REGLEMENTS.txt
      *     rattaches a l'execution de facturation qui les precede,
      *     dates relues dans FACTURES-CONTROLE.txt) : -1 POINT PAR
      *     JOUR AU-DELA DE L'ECHEANCE (CONDITIONS DE PAIEMENT DU
      *     CLIENT, SERVICE ECHEANCE ; SANS CONDITION, 30 JOURS
      *     APRES LA FACTURATION) (PLAFONNE A -40)
      *   - niveau de relance courant (RELANCES-ETAT.txt) :
      *     -15 POINTS PAR NIVEAU
      *   - prelevements revenus impayes (REGLEMENTS-REJETES.txt) :
      *     -20 POINTS PAR REJET (PLAFONNE A -40)
      * Le plafond propose est le facture TTC du client multiplie
      * par 2,0 / 1,5 / 1,0 / 0,5 selon la note (80+/60+/40+/moins).
      * Le facture du client est celui que rend le sous-programme
      * partage SOLDECLI (TTC, a defaut HT, de FICHIERSOR.txt) :
      * memes regles que BALANCE et RELANCE.
      *
      * Les propositions partent dans LIMITES-REVUE.txt : RIEN NE
      * REMPLACE LIMITES-CREDIT.txt avant l'accord du credit
           05  RREGL-MONTANT        PIC 9(07)V99.
           05  FILLER               PIC X(01).
           05  RREGL-NUMFACT        PIC X(08).
           05  FILLER               PIC X(01).
           05  RREGL-MODE           PIC X(03).
           05  FILLER               PIC X(01).
           05  RREGL-CHEQUE         PIC X(07).

       FD  FETAT.
       01  RETAT.
               10 WS-CLI-NIVEAU       PIC 9(01).
               10 WS-CLI-REJETS       PIC 9(03).
               10 WS-CLI-PLAFOND      PIC 9(09)V99.
               10 WS-CLI-SOCIETE      PIC X(05).
       01  WS-NB-CLIENTS  PIC 9(04) VALUE ZEROES.
       01  WS-MAX-CLIENTS PIC 9(04) VALUE 5000.
       01  WS-TROUVE PIC X(01) VALUE "N".
           88 WS-TROUVE-OUI VALUE "O".

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
      *  DATES DES EXECUTIONS DE FACTURATION
      ******************************************
       01  WS-FACTURATION-AVANT-INT PIC S9(07) VALUE ZEROES.
       01  WS-REGL-DATE-INT PIC S9(07) VALUE ZEROES.
       01  WS-DELAI-PAIEMENT PIC S9(05) VALUE ZEROES.
       01  WS-ECHEANCE-INT PIC S9(07) VALUE ZEROES.
       01  WS-TOLERANCE-SANS-CONDITION PIC 9(03) VALUE 30.

      ****** SERVICE PARTAGE ECHEANCE (CONDITIONS DE PAIEMENT)
       01  WS-ECHEANCE.
           05  WS-ECH-CLIENT        PIC X(08) VALUE SPACES.
           05  WS-ECH-SOCIETE       PIC X(05) VALUE SPACES.
           05  WS-ECH-DATE-FACTURE  PIC 9(08) VALUE ZEROES.
           05  WS-ECH-CODE          PIC X(04) VALUE SPACES.
           05  WS-ECH-LIBELLE       PIC X(30) VALUE SPACES.
           05  WS-ECH-JOURS         PIC 9(03) VALUE ZEROES.
           05  WS-ECH-FIN-MOIS      PIC X(01) VALUE SPACES.
           05  WS-ECH-DATE-ECHEANCE PIC 9(08) VALUE ZEROES.
           05  WS-ECH-ORIGINE       PIC X(01) VALUE SPACES.
               88  WS-ECH-SANS-CONDITION VALUE "A".
           05  WS-ECH-STATUT        PIC X(01) VALUE "0".
               88  WS-ECH-STATUT-OK VALUE "0".

      ******************************************
      *  CALCUL DE LA NOTE ET DU PLAFOND PROPOSE
       01  WS-COMPTEUR-PROPOSITIONS PIC 9(04) VALUE ZEROES.
       01  WS-DATE-JOUR PIC 9(08) VALUE ZEROES.

      ***********************************************
      * MANIFESTE DES SORTIES (MANIFEST) : FICHIERSOR.txt
      * VERIFIE AVANT TRAITEMENT (NOMBRE, TOTAL HT, CLE)
      ***********************************************
       01  WS-MANIFESTE.
           05  WS-MAN-FONCTION  PIC X(01) VALUE "V".
           05  WS-MAN-FICHIER   PIC X(30) VALUE "FICHIERSOR.txt".
           05  WS-MAN-PROGRAMME PIC X(08) VALUE "SCORING".
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
           DISPLAY "NOTATION DU COMPORTEMENT DE PAIEMENT".
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATE-JOUR.
      *
      *********** CLIENTS FACTURES ET COMPORTEMENT OBSERVE
           PERFORM 2000-CHARGEMENT-CLIENTS-DEBUT
              THRU 2000-CHARGEMENT-CLIENTS-FIN.
           IF RETURN-CODE = 16
               GO TO 0000-MAIN-FIN
           END-IF.

           IF WS-NB-CLIENTS = ZEROES
               DISPLAY "--> AUCUN CLIENT FACTURE A NOTER"
           EXIT.

      *******************************************************
      *  CLIENTS FACTURES (FACTURE DU CLIENT SELON SOLDECLI)
      *  ET PLAFONDS ACTUELS
      *******************************************************
       2000-CHARGEMENT-CLIENTS-DEBUT.

           MOVE "C" TO WS-SOL-FONCTION.
           CALL 'SOLDECLI' USING WS-SOLDECLI
               ON EXCEPTION
                   MOVE "9" TO WS-SOL-STATUT
           END-CALL.
           IF NOT WS-SOL-STATUT-OK
               DISPLAY "ERREUR CHARGEMENT DES SOLDES (SOLDECLI): "
                       "FICHIERSOR.txt ILLISIBLE OU SERVICE ABSENT"
               MOVE 16 TO RETURN-CODE
               GO TO 2000-CHARGEMENT-CLIENTS-FIN
           END-IF.

           OPEN INPUT FCLISOR.
           IF NOT WS-STATUS-FILE-FCLISOR-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FCLISOR': "
                                  OR WS-TROUVE-OUI
                           IF WS-CLI-ID (WS-INDICE) = RCLISOR-ID
                               MOVE "O" TO WS-TROUVE
                           END-IF
                       END-PERFORM
                       IF NOT WS-TROUVE-OUI
                           SET WS-INDICE TO WS-NB-CLIENTS
                           MOVE RCLISOR-ID
                                TO WS-CLI-ID (WS-INDICE)
                           MOVE ZEROES
                                TO WS-CLI-FACTURE (WS-INDICE)
                                   WS-CLI-NB-PAIEMENTS (WS-INDICE)
                                   WS-CLI-SOMME-DELAIS (WS-INDICE)
                                   WS-CLI-NIVEAU (WS-INDICE)
                                   WS-CLI-REJETS (WS-INDICE)
                                   WS-CLI-PLAFOND (WS-INDICE)
                           MOVE RCLISOR-SOCIETE
                                TO WS-CLI-SOCIETE (WS-INDICE)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FCLISOR.
      *
      ****** FACTURE DE CHAQUE CLIENT (SOLDECLI)
           PERFORM VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-NB-CLIENTS
               MOVE "S" TO WS-SOL-FONCTION
               MOVE WS-CLI-ID (WS-INDICE) TO WS-SOL-CLIENT
               MOVE WS-DATE-JOUR TO WS-SOL-DATE
               CALL 'SOLDECLI' USING WS-SOLDECLI
               END-CALL
               IF WS-SOL-STATUT-OK
                   MOVE WS-SOL-FACTURE-CLIENT
                        TO WS-CLI-FACTURE (WS-INDICE)
               END-IF
           END-PERFORM.
      *
      ****** PLAFONDS ACTUELS
           OPEN INPUT FLIMITE.
           IF WS-STATUS-FILE-FLIMITE-OK
           EXIT.

      *******************************************************
      *  RETARD OBSERVE D'UN REGLEMENT SUR L'ECHEANCE DE
      *  L'EXECUTION DE FACTURATION QUI LE PRECEDE
      *******************************************************
       3100-DELAI-REGLEMENT-DEBUT.

               GO TO 3100-DELAI-REGLEMENT-FIN
           END-IF.

           PERFORM VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-NB-CLIENTS
               IF WS-CLI-ID (WS-INDICE) = RREGL-ID
                   PERFORM 3200-ECHEANCE-REGLEMENT-DEBUT
                      THRU 3200-ECHEANCE-REGLEMENT-FIN
                   COMPUTE WS-DELAI-PAIEMENT =
                           WS-REGL-DATE-INT - WS-ECHEANCE-INT
                   ADD 1 TO WS-CLI-NB-PAIEMENTS (WS-INDICE)
                   ADD WS-DELAI-PAIEMENT
                       TO WS-CLI-SOMME-DELAIS (WS-INDICE)
       3100-DELAI-REGLEMENT-FIN.
           EXIT.

      *******************************************************
      *  ECHEANCE DE LA FACTURATION QUI PRECEDE LE REGLEMENT :
      *  CONDITIONS DU CLIENT, OU 30 JOURS SANS CONDITION
      *******************************************************
       3200-ECHEANCE-REGLEMENT-DEBUT.

           MOVE WS-CLI-ID (WS-INDICE)      TO WS-ECH-CLIENT.
           MOVE WS-CLI-SOCIETE (WS-INDICE) TO WS-ECH-SOCIETE.
           COMPUTE WS-ECH-DATE-FACTURE = FUNCTION DATE-OF-INTEGER
                   (WS-FACTURATION-AVANT-INT).
           MOVE "0" TO WS-ECH-STATUT.
           CALL 'ECHEANCE' USING WS-ECHEANCE
               ON EXCEPTION
                   MOVE "1" TO WS-ECH-STATUT
           END-CALL.

           IF WS-ECH-STATUT-OK
           AND NOT WS-ECH-SANS-CONDITION
               COMPUTE WS-ECHEANCE-INT = FUNCTION INTEGER-OF-DATE
                       (WS-ECH-DATE-ECHEANCE)
           ELSE
               COMPUTE WS-ECHEANCE-INT = WS-FACTURATION-AVANT-INT
                                       + WS-TOLERANCE-SANS-CONDITION
           END-IF.

       3200-ECHEANCE-REGLEMENT-FIN.
           EXIT.

      *******************************************************
      *  NOTE ET PLAFOND PROPOSE PAR CLIENT, EN REVUE
      *******************************************************

           MOVE 100 TO WS-SCORE.
      *
      ****** RETARD MOYEN : -1 POINT PAR JOUR AU-DELA DE L'ECHEANCE
           IF WS-CLI-NB-PAIEMENTS (WS-INDICE) > ZEROES
               COMPUTE WS-DELAI-MOYEN =
                       WS-CLI-SOMME-DELAIS (WS-INDICE)
                     / WS-CLI-NB-PAIEMENTS (WS-INDICE)
               IF WS-DELAI-MOYEN > ZEROES
                   MOVE WS-DELAI-MOYEN TO WS-PENALITE
                   IF WS-PENALITE > 40
                       MOVE 40 TO WS-PENALITE
                   END-IF
