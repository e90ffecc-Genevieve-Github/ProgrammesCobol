      * tresorerie demande chaque lundi combien va rentrer, et la
      * reponse etait une estimation sans aucune donnee.
      *
      * Le traitement projette les soldes ouverts des comptes
      * payeurs, tels que les rend le sous-programme partage
      * SOLDECLI (memes regles que BALANCE et RELANCE : groupe
      * payeur, reglements rejetes, remboursements) :
      *   - clients en prelevement (RCLISOR-PRELEVEMENT = "O") :
      *     encaisses a la prochaine remise, semaine 1
      *   - autres clients : la date attendue est l'echeance de la
      *     derniere facturation (FACTURES-CONTROLE.txt et conditions
      *     de paiement du client, service ECHEANCE) plus le retard
      *     moyen observe du client (ecart entre ses reglements
      *     passes et l'echeance de l'execution de facturation qui
      *     les precede, negatif s'il paie en avance) ; sans
      *     historique, l'echeance elle-meme, ou la facturation plus
      *     30 jours pour un client sans condition de paiement
      * Le rapport PREVISION-ENCAISSEMENTS.txt ventile les montants
      * attendus par semaine (1 a 4, puis au-dela). La precision est
      * volontairement grossiere : c'est deja mieux qu'un doigt
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FREGL.

      ******** FICHIER PERMANENT DE CONTROLE DES EXECUTIONS
           SELECT FCTRL ASSIGN TO "FACTURES-CONTROLE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           05  RREGL-MONTANT        PIC 9(07)V99.
           05  FILLER               PIC X(01).
           05  RREGL-NUMFACT        PIC X(08).
           05  FILLER               PIC X(01).
           05  RREGL-MODE           PIC X(03).
           05  FILLER               PIC X(01).
           05  RREGL-CHEQUE         PIC X(07).

      ******** FICHIER PERMANENT DE CONTROLE DES EXECUTIONS
           COPY 'COBOL-FD-CTRL.cpy'.
       01  WS-STATUS-FILE-FREGL PIC X(02).
           88 WS-STATUS-FILE-FREGL-OK  VALUE "00".
           88 WS-STATUS-FILE-FREGL-EOF VALUE "10".
       01  WS-STATUS-FILE-FCTRL PIC X(02).
           88 WS-STATUS-FILE-FCTRL-OK  VALUE "00".
           88 WS-STATUS-FILE-FCTRL-EOF VALUE "10".
           88 WS-STATUS-FILE-FPREV-OK  VALUE "00".

      ******************************************
      *  TABLE DES SOLDES ET DU COMPORTEMENT PAR COMPTE PAYEUR
      ******************************************
       01  WS-TABLE-CLIENTS.
           05 WS-CLI-ENTRY OCCURS 5000 INDEXED BY WS-INDICE.
               10 WS-CLI-ID          PIC X(08).
               10 WS-CLI-NOM         PIC X(20).
               10 WS-CLI-PRELEVEMENT PIC X(01).
               10 WS-CLI-SOLDE       PIC S9(09)V99.
               10 WS-CLI-NB-PAIEMENTS PIC 9(04).
               10 WS-CLI-SOMME-DELAIS PIC S9(07).
               10 WS-CLI-SOCIETE     PIC X(05).
               10 WS-CLI-ECHEANCE    PIC 9(08).
               10 WS-CLI-CONDITION   PIC X(01).
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
       01  WS-MAX-CONTROLES PIC 9(03) VALUE 500.
       01  WS-INDICE-CTRL PIC 9(03) VALUE ZEROES.
       01  WS-DERNIERE-FACTURATION-INT PIC S9(07) VALUE ZEROES.
       01  WS-DERNIERE-FACTURATION PIC 9(08) VALUE ZEROES.
       01  WS-FACTURATION-AVANT-INT PIC S9(07) VALUE ZEROES.

      ******************************************
       01  WS-EDIT-MONTANT PIC Z.ZZZ.ZZZ.ZZ9,99.
       01  WS-LIGNE PIC X(100) VALUE SPACES.

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

      ***********************************************
      * MANIFESTE DES SORTIES (MANIFEST) : FICHIERSOR.txt
      * VERIFIE AVANT TRAITEMENT (NOMBRE, TOTAL HT, CLE)
      ***********************************************
       01  WS-MANIFESTE.
           05  WS-MAN-FONCTION  PIC X(01) VALUE "V".
           05  WS-MAN-FICHIER   PIC X(30) VALUE "FICHIERSOR.txt".
           05  WS-MAN-PROGRAMME PIC X(08) VALUE "PREVISIO".
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
           DISPLAY "PREVISION DES ENCAISSEMENTS SUR 4 SEMAINES".
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATE-JOUR.
           COMPUTE WS-JOUR-INT =
      *********** DATES DES EXECUTIONS DE FACTURATION PASSEES
           PERFORM 1000-LECTURE-CONTROLES-DEBUT
              THRU 1000-LECTURE-CONTROLES-FIN.
           COMPUTE WS-DERNIERE-FACTURATION = FUNCTION DATE-OF-INTEGER
                   (WS-DERNIERE-FACTURATION-INT).
      *
      *********** SOLDES OUVERTS PAR CLIENT
           PERFORM 2000-CUMUL-SOLDES-DEBUT
              THRU 2000-CUMUL-SOLDES-FIN.
           IF RETURN-CODE = 16
               GO TO 0000-MAIN-FIN
           END-IF.
      *
      *********** COMPORTEMENT DE PAIEMENT OBSERVE
           PERFORM 3000-COMPORTEMENT-PAIEMENT-DEBUT
           EXIT.

      *******************************************************
      *  SOLDES OUVERTS PAR COMPTE PAYEUR (SOLDECLI), AVEC
      *  L'INDICATEUR DE PRELEVEMENT
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
      *  AJOUT D'UNE FACTURE AU COMPTE DE SON PAYEUR
      *******************************************************
       2100-AJOUT-FACTURE-DEBUT.

           MOVE RCLISOR-ID TO WS-SOL-CLIENT.
           PERFORM 2300-COMPTE-PAYEUR-DEBUT
              THRU 2300-COMPTE-PAYEUR-FIN.

      ****** ECHEANCE DE LA FACTURE SELON LES CONDITIONS DU CLIENT
           MOVE RCLISOR-ID      TO WS-ECH-CLIENT.
           MOVE RCLISOR-SOCIETE TO WS-ECH-SOCIETE.
           MOVE WS-DERNIERE-FACTURATION TO WS-ECH-DATE-FACTURE.
           PERFORM 2200-APPEL-ECHEANCE-DEBUT
              THRU 2200-APPEL-ECHEANCE-FIN.

           MOVE "N" TO WS-TROUVE.
           PERFORM VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-NB-CLIENTS OR WS-TROUVE-OUI
               IF WS-CLI-ID (WS-INDICE) = WS-SOL-PAYEUR
                   MOVE "O" TO WS-TROUVE
                   IF WS-ECH-DATE-ECHEANCE
                      < WS-CLI-ECHEANCE (WS-INDICE)
                       MOVE WS-ECH-DATE-ECHEANCE
                            TO WS-CLI-ECHEANCE (WS-INDICE)
                   END-IF
               END-IF
           END-PERFORM.
               IF WS-NB-CLIENTS < WS-MAX-CLIENTS
                   ADD 1 TO WS-NB-CLIENTS
                   SET WS-INDICE TO WS-NB-CLIENTS
                   MOVE WS-SOL-PAYEUR TO WS-CLI-ID (WS-INDICE)
                   MOVE WS-SOL-NOM    TO WS-CLI-NOM (WS-INDICE)
                   IF WS-SOL-NOM = SPACES
                       MOVE RCLISOR-NOM TO WS-CLI-NOM (WS-INDICE)
                   END-IF
                   MOVE RCLISOR-PRELEVEMENT
                        TO WS-CLI-PRELEVEMENT (WS-INDICE)
                   MOVE WS-SOL-SOLDE  TO WS-CLI-SOLDE (WS-INDICE)
                   MOVE ZEROES TO WS-CLI-NB-PAIEMENTS (WS-INDICE)
                                  WS-CLI-SOMME-DELAIS (WS-INDICE)
                   MOVE RCLISOR-SOCIETE
                        TO WS-CLI-SOCIETE (WS-INDICE)
                   MOVE WS-ECH-DATE-ECHEANCE
                        TO WS-CLI-ECHEANCE (WS-INDICE)
                   IF WS-ECH-SANS-CONDITION
                       MOVE "N" TO WS-CLI-CONDITION (WS-INDICE)
                   ELSE
                       MOVE "O" TO WS-CLI-CONDITION (WS-INDICE)
                   END-IF
               ELSE
                   DISPLAY "--> ! PLUS DE " WS-MAX-CLIENTS
                           " CLIENTS!"
       2100-AJOUT-FACTURE-FIN.
           EXIT.

      *******************************************************
      *  APPEL DU SERVICE ECHEANCE (ABSENT : A RECEPTION)
      *******************************************************
       2200-APPEL-ECHEANCE-DEBUT.

           MOVE "0" TO WS-ECH-STATUT.
           CALL 'ECHEANCE' USING WS-ECHEANCE
               ON EXCEPTION
                   MOVE "1" TO WS-ECH-STATUT
           END-CALL.
           IF NOT WS-ECH-STATUT-OK
               MOVE WS-ECH-DATE-FACTURE TO WS-ECH-DATE-ECHEANCE
               MOVE "A" TO WS-ECH-ORIGINE
           END-IF.

       2200-APPEL-ECHEANCE-FIN.
           EXIT.

      *******************************************************
      *  COMPTE PAYEUR (ET SOLDE) DU CLIENT WS-SOL-CLIENT A CE
      *  JOUR ; SERVICE ABSENT : LE CLIENT LUI-MEME
      *******************************************************
       2300-COMPTE-PAYEUR-DEBUT.

           MOVE "S" TO WS-SOL-FONCTION.
           MOVE WS-DATE-JOUR TO WS-SOL-DATE.
           MOVE WS-SOL-CLIENT TO WS-SOL-PAYEUR.
           CALL 'SOLDECLI' USING WS-SOLDECLI
               ON EXCEPTION
                   MOVE "9" TO WS-SOL-STATUT
           END-CALL.

       2300-COMPTE-PAYEUR-FIN.
           EXIT.

      *******************************************************
      *  COMPORTEMENT DE PAIEMENT : CHAQUE REGLEMENT EST
      *  RATTACHE A L'EXECUTION DE FACTURATION QUI LE PRECEDE
           EXIT.

      *******************************************************
      *  RATTACHEMENT D'UN REGLEMENT A SON COMPTE PAYEUR :
      *  RETARD OBSERVE SUR L'ECHEANCE DE LA FACTURATION
      *  PRECEDENTE (NEGATIF POUR UN PAIEMENT EN AVANCE)
      *******************************************************
       3100-RATTACHEMENT-REGLEMENT-DEBUT.

               END-IF
           END-PERFORM.

           MOVE RREGL-ID TO WS-SOL-CLIENT.
           PERFORM 2300-COMPTE-PAYEUR-DEBUT
              THRU 2300-COMPTE-PAYEUR-FIN.

           PERFORM VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-NB-CLIENTS
               IF WS-CLI-ID (WS-INDICE) = WS-SOL-PAYEUR
                   IF WS-FACTURATION-AVANT-INT > ZEROES
                       MOVE WS-CLI-ID (WS-INDICE) TO WS-ECH-CLIENT
                       MOVE WS-CLI-SOCIETE (WS-INDICE)
                            TO WS-ECH-SOCIETE
                       COMPUTE WS-ECH-DATE-FACTURE =
                               FUNCTION DATE-OF-INTEGER
                               (WS-FACTURATION-AVANT-INT)
                       PERFORM 2200-APPEL-ECHEANCE-DEBUT
                          THRU 2200-APPEL-ECHEANCE-FIN
                       COMPUTE WS-DELAI-PAIEMENT =
                               WS-REGL-DATE-INT
                             - FUNCTION INTEGER-OF-DATE
                               (WS-ECH-DATE-ECHEANCE)
                       ADD 1 TO WS-CLI-NB-PAIEMENTS (WS-INDICE)
                       ADD WS-DELAI-PAIEMENT
                           TO WS-CLI-SOMME-DELAIS (WS-INDICE)

           PERFORM VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-NB-CLIENTS
               MOVE WS-CLI-SOLDE (WS-INDICE) TO WS-SOLDE
               IF WS-SOLDE > ZEROES
                   ADD 1 TO WS-COMPTEUR-OUVERTS
                   ADD WS-SOLDE TO WS-TOTAL-OUVERT
               GO TO 4100-SEMAINE-ATTENDUE-FIN
           END-IF.

      ****** ECHEANCE PLUS RETARD MOYEN ; SANS HISTORIQUE,
      ****** L'ECHEANCE (OU 30 JOURS SANS CONDITION DE PAIEMENT)
           IF WS-CLI-NB-PAIEMENTS (WS-INDICE) > ZEROES
               COMPUTE WS-DELAI-MOYEN =
                       WS-CLI-SOMME-DELAIS (WS-INDICE)
                     / WS-CLI-NB-PAIEMENTS (WS-INDICE)
               COMPUTE WS-DATE-ATTENDUE-INT =
                       FUNCTION INTEGER-OF-DATE
                       (WS-CLI-ECHEANCE (WS-INDICE))
                     + WS-DELAI-MOYEN
           ELSE
               IF WS-CLI-CONDITION (WS-INDICE) = "O"
                   COMPUTE WS-DATE-ATTENDUE-INT =
                           FUNCTION INTEGER-OF-DATE
                           (WS-CLI-ECHEANCE (WS-INDICE))
               ELSE
                   COMPUTE WS-DATE-ATTENDUE-INT =
                           WS-DERNIERE-FACTURATION-INT
                         + WS-DELAI-DEFAUT
               END-IF
           END-IF.
      ****** JAMAIS ATTENDU AVANT LA FACTURATION ELLE-MEME
           IF WS-DATE-ATTENDUE-INT < WS-DERNIERE-FACTURATION-INT
               MOVE WS-DERNIERE-FACTURATION-INT
                    TO WS-DATE-ATTENDUE-INT
           END-IF.
           COMPUTE WS-JOURS-AVANT =
                   WS-DATE-ATTENDUE-INT - WS-JOUR-INT.

