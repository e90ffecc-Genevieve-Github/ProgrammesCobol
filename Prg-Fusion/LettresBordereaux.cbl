      *     par ASSRMAINT)
      *   - le nombre de lignes et le total du bordereau
      *     (reconstitues depuis FICHIERSOR.txt, la source meme du
      *     decoupage de 6200 ; un contrat coassure compte pour la
      *     quote-part de chaque coassureur, service COASSUR)
      *   - nos references (numero de compte chez l'assureur)
      * Sortie : BORDEREAUX-LETTRES.txt, une lettre par assureur
      * facture. Un assureur facture mais absent du referentiel est
       01  WS-BRD-TROUVE PIC X(01) VALUE "N".
           88 WS-BRD-TROUVE-OUI VALUE "O".

      ******************************************
      *  REPARTITION D'UNE LIGNE ENTRE COASSUREURS (SERVICE COASSUR)
      ******************************************
       01  WS-COASSURANCE.
           05  WS-COA-CONTRAT       PIC 9(08).
           05  WS-COA-MONTANT       PIC 9(09)V99.
           05  WS-COA-NB-PARTS      PIC 9(02).
           05  WS-COA-PART OCCURS 10 INDEXED BY WS-INDICE-COA.
               10  WS-COA-ASSUREUR     PIC 9(08).
               10  WS-COA-POURCENTAGE  PIC 9(03)V99.
               10  WS-COA-MONTANT-PART PIC 9(09)V99.
               10  WS-COA-APERITEUR    PIC X(01).
           05  WS-COA-STATUT        PIC X(01).
               88  WS-COA-COASSURE       VALUE "0".
               88  WS-COA-NON-COASSURE   VALUE "1".
               88  WS-COA-INVALIDE       VALUE "2".
           05  WS-COA-DATE          PIC 9(08) VALUE ZEROES.

      ******************************************
      *  REFERENTIEL DES COMPAGNIES EN TABLE
      ******************************************
       01  WS-SOCIETE-VILLE   PIC X(30)
           VALUE "75017 PARIS".

      ***********************************************
      * MANIFESTE DES SORTIES (MANIFEST) : FICHIERSOR.txt
      * VERIFIE AVANT TRAITEMENT (NOMBRE, TOTAL HT, CLE)
      ***********************************************
       01  WS-MANIFESTE.
           05  WS-MAN-FONCTION  PIC X(01) VALUE "V".
           05  WS-MAN-FICHIER   PIC X(30) VALUE "FICHIERSOR.txt".
           05  WS-MAN-PROGRAMME PIC X(08) VALUE "LETTREBO".
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
           DISPLAY "LETTRES DE TRANSMISSION DES BORDEREAUX".
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATE-JOUR.
           MOVE WS-DATE-JOUR TO WS-EDIT-DATE-JOUR.
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 1010-PARTS-LIGNE-DEBUT
                          THRU 1010-PARTS-LIGNE-FIN
               END-READ
           END-PERFORM.
           CLOSE FCLISOR.
       1000-CUMUL-BORDEREAUX-FIN.
           EXIT.

      *******************************************************
      *  REPARTITION D'UNE LIGNE ENTRE LES COASSUREURS DU
      *  CONTRAT (SERVICE COASSUR, COMME LE DECOUPAGE DE 6200) :
      *  CHAQUE ASSUREUR CUMULE SA QUOTE-PART
      *******************************************************
       1010-PARTS-LIGNE-DEBUT.

           MOVE RCLISOR-CODEASSUR TO WS-COA-CONTRAT.
           MOVE RCLISOR-MONTANT   TO WS-COA-MONTANT.
           MOVE WS-DATE-JOUR      TO WS-COA-DATE.
           CALL 'COASSUR' USING WS-COASSURANCE
               ON EXCEPTION
                   MOVE "1" TO WS-COA-STATUT
                   MOVE 1 TO WS-COA-NB-PARTS
                   SET WS-INDICE-COA TO 1
                   MOVE RCLISOR-CODEASSUR
                        TO WS-COA-ASSUREUR (WS-INDICE-COA)
                   MOVE RCLISOR-MONTANT
                        TO WS-COA-MONTANT-PART (WS-INDICE-COA)
           END-CALL.

           PERFORM VARYING WS-INDICE-COA FROM 1 BY 1
                   UNTIL WS-INDICE-COA > WS-COA-NB-PARTS
               MOVE "N" TO WS-BRD-TROUVE
               PERFORM VARYING WS-INDICE FROM 1 BY 1
                       UNTIL WS-INDICE > WS-NB-BORDEREAUX
                          OR WS-BRD-TROUVE-OUI
                   IF WS-BRD-CODEASSUR (WS-INDICE)
                      = WS-COA-ASSUREUR (WS-INDICE-COA)
                       ADD 1 TO WS-BRD-NB (WS-INDICE)
                       ADD WS-COA-MONTANT-PART (WS-INDICE-COA)
                           TO WS-BRD-MONTANT (WS-INDICE)
                       MOVE "O" TO WS-BRD-TROUVE
                   END-IF
               END-PERFORM
               IF NOT WS-BRD-TROUVE-OUI
               AND WS-NB-BORDEREAUX < WS-MAX-BORDEREAUX
                   ADD 1 TO WS-NB-BORDEREAUX
                   SET WS-INDICE TO WS-NB-BORDEREAUX
                   MOVE WS-COA-ASSUREUR (WS-INDICE-COA)
                        TO WS-BRD-CODEASSUR (WS-INDICE)
      ****** UN COASSUREUR AUTRE QUE LE CONTRAT PREND SON NOM
      ****** DU REFERENTIEL
                   IF WS-COA-ASSUREUR (WS-INDICE-COA)
                      = RCLISOR-CODEASSUR
                       MOVE RCLISOR-NOMASSUR
                            TO WS-BRD-NOMASSUR (WS-INDICE)
                   ELSE
                       MOVE SPACES TO WS-BRD-NOMASSUR (WS-INDICE)
                   END-IF
                   MOVE 1 TO WS-BRD-NB (WS-INDICE)
                   MOVE WS-COA-MONTANT-PART (WS-INDICE-COA)
                        TO WS-BRD-MONTANT (WS-INDICE)
               END-IF
           END-PERFORM.

       1010-PARTS-LIGNE-FIN.
           EXIT.

      *******************************************************
      *  CHARGEMENT DU REFERENTIEL DES COMPAGNIES
      *******************************************************
