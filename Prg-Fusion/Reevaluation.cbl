      * mois :
      *   - isole les lignes facturees en devise etrangere de
      *     FICHIERSOR.txt dont le client a encore un solde ouvert
      *     (solde du compte payeur rendu par le sous-programme
      *     partage SOLDECLI, memes regles que BALANCE)
      *   - revalorise le montant en devise au taux de cloture
      *     (dernier taux de l'historique pour la devise)
      *   - cumule l'ecart par devise et passe les ecritures
      *     equilibrees dans FACTURES-COMPTA.txt, lot REV+date :
      *     gain  DEBIT 411DEVISES / CREDIT 766+devise
      *     perte DEBIT 666+devise / CREDIT 411DEVISES
      *     le lot est remis a ECRICPTA, qui le met en suspens
      *     (COMPTA-SUSPENS.txt) s'il porte un compte absent du plan
      *     comptable ou inactif
      * Le detail sort dans REEVALUATION-RAPPORT.txt.
      ******************************************************************
       ENVIRONMENT DIVISION.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FCLISOR.

      ******** HISTORIQUE DATE DES TAUX DE CHANGE
           SELECT FCHGHIST ASSIGN TO "TAUX-CHANGE-HISTORIQUE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FCHGHIST.

      ******** RAPPORT DE REEVALUATION
           SELECT FRAPPORT ASSIGN TO "REEVALUATION-RAPPORT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
      ******** FICHIER DE SORTIE FACTURATION
           COPY 'COBOL-FD-FCLISOR.cpy'.

      ******** HISTORIQUE DATE DES TAUX DE CHANGE
       FD  FCHGHIST.
       01  RCHGHIST.
           05  FILLER       PIC X(01).
           05  CHGH-TAUX    PIC 9(03)V9(06).

      ******** RAPPORT DE REEVALUATION
       FD  FRAPPORT.
       01  RRAPPORT PIC X(120).
       01  WS-STATUS-FILE-FCLISOR PIC X(02).
           88 WS-STATUS-FILE-FCLISOR-OK  VALUE "00".
           88 WS-STATUS-FILE-FCLISOR-EOF VALUE "10".
       01  WS-STATUS-FILE-FCHGHIST PIC X(02).
           88 WS-STATUS-FILE-FCHGHIST-OK  VALUE "00".
           88 WS-STATUS-FILE-FCHGHIST-EOF VALUE "10".
       01  WS-STATUS-FILE-FRAPPORT PIC X(02).
           88 WS-STATUS-FILE-FRAPPORT-OK  VALUE "00".

      ******************************************
      *  LIGNE D'INTERFACE COMPTABLE, EMISE PAR ECRICPTA APRES
      *  CONTROLE DU PLAN COMPTABLE
      ******************************************
       01  RCOMPTA.
           05  COMPTA-DATE    PIC 9(08).
           05  FILLER         PIC X(01).
           05  COMPTA-BATCH   PIC X(12).
           05  FILLER         PIC X(01).
           05  COMPTA-SENS    PIC X(01).
           05  FILLER         PIC X(01).
           05  COMPTA-COMPTE  PIC X(10).
           05  FILLER         PIC X(01).
           05  COMPTA-MONTANT PIC 9(09)V99.
       01  WS-ECRITURE.
           05  WS-ECR-ACTION       PIC X(01) VALUE "L".
           05  WS-ECR-PROGRAMME    PIC X(08) VALUE "REEVALUA".
           05  WS-ECR-OUVERTURE    PIC X(01) VALUE "A".
           05  WS-ECR-LIGNE        PIC X(46) VALUE SPACES.
           05  WS-ECR-RESULTAT     PIC X(01) VALUE SPACES.
               88  WS-ECR-COMPTABILISE VALUE "C".
               88  WS-ECR-SUSPENS      VALUE "S".
               88  WS-ECR-ERREUR       VALUE "E".
           05  WS-ECR-NB-ANOMALIES PIC 9(04) VALUE ZEROES.
           05  WS-ECR-NB-LOTS      PIC 9(04) VALUE ZEROES.
       01  WS-RC-SAUVE PIC S9(04) VALUE ZEROES.

      ******************************************
      *  TAUX DE CLOTURE PAR DEVISE (LE DERNIER DE
      *  L'HISTORIQUE FAIT FOI)
           88 WS-DEVISE-TROUVEE-OUI VALUE "O".

      ******************************************
      *  SOLDE OUVERT DU CLIENT (POUR NE REVALUER QUE LES
      *  CREANCES ENCORE DUES)
      ******************************************
       01  WS-SOLDE PIC S9(09)V99 VALUE ZEROES.

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
      *  ECARTS DE REEVALUATION PAR DEVISE
      ******************************************
       01  WS-MONTANT-ABSOLU PIC 9(09)V99 VALUE ZEROES.
       01  WS-LIGNE PIC X(120) VALUE SPACES.

      ***********************************************
      * MANIFESTE DES SORTIES (MANIFEST) : FICHIERSOR.txt
      * VERIFIE AVANT TRAITEMENT (NOMBRE, TOTAL HT, CLE)
      ***********************************************
       01  WS-MANIFESTE.
           05  WS-MAN-FONCTION  PIC X(01) VALUE "V".
           05  WS-MAN-FICHIER   PIC X(30) VALUE "FICHIERSOR.txt".
           05  WS-MAN-PROGRAMME PIC X(08) VALUE "REEVALUA".
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
           DISPLAY "REEVALUATION DE FIN DE MOIS DES DEVISES".
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATE-JOUR.
           MOVE SPACES TO WS-COMPTA-BATCH.
      *********** SOLDES OUVERTS PAR CLIENT
           PERFORM 2000-CUMUL-SOLDES-DEBUT
              THRU 2000-CUMUL-SOLDES-FIN.
           IF RETURN-CODE = 16
               GO TO 0000-MAIN-FIN
           END-IF.
      *
      *********** REVALORISATION DES LIGNES EN DEVISES
           PERFORM 3000-REVALORISATION-DEBUT
           EXIT.

      *******************************************************
      *  SOLDES OUVERTS : CHARGEMENT DU SOUS-PROGRAMME PARTAGE
      *  SOLDECLI (MEMES REGLES QUE BALANCE)
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
           END-IF.

       2000-CUMUL-SOLDES-FIN.

      ****** LE CLIENT DOIT AVOIR UN SOLDE ENCORE OUVERT
           MOVE ZEROES TO WS-SOLDE.
           MOVE "S" TO WS-SOL-FONCTION.
           MOVE RCLISOR-ID TO WS-SOL-CLIENT.
           MOVE WS-DATE-JOUR TO WS-SOL-DATE.
           CALL 'SOLDECLI' USING WS-SOLDECLI
           END-CALL.
           IF WS-SOL-STATUT-OK
               MOVE WS-SOL-SOLDE TO WS-SOLDE
           END-IF.
           IF WS-SOLDE <= ZEROES
               GO TO 3100-REVALORISER-LIGNE-FIN
           END-IF.
               GO TO 4000-ECRITURES-ET-RAPPORT-FIN
           END-IF.

           PERFORM VARYING WS-INDICE3 FROM 1 BY 1
                   UNTIL WS-INDICE3 > WS-NB-ECARTS
               PERFORM 4100-ECRITURE-DEVISE-DEBUT
                  THRU 4100-ECRITURE-DEVISE-FIN
           END-PERFORM.

      *
      ****** VALIDATION DU LOT PAR LE PLAN COMPTABLE
           MOVE "V" TO WS-ECR-ACTION.
           PERFORM 4200-EMISSION-ECRITURE-DEBUT
              THRU 4200-EMISSION-ECRITURE-FIN.
           IF WS-ECR-SUSPENS
               MOVE SPACES TO WS-LIGNE
               STRING "*** LOT " WS-COMPTA-BATCH " EN SUSPENS: "
                      WS-ECR-NB-ANOMALIES " COMPTE(S) HORS PLAN "
                      "COMPTABLE ***"
                      DELIMITED BY SIZE INTO WS-LIGNE
               MOVE WS-LIGNE TO RRAPPORT
               WRITE RRAPPORT
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           IF WS-ECR-ERREUR
               DISPLAY "*** ECRITURES DE REEVALUATION NON EMISES ***"
               MOVE 16 TO RETURN-CODE
           END-IF.

           CLOSE FRAPPORT.

       4000-ECRITURES-ET-RAPPORT-FIN.
           MOVE WS-LIGNE TO RRAPPORT.
           WRITE RRAPPORT.

           IF WS-ECA-ECART (WS-INDICE3) > ZEROES
               MOVE WS-ECA-ECART (WS-INDICE3) TO WS-MONTANT-ABSOLU
               MOVE SPACES TO RCOMPTA
               MOVE "D" TO COMPTA-SENS
               MOVE "411DEVISES" TO COMPTA-COMPTE
               MOVE WS-MONTANT-ABSOLU TO COMPTA-MONTANT
               PERFORM 4200-EMISSION-ECRITURE-DEBUT
                  THRU 4200-EMISSION-ECRITURE-FIN
               MOVE SPACES TO RCOMPTA
               MOVE WS-DATE-JOUR TO COMPTA-DATE
               MOVE WS-COMPTA-BATCH TO COMPTA-BATCH
               STRING "766" WS-ECA-DEVISE (WS-INDICE3)
                      DELIMITED BY SIZE INTO COMPTA-COMPTE
               MOVE WS-MONTANT-ABSOLU TO COMPTA-MONTANT
               PERFORM 4200-EMISSION-ECRITURE-DEBUT
                  THRU 4200-EMISSION-ECRITURE-FIN
           ELSE
               COMPUTE WS-MONTANT-ABSOLU =
                       ZEROES - WS-ECA-ECART (WS-INDICE3)
               STRING "666" WS-ECA-DEVISE (WS-INDICE3)
                      DELIMITED BY SIZE INTO COMPTA-COMPTE
               MOVE WS-MONTANT-ABSOLU TO COMPTA-MONTANT
               PERFORM 4200-EMISSION-ECRITURE-DEBUT
                  THRU 4200-EMISSION-ECRITURE-FIN
               MOVE SPACES TO RCOMPTA
               MOVE WS-DATE-JOUR TO COMPTA-DATE
               MOVE WS-COMPTA-BATCH TO COMPTA-BATCH
               MOVE "C" TO COMPTA-SENS
               MOVE "411DEVISES" TO COMPTA-COMPTE
               MOVE WS-MONTANT-ABSOLU TO COMPTA-MONTANT
               PERFORM 4200-EMISSION-ECRITURE-DEBUT
                  THRU 4200-EMISSION-ECRITURE-FIN
           END-IF.

       4100-ECRITURE-DEVISE-FIN.
           EXIT.

      *******************************************************
      *  REMISE D'UNE LIGNE (OU DE LA VALIDATION DU LOT) A
      *  ECRICPTA, SANS PERDRE LE CODE RETOUR EN COURS
      *******************************************************
       4200-EMISSION-ECRITURE-DEBUT.

           MOVE RETURN-CODE TO WS-RC-SAUVE.
           MOVE RCOMPTA TO WS-ECR-LIGNE.
           CALL 'ECRICPTA' USING WS-ECRITURE
               ON EXCEPTION
                   MOVE "E" TO WS-ECR-RESULTAT
           END-CALL.
           MOVE WS-RC-SAUVE TO RETURN-CODE.

       4200-EMISSION-ECRITURE-FIN.
           EXIT.
