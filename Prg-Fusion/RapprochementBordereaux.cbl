      * (CODE ASSUREUR . ID CLIENT . MONTANT REGLE). La reference
      * transmise est reconstituee depuis FICHIERSOR.txt (la source
      * meme des bordereaux : code assureur, client, montant HT).
      * Un contrat coassure donne une ligne par coassureur pour sa
      * quote-part (service COASSUR, comme le decoupage de 6200) ;
      * l'avis de chaque coassureur porte son propre code.
      * L'assureur reverse la prime transmise diminuee de notre
      * commission de courtage : le montant attendu de chaque ligne
      * est le net inscrit par COMMASSUR au registre
      * COMMISSIONS-ASSUREURS.txt pour le bordereau du jour (date de
      * la derniere facturation) ; une ligne absente du registre est
      * attendue au brut (signalee, RC 4).
      * Chaque ligne transmise est qualifiee :
      *   REGLE (net atteint), PARTIEL (regle inferieur),
      *   IMPAYE (aucun avis)
      * et chaque avis sans ligne transmise est signale NON TRANSMIS.
      * Sorties : BORDEREAUX-RAPPROCHEMENT.txt (detail par assureur)
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FAVIS.

      ******** FICHIER DE CONTROLE (DATE DU DERNIER BORDEREAU)
           SELECT FCTRL ASSIGN TO "FACTURES-CONTROLE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FCTRL.

      ******** REGISTRE DES COMMISSIONS DE COURTAGE (COMMASSUR)
           SELECT FCOMASS ASSIGN TO "COMMISSIONS-ASSUREURS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FCOMASS.

      ******** RAPPROCHEMENT DETAILLE PAR ASSUREUR
           SELECT FRAPPORT ASSIGN TO "BORDEREAUX-RAPPROCHEMENT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           05  FILLER         PIC X(01).
           05  AVIS-MONTANT   PIC 9(07)V99.

      ******** FICHIER DE CONTROLE DES EXECUTIONS
           COPY 'COBOL-FD-CTRL.cpy'.

      ******** REGISTRE DES COMMISSIONS DE COURTAGE
           COPY 'COBOL-FD-COMASSUR.cpy'.

      ******** RAPPROCHEMENT DETAILLE PAR ASSUREUR
       FD  FRAPPORT.
       01  RRAPPORT PIC X(120).
       01  WS-STATUS-FILE-FAVIS PIC X(02).
           88 WS-STATUS-FILE-FAVIS-OK  VALUE "00".
           88 WS-STATUS-FILE-FAVIS-EOF VALUE "10".
       01  WS-STATUS-FILE-FCTRL PIC X(02).
           88 WS-STATUS-FILE-FCTRL-OK  VALUE "00".
           88 WS-STATUS-FILE-FCTRL-EOF VALUE "10".
       01  WS-STATUS-FILE-FCOMASS PIC X(02).
           88 WS-STATUS-FILE-FCOMASS-OK  VALUE "00".
           88 WS-STATUS-FILE-FCOMASS-EOF VALUE "10".
       01  WS-STATUS-FILE-FRAPPORT PIC X(02).
           88 WS-STATUS-FILE-FRAPPORT-OK  VALUE "00".
       01  WS-STATUS-FILE-FLITIGE PIC X(02).
               10 WS-TRA-CLIENT    PIC X(08).
               10 WS-TRA-NOM       PIC X(20).
               10 WS-TRA-MONTANT   PIC 9(07)V99.
               10 WS-TRA-COMMISSION PIC 9(07)V99.
               10 WS-TRA-NET       PIC 9(07)V99.
               10 WS-TRA-COMMISSIONNE PIC X(01).
               10 WS-TRA-REGLE     PIC 9(07)V99.
               10 WS-TRA-STATUT    PIC X(12).
       01  WS-NB-TRANSMIS  PIC 9(04) VALUE ZEROES.
       01  WS-MAX-TRANSMIS PIC 9(04) VALUE 5000.
       01  WS-POSITION-LIGNE PIC 9(04) VALUE ZEROES.
       01  WS-RANG           PIC 9(04) VALUE ZEROES.

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
      *  COMPTEURS ET TOTAUX
      ******************************************
       01  WS-DATE-JOUR PIC 9(08) VALUE ZEROES.
       01  WS-DATE-BORDEREAU PIC 9(08) VALUE ZEROES.
       01  WS-COMPTEUR-SANS-COMMISSION PIC 9(05) VALUE ZEROES.
       01  WS-AVIS-SERVI PIC X(01) VALUE "N".
           88 WS-AVIS-SERVI-OUI VALUE "O".
       01  WS-COMPTEUR-AVIS PIC 9(05) VALUE ZEROES.
           88 WS-PREMIER-OUI VALUE "O".
       01  WS-EDIT-MONTANT PIC ZZ.ZZZ.ZZ9,99.
       01  WS-EDIT-REGLE   PIC ZZ.ZZZ.ZZ9,99.
       01  WS-EDIT-COMMISSION PIC ZZ.ZZZ.ZZ9,99.
       01  WS-EDIT-NET     PIC ZZ.ZZZ.ZZ9,99.
       01  WS-LIGNE PIC X(120) VALUE SPACES.

      ***********************************************
      * MANIFESTE DES SORTIES (MANIFEST) : FICHIERSOR.txt
      * VERIFIE AVANT TRAITEMENT (NOMBRE, TOTAL HT, CLE)
      ***********************************************
       01  WS-MANIFESTE.
           05  WS-MAN-FONCTION  PIC X(01) VALUE "V".
           05  WS-MAN-FICHIER   PIC X(30) VALUE "FICHIERSOR.txt".
           05  WS-MAN-PROGRAMME PIC X(08) VALUE "RAPBORD".
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
           DISPLAY "RAPPROCHEMENT DES REGLEMENTS ASSUREURS".
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATE-JOUR.
      *
               GO TO 0000-MAIN-FIN
           END-IF.
      *
      *********** MONTANT ATTENDU : NET DE COMMISSION
           PERFORM 1100-LECTURE-DATE-BORDEREAU-DEBUT
              THRU 1100-LECTURE-DATE-BORDEREAU-FIN.
           PERFORM 1200-CHARGEMENT-COMMISSIONS-DEBUT
              THRU 1200-CHARGEMENT-COMMISSIONS-FIN.
      *
      *********** OUVERTURE DE LA LISTE DES LITIGES
           OPEN OUTPUT FLITIGE.
           IF NOT WS-STATUS-FILE-FLITIGE-OK
           DISPLAY "PARTIELLES        : " WS-COMPTEUR-PARTIELS.
           DISPLAY "IMPAYEES          : " WS-COMPTEUR-IMPAYES.
           DISPLAY "AVIS NON TRANSMIS : " WS-COMPTEUR-NON-TRANSMIS.
           DISPLAY "ATTENDUES AU BRUT : " WS-COMPTEUR-SANS-COMMISSION.
           DISPLAY "==============================================".

           IF WS-COMPTEUR-PARTIELS > ZEROES
           OR WS-COMPTEUR-IMPAYES > ZEROES
           OR WS-COMPTEUR-SANS-COMMISSION > ZEROES
               MOVE 4 TO RETURN-CODE
           END-IF.

                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 1010-PARTS-LIGNE-DEBUT
                          THRU 1010-PARTS-LIGNE-FIN
               END-READ
           END-PERFORM.
           CLOSE FCLISOR.
       1000-CHARGEMENT-TRANSMIS-FIN.
           EXIT.

      *******************************************************
      *  UNE LIGNE TRANSMISE PAR PART DE COASSURANCE (SERVICE
      *  COASSUR, COMME LE DECOUPAGE DE 6200) : CHAQUE COASSUREUR
      *  DOIT SA QUOTE-PART DE LA LIGNE
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
               IF WS-NB-TRANSMIS < WS-MAX-TRANSMIS
                   PERFORM 1020-PLACE-LIGNE-DEBUT
                      THRU 1020-PLACE-LIGNE-FIN
                   MOVE WS-COA-ASSUREUR (WS-INDICE-COA)
                        TO WS-TRA-CODEASSUR (WS-INDICE)
                   IF WS-COA-ASSUREUR (WS-INDICE-COA)
                      = RCLISOR-CODEASSUR
                       MOVE RCLISOR-NOMASSUR
                            TO WS-TRA-NOMASSUR (WS-INDICE)
                   ELSE
                       MOVE SPACES TO WS-TRA-NOMASSUR (WS-INDICE)
                   END-IF
                   MOVE RCLISOR-ID
                        TO WS-TRA-CLIENT (WS-INDICE)
                   MOVE RCLISOR-NOM
                        TO WS-TRA-NOM (WS-INDICE)
                   MOVE WS-COA-MONTANT-PART (WS-INDICE-COA)
                        TO WS-TRA-MONTANT (WS-INDICE)
                           WS-TRA-NET (WS-INDICE)
                   MOVE ZEROES
                        TO WS-TRA-REGLE (WS-INDICE)
                           WS-TRA-COMMISSION (WS-INDICE)
                   MOVE "N"
                        TO WS-TRA-COMMISSIONNE (WS-INDICE)
                   MOVE SPACES
                        TO WS-TRA-STATUT (WS-INDICE)
               ELSE
                   DISPLAY "--> ! PLUS DE " WS-MAX-TRANSMIS
                           " LIGNES TRANSMISES!"
               END-IF
           END-PERFORM.

       1010-PARTS-LIGNE-FIN.
           EXIT.

      *******************************************************
      *  PLACE D'UNE NOUVELLE LIGNE : APRES LA DERNIERE LIGNE DU
      *  MEME ASSUREUR (LES PARTS D'UN COASSUREUR RESTENT GROUPEES
      *  POUR LA RUPTURE DU RAPPORT), SINON EN FIN DE TABLE.
      *  WS-INDICE EST POSITIONNE SUR LA PLACE LIBEREE
      *******************************************************
       1020-PLACE-LIGNE-DEBUT.

           ADD 1 TO WS-NB-TRANSMIS.
           MOVE WS-NB-TRANSMIS TO WS-POSITION-LIGNE.
           PERFORM VARYING WS-RANG FROM 1 BY 1
                   UNTIL WS-RANG >= WS-NB-TRANSMIS
               IF WS-TRA-CODEASSUR (WS-RANG)
                  = WS-COA-ASSUREUR (WS-INDICE-COA)
                   COMPUTE WS-POSITION-LIGNE = WS-RANG + 1
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-RANG FROM WS-NB-TRANSMIS BY -1
                   UNTIL WS-RANG <= WS-POSITION-LIGNE
               MOVE WS-TRA-ENTRY (WS-RANG - 1)
                    TO WS-TRA-ENTRY (WS-RANG)
           END-PERFORM.
           SET WS-INDICE TO WS-POSITION-LIGNE.

       1020-PLACE-LIGNE-FIN.
           EXIT.

      *******************************************************
      *  DATE DU BORDEREAU : DERNIERE EXECUTION DE FACTURES
      *  (A DEFAUT LA DATE DU JOUR)
      *******************************************************
       1100-LECTURE-DATE-BORDEREAU-DEBUT.

           MOVE WS-DATE-JOUR TO WS-DATE-BORDEREAU.
           OPEN INPUT FCTRL.
           IF NOT WS-STATUS-FILE-FCTRL-OK
               GO TO 1100-LECTURE-DATE-BORDEREAU-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FCTRL-OK
               READ FCTRL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CTRL-DATE-JOUR IS NUMERIC
                       AND CTRL-DATE-JOUR > ZEROES
                           MOVE CTRL-DATE-JOUR TO WS-DATE-BORDEREAU
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FCTRL.

       1100-LECTURE-DATE-BORDEREAU-FIN.
           EXIT.

      *******************************************************
      *  COMMISSION ET NET DE CHAQUE LIGNE TRANSMISE, REPRIS DU
      *  REGISTRE DE COMMASSUR POUR LE BORDEREAU DU JOUR ; SANS
      *  INSCRIPTION LA LIGNE EST ATTENDUE AU BRUT
      *******************************************************
       1200-CHARGEMENT-COMMISSIONS-DEBUT.

           OPEN INPUT FCOMASS.
           IF NOT WS-STATUS-FILE-FCOMASS-OK
               DISPLAY "--> COMMISSIONS-ASSUREURS.txt ABSENT: "
                       "REGLEMENTS ATTENDUS AU BRUT"
           ELSE
               PERFORM UNTIL NOT WS-STATUS-FILE-FCOMASS-OK
                   READ FCOMASS
                       AT END
                           CONTINUE
                       NOT AT END
                           IF CMA-DATE = WS-DATE-BORDEREAU
                               PERFORM 1210-IMPUTATION-COMMISSION-DEBUT
                                  THRU 1210-IMPUTATION-COMMISSION-FIN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FCOMASS
           END-IF.

           PERFORM VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-NB-TRANSMIS
               IF WS-TRA-COMMISSIONNE (WS-INDICE) = "N"
                   ADD 1 TO WS-COMPTEUR-SANS-COMMISSION
               END-IF
           END-PERFORM.
           IF WS-COMPTEUR-SANS-COMMISSION > ZEROES
               DISPLAY "--> " WS-COMPTEUR-SANS-COMMISSION " LIGNE(S) "
                       "SANS COMMISSION AU " WS-DATE-BORDEREAU
                       ": ATTENDUE(S) AU BRUT"
           END-IF.

       1200-CHARGEMENT-COMMISSIONS-FIN.
           EXIT.

      *******************************************************
      *  REPORT D'UNE LIGNE DU REGISTRE SUR SA LIGNE TRANSMISE
      *******************************************************
       1210-IMPUTATION-COMMISSION-DEBUT.

           PERFORM VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-NB-TRANSMIS
               IF WS-TRA-CODEASSUR (WS-INDICE) = CMA-CODEASSUR
               AND WS-TRA-CLIENT (WS-INDICE) = CMA-CLIENT
               AND WS-TRA-COMMISSIONNE (WS-INDICE) = "N"
                   MOVE CMA-COMMISSION
                        TO WS-TRA-COMMISSION (WS-INDICE)
                   MOVE CMA-NET TO WS-TRA-NET (WS-INDICE)
                   MOVE "O" TO WS-TRA-COMMISSIONNE (WS-INDICE)
                   GO TO 1210-IMPUTATION-COMMISSION-FIN
               END-IF
           END-PERFORM.

       1210-IMPUTATION-COMMISSION-FIN.
           EXIT.

      *******************************************************
      *  IMPUTATION DES AVIS DE REGLEMENT SUR LES LIGNES
      *  TRANSMISES ; UN AVIS SANS LIGNE EST UN NON TRANSMIS

           EVALUATE TRUE
               WHEN WS-TRA-REGLE (WS-INDICE)
                    >= WS-TRA-NET (WS-INDICE)
                   MOVE "REGLE" TO WS-TRA-STATUT (WS-INDICE)
                   ADD 1 TO WS-COMPTEUR-REGLES
               WHEN WS-TRA-REGLE (WS-INDICE) > ZEROES

           MOVE WS-TRA-MONTANT (WS-INDICE) TO WS-EDIT-MONTANT.
           MOVE WS-TRA-REGLE (WS-INDICE)   TO WS-EDIT-REGLE.
           MOVE WS-TRA-COMMISSION (WS-INDICE) TO WS-EDIT-COMMISSION.
           MOVE WS-TRA-NET (WS-INDICE)     TO WS-EDIT-NET.
           MOVE SPACES TO WS-LIGNE.
           STRING WS-TRA-CLIENT (WS-INDICE) " "
                  WS-TRA-NOM (WS-INDICE)
                  " BRUT " WS-EDIT-MONTANT
                  " COMM " WS-EDIT-COMMISSION
                  " NET " WS-EDIT-NET
                  " REGLE " WS-EDIT-REGLE " "
                  WS-TRA-STATUT (WS-INDICE)
                  DELIMITED BY SIZE INTO WS-LIGNE.
               STRING "ASSUREUR " WS-TRA-CODEASSUR (WS-INDICE)
                      " CLIENT " WS-TRA-CLIENT (WS-INDICE)
                      " TRANSMIS " WS-EDIT-MONTANT
                      " NET " WS-EDIT-NET
                      " REGLE " WS-EDIT-REGLE " - "
                      WS-TRA-STATUT (WS-INDICE)
                      DELIMITED BY SIZE INTO WS-LIGNE
