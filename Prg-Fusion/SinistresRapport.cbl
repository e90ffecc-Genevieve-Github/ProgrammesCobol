      *     FICHIERCLIENT.txt (le comptage d'usage de CROISEMENT) :
      *     la frequence sinistres/clients est ce que l'assureur
      *     regarde en premier
      * Un contrat coassure (COASSURANCES.txt, service COASSUR) voit
      * la reserve et le regle de chaque sinistre repartis entre ses
      * coassureurs, l'ecart d'arrondi allant a l'aperiteur : une
      * ligne par quote-part sous le contrat, puis la sinistralite
      * cumulee par assureur (un contrat non coassure compte pour
      * 100 % a son propre code).
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           COPY 'COBOL-FD-FCLIENT.CPY'.

      ******** FICHIER DES SINISTRES
           COPY 'COBOL-FD-SINISTRE.cpy'.

      ******** RAPPORT DE SINISTRALITE
       FD  FRAPPORT.
       01  WS-NB-CONTRATS  PIC 9(03) VALUE ZEROES.
       01  WS-MAX-CONTRATS PIC 9(03) VALUE 500.

      ******************************************
      *  REPARTITION D'UN MONTANT ENTRE COASSUREURS (SERVICE COASSUR)
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
      ****** PARTS DE RESERVE D'UN SINISTRE (AVANT LA REPARTITION
      ****** DU REGLE)
       01  WS-TABLE-RESERVES-PARTS.
           05  WS-RSP-MONTANT OCCURS 10 PIC 9(09)V99.

      ******************************************
      *  QUOTES-PARTS DES CONTRATS COASSURES
      ******************************************
       01  WS-TABLE-PARTS.
           05 WS-PRT-ENTRY OCCURS 2000 INDEXED BY WS-INDICE-PRT.
               10 WS-PRT-CONTRAT    PIC 9(08).
               10 WS-PRT-ASSUREUR   PIC 9(08).
               10 WS-PRT-POURCENTAGE PIC 9(03)V99.
               10 WS-PRT-APERITEUR  PIC X(01).
               10 WS-PRT-RESERVE    PIC 9(09)V99.
               10 WS-PRT-REGLE      PIC 9(09)V99.
       01  WS-NB-PARTS  PIC 9(04) VALUE ZEROES.
       01  WS-MAX-PARTS PIC 9(04) VALUE 2000.

      ******************************************
      *  SINISTRALITE CUMULEE PAR ASSUREUR
      ******************************************
       01  WS-TABLE-ASSUREURS.
           05 WS-ASR-ENTRY OCCURS 500 INDEXED BY WS-INDICE-ASR.
               10 WS-ASR-CODE      PIC 9(08).
               10 WS-ASR-SINISTRES PIC 9(05).
               10 WS-ASR-RESERVE   PIC 9(09)V99.
               10 WS-ASR-REGLE     PIC 9(09)V99.
       01  WS-NB-ASSUREURS  PIC 9(03) VALUE ZEROES.
       01  WS-MAX-ASSUREURS PIC 9(03) VALUE 500.
       01  WS-TROUVE PIC X(01) VALUE "N".
           88 WS-TROUVE-OUI VALUE "O".

      ******************************************
      *  COMPTEURS, TOTAUX ET ZONES D'EDITION
      ******************************************
       01  WS-TOTAL-REGLE   PIC 9(11)V99 VALUE ZEROES.
       01  WS-EDIT-RESERVE PIC ZZZ.ZZZ.ZZ9,99.
       01  WS-EDIT-REGLE   PIC ZZZ.ZZZ.ZZ9,99.
       01  WS-EDIT-POURCENTAGE PIC ZZ9,99.
       01  WS-LIGNE PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
                   ADD SIN-REGLE   TO WS-CTR-REGLE (WS-INDICE)
                   ADD SIN-RESERVE TO WS-TOTAL-RESERVE
                   ADD SIN-REGLE   TO WS-TOTAL-REGLE
                   PERFORM 3200-REPARTITION-SINISTRE-DEBUT
                      THRU 3200-REPARTITION-SINISTRE-FIN
                   GO TO 3100-AJOUT-SINISTRE-FIN
               END-IF
           END-PERFORM.
       3100-AJOUT-SINISTRE-FIN.
           EXIT.

      *******************************************************
      *  REPARTITION DE LA RESERVE ET DU REGLE D'UN SINISTRE
      *  ENTRE LES COASSUREURS DU CONTRAT (SERVICE COASSUR)
      *******************************************************
       3200-REPARTITION-SINISTRE-DEBUT.

           MOVE SIN-NUMACT  TO WS-COA-CONTRAT.
           MOVE SIN-RESERVE TO WS-COA-MONTANT.
           PERFORM 3210-APPEL-COASSUR-DEBUT
              THRU 3210-APPEL-COASSUR-FIN.
           PERFORM VARYING WS-INDICE-COA FROM 1 BY 1
                   UNTIL WS-INDICE-COA > WS-COA-NB-PARTS
               MOVE WS-COA-MONTANT-PART (WS-INDICE-COA)
                    TO WS-RSP-MONTANT (WS-INDICE-COA)
           END-PERFORM.

           MOVE SIN-NUMACT TO WS-COA-CONTRAT.
           MOVE SIN-REGLE  TO WS-COA-MONTANT.
           PERFORM 3210-APPEL-COASSUR-DEBUT
              THRU 3210-APPEL-COASSUR-FIN.

           PERFORM VARYING WS-INDICE-COA FROM 1 BY 1
                   UNTIL WS-INDICE-COA > WS-COA-NB-PARTS
               IF WS-COA-COASSURE
                   PERFORM 3220-CUMUL-PART-CONTRAT-DEBUT
                      THRU 3220-CUMUL-PART-CONTRAT-FIN
               END-IF
               PERFORM 3230-CUMUL-ASSUREUR-DEBUT
                  THRU 3230-CUMUL-ASSUREUR-FIN
           END-PERFORM.

       3200-REPARTITION-SINISTRE-FIN.
           EXIT.

      *******************************************************
      *  APPEL DU SERVICE DE COASSURANCE ; ABSENT, LE CONTRAT
      *  RESTE A SON SEUL ASSUREUR
      *******************************************************
       3210-APPEL-COASSUR-DEBUT.

      ****** LE SINISTRE RESTE A L'ASSUREUR EN RISQUE A SA DATE
           MOVE SIN-DATE TO WS-COA-DATE.
           CALL 'COASSUR' USING WS-COASSURANCE
               ON EXCEPTION
                   MOVE "1" TO WS-COA-STATUT
                   MOVE 1 TO WS-COA-NB-PARTS
                   SET WS-INDICE-COA TO 1
                   MOVE WS-COA-CONTRAT
                        TO WS-COA-ASSUREUR (WS-INDICE-COA)
                   MOVE 100 TO WS-COA-POURCENTAGE (WS-INDICE-COA)
                   MOVE WS-COA-MONTANT
                        TO WS-COA-MONTANT-PART (WS-INDICE-COA)
                   MOVE "O" TO WS-COA-APERITEUR (WS-INDICE-COA)
           END-CALL.

       3210-APPEL-COASSUR-FIN.
           EXIT.

      *******************************************************
      *  CUMUL D'UNE QUOTE-PART SOUS SON CONTRAT COASSURE
      *******************************************************
       3220-CUMUL-PART-CONTRAT-DEBUT.

           PERFORM VARYING WS-INDICE-PRT FROM 1 BY 1
                   UNTIL WS-INDICE-PRT > WS-NB-PARTS
               IF WS-PRT-CONTRAT (WS-INDICE-PRT) = SIN-NUMACT
               AND WS-PRT-ASSUREUR (WS-INDICE-PRT)
                   = WS-COA-ASSUREUR (WS-INDICE-COA)
                   ADD WS-RSP-MONTANT (WS-INDICE-COA)
                       TO WS-PRT-RESERVE (WS-INDICE-PRT)
                   ADD WS-COA-MONTANT-PART (WS-INDICE-COA)
                       TO WS-PRT-REGLE (WS-INDICE-PRT)
                   GO TO 3220-CUMUL-PART-CONTRAT-FIN
               END-IF
           END-PERFORM.

           IF WS-NB-PARTS >= WS-MAX-PARTS
               DISPLAY "--> ! PLUS DE " WS-MAX-PARTS " QUOTES-PARTS!"
               GO TO 3220-CUMUL-PART-CONTRAT-FIN
           END-IF.
           ADD 1 TO WS-NB-PARTS.
           SET WS-INDICE-PRT TO WS-NB-PARTS.
           MOVE SIN-NUMACT TO WS-PRT-CONTRAT (WS-INDICE-PRT).
           MOVE WS-COA-ASSUREUR (WS-INDICE-COA)
                TO WS-PRT-ASSUREUR (WS-INDICE-PRT).
           MOVE WS-COA-POURCENTAGE (WS-INDICE-COA)
                TO WS-PRT-POURCENTAGE (WS-INDICE-PRT).
           MOVE WS-COA-APERITEUR (WS-INDICE-COA)
                TO WS-PRT-APERITEUR (WS-INDICE-PRT).
           MOVE WS-RSP-MONTANT (WS-INDICE-COA)
                TO WS-PRT-RESERVE (WS-INDICE-PRT).
           MOVE WS-COA-MONTANT-PART (WS-INDICE-COA)
                TO WS-PRT-REGLE (WS-INDICE-PRT).

       3220-CUMUL-PART-CONTRAT-FIN.
           EXIT.

      *******************************************************
      *  CUMUL D'UNE QUOTE-PART SUR SON ASSUREUR
      *******************************************************
       3230-CUMUL-ASSUREUR-DEBUT.

           PERFORM VARYING WS-INDICE-ASR FROM 1 BY 1
                   UNTIL WS-INDICE-ASR > WS-NB-ASSUREURS
               IF WS-ASR-CODE (WS-INDICE-ASR)
                  = WS-COA-ASSUREUR (WS-INDICE-COA)
                   ADD 1 TO WS-ASR-SINISTRES (WS-INDICE-ASR)
                   ADD WS-RSP-MONTANT (WS-INDICE-COA)
                       TO WS-ASR-RESERVE (WS-INDICE-ASR)
                   ADD WS-COA-MONTANT-PART (WS-INDICE-COA)
                       TO WS-ASR-REGLE (WS-INDICE-ASR)
                   GO TO 3230-CUMUL-ASSUREUR-FIN
               END-IF
           END-PERFORM.

           IF WS-NB-ASSUREURS >= WS-MAX-ASSUREURS
               DISPLAY "--> ! PLUS DE " WS-MAX-ASSUREURS
                       " ASSUREURS!"
               GO TO 3230-CUMUL-ASSUREUR-FIN
           END-IF.
           ADD 1 TO WS-NB-ASSUREURS.
           SET WS-INDICE-ASR TO WS-NB-ASSUREURS.
           MOVE WS-COA-ASSUREUR (WS-INDICE-COA)
                TO WS-ASR-CODE (WS-INDICE-ASR).
           MOVE 1 TO WS-ASR-SINISTRES (WS-INDICE-ASR).
           MOVE WS-RSP-MONTANT (WS-INDICE-COA)
                TO WS-ASR-RESERVE (WS-INDICE-ASR).
           MOVE WS-COA-MONTANT-PART (WS-INDICE-COA)
                TO WS-ASR-REGLE (WS-INDICE-ASR).

       3230-CUMUL-ASSUREUR-FIN.
           EXIT.

      *******************************************************
      *  EDITION DU RAPPORT DE SINISTRALITE
      *******************************************************
                      DELIMITED BY SIZE INTO WS-LIGNE
               MOVE WS-LIGNE TO RRAPPORT
               WRITE RRAPPORT
               PERFORM 4100-EDITION-PARTS-DEBUT
                  THRU 4100-EDITION-PARTS-FIN
           END-PERFORM.

           MOVE ALL "-" TO WS-LIGNE.
           MOVE WS-LIGNE TO RRAPPORT.
           WRITE RRAPPORT.

           PERFORM 4200-EDITION-ASSUREURS-DEBUT
              THRU 4200-EDITION-ASSUREURS-FIN.

           CLOSE FRAPPORT.

       4000-EDITION-RAPPORT-FIN.
           EXIT.

      *******************************************************
      *  QUOTES-PARTS SOUS UN CONTRAT COASSURE
      *******************************************************
       4100-EDITION-PARTS-DEBUT.

           PERFORM VARYING WS-INDICE-PRT FROM 1 BY 1
                   UNTIL WS-INDICE-PRT > WS-NB-PARTS
               IF WS-PRT-CONTRAT (WS-INDICE-PRT)
                  = WS-CTR-NUMACT (WS-INDICE)
                   MOVE WS-PRT-POURCENTAGE (WS-INDICE-PRT)
                        TO WS-EDIT-POURCENTAGE
                   MOVE WS-PRT-RESERVE (WS-INDICE-PRT)
                        TO WS-EDIT-RESERVE
                   MOVE WS-PRT-REGLE (WS-INDICE-PRT)
                        TO WS-EDIT-REGLE
                   MOVE SPACES TO WS-LIGNE
                   IF WS-PRT-APERITEUR (WS-INDICE-PRT) = "O"
                       STRING "    QUOTE-PART ASSUREUR "
                              WS-PRT-ASSUREUR (WS-INDICE-PRT) " "
                              WS-EDIT-POURCENTAGE " % APERITEUR "
                              "  RESERVE " WS-EDIT-RESERVE
                              " REGLE " WS-EDIT-REGLE
                              DELIMITED BY SIZE INTO WS-LIGNE
                   ELSE
                       STRING "    QUOTE-PART ASSUREUR "
                              WS-PRT-ASSUREUR (WS-INDICE-PRT) " "
                              WS-EDIT-POURCENTAGE " % COASSUREUR "
                              " RESERVE " WS-EDIT-RESERVE
                              " REGLE " WS-EDIT-REGLE
                              DELIMITED BY SIZE INTO WS-LIGNE
                   END-IF
                   MOVE WS-LIGNE TO RRAPPORT
                   WRITE RRAPPORT
               END-IF
           END-PERFORM.

       4100-EDITION-PARTS-FIN.
           EXIT.

      *******************************************************
      *  SINISTRALITE CUMULEE PAR ASSUREUR (QUOTES-PARTS)
      *******************************************************
       4200-EDITION-ASSUREURS-DEBUT.

           MOVE SPACES TO WS-LIGNE.
           MOVE WS-LIGNE TO RRAPPORT.
           WRITE RRAPPORT.
           MOVE SPACES TO WS-LIGNE.
           STRING "SINISTRALITE PAR ASSUREUR (QUOTES-PARTS DE "
                  "COASSURANCE)"
                  DELIMITED BY SIZE INTO WS-LIGNE.
           MOVE WS-LIGNE TO RRAPPORT.
           WRITE RRAPPORT.

           PERFORM VARYING WS-INDICE-ASR FROM 1 BY 1
                   UNTIL WS-INDICE-ASR > WS-NB-ASSUREURS
               MOVE WS-ASR-RESERVE (WS-INDICE-ASR) TO WS-EDIT-RESERVE
               MOVE WS-ASR-REGLE (WS-INDICE-ASR)   TO WS-EDIT-REGLE
               MOVE SPACES TO WS-LIGNE
               STRING "ASSUREUR " WS-ASR-CODE (WS-INDICE-ASR) " "
                      WS-ASR-SINISTRES (WS-INDICE-ASR)
                      " SINISTRE(S) RESERVE " WS-EDIT-RESERVE
                      " REGLE " WS-EDIT-REGLE
                      DELIMITED BY SIZE INTO WS-LIGNE
               MOVE WS-LIGNE TO RRAPPORT
               WRITE RRAPPORT
           END-PERFORM.

       4200-EDITION-ASSUREURS-FIN.
           EXIT.
