       IDENTIFICATION DIVISION.
       PROGRAM-ID. COASSMAINT.
       AUTHOR. GENEVIEVE GIANNASI.
       INSTALLATION. PERSONAL PC.
       DATE-WRITTEN. 15-10-2026.
       DATE-COMPILED. 15-10-2026.
       SECURITY. NON-CONFIDENTIAL.
      ******************************************************************
      * OBJECTIF:
      * Maintenance des repartitions de coassurance : un contrat
      * coassure est partage entre plusieurs compagnies, un
      * aperiteur et des coassureurs, chacun pour sa quote-part.
      *
      * Le fichier COASSURANCES.txt porte une ligne par coassureur :
      *   CONTRAT . CODE ASSUREUR . QUOTE-PART (%) . APERITEUR O/N
      * Actions :
      *   (D)EFINITION : saisie de toute la repartition d'un contrat
      *     (remplace la precedente). Le contrat doit exister dans
      *     ASSURANCES.txt, chaque assureur dans ASSUREURS.txt (quand
      *     ces fichiers sont presents), au moins deux coassureurs,
      *     un et un seul aperiteur, parts positives totalisant
      *     exactement 100 % ; sinon la repartition est refusee.
      *   (S)UPPRESSION : le contrat redevient non coassure.
      *   (L)ISTE des repartitions.
      * Les bordereaux (FACTURES), LETTREBORD, RAPBORD, COMMASSUR
      * et SINRAPP repartissent ensuite par le service COASSUR.
      * La reecriture passe par une nouvelle generation controlee
      * puis basculee (sous-programme REECRIT) : un arret en cours
      * d'ecriture ne laisse jamais un fichier de coassurance
      * tronque.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ******** FICHIER DE COASSURANCE
           SELECT FCOASS ASSIGN TO DYNAMIC WS-NOM-FCOASS
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FCOASS.

      ******** FICHIER ASSURANCES (CONTRATS)
           SELECT FASSUR ASSIGN TO "ASSURANCES.txt"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FASSUR.

      ******** REFERENTIEL DES COMPAGNIES D'ASSURANCE
           SELECT FASSUREUR ASSIGN TO "ASSUREURS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FASSUREUR.

       DATA DIVISION.
       FILE SECTION.
      ******** FICHIER DE COASSURANCE
           COPY 'COBOL-FD-COASSUR.cpy'.

      ******** FICHIER ASSURANCES
           COPY 'COBOL-FD-ASSURANCE.cpy'.

      ******** REFERENTIEL DES COMPAGNIES D'ASSURANCE
       FD  FASSUREUR.
       01  RASSUREUR.
           05  ASSR-CODE        PIC 9(08).
           05  FILLER           PIC X(01).
           05  ASSR-NOM         PIC X(30).
           05  FILLER           PIC X(01).
           05  ASSR-RUE         PIC X(30).
           05  FILLER           PIC X(01).
           05  ASSR-CODEPOSTAL  PIC X(05).
           05  FILLER           PIC X(01).
           05  ASSR-VILLE       PIC X(20).
           05  FILLER           PIC X(01).
           05  ASSR-CONTACT     PIC X(20).
           05  FILLER           PIC X(01).
           05  ASSR-DELAI       PIC 9(03).
           05  FILLER           PIC X(01).
           05  ASSR-COMPTE      PIC X(10).

       WORKING-STORAGE SECTION.
       01  WS-STATUS-FILE-FCOASS PIC X(02).
           88 WS-STATUS-FILE-FCOASS-OK  VALUE "00".
           88 WS-STATUS-FILE-FCOASS-EOF VALUE "10".
       01  WS-STATUS-FILE-FASSUR PIC X(02).
           88 WS-STATUS-FILE-FASSUR-OK  VALUE "00".
           88 WS-STATUS-FILE-FASSUR-EOF VALUE "10".
       01  WS-STATUS-FILE-FASSUREUR PIC X(02).
           88 WS-STATUS-FILE-FASSUREUR-OK  VALUE "00".
           88 WS-STATUS-FILE-FASSUREUR-EOF VALUE "10".

      *************************************
      *  REPARTITIONS CHARGEES EN MEMOIRE
      *************************************
       01  WS-TABLE-PARTS.
           05 WS-PRT-ENTRY OCCURS 2000 INDEXED BY WS-INDICE.
               10 WS-PRT-CONTRAT   PIC 9(08).
               10 WS-PRT-ASSUREUR  PIC 9(08).
               10 WS-PRT-PART      PIC 9(03)V99.
               10 WS-PRT-APERITEUR PIC X(01).
       01  WS-NB-PARTS  PIC 9(04) VALUE ZEROES.
       01  WS-MAX-PARTS PIC 9(04) VALUE 2000.
       01  WS-POSITION-ECRITURE PIC 9(04) VALUE ZEROES.

      *************************************
      *  CONTRATS ET COMPAGNIES CONNUS (CONTROLES)
      *************************************
       01  WS-TABLE-CONTRATS.
           05 WS-CTR-NUMACT OCCURS 500 INDEXED BY WS-INDICE-CTR
                            PIC 9(08).
       01  WS-NB-CONTRATS  PIC 9(03) VALUE ZEROES.
       01  WS-MAX-CONTRATS PIC 9(03) VALUE 500.
       01  WS-TABLE-ASSUREURS.
           05 WS-ASSR-CODE OCCURS 500 INDEXED BY WS-INDICE-ASSR
                           PIC 9(08).
       01  WS-NB-ASSUREURS  PIC 9(03) VALUE ZEROES.
       01  WS-MAX-ASSUREURS PIC 9(03) VALUE 500.

      *************************************
      *  REPARTITION EN COURS DE SAISIE
      *************************************
       01  WS-TABLE-SAISIE.
           05 WS-SAI-ENTRY OCCURS 10 INDEXED BY WS-INDICE-SAI.
               10 WS-SAI-ASSUREUR  PIC 9(08).
               10 WS-SAI-PART      PIC 9(03)V99.
               10 WS-SAI-APERITEUR PIC X(01).
       01  WS-NB-SAISIES  PIC 9(02) VALUE ZEROES.
       01  WS-MAX-SAISIES PIC 9(02) VALUE 10.
       01  WS-TOTAL-PARTS PIC 9(05)V99 VALUE ZEROES.
       01  WS-NB-APERITEURS PIC 9(02) VALUE ZEROES.
       01  WS-FIN-SAISIE PIC X(01) VALUE "N".
           88 WS-FIN-SAISIE-OUI VALUE "O".

      *************************************
      *  ZONES DE SAISIE ET DE CONTROLE
      *************************************
       01  WS-ACTION PIC X(01) VALUE SPACES.
           88  WS-ACTION-DEFINITION   VALUE "D".
           88  WS-ACTION-SUPPRESSION  VALUE "S".
           88  WS-ACTION-LISTE        VALUE "L".
           88  WS-ACTION-QUITTER      VALUE "Q".
       01  WS-SAISIE PIC X(30) VALUE SPACES.
       01  WS-CONTRAT PIC 9(08) VALUE ZEROES.
       01  WS-ASSUREUR PIC 9(08) VALUE ZEROES.
       01  WS-TROUVE PIC X(01) VALUE "N".
           88 WS-TROUVE-OUI VALUE "O".
       01  WS-SAISIE-VALIDE PIC X(01) VALUE "O".
           88 WS-SAISIE-VALIDE-OUI VALUE "O".
       01  WS-CONFIRMATION PIC X(01) VALUE "N".
           88 WS-CONFIRMATION-OUI VALUE "O".
       01  WS-FICHIER-MODIFIE PIC X(01) VALUE "N".
           88 WS-FICHIER-MODIFIE-OUI VALUE "O".
       01  WS-EDIT-PART PIC ZZ9,99.
       01  WS-EDIT-TOTAL PIC ZZZZ9,99.

      ***********************************************
      * REECRITURE SURE DES FICHIERS PERMANENTS (REECRIT) :
      * LE FICHIER EST ECRIT DANS UNE NOUVELLE GENERATION,
      * CONTROLEE (NOMBRE, TOTAL DES QUOTES-PARTS) PUIS BASCULEE
      ***********************************************
       01  WS-NOM-FCOASS PIC X(40) VALUE "COASSURANCES.txt".
       01  WS-REECRITURE.
           05  WS-REE-FONCTION  PIC X(01) VALUE "R".
           05  WS-REE-FICHIER   PIC X(40) VALUE "COASSURANCES.txt".
           05  WS-REE-NOUVEAU   PIC X(40) VALUE SPACES.
           05  WS-REE-PROGRAMME PIC X(08) VALUE "COASSMAI".
           05  WS-REE-POSITION  PIC 9(04) VALUE 19.
           05  WS-REE-LONGUEUR  PIC 9(02) VALUE 5.
           05  WS-REE-DECIMALES PIC 9(01) VALUE 2.
           05  WS-REE-NB-ENREG  PIC 9(09) VALUE ZEROES.
           05  WS-REE-TOTAL     PIC 9(13)V99 VALUE ZEROES.
           05  WS-REE-STATUT    PIC X(01) VALUE SPACES.
               88  WS-REE-OK VALUE "0" "1" "2".

       PROCEDURE DIVISION.
       0000-MAIN-DEB.
      *******************************************************
      *  PARAGRAPHE PRINCIPAL
      *******************************************************
           DISPLAY "MAINTENANCE DES REPARTITIONS DE COASSURANCE".
      *
      *********** REPRISE D'UNE REECRITURE INTERROMPUE
           MOVE "R" TO WS-REE-FONCTION.
           CALL 'REECRIT' USING WS-REECRITURE
               ON EXCEPTION
                   DISPLAY "--> SOUS-PROGRAMME REECRIT INTROUVABLE"
                   MOVE 16 TO RETURN-CODE
                   GO TO 0000-MAIN-FIN
           END-CALL.
      *
      *********** CHARGEMENT DES REPARTITIONS ET REFERENTIELS
           PERFORM 1000-CHARGEMENT-PARTS-DEBUT
              THRU 1000-CHARGEMENT-PARTS-FIN.
           PERFORM 1100-CHARGEMENT-CONTRATS-DEBUT
              THRU 1100-CHARGEMENT-CONTRATS-FIN.
           PERFORM 1200-CHARGEMENT-ASSUREURS-DEBUT
              THRU 1200-CHARGEMENT-ASSUREURS-FIN.
      *
      *********** BOUCLE DE SAISIE DES OPERATIONS
           PERFORM UNTIL WS-ACTION-QUITTER
               MOVE SPACES TO WS-ACTION
               DISPLAY "ACTION? (D)EFINITION (S)UPPRESSION "
                       "(L)ISTE (Q)UITTER: "
                       NO ADVANCING
               ACCEPT WS-ACTION
               MOVE FUNCTION UPPER-CASE (WS-ACTION) TO WS-ACTION
               IF WS-ACTION = SPACES
                   MOVE "Q" TO WS-ACTION
                   DISPLAY "SAISIE VIDE - FIN DE LA MAINTENANCE"
               END-IF
               EVALUATE TRUE
                   WHEN WS-ACTION-DEFINITION
                       PERFORM 2000-DEFINITION-DEBUT
                          THRU 2000-DEFINITION-FIN
                   WHEN WS-ACTION-SUPPRESSION
                       PERFORM 4000-SUPPRESSION-DEBUT
                          THRU 4000-SUPPRESSION-FIN
                   WHEN WS-ACTION-LISTE
                       PERFORM 4500-LISTE-DEBUT
                          THRU 4500-LISTE-FIN
                   WHEN WS-ACTION-QUITTER
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "ACTION INVALIDE - CHOISIR D, S, L "
                               "OU Q"
               END-EVALUATE
           END-PERFORM.
      *
      *********** REECRITURE DU FICHIER SI MODIFIE
           IF WS-FICHIER-MODIFIE-OUI
               PERFORM 5000-REECRITURE-DEBUT
                  THRU 5000-REECRITURE-FIN
           ELSE
               DISPLAY "AUCUNE MODIFICATION - FICHIER INCHANGE"
           END-IF.

       0000-MAIN-FIN.
           STOP RUN.

      *******************************************************
      *  CHARGEMENT DES REPARTITIONS EN MEMOIRE
      *******************************************************
       1000-CHARGEMENT-PARTS-DEBUT.

           OPEN INPUT FCOASS.
           IF NOT WS-STATUS-FILE-FCOASS-OK
               DISPLAY "--> FICHIER INEXISTANT: "
                       "IL SERA CREE A LA PREMIERE ECRITURE"
               GO TO 1000-CHARGEMENT-PARTS-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FCOASS-OK
               READ FCOASS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-NB-PARTS < WS-MAX-PARTS
                       AND COA-CONTRAT IS NUMERIC
                       AND COA-ASSUREUR IS NUMERIC
                       AND COA-PART IS NUMERIC
                           ADD 1 TO WS-NB-PARTS
                           SET WS-INDICE TO WS-NB-PARTS
                           MOVE COA-CONTRAT
                                TO WS-PRT-CONTRAT (WS-INDICE)
                           MOVE COA-ASSUREUR
                                TO WS-PRT-ASSUREUR (WS-INDICE)
                           MOVE COA-PART
                                TO WS-PRT-PART (WS-INDICE)
                           MOVE COA-APERITEUR
                                TO WS-PRT-APERITEUR (WS-INDICE)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FCOASS.

           DISPLAY "NOMBRE DE PARTS CHARGEES: " WS-NB-PARTS.

       1000-CHARGEMENT-PARTS-FIN.
           EXIT.

      *******************************************************
      *  CHARGEMENT DES NUMEROS DE CONTRAT (CONTROLE)
      *******************************************************
       1100-CHARGEMENT-CONTRATS-DEBUT.

           OPEN INPUT FASSUR.
           IF NOT WS-STATUS-FILE-FASSUR-OK
               DISPLAY "--> ASSURANCES.txt ABSENT: CONTRATS NON "
                       "CONTROLES"
               GO TO 1100-CHARGEMENT-CONTRATS-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FASSUR-OK
               READ FASSUR
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-NB-CONTRATS < WS-MAX-CONTRATS
                           ADD 1 TO WS-NB-CONTRATS
                           SET WS-INDICE-CTR TO WS-NB-CONTRATS
                           MOVE RASSUR-NUMACT
                                TO WS-CTR-NUMACT (WS-INDICE-CTR)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FASSUR.

       1100-CHARGEMENT-CONTRATS-FIN.
           EXIT.

      *******************************************************
      *  CHARGEMENT DES CODES DE COMPAGNIE (CONTROLE)
      *******************************************************
       1200-CHARGEMENT-ASSUREURS-DEBUT.

           OPEN INPUT FASSUREUR.
           IF NOT WS-STATUS-FILE-FASSUREUR-OK
               DISPLAY "--> ASSUREURS.txt ABSENT: COMPAGNIES NON "
                       "CONTROLEES"
               GO TO 1200-CHARGEMENT-ASSUREURS-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FASSUREUR-OK
               READ FASSUREUR
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-NB-ASSUREURS < WS-MAX-ASSUREURS
                       AND ASSR-CODE IS NUMERIC
                           ADD 1 TO WS-NB-ASSUREURS
                           SET WS-INDICE-ASSR TO WS-NB-ASSUREURS
                           MOVE ASSR-CODE
                                TO WS-ASSR-CODE (WS-INDICE-ASSR)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FASSUREUR.

       1200-CHARGEMENT-ASSUREURS-FIN.
           EXIT.

      *******************************************************
      *  DEFINITION DE LA REPARTITION D'UN CONTRAT
      *******************************************************
       2000-DEFINITION-DEBUT.

           DISPLAY "CONTRAT (8 CHIFFRES): " NO ADVANCING.
           MOVE SPACES TO WS-SAISIE.
           ACCEPT WS-SAISIE.
           IF WS-SAISIE (1:8) NOT NUMERIC
               DISPLAY "--> CONTRAT NON NUMERIQUE: " WS-SAISIE (1:8)
               GO TO 2000-DEFINITION-FIN
           END-IF.
           MOVE WS-SAISIE (1:8) TO WS-CONTRAT.

           IF WS-NB-CONTRATS > ZEROES
               MOVE "N" TO WS-TROUVE
               PERFORM VARYING WS-INDICE-CTR FROM 1 BY 1
                       UNTIL WS-INDICE-CTR > WS-NB-CONTRATS
                   IF WS-CTR-NUMACT (WS-INDICE-CTR) = WS-CONTRAT
                       MOVE "O" TO WS-TROUVE
                   END-IF
               END-PERFORM
               IF NOT WS-TROUVE-OUI
                   DISPLAY "--> CONTRAT NON TROUVE: " WS-CONTRAT
                   GO TO 2000-DEFINITION-FIN
               END-IF
           END-IF.
      *
      ****** SAISIE DES COASSUREURS JUSQU'A UNE LIGNE VIDE
           MOVE ZEROES TO WS-NB-SAISIES.
           MOVE "N" TO WS-FIN-SAISIE.
           DISPLAY "SAISIR LES COASSUREURS (CODE VIDE POUR TERMINER)".
           PERFORM UNTIL WS-FIN-SAISIE-OUI
               PERFORM 2100-SAISIE-COASSUREUR-DEBUT
                  THRU 2100-SAISIE-COASSUREUR-FIN
           END-PERFORM.
      *
      ****** CONTROLE DE LA REPARTITION COMPLETE
           PERFORM 2200-CONTROLE-REPARTITION-DEBUT
              THRU 2200-CONTROLE-REPARTITION-FIN.
           IF NOT WS-SAISIE-VALIDE-OUI
               DISPLAY "--> REPARTITION REFUSEE: CONTRAT " WS-CONTRAT
                       " INCHANGE"
               GO TO 2000-DEFINITION-FIN
           END-IF.
      *
      ****** REMPLACEMENT DES PARTS DU CONTRAT
           PERFORM 3000-RETRAIT-CONTRAT-DEBUT
              THRU 3000-RETRAIT-CONTRAT-FIN.
           IF WS-NB-PARTS + WS-NB-SAISIES > WS-MAX-PARTS
               DISPLAY "--> ! PLUS DE " WS-MAX-PARTS " PARTS!"
               GO TO 2000-DEFINITION-FIN
           END-IF.
           PERFORM VARYING WS-INDICE-SAI FROM 1 BY 1
                   UNTIL WS-INDICE-SAI > WS-NB-SAISIES
               ADD 1 TO WS-NB-PARTS
               SET WS-INDICE TO WS-NB-PARTS
               MOVE WS-CONTRAT TO WS-PRT-CONTRAT (WS-INDICE)
               MOVE WS-SAI-ASSUREUR (WS-INDICE-SAI)
                    TO WS-PRT-ASSUREUR (WS-INDICE)
               MOVE WS-SAI-PART (WS-INDICE-SAI)
                    TO WS-PRT-PART (WS-INDICE)
               MOVE WS-SAI-APERITEUR (WS-INDICE-SAI)
                    TO WS-PRT-APERITEUR (WS-INDICE)
           END-PERFORM.
           MOVE "O" TO WS-FICHIER-MODIFIE.
           DISPLAY "--> REPARTITION ENREGISTREE: CONTRAT " WS-CONTRAT
                   " " WS-NB-SAISIES " COASSUREUR(S)".

       2000-DEFINITION-FIN.
           EXIT.

      *******************************************************
      *  SAISIE D'UN COASSUREUR : CODE, QUOTE-PART, APERITEUR
      *******************************************************
       2100-SAISIE-COASSUREUR-DEBUT.

           DISPLAY "CODE ASSUREUR: " NO ADVANCING.
           MOVE SPACES TO WS-SAISIE.
           ACCEPT WS-SAISIE.
           IF WS-SAISIE = SPACES
               MOVE "O" TO WS-FIN-SAISIE
               GO TO 2100-SAISIE-COASSUREUR-FIN
           END-IF.
           IF WS-SAISIE (1:8) NOT NUMERIC
               DISPLAY "--> CODE NON NUMERIQUE: " WS-SAISIE (1:8)
               GO TO 2100-SAISIE-COASSUREUR-FIN
           END-IF.
           MOVE WS-SAISIE (1:8) TO WS-ASSUREUR.

           IF WS-NB-ASSUREURS > ZEROES
               MOVE "N" TO WS-TROUVE
               PERFORM VARYING WS-INDICE-ASSR FROM 1 BY 1
                       UNTIL WS-INDICE-ASSR > WS-NB-ASSUREURS
                   IF WS-ASSR-CODE (WS-INDICE-ASSR) = WS-ASSUREUR
                       MOVE "O" TO WS-TROUVE
                   END-IF
               END-PERFORM
               IF NOT WS-TROUVE-OUI
                   DISPLAY "--> COMPAGNIE NON TROUVEE: " WS-ASSUREUR
                   GO TO 2100-SAISIE-COASSUREUR-FIN
               END-IF
           END-IF.
           PERFORM VARYING WS-INDICE-SAI FROM 1 BY 1
                   UNTIL WS-INDICE-SAI > WS-NB-SAISIES
               IF WS-SAI-ASSUREUR (WS-INDICE-SAI) = WS-ASSUREUR
                   DISPLAY "--> COMPAGNIE DEJA SAISIE: " WS-ASSUREUR
                   GO TO 2100-SAISIE-COASSUREUR-FIN
               END-IF
           END-PERFORM.
           IF WS-NB-SAISIES >= WS-MAX-SAISIES
               DISPLAY "--> ! PLUS DE " WS-MAX-SAISIES
                       " COASSUREURS!"
               MOVE "O" TO WS-FIN-SAISIE
               GO TO 2100-SAISIE-COASSUREUR-FIN
           END-IF.

           DISPLAY "QUOTE-PART EN % (EX. 33,34): " NO ADVANCING.
           MOVE SPACES TO WS-SAISIE.
           ACCEPT WS-SAISIE.
           IF FUNCTION TEST-NUMVAL (WS-SAISIE) NOT = 0
           OR FUNCTION NUMVAL (WS-SAISIE) <= ZEROES
           OR FUNCTION NUMVAL (WS-SAISIE) > 100
               DISPLAY "--> QUOTE-PART INVALIDE: " WS-SAISIE (1:10)
               GO TO 2100-SAISIE-COASSUREUR-FIN
           END-IF.

           ADD 1 TO WS-NB-SAISIES.
           SET WS-INDICE-SAI TO WS-NB-SAISIES.
           MOVE WS-ASSUREUR TO WS-SAI-ASSUREUR (WS-INDICE-SAI).
           COMPUTE WS-SAI-PART (WS-INDICE-SAI) =
                   FUNCTION NUMVAL (WS-SAISIE).

           DISPLAY "APERITEUR? (O/N): " NO ADVANCING.
           MOVE "N" TO WS-CONFIRMATION.
           ACCEPT WS-CONFIRMATION.
           MOVE FUNCTION UPPER-CASE (WS-CONFIRMATION)
                TO WS-CONFIRMATION.
           IF WS-CONFIRMATION-OUI
               MOVE "O" TO WS-SAI-APERITEUR (WS-INDICE-SAI)
           ELSE
               MOVE "N" TO WS-SAI-APERITEUR (WS-INDICE-SAI)
           END-IF.

       2100-SAISIE-COASSUREUR-FIN.
           EXIT.

      *******************************************************
      *  CONTROLE : DEUX COASSUREURS AU MOINS, UN SEUL
      *  APERITEUR, TOTAL DES PARTS EXACTEMENT 100 %
      *******************************************************
       2200-CONTROLE-REPARTITION-DEBUT.

           MOVE "O" TO WS-SAISIE-VALIDE.
           MOVE ZEROES TO WS-TOTAL-PARTS WS-NB-APERITEURS.
           PERFORM VARYING WS-INDICE-SAI FROM 1 BY 1
                   UNTIL WS-INDICE-SAI > WS-NB-SAISIES
               ADD WS-SAI-PART (WS-INDICE-SAI) TO WS-TOTAL-PARTS
               IF WS-SAI-APERITEUR (WS-INDICE-SAI) = "O"
                   ADD 1 TO WS-NB-APERITEURS
               END-IF
           END-PERFORM.

           IF WS-NB-SAISIES < 2
               MOVE "N" TO WS-SAISIE-VALIDE
               DISPLAY "--> AU MOINS DEUX COASSUREURS"
           END-IF.
           IF WS-NB-APERITEURS NOT = 1
               MOVE "N" TO WS-SAISIE-VALIDE
               DISPLAY "--> UN ET UN SEUL APERITEUR (SAISIS: "
                       WS-NB-APERITEURS ")"
           END-IF.
           IF WS-TOTAL-PARTS NOT = 100
               MOVE "N" TO WS-SAISIE-VALIDE
               MOVE WS-TOTAL-PARTS TO WS-EDIT-TOTAL
               DISPLAY "--> TOTAL DES PARTS " WS-EDIT-TOTAL
                       " % AU LIEU DE 100 %"
           END-IF.

       2200-CONTROLE-REPARTITION-FIN.
           EXIT.

      *******************************************************
      *  RETRAIT DE TOUTES LES PARTS D'UN CONTRAT
      *******************************************************
       3000-RETRAIT-CONTRAT-DEBUT.

           MOVE ZEROES TO WS-POSITION-ECRITURE.
           PERFORM VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-NB-PARTS
               IF WS-PRT-CONTRAT (WS-INDICE) NOT = WS-CONTRAT
                   ADD 1 TO WS-POSITION-ECRITURE
                   MOVE WS-PRT-ENTRY (WS-INDICE)
                        TO WS-PRT-ENTRY (WS-POSITION-ECRITURE)
               END-IF
           END-PERFORM.
           MOVE WS-POSITION-ECRITURE TO WS-NB-PARTS.

       3000-RETRAIT-CONTRAT-FIN.
           EXIT.

      *******************************************************
      *  SUPPRESSION DE LA COASSURANCE D'UN CONTRAT
      *******************************************************
       4000-SUPPRESSION-DEBUT.

           DISPLAY "CONTRAT A DECOASSURER: " NO ADVANCING.
           MOVE SPACES TO WS-SAISIE.
           ACCEPT WS-SAISIE.
           IF WS-SAISIE (1:8) NOT NUMERIC
               DISPLAY "--> CONTRAT NON NUMERIQUE: " WS-SAISIE (1:8)
               GO TO 4000-SUPPRESSION-FIN
           END-IF.
           MOVE WS-SAISIE (1:8) TO WS-CONTRAT.

           MOVE "N" TO WS-TROUVE.
           PERFORM VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-NB-PARTS
               IF WS-PRT-CONTRAT (WS-INDICE) = WS-CONTRAT
                   MOVE "O" TO WS-TROUVE
               END-IF
           END-PERFORM.
           IF NOT WS-TROUVE-OUI
               DISPLAY "--> CONTRAT NON COASSURE: " WS-CONTRAT
               GO TO 4000-SUPPRESSION-FIN
           END-IF.

           DISPLAY "CONFIRMER LA SUPPRESSION? (O/N): " NO ADVANCING.
           MOVE "N" TO WS-CONFIRMATION.
           ACCEPT WS-CONFIRMATION.
           MOVE FUNCTION UPPER-CASE (WS-CONFIRMATION)
                TO WS-CONFIRMATION.

           IF WS-CONFIRMATION-OUI
               PERFORM 3000-RETRAIT-CONTRAT-DEBUT
                  THRU 3000-RETRAIT-CONTRAT-FIN
               MOVE "O" TO WS-FICHIER-MODIFIE
               DISPLAY "--> COASSURANCE SUPPRIMEE: " WS-CONTRAT
           ELSE
               DISPLAY "--> SUPPRESSION ABANDONNEE"
           END-IF.

       4000-SUPPRESSION-FIN.
           EXIT.

      *******************************************************
      *  LISTE DES REPARTITIONS
      *******************************************************
       4500-LISTE-DEBUT.

           PERFORM VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-NB-PARTS
               MOVE WS-PRT-PART (WS-INDICE) TO WS-EDIT-PART
               DISPLAY "CONTRAT " WS-PRT-CONTRAT (WS-INDICE)
                       " ASSUREUR " WS-PRT-ASSUREUR (WS-INDICE)
                       " PART " WS-EDIT-PART " %"
                       " APERITEUR " WS-PRT-APERITEUR (WS-INDICE)
           END-PERFORM.

           IF WS-NB-PARTS = ZEROES
               DISPLAY "--> AUCUN CONTRAT COASSURE"
           END-IF.

       4500-LISTE-FIN.
           EXIT.

      *******************************************************
      *  REECRITURE COMPLETE DU FICHIER
      *******************************************************
       5000-REECRITURE-DEBUT.

      ****** ECRITURE DANS LA NOUVELLE GENERATION
           MOVE WS-REE-NOUVEAU TO WS-NOM-FCOASS.
           MOVE ZEROES TO WS-REE-NB-ENREG WS-REE-TOTAL.
           OPEN OUTPUT FCOASS.
           IF NOT WS-STATUS-FILE-FCOASS-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FCOASS': "
                       WS-STATUS-FILE-FCOASS
               MOVE WS-REE-FICHIER TO WS-NOM-FCOASS
               MOVE 16 TO RETURN-CODE
               GO TO 5000-REECRITURE-FIN
           END-IF.

           PERFORM VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-NB-PARTS
               MOVE SPACES TO RCOASS
               MOVE WS-PRT-CONTRAT (WS-INDICE)   TO COA-CONTRAT
               MOVE WS-PRT-ASSUREUR (WS-INDICE)  TO COA-ASSUREUR
               MOVE WS-PRT-PART (WS-INDICE)      TO COA-PART
               MOVE WS-PRT-APERITEUR (WS-INDICE) TO COA-APERITEUR
               WRITE RCOASS
               ADD 1 TO WS-REE-NB-ENREG
               ADD COA-PART TO WS-REE-TOTAL
           END-PERFORM.
           CLOSE FCOASS.
           MOVE WS-REE-FICHIER TO WS-NOM-FCOASS.
      *
      ****** CONTROLE DE LA GENERATION PUIS BASCULE
           MOVE "B" TO WS-REE-FONCTION.
           CALL 'REECRIT' USING WS-REECRITURE
               ON EXCEPTION
                   MOVE "9" TO WS-REE-STATUT
           END-CALL.
           IF NOT WS-REE-OK
               DISPLAY "*** COASSURANCES.txt NON REMPLACE ***"
               MOVE 16 TO RETURN-CODE
               GO TO 5000-REECRITURE-FIN
           END-IF.

           DISPLAY "NOMBRE DE PARTS REECRITES: " WS-NB-PARTS.

       5000-REECRITURE-FIN.
           EXIT.
