       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPROBAT.
       AUTHOR. GENEVIEVE GIANNASI.
       INSTALLATION. PERSONAL PC.
       DATE-WRITTEN. 15-10-2026.
       DATE-COMPILED. 15-10-2026.
       SECURITY. NON-CONFIDENTIAL.
      ******************************************************************
      * OBJECTIF: Sous-programme partage du controle a quatre yeux.
      * Les operations qui deplacent de l'argent ou detruisent des
      * donnees (PERTES, REVTARIF en application, reouverture d'un
      * mois par CLOTURE, EFFACEMENT, RESTAURATION) s'executaient sur
      * la seule decision de l'operateur qui les lancait. Elles
      * deposent maintenant une demande dans DEMANDES-APPROBATION.txt
      * (COBOL-FD-APPROB.cpy) ; un second operateur l'examine et la
      * decide par APPROUVE, puis l'operation relancee s'execute.
      *
      *     CALL 'APPROBAT' USING LS-APPROBATION
      *
      *     LS-APR-FONCTION    : "D" demande : rend "A" si une demande
      *                              approuvee porte sur la meme
      *                              operation, les memes parametres
      *                              et le meme impact ; sinon la
      *                              demande est deposee (ou retrouvee
      *                              en attente)
      *                          "X" execution de la demande numero
      *                              LS-APR-NUMERO (apres "A")
      *                          "V" decision LS-APR-DECISION ("A"
      *                              approuvee / "R" rejetee) de
      *                              LS-APR-APPROBATEUR sur la demande
      *                              LS-APR-NUMERO (pour APPROUVE)
      *                          "P" peremption seule des demandes
      *     LS-APR-PROGRAMME   : programme appelant (journal)
      *     LS-APR-OPERATION   : operation (nom du programme)
      *     LS-APR-PARAMETRES  : parametres de l'operation
      *     LS-APR-IMPACT      : resume de l'impact (simulation)
      *     LS-APR-RAPPORT     : rapport de simulation a examiner
      *     LS-APR-NUMERO      : numero de la demande (rendu / fourni)
      *     LS-APR-DEMANDEUR   : demandeur (rendu)
      *     LS-APR-APPROBATEUR : approbateur (rendu par "D" quand la
      *                          demande est approuvee, fourni a "V")
      *     LS-APR-STATUT      : "A" approuvee : executer l'operation
      *                          "D" demande deposee
      *                          "E" demande deja en attente
      *                          "0" execution / decision / peremption
      *                              enregistree
      *                          "8" refus (demande inconnue ou deja
      *                              decidee, approbation de sa propre
      *                              demande, demandeur non identifie)
      *                          "9" fichier des demandes non reecrit
      *
      * Le demandeur est l'operateur connecte a la console (session
      * COBOL-SESSION.cpy) ; hors console son code est saisi. Nul
      * n'approuve sa propre demande. Une demande non decidee, ou
      * approuvee mais non executee, expire apres le delai de la
      * carte APPROBATIONS-PARAMETRES.txt (DELAI=999 en jours,
      * 7 par defaut). Depot, decision, execution et peremption sont
      * journalises via LOGEVENT ; l'execution y porte ensemble le
      * demandeur et l'approbateur. Le fichier est reecrit par
      * nouvelle generation controlee puis basculee (REECRIT).
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ******** DEMANDES D'APPROBATION
           SELECT FAPPROB ASSIGN TO DYNAMIC WS-NOM-FAPPROB
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FAPPROB.

      ******** CARTE PARAMETRE DES APPROBATIONS (MOT-CLE=VALEUR)
           SELECT FPARAM ASSIGN TO "APPROBATIONS-PARAMETRES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FPARAM.

       DATA DIVISION.
       FILE SECTION.
      ******** DEMANDES D'APPROBATION
           COPY 'COBOL-FD-APPROB.cpy'.

      ******** CARTE PARAMETRE DES APPROBATIONS
       FD  FPARAM.
       01  RPARAM PIC X(40).

       WORKING-STORAGE SECTION.
       77  WS-STATUS-FILE-FAPPROB PIC X(02) VALUE SPACES.
           88  WS-STATUS-FILE-FAPPROB-OK  VALUE "00".
           88  WS-STATUS-FILE-FAPPROB-EOF VALUE "10".
       77  WS-STATUS-FILE-FPARAM PIC X(02) VALUE SPACES.
           88  WS-STATUS-FILE-FPARAM-OK  VALUE "00".

      ***********************************************
      * TABLE DES DEMANDES (IMAGES COMPLETES)
      ***********************************************
       01  WS-TABLE-DEMANDES.
           05  WS-APR-ENTRY OCCURS 2000 INDEXED BY WS-INDICE.
               10  WS-APR-IMAGE PIC X(185).
       77  WS-NB-DEMANDES  PIC 9(04) VALUE ZEROES.
       77  WS-MAX-DEMANDES PIC 9(04) VALUE 2000.
       77  WS-POSITION-DEMANDE PIC 9(04) VALUE ZEROES.
       77  WS-POSITION-ATTENTE PIC 9(04) VALUE ZEROES.
       77  WS-POSITION-AUTRE-IMPACT PIC 9(04) VALUE ZEROES.
       77  WS-DERNIER-NUMERO PIC 9(06) VALUE ZEROES.
       77  WS-FICHIER-MODIFIE PIC X(01) VALUE "N".
           88  WS-FICHIER-MODIFIE-OUI VALUE "O".

      ***********************************************
      * PEREMPTION DES DEMANDES
      ***********************************************
       77  WS-DELAI-EXPIRATION PIC 9(03) VALUE 7.
       77  WS-DATE-JOUR PIC 9(08) VALUE ZEROES.
       77  WS-JOUR-INT PIC S9(07) VALUE ZEROES.
       77  WS-AGE-DEMANDE PIC S9(07) VALUE ZEROES.
       77  WS-COMPTEUR-EXPIREES PIC 9(04) VALUE ZEROES.

      ***********************************************
      * SESSION DE L'OPERATEUR CONNECTE
      ***********************************************
           COPY 'COBOL-SESSION.cpy'.
       77  WS-SAISIE PIC X(03) VALUE SPACES.

      ***********************************************
      * JOURNALISATION CENTRALE DES EVENEMENTS (LOGEVENT)
      ***********************************************
       01  WS-JOURNALISATION.
           05  WS-JRN-PROGRAMME PIC X(08) VALUE SPACES.
           05  WS-JRN-SEVERITE  PIC X(01) VALUE "I".
           05  WS-JRN-MESSAGE   PIC X(60) VALUE SPACES.

      ***********************************************
      * REECRITURE SURE DU FICHIER DES DEMANDES
      * (REECRIT) : CONTROLE SUR LE TOTAL DES NUMEROS
      ***********************************************
       01  WS-NOM-FAPPROB PIC X(40) VALUE "DEMANDES-APPROBATION.txt".
       01  WS-REECRITURE.
           05  WS-REE-FONCTION  PIC X(01) VALUE "R".
           05  WS-REE-FICHIER   PIC X(40)
                                VALUE "DEMANDES-APPROBATION.txt".
           05  WS-REE-NOUVEAU   PIC X(40) VALUE SPACES.
           05  WS-REE-PROGRAMME PIC X(08) VALUE SPACES.
           05  WS-REE-POSITION  PIC 9(04) VALUE 1.
           05  WS-REE-LONGUEUR  PIC 9(02) VALUE 6.
           05  WS-REE-DECIMALES PIC 9(01) VALUE ZERO.
           05  WS-REE-NB-ENREG  PIC 9(09) VALUE ZEROES.
           05  WS-REE-TOTAL     PIC 9(13)V99 VALUE ZEROES.
           05  WS-REE-STATUT    PIC X(01) VALUE SPACES.
               88  WS-REE-OK VALUE "0" "1" "2".

       LINKAGE SECTION.
       01  LS-APPROBATION.
           05  LS-APR-FONCTION    PIC X(01).
               88  LS-APR-DEMANDER   VALUE "D".
               88  LS-APR-EXECUTER   VALUE "X".
               88  LS-APR-DECIDER    VALUE "V".
               88  LS-APR-PERIMER    VALUE "P".
           05  LS-APR-PROGRAMME   PIC X(08).
           05  LS-APR-OPERATION   PIC X(08).
           05  LS-APR-PARAMETRES  PIC X(40).
           05  LS-APR-IMPACT      PIC X(60).
           05  LS-APR-RAPPORT     PIC X(30).
           05  LS-APR-NUMERO      PIC 9(06).
           05  LS-APR-DECISION    PIC X(01).
               88  LS-APR-DECISION-APPROUVEE VALUE "A".
               88  LS-APR-DECISION-REJETEE   VALUE "R".
           05  LS-APR-DEMANDEUR   PIC X(03).
           05  LS-APR-APPROBATEUR PIC X(03).
           05  LS-APR-STATUT      PIC X(01).
               88  LS-APR-APPROUVEE  VALUE "A".
               88  LS-APR-DEPOSEE    VALUE "D".
               88  LS-APR-EN-ATTENTE VALUE "E".
               88  LS-APR-FAIT       VALUE "0".
               88  LS-APR-REFUSEE    VALUE "8".
               88  LS-APR-ECHEC      VALUE "9".

      *******************************************************
      *  PARAGRAPHE PRINCIPAL
      *******************************************************
       PROCEDURE DIVISION USING LS-APPROBATION.
       DEBUT-PROGRAMME.

           MOVE LS-APR-PROGRAMME TO WS-JRN-PROGRAMME
                                    WS-REE-PROGRAMME.
           MOVE "8" TO LS-APR-STATUT.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATE-JOUR.
           COMPUTE WS-JOUR-INT =
                   FUNCTION INTEGER-OF-DATE (WS-DATE-JOUR).

           PERFORM 1000-CHARGEMENT-DEMANDES-DEBUT
              THRU 1000-CHARGEMENT-DEMANDES-FIN.
           PERFORM 1500-PEREMPTION-DEBUT
              THRU 1500-PEREMPTION-FIN.

           EVALUATE TRUE
               WHEN LS-APR-DEMANDER
                   PERFORM 2000-DEMANDE-DEBUT
                      THRU 2000-DEMANDE-FIN
               WHEN LS-APR-EXECUTER
                   PERFORM 3000-EXECUTION-DEBUT
                      THRU 3000-EXECUTION-FIN
               WHEN LS-APR-DECIDER
                   PERFORM 4000-DECISION-DEBUT
                      THRU 4000-DECISION-FIN
               WHEN LS-APR-PERIMER
                   MOVE "0" TO LS-APR-STATUT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF WS-FICHIER-MODIFIE-OUI
               PERFORM 5000-REECRITURE-DEMANDES-DEBUT
                  THRU 5000-REECRITURE-DEMANDES-FIN
           END-IF.

       FIN-PROGRAMME.
           EXIT PROGRAM.

      *******************************************************
      *  CHARGEMENT DES DEMANDES, APRES REPRISE D'UNE
      *  REECRITURE INTERROMPUE, ET DU DELAI DE PEREMPTION
      *******************************************************
       1000-CHARGEMENT-DEMANDES-DEBUT.

           MOVE ZEROES TO WS-NB-DEMANDES WS-DERNIER-NUMERO
                          WS-COMPTEUR-EXPIREES.
           MOVE "N" TO WS-FICHIER-MODIFIE.
           MOVE 7 TO WS-DELAI-EXPIRATION.

           OPEN INPUT FPARAM.
           IF WS-STATUS-FILE-FPARAM-OK
               PERFORM UNTIL NOT WS-STATUS-FILE-FPARAM-OK
                   READ FPARAM
                       AT END
                           CONTINUE
                       NOT AT END
                           IF RPARAM (1:6) = "DELAI="
                           AND FUNCTION TEST-NUMVAL (RPARAM (7:3)) = 0
                               COMPUTE WS-DELAI-EXPIRATION =
                                       FUNCTION NUMVAL (RPARAM (7:3))
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FPARAM
           END-IF.

           MOVE "R" TO WS-REE-FONCTION.
           CALL 'REECRIT' USING WS-REECRITURE
               ON EXCEPTION
                   MOVE WS-REE-FICHIER TO WS-REE-NOUVEAU
           END-CALL.

           OPEN INPUT FAPPROB.
           IF NOT WS-STATUS-FILE-FAPPROB-OK
               GO TO 1000-CHARGEMENT-DEMANDES-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FAPPROB-OK
               READ FAPPROB
                   AT END
                       CONTINUE
                   NOT AT END
                       IF APR-NUMERO IS NUMERIC
                           IF WS-NB-DEMANDES < WS-MAX-DEMANDES
                               ADD 1 TO WS-NB-DEMANDES
                               SET WS-INDICE TO WS-NB-DEMANDES
                               MOVE RAPPROB
                                    TO WS-APR-IMAGE (WS-INDICE)
                               IF APR-NUMERO > WS-DERNIER-NUMERO
                                   MOVE APR-NUMERO
                                        TO WS-DERNIER-NUMERO
                               END-IF
                           ELSE
                               DISPLAY "--> ! PLUS DE "
                                       WS-MAX-DEMANDES
                                       " DEMANDES D'APPROBATION!"
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FAPPROB.

       1000-CHARGEMENT-DEMANDES-FIN.
           EXIT.

      *******************************************************
      *  PEREMPTION : DEMANDE NON DECIDEE (DEPUIS SON DEPOT) OU
      *  APPROUVEE NON EXECUTEE (DEPUIS LA DECISION) AU-DELA
      *  DU DELAI
      *******************************************************
       1500-PEREMPTION-DEBUT.

           PERFORM VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-NB-DEMANDES
               MOVE WS-APR-IMAGE (WS-INDICE) TO RAPPROB
               MOVE ZEROES TO WS-AGE-DEMANDE
               IF APR-EN-ATTENTE
               AND APR-DATE-DEMANDE IS NUMERIC
               AND APR-DATE-DEMANDE > ZEROES
                   COMPUTE WS-AGE-DEMANDE = WS-JOUR-INT
                         - FUNCTION INTEGER-OF-DATE (APR-DATE-DEMANDE)
               END-IF
               IF APR-APPROUVEE
               AND APR-DATE-DECISION IS NUMERIC
               AND APR-DATE-DECISION > ZEROES
                   COMPUTE WS-AGE-DEMANDE = WS-JOUR-INT
                         - FUNCTION INTEGER-OF-DATE (APR-DATE-DECISION)
               END-IF
               IF WS-AGE-DEMANDE > WS-DELAI-EXPIRATION
                   MOVE "E" TO APR-STATUT
                   MOVE RAPPROB TO WS-APR-IMAGE (WS-INDICE)
                   ADD 1 TO WS-COMPTEUR-EXPIREES
                   MOVE "O" TO WS-FICHIER-MODIFIE
               END-IF
           END-PERFORM.

           IF WS-COMPTEUR-EXPIREES > ZEROES
               DISPLAY "--> " WS-COMPTEUR-EXPIREES
                       " DEMANDE(S) D'APPROBATION EXPIREE(S)"
               MOVE "I" TO WS-JRN-SEVERITE
               MOVE SPACES TO WS-JRN-MESSAGE
               STRING WS-COMPTEUR-EXPIREES
                      " DEMANDE(S) D'APPROBATION EXPIREE(S) (DELAI "
                      WS-DELAI-EXPIRATION " JOURS)"
                      DELIMITED BY SIZE INTO WS-JRN-MESSAGE
               PERFORM 9000-JOURNALISER-DEBUT
                  THRU 9000-JOURNALISER-FIN
           END-IF.

       1500-PEREMPTION-FIN.
           EXIT.

      *******************************************************
      *  RECHERCHE D'UNE DEMANDE PAR SON NUMERO
      *******************************************************
       1600-RECHERCHE-NUMERO-DEBUT.

           MOVE ZEROES TO WS-POSITION-DEMANDE.
           PERFORM VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-NB-DEMANDES
               IF WS-APR-IMAGE (WS-INDICE) (1:6) = LS-APR-NUMERO
                   SET WS-POSITION-DEMANDE TO WS-INDICE
               END-IF
           END-PERFORM.

           IF WS-POSITION-DEMANDE = ZEROES
               DISPLAY "--> DEMANDE D'APPROBATION INCONNUE: "
                       LS-APR-NUMERO
               GO TO 1600-RECHERCHE-NUMERO-FIN
           END-IF.
           SET WS-INDICE TO WS-POSITION-DEMANDE.
           MOVE WS-APR-IMAGE (WS-INDICE) TO RAPPROB.
           MOVE APR-DEMANDEUR TO LS-APR-DEMANDEUR.

       1600-RECHERCHE-NUMERO-FIN.
           EXIT.

      *******************************************************
      *  DEMANDE : APPROBATION EXISTANTE POUR LA MEME
      *  OPERATION, LES MEMES PARAMETRES ET LE MEME IMPACT,
      *  DEMANDE DEJA EN ATTENTE, OU DEPOT D'UNE DEMANDE
      *******************************************************
       2000-DEMANDE-DEBUT.

           MOVE ZEROES TO WS-POSITION-DEMANDE WS-POSITION-ATTENTE
                          WS-POSITION-AUTRE-IMPACT LS-APR-NUMERO.
           MOVE SPACES TO LS-APR-DEMANDEUR LS-APR-APPROBATEUR.
           PERFORM VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-NB-DEMANDES
               MOVE WS-APR-IMAGE (WS-INDICE) TO RAPPROB
               IF APR-OPERATION = LS-APR-OPERATION
               AND APR-PARAMETRES = LS-APR-PARAMETRES
                   IF APR-IMPACT = LS-APR-IMPACT
                       IF APR-APPROUVEE
                           SET WS-POSITION-DEMANDE TO WS-INDICE
                       END-IF
                       IF APR-EN-ATTENTE
                           SET WS-POSITION-ATTENTE TO WS-INDICE
                       END-IF
                   ELSE
                       IF APR-APPROUVEE
                           SET WS-POSITION-AUTRE-IMPACT TO WS-INDICE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
      *
      ****** UNE APPROBATION VALABLE : L'OPERATION PEUT S'EXECUTER
           IF WS-POSITION-DEMANDE > ZEROES
               SET WS-INDICE TO WS-POSITION-DEMANDE
               MOVE WS-APR-IMAGE (WS-INDICE) TO RAPPROB
               MOVE APR-NUMERO      TO LS-APR-NUMERO
               MOVE APR-DEMANDEUR   TO LS-APR-DEMANDEUR
               MOVE APR-APPROBATEUR TO LS-APR-APPROBATEUR
               MOVE "A" TO LS-APR-STATUT
               DISPLAY "--> DEMANDE " APR-NUMERO " DE " APR-DEMANDEUR
                       " APPROUVEE PAR " APR-APPROBATEUR
                       " LE " APR-DATE-DECISION
               GO TO 2000-DEMANDE-FIN
           END-IF.
      *
      ****** DEJA DEPOSEE : ATTENDRE LA DECISION
           IF WS-POSITION-ATTENTE > ZEROES
               SET WS-INDICE TO WS-POSITION-ATTENTE
               MOVE WS-APR-IMAGE (WS-INDICE) TO RAPPROB
               MOVE APR-NUMERO    TO LS-APR-NUMERO
               MOVE APR-DEMANDEUR TO LS-APR-DEMANDEUR
               MOVE "E" TO LS-APR-STATUT
               DISPLAY "--> DEMANDE " APR-NUMERO " DEPOSEE LE "
                       APR-DATE-DEMANDE " PAR " APR-DEMANDEUR
                       " : TOUJOURS EN ATTENTE D'APPROBATION"
               GO TO 2000-DEMANDE-FIN
           END-IF.

           IF WS-POSITION-AUTRE-IMPACT > ZEROES
               SET WS-INDICE TO WS-POSITION-AUTRE-IMPACT
               DISPLAY "--> L'IMPACT A CHANGE DEPUIS L'APPROBATION DE "
                       "LA DEMANDE " WS-APR-IMAGE (WS-INDICE) (1:6)
                       " : NOUVELLE DEMANDE NECESSAIRE"
           END-IF.
      *
      ****** DEPOT D'UNE NOUVELLE DEMANDE
           IF WS-NB-DEMANDES NOT < WS-MAX-DEMANDES
               DISPLAY "--> FICHIER DES DEMANDES PLEIN"
               GO TO 2000-DEMANDE-FIN
           END-IF.

           IF SES-CONNECTEE
               MOVE SES-OPERATEUR TO WS-SAISIE
           ELSE
               DISPLAY "CODE OPERATEUR DU DEMANDEUR (3 CAR.): "
                       NO ADVANCING
               MOVE SPACES TO WS-SAISIE
               ACCEPT WS-SAISIE
               MOVE FUNCTION UPPER-CASE (WS-SAISIE) TO WS-SAISIE
           END-IF.
           IF WS-SAISIE = SPACES
               DISPLAY "--> DEMANDEUR NON IDENTIFIE: DEMANDE NON "
                       "DEPOSEE"
               GO TO 2000-DEMANDE-FIN
           END-IF.

           ADD 1 TO WS-DERNIER-NUMERO.
           MOVE SPACES TO RAPPROB.
           MOVE WS-DERNIER-NUMERO TO APR-NUMERO.
           MOVE LS-APR-OPERATION  TO APR-OPERATION.
           MOVE LS-APR-PARAMETRES TO APR-PARAMETRES.
           MOVE WS-SAISIE         TO APR-DEMANDEUR.
           MOVE WS-DATE-JOUR      TO APR-DATE-DEMANDE.
           MOVE "D"               TO APR-STATUT.
           MOVE ZEROES TO APR-DATE-DECISION APR-DATE-EXECUTION.
           MOVE LS-APR-IMPACT     TO APR-IMPACT.
           MOVE LS-APR-RAPPORT    TO APR-RAPPORT.
           ADD 1 TO WS-NB-DEMANDES.
           SET WS-INDICE TO WS-NB-DEMANDES.
           MOVE RAPPROB TO WS-APR-IMAGE (WS-INDICE).
           MOVE "O" TO WS-FICHIER-MODIFIE.

           MOVE APR-NUMERO    TO LS-APR-NUMERO.
           MOVE APR-DEMANDEUR TO LS-APR-DEMANDEUR.
           MOVE "D" TO LS-APR-STATUT.
           DISPLAY "--> DEMANDE D'APPROBATION " APR-NUMERO
                   " DEPOSEE : UN SECOND OPERATEUR DOIT L'APPROUVER "
                   "(APPROUVE)".

           MOVE "A" TO WS-JRN-SEVERITE.
           MOVE SPACES TO WS-JRN-MESSAGE.
           STRING "DEMANDE " APR-NUMERO " DEPOSEE: " APR-OPERATION
                  " PAR " APR-DEMANDEUR
                  DELIMITED BY SIZE INTO WS-JRN-MESSAGE.
           PERFORM 9000-JOURNALISER-DEBUT THRU 9000-JOURNALISER-FIN.

       2000-DEMANDE-FIN.
           EXIT.

      *******************************************************
      *  EXECUTION D'UNE DEMANDE APPROUVEE
      *******************************************************
       3000-EXECUTION-DEBUT.

           PERFORM 1600-RECHERCHE-NUMERO-DEBUT
              THRU 1600-RECHERCHE-NUMERO-FIN.
           IF WS-POSITION-DEMANDE = ZEROES
               GO TO 3000-EXECUTION-FIN
           END-IF.
           IF NOT APR-APPROUVEE
               DISPLAY "--> DEMANDE " APR-NUMERO " NON APPROUVEE "
                       "(STATUT " APR-STATUT ")"
               GO TO 3000-EXECUTION-FIN
           END-IF.

           MOVE "X" TO APR-STATUT.
           MOVE WS-DATE-JOUR TO APR-DATE-EXECUTION.
           MOVE RAPPROB TO WS-APR-IMAGE (WS-INDICE).
           MOVE "O" TO WS-FICHIER-MODIFIE.
           MOVE APR-APPROBATEUR TO LS-APR-APPROBATEUR.
           MOVE "0" TO LS-APR-STATUT.

           MOVE "A" TO WS-JRN-SEVERITE.
           MOVE SPACES TO WS-JRN-MESSAGE.
           STRING "DEMANDE " APR-NUMERO " EXECUTEE: " APR-OPERATION
                  " DEMANDEUR " APR-DEMANDEUR
                  " APPROB. " APR-APPROBATEUR
                  DELIMITED BY SIZE INTO WS-JRN-MESSAGE.
           PERFORM 9000-JOURNALISER-DEBUT THRU 9000-JOURNALISER-FIN.

       3000-EXECUTION-FIN.
           EXIT.

      *******************************************************
      *  DECISION D'UN SECOND OPERATEUR SUR UNE DEMANDE EN
      *  ATTENTE (NUL N'APPROUVE SA PROPRE DEMANDE)
      *******************************************************
       4000-DECISION-DEBUT.

           PERFORM 1600-RECHERCHE-NUMERO-DEBUT
              THRU 1600-RECHERCHE-NUMERO-FIN.
           IF WS-POSITION-DEMANDE = ZEROES
               GO TO 4000-DECISION-FIN
           END-IF.
           IF NOT APR-EN-ATTENTE
               DISPLAY "--> DEMANDE " APR-NUMERO " DEJA DECIDEE "
                       "OU EXPIREE (STATUT " APR-STATUT ")"
               GO TO 4000-DECISION-FIN
           END-IF.
           IF LS-APR-APPROBATEUR = SPACES
               DISPLAY "--> APPROBATEUR NON IDENTIFIE"
               GO TO 4000-DECISION-FIN
           END-IF.
           IF LS-APR-DECISION-APPROUVEE
           AND LS-APR-APPROBATEUR = APR-DEMANDEUR
               DISPLAY "--> NUL N'APPROUVE SA PROPRE DEMANDE"
               MOVE "A" TO WS-JRN-SEVERITE
               MOVE SPACES TO WS-JRN-MESSAGE
               STRING "AUTO-APPROBATION REFUSEE: DEMANDE " APR-NUMERO
                      " PAR " APR-DEMANDEUR
                      DELIMITED BY SIZE INTO WS-JRN-MESSAGE
               PERFORM 9000-JOURNALISER-DEBUT
                  THRU 9000-JOURNALISER-FIN
               GO TO 4000-DECISION-FIN
           END-IF.
           IF NOT LS-APR-DECISION-APPROUVEE
           AND NOT LS-APR-DECISION-REJETEE
               DISPLAY "--> DECISION INVALIDE: " LS-APR-DECISION
               GO TO 4000-DECISION-FIN
           END-IF.

           MOVE LS-APR-DECISION    TO APR-STATUT.
           MOVE LS-APR-APPROBATEUR TO APR-APPROBATEUR.
           MOVE WS-DATE-JOUR       TO APR-DATE-DECISION.
           MOVE RAPPROB TO WS-APR-IMAGE (WS-INDICE).
           MOVE "O" TO WS-FICHIER-MODIFIE.
           MOVE "0" TO LS-APR-STATUT.

           MOVE SPACES TO WS-JRN-MESSAGE.
           IF APR-APPROUVEE
               MOVE "A" TO WS-JRN-SEVERITE
               STRING "DEMANDE " APR-NUMERO " APPROUVEE: "
                      APR-OPERATION " DEMANDEUR " APR-DEMANDEUR
                      " APPROB. " APR-APPROBATEUR
                      DELIMITED BY SIZE INTO WS-JRN-MESSAGE
           ELSE
               MOVE "I" TO WS-JRN-SEVERITE
               STRING "DEMANDE " APR-NUMERO " REJETEE: "
                      APR-OPERATION " DEMANDEUR " APR-DEMANDEUR
                      " PAR " APR-APPROBATEUR
                      DELIMITED BY SIZE INTO WS-JRN-MESSAGE
           END-IF.
           PERFORM 9000-JOURNALISER-DEBUT THRU 9000-JOURNALISER-FIN.

       4000-DECISION-FIN.
           EXIT.

      *******************************************************
      *  REECRITURE DU FICHIER DES DEMANDES (NOUVELLE
      *  GENERATION CONTROLEE PUIS BASCULEE)
      *******************************************************
       5000-REECRITURE-DEMANDES-DEBUT.

           MOVE WS-REE-NOUVEAU TO WS-NOM-FAPPROB.
           MOVE ZEROES TO WS-REE-NB-ENREG WS-REE-TOTAL.
           OPEN OUTPUT FAPPROB.
           IF NOT WS-STATUS-FILE-FAPPROB-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FAPPROB': "
                       WS-STATUS-FILE-FAPPROB
               MOVE WS-REE-FICHIER TO WS-NOM-FAPPROB
               MOVE "9" TO LS-APR-STATUT
               GO TO 5000-REECRITURE-DEMANDES-FIN
           END-IF.

           PERFORM VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-NB-DEMANDES
               MOVE WS-APR-IMAGE (WS-INDICE) TO RAPPROB
               WRITE RAPPROB
               ADD 1 TO WS-REE-NB-ENREG
               ADD APR-NUMERO TO WS-REE-TOTAL
           END-PERFORM.
           CLOSE FAPPROB.
           MOVE WS-REE-FICHIER TO WS-NOM-FAPPROB.

           MOVE "B" TO WS-REE-FONCTION.
           CALL 'REECRIT' USING WS-REECRITURE
               ON EXCEPTION
                   MOVE "9" TO WS-REE-STATUT
           END-CALL.
           IF NOT WS-REE-OK
               DISPLAY "*** DEMANDES-APPROBATION.txt NON REMPLACE ***"
               MOVE "9" TO LS-APR-STATUT
           END-IF.

       5000-REECRITURE-DEMANDES-FIN.
           EXIT.

      *******************************************************
      *  JOURNALISATION D'UN EVENEMENT VIA LOGEVENT
      *******************************************************
       9000-JOURNALISER-DEBUT.

           CALL 'LOGEVENT' USING WS-JOURNALISATION
               ON EXCEPTION
                   CONTINUE
           END-CALL.

       9000-JOURNALISER-FIN.
           EXIT.
