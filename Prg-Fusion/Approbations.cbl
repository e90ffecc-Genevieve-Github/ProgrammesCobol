       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPROUVE.
       AUTHOR. GENEVIEVE GIANNASI.
       INSTALLATION. PERSONAL PC.
       DATE-WRITTEN. 15-10-2026.
       DATE-COMPILED. 15-10-2026.
       SECURITY. NON-CONFIDENTIAL.
      ******************************************************************
      * OBJECTIF:
      * Approbation a quatre yeux des operations a fort impact :
      * PERTES, REVTARIF en application, reouverture d'un mois par
      * CLOTURE, EFFACEMENT et RESTAURATION ne s'executent plus sur
      * la seule decision de l'operateur qui les lance. Elles
      * deposent une demande (sous-programme APPROBAT, fichier
      * DEMANDES-APPROBATION.txt) et ce programme permet a un SECOND
      * operateur habilite de l'examiner puis de la decider.
      *
      * Operations :
      *   (L)ISTE des demandes en attente
      *   (H)ISTORIQUE de toutes les demandes
      *   (E)XAMINER une demande : operation, parametres, demandeur,
      *       resume de l'impact et rapport de simulation
      *   (A)PPROUVER une demande (apres examen et confirmation)
      *   (R)EJETER une demande
      * Une fois approuvee, l'operation est relancee par son
      * programme avec les memes parametres : elle s'execute et la
      * demande passe a l'etat execute.
      *
      * Reserve aux roles A (administrateur) et C (comptabilite) :
      * lance depuis la CONSOLE, le role de l'operateur connecte est
      * controle ; lance seul, une connexion est demandee. Nul
      * n'approuve sa propre demande. Les demandes perimees (delai
      * de APPROBATIONS-PARAMETRES.txt) sont expirees au lancement.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ******** DEMANDES D'APPROBATION
           SELECT FAPPROB ASSIGN TO "DEMANDES-APPROBATION.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FAPPROB.

      ******** RAPPORT DE SIMULATION D'UNE DEMANDE (NOM DYNAMIQUE)
           SELECT FRAPPORT ASSIGN TO DYNAMIC WS-NOM-RAPPORT
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FRAPPORT.

       DATA DIVISION.
       FILE SECTION.
      ******** DEMANDES D'APPROBATION
           COPY 'COBOL-FD-APPROB.cpy'.

      ******** RAPPORT DE SIMULATION
       FD  FRAPPORT.
       01  RRAPPORT PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-STATUS-FILE-FAPPROB PIC X(02).
           88 WS-STATUS-FILE-FAPPROB-OK  VALUE "00".
           88 WS-STATUS-FILE-FAPPROB-EOF VALUE "10".
       01  WS-STATUS-FILE-FRAPPORT PIC X(02).
           88 WS-STATUS-FILE-FRAPPORT-OK  VALUE "00".
           88 WS-STATUS-FILE-FRAPPORT-EOF VALUE "10".

      ***********************************************
      * ZONES DE SAISIE ET DE CONTROLE
      ***********************************************
       01  WS-ACTION PIC X(01) VALUE SPACES.
           88  WS-ACTION-LISTE       VALUE "L".
           88  WS-ACTION-HISTORIQUE  VALUE "H".
           88  WS-ACTION-EXAMEN      VALUE "E".
           88  WS-ACTION-APPROBATION VALUE "A".
           88  WS-ACTION-REJET       VALUE "R".
           88  WS-ACTION-QUITTER     VALUE "Q".
       01  WS-SAISIE PIC X(06) VALUE SPACES.
       01  WS-NUMERO PIC 9(06) VALUE ZEROES.
       01  WS-CONFIRMATION PIC X(01) VALUE "N".
           88  WS-CONFIRMATION-OUI VALUE "O".
       01  WS-TOUTES PIC X(01) VALUE "N".
           88  WS-TOUTES-OUI VALUE "O".
       01  WS-TROUVE PIC X(01) VALUE "N".
           88  WS-TROUVE-OUI VALUE "O".
       01  WS-NOM-RAPPORT PIC X(30) VALUE SPACES.
       01  WS-COMPTEUR-LIGNES PIC 9(05) VALUE ZEROES.
       01  WS-MAX-LIGNES PIC 9(05) VALUE 60.
       01  WS-COMPTEUR-LISTE PIC 9(04) VALUE ZEROES.
       01  WS-COMPTEUR-DECISIONS PIC 9(04) VALUE ZEROES.
       01  WS-LIBELLE-STATUT PIC X(10) VALUE SPACES.

      ***********************************************
      * SESSION DE L'OPERATEUR CONNECTE
      ***********************************************
           COPY 'COBOL-SESSION.cpy'.

      ***********************************************
      * IDENTIFICATION DE L'OPERATEUR (CONNEXION)
      ***********************************************
       01  WS-CONNEXION.
           05  WS-CNX-FONCTION  PIC X(01) VALUE "C".
           05  WS-CNX-PROGRAMME PIC X(08) VALUE "APPROUVE".
           05  WS-CNX-OPERATEUR PIC X(03) VALUE SPACES.
           05  WS-CNX-MOT-PASSE PIC X(12) VALUE SPACES.
           05  WS-CNX-EMPREINTE PIC 9(09) VALUE ZEROES.
           05  WS-CNX-STATUT    PIC X(01) VALUE SPACES.
               88  WS-CNX-CONNECTE VALUE "0".

      ***********************************************
      * CONTROLE A QUATRE YEUX (APPROBAT)
      ***********************************************
       01  WS-APPROBATION.
           05  WS-APR-FONCTION    PIC X(01) VALUE "P".
           05  WS-APR-PROGRAMME   PIC X(08) VALUE "APPROUVE".
           05  WS-APR-OPERATION   PIC X(08) VALUE SPACES.
           05  WS-APR-PARAMETRES  PIC X(40) VALUE SPACES.
           05  WS-APR-IMPACT      PIC X(60) VALUE SPACES.
           05  WS-APR-RAPPORT     PIC X(30) VALUE SPACES.
           05  WS-APR-NUMERO      PIC 9(06) VALUE ZEROES.
           05  WS-APR-DECISION    PIC X(01) VALUE SPACES.
           05  WS-APR-DEMANDEUR   PIC X(03) VALUE SPACES.
           05  WS-APR-APPROBATEUR PIC X(03) VALUE SPACES.
           05  WS-APR-STATUT      PIC X(01) VALUE SPACES.
               88  WS-APR-FAIT VALUE "0".

      ***********************************************
      * JOURNALISATION CENTRALE DES EVENEMENTS (LOGEVENT)
      ***********************************************
       01  WS-JOURNALISATION.
           05  WS-JRN-PROGRAMME PIC X(08) VALUE "APPROUVE".
           05  WS-JRN-SEVERITE  PIC X(01) VALUE "A".
           05  WS-JRN-MESSAGE   PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-DEB.
      *******************************************************
      *  PARAGRAPHE PRINCIPAL
      *******************************************************
           DISPLAY "APPROBATION DES OPERATIONS A FORT IMPACT".
      *
      *********** OPERATEUR IDENTIFIE ET HABILITE
           IF NOT SES-CONNECTEE
               CALL 'CONNEXION' USING WS-CONNEXION
                   ON EXCEPTION
                       DISPLAY "--> SOUS-PROGRAMME CONNEXION "
                               "INTROUVABLE"
               END-CALL
               IF NOT WS-CNX-CONNECTE
                   DISPLAY "*** APPROBATION REFUSEE: CONNEXION NON "
                           "ETABLIE ***"
                   MOVE 8 TO RETURN-CODE
                   GO TO 0000-MAIN-FIN
               END-IF
           END-IF.
           IF SES-ROLE NOT = "A" AND SES-ROLE NOT = "C"
               DISPLAY "*** APPROBATION REFUSEE: RESERVEE AUX ROLES "
                       "A ET C ***"
               MOVE SPACES TO WS-JRN-MESSAGE
               STRING "APPROBATIONS REFUSEES AU ROLE " SES-ROLE
                      DELIMITED BY SIZE INTO WS-JRN-MESSAGE
               CALL 'LOGEVENT' USING WS-JOURNALISATION
                   ON EXCEPTION
                       CONTINUE
               END-CALL
               MOVE 8 TO RETURN-CODE
               GO TO 0000-MAIN-FIN
           END-IF.
      *
      *********** PEREMPTION DES DEMANDES ECHUES
           MOVE "P" TO WS-APR-FONCTION.
           CALL 'APPROBAT' USING WS-APPROBATION
               ON EXCEPTION
                   DISPLAY "--> SOUS-PROGRAMME APPROBAT INTROUVABLE"
                   MOVE 16 TO RETURN-CODE
                   GO TO 0000-MAIN-FIN
           END-CALL.

           MOVE "N" TO WS-TOUTES.
           PERFORM 1000-LISTE-DEMANDES-DEBUT
              THRU 1000-LISTE-DEMANDES-FIN.
      *
      *********** BOUCLE DE SAISIE DES OPERATIONS
           PERFORM UNTIL WS-ACTION-QUITTER
               MOVE SPACES TO WS-ACTION
               DISPLAY "ACTION? (L)ISTE (H)ISTORIQUE (E)XAMINER "
                       "(A)PPROUVER (R)EJETER (Q)UITTER: "
                       NO ADVANCING
               ACCEPT WS-ACTION
               MOVE FUNCTION UPPER-CASE (WS-ACTION) TO WS-ACTION
               IF WS-ACTION = SPACES
                   MOVE "Q" TO WS-ACTION
                   DISPLAY "SAISIE VIDE - FIN DES APPROBATIONS"
               END-IF
               EVALUATE TRUE
                   WHEN WS-ACTION-LISTE
                       MOVE "N" TO WS-TOUTES
                       PERFORM 1000-LISTE-DEMANDES-DEBUT
                          THRU 1000-LISTE-DEMANDES-FIN
                   WHEN WS-ACTION-HISTORIQUE
                       MOVE "O" TO WS-TOUTES
                       PERFORM 1000-LISTE-DEMANDES-DEBUT
                          THRU 1000-LISTE-DEMANDES-FIN
                   WHEN WS-ACTION-EXAMEN
                       PERFORM 2000-EXAMEN-DEMANDE-DEBUT
                          THRU 2000-EXAMEN-DEMANDE-FIN
                   WHEN WS-ACTION-APPROBATION
                   WHEN WS-ACTION-REJET
                       PERFORM 3000-DECISION-DEBUT
                          THRU 3000-DECISION-FIN
                   WHEN WS-ACTION-QUITTER
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "ACTION INVALIDE - CHOISIR L, H, E, A, "
                               "R OU Q"
               END-EVALUATE
           END-PERFORM.

           DISPLAY "==============================================".
           DISPLAY "DECISIONS ENREGISTREES: " WS-COMPTEUR-DECISIONS.
           DISPLAY "==============================================".

       0000-MAIN-FIN.
           GOBACK.

      *******************************************************
      *  LISTE DES DEMANDES (EN ATTENTE OU TOUTES)
      *******************************************************
       1000-LISTE-DEMANDES-DEBUT.

           MOVE ZEROES TO WS-COMPTEUR-LISTE.
           OPEN INPUT FAPPROB.
           IF NOT WS-STATUS-FILE-FAPPROB-OK
               DISPLAY "--> AUCUNE DEMANDE D'APPROBATION"
               GO TO 1000-LISTE-DEMANDES-FIN
           END-IF.

           DISPLAY "NUMERO OPERAT.  DEM DEPOSEE  STATUT     "
                   "IMPACT".
           PERFORM UNTIL NOT WS-STATUS-FILE-FAPPROB-OK
               READ FAPPROB
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-TOUTES-OUI OR APR-EN-ATTENTE
                           ADD 1 TO WS-COMPTEUR-LISTE
                           PERFORM 1100-LIBELLE-STATUT-DEBUT
                              THRU 1100-LIBELLE-STATUT-FIN
                           DISPLAY APR-NUMERO " " APR-OPERATION " "
                                   APR-DEMANDEUR " "
                                   APR-DATE-DEMANDE " "
                                   WS-LIBELLE-STATUT " "
                                   APR-IMPACT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FAPPROB.

           IF WS-TOUTES-OUI
               DISPLAY "NOMBRE DE DEMANDES: " WS-COMPTEUR-LISTE
           ELSE
               DISPLAY "DEMANDES EN ATTENTE: " WS-COMPTEUR-LISTE
           END-IF.

       1000-LISTE-DEMANDES-FIN.
           EXIT.

      *******************************************************
      *  LIBELLE DU STATUT D'UNE DEMANDE
      *******************************************************
       1100-LIBELLE-STATUT-DEBUT.

           EVALUATE TRUE
               WHEN APR-EN-ATTENTE
                   MOVE "EN ATTENTE" TO WS-LIBELLE-STATUT
               WHEN APR-APPROUVEE
                   MOVE "APPROUVEE" TO WS-LIBELLE-STATUT
               WHEN APR-REJETEE
                   MOVE "REJETEE" TO WS-LIBELLE-STATUT
               WHEN APR-EXPIREE
                   MOVE "EXPIREE" TO WS-LIBELLE-STATUT
               WHEN APR-EXECUTEE
                   MOVE "EXECUTEE" TO WS-LIBELLE-STATUT
               WHEN OTHER
                   MOVE APR-STATUT TO WS-LIBELLE-STATUT
           END-EVALUATE.

       1100-LIBELLE-STATUT-FIN.
           EXIT.

      *******************************************************
      *  SAISIE D'UN NUMERO ET LECTURE DE LA DEMANDE
      *******************************************************
       1200-LECTURE-DEMANDE-DEBUT.

           MOVE "N" TO WS-TROUVE.
           DISPLAY "NUMERO DE LA DEMANDE: " NO ADVANCING.
           MOVE SPACES TO WS-SAISIE.
           ACCEPT WS-SAISIE.
           IF FUNCTION TEST-NUMVAL (WS-SAISIE) NOT = 0
               DISPLAY "--> NUMERO NON NUMERIQUE: " WS-SAISIE
               GO TO 1200-LECTURE-DEMANDE-FIN
           END-IF.
           COMPUTE WS-NUMERO = FUNCTION NUMVAL (WS-SAISIE).

           OPEN INPUT FAPPROB.
           IF NOT WS-STATUS-FILE-FAPPROB-OK
               DISPLAY "--> AUCUNE DEMANDE D'APPROBATION"
               GO TO 1200-LECTURE-DEMANDE-FIN
           END-IF.
           PERFORM UNTIL NOT WS-STATUS-FILE-FAPPROB-OK
                      OR WS-TROUVE-OUI
               READ FAPPROB
                   AT END
                       CONTINUE
                   NOT AT END
                       IF APR-NUMERO = WS-NUMERO
                           MOVE "O" TO WS-TROUVE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FAPPROB.

           IF NOT WS-TROUVE-OUI
               DISPLAY "--> DEMANDE INCONNUE: " WS-NUMERO
           END-IF.

       1200-LECTURE-DEMANDE-FIN.
           EXIT.

      *******************************************************
      *  EXAMEN D'UNE DEMANDE ET DE SON RAPPORT
      *******************************************************
       2000-EXAMEN-DEMANDE-DEBUT.

           PERFORM 1200-LECTURE-DEMANDE-DEBUT
              THRU 1200-LECTURE-DEMANDE-FIN.
           IF NOT WS-TROUVE-OUI
               GO TO 2000-EXAMEN-DEMANDE-FIN
           END-IF.
           PERFORM 2100-AFFICHAGE-DEMANDE-DEBUT
              THRU 2100-AFFICHAGE-DEMANDE-FIN.

       2000-EXAMEN-DEMANDE-FIN.
           EXIT.

      *******************************************************
      *  AFFICHAGE DETAILLE DE LA DEMANDE LUE ET DES PREMIERES
      *  LIGNES DE SON RAPPORT DE SIMULATION
      *******************************************************
       2100-AFFICHAGE-DEMANDE-DEBUT.

           PERFORM 1100-LIBELLE-STATUT-DEBUT
              THRU 1100-LIBELLE-STATUT-FIN.
           DISPLAY "----------------------------------------------".
           DISPLAY "DEMANDE     : " APR-NUMERO " (" WS-LIBELLE-STATUT
                   ")".
           DISPLAY "OPERATION   : " APR-OPERATION.
           DISPLAY "PARAMETRES  : " APR-PARAMETRES.
           DISPLAY "DEMANDEUR   : " APR-DEMANDEUR " LE "
                   APR-DATE-DEMANDE.
           DISPLAY "IMPACT      : " APR-IMPACT.
           IF APR-APPROBATEUR NOT = SPACES
               DISPLAY "DECISION    : " APR-APPROBATEUR " LE "
                       APR-DATE-DECISION
           END-IF.
           IF APR-EXECUTEE
               DISPLAY "EXECUTION   : LE " APR-DATE-EXECUTION
           END-IF.

           IF APR-RAPPORT = SPACES
               DISPLAY "----------------------------------------------"
               GO TO 2100-AFFICHAGE-DEMANDE-FIN
           END-IF.

           MOVE APR-RAPPORT TO WS-NOM-RAPPORT.
           DISPLAY "RAPPORT     : " WS-NOM-RAPPORT.
           OPEN INPUT FRAPPORT.
           IF NOT WS-STATUS-FILE-FRAPPORT-OK
               DISPLAY "--> RAPPORT ABSENT: RELANCER LA SIMULATION"
               GO TO 2100-AFFICHAGE-DEMANDE-FIN
           END-IF.
           MOVE ZEROES TO WS-COMPTEUR-LIGNES.
           PERFORM UNTIL NOT WS-STATUS-FILE-FRAPPORT-OK
               READ FRAPPORT
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO WS-COMPTEUR-LIGNES
                       IF WS-COMPTEUR-LIGNES NOT > WS-MAX-LIGNES
                           DISPLAY "  " RRAPPORT (1:76)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FRAPPORT.
           IF WS-COMPTEUR-LIGNES > WS-MAX-LIGNES
               DISPLAY "  ... " WS-COMPTEUR-LIGNES " LIGNES AU TOTAL, "
                       "VOIR LE FICHIER"
           END-IF.
           DISPLAY "----------------------------------------------".

       2100-AFFICHAGE-DEMANDE-FIN.
           EXIT.

      *******************************************************
      *  APPROBATION OU REJET APRES EXAMEN ET CONFIRMATION
      *******************************************************
       3000-DECISION-DEBUT.

           PERFORM 1200-LECTURE-DEMANDE-DEBUT
              THRU 1200-LECTURE-DEMANDE-FIN.
           IF NOT WS-TROUVE-OUI
               GO TO 3000-DECISION-FIN
           END-IF.
           PERFORM 2100-AFFICHAGE-DEMANDE-DEBUT
              THRU 2100-AFFICHAGE-DEMANDE-FIN.

           IF NOT APR-EN-ATTENTE
               DISPLAY "--> DEMANDE NON EN ATTENTE: PAS DE DECISION"
               GO TO 3000-DECISION-FIN
           END-IF.
           IF WS-ACTION-APPROBATION
           AND APR-DEMANDEUR = SES-OPERATEUR
               DISPLAY "--> NUL N'APPROUVE SA PROPRE DEMANDE"
               GO TO 3000-DECISION-FIN
           END-IF.

           IF WS-ACTION-APPROBATION
               DISPLAY "APPROUVER CETTE DEMANDE? (O/N): "
                       NO ADVANCING
           ELSE
               DISPLAY "REJETER CETTE DEMANDE? (O/N): " NO ADVANCING
           END-IF.
           MOVE "N" TO WS-CONFIRMATION.
           ACCEPT WS-CONFIRMATION.
           MOVE FUNCTION UPPER-CASE (WS-CONFIRMATION)
                TO WS-CONFIRMATION.
           IF NOT WS-CONFIRMATION-OUI
               DISPLAY "--> DECISION ABANDONNEE"
               GO TO 3000-DECISION-FIN
           END-IF.

           MOVE "V" TO WS-APR-FONCTION.
           MOVE APR-NUMERO TO WS-APR-NUMERO.
           MOVE WS-ACTION TO WS-APR-DECISION.
           MOVE SES-OPERATEUR TO WS-APR-APPROBATEUR.
           MOVE SPACES TO WS-APR-STATUT.
           CALL 'APPROBAT' USING WS-APPROBATION
               ON EXCEPTION
                   DISPLAY "--> SOUS-PROGRAMME APPROBAT INTROUVABLE"
           END-CALL.
           IF WS-APR-FAIT
               ADD 1 TO WS-COMPTEUR-DECISIONS
               IF WS-ACTION-APPROBATION
                   DISPLAY "--> DEMANDE " WS-APR-NUMERO " APPROUVEE: "
                           "RELANCER " APR-OPERATION
                           " POUR L'EXECUTER"
               ELSE
                   DISPLAY "--> DEMANDE " WS-APR-NUMERO " REJETEE"
               END-IF
           ELSE
               DISPLAY "--> DECISION NON ENREGISTREE"
           END-IF.

       3000-DECISION-FIN.
           EXIT.
