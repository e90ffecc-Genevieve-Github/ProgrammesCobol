       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONFORM.
       AUTHOR. GENEVIEVE GIANNASI.
       INSTALLATION. PERSONAL PC.
       DATE-WRITTEN. 15-10-2026.
       DATE-COMPILED. 15-10-2026.
       SECURITY. NON-CONFIDENTIAL.
      ******************************************************************
      * OBJECTIF:
      * Examen par la conformite des alertes du filtrage sanctions
      * (registre FILTRAGE-REGISTRE.txt tenu par le sous-programme
      * CTRLSANC). Tant qu'une alerte est a examiner, le client ou
      * le beneficiaire est bloque : il n'est plus facture (FACTURES)
      * et aucun paiement sortant ne lui est fait (REMBOURS, SINVIR).
      *
      * Operations :
      *   (L)ISTE des alertes a examiner
      *   (H)ISTORIQUE de toutes les alertes et de leurs decisions
      *   (E)XAMINER une alerte : nom filtre, nom de liste, score,
      *       et toutes les entrees de LISTE-SANCTIONS.txt sous la
      *       meme reference (alias, regime de sanctions)
      *   (D)ECIDER une alerte : L levee (faux positif, le tiers est
      *       libere) ou C gel confirme (le tiers reste bloque) ; un
      *       gel confirme peut etre leve a la radiation de la liste
      * Le motif est obligatoire : avec la date et le responsable,
      * il reste sur la ligne de l'alerte pour le regulateur, et la
      * decision est aussi journalisee via LOGEVENT.
      *
      * Reserve aux roles A (administrateur) et K (conformite) :
      * lance depuis la CONSOLE, le role de l'operateur connecte est
      * controle ; lance seul, une connexion est demandee.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ******** REGISTRE DU FILTRAGE SANCTIONS
           SELECT FFILTRAGE ASSIGN TO "FILTRAGE-REGISTRE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FFILTRAGE.

      ******** LISTE DES PERSONNES ET ENTITES SANCTIONNEES
           SELECT FSANCTION ASSIGN TO "LISTE-SANCTIONS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FSANCTION.

       DATA DIVISION.
       FILE SECTION.
      ******** REGISTRE DU FILTRAGE SANCTIONS
           COPY 'COBOL-FD-FILTRAGE.cpy'.

      ******** LISTE DES SANCTIONS
           COPY 'COBOL-FD-SANCTION.cpy'.

       WORKING-STORAGE SECTION.
       01  WS-STATUS-FILE-FFILTRAGE PIC X(02).
           88 WS-STATUS-FILE-FFILTRAGE-OK  VALUE "00".
           88 WS-STATUS-FILE-FFILTRAGE-EOF VALUE "10".
       01  WS-STATUS-FILE-FSANCTION PIC X(02).
           88 WS-STATUS-FILE-FSANCTION-OK  VALUE "00".
           88 WS-STATUS-FILE-FSANCTION-EOF VALUE "10".

      ***********************************************
      * ZONES DE SAISIE ET DE CONTROLE
      ***********************************************
       01  WS-ACTION PIC X(01) VALUE SPACES.
           88  WS-ACTION-LISTE       VALUE "L".
           88  WS-ACTION-HISTORIQUE  VALUE "H".
           88  WS-ACTION-EXAMEN      VALUE "E".
           88  WS-ACTION-DECISION    VALUE "D".
           88  WS-ACTION-QUITTER     VALUE "Q".
       01  WS-SAISIE PIC X(06) VALUE SPACES.
       01  WS-NUMERO PIC 9(06) VALUE ZEROES.
       01  WS-DECISION PIC X(01) VALUE SPACES.
           88  WS-DECISION-LEVEE     VALUE "L".
           88  WS-DECISION-CONFIRMEE VALUE "C".
       01  WS-MOTIF PIC X(40) VALUE SPACES.
       01  WS-CONFIRMATION PIC X(01) VALUE "N".
           88  WS-CONFIRMATION-OUI VALUE "O".
       01  WS-TOUTES PIC X(01) VALUE "N".
           88  WS-TOUTES-OUI VALUE "O".
       01  WS-TROUVE PIC X(01) VALUE "N".
           88  WS-TROUVE-OUI VALUE "O".
       01  WS-COMPTEUR-LISTE PIC 9(04) VALUE ZEROES.
       01  WS-COMPTEUR-DECISIONS PIC 9(04) VALUE ZEROES.
       01  WS-COMPTEUR-ENTREES PIC 9(04) VALUE ZEROES.
       01  WS-LIBELLE-STATUT PIC X(10) VALUE SPACES.
       01  WS-LIBELLE-TYPE PIC X(12) VALUE SPACES.

      ***********************************************
      * SESSION DE L'OPERATEUR CONNECTE
      ***********************************************
           COPY 'COBOL-SESSION.cpy'.

      ***********************************************
      * IDENTIFICATION DE L'OPERATEUR (CONNEXION)
      ***********************************************
       01  WS-CONNEXION.
           05  WS-CNX-FONCTION  PIC X(01) VALUE "C".
           05  WS-CNX-PROGRAMME PIC X(08) VALUE "CONFORM".
           05  WS-CNX-OPERATEUR PIC X(03) VALUE SPACES.
           05  WS-CNX-MOT-PASSE PIC X(12) VALUE SPACES.
           05  WS-CNX-EMPREINTE PIC 9(09) VALUE ZEROES.
           05  WS-CNX-STATUT    PIC X(01) VALUE SPACES.
               88  WS-CNX-CONNECTE VALUE "0".

      ***********************************************
      * FILTRAGE SANCTIONS (CTRLSANC)
      ***********************************************
       01  WS-FILTRAGE.
           05  WS-FIL-FONCTION      PIC X(01) VALUE "D".
           05  WS-FIL-PROGRAMME     PIC X(08) VALUE "CONFORM".
           05  WS-FIL-TYPE          PIC X(01) VALUE SPACES.
           05  WS-FIL-IDENT         PIC X(12) VALUE SPACES.
           05  WS-FIL-NOM           PIC X(30) VALUE SPACES.
           05  WS-FIL-PRENOM        PIC X(20) VALUE SPACES.
           05  WS-FIL-NUMERO        PIC 9(06) VALUE ZEROES.
           05  WS-FIL-DECISION      PIC X(01) VALUE SPACES.
           05  WS-FIL-OPERATEUR     PIC X(03) VALUE SPACES.
           05  WS-FIL-MOTIF         PIC X(40) VALUE SPACES.
           05  WS-FIL-NB-ALERTES    PIC 9(03) VALUE ZEROES.
           05  WS-FIL-SCORE         PIC 9(03) VALUE ZEROES.
           05  WS-FIL-REFERENCE     PIC X(10) VALUE SPACES.
           05  WS-FIL-STATUT        PIC X(01) VALUE SPACES.
               88  WS-FIL-FAIT          VALUE "0".
               88  WS-FIL-INCONNUE      VALUE "1".
               88  WS-FIL-NON-PERMISE   VALUE "2".

      ***********************************************
      * JOURNALISATION CENTRALE DES EVENEMENTS (LOGEVENT)
      ***********************************************
       01  WS-JOURNALISATION.
           05  WS-JRN-PROGRAMME PIC X(08) VALUE "CONFORM".
           05  WS-JRN-SEVERITE  PIC X(01) VALUE "A".
           05  WS-JRN-MESSAGE   PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-DEB.
      *******************************************************
      *  PARAGRAPHE PRINCIPAL
      *******************************************************
           DISPLAY "EXAMEN DES ALERTES DU FILTRAGE SANCTIONS".
      *
      *********** OPERATEUR IDENTIFIE ET HABILITE
           IF NOT SES-CONNECTEE
               CALL 'CONNEXION' USING WS-CONNEXION
                   ON EXCEPTION
                       DISPLAY "--> SOUS-PROGRAMME CONNEXION "
                               "INTROUVABLE"
               END-CALL
               IF NOT WS-CNX-CONNECTE
                   DISPLAY "*** EXAMEN REFUSE: CONNEXION NON "
                           "ETABLIE ***"
                   MOVE 8 TO RETURN-CODE
                   GO TO 0000-MAIN-FIN
               END-IF
           END-IF.
           IF SES-ROLE NOT = "A" AND SES-ROLE NOT = "K"
               DISPLAY "*** EXAMEN REFUSE: RESERVE AUX ROLES "
                       "A ET K ***"
               MOVE SPACES TO WS-JRN-MESSAGE
               STRING "EXAMEN DES ALERTES REFUSE AU ROLE " SES-ROLE
                      DELIMITED BY SIZE INTO WS-JRN-MESSAGE
               PERFORM 9000-JOURNALISER-DEBUT
                  THRU 9000-JOURNALISER-FIN
               MOVE 8 TO RETURN-CODE
               GO TO 0000-MAIN-FIN
           END-IF.

           MOVE "N" TO WS-TOUTES.
           PERFORM 1000-LISTE-ALERTES-DEBUT
              THRU 1000-LISTE-ALERTES-FIN.
      *
      *********** BOUCLE DE SAISIE DES OPERATIONS
           PERFORM UNTIL WS-ACTION-QUITTER
               MOVE SPACES TO WS-ACTION
               DISPLAY "ACTION? (L)ISTE (H)ISTORIQUE (E)XAMINER "
                       "(D)ECIDER (Q)UITTER: "
                       NO ADVANCING
               ACCEPT WS-ACTION
               MOVE FUNCTION UPPER-CASE (WS-ACTION) TO WS-ACTION
               IF WS-ACTION = SPACES
                   MOVE "Q" TO WS-ACTION
                   DISPLAY "SAISIE VIDE - FIN DE L'EXAMEN"
               END-IF
               EVALUATE TRUE
                   WHEN WS-ACTION-LISTE
                       MOVE "N" TO WS-TOUTES
                       PERFORM 1000-LISTE-ALERTES-DEBUT
                          THRU 1000-LISTE-ALERTES-FIN
                   WHEN WS-ACTION-HISTORIQUE
                       MOVE "O" TO WS-TOUTES
                       PERFORM 1000-LISTE-ALERTES-DEBUT
                          THRU 1000-LISTE-ALERTES-FIN
                   WHEN WS-ACTION-EXAMEN
                       PERFORM 2000-EXAMEN-ALERTE-DEBUT
                          THRU 2000-EXAMEN-ALERTE-FIN
                   WHEN WS-ACTION-DECISION
                       PERFORM 3000-DECISION-DEBUT
                          THRU 3000-DECISION-FIN
                   WHEN WS-ACTION-QUITTER
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "ACTION INVALIDE - CHOISIR L, H, E, D "
                               "OU Q"
               END-EVALUATE
           END-PERFORM.

           DISPLAY "==============================================".
           DISPLAY "DECISIONS ENREGISTREES: " WS-COMPTEUR-DECISIONS.
           DISPLAY "==============================================".

       0000-MAIN-FIN.
           GOBACK.

      *******************************************************
      *  LISTE DES ALERTES (A EXAMINER OU TOUTES)
      *******************************************************
       1000-LISTE-ALERTES-DEBUT.

           MOVE ZEROES TO WS-COMPTEUR-LISTE.
           OPEN INPUT FFILTRAGE.
           IF NOT WS-STATUS-FILE-FFILTRAGE-OK
               DISPLAY "--> AUCUNE ALERTE DE FILTRAGE"
               GO TO 1000-LISTE-ALERTES-FIN
           END-IF.

           DISPLAY "NUMERO DATE     T IDENT        SCR STATUT     "
                   "NOM FILTRE".
           PERFORM UNTIL NOT WS-STATUS-FILE-FFILTRAGE-OK
               READ FFILTRAGE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-TOUTES-OUI OR FIL-A-EXAMINER
                           ADD 1 TO WS-COMPTEUR-LISTE
                           PERFORM 1100-LIBELLE-STATUT-DEBUT
                              THRU 1100-LIBELLE-STATUT-FIN
                           DISPLAY FIL-NUMERO " " FIL-DATE " "
                                   FIL-TYPE " " FIL-IDENT " "
                                   FIL-SCORE " "
                                   WS-LIBELLE-STATUT " "
                                   FIL-NOM-FILTRE (1:30)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FFILTRAGE.

           IF WS-TOUTES-OUI
               DISPLAY "NOMBRE D'ALERTES: " WS-COMPTEUR-LISTE
           ELSE
               DISPLAY "ALERTES A EXAMINER: " WS-COMPTEUR-LISTE
           END-IF.

       1000-LISTE-ALERTES-FIN.
           EXIT.

      *******************************************************
      *  LIBELLES DU STATUT ET DU TYPE DE TIERS D'UNE ALERTE
      *******************************************************
       1100-LIBELLE-STATUT-DEBUT.

           EVALUATE TRUE
               WHEN FIL-A-EXAMINER
                   MOVE "A EXAMINER" TO WS-LIBELLE-STATUT
               WHEN FIL-LEVEE
                   MOVE "LEVEE" TO WS-LIBELLE-STATUT
               WHEN FIL-CONFIRMEE
                   MOVE "CONFIRMEE" TO WS-LIBELLE-STATUT
               WHEN OTHER
                   MOVE FIL-STATUT TO WS-LIBELLE-STATUT
           END-EVALUATE.
           IF FIL-TYPE-CLIENT
               MOVE "CLIENT" TO WS-LIBELLE-TYPE
           ELSE
               MOVE "BENEFICIAIRE" TO WS-LIBELLE-TYPE
           END-IF.

       1100-LIBELLE-STATUT-FIN.
           EXIT.

      *******************************************************
      *  SAISIE D'UN NUMERO ET LECTURE DE L'ALERTE
      *******************************************************
       1200-LECTURE-ALERTE-DEBUT.

           MOVE "N" TO WS-TROUVE.
           DISPLAY "NUMERO DE L'ALERTE: " NO ADVANCING.
           MOVE SPACES TO WS-SAISIE.
           ACCEPT WS-SAISIE.
           IF FUNCTION TEST-NUMVAL (WS-SAISIE) NOT = 0
               DISPLAY "--> NUMERO NON NUMERIQUE: " WS-SAISIE
               GO TO 1200-LECTURE-ALERTE-FIN
           END-IF.
           COMPUTE WS-NUMERO = FUNCTION NUMVAL (WS-SAISIE).

           OPEN INPUT FFILTRAGE.
           IF NOT WS-STATUS-FILE-FFILTRAGE-OK
               DISPLAY "--> AUCUNE ALERTE DE FILTRAGE"
               GO TO 1200-LECTURE-ALERTE-FIN
           END-IF.
           PERFORM UNTIL NOT WS-STATUS-FILE-FFILTRAGE-OK
                      OR WS-TROUVE-OUI
               READ FFILTRAGE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FIL-NUMERO = WS-NUMERO
                           MOVE "O" TO WS-TROUVE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FFILTRAGE.

           IF NOT WS-TROUVE-OUI
               DISPLAY "--> ALERTE INCONNUE: " WS-NUMERO
           END-IF.

       1200-LECTURE-ALERTE-FIN.
           EXIT.

      *******************************************************
      *  EXAMEN D'UNE ALERTE
      *******************************************************
       2000-EXAMEN-ALERTE-DEBUT.

           PERFORM 1200-LECTURE-ALERTE-DEBUT
              THRU 1200-LECTURE-ALERTE-FIN.
           IF NOT WS-TROUVE-OUI
               GO TO 2000-EXAMEN-ALERTE-FIN
           END-IF.
           PERFORM 2100-AFFICHAGE-ALERTE-DEBUT
              THRU 2100-AFFICHAGE-ALERTE-FIN.

       2000-EXAMEN-ALERTE-FIN.
           EXIT.

      *******************************************************
      *  AFFICHAGE DETAILLE DE L'ALERTE LUE ET DES ENTREES DE
      *  LA LISTE SOUS LA MEME REFERENCE
      *******************************************************
       2100-AFFICHAGE-ALERTE-DEBUT.

           PERFORM 1100-LIBELLE-STATUT-DEBUT
              THRU 1100-LIBELLE-STATUT-FIN.
           DISPLAY "----------------------------------------------".
           DISPLAY "ALERTE      : " FIL-NUMERO " (" WS-LIBELLE-STATUT
                   ")".
           DISPLAY "DETECTEE    : LE " FIL-DATE " PAR "
                   FIL-PROGRAMME.
           DISPLAY "TIERS       : " WS-LIBELLE-TYPE " " FIL-IDENT.
           DISPLAY "NOM FILTRE  : " FIL-NOM-FILTRE.
           DISPLAY "NOM LISTE   : " FIL-NOM-LISTE.
           DISPLAY "REFERENCE   : " FIL-REFERENCE
                   "   SCORE: " FIL-SCORE "/100".
           IF FIL-OPERATEUR NOT = SPACES
               DISPLAY "DECISION    : " FIL-OPERATEUR " LE "
                       FIL-DATE-DECISION
               DISPLAY "MOTIF       : " FIL-MOTIF
           END-IF.

           OPEN INPUT FSANCTION.
           IF NOT WS-STATUS-FILE-FSANCTION-OK
               DISPLAY "--> LISTE-SANCTIONS.txt ABSENTE"
               DISPLAY "----------------------------------------------"
               GO TO 2100-AFFICHAGE-ALERTE-FIN
           END-IF.
           MOVE ZEROES TO WS-COMPTEUR-ENTREES.
           DISPLAY "ENTREES DE LA LISTE SOUS CETTE REFERENCE :".
           PERFORM UNTIL NOT WS-STATUS-FILE-FSANCTION-OK
               READ FSANCTION
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SAN-REFERENCE = FIL-REFERENCE
                           ADD 1 TO WS-COMPTEUR-ENTREES
                           DISPLAY "  " SAN-TYPE " " SAN-NOM " "
                                   SAN-PRENOM " " SAN-REGIME
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FSANCTION.
           IF WS-COMPTEUR-ENTREES = ZEROES
               DISPLAY "  AUCUNE: REFERENCE RADIEE DE LA LISTE"
           END-IF.
           DISPLAY "----------------------------------------------".

       2100-AFFICHAGE-ALERTE-FIN.
           EXIT.

      *******************************************************
      *  DECISION SUR UNE ALERTE APRES EXAMEN ET CONFIRMATION
      *******************************************************
       3000-DECISION-DEBUT.

           PERFORM 1200-LECTURE-ALERTE-DEBUT
              THRU 1200-LECTURE-ALERTE-FIN.
           IF NOT WS-TROUVE-OUI
               GO TO 3000-DECISION-FIN
           END-IF.
           PERFORM 2100-AFFICHAGE-ALERTE-DEBUT
              THRU 2100-AFFICHAGE-ALERTE-FIN.

           IF FIL-LEVEE
               DISPLAY "--> ALERTE DEJA LEVEE: PAS DE DECISION"
               GO TO 3000-DECISION-FIN
           END-IF.

           IF FIL-CONFIRMEE
               DISPLAY "DECISION? (L)EVER LE GEL: " NO ADVANCING
           ELSE
               DISPLAY "DECISION? (L)EVEE - FAUX POSITIF, "
                       "(C)ONFIRMEE - GEL: " NO ADVANCING
           END-IF.
           MOVE SPACES TO WS-DECISION.
           ACCEPT WS-DECISION.
           MOVE FUNCTION UPPER-CASE (WS-DECISION) TO WS-DECISION.
           IF NOT WS-DECISION-LEVEE
           AND NOT (WS-DECISION-CONFIRMEE AND FIL-A-EXAMINER)
               DISPLAY "--> DECISION INVALIDE: " WS-DECISION
               GO TO 3000-DECISION-FIN
           END-IF.

           DISPLAY "MOTIF DE LA DECISION: " NO ADVANCING.
           MOVE SPACES TO WS-MOTIF.
           ACCEPT WS-MOTIF.
           IF WS-MOTIF = SPACES
               DISPLAY "--> MOTIF OBLIGATOIRE: DECISION ABANDONNEE"
               GO TO 3000-DECISION-FIN
           END-IF.

           IF WS-DECISION-LEVEE
               DISPLAY "LEVER CETTE ALERTE ET LIBERER LE TIERS? (O/N): "
                       NO ADVANCING
           ELSE
               DISPLAY "CONFIRMER LE GEL DE CE TIERS? (O/N): "
                       NO ADVANCING
           END-IF.
           MOVE "N" TO WS-CONFIRMATION.
           ACCEPT WS-CONFIRMATION.
           MOVE FUNCTION UPPER-CASE (WS-CONFIRMATION)
                TO WS-CONFIRMATION.
           IF NOT WS-CONFIRMATION-OUI
               DISPLAY "--> DECISION ABANDONNEE"
               GO TO 3000-DECISION-FIN
           END-IF.

           MOVE "D"           TO WS-FIL-FONCTION.
           MOVE FIL-NUMERO    TO WS-FIL-NUMERO.
           MOVE WS-DECISION   TO WS-FIL-DECISION.
           MOVE SES-OPERATEUR TO WS-FIL-OPERATEUR.
           MOVE WS-MOTIF      TO WS-FIL-MOTIF.
           MOVE SPACES        TO WS-FIL-STATUT.
           CALL 'CTRLSANC' USING WS-FILTRAGE
               ON EXCEPTION
                   DISPLAY "--> SOUS-PROGRAMME CTRLSANC INTROUVABLE"
           END-CALL.
           EVALUATE TRUE
               WHEN WS-FIL-FAIT
                   ADD 1 TO WS-COMPTEUR-DECISIONS
                   MOVE SPACES TO WS-JRN-MESSAGE
                   IF WS-DECISION-LEVEE
                       DISPLAY "--> ALERTE " WS-FIL-NUMERO
                               " LEVEE: TIERS LIBERE S'IL N'A PAS "
                               "D'AUTRE ALERTE"
                       STRING "ALERTE " WS-FIL-NUMERO " LEVEE "
                              WS-FIL-TYPE " " WS-FIL-IDENT " "
                              WS-FIL-REFERENCE
                              DELIMITED BY SIZE INTO WS-JRN-MESSAGE
                   ELSE
                       DISPLAY "--> ALERTE " WS-FIL-NUMERO
                               " CONFIRMEE: TIERS GELE"
                       STRING "GEL CONFIRME ALERTE " WS-FIL-NUMERO " "
                              WS-FIL-TYPE " " WS-FIL-IDENT " "
                              WS-FIL-REFERENCE
                              DELIMITED BY SIZE INTO WS-JRN-MESSAGE
                   END-IF
                   PERFORM 9000-JOURNALISER-DEBUT
                      THRU 9000-JOURNALISER-FIN
               WHEN WS-FIL-INCONNUE
                   DISPLAY "--> ALERTE INCONNUE AU REGISTRE"
               WHEN WS-FIL-NON-PERMISE
                   DISPLAY "--> DECISION NON PERMISE POUR CETTE "
                           "ALERTE"
               WHEN OTHER
                   DISPLAY "--> DECISION NON ENREGISTREE: REGISTRE "
                           "NON REECRIT"
           END-EVALUATE.

       3000-DECISION-FIN.
           EXIT.

      *******************************************************
      *  JOURNALISATION CENTRALE (LOGEVENT)
      *******************************************************
       9000-JOURNALISER-DEBUT.

           CALL 'LOGEVENT' USING WS-JOURNALISATION
               ON EXCEPTION
                   CONTINUE
           END-CALL.

       9000-JOURNALISER-FIN.
           EXIT.
