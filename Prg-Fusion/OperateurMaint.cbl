       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERMAINT.
       AUTHOR. GENEVIEVE GIANNASI.
       INSTALLATION. PERSONAL PC.
       DATE-WRITTEN. 15-10-2026.
       DATE-COMPILED. 15-10-2026.
       SECURITY. NON-CONFIDENTIAL.
      ******************************************************************
      * OBJECTIF:
      * Administration des operateurs (OPERATEURS.txt) : la CONSOLE
      * exige une connexion et ne propose a chacun que les taches de
      * son role ; ce programme tient le fichier correspondant.
      *
      * Operations :
      *   (A)JOUT d'un operateur : identifiant (3 car., ses
      *       initiales), nom, role, mot de passe saisi deux fois
      *   (M)ODIFICATION du nom ou du role
      *   (P)MOT DE PASSE : nouveau mot de passe, le compte est
      *       deverrouille et ses echecs remis a zero
      *   (D)ESACTIVATION d'un compte / (R)EACTIVATION (qui
      *       deverrouille aussi un compte verrouille par CONNEXION)
      *   (L)ISTE des operateurs
      * Roles : A administrateur, G gestion clientele, R
      * recouvrement, C comptabilite, E exploitation, S scolarite,
      * K conformite (filtrage sanctions et LCB-FT).
      *
      * Reserve aux administrateurs : lance depuis la CONSOLE, le
      * role de l'operateur connecte est controle ; lance seul, une
      * connexion administrateur est demandee. Tant que le fichier
      * ne contient aucun administrateur (installation), l'acces est
      * libre pour creer le premier. Le dernier administrateur actif
      * ne peut etre ni desactive ni change de role, et personne ne
      * desactive son propre compte.
      * Le mot de passe n'est jamais ecrit en clair (empreinte
      * calculee par CONNEXION). Chaque operation est journalisee
      * via LOGEVENT ; le fichier est reecrit par nouvelle generation
      * controlee puis basculee (sous-programme REECRIT).
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ******** FICHIER DES OPERATEURS
           SELECT FOPERATEUR ASSIGN TO DYNAMIC WS-NOM-FOPERATEUR
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FOPERATEUR.

       DATA DIVISION.
       FILE SECTION.
      ******** FICHIER DES OPERATEURS
           COPY 'COBOL-FD-OPERATEUR.cpy'.

       WORKING-STORAGE SECTION.
       01  WS-STATUS-FILE-FOPERATEUR PIC X(02).
           88 WS-STATUS-FILE-FOPERATEUR-OK  VALUE "00".
           88 WS-STATUS-FILE-FOPERATEUR-EOF VALUE "10".

      ***********************************************
      * TABLE DES OPERATEURS (IMAGES COMPLETES)
      ***********************************************
       01  WS-TABLE-OPERATEURS.
           05 WS-OPE-ENTRY OCCURS 200 INDEXED BY WS-INDICE.
               10 WS-OPE-IMAGE PIC X(56).
       01  WS-NB-OPERATEURS  PIC 9(03) VALUE ZEROES.
       01  WS-MAX-OPERATEURS PIC 9(03) VALUE 200.
       01  WS-POSITION-OPERATEUR PIC 9(03) VALUE ZEROES.
       01  WS-NB-ADMINISTRATEURS PIC 9(03) VALUE ZEROES.
       01  WS-NB-ADMINS-ACTIFS   PIC 9(03) VALUE ZEROES.

      ***********************************************
      * ZONES DE SAISIE ET DE CONTROLE
      ***********************************************
       01  WS-ACTION PIC X(01) VALUE SPACES.
           88  WS-ACTION-AJOUT        VALUE "A".
           88  WS-ACTION-MODIFICATION VALUE "M".
           88  WS-ACTION-MOT-PASSE    VALUE "P".
           88  WS-ACTION-DESACTIVATION VALUE "D".
           88  WS-ACTION-REACTIVATION VALUE "R".
           88  WS-ACTION-LISTE        VALUE "L".
           88  WS-ACTION-QUITTER      VALUE "Q".
       01  WS-SAISIE PIC X(20) VALUE SPACES.
       01  WS-SAISIE-ID PIC X(03) VALUE SPACES.
       01  WS-SAISIE-ROLE PIC X(01) VALUE SPACES.
           88  WS-ROLE-VALIDE VALUE "A" "G" "R" "C" "E" "S" "K".
       01  WS-MOT-PASSE PIC X(12) VALUE SPACES.
       01  WS-MOT-PASSE-BIS PIC X(12) VALUE SPACES.
       01  WS-LONGUEUR-MOT-PASSE PIC 9(02) VALUE ZEROES.
       01  WS-MIN-MOT-PASSE PIC 9(02) VALUE 6.
       01  WS-MOT-PASSE-OK PIC X(01) VALUE "N".
           88  WS-MOT-PASSE-OK-OUI VALUE "O".
       01  WS-ACCES PIC X(01) VALUE "N".
           88  WS-ACCES-OUI VALUE "O".
       01  WS-FICHIER-MODIFIE PIC X(01) VALUE "N".
           88  WS-FICHIER-MODIFIE-OUI VALUE "O".
       01  WS-COMPTEUR-OPERATIONS PIC 9(04) VALUE ZEROES.

      ***********************************************
      * SESSION DE L'OPERATEUR CONNECTE
      ***********************************************
           COPY 'COBOL-SESSION.cpy'.

      ***********************************************
      * IDENTIFICATION ET EMPREINTES (CONNEXION)
      ***********************************************
       01  WS-CONNEXION.
           05  WS-CNX-FONCTION  PIC X(01) VALUE "C".
           05  WS-CNX-PROGRAMME PIC X(08) VALUE "OPERMAIN".
           05  WS-CNX-OPERATEUR PIC X(03) VALUE SPACES.
           05  WS-CNX-MOT-PASSE PIC X(12) VALUE SPACES.
           05  WS-CNX-EMPREINTE PIC 9(09) VALUE ZEROES.
           05  WS-CNX-STATUT    PIC X(01) VALUE SPACES.
               88  WS-CNX-CONNECTE VALUE "0".

      ***********************************************
      * JOURNALISATION CENTRALE DES EVENEMENTS (LOGEVENT)
      ***********************************************
       01  WS-JOURNALISATION.
           05  WS-JRN-PROGRAMME PIC X(08) VALUE "OPERMAIN".
           05  WS-JRN-SEVERITE  PIC X(01) VALUE "I".
           05  WS-JRN-MESSAGE   PIC X(60) VALUE SPACES.

      ***********************************************
      * REECRITURE SURE DU FICHIER DES OPERATEURS
      * (REECRIT) : CONTROLE SUR LE TOTAL DES EMPREINTES
      ***********************************************
       01  WS-NOM-FOPERATEUR PIC X(40) VALUE "OPERATEURS.txt".
       01  WS-REECRITURE.
           05  WS-REE-FONCTION  PIC X(01) VALUE "R".
           05  WS-REE-FICHIER   PIC X(40) VALUE "OPERATEURS.txt".
           05  WS-REE-NOUVEAU   PIC X(40) VALUE SPACES.
           05  WS-REE-PROGRAMME PIC X(08) VALUE "OPERMAIN".
           05  WS-REE-POSITION  PIC 9(04) VALUE 28.
           05  WS-REE-LONGUEUR  PIC 9(02) VALUE 9.
           05  WS-REE-DECIMALES PIC 9(01) VALUE ZERO.
           05  WS-REE-NB-ENREG  PIC 9(09) VALUE ZEROES.
           05  WS-REE-TOTAL     PIC 9(13)V99 VALUE ZEROES.
           05  WS-REE-STATUT    PIC X(01) VALUE SPACES.
               88  WS-REE-OK VALUE "0" "1" "2".

       PROCEDURE DIVISION.
       0000-MAIN-DEB.
      *******************************************************
      *  PARAGRAPHE PRINCIPAL
      *******************************************************
           DISPLAY "ADMINISTRATION DES OPERATEURS".
      *
      *********** REPRISE D'UNE REECRITURE INTERROMPUE DU FICHIER
           MOVE "R" TO WS-REE-FONCTION.
           CALL 'REECRIT' USING WS-REECRITURE
               ON EXCEPTION
                   DISPLAY "--> SOUS-PROGRAMME REECRIT INTROUVABLE"
                   MOVE 16 TO RETURN-CODE
                   GO TO 0000-MAIN-FIN
           END-CALL.
      *
      *********** CHARGEMENT ET CONTROLE D'ACCES
           PERFORM 1000-CHARGEMENT-OPERATEURS-DEBUT
              THRU 1000-CHARGEMENT-OPERATEURS-FIN.
           PERFORM 8000-CONTROLE-ACCES-DEBUT
              THRU 8000-CONTROLE-ACCES-FIN.
           IF NOT WS-ACCES-OUI
               MOVE 8 TO RETURN-CODE
               GO TO 0000-MAIN-FIN
           END-IF.
      *
      *********** BOUCLE DE SAISIE DES OPERATIONS
           PERFORM UNTIL WS-ACTION-QUITTER
               MOVE SPACES TO WS-ACTION
               DISPLAY "ACTION? (A)JOUT (M)ODIFICATION (P)MOT DE "
                       "PASSE (D)ESACTIVATION (R)EACTIVATION"
               DISPLAY "        (L)ISTE (Q)UITTER: " NO ADVANCING
               ACCEPT WS-ACTION
               MOVE FUNCTION UPPER-CASE (WS-ACTION) TO WS-ACTION
               IF WS-ACTION = SPACES
                   MOVE "Q" TO WS-ACTION
                   DISPLAY "SAISIE VIDE - FIN DE L'ADMINISTRATION"
               END-IF
               EVALUATE TRUE
                   WHEN WS-ACTION-AJOUT
                       PERFORM 2000-AJOUT-OPERATEUR-DEBUT
                          THRU 2000-AJOUT-OPERATEUR-FIN
                   WHEN WS-ACTION-MODIFICATION
                       PERFORM 3000-MODIFICATION-DEBUT
                          THRU 3000-MODIFICATION-FIN
                   WHEN WS-ACTION-MOT-PASSE
                       PERFORM 4000-MOT-PASSE-DEBUT
                          THRU 4000-MOT-PASSE-FIN
                   WHEN WS-ACTION-DESACTIVATION
                       PERFORM 5000-DESACTIVATION-DEBUT
                          THRU 5000-DESACTIVATION-FIN
                   WHEN WS-ACTION-REACTIVATION
                       PERFORM 5100-REACTIVATION-DEBUT
                          THRU 5100-REACTIVATION-FIN
                   WHEN WS-ACTION-LISTE
                       PERFORM 6000-LISTE-OPERATEURS-DEBUT
                          THRU 6000-LISTE-OPERATEURS-FIN
                   WHEN WS-ACTION-QUITTER
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "ACTION INVALIDE - CHOISIR A, M, P, D, "
                               "R, L OU Q"
               END-EVALUATE
           END-PERFORM.
      *
      *********** REECRITURE DU FICHIER SI MODIFIE
           IF WS-FICHIER-MODIFIE-OUI
               PERFORM 7000-REECRITURE-OPERATEURS-DEBUT
                  THRU 7000-REECRITURE-OPERATEURS-FIN
           ELSE
               DISPLAY "AUCUNE MODIFICATION - FICHIER INCHANGE"
           END-IF.

           DISPLAY "==============================================".
           DISPLAY "OPERATEURS DECLARES     : " WS-NB-OPERATEURS.
           DISPLAY "OPERATIONS EFFECTUEES   : " WS-COMPTEUR-OPERATIONS.
           DISPLAY "==============================================".

       0000-MAIN-FIN.
           GOBACK.

      *******************************************************
      *  CHARGEMENT DES OPERATEURS EN MEMOIRE
      *******************************************************
       1000-CHARGEMENT-OPERATEURS-DEBUT.

           MOVE ZEROES TO WS-NB-OPERATEURS.
           OPEN INPUT FOPERATEUR.
           IF NOT WS-STATUS-FILE-FOPERATEUR-OK
               DISPLAY "--> OPERATEURS.txt ABSENT: FICHIER A CREER"
               GO TO 1000-CHARGEMENT-OPERATEURS-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FOPERATEUR-OK
               READ FOPERATEUR
                   AT END
                       CONTINUE
                   NOT AT END
                       IF OPE-ID NOT = SPACES
                           IF WS-NB-OPERATEURS < WS-MAX-OPERATEURS
                               ADD 1 TO WS-NB-OPERATEURS
                               SET WS-INDICE TO WS-NB-OPERATEURS
                               MOVE ROPERATEUR
                                    TO WS-OPE-IMAGE (WS-INDICE)
                           ELSE
                               DISPLAY "--> ! PLUS DE "
                                       WS-MAX-OPERATEURS
                                       " OPERATEURS!"
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FOPERATEUR.

       1000-CHARGEMENT-OPERATEURS-FIN.
           EXIT.

      *******************************************************
      *  RECHERCHE DE L'OPERATEUR WS-SAISIE-ID (POSITION A
      *  ZERO SI INCONNU)
      *******************************************************
       1100-RECHERCHE-OPERATEUR-DEBUT.

           MOVE ZEROES TO WS-POSITION-OPERATEUR.
           PERFORM VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-NB-OPERATEURS
               IF WS-OPE-IMAGE (WS-INDICE) (1:3) = WS-SAISIE-ID
                   SET WS-POSITION-OPERATEUR TO WS-INDICE
               END-IF
           END-PERFORM.

       1100-RECHERCHE-OPERATEUR-FIN.
           EXIT.

      *******************************************************
      *  SAISIE D'UN IDENTIFIANT EXISTANT ; L'OPERATEUR TROUVE
      *  EST CHARGE DANS ROPERATEUR
      *******************************************************
       1200-SAISIE-EXISTANT-DEBUT.

           DISPLAY "IDENTIFIANT DE L'OPERATEUR: " NO ADVANCING.
           MOVE SPACES TO WS-SAISIE.
           ACCEPT WS-SAISIE.
           MOVE FUNCTION UPPER-CASE (WS-SAISIE (1:3)) TO WS-SAISIE-ID.

           PERFORM 1100-RECHERCHE-OPERATEUR-DEBUT
              THRU 1100-RECHERCHE-OPERATEUR-FIN.
           IF WS-POSITION-OPERATEUR = ZEROES
               DISPLAY "--> OPERATEUR INCONNU: " WS-SAISIE-ID
               GO TO 1200-SAISIE-EXISTANT-FIN
           END-IF.

           SET WS-INDICE TO WS-POSITION-OPERATEUR.
           MOVE WS-OPE-IMAGE (WS-INDICE) TO ROPERATEUR.
           DISPLAY "OPERATEUR: " OPE-ID " " OPE-NOM " ROLE "
                   OPE-ROLE " ETAT " OPE-ETAT.

       1200-SAISIE-EXISTANT-FIN.
           EXIT.

      *******************************************************
      *  SAISIE D'UN MOT DE PASSE (DEUX FOIS) ET EMPREINTE
      *******************************************************
       1300-SAISIE-MOT-PASSE-DEBUT.

           MOVE "N" TO WS-MOT-PASSE-OK.
           DISPLAY "MOT DE PASSE (" WS-MIN-MOT-PASSE
                   " A 12 CAR.): " NO ADVANCING.
           MOVE SPACES TO WS-MOT-PASSE.
           ACCEPT WS-MOT-PASSE.
           IF WS-MOT-PASSE = SPACES
               DISPLAY "--> MOT DE PASSE OBLIGATOIRE"
               GO TO 1300-SAISIE-MOT-PASSE-FIN
           END-IF.
           COMPUTE WS-LONGUEUR-MOT-PASSE = FUNCTION LENGTH
                   (FUNCTION TRIM (WS-MOT-PASSE TRAILING)).
           IF WS-LONGUEUR-MOT-PASSE < WS-MIN-MOT-PASSE
               DISPLAY "--> MOT DE PASSE TROP COURT"
               GO TO 1300-SAISIE-MOT-PASSE-FIN
           END-IF.

           DISPLAY "CONFIRMATION DU MOT DE PASSE: " NO ADVANCING.
           MOVE SPACES TO WS-MOT-PASSE-BIS.
           ACCEPT WS-MOT-PASSE-BIS.
           IF WS-MOT-PASSE-BIS NOT = WS-MOT-PASSE
               DISPLAY "--> LES DEUX SAISIES DIFFERENT"
               GO TO 1300-SAISIE-MOT-PASSE-FIN
           END-IF.

           MOVE "E" TO WS-CNX-FONCTION.
           MOVE WS-SAISIE-ID TO WS-CNX-OPERATEUR.
           MOVE WS-MOT-PASSE TO WS-CNX-MOT-PASSE.
           MOVE SPACES TO WS-CNX-STATUT.
           CALL 'CONNEXION' USING WS-CONNEXION
               ON EXCEPTION
                   DISPLAY "--> SOUS-PROGRAMME CONNEXION INTROUVABLE"
           END-CALL.
           MOVE SPACES TO WS-MOT-PASSE WS-MOT-PASSE-BIS
                          WS-CNX-MOT-PASSE.
           IF WS-CNX-CONNECTE
               MOVE "O" TO WS-MOT-PASSE-OK
           END-IF.

       1300-SAISIE-MOT-PASSE-FIN.
           EXIT.

      *******************************************************
      *  AJOUT D'UN OPERATEUR
      *******************************************************
       2000-AJOUT-OPERATEUR-DEBUT.

           IF WS-NB-OPERATEURS NOT < WS-MAX-OPERATEURS
               DISPLAY "--> TABLE DES OPERATEURS PLEINE"
               GO TO 2000-AJOUT-OPERATEUR-FIN
           END-IF.

           DISPLAY "IDENTIFIANT (3 CAR., INITIALES): " NO ADVANCING.
           MOVE SPACES TO WS-SAISIE.
           ACCEPT WS-SAISIE.
           MOVE FUNCTION UPPER-CASE (WS-SAISIE (1:3)) TO WS-SAISIE-ID.
           IF WS-SAISIE-ID = SPACES
           OR WS-SAISIE-ID (1:1) = SPACE
               DISPLAY "--> IDENTIFIANT OBLIGATOIRE"
               GO TO 2000-AJOUT-OPERATEUR-FIN
           END-IF.
           PERFORM 1100-RECHERCHE-OPERATEUR-DEBUT
              THRU 1100-RECHERCHE-OPERATEUR-FIN.
           IF WS-POSITION-OPERATEUR > ZEROES
               DISPLAY "--> IDENTIFIANT DEJA EXISTANT: " WS-SAISIE-ID
               GO TO 2000-AJOUT-OPERATEUR-FIN
           END-IF.

           MOVE SPACES TO ROPERATEUR.
           MOVE WS-SAISIE-ID TO OPE-ID.

           DISPLAY "NOM: " NO ADVANCING.
           MOVE SPACES TO WS-SAISIE.
           ACCEPT WS-SAISIE.
           IF WS-SAISIE = SPACES
               DISPLAY "--> NOM OBLIGATOIRE"
               GO TO 2000-AJOUT-OPERATEUR-FIN
           END-IF.
           MOVE FUNCTION UPPER-CASE (WS-SAISIE) TO OPE-NOM.

           DISPLAY "ROLE (A/G/R/C/E/S/K): " NO ADVANCING.
           MOVE SPACES TO WS-SAISIE.
           ACCEPT WS-SAISIE.
           MOVE FUNCTION UPPER-CASE (WS-SAISIE (1:1))
                TO WS-SAISIE-ROLE.
           IF NOT WS-ROLE-VALIDE
               DISPLAY "--> ROLE INVALIDE"
               GO TO 2000-AJOUT-OPERATEUR-FIN
           END-IF.
           IF WS-NB-ADMINISTRATEURS = ZEROES
           AND WS-SAISIE-ROLE NOT = "A"
               DISPLAY "--> LE PREMIER OPERATEUR DOIT ETRE "
                       "ADMINISTRATEUR (ROLE A)"
               GO TO 2000-AJOUT-OPERATEUR-FIN
           END-IF.
           MOVE WS-SAISIE-ROLE TO OPE-ROLE.

           PERFORM 1300-SAISIE-MOT-PASSE-DEBUT
              THRU 1300-SAISIE-MOT-PASSE-FIN.
           IF NOT WS-MOT-PASSE-OK-OUI
               DISPLAY "--> AJOUT ABANDONNE"
               GO TO 2000-AJOUT-OPERATEUR-FIN
           END-IF.

           MOVE WS-CNX-EMPREINTE TO OPE-MOT-PASSE.
           MOVE "O"              TO OPE-ETAT.
           MOVE ZEROES TO OPE-ECHECS OPE-DERNIERE-DATE
                          OPE-DERNIERE-HEURE.

           ADD 1 TO WS-NB-OPERATEURS.
           SET WS-INDICE TO WS-NB-OPERATEURS.
           MOVE ROPERATEUR TO WS-OPE-IMAGE (WS-INDICE).
           MOVE "O" TO WS-FICHIER-MODIFIE.
           ADD 1 TO WS-COMPTEUR-OPERATIONS.
           PERFORM 8100-COMPTAGE-ADMINS-DEBUT
              THRU 8100-COMPTAGE-ADMINS-FIN.

           DISPLAY "--> OPERATEUR " OPE-ID " CREE".
           MOVE SPACES TO WS-JRN-MESSAGE.
           STRING "OPERATEUR " OPE-ID " CREE, ROLE " OPE-ROLE
                  DELIMITED BY SIZE INTO WS-JRN-MESSAGE.
           PERFORM 9000-JOURNALISER-DEBUT THRU 9000-JOURNALISER-FIN.

       2000-AJOUT-OPERATEUR-FIN.
           EXIT.

      *******************************************************
      *  MODIFICATION DU NOM OU DU ROLE (SAISIE A BLANC =
      *  INCHANGE)
      *******************************************************
       3000-MODIFICATION-DEBUT.

           PERFORM 1200-SAISIE-EXISTANT-DEBUT
              THRU 1200-SAISIE-EXISTANT-FIN.
           IF WS-POSITION-OPERATEUR = ZEROES
               GO TO 3000-MODIFICATION-FIN
           END-IF.

           DISPLAY "NOUVEAU NOM (BLANC = INCHANGE): " NO ADVANCING.
           MOVE SPACES TO WS-SAISIE.
           ACCEPT WS-SAISIE.
           IF WS-SAISIE NOT = SPACES
               MOVE FUNCTION UPPER-CASE (WS-SAISIE) TO OPE-NOM
           END-IF.

           DISPLAY "NOUVEAU ROLE (A/G/R/C/E/S/K, BLANC = INCHANGE): "
                   NO ADVANCING.
           MOVE SPACES TO WS-SAISIE.
           ACCEPT WS-SAISIE.
           MOVE FUNCTION UPPER-CASE (WS-SAISIE (1:1))
                TO WS-SAISIE-ROLE.
           IF WS-SAISIE-ROLE NOT = SPACE
               IF NOT WS-ROLE-VALIDE
                   DISPLAY "--> ROLE INVALIDE"
                   GO TO 3000-MODIFICATION-FIN
               END-IF
               IF OPE-ROLE = "A" AND OPE-ACTIF
               AND WS-SAISIE-ROLE NOT = "A"
               AND WS-NB-ADMINS-ACTIFS NOT > 1
                   DISPLAY "--> DERNIER ADMINISTRATEUR ACTIF: "
                           "ROLE CONSERVE"
                   GO TO 3000-MODIFICATION-FIN
               END-IF
               MOVE WS-SAISIE-ROLE TO OPE-ROLE
           END-IF.

           MOVE ROPERATEUR TO WS-OPE-IMAGE (WS-INDICE).
           MOVE "O" TO WS-FICHIER-MODIFIE.
           ADD 1 TO WS-COMPTEUR-OPERATIONS.
           PERFORM 8100-COMPTAGE-ADMINS-DEBUT
              THRU 8100-COMPTAGE-ADMINS-FIN.

           DISPLAY "--> OPERATEUR " OPE-ID " MODIFIE".
           MOVE SPACES TO WS-JRN-MESSAGE.
           STRING "OPERATEUR " OPE-ID " MODIFIE, ROLE " OPE-ROLE
                  DELIMITED BY SIZE INTO WS-JRN-MESSAGE.
           PERFORM 9000-JOURNALISER-DEBUT THRU 9000-JOURNALISER-FIN.

       3000-MODIFICATION-FIN.
           EXIT.

      *******************************************************
      *  NOUVEAU MOT DE PASSE : LE COMPTE EST DEVERROUILLE
      *******************************************************
       4000-MOT-PASSE-DEBUT.

           PERFORM 1200-SAISIE-EXISTANT-DEBUT
              THRU 1200-SAISIE-EXISTANT-FIN.
           IF WS-POSITION-OPERATEUR = ZEROES
               GO TO 4000-MOT-PASSE-FIN
           END-IF.

           PERFORM 1300-SAISIE-MOT-PASSE-DEBUT
              THRU 1300-SAISIE-MOT-PASSE-FIN.
           IF NOT WS-MOT-PASSE-OK-OUI
               DISPLAY "--> MOT DE PASSE INCHANGE"
               GO TO 4000-MOT-PASSE-FIN
           END-IF.

           SET WS-INDICE TO WS-POSITION-OPERATEUR.
           MOVE WS-CNX-EMPREINTE TO OPE-MOT-PASSE.
           MOVE ZEROES TO OPE-ECHECS.
           IF OPE-VERROUILLE
               MOVE "O" TO OPE-ETAT
               DISPLAY "--> COMPTE DEVERROUILLE"
           END-IF.
           MOVE ROPERATEUR TO WS-OPE-IMAGE (WS-INDICE).
           MOVE "O" TO WS-FICHIER-MODIFIE.
           ADD 1 TO WS-COMPTEUR-OPERATIONS.
           PERFORM 8100-COMPTAGE-ADMINS-DEBUT
              THRU 8100-COMPTAGE-ADMINS-FIN.

           DISPLAY "--> MOT DE PASSE DE " OPE-ID " CHANGE".
           MOVE SPACES TO WS-JRN-MESSAGE.
           STRING "MOT DE PASSE DE L'OPERATEUR " OPE-ID " CHANGE"
                  DELIMITED BY SIZE INTO WS-JRN-MESSAGE.
           PERFORM 9000-JOURNALISER-DEBUT THRU 9000-JOURNALISER-FIN.

       4000-MOT-PASSE-FIN.
           EXIT.

      *******************************************************
      *  DESACTIVATION D'UN COMPTE
      *******************************************************
       5000-DESACTIVATION-DEBUT.

           PERFORM 1200-SAISIE-EXISTANT-DEBUT
              THRU 1200-SAISIE-EXISTANT-FIN.
           IF WS-POSITION-OPERATEUR = ZEROES
               GO TO 5000-DESACTIVATION-FIN
           END-IF.

           IF SES-CONNECTEE AND OPE-ID = SES-OPERATEUR
               DISPLAY "--> DESACTIVATION DE SON PROPRE COMPTE "
                       "REFUSEE"
               GO TO 5000-DESACTIVATION-FIN
           END-IF.
           IF OPE-ROLE = "A" AND OPE-ACTIF
           AND WS-NB-ADMINS-ACTIFS NOT > 1
               DISPLAY "--> DERNIER ADMINISTRATEUR ACTIF: "
                       "DESACTIVATION REFUSEE"
               GO TO 5000-DESACTIVATION-FIN
           END-IF.
           IF OPE-DESACTIVE
               DISPLAY "--> COMPTE DEJA DESACTIVE"
               GO TO 5000-DESACTIVATION-FIN
           END-IF.

           MOVE "N" TO OPE-ETAT.
           MOVE ROPERATEUR TO WS-OPE-IMAGE (WS-INDICE).
           MOVE "O" TO WS-FICHIER-MODIFIE.
           ADD 1 TO WS-COMPTEUR-OPERATIONS.
           PERFORM 8100-COMPTAGE-ADMINS-DEBUT
              THRU 8100-COMPTAGE-ADMINS-FIN.

           DISPLAY "--> OPERATEUR " OPE-ID " DESACTIVE".
           MOVE SPACES TO WS-JRN-MESSAGE.
           STRING "OPERATEUR " OPE-ID " DESACTIVE"
                  DELIMITED BY SIZE INTO WS-JRN-MESSAGE.
           PERFORM 9000-JOURNALISER-DEBUT THRU 9000-JOURNALISER-FIN.

       5000-DESACTIVATION-FIN.
           EXIT.

      *******************************************************
      *  REACTIVATION (OU DEVERROUILLAGE) D'UN COMPTE
      *******************************************************
       5100-REACTIVATION-DEBUT.

           PERFORM 1200-SAISIE-EXISTANT-DEBUT
              THRU 1200-SAISIE-EXISTANT-FIN.
           IF WS-POSITION-OPERATEUR = ZEROES
               GO TO 5100-REACTIVATION-FIN
           END-IF.

           IF OPE-ACTIF
               DISPLAY "--> COMPTE DEJA ACTIF"
               GO TO 5100-REACTIVATION-FIN
           END-IF.

           MOVE "O" TO OPE-ETAT.
           MOVE ZEROES TO OPE-ECHECS.
           MOVE ROPERATEUR TO WS-OPE-IMAGE (WS-INDICE).
           MOVE "O" TO WS-FICHIER-MODIFIE.
           ADD 1 TO WS-COMPTEUR-OPERATIONS.
           PERFORM 8100-COMPTAGE-ADMINS-DEBUT
              THRU 8100-COMPTAGE-ADMINS-FIN.

           DISPLAY "--> OPERATEUR " OPE-ID " REACTIVE".
           MOVE SPACES TO WS-JRN-MESSAGE.
           STRING "OPERATEUR " OPE-ID " REACTIVE"
                  DELIMITED BY SIZE INTO WS-JRN-MESSAGE.
           PERFORM 9000-JOURNALISER-DEBUT THRU 9000-JOURNALISER-FIN.

       5100-REACTIVATION-FIN.
           EXIT.

      *******************************************************
      *  LISTE DES OPERATEURS
      *******************************************************
       6000-LISTE-OPERATEURS-DEBUT.

           DISPLAY "ID  NOM                  ROLE ETAT ECHECS "
                   "DERNIERE CONNEXION".
           PERFORM VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-NB-OPERATEURS
               MOVE WS-OPE-IMAGE (WS-INDICE) TO ROPERATEUR
               DISPLAY OPE-ID " " OPE-NOM " " OPE-ROLE "    "
                       OPE-ETAT "    " OPE-ECHECS "      "
                       OPE-DERNIERE-DATE " " OPE-DERNIERE-HEURE
           END-PERFORM.
           DISPLAY "NOMBRE D'OPERATEURS: " WS-NB-OPERATEURS.

       6000-LISTE-OPERATEURS-FIN.
           EXIT.

      *******************************************************
      *  REECRITURE DU FICHIER DES OPERATEURS (NOUVELLE
      *  GENERATION CONTROLEE PUIS BASCULEE)
      *******************************************************
       7000-REECRITURE-OPERATEURS-DEBUT.

           MOVE WS-REE-NOUVEAU TO WS-NOM-FOPERATEUR.
           MOVE ZEROES TO WS-REE-NB-ENREG WS-REE-TOTAL.
           OPEN OUTPUT FOPERATEUR.
           IF NOT WS-STATUS-FILE-FOPERATEUR-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FOPERATEUR': "
                       WS-STATUS-FILE-FOPERATEUR
               MOVE WS-REE-FICHIER TO WS-NOM-FOPERATEUR
               MOVE 16 TO RETURN-CODE
               GO TO 7000-REECRITURE-OPERATEURS-FIN
           END-IF.

           PERFORM VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-NB-OPERATEURS
               MOVE WS-OPE-IMAGE (WS-INDICE) TO ROPERATEUR
               WRITE ROPERATEUR
               ADD 1 TO WS-REE-NB-ENREG
               IF OPE-MOT-PASSE IS NUMERIC
                   ADD OPE-MOT-PASSE TO WS-REE-TOTAL
               END-IF
           END-PERFORM.
           CLOSE FOPERATEUR.
           MOVE WS-REE-FICHIER TO WS-NOM-FOPERATEUR.
      *
      ****** CONTROLE DE LA GENERATION PUIS BASCULE
           MOVE "B" TO WS-REE-FONCTION.
           CALL 'REECRIT' USING WS-REECRITURE
               ON EXCEPTION
                   MOVE "9" TO WS-REE-STATUT
           END-CALL.
           IF NOT WS-REE-OK
               DISPLAY "*** OPERATEURS.txt NON REMPLACE ***"
               MOVE 16 TO RETURN-CODE
           ELSE
               DISPLAY "OPERATEURS.txt MIS A JOUR: "
                       WS-NB-OPERATEURS " OPERATEUR(S)"
           END-IF.

       7000-REECRITURE-OPERATEURS-FIN.
           EXIT.

      *******************************************************
      *  CONTROLE D'ACCES : ADMINISTRATEUR CONNECTE A LA
      *  CONSOLE, SINON CONNEXION ; ACCES LIBRE TANT QU'AUCUN
      *  ADMINISTRATEUR N'EST DECLARE
      *******************************************************
       8000-CONTROLE-ACCES-DEBUT.

           MOVE "N" TO WS-ACCES.
           PERFORM 8100-COMPTAGE-ADMINS-DEBUT
              THRU 8100-COMPTAGE-ADMINS-FIN.

           IF WS-NB-ADMINISTRATEURS = ZEROES
               MOVE "O" TO WS-ACCES
               DISPLAY "--> AUCUN ADMINISTRATEUR DECLARE: CREER "
                       "D'ABORD UN OPERATEUR DE ROLE A"
               MOVE "A" TO WS-JRN-SEVERITE
               MOVE "ACCES SANS CONNEXION: AUCUN ADMINISTRATEUR DECLARE"
                    TO WS-JRN-MESSAGE
               PERFORM 9000-JOURNALISER-DEBUT
                  THRU 9000-JOURNALISER-FIN
               GO TO 8000-CONTROLE-ACCES-FIN
           END-IF.

           IF NOT SES-CONNECTEE
               MOVE "C" TO WS-CNX-FONCTION
               MOVE SPACES TO WS-CNX-STATUT
               CALL 'CONNEXION' USING WS-CONNEXION
                   ON EXCEPTION
                       DISPLAY "--> SOUS-PROGRAMME CONNEXION "
                               "INTROUVABLE"
               END-CALL
               IF NOT WS-CNX-CONNECTE
                   DISPLAY "*** ADMINISTRATION REFUSEE: "
                           "CONNEXION NON ETABLIE ***"
                   GO TO 8000-CONTROLE-ACCES-FIN
               END-IF
      ****** LA CONNEXION A MIS LE FICHIER A JOUR : RELECTURE
               PERFORM 1000-CHARGEMENT-OPERATEURS-DEBUT
                  THRU 1000-CHARGEMENT-OPERATEURS-FIN
               PERFORM 8100-COMPTAGE-ADMINS-DEBUT
                  THRU 8100-COMPTAGE-ADMINS-FIN
           END-IF.

           IF NOT SES-ADMINISTRATEUR
               DISPLAY "*** ADMINISTRATION REFUSEE: RESERVEE AU "
                       "ROLE ADMINISTRATEUR ***"
               MOVE "A" TO WS-JRN-SEVERITE
               MOVE "ADMINISTRATION DES OPERATEURS REFUSEE (ROLE)"
                    TO WS-JRN-MESSAGE
               PERFORM 9000-JOURNALISER-DEBUT
                  THRU 9000-JOURNALISER-FIN
               GO TO 8000-CONTROLE-ACCES-FIN
           END-IF.

           MOVE "O" TO WS-ACCES.

       8000-CONTROLE-ACCES-FIN.
           EXIT.

      *******************************************************
      *  NOMBRE D'ADMINISTRATEURS DECLARES ET ACTIFS
      *******************************************************
       8100-COMPTAGE-ADMINS-DEBUT.

           MOVE ZEROES TO WS-NB-ADMINISTRATEURS WS-NB-ADMINS-ACTIFS.
           PERFORM VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-NB-OPERATEURS
               IF WS-OPE-IMAGE (WS-INDICE) (26:1) = "A"
                   ADD 1 TO WS-NB-ADMINISTRATEURS
                   IF WS-OPE-IMAGE (WS-INDICE) (38:1) = "O"
                       ADD 1 TO WS-NB-ADMINS-ACTIFS
                   END-IF
               END-IF
           END-PERFORM.

       8100-COMPTAGE-ADMINS-FIN.
           EXIT.

      *******************************************************
      *  JOURNALISATION D'UN EVENEMENT VIA LOGEVENT
      *******************************************************
       9000-JOURNALISER-DEBUT.

           CALL 'LOGEVENT' USING WS-JOURNALISATION
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE "I" TO WS-JRN-SEVERITE.

       9000-JOURNALISER-FIN.
           EXIT.
