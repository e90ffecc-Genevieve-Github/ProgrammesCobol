       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONNEXION.
       AUTHOR. GENEVIEVE GIANNASI.
       INSTALLATION. PERSONAL PC.
       DATE-WRITTEN. 15-10-2026.
       DATE-COMPILED. 15-10-2026.
       SECURITY. NON-CONFIDENTIAL.
      ******************************************************************
      * OBJECTIF: Sous-programme partage d'identification des
      * operateurs. Les initiales ecrites dans MUTATIONS-JOURNAL.txt,
      * INCIDENTS.txt ou au journal etaient simplement tapees : tout
      * le monde pouvait etre n'importe qui. Desormais l'operateur se
      * connecte une fois, avec son identifiant et son mot de passe
      * (fichier OPERATEURS.txt tenu par OPERMAINT), et son identite
      * est reprise par les programmes appeles et par LOGEVENT.
      *
      *     CALL 'CONNEXION' USING LS-CONNEXION
      *
      *     LS-CNX-FONCTION  : "C" connexion de l'operateur (saisie
      *                            de l'identifiant et du mot de
      *                            passe, trois tentatives)
      *                        "E" empreinte d'un mot de passe (pour
      *                            OPERMAINT)
      *     LS-CNX-PROGRAMME : programme appelant (journal)
      *     LS-CNX-OPERATEUR : identifiant (rendu par "C", fourni
      *                        pour "E")
      *     LS-CNX-MOT-PASSE : mot de passe en clair (fourni pour "E")
      *     LS-CNX-EMPREINTE : empreinte calculee (rendue par "E")
      *     LS-CNX-STATUT    : "0" operateur connecte / empreinte
      *                            calculee
      *                        "1" connexion refusee
      *                        "3" aucun operateur declare
      *                        "4" connexion abandonnee (identifiant
      *                            a blanc)
      *
      * Une connexion reussie remplit la SESSION-OPERATEUR partagee
      * (COBOL-SESSION.cpy), remet a zero les echecs du compte et
      * note la date et l'heure de connexion. Chaque mot de passe
      * faux est compte sur le compte : au troisieme echec
      * consecutif le compte est VERROUILLE, seul un administrateur
      * le rouvre par OPERMAINT. Echecs et verrouillages sont
      * journalises via LOGEVENT.
      *
      * Le mot de passe n'est jamais conserve en clair : l'empreinte
      * est calculee sur l'identifiant suivi du mot de passe, comme
      * la cle de controle de MANIFEST (cle x 31 + code du
      * caractere, modulo 999999937), en deux passes.
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
       77  WS-STATUS-FILE-FOPERATEUR PIC X(02) VALUE SPACES.
           88  WS-STATUS-FILE-FOPERATEUR-OK  VALUE "00".
           88  WS-STATUS-FILE-FOPERATEUR-EOF VALUE "10".

      ***********************************************
      * TABLE DES OPERATEURS (IMAGES COMPLETES)
      ***********************************************
       01  WS-TABLE-OPERATEURS.
           05  WS-OPE-ENTRY OCCURS 200 INDEXED BY WS-INDICE.
               10  WS-OPE-IMAGE PIC X(56).
       77  WS-NB-OPERATEURS  PIC 9(03) VALUE ZEROES.
       77  WS-MAX-OPERATEURS PIC 9(03) VALUE 200.
       77  WS-POSITION-OPERATEUR PIC 9(03) VALUE ZEROES.
       77  WS-FICHIER-MODIFIE PIC X(01) VALUE "N".
           88  WS-FICHIER-MODIFIE-OUI VALUE "O".

      ***********************************************
      * SAISIE ET TENTATIVES
      ***********************************************
       77  WS-SAISIE-ID  PIC X(03) VALUE SPACES.
       77  WS-SAISIE-MDP PIC X(12) VALUE SPACES.
       77  WS-TENTATIVES PIC 9(01) VALUE ZEROES.
       77  WS-MAX-TENTATIVES PIC 9(01) VALUE 3.
       77  WS-MAX-ECHECS PIC 9(01) VALUE 3.
       77  WS-ROLE-LIBELLE PIC X(20) VALUE SPACES.

      ***********************************************
      * CALCUL DE L'EMPREINTE
      ***********************************************
       01  WS-TEXTE-EMPREINTE.
           05  WS-TEXTE-ID  PIC X(03).
           05  WS-TEXTE-MDP PIC X(12).
       77  WS-PASSE PIC 9(01) VALUE ZEROES.
       77  WS-INDICE-CAR PIC 9(02) VALUE ZEROES.
       77  WS-CLE PIC 9(11) VALUE ZEROES.
       77  WS-QUOTIENT PIC 9(11) VALUE ZEROES.
       77  WS-MODULE PIC 9(09) VALUE 999999937.
       77  WS-EMPREINTE PIC 9(09) VALUE ZEROES.

      ***********************************************
      * SESSION DE L'OPERATEUR CONNECTE
      ***********************************************
           COPY 'COBOL-SESSION.cpy'.

      ***********************************************
      * JOURNALISATION CENTRALE DES EVENEMENTS (LOGEVENT)
      ***********************************************
       01  WS-JOURNALISATION.
           05  WS-JRN-PROGRAMME PIC X(08) VALUE SPACES.
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
           05  WS-REE-PROGRAMME PIC X(08) VALUE SPACES.
           05  WS-REE-POSITION  PIC 9(04) VALUE 28.
           05  WS-REE-LONGUEUR  PIC 9(02) VALUE 9.
           05  WS-REE-DECIMALES PIC 9(01) VALUE ZERO.
           05  WS-REE-NB-ENREG  PIC 9(09) VALUE ZEROES.
           05  WS-REE-TOTAL     PIC 9(13)V99 VALUE ZEROES.
           05  WS-REE-STATUT    PIC X(01) VALUE SPACES.
               88  WS-REE-OK VALUE "0" "1" "2".

       LINKAGE SECTION.
       01  LS-CONNEXION.
           05  LS-CNX-FONCTION  PIC X(01).
               88  LS-CNX-CONNECTER VALUE "C".
               88  LS-CNX-HACHER    VALUE "E".
           05  LS-CNX-PROGRAMME PIC X(08).
           05  LS-CNX-OPERATEUR PIC X(03).
           05  LS-CNX-MOT-PASSE PIC X(12).
           05  LS-CNX-EMPREINTE PIC 9(09).
           05  LS-CNX-STATUT    PIC X(01).
               88  LS-CNX-CONNECTE  VALUE "0".
               88  LS-CNX-REFUSE    VALUE "1".
               88  LS-CNX-AUCUN     VALUE "3".
               88  LS-CNX-ABANDON   VALUE "4".

      *******************************************************
      *  PARAGRAPHE PRINCIPAL
      *******************************************************
       PROCEDURE DIVISION USING LS-CONNEXION.
       DEBUT-PROGRAMME.

           MOVE LS-CNX-PROGRAMME TO WS-JRN-PROGRAMME
                                    WS-REE-PROGRAMME.

           EVALUATE TRUE
               WHEN LS-CNX-HACHER
                   MOVE LS-CNX-OPERATEUR TO WS-TEXTE-ID
                   MOVE LS-CNX-MOT-PASSE TO WS-TEXTE-MDP
                   PERFORM 4000-EMPREINTE-DEBUT
                      THRU 4000-EMPREINTE-FIN
                   MOVE WS-EMPREINTE TO LS-CNX-EMPREINTE
                   MOVE "0" TO LS-CNX-STATUT
               WHEN LS-CNX-CONNECTER
                   PERFORM 1000-CHARGEMENT-OPERATEURS-DEBUT
                      THRU 1000-CHARGEMENT-OPERATEURS-FIN
                   IF WS-NB-OPERATEURS = ZEROES
                       MOVE "3" TO LS-CNX-STATUT
                       DISPLAY "--> AUCUN OPERATEUR DECLARE DANS "
                               "OPERATEURS.txt: LANCER OPERMAINT"
                   ELSE
                       PERFORM 2000-CONNEXION-DEBUT
                          THRU 2000-CONNEXION-FIN
                   END-IF
               WHEN OTHER
                   MOVE "1" TO LS-CNX-STATUT
           END-EVALUATE.

       FIN-PROGRAMME.
           EXIT PROGRAM.

      *******************************************************
      *  CHARGEMENT DES OPERATEURS, APRES REPRISE D'UNE
      *  REECRITURE INTERROMPUE DU FICHIER
      *******************************************************
       1000-CHARGEMENT-OPERATEURS-DEBUT.

           MOVE ZEROES TO WS-NB-OPERATEURS.
           MOVE "N" TO WS-FICHIER-MODIFIE.

           MOVE "R" TO WS-REE-FONCTION.
           CALL 'REECRIT' USING WS-REECRITURE
               ON EXCEPTION
                   MOVE WS-REE-FICHIER TO WS-REE-NOUVEAU
           END-CALL.

           OPEN INPUT FOPERATEUR.
           IF NOT WS-STATUS-FILE-FOPERATEUR-OK
               GO TO 1000-CHARGEMENT-OPERATEURS-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FOPERATEUR-OK
               READ FOPERATEUR
                   AT END
                       CONTINUE
                   NOT AT END
                       IF OPE-ID NOT = SPACES
                       AND WS-NB-OPERATEURS < WS-MAX-OPERATEURS
                           ADD 1 TO WS-NB-OPERATEURS
                           SET WS-INDICE TO WS-NB-OPERATEURS
                           MOVE ROPERATEUR TO WS-OPE-IMAGE (WS-INDICE)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FOPERATEUR.

       1000-CHARGEMENT-OPERATEURS-FIN.
           EXIT.

      *******************************************************
      *  CONNEXION : TROIS TENTATIVES AU PLUS, PUIS SAUVEGARDE
      *  DES COMPTEURS D'ECHECS ET DE LA DATE DE CONNEXION
      *******************************************************
       2000-CONNEXION-DEBUT.

           MOVE "1" TO LS-CNX-STATUT.
           MOVE ZEROES TO WS-TENTATIVES.

           PERFORM 2100-TENTATIVE-DEBUT THRU 2100-TENTATIVE-FIN
               UNTIL LS-CNX-CONNECTE
                  OR LS-CNX-ABANDON
                  OR WS-TENTATIVES NOT < WS-MAX-TENTATIVES.

           IF LS-CNX-REFUSE
               DISPLAY "*** CONNEXION REFUSEE ***"
           END-IF.

           IF WS-FICHIER-MODIFIE-OUI
               PERFORM 3000-REECRITURE-OPERATEURS-DEBUT
                  THRU 3000-REECRITURE-OPERATEURS-FIN
           END-IF.

           IF LS-CNX-CONNECTE
               MOVE "I" TO WS-JRN-SEVERITE
               MOVE SPACES TO WS-JRN-MESSAGE
               STRING "CONNEXION DE L'OPERATEUR " SES-OPERATEUR
                      " (ROLE " SES-ROLE ")"
                      DELIMITED BY SIZE INTO WS-JRN-MESSAGE
               PERFORM 9000-JOURNALISER-DEBUT
                  THRU 9000-JOURNALISER-FIN
           END-IF.

       2000-CONNEXION-FIN.
           EXIT.

      *******************************************************
      *  UNE TENTATIVE : IDENTIFIANT, MOT DE PASSE, CONTROLE
      *******************************************************
       2100-TENTATIVE-DEBUT.

           DISPLAY "IDENTIFIANT OPERATEUR (3 CAR.): " NO ADVANCING.
           MOVE SPACES TO WS-SAISIE-ID.
           ACCEPT WS-SAISIE-ID.
           MOVE FUNCTION UPPER-CASE (WS-SAISIE-ID) TO WS-SAISIE-ID.
           IF WS-SAISIE-ID = SPACES
               MOVE "4" TO LS-CNX-STATUT
               DISPLAY "--> CONNEXION ABANDONNEE"
               GO TO 2100-TENTATIVE-FIN
           END-IF.

           DISPLAY "MOT DE PASSE: " NO ADVANCING.
           MOVE SPACES TO WS-SAISIE-MDP.
           ACCEPT WS-SAISIE-MDP.
           ADD 1 TO WS-TENTATIVES.
      *
      ****** RECHERCHE DE L'OPERATEUR
           MOVE ZEROES TO WS-POSITION-OPERATEUR.
           PERFORM VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-NB-OPERATEURS
               IF WS-OPE-IMAGE (WS-INDICE) (1:3) = WS-SAISIE-ID
                   SET WS-POSITION-OPERATEUR TO WS-INDICE
               END-IF
           END-PERFORM.

           IF WS-POSITION-OPERATEUR = ZEROES
               DISPLAY "--> IDENTIFIANT OU MOT DE PASSE INCORRECT"
               MOVE "A" TO WS-JRN-SEVERITE
               MOVE SPACES TO WS-JRN-MESSAGE
               STRING "ECHEC DE CONNEXION: IDENTIFIANT " WS-SAISIE-ID
                      " INCONNU"
                      DELIMITED BY SIZE INTO WS-JRN-MESSAGE
               PERFORM 9000-JOURNALISER-DEBUT
                  THRU 9000-JOURNALISER-FIN
               GO TO 2100-TENTATIVE-FIN
           END-IF.

           SET WS-INDICE TO WS-POSITION-OPERATEUR.
           MOVE WS-OPE-IMAGE (WS-INDICE) TO ROPERATEUR.

           IF NOT OPE-ACTIF
               DISPLAY "--> COMPTE VERROUILLE OU DESACTIVE: "
                       "S'ADRESSER A UN ADMINISTRATEUR"
               MOVE "A" TO WS-JRN-SEVERITE
               MOVE SPACES TO WS-JRN-MESSAGE
               STRING "CONNEXION REFUSEE: COMPTE " OPE-ID
                      " NON ACTIF (ETAT " OPE-ETAT ")"
                      DELIMITED BY SIZE INTO WS-JRN-MESSAGE
               PERFORM 9000-JOURNALISER-DEBUT
                  THRU 9000-JOURNALISER-FIN
               GO TO 2100-TENTATIVE-FIN
           END-IF.

           MOVE WS-SAISIE-ID  TO WS-TEXTE-ID.
           MOVE WS-SAISIE-MDP TO WS-TEXTE-MDP.
           PERFORM 4000-EMPREINTE-DEBUT THRU 4000-EMPREINTE-FIN.

           IF OPE-MOT-PASSE NOT = WS-EMPREINTE
               PERFORM 2200-MOT-PASSE-FAUX-DEBUT
                  THRU 2200-MOT-PASSE-FAUX-FIN
               GO TO 2100-TENTATIVE-FIN
           END-IF.
      *
      ****** CONNEXION ACCEPTEE : SESSION PARTAGEE
           EVALUATE OPE-ROLE
               WHEN "A" MOVE "ADMINISTRATEUR"   TO WS-ROLE-LIBELLE
               WHEN "G" MOVE "GESTION CLIENTELE" TO WS-ROLE-LIBELLE
               WHEN "R" MOVE "RECOUVREMENT"     TO WS-ROLE-LIBELLE
               WHEN "C" MOVE "COMPTABILITE"     TO WS-ROLE-LIBELLE
               WHEN "E" MOVE "EXPLOITATION"     TO WS-ROLE-LIBELLE
               WHEN "S" MOVE "SCOLARITE"        TO WS-ROLE-LIBELLE
               WHEN "K" MOVE "CONFORMITE"       TO WS-ROLE-LIBELLE
               WHEN OTHER MOVE "ROLE INCONNU"   TO WS-ROLE-LIBELLE
           END-EVALUATE.
           DISPLAY "BIENVENUE " FUNCTION TRIM (OPE-NOM)
                   " - " WS-ROLE-LIBELLE.
           IF OPE-DERNIERE-DATE IS NUMERIC
           AND OPE-DERNIERE-DATE > ZEROES
               DISPLAY "DERNIERE CONNEXION LE " OPE-DERNIERE-DATE
                       " A " OPE-DERNIERE-HEURE
           END-IF.

           MOVE ZEROES TO OPE-ECHECS.
           MOVE FUNCTION CURRENT-DATE (1:8) TO OPE-DERNIERE-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO OPE-DERNIERE-HEURE.
           MOVE ROPERATEUR TO WS-OPE-IMAGE (WS-INDICE).
           MOVE "O" TO WS-FICHIER-MODIFIE.

           MOVE "O"      TO SES-ETAT.
           MOVE OPE-ID   TO SES-OPERATEUR.
           MOVE OPE-NOM  TO SES-NOM.
           MOVE OPE-ROLE TO SES-ROLE.
           MOVE OPE-ID   TO LS-CNX-OPERATEUR.
           MOVE "0" TO LS-CNX-STATUT.

       2100-TENTATIVE-FIN.
           EXIT.

      *******************************************************
      *  MOT DE PASSE FAUX : ECHEC COMPTE SUR LE COMPTE,
      *  VERROUILLAGE AU TROISIEME ECHEC CONSECUTIF
      *******************************************************
       2200-MOT-PASSE-FAUX-DEBUT.

           IF OPE-ECHECS IS NOT NUMERIC
               MOVE ZEROES TO OPE-ECHECS
           END-IF.
           ADD 1 TO OPE-ECHECS.

           MOVE "A" TO WS-JRN-SEVERITE.
           MOVE SPACES TO WS-JRN-MESSAGE.
           IF OPE-ECHECS NOT < WS-MAX-ECHECS
               MOVE "V" TO OPE-ETAT
               DISPLAY "*** COMPTE " OPE-ID " VERROUILLE APRES "
                       OPE-ECHECS " ECHECS ***"
               STRING "COMPTE " OPE-ID " VERROUILLE APRES "
                      OPE-ECHECS " ECHECS DE CONNEXION"
                      DELIMITED BY SIZE INTO WS-JRN-MESSAGE
           ELSE
               DISPLAY "--> IDENTIFIANT OU MOT DE PASSE INCORRECT"
               STRING "ECHEC DE CONNEXION DE " OPE-ID
                      " (MOT DE PASSE FAUX)"
                      DELIMITED BY SIZE INTO WS-JRN-MESSAGE
           END-IF.
           PERFORM 9000-JOURNALISER-DEBUT THRU 9000-JOURNALISER-FIN.

           MOVE ROPERATEUR TO WS-OPE-IMAGE (WS-INDICE).
           MOVE "O" TO WS-FICHIER-MODIFIE.

       2200-MOT-PASSE-FAUX-FIN.
           EXIT.

      *******************************************************
      *  REECRITURE DU FICHIER DES OPERATEURS (NOUVELLE
      *  GENERATION CONTROLEE PUIS BASCULEE)
      *******************************************************
       3000-REECRITURE-OPERATEURS-DEBUT.

           MOVE WS-REE-NOUVEAU TO WS-NOM-FOPERATEUR.
           MOVE ZEROES TO WS-REE-NB-ENREG WS-REE-TOTAL.
           OPEN OUTPUT FOPERATEUR.
           IF NOT WS-STATUS-FILE-FOPERATEUR-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FOPERATEUR': "
                       WS-STATUS-FILE-FOPERATEUR
               MOVE WS-REE-FICHIER TO WS-NOM-FOPERATEUR
               GO TO 3000-REECRITURE-OPERATEURS-FIN
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

           MOVE "B" TO WS-REE-FONCTION.
           CALL 'REECRIT' USING WS-REECRITURE
               ON EXCEPTION
                   MOVE "9" TO WS-REE-STATUT
           END-CALL.
           IF NOT WS-REE-OK
               DISPLAY "*** OPERATEURS.txt NON REMPLACE ***"
           END-IF.

       3000-REECRITURE-OPERATEURS-FIN.
           EXIT.

      *******************************************************
      *  EMPREINTE DE L'IDENTIFIANT SUIVI DU MOT DE PASSE
      *  (DEUX PASSES SUR LES QUINZE CARACTERES)
      *******************************************************
       4000-EMPREINTE-DEBUT.

           MOVE 7 TO WS-CLE.
           PERFORM VARYING WS-PASSE FROM 1 BY 1 UNTIL WS-PASSE > 2
               PERFORM VARYING WS-INDICE-CAR FROM 1 BY 1
                       UNTIL WS-INDICE-CAR > 15
                   COMPUTE WS-CLE = WS-CLE * 31 + FUNCTION ORD
                           (WS-TEXTE-EMPREINTE (WS-INDICE-CAR:1))
                   DIVIDE WS-CLE BY WS-MODULE GIVING WS-QUOTIENT
                          REMAINDER WS-CLE
               END-PERFORM
           END-PERFORM.
           MOVE WS-CLE TO WS-EMPREINTE.

       4000-EMPREINTE-FIN.
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
