      *   5 SAISIR DES REGLEMENTS ............ SAISIEREG
      *   6 CONSULTER UN FICHIER ............. LECTURE
      *   7 RECHERCHER AU JOURNAL ............ RECHJOURNAL
      *   8 EDITER UN RELEVE DE COMPTE ....... RELEVE
      *   9 CLOTURER UN MOIS ................. CLOTURE
      *  10 SUIVRE LES INCIDENTS ............. INCIDENTS
      *  11 GERER LES OPERATEURS ............. OPERMAINT
      *  12 ETABLIR UN DEVIS ................. DEVMAINT
      *  13 TRANSFERER UN PORTEFEUILLE ....... TRFPORTF
      *  14 REMBOURSER UN TROP-PERCU ......... REMBOURS
      *  15 EDITER LES ATTESTATIONS .......... ATTEST
      *  16 APPROUVER UNE OPERATION .......... APPROUVE
      *  17 ENREGISTRER UN RETOUR NPAI ....... NPAI
      *  18 EXAMINER LES ALERTES FILTRAGE .... CONFORM
      * Avant un programme qui reecrit un fichier maitre, la console
      * prend le VERROU partage et le libere apres ; le debut et la
      * fin de chaque session sont journalises via LOGEVENT.
      *
      * L'operateur s'identifie d'abord (sous-programme CONNEXION,
      * fichier OPERATEURS.txt tenu par OPERMAINT ; le compte est
      * verrouille apres trois echecs). Seules les taches permises
      * a son role sont affichees et acceptees : un agent de
      * recouvrement a SAISIEREG et RELEVE mais ni CLIMAINT ni
      * CLOTURE. L'identite connectee est partagee avec les
      * programmes appeles et LOGEVENT (COBOL-SESSION.cpy) : elle
      * n'est plus ressaisie et figure sur chaque ligne du journal.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ***********************************************
      * LES TACHES PROPOSEES : LIBELLE, PROGRAMME,
      * INDICATEUR "REECRIT UN FICHIER MAITRE" (VERROU)
      * ET ROLES AUTORISES (VOIR COBOL-FD-OPERATEUR.cpy)
      ***********************************************
       01  WS-TABLE-TACHES.
           05  FILLER PIC X(30) VALUE "CORRIGER UN CLIENT REJETE".
           05  FILLER PIC X(12) VALUE "RECYCLAGE".
           05  FILLER PIC X(01) VALUE "O".
           05  FILLER PIC X(06) VALUE "AG".
           05  FILLER PIC X(30) VALUE "MAINTENIR LE FICHIER CLIENT".
           05  FILLER PIC X(12) VALUE "CLIMAINT".
           05  FILLER PIC X(01) VALUE "O".
           05  FILLER PIC X(06) VALUE "AG".
           05  FILLER PIC X(30) VALUE "MAINTENIR LES CONTRATS".
           05  FILLER PIC X(12) VALUE "ASSURMAINT".
           05  FILLER PIC X(01) VALUE "O".
           05  FILLER PIC X(06) VALUE "AG".
           05  FILLER PIC X(30) VALUE "SAISIR DES NOTES".
           05  FILLER PIC X(12) VALUE "SAISIE".
           05  FILLER PIC X(01) VALUE "O".
           05  FILLER PIC X(06) VALUE "AS".
           05  FILLER PIC X(30) VALUE "SAISIR DES REGLEMENTS".
           05  FILLER PIC X(12) VALUE "SAISIEREG".
           05  FILLER PIC X(01) VALUE "O".
           05  FILLER PIC X(06) VALUE "AGR".
           05  FILLER PIC X(30) VALUE "CONSULTER UN FICHIER".
           05  FILLER PIC X(12) VALUE "LECTURE".
           05  FILLER PIC X(01) VALUE "N".
           05  FILLER PIC X(06) VALUE "AGRCES".
           05  FILLER PIC X(30) VALUE "RECHERCHER AU JOURNAL".
           05  FILLER PIC X(12) VALUE "RECHJOURNAL".
           05  FILLER PIC X(01) VALUE "N".
           05  FILLER PIC X(06) VALUE "ACE".
           05  FILLER PIC X(30) VALUE "EDITER UN RELEVE DE COMPTE".
           05  FILLER PIC X(12) VALUE "RELEVE".
           05  FILLER PIC X(01) VALUE "N".
           05  FILLER PIC X(06) VALUE "AGRC".
           05  FILLER PIC X(30) VALUE "CLOTURER UN MOIS".
           05  FILLER PIC X(12) VALUE "CLOTURE".
           05  FILLER PIC X(01) VALUE "O".
           05  FILLER PIC X(06) VALUE "AC".
           05  FILLER PIC X(30) VALUE "SUIVRE LES INCIDENTS".
           05  FILLER PIC X(12) VALUE "INCIDENTS".
           05  FILLER PIC X(01) VALUE "N".
           05  FILLER PIC X(06) VALUE "AE".
           05  FILLER PIC X(30) VALUE "GERER LES OPERATEURS".
           05  FILLER PIC X(12) VALUE "OPERMAINT".
           05  FILLER PIC X(01) VALUE "N".
           05  FILLER PIC X(06) VALUE "A".
           05  FILLER PIC X(30) VALUE "ETABLIR UN DEVIS".
           05  FILLER PIC X(12) VALUE "DEVMAINT".
           05  FILLER PIC X(01) VALUE "O".
           05  FILLER PIC X(06) VALUE "AG".
           05  FILLER PIC X(30) VALUE "TRANSFERER UN PORTEFEUILLE".
           05  FILLER PIC X(12) VALUE "TRFPORTF".
           05  FILLER PIC X(01) VALUE "O".
           05  FILLER PIC X(06) VALUE "A".
           05  FILLER PIC X(30) VALUE "REMBOURSER UN TROP-PERCU".
           05  FILLER PIC X(12) VALUE "REMBOURS".
           05  FILLER PIC X(01) VALUE "O".
           05  FILLER PIC X(06) VALUE "AC".
           05  FILLER PIC X(30) VALUE "EDITER LES ATTESTATIONS".
           05  FILLER PIC X(12) VALUE "ATTEST".
           05  FILLER PIC X(01) VALUE "N".
           05  FILLER PIC X(06) VALUE "AC".
           05  FILLER PIC X(30) VALUE "APPROUVER UNE OPERATION".
           05  FILLER PIC X(12) VALUE "APPROUVE".
           05  FILLER PIC X(01) VALUE "N".
           05  FILLER PIC X(06) VALUE "AC".
           05  FILLER PIC X(30) VALUE "ENREGISTRER UN RETOUR NPAI".
           05  FILLER PIC X(12) VALUE "NPAI".
           05  FILLER PIC X(01) VALUE "N".
           05  FILLER PIC X(06) VALUE "AGE".
           05  FILLER PIC X(30) VALUE "EXAMINER LES ALERTES FILTRAGE".
           05  FILLER PIC X(12) VALUE "CONFORM".
           05  FILLER PIC X(01) VALUE "N".
           05  FILLER PIC X(06) VALUE "AK".
       01  WS-TABLE-TACHES-R REDEFINES WS-TABLE-TACHES.
           05  WS-TACHE OCCURS 18.
               10  WS-TACHE-LIBELLE   PIC X(30).
               10  WS-TACHE-PROGRAMME PIC X(12).
               10  WS-TACHE-VERROU    PIC X(01).
               10  WS-TACHE-ROLES     PIC X(06).
       77  WS-NB-TACHES PIC 9(02) VALUE 18.
       77  WS-INDICE PIC 9(02) VALUE ZEROES.

      ***********************************************
       77  WS-APPEL-ECHEC PIC X(01) VALUE "N".
           88  WS-APPEL-ECHEC-OUI VALUE "O".
       77  WS-COMPTEUR-APPELS PIC 9(03) VALUE ZEROES.
       77  WS-ROLE-TROUVE PIC 9(02) VALUE ZEROES.
       77  WS-TACHE-AUTORISEE PIC X(01) VALUE "N".
           88  WS-TACHE-AUTORISEE-OUI VALUE "O".

      ***********************************************
      * SESSION DE L'OPERATEUR CONNECTE
      ***********************************************
           COPY 'COBOL-SESSION.cpy'.

      ***********************************************
      * IDENTIFICATION DE L'OPERATEUR (CONNEXION)
      ***********************************************
       01  WS-CONNEXION.
           05  WS-CNX-FONCTION  PIC X(01) VALUE "C".
           05  WS-CNX-PROGRAMME PIC X(08) VALUE "CONSOLE".
           05  WS-CNX-OPERATEUR PIC X(03) VALUE SPACES.
           05  WS-CNX-MOT-PASSE PIC X(12) VALUE SPACES.
           05  WS-CNX-EMPREINTE PIC 9(09) VALUE ZEROES.
           05  WS-CNX-STATUT    PIC X(01) VALUE SPACES.
               88  WS-CNX-CONNECTE VALUE "0".
               88  WS-CNX-AUCUN    VALUE "3".

      ***********************************************
      * VERROU D'EXECUTION PARTAGE (VERROU)

           DISPLAY "CONSOLE OPERATEUR".

           CALL 'CONNEXION' USING WS-CONNEXION
               ON EXCEPTION
                   DISPLAY "--> SOUS-PROGRAMME CONNEXION INTROUVABLE"
           END-CALL.
           IF NOT WS-CNX-CONNECTE
               IF WS-CNX-AUCUN
                   DISPLAY "*** CREER D'ABORD UN ADMINISTRATEUR "
                           "AVEC OPERMAINT ***"
               END-IF
               DISPLAY "*** CONSOLE FERMEE: OPERATEUR NON "
                       "IDENTIFIE ***"
               MOVE 8 TO RETURN-CODE
               GO TO FIN-PROGRAMME
           END-IF.

           MOVE "I" TO WS-JRN-SEVERITE.
           MOVE "DEBUT DE SESSION CONSOLE" TO WS-JRN-MESSAGE.
           PERFORM JOURNALISER-DEBUT THRU JOURNALISER-FIN.
                  " PROGRAMME(S) LANCE(S))"
                  DELIMITED BY SIZE INTO WS-JRN-MESSAGE.
           PERFORM JOURNALISER-DEBUT THRU JOURNALISER-FIN.
           MOVE "N" TO SES-ETAT.

       FIN-PROGRAMME.
           STOP RUN.
       MENU-DEBUT.

           DISPLAY " ".
           DISPLAY "---- QUE VOULEZ-VOUS FAIRE? ----   ("
                   SES-OPERATEUR " " SES-NOM ")".
           PERFORM VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-NB-TACHES
               PERFORM CONTROLE-ROLE-DEBUT THRU CONTROLE-ROLE-FIN
               IF WS-TACHE-AUTORISEE-OUI
                   DISPLAY WS-INDICE " - "
                           WS-TACHE-LIBELLE (WS-INDICE)
               END-IF
           END-PERFORM.
           DISPLAY "Q - QUITTER LA CONSOLE".
           DISPLAY "VOTRE CHOIX: " NO ADVANCING.
           END-IF.

           MOVE WS-CHOIX TO WS-INDICE.
           PERFORM CONTROLE-ROLE-DEBUT THRU CONTROLE-ROLE-FIN.
           IF NOT WS-TACHE-AUTORISEE-OUI
               DISPLAY "--> TACHE NON AUTORISEE"
               MOVE "A" TO WS-JRN-SEVERITE
               MOVE SPACES TO WS-JRN-MESSAGE
               STRING "TACHE REFUSEE AU ROLE " SES-ROLE ": "
                      WS-TACHE-PROGRAMME (WS-INDICE)
                      DELIMITED BY SIZE INTO WS-JRN-MESSAGE
               PERFORM JOURNALISER-DEBUT THRU JOURNALISER-FIN
               GO TO MENU-FIN
           END-IF.

           PERFORM LANCEMENT-TACHE-DEBUT THRU LANCEMENT-TACHE-FIN.

       MENU-FIN.
       LANCEMENT-TACHE-FIN.
           EXIT.

      *******************************************************
      *  LA TACHE WS-INDICE EST-ELLE PERMISE AU ROLE DE
      *  L'OPERATEUR CONNECTE ?
      *******************************************************
       CONTROLE-ROLE-DEBUT.

           MOVE "N" TO WS-TACHE-AUTORISEE.
           IF SES-ROLE = SPACE
               GO TO CONTROLE-ROLE-FIN
           END-IF.
           MOVE ZEROES TO WS-ROLE-TROUVE.
           INSPECT WS-TACHE-ROLES (WS-INDICE)
                   TALLYING WS-ROLE-TROUVE FOR ALL SES-ROLE.
           IF WS-ROLE-TROUVE > ZEROES
               MOVE "O" TO WS-TACHE-AUTORISEE
           END-IF.

       CONTROLE-ROLE-FIN.
           EXIT.

      *******************************************************
      *  JOURNALISATION D'UN EVENEMENT VIA LOGEVENT
      *******************************************************
