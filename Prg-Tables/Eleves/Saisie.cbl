      * bornes (note de 00,00 a 20,00), et ecrit lui-meme les
      * enregistrements REC01 ("01" eleve) et REC02 ("02" matiere)
      * de 38 octets en AJOUT dans ELEVES-INPUT.txt.
      * L'appreciation du professeur est demandee apres chaque
      * matiere, celle du conseil de classe apres les absences :
      * enregistrement REC05 ("05", matiere a blanc pour le conseil)
      * de 88 octets, texte de 60 caracteres au plus.
      * La frappe directe dans le fichier (colonnes decalees, numero
      * de type errone) etait la premiere cause de rejets d'ELEVES.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
      ****** 38 OCTETS DEPUIS L'AJOUT DU TYPE DE NOTE EN QUEUE
      ****** DU "02" (CC, DS OU EX) ; 88 POUR L'APPRECIATION ("05")
       FD  FILE-INPUT
           RECORDING MODE IS F.
       01  REC-INPUT PIC X(88).

      ******** FICHIER DES ELEVES (REFERENTIEL)
       FD  FELEVE.
           05 WS-REC04-DEMI-JOURNEE PIC X(01) VALUE SPACES.
           05 WS-REC04-JUSTIFIEE    PIC X(01) VALUE SPACES.
           05 FILLER                PIC X(26) VALUE SPACES.
      ****** APPRECIATION ("05") : UNE PAR MATIERE, CELLE DU
      ****** CONSEIL DE CLASSE A MATIERE BLANCHE
       01  WS-REC05.
           05 WS-REC05-NUMERO  PIC X(02) VALUE "05".
           05 WS-REC05-MATIERE PIC X(26) VALUE SPACES.
           05 WS-REC05-TEXTE   PIC X(60) VALUE SPACES.

      ***********************************************
      * ZONES DE SAISIE ET DE CONTROLE
       01  WS-COMPTEUR-MATIERES PIC 9(03) VALUE ZEROES.
       01  WS-MATIERES-ELEVE    PIC 9(02) VALUE ZEROES.
       01  WS-MAX-MATIERES      PIC 9(02) VALUE 20.
      ****** LA ZONE DEPASSE LES 60 CARACTERES ADMIS POUR VOIR
      ****** UNE APPRECIATION TROP LONGUE AU LIEU DE LA TRONQUER
       01  WS-SAISIE-APPREC     PIC X(80) VALUE SPACES.
       01  WS-COMPTEUR-APPRECIATIONS PIC 9(04) VALUE ZEROES.

       PROCEDURE DIVISION.
       0000-MAIN-DEB.
           DISPLAY "ELEVES SAISIS   : " WS-COMPTEUR-ELEVES.
           DISPLAY "MATIERES SAISIES: " WS-COMPTEUR-MATIERES.
           DISPLAY "ABSENCES DATEES : " WS-COMPTEUR-EVENEMENTS.
           DISPLAY "APPRECIATIONS   : " WS-COMPTEUR-APPRECIATIONS.
           DISPLAY "==============================================".

       0000-MAIN-FIN.
           PERFORM 3500-SAISIE-EVENEMENT-DEBUT
              THRU 3500-SAISIE-EVENEMENT-FIN
               UNTIL NOT WS-EVENEMENT-VALIDE-OUI.
      *
      ****** APPRECIATION GENERALE DU CONSEIL DE CLASSE
           MOVE SPACES TO WS-REC05-MATIERE.
           PERFORM 2500-SAISIE-APPRECIATION-DEBUT
              THRU 2500-SAISIE-APPRECIATION-FIN.

       1000-SAISIE-ELEVE-FIN.
           EXIT.
           END-IF.
           ADD 1 TO WS-COMPTEUR-MATIERES.
           ADD 1 TO WS-MATIERES-ELEVE.
      *
      ****** APPRECIATION DU PROFESSEUR SUR LA MATIERE
           MOVE WS-REC02-MATIERE TO WS-REC05-MATIERE.
           PERFORM 2500-SAISIE-APPRECIATION-DEBUT
              THRU 2500-SAISIE-APPRECIATION-FIN.

       2000-SAISIE-MATIERE-FIN.
           EXIT.

      *******************************************************
      *  SAISIE D'UNE APPRECIATION ("05") DE L'ELEVE COURANT :
      *  MATIERE PREPAREE PAR L'APPELANT (BLANC = CONSEIL DE
      *  CLASSE), TEXTE VIDE = PAS D'APPRECIATION, TEXTE TROP
      *  LONG = NOUVELLE DEMANDE
      *******************************************************
       2500-SAISIE-APPRECIATION-DEBUT.

           IF WS-REC05-MATIERE = SPACES
               DISPLAY "APPRECIATION DU CONSEIL DE CLASSE (60 CAR. "
                       "MAX, VIDE SI AUCUNE): " NO ADVANCING
           ELSE
               DISPLAY "APPRECIATION DU PROFESSEUR (60 CAR. MAX, "
                       "VIDE SI AUCUNE): " NO ADVANCING
           END-IF.
           MOVE SPACES TO WS-SAISIE-APPREC.
           ACCEPT WS-SAISIE-APPREC.

           IF WS-SAISIE-APPREC = SPACES
               GO TO 2500-SAISIE-APPRECIATION-FIN
           END-IF.
           IF WS-SAISIE-APPREC (61:20) NOT = SPACES
               DISPLAY "--> APPRECIATION TROP LONGUE (60 CAR. MAX) - "
                       "A RESAISIR"
               GO TO 2500-SAISIE-APPRECIATION-DEBUT
           END-IF.

           MOVE "05" TO WS-REC05-NUMERO.
           MOVE WS-SAISIE-APPREC (1:60) TO WS-REC05-TEXTE.
           MOVE WS-REC05 TO REC-INPUT.
           WRITE REC-INPUT.
           IF NOT WS-STATUS-FILE-INPUT-OK
               DISPLAY "ERREUR ECRITURE FICHIER ELEVES-INPUT: "
                       WS-STATUS-FILE-INPUT
               GO TO 2500-SAISIE-APPRECIATION-FIN
           END-IF.
           ADD 1 TO WS-COMPTEUR-APPRECIATIONS.

       2500-SAISIE-APPRECIATION-FIN.
           EXIT.

      *******************************************************
      *  SAISIE DES ABSENCES DE L'ELEVE COURANT (FACULTATIF)
      *******************************************************
