      * Operations de ce programme :
      *   (C)LOTURE d'un mois (jamais le mois courant ni un futur)
      *   (R)EOUVERTURE d'un mois - action exceptionnelle d'un
      *       operateur, toujours journalisee via LOGEVENT, et
      *       soumise au controle a quatre yeux : la premiere
      *       demande est deposee aupres d'APPROBAT, le mois n'est
      *       rouvert (et le fichier reecrit aussitot) qu'une fois
      *       la demande approuvee par un second operateur
      *   (V)ERIFICATION d'un mois : check-list de fin de mois
      *       etablie par CTRLCLOT (CLOTURE-CHECKLIST.txt), sans
      *       rien cloturer
      *   (L)ISTE des mois clotures
      *
      * Une cloture passe d'abord la check-list de CTRLCLOT. Si un
      * point est en echec le mois reste ouvert, sauf forcage : une
      * demande "FORCAGE MOIS=AAAAMM" est deposee aupres d'APPROBAT
      * et, une fois approuvee par un second operateur, le mois est
      * clos malgre les echecs (fichier reecrit aussitot, cloture
      * forcee journalisee comme une reouverture).
      *
      * PERIODES-CLOTUREES.txt est reecrit dans une nouvelle
      * generation, controlee puis basculee (sous-programme REECRIT) :
      * un arret pendant l'ecriture laisse le fichier vivant intact.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ******** PERIODES COMPTABLES CLOTUREES
           SELECT FCLOTURE ASSIGN TO DYNAMIC WS-NOM-FCLOTURE
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FCLOTURE.
       01  WS-ACTION PIC X(01) VALUE SPACES.
           88  WS-ACTION-CLOTURE     VALUE "C".
           88  WS-ACTION-REOUVERTURE VALUE "R".
           88  WS-ACTION-VERIFICATION VALUE "V".
           88  WS-ACTION-LISTE       VALUE "L".
           88  WS-ACTION-QUITTER     VALUE "Q".
       01  WS-SAISIE PIC X(06) VALUE SPACES.
       01  WS-FICHIER-MODIFIE PIC X(01) VALUE "N".
           88 WS-FICHIER-MODIFIE-OUI VALUE "O".
       01  WS-POSITION-ECRITURE PIC 9(03) VALUE ZEROES.
       01  WS-DEMANDE-DEPOSEE PIC X(01) VALUE "N".
           88 WS-DEMANDE-DEPOSEE-OUI VALUE "O".

      ******************************************
      *  CHECK-LIST DE FIN DE MOIS (CTRLCLOT)
      ******************************************
       01  WS-CONTROLE-CLOTURE.
           05  WS-CTL-MOIS      PIC 9(06) VALUE ZEROES.
           05  WS-CTL-NB-POINTS PIC 9(02) VALUE ZEROES.
           05  WS-CTL-NB-ECHECS PIC 9(02) VALUE ZEROES.
           05  WS-CTL-STATUT    PIC X(01) VALUE SPACES.
               88  WS-CTL-CONFORME VALUE "0".
               88  WS-CTL-ECHECS   VALUE "1".

      ******************************************
      *  CONTROLE A QUATRE YEUX DES REOUVERTURES (APPROBAT)
      ******************************************
       01  WS-APPROBATION.
           05  WS-APR-FONCTION    PIC X(01) VALUE "D".
           05  WS-APR-PROGRAMME   PIC X(08) VALUE "CLOTURE".
           05  WS-APR-OPERATION   PIC X(08) VALUE "CLOTURE".
           05  WS-APR-PARAMETRES  PIC X(40) VALUE SPACES.
           05  WS-APR-IMPACT      PIC X(60) VALUE SPACES.
           05  WS-APR-RAPPORT     PIC X(30) VALUE SPACES.
           05  WS-APR-NUMERO      PIC 9(06) VALUE ZEROES.
           05  WS-APR-DECISION    PIC X(01) VALUE SPACES.
           05  WS-APR-DEMANDEUR   PIC X(03) VALUE SPACES.
           05  WS-APR-APPROBATEUR PIC X(03) VALUE SPACES.
           05  WS-APR-STATUT      PIC X(01) VALUE SPACES.
               88  WS-APR-APPROUVEE VALUE "A".
               88  WS-APR-FAIT      VALUE "0".

      ******************************************
      *  JOURNALISATION CENTRALE DES EVENEMENTS (LOGEVENT)
           05  WS-JRN-SEVERITE  PIC X(01) VALUE "I".
           05  WS-JRN-MESSAGE   PIC X(60) VALUE SPACES.

      ***********************************************
      * REECRITURE SURE DES FICHIERS PERMANENTS (REECRIT) :
      * LES CLOTURES SONT ECRITES DANS UNE NOUVELLE GENERATION,
      * CONTROLEE (NOMBRE, TOTAL DES DATES) PUIS BASCULEE
      ***********************************************
       01  WS-NOM-FCLOTURE PIC X(40) VALUE "PERIODES-CLOTUREES.txt".
       01  WS-REECRITURE.
           05  WS-REE-FONCTION  PIC X(01) VALUE "R".
           05  WS-REE-FICHIER   PIC X(40)
                                VALUE "PERIODES-CLOTUREES.txt".
           05  WS-REE-NOUVEAU   PIC X(40) VALUE SPACES.
           05  WS-REE-PROGRAMME PIC X(08) VALUE "CLOTURE".
           05  WS-REE-POSITION  PIC 9(04) VALUE 8.
           05  WS-REE-LONGUEUR  PIC 9(02) VALUE 8.
           05  WS-REE-DECIMALES PIC 9(01) VALUE ZERO.
           05  WS-REE-NB-ENREG  PIC 9(09) VALUE ZEROES.
           05  WS-REE-TOTAL     PIC 9(13)V99 VALUE ZEROES.
           05  WS-REE-STATUT    PIC X(01) VALUE SPACES.
               88  WS-REE-OK VALUE "0" "1" "2".

       PROCEDURE DIVISION.
       0000-MAIN-DEB.
      *******************************************************
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATE-JOUR.
           MOVE WS-DATE-JOUR (1:6) TO WS-MOIS-COURANT.
      *
      *********** REPRISE D'UNE REECRITURE INTERROMPUE DES CLOTURES
           MOVE "R" TO WS-REE-FONCTION.
           CALL 'REECRIT' USING WS-REECRITURE
               ON EXCEPTION
                   DISPLAY "--> SOUS-PROGRAMME REECRIT INTROUVABLE"
                   MOVE 16 TO RETURN-CODE
                   GO TO 0000-MAIN-FIN
           END-CALL.
      *
      *********** CHARGEMENT DES CLOTURES EXISTANTES
           PERFORM 1000-CHARGEMENT-CLOTURES-DEBUT
              THRU 1000-CHARGEMENT-CLOTURES-FIN.
      *********** BOUCLE DE SAISIE DES OPERATIONS
           PERFORM UNTIL WS-ACTION-QUITTER
               MOVE SPACES TO WS-ACTION
               DISPLAY "ACTION? (C)LOTURE (R)EOUVERTURE "
                       "(V)ERIFICATION (L)ISTE (Q)UITTER: "
                       NO ADVANCING
               ACCEPT WS-ACTION
               MOVE FUNCTION UPPER-CASE (WS-ACTION) TO WS-ACTION
               IF WS-ACTION = SPACES
                   WHEN WS-ACTION-REOUVERTURE
                       PERFORM 3000-REOUVERTURE-MOIS-DEBUT
                          THRU 3000-REOUVERTURE-MOIS-FIN
                   WHEN WS-ACTION-VERIFICATION
                       PERFORM 2500-VERIFICATION-MOIS-DEBUT
                          THRU 2500-VERIFICATION-MOIS-FIN
                   WHEN WS-ACTION-LISTE
                       PERFORM 4000-LISTE-CLOTURES-DEBUT
                          THRU 4000-LISTE-CLOTURES-FIN
                   WHEN WS-ACTION-QUITTER
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "ACTION INVALIDE - CHOISIR C, R, V, L "
                               "OU Q"
               END-EVALUATE
           END-PERFORM.
      *
           ELSE
               DISPLAY "AUCUNE MODIFICATION - FICHIER INCHANGE"
           END-IF.
      *
      *********** UNE REOUVERTURE OU UN FORCAGE RESTE EN ATTENTE
      *********** D'APPROBATION
           IF WS-DEMANDE-DEPOSEE-OUI
           AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

       0000-MAIN-FIN.
           GOBACK.

      *******************************************************
      *  CHARGEMENT DES CLOTURES EXISTANTES
               DISPLAY "--> ! PLUS DE " WS-MAX-CLOTURES " CLOTURES!"
               GO TO 2000-CLOTURE-MOIS-FIN
           END-IF.
      *
      ****** CHECK-LIST DE FIN DE MOIS : PAS DE CLOTURE A L'AVEUGLE
           PERFORM 2600-CHECKLIST-DEBUT
              THRU 2600-CHECKLIST-FIN.
           IF NOT WS-CTL-CONFORME
           AND NOT WS-CTL-ECHECS
               DISPLAY "--> CHECK-LIST NON ETABLIE: MOIS "
                       WS-MOIS-SAISI " NON CLOTURE"
               GO TO 2000-CLOTURE-MOIS-FIN
           END-IF.
           IF WS-CTL-ECHECS
               PERFORM 2700-FORCAGE-CLOTURE-DEBUT
                  THRU 2700-FORCAGE-CLOTURE-FIN
               GO TO 2000-CLOTURE-MOIS-FIN
           END-IF.

           ADD 1 TO WS-NB-CLOTURES.
           SET WS-INDICE TO WS-NB-CLOTURES.
       2000-CLOTURE-MOIS-FIN.
           EXIT.

      *******************************************************
      *  VERIFICATION D'UN MOIS : CHECK-LIST SEULE, RIEN N'EST
      *  CLOTURE
      *******************************************************
       2500-VERIFICATION-MOIS-DEBUT.

           DISPLAY "MOIS A VERIFIER (AAAAMM): " NO ADVANCING.
           MOVE SPACES TO WS-SAISIE.
           ACCEPT WS-SAISIE.
           IF WS-SAISIE (1:6) NOT NUMERIC
               DISPLAY "--> MOIS NON NUMERIQUE: " WS-SAISIE
               GO TO 2500-VERIFICATION-MOIS-FIN
           END-IF.
           MOVE WS-SAISIE (1:6) TO WS-MOIS-SAISI.

           PERFORM 2600-CHECKLIST-DEBUT
              THRU 2600-CHECKLIST-FIN.

       2500-VERIFICATION-MOIS-FIN.
           EXIT.

      *******************************************************
      *  CHECK-LIST DE FIN DE MOIS DU MOIS SAISI (CTRLCLOT)
      *******************************************************
       2600-CHECKLIST-DEBUT.

           MOVE WS-MOIS-SAISI TO WS-CTL-MOIS.
           MOVE SPACES TO WS-CTL-STATUT.
           CALL 'CTRLCLOT' USING WS-CONTROLE-CLOTURE
               ON EXCEPTION
                   DISPLAY "--> SOUS-PROGRAMME CTRLCLOT INTROUVABLE"
                   GO TO 2600-CHECKLIST-FIN
           END-CALL.
           IF WS-CTL-CONFORME OR WS-CTL-ECHECS
               DISPLAY "--> CHECK-LIST DU MOIS " WS-MOIS-SAISI ": "
                       WS-CTL-NB-ECHECS " POINT(S) EN ECHEC SUR "
                       WS-CTL-NB-POINTS
           ELSE
               DISPLAY "--> MOIS INVALIDE: " WS-MOIS-SAISI
           END-IF.

       2600-CHECKLIST-FIN.
           EXIT.

      *******************************************************
      *  CLOTURE MALGRE DES POINTS EN ECHEC : SEULEMENT SUR
      *  DEMANDE DE FORCAGE APPROUVEE (APPROBAT)
      *******************************************************
       2700-FORCAGE-CLOTURE-DEBUT.

           MOVE SPACES TO WS-APR-PARAMETRES WS-APR-IMPACT
                          WS-APR-RAPPORT.
           STRING "FORCAGE MOIS=" WS-MOIS-SAISI
                  DELIMITED BY SIZE INTO WS-APR-PARAMETRES.
           STRING "CLOTURE DU MOIS " WS-MOIS-SAISI " AVEC "
                  WS-CTL-NB-ECHECS " POINT(S) EN ECHEC"
                  DELIMITED BY SIZE INTO WS-APR-IMPACT.
           MOVE "CLOTURE-CHECKLIST.txt" TO WS-APR-RAPPORT.
           MOVE "D" TO WS-APR-FONCTION.
           MOVE SPACES TO WS-APR-STATUT.
           CALL 'APPROBAT' USING WS-APPROBATION
               ON EXCEPTION
                   DISPLAY "--> SOUS-PROGRAMME APPROBAT INTROUVABLE"
                   GO TO 2700-FORCAGE-CLOTURE-FIN
           END-CALL.
           IF NOT WS-APR-APPROUVEE
               DISPLAY "--> CLOTURE REFUSEE: " WS-CTL-NB-ECHECS
                       " POINT(S) EN ECHEC, FORCAGE SOUMIS A "
                       "APPROBATION"
               MOVE "O" TO WS-DEMANDE-DEPOSEE
               GO TO 2700-FORCAGE-CLOTURE-FIN
           END-IF.

           ADD 1 TO WS-NB-CLOTURES.
           SET WS-INDICE TO WS-NB-CLOTURES.
           MOVE WS-MOIS-SAISI TO WS-CLO-MOIS (WS-INDICE).
           MOVE WS-DATE-JOUR  TO WS-CLO-DATE (WS-INDICE).
      *
      ****** LA CLOTURE FORCEE EST ECRITE SANS ATTENDRE
           PERFORM 5000-REECRITURE-CLOTURES-DEBUT
              THRU 5000-REECRITURE-CLOTURES-FIN.
           IF RETURN-CODE >= 12
               GO TO 2700-FORCAGE-CLOTURE-FIN
           END-IF.
           MOVE "N" TO WS-FICHIER-MODIFIE.
           DISPLAY "--> MOIS " WS-MOIS-SAISI " CLOTURE (FORCAGE)".

           MOVE "X" TO WS-APR-FONCTION.
           CALL 'APPROBAT' USING WS-APPROBATION
               ON EXCEPTION
                   MOVE "9" TO WS-APR-STATUT
           END-CALL.
           IF NOT WS-APR-FAIT
               DISPLAY "--> EXECUTION DE LA DEMANDE " WS-APR-NUMERO
                       " NON ENREGISTREE"
           END-IF.

           MOVE "A" TO WS-JRN-SEVERITE.
           MOVE SPACES TO WS-JRN-MESSAGE.
           STRING "CLOTURE FORCEE DU MOIS " WS-MOIS-SAISI " - "
                  WS-CTL-NB-ECHECS " ECHEC(S) (DEMANDE "
                  WS-APR-NUMERO ")"
                  DELIMITED BY SIZE INTO WS-JRN-MESSAGE.
           PERFORM 9998-JOURNALISER-DEBUT THRU 9998-JOURNALISER-FIN.

       2700-FORCAGE-CLOTURE-FIN.
           EXIT.

      *******************************************************
      *  REOUVERTURE D'UN MOIS CLOTURE - ACTION EXPLICITE ET
      *  TOUJOURS JOURNALISEE
               GO TO 3000-REOUVERTURE-MOIS-FIN
           END-IF.
      *
      ****** PAS DE REOUVERTURE SANS DEMANDE APPROUVEE
           MOVE SPACES TO WS-APR-PARAMETRES WS-APR-IMPACT
                          WS-APR-RAPPORT.
           STRING "MOIS=" WS-MOIS-SAISI
                  DELIMITED BY SIZE INTO WS-APR-PARAMETRES.
           STRING "REOUVERTURE DU MOIS " WS-MOIS-SAISI
                  " CLOTURE LE " WS-CLO-DATE (WS-POSITION-MOIS)
                  DELIMITED BY SIZE INTO WS-APR-IMPACT.
           MOVE "D" TO WS-APR-FONCTION.
           MOVE SPACES TO WS-APR-STATUT.
           CALL 'APPROBAT' USING WS-APPROBATION
               ON EXCEPTION
                   DISPLAY "--> SOUS-PROGRAMME APPROBAT INTROUVABLE"
                   GO TO 3000-REOUVERTURE-MOIS-FIN
           END-CALL.
           IF NOT WS-APR-APPROUVEE
               DISPLAY "--> REOUVERTURE SOUMISE A APPROBATION: MOIS "
                       WS-MOIS-SAISI " TOUJOURS CLOTURE"
               MOVE "O" TO WS-DEMANDE-DEPOSEE
               GO TO 3000-REOUVERTURE-MOIS-FIN
           END-IF.
      *
      ****** LES CLOTURES CONSERVEES SONT RECOPIEES VERS LE HAUT
           MOVE ZEROES TO WS-POSITION-ECRITURE.
           PERFORM VARYING WS-INDICE FROM 1 BY 1
               END-IF
           END-PERFORM.
           MOVE WS-POSITION-ECRITURE TO WS-NB-CLOTURES.
      *
      ****** LA REOUVERTURE APPROUVEE EST ECRITE SANS ATTENDRE
           PERFORM 5000-REECRITURE-CLOTURES-DEBUT
              THRU 5000-REECRITURE-CLOTURES-FIN.
           IF RETURN-CODE >= 12
               GO TO 3000-REOUVERTURE-MOIS-FIN
           END-IF.
           MOVE "N" TO WS-FICHIER-MODIFIE.
           DISPLAY "--> MOIS " WS-MOIS-SAISI " ROUVERT".

           MOVE "X" TO WS-APR-FONCTION.
           CALL 'APPROBAT' USING WS-APPROBATION
               ON EXCEPTION
                   MOVE "9" TO WS-APR-STATUT
           END-CALL.
           IF NOT WS-APR-FAIT
               DISPLAY "--> EXECUTION DE LA DEMANDE " WS-APR-NUMERO
                       " NON ENREGISTREE"
           END-IF.

           MOVE "A" TO WS-JRN-SEVERITE.
           MOVE SPACES TO WS-JRN-MESSAGE.
           STRING "REOUVERTURE DU MOIS CLOTURE " WS-MOIS-SAISI
                  " (DEMANDE " WS-APR-NUMERO ")"
                  DELIMITED BY SIZE INTO WS-JRN-MESSAGE.
           PERFORM 9998-JOURNALISER-DEBUT THRU 9998-JOURNALISER-FIN.

      *******************************************************
       5000-REECRITURE-CLOTURES-DEBUT.

      ****** ECRITURE DANS LA NOUVELLE GENERATION
           MOVE WS-REE-NOUVEAU TO WS-NOM-FCLOTURE.
           MOVE ZEROES TO WS-REE-NB-ENREG WS-REE-TOTAL.
           OPEN OUTPUT FCLOTURE.
           IF NOT WS-STATUS-FILE-FCLOTURE-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FCLOTURE': "
                       WS-STATUS-FILE-FCLOTURE
               MOVE WS-REE-FICHIER TO WS-NOM-FCLOTURE
               MOVE 16 TO RETURN-CODE
               GO TO 5000-REECRITURE-CLOTURES-FIN
           END-IF.
               MOVE WS-CLO-DATE (WS-INDICE) TO CLO-DATE
               MOVE "C" TO CLO-STATUT
               WRITE RCLOTURE
               ADD 1 TO WS-REE-NB-ENREG
               ADD CLO-DATE TO WS-REE-TOTAL
           END-PERFORM.
           CLOSE FCLOTURE.
           MOVE WS-REE-FICHIER TO WS-NOM-FCLOTURE.
      *
      ****** CONTROLE DE LA GENERATION PUIS BASCULE
           MOVE "B" TO WS-REE-FONCTION.
           CALL 'REECRIT' USING WS-REECRITURE
               ON EXCEPTION
                   MOVE "9" TO WS-REE-STATUT
           END-CALL.
           IF NOT WS-REE-OK
               DISPLAY "*** PERIODES-CLOTUREES.txt NON REMPLACE ***"
               MOVE 16 TO RETURN-CODE
               GO TO 5000-REECRITURE-CLOTURES-FIN
           END-IF.

           DISPLAY "NOMBRE DE CLOTURES REECRITES: " WS-NB-CLOTURES.

