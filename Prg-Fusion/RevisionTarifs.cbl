      * produit : ancien montant, nouveau montant par client et
      * impact total par departement. En application (apres accord
      * sur la simulation), FICHIERCLIENT.txt est reecrit sous la
      * protection du VERROU partage, par REECRIT : nouvelle
      * generation controlee puis basculee.
      *
      * L'application est soumise au controle a quatre yeux : le
      * premier passage en MODE=A ne reecrit rien, il depose une
      * demande d'approbation (APPROBAT) avec les parametres de la
      * carte, l'ecart total et le rapport a examiner. Une fois la
      * demande approuvee par un second operateur (APPROUVE), la
      * relance avec la meme carte et le meme impact applique la
      * revision.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ******** FICHIER CLIENT
           SELECT FCLIENT ASSIGN TO DYNAMIC WS-NOM-FCLIENT
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FCLIENT.
       01  WS-TOTAL-ANCIEN  PIC 9(11)V99 VALUE ZEROES.
       01  WS-TOTAL-NOUVEAU PIC 9(11)V99 VALUE ZEROES.
       01  WS-EDIT-TOTAL PIC -Z.ZZZ.ZZZ.ZZ9,99.
       01  WS-EDIT-VALEUR PIC 9(05),99.
       01  WS-RC-SAUVE PIC S9(04) VALUE ZEROES.

      ***********************************************
      * CONTROLE A QUATRE YEUX DE L'APPLICATION (APPROBAT)
      ***********************************************
       01  WS-APPROBATION.
           05  WS-APR-FONCTION    PIC X(01) VALUE "D".
           05  WS-APR-PROGRAMME   PIC X(08) VALUE "REVTARIF".
           05  WS-APR-OPERATION   PIC X(08) VALUE "REVTARIF".
           05  WS-APR-PARAMETRES  PIC X(40) VALUE SPACES.
           05  WS-APR-IMPACT      PIC X(60) VALUE SPACES.
           05  WS-APR-RAPPORT     PIC X(30)
                                  VALUE "REVISION-RAPPORT.txt".
           05  WS-APR-NUMERO      PIC 9(06) VALUE ZEROES.
           05  WS-APR-DECISION    PIC X(01) VALUE SPACES.
           05  WS-APR-DEMANDEUR   PIC X(03) VALUE SPACES.
           05  WS-APR-APPROBATEUR PIC X(03) VALUE SPACES.
           05  WS-APR-STATUT      PIC X(01) VALUE SPACES.
               88  WS-APR-APPROUVEE VALUE "A".
               88  WS-APR-FAIT      VALUE "0".

      ***********************************************
      * VERROU D'EXECUTION PARTAGE (VERROU)
           05  WS-VRO-OBTENU    PIC X(01) VALUE "N".
               88  WS-VRO-OBTENU-OUI VALUE "O".

      ***********************************************
      * REECRITURE SURE DU FICHIER CLIENT (REECRIT) :
      * ECRIT DANS UNE NOUVELLE GENERATION, CONTROLEE
      * (NOMBRE, TOTAL DES POLICES) PUIS BASCULEE
      ***********************************************
       01  WS-NOM-FCLIENT PIC X(40) VALUE "FICHIERCLIENT.txt".
       01  WS-REECRITURE.
           05  WS-REE-FONCTION  PIC X(01) VALUE "R".
           05  WS-REE-FICHIER   PIC X(40) VALUE "FICHIERCLIENT.txt".
           05  WS-REE-NOUVEAU   PIC X(40) VALUE SPACES.
           05  WS-REE-PROGRAMME PIC X(08) VALUE "REVTARIF".
           05  WS-REE-POSITION  PIC 9(04) VALUE 90.
           05  WS-REE-LONGUEUR  PIC 9(02) VALUE 8.
           05  WS-REE-DECIMALES PIC 9(01) VALUE ZERO.
           05  WS-REE-NB-ENREG  PIC 9(09) VALUE ZEROES.
           05  WS-REE-TOTAL     PIC 9(13)V99 VALUE ZEROES.
           05  WS-REE-STATUT    PIC X(01) VALUE SPACES.
               88  WS-REE-OK VALUE "0" "1" "2".

       PROCEDURE DIVISION.
       0000-MAIN-DEB.
      *******************************************************
                   MOVE 8 TO RETURN-CODE
                   GO TO 0000-MAIN-FIN
               END-IF
      *
      ****** REPRISE D'UNE REECRITURE INTERROMPUE DU FICHIER CLIENT
               MOVE "R" TO WS-REE-FONCTION
               CALL 'REECRIT' USING WS-REECRITURE
                   ON EXCEPTION
                       DISPLAY "--> SOUS-PROGRAMME REECRIT INTROUVABLE"
                       MOVE "L" TO WS-VRO-ACTION
                       CALL 'VERROU' USING WS-VERROU
                           ON EXCEPTION
                               CONTINUE
                       END-CALL
                       MOVE 16 TO RETURN-CODE
                       GO TO 0000-MAIN-FIN
               END-CALL
           END-IF.
      *
      *********** LECTURE, CALCUL ET RAPPORT
           PERFORM 2000-TRAITEMENT-CLIENTS-DEBUT
              THRU 2000-TRAITEMENT-CLIENTS-FIN.
      *
      *********** REECRITURE DU FICHIER CLIENT EN APPLICATION, UNE
      *********** FOIS LA DEMANDE APPROUVEE PAR UN SECOND OPERATEUR
           IF WS-PARAM-APPLICATION
               IF RETURN-CODE < 12
                   PERFORM 3800-DEMANDE-APPROBATION-DEBUT
                      THRU 3800-DEMANDE-APPROBATION-FIN
               END-IF
               IF WS-APR-APPROUVEE
                   PERFORM 4000-REECRITURE-CLIENTS-DEBUT
                      THRU 4000-REECRITURE-CLIENTS-FIN
                   PERFORM 3900-EXECUTION-APPROUVEE-DEBUT
                      THRU 3900-EXECUTION-APPROUVEE-FIN
               ELSE
                   DISPLAY "--> NON APPROUVE: FICHIERCLIENT.txt "
                           "INCHANGE"
               END-IF
               MOVE "L" TO WS-VRO-ACTION
               MOVE RETURN-CODE TO WS-RC-SAUVE
               CALL 'VERROU' USING WS-VERROU
                   ON EXCEPTION
                       CONTINUE
               END-CALL
               MOVE WS-RC-SAUVE TO RETURN-CODE
           ELSE
               DISPLAY "--> SIMULATION: FICHIERCLIENT.txt INCHANGE"
           END-IF.

           MOVE SPACES TO WS-LIGNE.
           IF WS-PARAM-APPLICATION
               STRING "REVISION TARIFAIRE - APPLICATION DEMANDEE LE "
                      WS-DATE-JOUR
                      DELIMITED BY SIZE INTO WS-LIGNE
           ELSE
               STRING "REVISION TARIFAIRE - SIMULATION DU "
       3000-EDITION-IMPACTS-FIN.
           EXIT.

      *******************************************************
      *  DEMANDE D'APPROBATION DE L'APPLICATION : LA REVISION
      *  N'EST APPLIQUEE QUE SUR UNE DEMANDE APPROUVEE PORTANT
      *  LES MEMES PARAMETRES ET LE MEME IMPACT
      *******************************************************
       3800-DEMANDE-APPROBATION-DEBUT.

           MOVE SPACES TO WS-APR-STATUT.
           IF WS-COMPTEUR-REVISES = ZEROES
               DISPLAY "--> AUCUN CLIENT A REVISER"
               GO TO 3800-DEMANDE-APPROBATION-FIN
           END-IF.

           MOVE WS-PARAM-VALEUR TO WS-EDIT-VALEUR.
           MOVE SPACES TO WS-APR-PARAMETRES.
           STRING "T=" WS-PARAM-TYPE " V=" WS-EDIT-VALEUR
                  " S=" WS-PARAM-FILTRE-SOCIETE
                  " C=" WS-PARAM-FILTRE-CONTRAT
                  DELIMITED BY SIZE INTO WS-APR-PARAMETRES.
           COMPUTE WS-IMPACT-ECART =
                   WS-TOTAL-NOUVEAU - WS-TOTAL-ANCIEN.
           MOVE WS-IMPACT-ECART TO WS-EDIT-TOTAL.
           MOVE SPACES TO WS-APR-IMPACT.
           STRING WS-COMPTEUR-REVISES " CLIENT(S) REVISE(S), ECART "
                  WS-EDIT-TOTAL
                  DELIMITED BY SIZE INTO WS-APR-IMPACT.

           MOVE "D" TO WS-APR-FONCTION.
           CALL 'APPROBAT' USING WS-APPROBATION
               ON EXCEPTION
                   DISPLAY "--> SOUS-PROGRAMME APPROBAT INTROUVABLE"
                   MOVE 16 TO RETURN-CODE
                   GO TO 3800-DEMANDE-APPROBATION-FIN
           END-CALL.
           IF NOT WS-APR-APPROUVEE
               DISPLAY "*** REVISION SOUMISE A APPROBATION: RAPPORT "
                       "A EXAMINER DANS REVISION-RAPPORT.txt ***"
               MOVE 4 TO RETURN-CODE
           END-IF.

       3800-DEMANDE-APPROBATION-FIN.
           EXIT.

      *******************************************************
      *  LA DEMANDE APPROUVEE EST SOLDEE PAR L'EXECUTION
      *******************************************************
       3900-EXECUTION-APPROUVEE-DEBUT.

           IF RETURN-CODE >= 12
               GO TO 3900-EXECUTION-APPROUVEE-FIN
           END-IF.
           MOVE "X" TO WS-APR-FONCTION.
           MOVE RETURN-CODE TO WS-RC-SAUVE.
           CALL 'APPROBAT' USING WS-APPROBATION
               ON EXCEPTION
                   MOVE "9" TO WS-APR-STATUT
           END-CALL.
           MOVE WS-RC-SAUVE TO RETURN-CODE.
           IF NOT WS-APR-FAIT
               DISPLAY "--> EXECUTION DE LA DEMANDE " WS-APR-NUMERO
                       " NON ENREGISTREE"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       3900-EXECUTION-APPROUVEE-FIN.
           EXIT.

      *******************************************************
      *  REECRITURE COMPLETE DU FICHIER CLIENT (APPLICATION)
      *******************************************************
       4000-REECRITURE-CLIENTS-DEBUT.

      ****** ECRITURE DANS LA NOUVELLE GENERATION
           MOVE WS-REE-NOUVEAU TO WS-NOM-FCLIENT.
           MOVE ZEROES TO WS-REE-NB-ENREG WS-REE-TOTAL.
           OPEN OUTPUT FCLIENT.
           IF NOT WS-STATUS-FILE-FCLIENT-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FCLIENT': "
                       WS-STATUS-FILE-FCLIENT
               MOVE WS-REE-FICHIER TO WS-NOM-FCLIENT
               MOVE 16 TO RETURN-CODE
               GO TO 4000-REECRITURE-CLIENTS-FIN
           END-IF.
                   DISPLAY "ERREUR ECRITURE FICHIER 'FCLIENT': "
                           WS-STATUS-FILE-FCLIENT
               END-IF
               ADD 1 TO WS-REE-NB-ENREG
               IF RCLIENT-ASSUR IS NUMERIC
                   ADD RCLIENT-ASSUR TO WS-REE-TOTAL
               END-IF
           END-PERFORM.
           CLOSE FCLIENT.
           MOVE WS-REE-FICHIER TO WS-NOM-FCLIENT.
      *
      ****** CONTROLE DE LA GENERATION PUIS BASCULE
           MOVE "B" TO WS-REE-FONCTION.
           CALL 'REECRIT' USING WS-REECRITURE
               ON EXCEPTION
                   MOVE "9" TO WS-REE-STATUT
           END-CALL.
           IF NOT WS-REE-OK
               DISPLAY "*** FICHIERCLIENT.txt NON REMPLACE ***"
               MOVE 16 TO RETURN-CODE
               GO TO 4000-REECRITURE-CLIENTS-FIN
           END-IF.

           DISPLAY "NOMBRE DE CLIENTS REECRITS: " WS-NB-CLIENTS.

