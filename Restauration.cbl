      *
      * La restauration est une operation lourde : elle est
      * confirmee par l'operateur et journalisee via LOGEVENT.
      * Elle est de plus soumise au controle a quatre yeux : le jeu
      * verifie, une demande est deposee aupres d'APPROBAT et rien
      * n'est remis en place tant qu'un second operateur ne l'a pas
      * approuvee (APPROUVE) ; la relance execute alors la demande.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77  WS-COMPTEUR-REMIS  PIC 9(02) VALUE ZEROES.
       77  WS-CONFIRMATION PIC X(01) VALUE "N".
           88  WS-CONFIRMATION-OUI VALUE "O".
       77  WS-TOTAL-ENREGS PIC 9(08) VALUE ZEROES.
       77  WS-RC-SAUVE PIC S9(04) VALUE ZEROES.

      ***********************************************
      * CONTROLE A QUATRE YEUX (APPROBAT)
      ***********************************************
       01  WS-APPROBATION.
           05  WS-APR-FONCTION    PIC X(01) VALUE "D".
           05  WS-APR-PROGRAMME   PIC X(08) VALUE "RESTAURA".
           05  WS-APR-OPERATION   PIC X(08) VALUE "RESTAURA".
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

      ***********************************************
      * JOURNALISATION CENTRALE DES EVENEMENTS (LOGEVENT)
           05  WS-JRN-SEVERITE  PIC X(01) VALUE "I".
           05  WS-JRN-MESSAGE   PIC X(60) VALUE SPACES.

      ***********************************************
      * MANIFESTE DES SORTIES (MANIFEST) : FICHIERSOR.txt
      * RESTAURE EST REENREGISTRE (NOMBRE, TOTAL HT, CLE)
      ***********************************************
       01  WS-MANIFESTE.
           05  WS-MAN-FONCTION  PIC X(01) VALUE "E".
           05  WS-MAN-FICHIER   PIC X(30) VALUE "FICHIERSOR.txt".
           05  WS-MAN-PROGRAMME PIC X(08) VALUE "RESTAURA".
           05  WS-MAN-POSITION  PIC 9(04) VALUE 73.
           05  WS-MAN-LONGUEUR  PIC 9(02) VALUE 9.
           05  WS-MAN-NB-ENREG  PIC 9(09) VALUE ZEROES.
           05  WS-MAN-TOTAL     PIC 9(13)V99 VALUE ZEROES.
           05  WS-MAN-CONTROLE  PIC 9(09) VALUE ZEROES.
           05  WS-MAN-STATUT    PIC X(01) VALUE SPACES.

       PROCEDURE DIVISION.
       DEBUT-PROGRAMME.

               GO TO FIN-PROGRAMME
           END-IF.
      *
      ****** DEMANDE D'APPROBATION PAR UN SECOND OPERATEUR
           MOVE ZEROES TO WS-TOTAL-ENREGS.
           PERFORM VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-NB-CATALOGUE
               ADD WS-CAT-NB (WS-INDICE) TO WS-TOTAL-ENREGS
           END-PERFORM.
           MOVE SPACES TO WS-APR-PARAMETRES WS-APR-IMPACT.
           STRING "JEU=" WS-DATE-JEU
                  DELIMITED BY SIZE INTO WS-APR-PARAMETRES.
           STRING "RESTAURATION DU JEU " WS-DATE-JEU ": "
                  WS-NB-CATALOGUE " FICHIER(S), "
                  WS-TOTAL-ENREGS " ENREG."
                  DELIMITED BY SIZE INTO WS-APR-IMPACT.
           MOVE "D" TO WS-APR-FONCTION.
           CALL 'APPROBAT' USING WS-APPROBATION
               ON EXCEPTION
                   DISPLAY "--> SOUS-PROGRAMME APPROBAT INTROUVABLE"
                   MOVE 16 TO RETURN-CODE
                   GO TO FIN-PROGRAMME
           END-CALL.
           IF NOT WS-APR-APPROUVEE
               DISPLAY "--> RESTAURATION SOUMISE A APPROBATION: "
                       "RIEN N'EST REMIS EN PLACE"
               MOVE 4 TO RETURN-CODE
               GO TO FIN-PROGRAMME
           END-IF.
      *
      ****** CONFIRMATION DE L'OPERATEUR AVANT L'ECRASEMENT
           DISPLAY "LE JEU DU " WS-DATE-JEU " VA ECRASER LES "
                   "FICHIERS DE PRODUCTION.".
           MOVE "A" TO WS-JRN-SEVERITE.
           MOVE SPACES TO WS-JRN-MESSAGE.
           STRING "RESTAURATION DU JEU " WS-DATE-JEU
                  " (" WS-COMPTEUR-REMIS " FICHIER(S), DEMANDE "
                  WS-APR-NUMERO ")"
                  DELIMITED BY SIZE INTO WS-JRN-MESSAGE.
           PERFORM JOURNALISER-DEBUT THRU JOURNALISER-FIN.

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

           DISPLAY "==============================================".
           DISPLAY "FICHIERS RESTAURES: " WS-COMPTEUR-REMIS.
           DISPLAY "==============================================".
                   FUNCTION TRIM (WS-CAT-FICHIER (WS-INDICE))
                   " RESTAURE".

      ****** LE FICHIER DE FACTURATION REMIS EN PLACE DEVIENT LA
      ****** REFERENCE DU MANIFESTE POUR LES CONSOMMATEURS
           IF WS-NOM-CIBLE = WS-MAN-FICHIER
               CALL 'MANIFEST' USING WS-MANIFESTE
                   ON EXCEPTION
                       DISPLAY "--> MANIFESTE DES SORTIES INDISPONIBLE"
               END-CALL
           END-IF.

       REMISE-FICHIER-FIN.
           EXIT.

