      *   - les "E" de JOURNAL-EVENEMENTS.txt encore sans incident
      *     OUVRENT un incident (rapprochement par JRN-CLE)
      *   - l'operateur peut ensuite (L)ISTER les incidents ouverts
      *     et les (R)ESOUDRE (initiales + note de resolution) ;
      *     lance depuis la CONSOLE, les initiales sont celles de
      *     l'operateur connecte
      * SYNTHESE relit ce registre et signale les matins ou des
      * incidents des nuits precedentes sont encore ouverts.
      ******************************************************************
           05  JRN-SEVERITE  PIC X(01).
           05  FILLER        PIC X(01).
           05  JRN-MESSAGE   PIC X(60).
           05  FILLER        PIC X(01).
           05  JRN-OPERATEUR PIC X(03).

       FD  FINCIDENT.
       01  RINCIDENT.
       77  WS-FICHIER-MODIFIE PIC X(01) VALUE "N".
           88  WS-FICHIER-MODIFIE-OUI VALUE "O".

      ***********************************************
      * OPERATEUR CONNECTE A LA CONSOLE
      ***********************************************
           COPY 'COBOL-SESSION.cpy'.

       PROCEDURE DIVISION.
       DEBUT-PROGRAMME.

           DISPLAY "==============================================".

       FIN-PROGRAMME.
           GOBACK.

      *******************************************************
      *  CHARGEMENT DU REGISTRE DES INCIDENTS
           END-IF.
           SET WS-INDICE TO WS-POSITION-INCIDENT.

           MOVE SPACES TO WS-SAISIE.
           IF SES-CONNECTEE
               MOVE SES-OPERATEUR TO WS-SAISIE
               DISPLAY "INITIALES DE L'OPERATEUR: " SES-OPERATEUR
           ELSE
               DISPLAY "INITIALES DE L'OPERATEUR (3 CAR.): "
                       NO ADVANCING
               ACCEPT WS-SAISIE
           END-IF.
           IF WS-SAISIE = SPACES
               DISPLAY "--> INITIALES OBLIGATOIRES"
               GO TO RESOLUTION-FIN
