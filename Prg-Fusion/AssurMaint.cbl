           88 WS-STATUS-FILE-FMUTATION-OK  VALUE "00".
           88 WS-STATUS-FILE-FMUTATION-INEXISTANT VALUE "35".
       01  WS-OPERATEUR PIC X(03) VALUE SPACES.
      ****** OPERATEUR CONNECTE A LA CONSOLE (SINON SAISI)
           COPY 'COBOL-SESSION.cpy'.
       01  WS-MUT-ACTION PIC X(01) VALUE SPACES.
       01  WS-IMAGE-AVANT PIC X(190) VALUE SPACES.
       01  WS-IMAGE-APRES PIC X(190) VALUE SPACES.
      *********** IDENTIFICATION DE L'OPERATEUR : CHAQUE OPERATION
      *********** EST JOURNALISEE AVEC SES INITIALES ET LES IMAGES
      *********** AVANT/APRES
           IF SES-CONNECTEE
               MOVE SES-OPERATEUR TO WS-OPERATEUR
               DISPLAY "CODE OPERATEUR: " WS-OPERATEUR
           ELSE
               DISPLAY "CODE OPERATEUR (3 CAR.): "
                       NO ADVANCING
               ACCEPT WS-OPERATEUR
           END-IF.
           MOVE FUNCTION UPPER-CASE (WS-OPERATEUR) TO WS-OPERATEUR.
           IF WS-OPERATEUR = SPACES
               DISPLAY "--> CODE OPERATEUR OBLIGATOIRE: "
