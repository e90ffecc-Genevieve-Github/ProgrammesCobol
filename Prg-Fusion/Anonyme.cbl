       01  WS-ID-A-SUBSTITUER PIC X(08) VALUE SPACES.
       01  WS-NOM-A-SUBSTITUER PIC X(20) VALUE SPACES.

      ***********************************************
      * MANIFESTE DES SORTIES (MANIFEST) : FICHIERSOR.txt
      * VERIFIE AVANT TRAITEMENT (NOMBRE, TOTAL HT, CLE)
      ***********************************************
       01  WS-MANIFESTE.
           05  WS-MAN-FONCTION  PIC X(01) VALUE "V".
           05  WS-MAN-FICHIER   PIC X(30) VALUE "FICHIERSOR.txt".
           05  WS-MAN-PROGRAMME PIC X(08) VALUE "ANONYME".
           05  WS-MAN-POSITION  PIC 9(04) VALUE 73.
           05  WS-MAN-LONGUEUR  PIC 9(02) VALUE 9.
           05  WS-MAN-NB-ENREG  PIC 9(09) VALUE ZEROES.
           05  WS-MAN-TOTAL     PIC 9(13)V99 VALUE ZEROES.
           05  WS-MAN-CONTROLE  PIC 9(09) VALUE ZEROES.
           05  WS-MAN-STATUT    PIC X(01) VALUE SPACES.
               88  WS-MAN-ALTERE VALUE "2".

       PROCEDURE DIVISION.
       0000-MAIN-DEB.
      *******************************************************
      *  PARAGRAPHE PRINCIPAL
      *******************************************************
      *********** FICHIERSOR.txt INCHANGE DEPUIS SON ECRITURE
           CALL 'MANIFEST' USING WS-MANIFESTE
               ON EXCEPTION
                   MOVE SPACES TO WS-MAN-STATUT
           END-CALL.
           IF WS-MAN-ALTERE
               DISPLAY "*** TRAITEMENT ARRETE: FICHIERSOR.txt ALTERE"
               MOVE 12 TO RETURN-CODE
               GO TO 0000-MAIN-FIN
           END-IF.
      *
           DISPLAY "ANONYMISATION DES DONNEES DE FACTURATION".
      *
      *********** ANONYMISATION DU FICHIER CLIENT
