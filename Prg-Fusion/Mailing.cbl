      *
      * Une etiquette = nom/prenom, rue, code postal + ville, ligne
      * blanche. Les clients sans adresse renseignee sont comptes et
      * ignores (rien a poster), de meme que les clients dont un
      * pli est revenu NPAI (retour ouvert au registre
      * NPAI-REGISTRE.txt, sous-programme CTRLADR) : ils partent
      * sur ADRESSES-A-CORRIGER.txt pour mise a jour de l'adresse.
      * Chaque etiquette produite est inscrite au registre permanent
      * des correspondances (sous-programme CORRESP).
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-COMPTEUR-ETIQUETTES PIC 9(05) VALUE ZEROES.
       01  WS-COMPTEUR-SANS-ADRESSE PIC 9(05) VALUE ZEROES.
       01  WS-COMPTEUR-CONSOLIDES PIC 9(05) VALUE ZEROES.
       01  WS-COMPTEUR-NPAI PIC 9(05) VALUE ZEROES.
       01  WS-DERNIER-ID PIC X(08) VALUE SPACES.
       01  WS-LIGNE PIC X(50) VALUE SPACES.

      ***********************************************
      * MANIFESTE DES SORTIES (MANIFEST) : FICHIERSOR.txt
      * VERIFIE AVANT TRAITEMENT (NOMBRE, TOTAL HT, CLE)
      ***********************************************
       01  WS-MANIFESTE.
           05  WS-MAN-FONCTION  PIC X(01) VALUE "V".
           05  WS-MAN-FICHIER   PIC X(30) VALUE "FICHIERSOR.txt".
           05  WS-MAN-PROGRAMME PIC X(08) VALUE "MAILING".
           05  WS-MAN-POSITION  PIC 9(04) VALUE 73.
           05  WS-MAN-LONGUEUR  PIC 9(02) VALUE 9.
           05  WS-MAN-NB-ENREG  PIC 9(09) VALUE ZEROES.
           05  WS-MAN-TOTAL     PIC 9(13)V99 VALUE ZEROES.
           05  WS-MAN-CONTROLE  PIC 9(09) VALUE ZEROES.
           05  WS-MAN-STATUT    PIC X(01) VALUE SPACES.
               88  WS-MAN-ALTERE VALUE "2".

      ***********************************************
      * RETOURS DE COURRIER NPAI (CTRLADR)
      ***********************************************
       01  WS-ADRESSE.
           05  WS-ADR-FONCTION      PIC X(01) VALUE "N".
           05  WS-ADR-CLIENT-ID     PIC X(08) VALUE SPACES.
           05  WS-ADR-NOM           PIC X(20) VALUE SPACES.
           05  WS-ADR-RUE           PIC X(30) VALUE SPACES.
           05  WS-ADR-CODEPOSTAL    PIC X(05) VALUE SPACES.
           05  WS-ADR-VILLE         PIC X(20) VALUE SPACES.
           05  WS-ADR-DEPT          PIC X(03) VALUE SPACES.
           05  WS-ADR-PROGRAMME     PIC X(08) VALUE "MAILING".
           05  WS-ADR-VILLE-REF     PIC X(20) VALUE SPACES.
           05  WS-ADR-DEPT-REF      PIC X(03) VALUE SPACES.
           05  WS-ADR-ECART-VILLE   PIC X(01) VALUE SPACES.
           05  WS-ADR-ECART-DEPT    PIC X(01) VALUE SPACES.
           05  WS-ADR-DATE-RETOUR   PIC 9(08) VALUE ZEROES.
           05  WS-ADR-NB-LEVES      PIC 9(03) VALUE ZEROES.
           05  WS-ADR-STATUT        PIC X(01) VALUE SPACES.
               88  WS-ADR-NPAI      VALUE "1".

      ***********************************************
      * REGISTRE DES CORRESPONDANCES (CORRESP)
      ***********************************************
       01  WS-CORRESPONDANCE.
           05  WS-COR-CLIENT-ID     PIC X(08) VALUE SPACES.
           05  WS-COR-DOCUMENT      PIC X(10) VALUE "MAILING".
           05  WS-COR-REFERENCE     PIC X(20) VALUE "PUBLIPOSTAGE".
           05  WS-COR-CANAL         PIC X(01) VALUE "C".
           05  WS-COR-FICHIER       PIC X(30)
               VALUE "ETIQUETTES.txt".
           05  WS-COR-GENERATION    PIC X(14) VALUE SPACES.
           05  WS-COR-PROGRAMME     PIC X(08) VALUE "MAILING".
           05  WS-COR-STATUT        PIC X(01) VALUE SPACES.
               88  WS-COR-INSCRIT   VALUE "0".
       01  WS-COMPTEUR-NON-INSCRITS PIC 9(05) VALUE ZEROES.

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
           DISPLAY "EXTRACTION DES ETIQUETTES DE PUBLIPOSTAGE".
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-COR-GENERATION.

           OPEN INPUT FCLISOR.
           IF NOT WS-STATUS-FILE-FCLISOR-OK
                   WS-COMPTEUR-SANS-ADRESSE.
           DISPLAY "LIGNES CONSOLIDEES   : "
                   WS-COMPTEUR-CONSOLIDES.
           DISPLAY "CLIENTS NPAI ECARTES : " WS-COMPTEUR-NPAI.
           IF WS-COMPTEUR-NPAI > ZEROES
               DISPLAY "--> VOIR ADRESSES-A-CORRIGER.txt"
           END-IF.
           IF WS-COMPTEUR-NON-INSCRITS > ZEROES
               DISPLAY "NON INSCRITES AU REGISTRE DES CORRESPONDANCES: "
                       WS-COMPTEUR-NON-INSCRITS
           END-IF.
           DISPLAY "==============================================".

       0000-MAIN-FIN.
               ADD 1 TO WS-COMPTEUR-SANS-ADRESSE
               GO TO 1000-ETIQUETTE-FIN
           END-IF.
      *
      ****** PLI DEJA REVENU NPAI : PAS D'ETIQUETTE
           MOVE "N" TO WS-ADR-FONCTION.
           MOVE RCLISOR-ID  TO WS-ADR-CLIENT-ID.
           MOVE RCLISOR-NOM TO WS-ADR-NOM.
           CALL 'CTRLADR' USING WS-ADRESSE
               ON EXCEPTION
                   MOVE "0" TO WS-ADR-STATUT
           END-CALL.
           IF WS-ADR-NPAI
               ADD 1 TO WS-COMPTEUR-NPAI
               GO TO 1000-ETIQUETTE-FIN
           END-IF.

           MOVE SPACES TO WS-LIGNE.
           STRING RCLISOR-PRENOM " " RCLISOR-NOM
           WRITE RETIQ.

           ADD 1 TO WS-COMPTEUR-ETIQUETTES.
      *
      ****** INSCRIPTION AU REGISTRE DES CORRESPONDANCES
           MOVE RCLISOR-ID TO WS-COR-CLIENT-ID.
           CALL 'CORRESP' USING WS-CORRESPONDANCE
               ON EXCEPTION
                   MOVE "9" TO WS-COR-STATUT
           END-CALL.
           IF NOT WS-COR-INSCRIT
               ADD 1 TO WS-COMPTEUR-NON-INSCRITS
           END-IF.

       1000-ETIQUETTE-FIN.
           EXIT.
