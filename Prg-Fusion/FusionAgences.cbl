      * fusionne est recompte apres : les apports par agence sont
      * ainsi reconciliables avec le total. Un extrait d'agence absent
      * est cree vide et compte pour zero.
      *
      * Chaque client du fichier fusionne est filtre, au recompte,
      * contre les listes de gel des avoirs (sous-programme
      * CTRLSANC) : une correspondance potentielle est inscrite au
      * registre FILTRAGE-REGISTRE.txt, le client reste bloque
      * jusqu'a la decision de la conformite et la fusion se termine
      * en code retour 4.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       01  WS-TOTAL-AGENCES PIC 9(06) VALUE ZEROES.

      ***********************************************
      * FILTRAGE SANCTIONS DES CLIENTS FUSIONNES (CTRLSANC)
      ***********************************************
       01  WS-FILTRAGE.
           05  WS-FIL-FONCTION      PIC X(01) VALUE "F".
           05  WS-FIL-PROGRAMME     PIC X(08) VALUE "FUSIONAG".
           05  WS-FIL-TYPE          PIC X(01) VALUE "C".
           05  WS-FIL-IDENT         PIC X(12) VALUE SPACES.
           05  WS-FIL-NOM           PIC X(30) VALUE SPACES.
           05  WS-FIL-PRENOM        PIC X(20) VALUE SPACES.
           05  WS-FIL-NUMERO        PIC 9(06) VALUE ZEROES.
           05  WS-FIL-DECISION      PIC X(01) VALUE SPACES.
           05  WS-FIL-OPERATEUR     PIC X(03) VALUE SPACES.
           05  WS-FIL-MOTIF         PIC X(40) VALUE SPACES.
           05  WS-FIL-NB-ALERTES    PIC 9(03) VALUE ZEROES.
           05  WS-FIL-SCORE         PIC 9(03) VALUE ZEROES.
           05  WS-FIL-REFERENCE     PIC X(10) VALUE SPACES.
           05  WS-FIL-STATUT        PIC X(01) VALUE SPACES.
               88  WS-FIL-LIBRE         VALUE "0".
               88  WS-FIL-A-EXAMINER    VALUE "1".
               88  WS-FIL-GELE          VALUE "2".
               88  WS-FIL-NON-FILTRE    VALUE "9".
       01  WS-COMPTEUR-BLOQUES-FILTRAGE PIC 9(05) VALUE ZEROES.
       01  WS-COMPTEUR-NON-FILTRES      PIC 9(05) VALUE ZEROES.
       01  WS-RC-SAUVE PIC S9(04) VALUE ZEROES.

       PROCEDURE DIVISION.
       0000-MAIN-DEB.
      *******************************************************
           DISPLAY "AGENCE 3: " WS-COMPTEUR-FILE-FAG3 " CLIENT(S)".
           DISPLAY "TOTAL DES APPORTS : " WS-TOTAL-AGENCES.
           DISPLAY "FICHIER FUSIONNE  : " WS-COMPTEUR-FILE-FCLIENT.
           DISPLAY "CLIENTS BLOQUES (FILTRAGE SANCTIONS): "
                   WS-COMPTEUR-BLOQUES-FILTRAGE.
           IF WS-COMPTEUR-NON-FILTRES > ZEROES
               DISPLAY "CLIENTS NON FILTRES (LISTE ABSENTE): "
                       WS-COMPTEUR-NON-FILTRES
           END-IF.
           DISPLAY "==============================================".

           IF WS-TOTAL-AGENCES NOT = WS-COMPTEUR-FILE-FCLIENT
               DISPLAY "*** ANOMALIE: LA FUSION NE RECONCILIE PAS ***"
               MOVE 16 TO RETURN-CODE
           END-IF.
           IF RETURN-CODE < 4
           AND WS-COMPTEUR-BLOQUES-FILTRAGE > ZEROES
               DISPLAY "--> CLIENTS BLOQUES JUSQU'A DECISION DE LA "
                       "CONFORMITE"
               MOVE 4 TO RETURN-CODE
           END-IF.

       0000-MAIN-FIN.
           STOP RUN.
                       CONTINUE
                   NOT AT END
                       ADD 1 TO WS-COMPTEUR-FILE-FCLIENT
                       PERFORM 2100-FILTRAGE-SANCTIONS-DEBUT
                          THRU 2100-FILTRAGE-SANCTIONS-FIN
               END-READ
           END-PERFORM.
           CLOSE FCLIENT.

       2000-COMPTAGE-FUSION-FIN.
           EXIT.

      *******************************************************
      *  FILTRAGE SANCTIONS DU CLIENT FUSIONNE LU
      *******************************************************
       2100-FILTRAGE-SANCTIONS-DEBUT.

           MOVE "F"            TO WS-FIL-FONCTION.
           MOVE RCLIENT-ID     TO WS-FIL-IDENT.
           MOVE RCLIENT-NOM    TO WS-FIL-NOM.
           MOVE RCLIENT-PRENOM TO WS-FIL-PRENOM.
           MOVE RETURN-CODE TO WS-RC-SAUVE.
           CALL 'CTRLSANC' USING WS-FILTRAGE
               ON EXCEPTION
                   MOVE "9" TO WS-FIL-STATUT
                   MOVE ZEROES TO WS-FIL-NB-ALERTES
           END-CALL.
           MOVE WS-RC-SAUVE TO RETURN-CODE.

           EVALUATE TRUE
               WHEN WS-FIL-A-EXAMINER
               WHEN WS-FIL-GELE
                   ADD 1 TO WS-COMPTEUR-BLOQUES-FILTRAGE
                   DISPLAY "--> CLIENT " RCLIENT-ID " BLOQUE "
                           "PAR LE FILTRAGE SANCTIONS"
               WHEN WS-FIL-NON-FILTRE
                   ADD 1 TO WS-COMPTEUR-NON-FILTRES
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2100-FILTRAGE-SANCTIONS-FIN.
           EXIT.
