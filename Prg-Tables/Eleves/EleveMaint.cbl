      * (L)ISTE. SAISIE et IMPORTCSV controlent desormais chaque
      * eleve contre ce fichier, et les bulletins d'ELEVES portent
      * le bloc d'adresse pour l'envoi postal.
      * (R)EPARTITION applique en une fois les classes de la rentree
      * calculees par REPART (ELEVES-REPARTITION.txt), apres
      * confirmation ; un numero inconnu ou dont le nom ne correspond
      * pas est signale et laisse de cote.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FELEVE.

      ******** CLASSES DE LA RENTREE CALCULEES PAR REPART
           SELECT FREPARTITION ASSIGN TO "ELEVES-REPARTITION.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FREPARTITION.

       DATA DIVISION.
       FILE SECTION.
      ******** FICHIER DES ELEVES
           05  FILLER             PIC X(01).
           05  ELV-VILLE          PIC X(20).

      ******** CLASSES DE LA RENTREE CALCULEES PAR REPART
       FD  FREPARTITION.
       01  RREPARTITION.
           05  REP-NUMERO       PIC X(06).
           05  FILLER           PIC X(01).
           05  REP-PRENOM       PIC X(07).
           05  FILLER           PIC X(01).
           05  REP-NOM          PIC X(07).
           05  FILLER           PIC X(01).
           05  REP-CLASSE-AVANT PIC X(05).
           05  FILLER           PIC X(01).
           05  REP-CLASSE       PIC X(05).

       WORKING-STORAGE SECTION.
       01  WS-STATUS-FILE-FELEVE PIC X(02).
           88 WS-STATUS-FILE-FELEVE-OK  VALUE "00".
           88 WS-STATUS-FILE-FELEVE-EOF VALUE "10".
       01  WS-STATUS-FILE-FREPARTITION PIC X(02).
           88 WS-STATUS-FILE-FREPARTITION-OK  VALUE "00".

      ***********************************************
      * TABLE DES ELEVES CHARGES EN MEMOIRE
           88  WS-ACTION-MODIFICATION VALUE "M".
           88  WS-ACTION-SUPPRESSION  VALUE "S".
           88  WS-ACTION-LISTE        VALUE "L".
           88  WS-ACTION-REPARTITION  VALUE "R".
           88  WS-ACTION-QUITTER      VALUE "Q".
       01  WS-SAISIE PIC X(30) VALUE SPACES.
       01  WS-NUMERO-RECHERCHE PIC X(06) VALUE SPACES.
           88 WS-FICHIER-MODIFIE-OUI VALUE "O".
       01  WS-POSITION-ECRITURE PIC 9(04) VALUE ZEROES.

      ****** APPLICATION DES CLASSES DE LA RENTREE
       01  WS-REP-APPLICATION PIC X(01) VALUE "N".
           88 WS-REP-APPLICATION-OUI VALUE "O".
       01  WS-REP-LUS       PIC 9(04) VALUE ZEROES.
       01  WS-REP-A-CHANGER PIC 9(04) VALUE ZEROES.
       01  WS-REP-INCHANGES PIC 9(04) VALUE ZEROES.
       01  WS-REP-REJETES   PIC 9(04) VALUE ZEROES.
       01  WS-REP-APPLIQUES PIC 9(04) VALUE ZEROES.

      ****** SERVICE PARTAGE DES DATES (DATESERV)
       01  WS-DATESERV.
           05  WS-DTS-FONCTION PIC X(01) VALUE "V".
           PERFORM UNTIL WS-ACTION-QUITTER
               MOVE SPACES TO WS-ACTION
               DISPLAY "ACTION? (A)JOUT (M)ODIFICATION "
                       "(S)UPPRESSION (L)ISTE (R)EPARTITION "
                       "(Q)UITTER: "
                       NO ADVANCING
               ACCEPT WS-ACTION
               MOVE FUNCTION UPPER-CASE (WS-ACTION) TO WS-ACTION
                   WHEN WS-ACTION-LISTE
                       PERFORM 4500-LISTE-DEBUT
                          THRU 4500-LISTE-FIN
                   WHEN WS-ACTION-REPARTITION
                       PERFORM 4700-REPARTITION-DEBUT
                          THRU 4700-REPARTITION-FIN
                   WHEN WS-ACTION-QUITTER
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "ACTION INVALIDE - CHOISIR A, M, S, "
                               "L, R OU Q"
               END-EVALUATE
           END-PERFORM.
      *
       4500-LISTE-FIN.
           EXIT.

      *******************************************************
      *  CLASSES DE LA RENTREE : UN PREMIER PASSAGE CONTROLE
      *  LE FICHIER DE REPART ET COMPTE LES CHANGEMENTS, LE
      *  SECOND LES APPLIQUE APRES CONFIRMATION
      *******************************************************
       4700-REPARTITION-DEBUT.

           MOVE ZEROES TO WS-REP-LUS WS-REP-A-CHANGER WS-REP-INCHANGES
                          WS-REP-REJETES WS-REP-APPLIQUES.
           MOVE "N" TO WS-REP-APPLICATION.
           PERFORM 4800-LECTURE-REPARTITION-DEBUT
              THRU 4800-LECTURE-REPARTITION-FIN.
           IF NOT WS-STATUS-FILE-FREPARTITION-OK
           AND WS-REP-LUS = ZEROES
               GO TO 4700-REPARTITION-FIN
           END-IF.

           DISPLAY "CLASSES LUES: " WS-REP-LUS
                   " A CHANGER: " WS-REP-A-CHANGER
                   " INCHANGEES: " WS-REP-INCHANGES
                   " REJETEES: " WS-REP-REJETES.
           IF WS-REP-A-CHANGER = ZEROES
               DISPLAY "--> AUCUNE CLASSE A CHANGER"
               GO TO 4700-REPARTITION-FIN
           END-IF.

           DISPLAY "APPLIQUER LES " WS-REP-A-CHANGER
                   " CHANGEMENTS DE CLASSE? (O/N): " NO ADVANCING.
           MOVE "N" TO WS-CONFIRMATION.
           ACCEPT WS-CONFIRMATION.
           MOVE FUNCTION UPPER-CASE (WS-CONFIRMATION)
                TO WS-CONFIRMATION.
           IF NOT WS-CONFIRMATION-OUI
               DISPLAY "--> REPARTITION ABANDONNEE"
               GO TO 4700-REPARTITION-FIN
           END-IF.

           MOVE "O" TO WS-REP-APPLICATION.
           MOVE ZEROES TO WS-REP-LUS WS-REP-A-CHANGER WS-REP-INCHANGES
                          WS-REP-REJETES.
           PERFORM 4800-LECTURE-REPARTITION-DEBUT
              THRU 4800-LECTURE-REPARTITION-FIN.
           IF WS-REP-APPLIQUES > ZEROES
               MOVE "O" TO WS-FICHIER-MODIFIE
           END-IF.
           DISPLAY "--> CLASSES APPLIQUEES: " WS-REP-APPLIQUES.

       4700-REPARTITION-FIN.
           EXIT.

      *******************************************************
      *  LECTURE DU FICHIER DE REPART (CONTROLE OU APPLICATION
      *  SELON WS-REP-APPLICATION)
      *******************************************************
       4800-LECTURE-REPARTITION-DEBUT.

           OPEN INPUT FREPARTITION.
           IF NOT WS-STATUS-FILE-FREPARTITION-OK
               DISPLAY "--> FICHIER DE REPARTITION ABSENT: "
                       WS-STATUS-FILE-FREPARTITION
               GO TO 4800-LECTURE-REPARTITION-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FREPARTITION-OK
               READ FREPARTITION
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO WS-REP-LUS
                       PERFORM 4900-CLASSE-ELEVE-DEBUT
                          THRU 4900-CLASSE-ELEVE-FIN
               END-READ
           END-PERFORM.
           CLOSE FREPARTITION.

       4800-LECTURE-REPARTITION-FIN.
           EXIT.

      *******************************************************
      *  UNE LIGNE DE REPART : LE NUMERO DOIT EXISTER ET PORTER
      *  LE MEME PRENOM ET LE MEME NOM
      *******************************************************
       4900-CLASSE-ELEVE-DEBUT.

           MOVE REP-NUMERO TO WS-NUMERO-RECHERCHE.
           PERFORM 1100-RECHERCHE-DEBUT THRU 1100-RECHERCHE-FIN.
           IF WS-POSITION-TROUVEE = ZEROES
           OR REP-CLASSE = SPACES
               IF NOT WS-REP-APPLICATION-OUI
                   DISPLAY "--> NUMERO INCONNU OU CLASSE VIDE: "
                           RREPARTITION
               END-IF
               ADD 1 TO WS-REP-REJETES
               GO TO 4900-CLASSE-ELEVE-FIN
           END-IF.

           SET WS-INDICE TO WS-POSITION-TROUVEE.
           MOVE WS-ELV-IMAGE (WS-INDICE) TO WS-ELEVE.
           IF WS-ELV-PRENOM NOT = REP-PRENOM
           OR WS-ELV-NOM NOT = REP-NOM
               IF NOT WS-REP-APPLICATION-OUI
                   DISPLAY "--> NOM DIFFERENT DU DOSSIER: "
                           RREPARTITION
               END-IF
               ADD 1 TO WS-REP-REJETES
               GO TO 4900-CLASSE-ELEVE-FIN
           END-IF.

           IF WS-ELV-CLASSE = REP-CLASSE
               ADD 1 TO WS-REP-INCHANGES
               GO TO 4900-CLASSE-ELEVE-FIN
           END-IF.

           ADD 1 TO WS-REP-A-CHANGER.
           IF WS-REP-APPLICATION-OUI
               MOVE REP-CLASSE TO WS-ELV-CLASSE
               MOVE WS-ELEVE TO WS-ELV-IMAGE (WS-INDICE)
               ADD 1 TO WS-REP-APPLIQUES
           END-IF.

       4900-CLASSE-ELEVE-FIN.
           EXIT.

      *******************************************************
      *  REECRITURE COMPLETE DU FICHIER DES ELEVES
      *******************************************************
