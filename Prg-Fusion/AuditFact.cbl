      * classe d'anomalie ou FACTURES se trompe de la meme maniere
      * des deux cotes de son propre controle interne.
      * Code retour 12 des le premier ecart constate.
      *
      * Le verdict est inscrit au registre AUDITFACT-REGISTRE.txt
      * (COBOL-FD-AUDITREG.cpy) sous la date et l'heure de debut de
      * l'execution auditee : la verification de fin de mois
      * (CTRLCLOT) y retrouve chaque execution de FACTURES du mois.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FCUMUL.

      ******** REGISTRE DES AUDITS (UNE LIGNE PAR AUDIT)
           SELECT FAUDITREG ASSIGN TO "AUDITFACT-REGISTRE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FAUDITREG.

       DATA DIVISION.
       FILE SECTION.
      ******** FICHIER DE SORTIE FACTURATION
           05  FILLER               PIC X(01).
           05  CUMUL-TTC            PIC 9(12)V99.

      ******** REGISTRE DES AUDITS
           COPY 'COBOL-FD-AUDITREG.cpy'.

       WORKING-STORAGE SECTION.
      ***********************************************
      * DEFINTION DES STATUS DES FICHIERS
           88 WS-STATUS-FILE-FCUMUL-OK  VALUE "00".
           88 WS-STATUS-FILE-FCUMUL-EOF VALUE "10".

       01  WS-STATUS-FILE-FAUDITREG PIC X(02).
           88 WS-STATUS-FILE-FAUDITREG-OK  VALUE "00".
           88 WS-STATUS-FILE-FAUDITREG-INEXISTANT VALUE "35".

      ******************************************
      *  TOTAUX RE-DERIVES DEPUIS FICHIERSOR.txt
      ******************************************
           88 WS-DERNIER-CTRL-TROUVE-OUI VALUE "O".
       01  WS-CTRL-NB-CLISOR PIC 9(05) VALUE ZEROES.
       01  WS-CTRL-MONTANT   PIC 9(09)V99 VALUE ZEROES.
       01  WS-CTRL-DATE-EXEC  PIC 9(08) VALUE ZEROES.
       01  WS-CTRL-HEURE-EXEC PIC 9(06) VALUE ZEROES.
       01  WS-MOIS-COURANT   PIC 9(06) VALUE ZEROES.
       01  WS-CUMUL-MOIS     PIC 9(11)V99 VALUE ZEROES.
       01  WS-CUMUL-TROUVE   PIC X(01) VALUE "N".
       01  WS-EDIT-MONTANT PIC ZZZ.ZZZ.ZZ9,99.
       01  WS-EDIT-MONTANT2 PIC ZZZ.ZZZ.ZZ9,99.

      ***********************************************
      * MANIFESTE DES SORTIES (MANIFEST) : FICHIERSOR.txt
      * VERIFIE AVANT TRAITEMENT (NOMBRE, TOTAL HT, CLE)
      ***********************************************
       01  WS-MANIFESTE.
           05  WS-MAN-FONCTION  PIC X(01) VALUE "V".
           05  WS-MAN-FICHIER   PIC X(30) VALUE "FICHIERSOR.txt".
           05  WS-MAN-PROGRAMME PIC X(08) VALUE "AUDITFAC".
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
           DISPLAY "AUDIT CROISE DES SORTIES DE FACTURATION".
           MOVE FUNCTION CURRENT-DATE (1:6) TO WS-MOIS-COURANT.
      *
               MOVE 12 TO RETURN-CODE
           END-IF.
           DISPLAY "==============================================".
      *
      *********** VERDICT INSCRIT AU REGISTRE DES AUDITS
           IF WS-DERNIER-CTRL-TROUVE-OUI
               PERFORM 6000-REGISTRE-AUDIT-DEBUT
                  THRU 6000-REGISTRE-AUDIT-FIN
           END-IF.

       0000-MAIN-FIN.
           GOBACK.
                       AND CTRL-TOTAL-MONTANT IS NUMERIC
                           MOVE CTRL-NB-CLISOR TO WS-CTRL-NB-CLISOR
                           MOVE CTRL-TOTAL-MONTANT TO WS-CTRL-MONTANT
                           MOVE CTRL-DATE-JOUR TO WS-CTRL-DATE-EXEC
                           MOVE CTRL-HEURE-DEBUT TO WS-CTRL-HEURE-EXEC
                           MOVE "O" TO WS-DERNIER-CTRL-TROUVE
                       END-IF
               END-READ

       5000-CONTROLE-CUMUL-FIN.
           EXIT.

      *******************************************************
      *  INSCRIPTION DU VERDICT AU REGISTRE DES AUDITS, SOUS
      *  L'EXECUTION DE FACTURES AUDITEE
      *******************************************************
       6000-REGISTRE-AUDIT-DEBUT.

           OPEN EXTEND FAUDITREG.
           IF WS-STATUS-FILE-FAUDITREG-INEXISTANT
               OPEN OUTPUT FAUDITREG
           END-IF.
           IF NOT WS-STATUS-FILE-FAUDITREG-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FAUDITREG': "
                       WS-STATUS-FILE-FAUDITREG
               GO TO 6000-REGISTRE-AUDIT-FIN
           END-IF.

           MOVE SPACES TO RAUDITREG.
           MOVE WS-CTRL-DATE-EXEC  TO AUD-DATE-EXEC.
           MOVE WS-CTRL-HEURE-EXEC TO AUD-HEURE-EXEC.
           MOVE FUNCTION CURRENT-DATE (1:8) TO AUD-DATE-AUDIT.
           MOVE FUNCTION CURRENT-DATE (9:6) TO AUD-HEURE-AUDIT.
           IF WS-COMPTEUR-ECARTS = ZEROES
               MOVE "C" TO AUD-VERDICT
           ELSE
               MOVE "N" TO AUD-VERDICT
           END-IF.
           MOVE WS-COMPTEUR-ECARTS TO AUD-NB-ECARTS.
           WRITE RAUDITREG.
           CLOSE FAUDITREG.

       6000-REGISTRE-AUDIT-FIN.
           EXIT.
