       IDENTIFICATION DIVISION.
       PROGRAM-ID. LITAGE.
       AUTHOR. GENEVIEVE GIANNASI.
       INSTALLATION. PERSONAL PC.
       DATE-WRITTEN. 15-10-2026.
       DATE-COMPILED. 15-10-2026.
       SECURITY. NON-CONFIDENTIAL.
      ******************************************************************
      * OBJECTIF:
      * Anciennete des litiges clients ouverts, pour la reunion
      * credit hebdomadaire : chaque litige ouvert du registre
      * LITIGES-CLIENTS.txt (maintenu par LITMAINT) est liste avec
      * son client, son responsable, son motif, le montant conteste
      * et son anciennete en jours depuis l'ouverture, classee par
      * tranche 0-30 / 31-60 / 61-90 / 90+ jours.
      * Le pied donne le nombre et le montant par tranche, puis par
      * responsable. Sortie : LITIGES-ANCIENNETE.txt.
      * Un litige ouvert depuis plus de 90 jours rend le code
      * retour 4 : il doit etre arbitre.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ******** FICHIER CLIENT (NOM DU CLIENT)
           SELECT FCLIENT ASSIGN TO "FICHIERCLIENT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FCLIENT.

      ******** REGISTRE DES LITIGES CLIENTS
           SELECT FLITIGE ASSIGN TO "LITIGES-CLIENTS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FLITIGE.

      ******** ANCIENNETE DES LITIGES OUVERTS
           SELECT FETAT ASSIGN TO "LITIGES-ANCIENNETE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FETAT.

       DATA DIVISION.
       FILE SECTION.
      ******** FICHIER CLIENT
           COPY 'COBOL-FD-FCLIENT.CPY'.

      ******** REGISTRE DES LITIGES CLIENTS
           COPY 'COBOL-FD-LITIGE.cpy'.

      ******** ANCIENNETE DES LITIGES OUVERTS
       FD  FETAT.
       01  RETAT PIC X(132).

       WORKING-STORAGE SECTION.
      ***********************************************
      * DEFINTION DES STATUS DES FICHIERS
      ***********************************************
       01  WS-STATUS-FILE-FCLIENT PIC X(02).
           88 WS-STATUS-FILE-FCLIENT-OK  VALUE "00".
           88 WS-STATUS-FILE-FCLIENT-EOF VALUE "10".
       01  WS-STATUS-FILE-FLITIGE PIC X(02).
           88 WS-STATUS-FILE-FLITIGE-OK  VALUE "00".
           88 WS-STATUS-FILE-FLITIGE-EOF VALUE "10".
       01  WS-STATUS-FILE-FETAT PIC X(02).
           88 WS-STATUS-FILE-FETAT-OK  VALUE "00".

      *************************************
      *  TABLE DES CLIENTS (NOM)
      *************************************
       01  WS-TABLE-CLIENTS.
           05 WS-CLIENT-ENTRY OCCURS 5000 INDEXED BY WS-INDICE.
               10 WS-CLIENT-ID  PIC X(08).
               10 WS-CLIENT-NOM PIC X(20).
       01  WS-NB-CLIENTS  PIC 9(04) VALUE ZEROES.
       01  WS-MAX-CLIENTS PIC 9(04) VALUE 5000.
       01  WS-NOM-CLIENT  PIC X(20) VALUE SPACES.

      *************************************
      *  CUMULS PAR TRANCHE D'ANCIENNETE
      *************************************
       01  WS-TABLE-TRANCHES.
           05 WS-TRANCHE-ENTRY OCCURS 4.
               10 WS-TRANCHE-NB      PIC 9(05) VALUE ZEROES.
               10 WS-TRANCHE-MONTANT PIC 9(09)V99 VALUE ZEROES.
       01  WS-LIBELLES-TRANCHES.
           05 FILLER PIC X(12) VALUE "0-30 JOURS  ".
           05 FILLER PIC X(12) VALUE "31-60 JOURS ".
           05 FILLER PIC X(12) VALUE "61-90 JOURS ".
           05 FILLER PIC X(12) VALUE "90+ JOURS   ".
       01  WS-LIBELLES-TRANCHES-R REDEFINES WS-LIBELLES-TRANCHES.
           05 WS-LIBELLE-TRANCHE OCCURS 4 PIC X(12).
       01  WS-TRANCHE PIC 9(01) VALUE 1.
       01  WS-JOURS-LITIGE PIC S9(05) VALUE ZEROES.

      *************************************
      *  CUMULS PAR RESPONSABLE DU DOSSIER
      *************************************
       01  WS-TABLE-RESPONSABLES.
           05 WS-RESP-ENTRY OCCURS 200 INDEXED BY WS-INDICE-RESP.
               10 WS-RESP-NOM     PIC X(10).
               10 WS-RESP-NB      PIC 9(05).
               10 WS-RESP-MONTANT PIC 9(09)V99.
       01  WS-NB-RESPONSABLES  PIC 9(03) VALUE ZEROES.
       01  WS-MAX-RESPONSABLES PIC 9(03) VALUE 200.
       01  WS-RESP-TROUVE PIC X(01) VALUE "N".
           88 WS-RESP-TROUVE-OUI VALUE "O".

      *************************************
      *  TOTAUX ET ZONES D'EDITION
      *************************************
       01  WS-DATE-JOUR PIC 9(08) VALUE ZEROES.
       01  WS-MONTANT-LITIGE PIC 9(08)V99 VALUE ZEROES.
       01  WS-NB-OUVERTS  PIC 9(05) VALUE ZEROES.
       01  WS-TOTAL-OUVERTS PIC 9(09)V99 VALUE ZEROES.
       01  WS-EDIT-MONTANT PIC ZZ.ZZZ.ZZ9,99.
       01  WS-EDIT-TOTAL   PIC ZZZ.ZZZ.ZZ9,99.
       01  WS-EDIT-JOURS   PIC ZZZZ9.
       01  WS-LIGNE PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-DEB.
      *******************************************************
      *  PARAGRAPHE PRINCIPAL
      *******************************************************
           DISPLAY "ANCIENNETE DES LITIGES CLIENTS OUVERTS".
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATE-JOUR.

           PERFORM 1000-CHARGEMENT-CLIENTS-DEBUT
              THRU 1000-CHARGEMENT-CLIENTS-FIN.

           OPEN OUTPUT FETAT.
           IF NOT WS-STATUS-FILE-FETAT-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FETAT': "
                       WS-STATUS-FILE-FETAT
               MOVE 16 TO RETURN-CODE
               GO TO 0000-MAIN-FIN
           END-IF.

           MOVE SPACES TO WS-LIGNE.
           STRING "ANCIENNETE DES LITIGES CLIENTS OUVERTS AU "
                  WS-DATE-JOUR
                  DELIMITED BY SIZE INTO WS-LIGNE.
           MOVE WS-LIGNE TO RETAT.
           WRITE RETAT.
           MOVE ALL "-" TO RETAT.
           WRITE RETAT.
           MOVE "FACTURE  CLIENT   NOM                  RESPONSABL"
             TO WS-LIGNE.
           MOVE " OUVERT LE  JOURS  TRANCHE            MONTANT  MOTIF"
             TO WS-LIGNE (51:52).
           MOVE WS-LIGNE TO RETAT.
           WRITE RETAT.
           MOVE ALL "-" TO RETAT.
           WRITE RETAT.
      *
      *********** UNE LIGNE PAR LITIGE OUVERT
           PERFORM 2000-LECTURE-LITIGES-DEBUT
              THRU 2000-LECTURE-LITIGES-FIN.
      *
      *********** CUMULS PAR TRANCHE ET PAR RESPONSABLE
           PERFORM 3000-EDITION-TOTAUX-DEBUT
              THRU 3000-EDITION-TOTAUX-FIN.

           CLOSE FETAT.

           MOVE WS-TOTAL-OUVERTS TO WS-EDIT-TOTAL.
           DISPLAY "==============================================".
           DISPLAY "LITIGES OUVERTS   : " WS-NB-OUVERTS.
           DISPLAY "MONTANT CONTESTE  : " WS-EDIT-TOTAL.
           DISPLAY "DONT A PLUS DE 90 JOURS: " WS-TRANCHE-NB (4).
           DISPLAY "==============================================".

           IF WS-TRANCHE-NB (4) > ZEROES
           AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

       0000-MAIN-FIN.
           GOBACK.

      *******************************************************
      *  CHARGEMENT DES CLIENTS EN TABLE
      *******************************************************
       1000-CHARGEMENT-CLIENTS-DEBUT.

           OPEN INPUT FCLIENT.
           IF NOT WS-STATUS-FILE-FCLIENT-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FCLIENT': "
                       WS-STATUS-FILE-FCLIENT
               GO TO 1000-CHARGEMENT-CLIENTS-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FCLIENT-OK
               READ FCLIENT
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-NB-CLIENTS < WS-MAX-CLIENTS
                           ADD 1 TO WS-NB-CLIENTS
                           SET WS-INDICE TO WS-NB-CLIENTS
                           MOVE RCLIENT-ID
                                TO WS-CLIENT-ID (WS-INDICE)
                           MOVE RCLIENT-NOM
                                TO WS-CLIENT-NOM (WS-INDICE)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FCLIENT.

       1000-CHARGEMENT-CLIENTS-FIN.
           EXIT.

      *******************************************************
      *  LECTURE DU REGISTRE : LES LITIGES OUVERTS SEULS
      *******************************************************
       2000-LECTURE-LITIGES-DEBUT.

           OPEN INPUT FLITIGE.
           IF NOT WS-STATUS-FILE-FLITIGE-OK
               DISPLAY "--> LITIGES-CLIENTS.txt ABSENT: AUCUN LITIGE"
               GO TO 2000-LECTURE-LITIGES-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FLITIGE-OK
               READ FLITIGE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LIT-STATUT-OUVERT
                       AND LIT-DATE-OUVERTURE IS NUMERIC
                           PERFORM 2100-LIGNE-LITIGE-DEBUT
                              THRU 2100-LIGNE-LITIGE-FIN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FLITIGE.

       2000-LECTURE-LITIGES-FIN.
           EXIT.

      *******************************************************
      *  LIGNE D'UN LITIGE OUVERT ET CUMULS
      *******************************************************
       2100-LIGNE-LITIGE-DEBUT.

           COMPUTE WS-JOURS-LITIGE =
                   FUNCTION INTEGER-OF-DATE (WS-DATE-JOUR)
                 - FUNCTION INTEGER-OF-DATE (LIT-DATE-OUVERTURE).
           IF WS-JOURS-LITIGE < ZEROES
               MOVE ZEROES TO WS-JOURS-LITIGE
           END-IF.
           EVALUATE TRUE
               WHEN WS-JOURS-LITIGE <= 30
                   MOVE 1 TO WS-TRANCHE
               WHEN WS-JOURS-LITIGE <= 60
                   MOVE 2 TO WS-TRANCHE
               WHEN WS-JOURS-LITIGE <= 90
                   MOVE 3 TO WS-TRANCHE
               WHEN OTHER
                   MOVE 4 TO WS-TRANCHE
           END-EVALUATE.
      ****** LIGNES ANTERIEURES SANS MONTANT CONTESTE
           IF LIT-MONTANT IS NUMERIC
               MOVE LIT-MONTANT TO WS-MONTANT-LITIGE
           ELSE
               MOVE ZEROES TO WS-MONTANT-LITIGE
           END-IF.

           ADD 1 TO WS-NB-OUVERTS.
           ADD WS-MONTANT-LITIGE TO WS-TOTAL-OUVERTS.
           ADD 1 TO WS-TRANCHE-NB (WS-TRANCHE).
           ADD WS-MONTANT-LITIGE TO WS-TRANCHE-MONTANT (WS-TRANCHE).

           MOVE "N" TO WS-RESP-TROUVE.
           PERFORM VARYING WS-INDICE-RESP FROM 1 BY 1
                   UNTIL WS-INDICE-RESP > WS-NB-RESPONSABLES
                      OR WS-RESP-TROUVE-OUI
               IF WS-RESP-NOM (WS-INDICE-RESP) = LIT-RESPONSABLE
                   ADD 1 TO WS-RESP-NB (WS-INDICE-RESP)
                   ADD WS-MONTANT-LITIGE
                       TO WS-RESP-MONTANT (WS-INDICE-RESP)
                   MOVE "O" TO WS-RESP-TROUVE
               END-IF
           END-PERFORM.
           IF NOT WS-RESP-TROUVE-OUI
           AND WS-NB-RESPONSABLES < WS-MAX-RESPONSABLES
               ADD 1 TO WS-NB-RESPONSABLES
               SET WS-INDICE-RESP TO WS-NB-RESPONSABLES
               MOVE LIT-RESPONSABLE TO WS-RESP-NOM (WS-INDICE-RESP)
               MOVE 1 TO WS-RESP-NB (WS-INDICE-RESP)
               MOVE WS-MONTANT-LITIGE
                    TO WS-RESP-MONTANT (WS-INDICE-RESP)
           END-IF.

           MOVE SPACES TO WS-NOM-CLIENT.
           PERFORM VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-NB-CLIENTS
               IF WS-CLIENT-ID (WS-INDICE) = LIT-ID
                   MOVE WS-CLIENT-NOM (WS-INDICE) TO WS-NOM-CLIENT
               END-IF
           END-PERFORM.

           MOVE WS-JOURS-LITIGE TO WS-EDIT-JOURS.
           MOVE WS-MONTANT-LITIGE TO WS-EDIT-MONTANT.
           MOVE SPACES TO WS-LIGNE.
           STRING LIT-NUMFACT " " LIT-ID " " WS-NOM-CLIENT " "
                  LIT-RESPONSABLE " " LIT-DATE-OUVERTURE " "
                  WS-EDIT-JOURS "  " WS-LIBELLE-TRANCHE (WS-TRANCHE)
                  " " WS-EDIT-MONTANT "  " LIT-MOTIF
                  DELIMITED BY SIZE INTO WS-LIGNE.
           MOVE WS-LIGNE TO RETAT.
           WRITE RETAT.

       2100-LIGNE-LITIGE-FIN.
           EXIT.

      *******************************************************
      *  PIED : NOMBRE ET MONTANT PAR TRANCHE PUIS PAR
      *  RESPONSABLE
      *******************************************************
       3000-EDITION-TOTAUX-DEBUT.

           MOVE ALL "-" TO RETAT.
           WRITE RETAT.

           PERFORM VARYING WS-TRANCHE FROM 1 BY 1 UNTIL WS-TRANCHE > 4
               MOVE WS-TRANCHE-MONTANT (WS-TRANCHE) TO WS-EDIT-TOTAL
               MOVE SPACES TO WS-LIGNE
               STRING "TRANCHE " WS-LIBELLE-TRANCHE (WS-TRANCHE)
                      " : " WS-TRANCHE-NB (WS-TRANCHE)
                      " LITIGE(S) POUR " WS-EDIT-TOTAL
                      DELIMITED BY SIZE INTO WS-LIGNE
               MOVE WS-LIGNE TO RETAT
               WRITE RETAT
           END-PERFORM.

           MOVE WS-TOTAL-OUVERTS TO WS-EDIT-TOTAL.
           MOVE SPACES TO WS-LIGNE.
           STRING "TOTAL DES LITIGES OUVERTS : " WS-NB-OUVERTS
                  " POUR " WS-EDIT-TOTAL
                  DELIMITED BY SIZE INTO WS-LIGNE.
           MOVE WS-LIGNE TO RETAT.
           WRITE RETAT.

           MOVE SPACES TO RETAT.
           WRITE RETAT.
           PERFORM VARYING WS-INDICE-RESP FROM 1 BY 1
                   UNTIL WS-INDICE-RESP > WS-NB-RESPONSABLES
               MOVE WS-RESP-MONTANT (WS-INDICE-RESP) TO WS-EDIT-TOTAL
               MOVE SPACES TO WS-LIGNE
               STRING "RESPONSABLE " WS-RESP-NOM (WS-INDICE-RESP)
                      " : " WS-RESP-NB (WS-INDICE-RESP)
                      " LITIGE(S) POUR " WS-EDIT-TOTAL
                      DELIMITED BY SIZE INTO WS-LIGNE
               MOVE WS-LIGNE TO RETAT
               WRITE RETAT
           END-PERFORM.

       3000-EDITION-TOTAUX-FIN.
           EXIT.
