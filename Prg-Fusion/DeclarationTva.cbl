      * FACTURES-CONTROLE.txt : une ligne de declaration qui ne
      * recoupe pas les controles d'execution est exactement ce que
      * cherche un verificateur.
      *
      * La TVA de chaque code est aussi recoupee avec les comptes de
      * TVA collectee (44571+code) passes sur le mois dans
      * FACTURES-COMPTA.txt : les credits des lots de facturation
      * doivent egaler la TVA facturee du code ; les debits (avoirs
      * et pertes) sont edites a part comme regularisations. Le
      * moindre ecart rend le code retour 4.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FDECL.

      ******** FICHIER D'INTERFACE COMPTABLE (COMPTES DE TVA)
           SELECT FCOMPTA ASSIGN TO "FACTURES-COMPTA.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FCOMPTA.

       DATA DIVISION.
       FILE SECTION.
      ******** HISTORIQUE PERMANENT DE FACTURATION
           05  HIST-DEVISE   PIC X(03).
           05  FILLER        PIC X(01).
           05  HIST-TAUX     PIC 9(03)V9(06).
           05  FILLER        PIC X(01).
           05  HIST-ECHEANCE PIC 9(08).
           05  FILLER        PIC X(01).
           05  HIST-NUMACT   PIC X(08).

      ******** FICHIER PERMANENT DE CONTROLE DES EXECUTIONS
           COPY 'COBOL-FD-CTRL.cpy'.
       FD  FDECL.
       01  RDECL PIC X(100).

      ******** FICHIER D'INTERFACE COMPTABLE
       FD  FCOMPTA.
       01  RCOMPTA.
           05  COMPTA-DATE    PIC 9(08).
           05  FILLER         PIC X(01).
           05  COMPTA-BATCH   PIC X(12).
           05  FILLER         PIC X(01).
           05  COMPTA-SENS    PIC X(01).
           05  FILLER         PIC X(01).
           05  COMPTA-COMPTE  PIC X(10).
           05  FILLER         PIC X(01).
           05  COMPTA-MONTANT PIC 9(09)V99.

       WORKING-STORAGE SECTION.
      ***********************************************
      * DEFINTION DES STATUS DES FICHIERS
           88 WS-STATUS-FILE-FCTRL-EOF VALUE "10".
       01  WS-STATUS-FILE-FDECL PIC X(02).
           88 WS-STATUS-FILE-FDECL-OK  VALUE "00".
       01  WS-STATUS-FILE-FCOMPTA PIC X(02).
           88 WS-STATUS-FILE-FCOMPTA-OK  VALUE "00".
           88 WS-STATUS-FILE-FCOMPTA-EOF VALUE "10".

      ******************************************
      *  MOIS DECLARE
               10 WS-CODE-BASE  PIC 9(11)V99.
               10 WS-CODE-TVA-M PIC 9(11)V99.
               10 WS-CODE-TTC   PIC 9(12)V99.
               10 WS-CODE-CPT-CREDIT PIC 9(11)V99.
               10 WS-CODE-CPT-DEBIT  PIC 9(11)V99.
       01  WS-NB-CODES  PIC 9(02) VALUE ZEROES.
       01  WS-MAX-CODES PIC 9(02) VALUE 20.
       01  WS-CODE-TROUVE PIC X(01) VALUE "N".
           88 WS-CONTROLE-PRESENT-OUI VALUE "O".
       01  WS-ECART-TVA PIC S9(11)V99 VALUE ZEROES.

      ******************************************
      *  RECOUPEMENT AVEC LES COMPTES DE TVA COLLECTEE
      ******************************************
       01  WS-COMPTA-PRESENT PIC X(01) VALUE "N".
           88 WS-COMPTA-PRESENT-OUI VALUE "O".
       01  WS-CODE-COMPTE PIC X(02) VALUE SPACES.
       01  WS-CPT-HORS-HISTO PIC 9(11)V99 VALUE ZEROES.
       01  WS-ECARTS-COMPTES PIC 9(02) VALUE ZEROES.

      ******************************************
      *  ZONES D'EDITION
      ******************************************
           PERFORM 2000-RECOUPEMENT-CONTROLE-DEBUT
              THRU 2000-RECOUPEMENT-CONTROLE-FIN.
      *
      *********** RECOUPEMENT AVEC LES COMPTES DE TVA COLLECTEE
           PERFORM 2500-RECOUPEMENT-COMPTES-DEBUT
              THRU 2500-RECOUPEMENT-COMPTES-FIN.
      *
      *********** EDITION DE LA SYNTHESE
           PERFORM 3000-EDITION-DECLARATION-DEBUT
              THRU 3000-EDITION-DECLARATION-FIN.
                   MOVE HIST-MONTANT TO WS-CODE-BASE (WS-INDICE)
                   MOVE HIST-TVA     TO WS-CODE-TVA-M (WS-INDICE)
                   MOVE HIST-TTC     TO WS-CODE-TTC (WS-INDICE)
                   MOVE ZEROES TO WS-CODE-CPT-CREDIT (WS-INDICE)
                                  WS-CODE-CPT-DEBIT (WS-INDICE)
               ELSE
                   DISPLAY "--> ! PLUS DE " WS-MAX-CODES
                           " CODES DE TVA!"
       2000-RECOUPEMENT-CONTROLE-FIN.
           EXIT.

      *******************************************************
      *  RECOUPEMENT : CUMUL DES ECRITURES DU MOIS DECLARE SUR
      *  LES COMPTES DE TVA COLLECTEE (44571+CODE TVA), CREDITS
      *  (FACTURATION) ET DEBITS (AVOIRS, PERTES) SEPARES
      *******************************************************
       2500-RECOUPEMENT-COMPTES-DEBUT.

           OPEN INPUT FCOMPTA.
           IF NOT WS-STATUS-FILE-FCOMPTA-OK
               DISPLAY "--> FACTURES-COMPTA.txt ABSENT: "
                       "RECOUPEMENT DES COMPTES IMPOSSIBLE"
               GO TO 2500-RECOUPEMENT-COMPTES-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FCOMPTA-OK
               READ FCOMPTA
                   AT END
                       CONTINUE
                   NOT AT END
                       IF COMPTA-DATE IS NUMERIC
                       AND COMPTA-DATE (1:6) = WS-SAISIE (1:6)
                       AND COMPTA-COMPTE (1:5) = "44571"
                       AND COMPTA-MONTANT IS NUMERIC
                       AND (COMPTA-SENS = "D" OR COMPTA-SENS = "C")
                           MOVE "O" TO WS-COMPTA-PRESENT
                           PERFORM 2510-ACCUMULER-COMPTE-DEBUT
                              THRU 2510-ACCUMULER-COMPTE-FIN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FCOMPTA.

       2500-RECOUPEMENT-COMPTES-FIN.
           EXIT.

      *******************************************************
      *  CUMUL D'UNE ECRITURE DE TVA DANS SON CODE (UN CODE
      *  ABSENT DE L'HISTORIQUE DU MOIS EST UN ECART)
      *******************************************************
       2510-ACCUMULER-COMPTE-DEBUT.

           MOVE COMPTA-COMPTE (6:2) TO WS-CODE-COMPTE.

           MOVE "N" TO WS-CODE-TROUVE.
           PERFORM VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-NB-CODES
                      OR WS-CODE-TROUVE-OUI
               IF WS-CODE-TVA (WS-INDICE) = WS-CODE-COMPTE
                   MOVE "O" TO WS-CODE-TROUVE
                   IF COMPTA-SENS = "C"
                       ADD COMPTA-MONTANT
                           TO WS-CODE-CPT-CREDIT (WS-INDICE)
                   ELSE
                       ADD COMPTA-MONTANT
                           TO WS-CODE-CPT-DEBIT (WS-INDICE)
                   END-IF
               END-IF
           END-PERFORM.

           IF NOT WS-CODE-TROUVE-OUI
           AND COMPTA-SENS = "C"
               ADD COMPTA-MONTANT TO WS-CPT-HORS-HISTO
           END-IF.

       2510-ACCUMULER-COMPTE-FIN.
           EXIT.

      *******************************************************
      *  EDITION DE LA SYNTHESE DANS LA PRESENTATION DES
      *  CASES DE LA DECLARATION
               MOVE WS-LIGNE TO RDECL
               WRITE RDECL
           END-IF.
      *
      ****** RECOUPEMENT AVEC LES COMPTES DE TVA COLLECTEE
           PERFORM 3100-EDITION-COMPTES-DEBUT
              THRU 3100-EDITION-COMPTES-FIN.

           CLOSE FDECL.

       3000-EDITION-DECLARATION-FIN.
           EXIT.

      *******************************************************
      *  EDITION DU RECOUPEMENT PAR CODE AVEC LES COMPTES DE
      *  TVA COLLECTEE DU GRAND LIVRE
      *******************************************************
       3100-EDITION-COMPTES-DEBUT.

           MOVE ALL "-" TO WS-LIGNE.
           MOVE WS-LIGNE TO RDECL.
           WRITE RDECL.

           IF NOT WS-COMPTA-PRESENT-OUI
               MOVE "AUCUNE ECRITURE DE TVA COLLECTEE SUR LE MOIS"
                    TO WS-LIGNE
               MOVE WS-LIGNE TO RDECL
               WRITE RDECL
               GO TO 3100-EDITION-COMPTES-FIN
           END-IF.

           MOVE SPACES TO WS-LIGNE.
           STRING "COMPTE         TVA FACTUREE   CREDITS COMPTA"
                  "   REGULARISATIONS"
                  DELIMITED BY SIZE INTO WS-LIGNE.
           MOVE WS-LIGNE TO RDECL.
           WRITE RDECL.

           PERFORM VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-NB-CODES
               IF WS-CODE-TVA (WS-INDICE) NOT = "--"
                   MOVE WS-CODE-TVA-M (WS-INDICE) TO WS-EDIT-BASE
                   MOVE WS-CODE-CPT-CREDIT (WS-INDICE) TO WS-EDIT-TVA
                   MOVE WS-CODE-CPT-DEBIT (WS-INDICE) TO WS-EDIT-TTC
                   MOVE SPACES TO WS-LIGNE
                   STRING "44571" WS-CODE-TVA (WS-INDICE) " "
                          WS-EDIT-BASE "  " WS-EDIT-TVA "  "
                          WS-EDIT-TTC
                          DELIMITED BY SIZE INTO WS-LIGNE
                   IF WS-CODE-CPT-CREDIT (WS-INDICE)
                      NOT = WS-CODE-TVA-M (WS-INDICE)
                       MOVE "ECART" TO WS-LIGNE (82:5)
                       ADD 1 TO WS-ECARTS-COMPTES
                   END-IF
                   MOVE WS-LIGNE TO RDECL
                   WRITE RDECL
               END-IF
           END-PERFORM.

           IF WS-CPT-HORS-HISTO > ZEROES
               MOVE WS-CPT-HORS-HISTO TO WS-EDIT-TVA
               MOVE SPACES TO WS-LIGNE
               STRING "*** TVA PASSEE SUR DES CODES ABSENTS DE "
                      "L'HISTORIQUE : " WS-EDIT-TVA " ***"
                      DELIMITED BY SIZE INTO WS-LIGNE
               MOVE WS-LIGNE TO RDECL
               WRITE RDECL
               ADD 1 TO WS-ECARTS-COMPTES
           END-IF.

           IF WS-ECARTS-COMPTES = ZEROES
               MOVE "RECOUPEMENT EXACT AVEC LES COMPTES DE TVA"
                    TO WS-LIGNE
               MOVE WS-LIGNE TO RDECL
               WRITE RDECL
           ELSE
               DISPLAY "*** LA DECLARATION NE RECOUPE PAS LES "
                       "COMPTES DE TVA COLLECTEE ***"
               MOVE 4 TO RETURN-CODE
           END-IF.

       3100-EDITION-COMPTES-FIN.
           EXIT.
