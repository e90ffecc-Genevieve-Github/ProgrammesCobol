       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILTRAGE.
       AUTHOR. GENEVIEVE GIANNASI.
       INSTALLATION. PERSONAL PC.
       DATE-WRITTEN. 15-10-2026.
       DATE-COMPILED. 15-10-2026.
       SECURITY. NON-CONFIDENTIAL.
      ******************************************************************
      * OBJECTIF:
      * Filtrage hebdomadaire des clients et des beneficiaires contre
      * les listes de gel des avoirs (LISTE-SANCTIONS.txt). Les listes
      * officielles evoluent chaque semaine : un client deja en
      * portefeuille peut y entrer, et seul un nouveau client etait
      * filtre (par CLIMAINT et FUSIONAG).
      *
      * Tout le fichier FICHIERCLIENT.txt est filtre (nom, prenom),
      * ainsi que les beneficiaires des paiements de sinistres encore
      * a virer de SINISTRES-PAIEMENTS.txt, par le sous-programme
      * CTRLSANC. Les correspondances potentielles nouvelles sont
      * inscrites au registre FILTRAGE-REGISTRE.txt, a examiner par
      * la conformite (programme CONFORM) ; jusqu'a sa decision le
      * tiers est bloque en facturation (FACTURES) et pour tout
      * paiement sortant (REMBOURS, SINVIR).
      *
      * Etape hebdomadaire de la chaine (frequence H au catalogue
      * CHAINE-CATALOGUE.txt). Codes retour : 4 alertes nouvelles ou
      * tiers bloques, 12 liste absente (rien n'a ete filtre), 16
      * fichier client absent ou CTRLSANC introuvable.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ******** FICHIER CLIENT
           SELECT FCLIENT ASSIGN TO "FICHIERCLIENT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FCLIENT.

      ******** FICHIER DES PAIEMENTS DE SINISTRES
           SELECT FSINPAIE ASSIGN TO "SINISTRES-PAIEMENTS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FSINPAIE.

       DATA DIVISION.
       FILE SECTION.
      ******** FICHIER CLIENT
           COPY 'COBOL-FD-FCLIENT.CPY'.

      ******** FICHIER DES PAIEMENTS DE SINISTRES
           COPY 'COBOL-FD-SINPAIE.cpy'.

       WORKING-STORAGE SECTION.
      ***********************************************
      * DEFINTION DES STATUS DES FICHIERS
      ***********************************************
       01  WS-STATUS-FILE-FCLIENT PIC X(02).
           88 WS-STATUS-FILE-FCLIENT-OK  VALUE "00".
           88 WS-STATUS-FILE-FCLIENT-EOF VALUE "10".
       01  WS-STATUS-FILE-FSINPAIE PIC X(02).
           88 WS-STATUS-FILE-FSINPAIE-OK  VALUE "00".
           88 WS-STATUS-FILE-FSINPAIE-EOF VALUE "10".

      ***********************************************
      * COMPTEURS
      ***********************************************
       01  WS-COMPTEUR-CLIENTS       PIC 9(05) VALUE ZEROES.
       01  WS-COMPTEUR-BENEFICIAIRES PIC 9(05) VALUE ZEROES.
       01  WS-COMPTEUR-ALERTES       PIC 9(05) VALUE ZEROES.
       01  WS-COMPTEUR-A-EXAMINER    PIC 9(05) VALUE ZEROES.
       01  WS-COMPTEUR-GELES         PIC 9(05) VALUE ZEROES.
       01  WS-COMPTEUR-NON-FILTRES   PIC 9(05) VALUE ZEROES.
       01  WS-MODULE-ABSENT PIC X(01) VALUE "N".
           88  WS-MODULE-ABSENT-OUI VALUE "O".

      ***********************************************
      * IDENTIFIANT D'UN PAIEMENT : SINISTRE-SEQUENCE
      ***********************************************
       01  WS-IDENT-PAIEMENT.
           05  WS-IDP-NUMSIN   PIC 9(08).
           05  FILLER          PIC X(01) VALUE "-".
           05  WS-IDP-SEQUENCE PIC 9(03).

      ***********************************************
      * FILTRAGE SANCTIONS (CTRLSANC)
      ***********************************************
       01  WS-FILTRAGE.
           05  WS-FIL-FONCTION      PIC X(01) VALUE "F".
           05  WS-FIL-PROGRAMME     PIC X(08) VALUE "FILTRAGE".
           05  WS-FIL-TYPE          PIC X(01) VALUE SPACES.
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

      ***********************************************
      * JOURNALISATION CENTRALE DES EVENEMENTS (LOGEVENT)
      ***********************************************
       01  WS-JOURNALISATION.
           05  WS-JRN-PROGRAMME PIC X(08) VALUE "FILTRAGE".
           05  WS-JRN-SEVERITE  PIC X(01) VALUE "I".
           05  WS-JRN-MESSAGE   PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-DEB.
      *******************************************************
      *  PARAGRAPHE PRINCIPAL
      *******************************************************
           DISPLAY "FILTRAGE SANCTIONS DES CLIENTS ET BENEFICIAIRES".
           MOVE ZEROES TO RETURN-CODE.
      *
      *********** TOUT LE FICHIER CLIENT
           PERFORM 1000-FILTRAGE-CLIENTS-DEBUT
              THRU 1000-FILTRAGE-CLIENTS-FIN.
           IF RETURN-CODE > 8
               GO TO 0000-MAIN-FIN
           END-IF.
      *
      *********** BENEFICIAIRES DES PAIEMENTS ENCORE A VIRER
           PERFORM 2000-FILTRAGE-BENEFICIAIRES-DEBUT
              THRU 2000-FILTRAGE-BENEFICIAIRES-FIN.

           DISPLAY "==============================================".
           DISPLAY "CLIENTS FILTRES          : " WS-COMPTEUR-CLIENTS.
           DISPLAY "BENEFICIAIRES FILTRES    : "
                   WS-COMPTEUR-BENEFICIAIRES.
           DISPLAY "ALERTES NOUVELLES        : " WS-COMPTEUR-ALERTES.
           DISPLAY "TIERS A EXAMINER         : "
                   WS-COMPTEUR-A-EXAMINER.
           DISPLAY "TIERS GELES (CONFIRMES)  : " WS-COMPTEUR-GELES.
           DISPLAY "==============================================".
      *
      *********** LISTE ABSENTE : LE FILTRAGE N'A PAS EU LIEU
           IF WS-COMPTEUR-NON-FILTRES > ZEROES
               DISPLAY "*** LISTE-SANCTIONS.txt ABSENTE: AUCUN NOM "
                       "FILTRE ***"
               MOVE "E" TO WS-JRN-SEVERITE
               MOVE "FILTRAGE IMPOSSIBLE: LISTE-SANCTIONS.txt ABSENTE"
                    TO WS-JRN-MESSAGE
               PERFORM 9000-JOURNALISER-DEBUT
                  THRU 9000-JOURNALISER-FIN
               MOVE 12 TO RETURN-CODE
               GO TO 0000-MAIN-FIN
           END-IF.

           MOVE SPACES TO WS-JRN-MESSAGE.
           STRING "FILTRAGE DE " WS-COMPTEUR-CLIENTS " CLIENTS ET "
                  WS-COMPTEUR-BENEFICIAIRES " BENEFICIAIRES: "
                  WS-COMPTEUR-ALERTES " ALERTE(S)"
                  DELIMITED BY SIZE INTO WS-JRN-MESSAGE.
           IF WS-COMPTEUR-ALERTES > ZEROES
           OR WS-COMPTEUR-A-EXAMINER > ZEROES
           OR WS-COMPTEUR-GELES > ZEROES
               MOVE "A" TO WS-JRN-SEVERITE
               DISPLAY "--> TIERS BLOQUES JUSQU'A DECISION: VOIR "
                       "LE PROGRAMME CONFORM"
           END-IF.
           PERFORM 9000-JOURNALISER-DEBUT
              THRU 9000-JOURNALISER-FIN.
           IF WS-JRN-SEVERITE = "A"
               MOVE 4 TO RETURN-CODE
           END-IF.

       0000-MAIN-FIN.
           GOBACK.

      *******************************************************
      *  FILTRAGE DE CHAQUE CLIENT DU FICHIER
      *******************************************************
       1000-FILTRAGE-CLIENTS-DEBUT.

           OPEN INPUT FCLIENT.
           IF NOT WS-STATUS-FILE-FCLIENT-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FCLIENT': "
                       WS-STATUS-FILE-FCLIENT
               MOVE 16 TO RETURN-CODE
               GO TO 1000-FILTRAGE-CLIENTS-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FCLIENT-OK
                      OR WS-MODULE-ABSENT-OUI
               READ FCLIENT
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO WS-COMPTEUR-CLIENTS
                       MOVE "C"            TO WS-FIL-TYPE
                       MOVE RCLIENT-ID     TO WS-FIL-IDENT
                       MOVE RCLIENT-NOM    TO WS-FIL-NOM
                       MOVE RCLIENT-PRENOM TO WS-FIL-PRENOM
                       PERFORM 3000-APPEL-FILTRAGE-DEBUT
                          THRU 3000-APPEL-FILTRAGE-FIN
               END-READ
           END-PERFORM.
           CLOSE FCLIENT.

           IF WS-MODULE-ABSENT-OUI
               MOVE 16 TO RETURN-CODE
           END-IF.

       1000-FILTRAGE-CLIENTS-FIN.
           EXIT.

      *******************************************************
      *  FILTRAGE DES BENEFICIAIRES DES PAIEMENTS A VIRER
      *  (FICHIER FACULTATIF)
      *******************************************************
       2000-FILTRAGE-BENEFICIAIRES-DEBUT.

           OPEN INPUT FSINPAIE.
           IF NOT WS-STATUS-FILE-FSINPAIE-OK
               GO TO 2000-FILTRAGE-BENEFICIAIRES-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FSINPAIE-OK
               READ FSINPAIE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SPA-STATUT-A-VIRER
                           ADD 1 TO WS-COMPTEUR-BENEFICIAIRES
                           MOVE SPA-NUMSIN   TO WS-IDP-NUMSIN
                           MOVE SPA-SEQUENCE TO WS-IDP-SEQUENCE
                           MOVE "B"               TO WS-FIL-TYPE
                           MOVE WS-IDENT-PAIEMENT TO WS-FIL-IDENT
                           MOVE SPA-BENEFICIAIRE  TO WS-FIL-NOM
                           MOVE SPACES            TO WS-FIL-PRENOM
                           PERFORM 3000-APPEL-FILTRAGE-DEBUT
                              THRU 3000-APPEL-FILTRAGE-FIN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FSINPAIE.

       2000-FILTRAGE-BENEFICIAIRES-FIN.
           EXIT.

      *******************************************************
      *  APPEL DE CTRLSANC POUR LE TIERS PREPARE ET COMPTAGE
      *******************************************************
       3000-APPEL-FILTRAGE-DEBUT.

           MOVE "F" TO WS-FIL-FONCTION.
           CALL 'CTRLSANC' USING WS-FILTRAGE
               ON EXCEPTION
                   DISPLAY "--> SOUS-PROGRAMME CTRLSANC INTROUVABLE"
                   MOVE "O" TO WS-MODULE-ABSENT
                   GO TO 3000-APPEL-FILTRAGE-FIN
           END-CALL.

           ADD WS-FIL-NB-ALERTES TO WS-COMPTEUR-ALERTES.
           IF WS-FIL-NB-ALERTES > ZEROES
               DISPLAY "--> ALERTE " WS-FIL-NUMERO " " WS-FIL-TYPE
                       " " WS-FIL-IDENT " " WS-FIL-NOM
                       " ~ " WS-FIL-REFERENCE
                       " (SCORE " WS-FIL-SCORE ")"
           END-IF.
           EVALUATE TRUE
               WHEN WS-FIL-A-EXAMINER
                   ADD 1 TO WS-COMPTEUR-A-EXAMINER
               WHEN WS-FIL-GELE
                   ADD 1 TO WS-COMPTEUR-GELES
               WHEN WS-FIL-NON-FILTRE
                   ADD 1 TO WS-COMPTEUR-NON-FILTRES
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       3000-APPEL-FILTRAGE-FIN.
           EXIT.

      *******************************************************
      *  JOURNALISATION CENTRALE (LOGEVENT)
      *******************************************************
       9000-JOURNALISER-DEBUT.

           CALL 'LOGEVENT' USING WS-JOURNALISATION
               ON EXCEPTION
                   CONTINUE
           END-CALL.

       9000-JOURNALISER-FIN.
           EXIT.
