       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGLMIGRE.
       AUTHOR. GENEVIEVE GIANNASI.
       INSTALLATION. PERSONAL PC.
       DATE-WRITTEN. 15-10-2026.
       DATE-COMPILED. 15-10-2026.
       SECURITY. NON-CONFIDENTIAL.
      ******************************************************************
      * OBJECTIF:
      * Migration du fichier sequentiel des reglements REGLEMENTS.txt
      * vers une version indexee REGLEMENTS.IDX (cle client + date +
      * sequence, gabarit COBOL-FD-MVTIDX), dans l'esprit de CLIMIGRE
      * et ASSURMIGRE : les questions sur UN client (RELEVE d'un
      * compte, TRACECLI, doublon de SAISIEREG) se font par cle via
      * le sous-programme MVTIDX au lieu d'un parcours complet.
      *
      * REGLEMENTS.txt reste la reference et l'export : les
      * programmes de saisie ecrivent dans les deux, et les
      * programmes qui reecrivent REGLEMENTS.txt (FUSIONCLI,
      * ARCHPERI) relancent cette migration pour reconstruire
      * l'index. La sequence est le rang de la ligne dans le
      * fichier : l'ordre de saisie est conserve pour un client a
      * une meme date.
      *
      * Les lignes sans identifiant client ne peuvent pas etre
      * indexees : elles sont signalees dans REGLMIGRE-REJETS.txt
      * (code retour 4).
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ******** FICHIER DES REGLEMENTS SEQUENTIEL (SOURCE)
           SELECT FREGL ASSIGN TO "REGLEMENTS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FREGL.

      ******** FICHIER DES REGLEMENTS INDEXE (CIBLE)
           SELECT FMVTIDX ASSIGN TO "REGLEMENTS.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS MVI-CLE
           FILE STATUS IS WS-STATUS-FILE-FMVTIDX.

      ******** FICHIER DE COMPTE-RENDU DES LIGNES REJETEES
           SELECT FREJET ASSIGN TO "REGLMIGRE-REJETS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FREJET.

       DATA DIVISION.
       FILE SECTION.
      ******** FICHIER DES REGLEMENTS SEQUENTIEL (SOURCE)
       FD  FREGL.
       01  RREGL.
           05  RREGL-ID             PIC X(08).
           05  FILLER               PIC X(01).
           05  RREGL-DATE           PIC X(08).
           05  FILLER               PIC X(31).

      ******** FICHIER DES REGLEMENTS INDEXE (CLE EN TETE)
           COPY 'COBOL-FD-MVTIDX.cpy'.

      ******** FICHIER DE COMPTE-RENDU DES LIGNES REJETEES
       FD  FREJET.
       01  RREJET PIC X(80).

       WORKING-STORAGE SECTION.
      ***********************************************
      * DEFINTION DES STATUS DES FICHIERS
      ***********************************************
       01  WS-STATUS-FILE-FREGL    PIC X(02).
           88 WS-STATUS-FILE-FREGL-OK  VALUE "00".
           88 WS-STATUS-FILE-FREGL-EOF VALUE "10".
       01  WS-COMPTEUR-FILE-FREGL  PIC 9(06) VALUE ZEROES.

       01  WS-STATUS-FILE-FMVTIDX  PIC X(02).
           88 WS-STATUS-FILE-FMVTIDX-OK VALUE "00".
       01  WS-COMPTEUR-FILE-FMVTIDX PIC 9(06) VALUE ZEROES.

       01  WS-STATUS-FILE-FREJET   PIC X(02).
           88 WS-STATUS-FILE-FREJET-OK  VALUE "00".
       01  WS-COMPTEUR-REJETS      PIC 9(06) VALUE ZEROES.

       PROCEDURE DIVISION.
       0000-MAIN-DEB.
      *******************************************************
      *  PARAGRAPHE PRINCIPAL
      *******************************************************
           DISPLAY "MIGRATION REGLEMENTS SEQUENTIEL VERS INDEXE".
           MOVE ZEROES TO WS-COMPTEUR-FILE-FREGL
                          WS-COMPTEUR-FILE-FMVTIDX
                          WS-COMPTEUR-REJETS.

           OPEN INPUT FREGL.
           IF NOT WS-STATUS-FILE-FREGL-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FREGL': "
                       WS-STATUS-FILE-FREGL
               MOVE 16 TO RETURN-CODE
               GO TO 0000-MAIN-FIN
           END-IF.

           OPEN OUTPUT FMVTIDX.
           IF NOT WS-STATUS-FILE-FMVTIDX-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FMVTIDX': "
                       WS-STATUS-FILE-FMVTIDX
               CLOSE FREGL
               MOVE 16 TO RETURN-CODE
               GO TO 0000-MAIN-FIN
           END-IF.

           OPEN OUTPUT FREJET.
           IF NOT WS-STATUS-FILE-FREJET-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FREJET': "
                       WS-STATUS-FILE-FREJET
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FREGL-OK
               READ FREGL
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO WS-COMPTEUR-FILE-FREGL
                       PERFORM 1000-CHARGEMENT-INDEXE-DEBUT
                          THRU 1000-CHARGEMENT-INDEXE-FIN
               END-READ
           END-PERFORM.

           CLOSE FREGL.
           CLOSE FMVTIDX.
           CLOSE FREJET.

           DISPLAY "==============================================".
           DISPLAY "NOMBRE DE REGLEMENTS LUS    : "
                   WS-COMPTEUR-FILE-FREGL.
           DISPLAY "NOMBRE DE REGLEMENTS CHARGES: "
                   WS-COMPTEUR-FILE-FMVTIDX.
           DISPLAY "NOMBRE DE LIGNES REJETEES   : "
                   WS-COMPTEUR-REJETS.
           DISPLAY "==============================================".

           IF WS-COMPTEUR-REJETS > ZEROES
               DISPLAY "--> VOIR LE DETAIL DANS REGLMIGRE-REJETS.txt"
               MOVE 4 TO RETURN-CODE
           END-IF.

       0000-MAIN-FIN.
           GOBACK.

      *******************************************************
      *  ECRITURE D'UN REGLEMENT DANS LE FICHIER INDEXE
      *******************************************************
       1000-CHARGEMENT-INDEXE-DEBUT.

           IF RREGL-ID = SPACES
               PERFORM 1100-REJET-LIGNE-DEBUT
                  THRU 1100-REJET-LIGNE-FIN
               GO TO 1000-CHARGEMENT-INDEXE-FIN
           END-IF.

           MOVE SPACES TO RMVTIDX.
           MOVE RREGL-ID   TO MVI-ID.
           MOVE RREGL-DATE TO MVI-DATE.
           MOVE WS-COMPTEUR-FILE-FREGL TO MVI-SEQ.
           MOVE RREGL TO MVI-IMAGE.

           WRITE RMVTIDX
               INVALID KEY
                   DISPLAY "ERREUR ECRITURE FICHIER 'FMVTIDX': "
                           WS-STATUS-FILE-FMVTIDX
                           " CLE " MVI-CLE
                   PERFORM 1100-REJET-LIGNE-DEBUT
                      THRU 1100-REJET-LIGNE-FIN
               NOT INVALID KEY
                   ADD 1 TO WS-COMPTEUR-FILE-FMVTIDX
           END-WRITE.

       1000-CHARGEMENT-INDEXE-FIN.
           EXIT.

      *******************************************************
      *  LIGNE NON CHARGEE : COMPTE-RENDU
      *******************************************************
       1100-REJET-LIGNE-DEBUT.

           ADD 1 TO WS-COMPTEUR-REJETS.
           IF WS-STATUS-FILE-FREJET-OK
               MOVE SPACES TO RREJET
               STRING "LIGNE " WS-COMPTEUR-FILE-FREGL
                      " NON CHARGEE: " RREGL
                      DELIMITED BY SIZE INTO RREJET
               WRITE RREJET
           END-IF.

       1100-REJET-LIGNE-FIN.
           EXIT.
