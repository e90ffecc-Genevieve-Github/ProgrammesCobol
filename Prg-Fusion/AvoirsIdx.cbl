       IDENTIFICATION DIVISION.
       PROGRAM-ID. AVOIRMIGRE.
       AUTHOR. GENEVIEVE GIANNASI.
       INSTALLATION. PERSONAL PC.
       DATE-WRITTEN. 15-10-2026.
       DATE-COMPILED. 15-10-2026.
       SECURITY. NON-CONFIDENTIAL.
      ******************************************************************
      * OBJECTIF:
      * Migration du fichier sequentiel des avoirs AVOIRS.txt vers
      * une version indexee AVOIRS.IDX (cle client + date + sequence,
      * gabarit COBOL-FD-MVTIDX), pendant de REGLMIGRE : les questions
      * sur UN client (RELEVE d'un compte, TRACECLI) se font par cle
      * via le sous-programme MVTIDX au lieu d'un parcours complet.
      *
      * AVOIRS.txt reste la reference et l'export : les programmes
      * qui emettent des avoirs ecrivent dans les deux, et ARCHPERI,
      * qui reecrit AVOIRS.txt, relance cette migration pour
      * reconstruire l'index. La sequence est le rang de la ligne
      * dans le fichier : l'ordre d'emission est conserve pour un
      * client a une meme date.
      *
      * Les lignes sans identifiant client ne peuvent pas etre
      * indexees : elles sont signalees dans AVOIRMIGRE-REJETS.txt
      * (code retour 4).
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ******** FICHIER DES AVOIRS SEQUENTIEL (SOURCE)
           SELECT FAVOIR ASSIGN TO "AVOIRS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FAVOIR.

      ******** FICHIER DES AVOIRS INDEXE (CIBLE)
           SELECT FMVTIDX ASSIGN TO "AVOIRS.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS MVI-CLE
           FILE STATUS IS WS-STATUS-FILE-FMVTIDX.

      ******** FICHIER DE COMPTE-RENDU DES LIGNES REJETEES
           SELECT FREJET ASSIGN TO "AVOIRMIGRE-REJETS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FREJET.

       DATA DIVISION.
       FILE SECTION.
      ******** FICHIER DES AVOIRS SEQUENTIEL (SOURCE)
       FD  FAVOIR.
       01  RAVOIR.
           05  AVR-ID       PIC X(08).
           05  FILLER       PIC X(01).
           05  AVR-NUMFACT  PIC X(08).
           05  FILLER       PIC X(01).
           05  AVR-DATE     PIC X(08).
           05  FILLER       PIC X(41).

      ******** FICHIER DES AVOIRS INDEXE (CLE EN TETE)
           COPY 'COBOL-FD-MVTIDX.cpy'.

      ******** FICHIER DE COMPTE-RENDU DES LIGNES REJETEES
       FD  FREJET.
       01  RREJET PIC X(100).

       WORKING-STORAGE SECTION.
      ***********************************************
      * DEFINTION DES STATUS DES FICHIERS
      ***********************************************
       01  WS-STATUS-FILE-FAVOIR    PIC X(02).
           88 WS-STATUS-FILE-FAVOIR-OK  VALUE "00".
           88 WS-STATUS-FILE-FAVOIR-EOF VALUE "10".
       01  WS-COMPTEUR-FILE-FAVOIR  PIC 9(06) VALUE ZEROES.

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
           DISPLAY "MIGRATION AVOIRS SEQUENTIEL VERS INDEXE".
           MOVE ZEROES TO WS-COMPTEUR-FILE-FAVOIR
                          WS-COMPTEUR-FILE-FMVTIDX
                          WS-COMPTEUR-REJETS.

           OPEN INPUT FAVOIR.
           IF NOT WS-STATUS-FILE-FAVOIR-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FAVOIR': "
                       WS-STATUS-FILE-FAVOIR
               MOVE 16 TO RETURN-CODE
               GO TO 0000-MAIN-FIN
           END-IF.

           OPEN OUTPUT FMVTIDX.
           IF NOT WS-STATUS-FILE-FMVTIDX-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FMVTIDX': "
                       WS-STATUS-FILE-FMVTIDX
               CLOSE FAVOIR
               MOVE 16 TO RETURN-CODE
               GO TO 0000-MAIN-FIN
           END-IF.

           OPEN OUTPUT FREJET.
           IF NOT WS-STATUS-FILE-FREJET-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FREJET': "
                       WS-STATUS-FILE-FREJET
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FAVOIR-OK
               READ FAVOIR
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO WS-COMPTEUR-FILE-FAVOIR
                       PERFORM 1000-CHARGEMENT-INDEXE-DEBUT
                          THRU 1000-CHARGEMENT-INDEXE-FIN
               END-READ
           END-PERFORM.

           CLOSE FAVOIR.
           CLOSE FMVTIDX.
           CLOSE FREJET.

           DISPLAY "==============================================".
           DISPLAY "NOMBRE D'AVOIRS LUS         : "
                   WS-COMPTEUR-FILE-FAVOIR.
           DISPLAY "NOMBRE D'AVOIRS CHARGES     : "
                   WS-COMPTEUR-FILE-FMVTIDX.
           DISPLAY "NOMBRE DE LIGNES REJETEES   : "
                   WS-COMPTEUR-REJETS.
           DISPLAY "==============================================".

           IF WS-COMPTEUR-REJETS > ZEROES
               DISPLAY "--> VOIR LE DETAIL DANS AVOIRMIGRE-REJETS.txt"
               MOVE 4 TO RETURN-CODE
           END-IF.

       0000-MAIN-FIN.
           GOBACK.

      *******************************************************
      *  ECRITURE D'UN AVOIR DANS LE FICHIER INDEXE
      *******************************************************
       1000-CHARGEMENT-INDEXE-DEBUT.

           IF AVR-ID = SPACES
               PERFORM 1100-REJET-LIGNE-DEBUT
                  THRU 1100-REJET-LIGNE-FIN
               GO TO 1000-CHARGEMENT-INDEXE-FIN
           END-IF.

           MOVE SPACES TO RMVTIDX.
           MOVE AVR-ID   TO MVI-ID.
           MOVE AVR-DATE TO MVI-DATE.
           MOVE WS-COMPTEUR-FILE-FAVOIR TO MVI-SEQ.
           MOVE RAVOIR TO MVI-IMAGE.

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
               STRING "LIGNE " WS-COMPTEUR-FILE-FAVOIR
                      " NON CHARGEE: " RAVOIR
                      DELIMITED BY SIZE INTO RREJET
               WRITE RREJET
           END-IF.

       1100-REJET-LIGNE-FIN.
           EXIT.
