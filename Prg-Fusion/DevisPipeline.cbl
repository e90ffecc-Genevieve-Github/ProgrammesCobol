       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEVPIPE.
       AUTHOR. GENEVIEVE GIANNASI.
       INSTALLATION. PERSONAL PC.
       DATE-WRITTEN. 15-10-2026.
       DATE-COMPILED. 15-10-2026.
       SECURITY. NON-CONFIDENTIAL.
      ******************************************************************
      * OBJECTIF:
      * Suivi commercial des devis : pour chaque societe et chaque
      * mois d'emission (AAAAMM), nombre et montant des devis emis,
      * et leur devenir - acceptes (convertis en client par
      * DEVMAINT), expires (emis, validite depassee), perdus, et
      * encore en cours - avec le taux de transformation (acceptes
      * sur emis, en nombre).
      *
      * DEVIS.txt est trie par societe et date d'emission ; le
      * rapport DEVIS-PIPELINE.txt (132 positions) donne une ligne
      * par mois, un sous-total par societe et un total general.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ******** PROSPECTS ET DEVIS
           SELECT FDEVIS ASSIGN TO "DEVIS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FDEVIS.

      ******** DEVIS TRIES PAR SOCIETE ET DATE D'EMISSION
           SELECT FDEVTRI ASSIGN TO "DEVIS-TRI.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FDEVTRI.

      ******** RAPPORT DU PIPELINE DES DEVIS (132 POSITIONS)
           SELECT FPIPE ASSIGN TO "DEVIS-PIPELINE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FPIPE.

      ******** FICHIER DE TRI DES DEVIS
           SELECT SDEVIS ASSIGN TO SORTFILE.

       DATA DIVISION.
       FILE SECTION.
      ******** PROSPECTS ET DEVIS
           COPY 'COBOL-FD-DEVIS.cpy'.

      ******** DEVIS TRIES (GABARIT RDEVIS)
           COPY 'COBOL-FD-DEVIS.cpy'
               REPLACING LEADING ==FDEVIS== BY ==FDEVTRI==
                         LEADING ==RDEVIS== BY ==RDEVTRI==
                         LEADING ==DEV== BY ==DTR==.

      ******** RAPPORT DU PIPELINE DES DEVIS (132 POSITIONS)
       FD  FPIPE.
       01  RPIPE PIC X(132).

      ******** FICHIER DE TRI DES DEVIS
       SD  SDEVIS.
       01  SDEVIS-REC.
           05  FILLER         PIC X(09).
           05  SDEV-DATE      PIC 9(08).
           05  FILLER         PIC X(101).
           05  SDEV-SOCIETE   PIC X(05).
           05  FILLER         PIC X(191).

       WORKING-STORAGE SECTION.
      ***********************************************
      * DEFINTION DES STATUS DES FICHIERS
      ***********************************************
       01  WS-STATUS-FILE-FDEVIS PIC X(02).
           88 WS-STATUS-FILE-FDEVIS-OK  VALUE "00".
       01  WS-STATUS-FILE-FDEVTRI PIC X(02).
           88 WS-STATUS-FILE-FDEVTRI-OK  VALUE "00".
           88 WS-STATUS-FILE-FDEVTRI-EOF VALUE "10".
       01  WS-COMPTEUR-FILE-FDEVTRI PIC 9(05) VALUE ZEROES.
       01  WS-STATUS-FILE-FPIPE PIC X(02).
           88 WS-STATUS-FILE-FPIPE-OK  VALUE "00".

      ******************************************
      *  CUMULS : NIVEAU 1 MOIS, 2 SOCIETE, 3 GENERAL ;
      *  CATEGORIE 1 EMIS, 2 ACCEPTES, 3 EXPIRES, 4 PERDUS,
      *  5 EN COURS
      ******************************************
       01  WS-CUMULS.
           05  WS-CUMUL OCCURS 3.
               10  WS-CUM-NB OCCURS 5 PIC 9(05).
               10  WS-CUM-MT OCCURS 5 PIC 9(09)V99.
       01  WS-NIVEAU    PIC 9(01) VALUE ZEROES.
       01  WS-NIVEAU2   PIC 9(01) VALUE ZEROES.
       01  WS-CATEGORIE PIC 9(01) VALUE ZEROES.

      ******************************************
      *  RUPTURES
      ******************************************
       01  WS-SOCIETE-COURANTE PIC X(05) VALUE SPACES.
       01  WS-MOIS-COURANT     PIC 9(06) VALUE ZEROES.
       01  WS-MOIS-LU          PIC 9(06) VALUE ZEROES.
       01  WS-PREMIER-DEVIS PIC X(01) VALUE "O".
           88 WS-PREMIER-DEVIS-OUI VALUE "O".

      ******************************************
      *  ZONES D'EDITION
      ******************************************
       01  WS-DATE-JOUR PIC 9(08) VALUE ZEROES.
       01  WS-EDIT-DATE PIC 9(04)/9(02)/9(02).
       01  WS-EDIT-MOIS PIC 9(04)/9(02).
       01  WS-LIBELLE-NIVEAU PIC X(15) VALUE SPACES.
       01  WS-EDIT-NB-1 PIC ZZZZ9.
       01  WS-EDIT-NB-2 PIC ZZZZ9.
       01  WS-EDIT-NB-3 PIC ZZZZ9.
       01  WS-EDIT-NB-4 PIC ZZZZ9.
       01  WS-EDIT-NB-5 PIC ZZZZ9.
       01  WS-EDIT-MT-1 PIC ZZZ.ZZZ.ZZ9,99.
       01  WS-EDIT-MT-2 PIC ZZZ.ZZZ.ZZ9,99.
       01  WS-EDIT-MT-3 PIC ZZZ.ZZZ.ZZ9,99.
       01  WS-EDIT-MT-4 PIC ZZZ.ZZZ.ZZ9,99.
       01  WS-EDIT-MT-5 PIC ZZZ.ZZZ.ZZ9,99.
       01  WS-TAUX      PIC 9(03)V99 VALUE ZEROES.
       01  WS-EDIT-TAUX PIC ZZ9,99.
       01  WS-LIGNE PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-DEB.
      *******************************************************
      *  PARAGRAPHE PRINCIPAL
      *******************************************************
           DISPLAY "PIPELINE DES DEVIS PAR SOCIETE ET PAR MOIS".
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATE-JOUR.
           INITIALIZE WS-CUMULS.
      *
      *********** TRI DES DEVIS PAR SOCIETE ET DATE D'EMISSION
           OPEN INPUT FDEVIS.
           IF NOT WS-STATUS-FILE-FDEVIS-OK
               DISPLAY "--> DEVIS.txt ABSENT: AUCUN DEVIS A SUIVRE"
               MOVE 4 TO RETURN-CODE
               GO TO 0000-MAIN-FIN
           END-IF.
           CLOSE FDEVIS.

           SORT SDEVIS ON ASCENDING KEY SDEV-SOCIETE, SDEV-DATE
               USING FDEVIS GIVING FDEVTRI.
      *
      *********** EDITION EN RUPTURE DE SOCIETE ET DE MOIS
           PERFORM 2000-EDITION-PIPELINE-DEBUT
              THRU 2000-EDITION-PIPELINE-FIN.

           DISPLAY "==============================================".
           DISPLAY "DEVIS LUS        : " WS-COMPTEUR-FILE-FDEVTRI.
           DISPLAY "ACCEPTES         : " WS-CUM-NB (3, 2).
           DISPLAY "EXPIRES          : " WS-CUM-NB (3, 3).
           DISPLAY "PERDUS           : " WS-CUM-NB (3, 4).
           DISPLAY "EN COURS         : " WS-CUM-NB (3, 5).
           DISPLAY "==============================================".

       0000-MAIN-FIN.
           GOBACK.

      *******************************************************
      *  LECTURE DES DEVIS TRIES ET EDITION DU RAPPORT
      *******************************************************
       2000-EDITION-PIPELINE-DEBUT.

           OPEN INPUT FDEVTRI.
           IF NOT WS-STATUS-FILE-FDEVTRI-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FDEVTRI': "
                       WS-STATUS-FILE-FDEVTRI
               MOVE 16 TO RETURN-CODE
               GO TO 2000-EDITION-PIPELINE-FIN
           END-IF.

           OPEN OUTPUT FPIPE.
           IF NOT WS-STATUS-FILE-FPIPE-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FPIPE': "
                       WS-STATUS-FILE-FPIPE
               CLOSE FDEVTRI
               MOVE 16 TO RETURN-CODE
               GO TO 2000-EDITION-PIPELINE-FIN
           END-IF.
      *
      ****** EN-TETE
           MOVE WS-DATE-JOUR TO WS-EDIT-DATE.
           MOVE SPACES TO WS-LIGNE.
           STRING "PIPELINE DES DEVIS AU " WS-EDIT-DATE
                  " - PAR SOCIETE ET MOIS D'EMISSION"
                  " - TAUX = ACCEPTES / EMIS"
                  DELIMITED BY SIZE INTO WS-LIGNE.
           MOVE WS-LIGNE TO RPIPE.
           WRITE RPIPE.
           MOVE SPACES TO WS-LIGNE.
           STRING "SOCIETE MOIS    "
                  " EMIS  MONTANT EMIS "
                  " ACC.  MONT. ACCEPT "
                  " EXP. MONT. EXPIRES "
                  " PER.  MONT. PERDUS "
                  "COURSMONT. EN COURS "
                  "   TAUX %"
                  DELIMITED BY SIZE INTO WS-LIGNE.
           MOVE WS-LIGNE TO RPIPE.
           WRITE RPIPE.
           MOVE ALL "-" TO WS-LIGNE.
           MOVE WS-LIGNE TO RPIPE.
           WRITE RPIPE.

           PERFORM UNTIL NOT WS-STATUS-FILE-FDEVTRI-OK
               READ FDEVTRI
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO WS-COMPTEUR-FILE-FDEVTRI
                       PERFORM 2100-TRAITEMENT-DEVIS-DEBUT
                          THRU 2100-TRAITEMENT-DEVIS-FIN
               END-READ
           END-PERFORM.
           CLOSE FDEVTRI.
      *
      ****** DERNIERES RUPTURES ET TOTAL GENERAL
           IF NOT WS-PREMIER-DEVIS-OUI
               MOVE 1 TO WS-NIVEAU
               PERFORM 3000-EDITION-CUMUL-DEBUT
                  THRU 3000-EDITION-CUMUL-FIN
               MOVE 2 TO WS-NIVEAU
               PERFORM 3000-EDITION-CUMUL-DEBUT
                  THRU 3000-EDITION-CUMUL-FIN
           ELSE
               MOVE "AUCUN DEVIS" TO WS-LIGNE
               MOVE WS-LIGNE TO RPIPE
               WRITE RPIPE
           END-IF.
           MOVE ALL "=" TO WS-LIGNE.
           MOVE WS-LIGNE TO RPIPE.
           WRITE RPIPE.
           MOVE 3 TO WS-NIVEAU.
           PERFORM 3000-EDITION-CUMUL-DEBUT
              THRU 3000-EDITION-CUMUL-FIN.
           CLOSE FPIPE.

       2000-EDITION-PIPELINE-FIN.
           EXIT.

      *******************************************************
      *  UN DEVIS : RUPTURES PUIS CUMUL DANS SA CATEGORIE
      *******************************************************
       2100-TRAITEMENT-DEVIS-DEBUT.

           MOVE DTR-DATE (1:6) TO WS-MOIS-LU.
           IF WS-PREMIER-DEVIS-OUI
               MOVE "N" TO WS-PREMIER-DEVIS
               MOVE DTR-SOCIETE TO WS-SOCIETE-COURANTE
               MOVE WS-MOIS-LU  TO WS-MOIS-COURANT
           END-IF.
      *
      ****** RUPTURE DE SOCIETE (ENTRAINE CELLE DU MOIS)
           IF DTR-SOCIETE NOT = WS-SOCIETE-COURANTE
               MOVE 1 TO WS-NIVEAU
               PERFORM 3000-EDITION-CUMUL-DEBUT
                  THRU 3000-EDITION-CUMUL-FIN
               MOVE 2 TO WS-NIVEAU
               PERFORM 3000-EDITION-CUMUL-DEBUT
                  THRU 3000-EDITION-CUMUL-FIN
               MOVE DTR-SOCIETE TO WS-SOCIETE-COURANTE
               MOVE WS-MOIS-LU  TO WS-MOIS-COURANT
           END-IF.
      *
      ****** RUPTURE DE MOIS
           IF WS-MOIS-LU NOT = WS-MOIS-COURANT
               MOVE 1 TO WS-NIVEAU
               PERFORM 3000-EDITION-CUMUL-DEBUT
                  THRU 3000-EDITION-CUMUL-FIN
               MOVE WS-MOIS-LU TO WS-MOIS-COURANT
           END-IF.
      *
      ****** DEVENIR DU DEVIS : UN DEVIS EMIS DONT LA VALIDITE EST
      ****** PASSEE EST EXPIRE
           EVALUATE TRUE
               WHEN DTR-ACCEPTE
                   MOVE 2 TO WS-CATEGORIE
               WHEN DTR-PERDU
                   MOVE 4 TO WS-CATEGORIE
               WHEN DTR-VALIDITE < WS-DATE-JOUR
                   MOVE 3 TO WS-CATEGORIE
               WHEN OTHER
                   MOVE 5 TO WS-CATEGORIE
           END-EVALUATE.

           PERFORM VARYING WS-NIVEAU2 FROM 1 BY 1 UNTIL WS-NIVEAU2 > 3
               ADD 1 TO WS-CUM-NB (WS-NIVEAU2, 1)
               ADD DTR-TOTAL TO WS-CUM-MT (WS-NIVEAU2, 1)
               ADD 1 TO WS-CUM-NB (WS-NIVEAU2, WS-CATEGORIE)
               ADD DTR-TOTAL TO WS-CUM-MT (WS-NIVEAU2, WS-CATEGORIE)
           END-PERFORM.

       2100-TRAITEMENT-DEVIS-FIN.
           EXIT.

      *******************************************************
      *  EDITION DES CUMULS DU NIVEAU WS-NIVEAU, REMIS A ZERO SAUF
      *  LE TOTAL GENERAL
      *******************************************************
       3000-EDITION-CUMUL-DEBUT.

           EVALUATE WS-NIVEAU
               WHEN 1
                   MOVE WS-MOIS-COURANT TO WS-EDIT-MOIS
                   MOVE SPACES TO WS-LIBELLE-NIVEAU
                   STRING WS-SOCIETE-COURANTE "   " WS-EDIT-MOIS
                          DELIMITED BY SIZE INTO WS-LIBELLE-NIVEAU
               WHEN 2
                   MOVE SPACES TO WS-LIBELLE-NIVEAU
                   STRING WS-SOCIETE-COURANTE "   TOTAL"
                          DELIMITED BY SIZE INTO WS-LIBELLE-NIVEAU
               WHEN OTHER
                   MOVE "TOTAL GENERAL" TO WS-LIBELLE-NIVEAU
           END-EVALUATE.

           MOVE WS-CUM-NB (WS-NIVEAU, 1) TO WS-EDIT-NB-1.
           MOVE WS-CUM-NB (WS-NIVEAU, 2) TO WS-EDIT-NB-2.
           MOVE WS-CUM-NB (WS-NIVEAU, 3) TO WS-EDIT-NB-3.
           MOVE WS-CUM-NB (WS-NIVEAU, 4) TO WS-EDIT-NB-4.
           MOVE WS-CUM-NB (WS-NIVEAU, 5) TO WS-EDIT-NB-5.
           MOVE WS-CUM-MT (WS-NIVEAU, 1) TO WS-EDIT-MT-1.
           MOVE WS-CUM-MT (WS-NIVEAU, 2) TO WS-EDIT-MT-2.
           MOVE WS-CUM-MT (WS-NIVEAU, 3) TO WS-EDIT-MT-3.
           MOVE WS-CUM-MT (WS-NIVEAU, 4) TO WS-EDIT-MT-4.
           MOVE WS-CUM-MT (WS-NIVEAU, 5) TO WS-EDIT-MT-5.
           MOVE ZEROES TO WS-TAUX.
           IF WS-CUM-NB (WS-NIVEAU, 1) > ZEROES
               COMPUTE WS-TAUX ROUNDED = WS-CUM-NB (WS-NIVEAU, 2)
                       * 100 / WS-CUM-NB (WS-NIVEAU, 1)
           END-IF.
           MOVE WS-TAUX TO WS-EDIT-TAUX.

           MOVE SPACES TO WS-LIGNE.
           STRING WS-LIBELLE-NIVEAU " "
                  WS-EDIT-NB-1 WS-EDIT-MT-1 " "
                  WS-EDIT-NB-2 WS-EDIT-MT-2 " "
                  WS-EDIT-NB-3 WS-EDIT-MT-3 " "
                  WS-EDIT-NB-4 WS-EDIT-MT-4 " "
                  WS-EDIT-NB-5 WS-EDIT-MT-5 "   "
                  WS-EDIT-TAUX
                  DELIMITED BY SIZE INTO WS-LIGNE.
           MOVE WS-LIGNE TO RPIPE.
           WRITE RPIPE.
           IF WS-NIVEAU = 2
               MOVE SPACES TO RPIPE
               WRITE RPIPE
           END-IF.

           IF WS-NIVEAU < 3
               INITIALIZE WS-CUMUL (WS-NIVEAU)
           END-IF.

       3000-EDITION-CUMUL-FIN.
           EXIT.
