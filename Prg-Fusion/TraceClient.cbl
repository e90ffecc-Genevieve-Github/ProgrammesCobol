      *   - marque prelevement mais absent de la remise banque
      *   - facture mais absent de son bordereau assureur
      * Sortie : TRACE-CLIENT.txt, doublee a l'ecran.
      * Reglements et avoirs du client sont lus par cle dans
      * REGLEMENTS.IDX et AVOIRS.IDX (sous-programme MVTIDX) ; sans
      * index, REGLEMENTS.txt et AVOIRS.txt sont relus en entier.
      * L'historique des documents envoyes au client (toutes dates)
      * est repris du registre permanent des correspondances
      * CORRESPONDANCES-REGISTRE.txt (sous-programme CORRESP).
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FBORD.

      ******** REGISTRE PERMANENT DES CORRESPONDANCES
           SELECT FCORRESP ASSIGN TO "CORRESPONDANCES-REGISTRE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FCORRESP.

      ******** TRACE EDITEE
           SELECT FTRACE ASSIGN TO "TRACE-CLIENT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           05  RREGL-MONTANT        PIC 9(07)V99.
           05  FILLER               PIC X(01).
           05  RREGL-NUMFACT        PIC X(08).
           05  FILLER               PIC X(01).
           05  RREGL-MODE           PIC X(03).
           05  FILLER               PIC X(01).
           05  RREGL-CHEQUE         PIC X(07).

      ******** FICHIER DES AVOIRS EMIS
       FD  FAVOIR.
       FD  FBORD.
       01  RBORD PIC X(132).

      ******** REGISTRE DES CORRESPONDANCES
           COPY 'COBOL-FD-CORRESP.cpy'.

      ******** TRACE EDITEE
       FD  FTRACE.
       01  RTRACE PIC X(120).
       01  WS-STATUS-FILE-FBORD PIC X(02).
           88 WS-STATUS-FILE-FBORD-OK  VALUE "00".
           88 WS-STATUS-FILE-FBORD-EOF VALUE "10".
       01  WS-STATUS-FILE-FCORRESP PIC X(02).
           88 WS-STATUS-FILE-FCORRESP-OK  VALUE "00".
           88 WS-STATUS-FILE-FCORRESP-EOF VALUE "10".
       01  WS-STATUS-FILE-FTRACE PIC X(02).
           88 WS-STATUS-FILE-FTRACE-OK  VALUE "00".

       01  WS-EDIT-MONTANT PIC ZZ.ZZZ.ZZ9,99.
       01  WS-LIGNE PIC X(120) VALUE SPACES.
       01  WS-DATE-JOUR PIC 9(08) VALUE ZEROES.
       01  WS-NB-CORRESPONDANCES PIC 9(05) VALUE ZEROES.

      ***********************************************
      * MANIFESTE DES SORTIES (MANIFEST) : FICHIERSOR.txt
      * VERIFIE AVANT TRAITEMENT (NOMBRE, TOTAL HT, CLE)
      ***********************************************
       01  WS-MANIFESTE.
           05  WS-MAN-FONCTION  PIC X(01) VALUE "V".
           05  WS-MAN-FICHIER   PIC X(30) VALUE "FICHIERSOR.txt".
           05  WS-MAN-PROGRAMME PIC X(08) VALUE "TRACECLI".
           05  WS-MAN-POSITION  PIC 9(04) VALUE 73.
           05  WS-MAN-LONGUEUR  PIC 9(02) VALUE 9.
           05  WS-MAN-NB-ENREG  PIC 9(09) VALUE ZEROES.
           05  WS-MAN-TOTAL     PIC 9(13)V99 VALUE ZEROES.
           05  WS-MAN-CONTROLE  PIC 9(09) VALUE ZEROES.
           05  WS-MAN-STATUT    PIC X(01) VALUE SPACES.
               88  WS-MAN-ALTERE VALUE "2".

      ***********************************************
      * MOUVEMENTS INDEXES PAR CLIENT (MVTIDX) :
      * REGLEMENTS ET AVOIRS DU CLIENT LUS PAR CLE
      ***********************************************
       01  WS-MOUVEMENT-IDX.
           05  WS-MVI-FONCTION PIC X(01) VALUE "P".
           05  WS-MVI-FICHIER  PIC X(01) VALUE "R".
           05  WS-MVI-ID       PIC X(08) VALUE SPACES.
           05  WS-MVI-DATE     PIC X(08) VALUE SPACES.
           05  WS-MVI-ENREG    PIC X(67) VALUE SPACES.
           05  WS-MVI-STATUT   PIC X(01) VALUE SPACES.
               88  WS-MVI-OK           VALUE "0".
               88  WS-MVI-INACCESSIBLE VALUE "8" "9".
       01  WS-RC-SAUVE PIC S9(04) VALUE ZEROES.

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
           DISPLAY "TRACE D'UN CLIENT DANS LES SORTIES DE LA NUIT".
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATE-JOUR.

              THRU 6000-TRACE-REMISE-FIN.
           PERFORM 7000-TRACE-BORDEREAU-DEBUT
              THRU 7000-TRACE-BORDEREAU-FIN.
           PERFORM 7500-TRACE-CORRESP-DEBUT
              THRU 7500-TRACE-CORRESP-FIN.
      *
      *********** LES ABSENCES QUI DEVRAIENT NE PAS EN ETRE
           PERFORM 8000-ABSENCES-ANORMALES-DEBUT
      *******************************************************
       5000-TRACE-REGLEMENTS-DEBUT.

           MOVE "R" TO WS-MVI-FICHIER.
           MOVE "P" TO WS-MVI-FONCTION.
           MOVE WS-ID-CHERCHE TO WS-MVI-ID.
           MOVE SPACES TO WS-MVI-DATE.
           PERFORM 9100-APPEL-MVTIDX-DEBUT
              THRU 9100-APPEL-MVTIDX-FIN.
           IF NOT WS-MVI-INACCESSIBLE
               PERFORM UNTIL NOT WS-MVI-OK
                   MOVE WS-MVI-ENREG TO RREGL
                   PERFORM 5010-LIGNE-REGLEMENT-DEBUT
                      THRU 5010-LIGNE-REGLEMENT-FIN
                   MOVE "S" TO WS-MVI-FONCTION
                   PERFORM 9100-APPEL-MVTIDX-DEBUT
                      THRU 9100-APPEL-MVTIDX-FIN
               END-PERFORM
               GO TO 5000-TRACE-REGLEMENTS-FIN
           END-IF.

      ****** SANS INDEX : PARCOURS COMPLET DE REGLEMENTS.txt
           OPEN INPUT FREGL.
           IF NOT WS-STATUS-FILE-FREGL-OK
               GO TO 5000-TRACE-REGLEMENTS-FIN
                       CONTINUE
                   NOT AT END
                       IF RREGL-ID = WS-ID-CHERCHE
                           PERFORM 5010-LIGNE-REGLEMENT-DEBUT
                              THRU 5010-LIGNE-REGLEMENT-FIN
                       END-IF
               END-READ
           END-PERFORM.
       5000-TRACE-REGLEMENTS-FIN.
           EXIT.

      *******************************************************
      *  UN REGLEMENT DU CLIENT (RREGL)
      *******************************************************
       5010-LIGNE-REGLEMENT-DEBUT.

           IF RREGL-MONTANT IS NUMERIC
               MOVE RREGL-MONTANT TO WS-EDIT-MONTANT
               MOVE SPACES TO WS-LIGNE
               STRING "REGLEMENTS.txt       : RECU "
                      WS-EDIT-MONTANT " LE "
                      RREGL-DATE
                      DELIMITED BY SIZE INTO WS-LIGNE
               PERFORM 9000-ECRITURE-LIGNE-DEBUT
                  THRU 9000-ECRITURE-LIGNE-FIN
           END-IF.

       5010-LIGNE-REGLEMENT-FIN.
           EXIT.

      *******************************************************
      *  LES AVOIRS EMIS EN FAVEUR DU CLIENT
      *******************************************************
       5500-TRACE-AVOIRS-DEBUT.

           MOVE "A" TO WS-MVI-FICHIER.
           MOVE "P" TO WS-MVI-FONCTION.
           MOVE WS-ID-CHERCHE TO WS-MVI-ID.
           MOVE SPACES TO WS-MVI-DATE.
           PERFORM 9100-APPEL-MVTIDX-DEBUT
              THRU 9100-APPEL-MVTIDX-FIN.
           IF NOT WS-MVI-INACCESSIBLE
               PERFORM UNTIL NOT WS-MVI-OK
                   MOVE WS-MVI-ENREG TO RAVOIR
                   PERFORM 5510-LIGNE-AVOIR-DEBUT
                      THRU 5510-LIGNE-AVOIR-FIN
                   MOVE "S" TO WS-MVI-FONCTION
                   PERFORM 9100-APPEL-MVTIDX-DEBUT
                      THRU 9100-APPEL-MVTIDX-FIN
               END-PERFORM
               GO TO 5500-TRACE-AVOIRS-FIN
           END-IF.

      ****** SANS INDEX : PARCOURS COMPLET D'AVOIRS.txt
           OPEN INPUT FAVOIR.
           IF NOT WS-STATUS-FILE-FAVOIR-OK
               GO TO 5500-TRACE-AVOIRS-FIN
                       CONTINUE
                   NOT AT END
                       IF AVR-ID = WS-ID-CHERCHE
                           PERFORM 5510-LIGNE-AVOIR-DEBUT
                              THRU 5510-LIGNE-AVOIR-FIN
                       END-IF
               END-READ
           END-PERFORM.
       5500-TRACE-AVOIRS-FIN.
           EXIT.

      *******************************************************
      *  UN AVOIR DU CLIENT (RAVOIR)
      *******************************************************
       5510-LIGNE-AVOIR-DEBUT.

           IF AVR-MONTANT IS NUMERIC
               MOVE AVR-MONTANT TO WS-EDIT-MONTANT
               MOVE SPACES TO WS-LIGNE
               STRING "AVOIRS.txt           : AVOIR "
                      WS-EDIT-MONTANT " LE " AVR-DATE
                      " - " AVR-MOTIF
                      DELIMITED BY SIZE INTO WS-LIGNE
               PERFORM 9000-ECRITURE-LIGNE-DEBUT
                  THRU 9000-ECRITURE-LIGNE-FIN
           END-IF.

       5510-LIGNE-AVOIR-FIN.
           EXIT.

      *******************************************************
      *  LE CLIENT DANS LA REMISE BANQUE (DETAILS "D ",
      *  L'IDENTIFIANT OCCUPE LES POSITIONS 3 A 10)
       7000-TRACE-BORDEREAU-FIN.
           EXIT.

      *******************************************************
      *  LES DOCUMENTS ENVOYES AU CLIENT (REGISTRE PERMANENT
      *  DES CORRESPONDANCES, TOUTES DATES)
      *******************************************************
       7500-TRACE-CORRESP-DEBUT.

           MOVE "---- CORRESPONDANCES ENVOYEES ----" TO WS-LIGNE.
           PERFORM 9000-ECRITURE-LIGNE-DEBUT
              THRU 9000-ECRITURE-LIGNE-FIN.

           OPEN INPUT FCORRESP.
           IF NOT WS-STATUS-FILE-FCORRESP-OK
               MOVE "CORRESPONDANCES-REGISTRE.txt ABSENT" TO WS-LIGNE
               PERFORM 9000-ECRITURE-LIGNE-DEBUT
                  THRU 9000-ECRITURE-LIGNE-FIN
               GO TO 7500-TRACE-CORRESP-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FCORRESP-OK
               READ FCORRESP
                   AT END
                       CONTINUE
                   NOT AT END
                       IF COR-CLIENT-ID = WS-ID-CHERCHE
                           ADD 1 TO WS-NB-CORRESPONDANCES
                           MOVE SPACES TO WS-LIGNE
                           STRING COR-DATE " " COR-DOCUMENT " "
                                  COR-REFERENCE " CANAL " COR-CANAL
                                  " " COR-FICHIER " "
                                  COR-GENERATION
                                  DELIMITED BY SIZE INTO WS-LIGNE
                           PERFORM 9000-ECRITURE-LIGNE-DEBUT
                              THRU 9000-ECRITURE-LIGNE-FIN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FCORRESP.

           IF WS-NB-CORRESPONDANCES = ZEROES
               MOVE "AUCUN DOCUMENT ENVOYE AU REGISTRE" TO WS-LIGNE
               PERFORM 9000-ECRITURE-LIGNE-DEBUT
                  THRU 9000-ECRITURE-LIGNE-FIN
           END-IF.

       7500-TRACE-CORRESP-FIN.
           EXIT.

      *******************************************************
      *  LES ABSENCES QUI DEVRAIENT NE PAS EN ETRE
      *******************************************************

       9000-ECRITURE-LIGNE-FIN.
           EXIT.

      *******************************************************
      *  ACCES PAR CLE AUX MOUVEMENTS DU CLIENT (MVTIDX)
      *******************************************************
       9100-APPEL-MVTIDX-DEBUT.

           MOVE RETURN-CODE TO WS-RC-SAUVE.
           CALL 'MVTIDX' USING WS-MOUVEMENT-IDX
               ON EXCEPTION
                   MOVE "9" TO WS-MVI-STATUT
           END-CALL.
           MOVE WS-RC-SAUVE TO RETURN-CODE.

       9100-APPEL-MVTIDX-FIN.
           EXIT.
