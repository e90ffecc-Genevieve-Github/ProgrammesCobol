      *   - les compteurs de la derniere execution de FACTURES
      *     (derniere ligne RCTRL : lus, ecrits, montants)
      *   - la liste des fichiers d'anomalies NON VIDES a examiner
      *   - les verifications du jour au manifeste des sorties
      *     (MANIFESTE.txt) : fichiers conformes, non enregistres,
      *     et surtout ALTERES entre leur ecriture et leur lecture
      * Une page qui dit "la nuit s'est bien passee", ou montre
      * exactement ou elle ne s'est pas bien passee.
      ******************************************************************
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FINCIDENT.

      ******** MANIFESTE DES SORTIES (SERVICE MANIFEST)
           SELECT FMANIFESTE ASSIGN TO "MANIFESTE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FMANIFESTE.

           SELECT FSYNTHESE ASSIGN TO "OPERATIONS-NUIT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           05  JRN-SEVERITE  PIC X(01).
           05  FILLER        PIC X(01).
           05  JRN-MESSAGE   PIC X(60).
           05  FILLER        PIC X(01).
           05  JRN-OPERATEUR PIC X(03).

           COPY 'COBOL-FD-CTRL.cpy'.

           05  FILLER        PIC X(01).
           05  INC-MESSAGE   PIC X(60).

      ******** MANIFESTE DES SORTIES
           COPY 'COBOL-FD-MANIFESTE.cpy'.

       FD  FSYNTHESE.
       01  RSYNTHESE PIC X(100).

           88  WS-STATUS-FILE-FINCIDENT-EOF VALUE "10".
       77  WS-COMPTEUR-INCIDENTS-OUVERTS PIC 9(04) VALUE ZEROES.
       77  WS-COMPTEUR-INCIDENTS-ANCIENS PIC 9(04) VALUE ZEROES.
       77  WS-STATUS-FILE-FMANIFESTE PIC X(02) VALUE SPACES.
           88  WS-STATUS-FILE-FMANIFESTE-OK  VALUE "00".
           88  WS-STATUS-FILE-FMANIFESTE-EOF VALUE "10".
       77  WS-COMPTEUR-MAN-ENREG PIC 9(04) VALUE ZEROES.
       77  WS-COMPTEUR-MAN-CONFORMES PIC 9(04) VALUE ZEROES.
       77  WS-COMPTEUR-MAN-NON-ENREG PIC 9(04) VALUE ZEROES.
       77  WS-COMPTEUR-MAN-ALTERES PIC 9(04) VALUE ZEROES.
       01  WS-DERNIER-CTRL PIC X(90) VALUE SPACES.
       01  WS-LIGNE PIC X(100) VALUE SPACES.
       01  WS-EDIT-MONTANT PIC ZZZ.ZZZ.ZZ9,99.
           PERFORM LECTURE-INCIDENTS-DEBUT
              THRU LECTURE-INCIDENTS-FIN.
      *
      ****** VERIFICATIONS DU JOUR AU MANIFESTE DES SORTIES
           MOVE "---- CONTROLE DES SORTIES (MANIFESTE) ----"
                TO WS-LIGNE.
           PERFORM ECRITURE-LIGNE-DEBUT THRU ECRITURE-LIGNE-FIN.
           PERFORM LECTURE-MANIFESTE-DEBUT
              THRU LECTURE-MANIFESTE-FIN.
      *
      ****** VERDICT DE LA NUIT
           MOVE SPACES TO WS-LIGNE.
           IF WS-COMPTEUR-ERREURS = ZEROES
           AND WS-COMPTEUR-FICHIERS-PLEINS = ZEROES
           AND WS-COMPTEUR-INCIDENTS-OUVERTS = ZEROES
           AND WS-COMPTEUR-MAN-ALTERES = ZEROES
               MOVE "VERDICT: LA NUIT S'EST BIEN PASSEE"
                    TO WS-LIGNE
           ELSE
           END-IF.
           PERFORM ECRITURE-LIGNE-DEBUT THRU ECRITURE-LIGNE-FIN.
           DISPLAY WS-LIGNE.
           IF WS-COMPTEUR-MAN-ALTERES > ZEROES
               MOVE SPACES TO WS-LIGNE
               STRING "*** " WS-COMPTEUR-MAN-ALTERES
                      " SORTIE(S) ALTEREE(S) ENTRE ECRITURE ET "
                      "LECTURE ***"
                      DELIMITED BY SIZE INTO WS-LIGNE
               PERFORM ECRITURE-LIGNE-DEBUT THRU ECRITURE-LIGNE-FIN
               DISPLAY WS-LIGNE
           END-IF.

           CLOSE FSYNTHESE.

       LECTURE-INCIDENTS-FIN.
           EXIT.

      *******************************************************
      *  VERIFICATIONS DU JOUR AU MANIFESTE DES SORTIES : LES
      *  FICHIERS ALTERES ET NON ENREGISTRES SONT DETAILLES, LES
      *  CONFORMES SEULEMENT COMPTES
      *******************************************************
       LECTURE-MANIFESTE-DEBUT.

           OPEN INPUT FMANIFESTE.
           IF NOT WS-STATUS-FILE-FMANIFESTE-OK
               MOVE "MANIFESTE.txt ABSENT" TO WS-LIGNE
               PERFORM ECRITURE-LIGNE-DEBUT THRU ECRITURE-LIGNE-FIN
               GO TO LECTURE-MANIFESTE-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FMANIFESTE-OK
               READ FMANIFESTE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF MAN-DATE IS NUMERIC
                       AND MAN-DATE = WS-DATE-JOUR
                           EVALUATE TRUE
                               WHEN MAN-ENREGISTREMENT
                                   ADD 1 TO WS-COMPTEUR-MAN-ENREG
                               WHEN MAN-RESULTAT = "0"
                                   ADD 1 TO WS-COMPTEUR-MAN-CONFORMES
                               WHEN MAN-RESULTAT = "2"
                                   ADD 1 TO WS-COMPTEUR-MAN-ALTERES
                                   MOVE SPACES TO WS-LIGNE
                                   STRING MAN-HEURE " " MAN-PROGRAMME
                                          " *** "
                                          FUNCTION TRIM (MAN-FICHIER)
                                          " ALTERE - TRAITEMENT ARRETE"
                                          DELIMITED BY SIZE
                                          INTO WS-LIGNE
                                   PERFORM ECRITURE-LIGNE-DEBUT
                                      THRU ECRITURE-LIGNE-FIN
                               WHEN OTHER
                                   ADD 1 TO WS-COMPTEUR-MAN-NON-ENREG
                                   MOVE SPACES TO WS-LIGNE
                                   STRING MAN-HEURE " " MAN-PROGRAMME
                                          " "
                                          FUNCTION TRIM (MAN-FICHIER)
                                          " NON VERIFIABLE (RESULTAT "
                                          MAN-RESULTAT ")"
                                          DELIMITED BY SIZE
                                          INTO WS-LIGNE
                                   PERFORM ECRITURE-LIGNE-DEBUT
                                      THRU ECRITURE-LIGNE-FIN
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FMANIFESTE.

           MOVE SPACES TO WS-LIGNE.
           STRING "ENREGISTREMENTS: " WS-COMPTEUR-MAN-ENREG
                  " - VERIFICATIONS CONFORMES: "
                  WS-COMPTEUR-MAN-CONFORMES
                  " - ALTEREES: " WS-COMPTEUR-MAN-ALTERES
                  " - NON VERIFIABLES: " WS-COMPTEUR-MAN-NON-ENREG
                  DELIMITED BY SIZE INTO WS-LIGNE.
           PERFORM ECRITURE-LIGNE-DEBUT THRU ECRITURE-LIGNE-FIN.

       LECTURE-MANIFESTE-FIN.
           EXIT.

      *******************************************************
      *  RECENSEMENT D'UN FICHIER D'ANOMALIES
      *******************************************************
