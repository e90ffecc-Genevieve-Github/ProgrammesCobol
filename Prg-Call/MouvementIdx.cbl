       IDENTIFICATION DIVISION.
       PROGRAM-ID. MVTIDX.
       AUTHOR. GENEVIEVE GIANNASI.
       INSTALLATION. PERSONAL PC.
       DATE-WRITTEN. 15-10-2026.
       DATE-COMPILED. 15-10-2026.
       SECURITY. NON-CONFIDENTIAL.
      ******************************************************************
      * OBJECTIF: Sous-programme partage d'acces par cle aux
      * mouvements clients indexes REGLEMENTS.IDX et AVOIRS.IDX
      * (construits par REGLMIGRE et AVOIRMIGRE), dans le style
      * d'ASSURLOOK :
      *
      *     CALL 'MVTIDX' USING LS-MOUVEMENT
      *
      *     LS-MVI-FONCTION : "T" test de disponibilite de l'index
      *                       "A" ajout d'un mouvement (sequence =
      *                           derniere du client a cette date + 1)
      *                       "P" premier mouvement du client, a
      *                           partir de LS-MVI-DATE si renseignee
      *                       "S" mouvement suivant du meme client
      *                       "F" fin de lecture avant le dernier
      *                           mouvement (fermeture)
      *                       "X" suppression du mouvement du client
      *                           a cette date dont l'image est
      *                           LS-MVI-ENREG
      *     LS-MVI-FICHIER  : "R" REGLEMENTS.IDX, "A" AVOIRS.IDX
      *     LS-MVI-ID       : client (entree)
      *     LS-MVI-DATE     : date AAAAMMJJ du mouvement (entree pour
      *                       A, X et P ; sortie pour P et S)
      *     LS-MVI-ENREG    : image de la ligne du fichier sequentiel
      *                       (entree pour A et X ; sortie pour P
      *                       et S)
      *     LS-MVI-STATUT   : "0" fait
      *                       "1" plus de mouvement pour ce client
      *                           (ou mouvement a supprimer absent)
      *                       "8" index present mais inaccessible
      *                       "9" index absent (pas encore construit)
      *
      * REGLEMENTS.txt et AVOIRS.txt restent la reference et l'export
      * des programmes qui les lisent de bout en bout : un programme
      * de saisie y ecrit PUIS appelle la fonction "A". Un programme
      * qui recoit "8" ou "9" relit le fichier sequentiel comme
      * avant.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FMVTIDX ASSIGN TO DYNAMIC WS-NOM-INDEX
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MVI-CLE
           FILE STATUS IS WS-STATUS-FILE-FMVTIDX.

       DATA DIVISION.
       FILE SECTION.
           COPY 'COBOL-FD-MVTIDX.cpy'.

       WORKING-STORAGE SECTION.
       77  WS-STATUS-FILE-FMVTIDX PIC X(02) VALUE SPACES.
           88  WS-STATUS-FILE-FMVTIDX-OK         VALUE "00".
           88  WS-STATUS-FILE-FMVTIDX-INEXISTANT VALUE "35".
       77  WS-NOM-INDEX PIC X(40) VALUE SPACES.

      ****** LECTURE EN COURS ENTRE DEUX APPELS : FICHIER OUVERT
      ****** ("R" OU "A", BLANC SI AUCUN) ET CLIENT LU
       77  WS-LECTURE    PIC X(01) VALUE SPACES.
       77  WS-CLIENT-LU  PIC X(08) VALUE SPACES.

       77  WS-LONGUEUR     PIC 9(02) VALUE 67.
       77  WS-DERNIERE-SEQ PIC 9(06) VALUE ZEROES.
       77  WS-FIN PIC X(01) VALUE "N".
           88  WS-FIN-OUI VALUE "O".

       LINKAGE SECTION.
       01  LS-MOUVEMENT.
           05  LS-MVI-FONCTION PIC X(01).
               88  LS-MVI-TEST         VALUE "T".
               88  LS-MVI-AJOUT        VALUE "A".
               88  LS-MVI-PREMIER      VALUE "P".
               88  LS-MVI-SUIVANT      VALUE "S".
               88  LS-MVI-FIN-LECTURE  VALUE "F".
               88  LS-MVI-SUPPRESSION  VALUE "X".
           05  LS-MVI-FICHIER  PIC X(01).
               88  LS-MVI-AVOIRS       VALUE "A".
           05  LS-MVI-ID       PIC X(08).
           05  LS-MVI-DATE     PIC X(08).
           05  LS-MVI-ENREG    PIC X(67).
           05  LS-MVI-STATUT   PIC X(01).
               88  LS-MVI-OK           VALUE "0".

      *******************************************************
      *  PARAGRAPHE PRINCIPAL
      *******************************************************
       PROCEDURE DIVISION USING LS-MOUVEMENT.
       DEBUT-PROGRAMME.

           MOVE "0" TO LS-MVI-STATUT.
      *
      ****** TOUTE AUTRE FONCTION QUE "S" SUR LE MEME FICHIER
      ****** TERMINE LA LECTURE EN COURS
           IF WS-LECTURE NOT = SPACES
               IF NOT LS-MVI-SUIVANT
               OR WS-LECTURE NOT = LS-MVI-FICHIER
                   CLOSE FMVTIDX
                   MOVE SPACES TO WS-LECTURE
               END-IF
           END-IF.

           IF LS-MVI-AVOIRS
               MOVE "AVOIRS.IDX" TO WS-NOM-INDEX
               MOVE 67 TO WS-LONGUEUR
           ELSE
               MOVE "REGLEMENTS.IDX" TO WS-NOM-INDEX
               MOVE 48 TO WS-LONGUEUR
           END-IF.

           EVALUATE TRUE
               WHEN LS-MVI-TEST
                   PERFORM 1000-TEST-INDEX-DEBUT
                      THRU 1000-TEST-INDEX-FIN
               WHEN LS-MVI-AJOUT
                   PERFORM 2000-AJOUT-DEBUT
                      THRU 2000-AJOUT-FIN
               WHEN LS-MVI-PREMIER
                   PERFORM 3000-PREMIER-DEBUT
                      THRU 3000-PREMIER-FIN
               WHEN LS-MVI-SUIVANT
                   PERFORM 3100-SUIVANT-DEBUT
                      THRU 3100-SUIVANT-FIN
               WHEN LS-MVI-SUPPRESSION
                   PERFORM 4000-SUPPRESSION-DEBUT
                      THRU 4000-SUPPRESSION-FIN
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       FIN-PROGRAMME.
           EXIT PROGRAM.

      *******************************************************
      *  L'INDEX EXISTE-T-IL ET PEUT-IL ETRE LU ?
      *******************************************************
       1000-TEST-INDEX-DEBUT.

           OPEN INPUT FMVTIDX.
           IF NOT WS-STATUS-FILE-FMVTIDX-OK
               PERFORM 9000-ECHEC-OUVERTURE-DEBUT
                  THRU 9000-ECHEC-OUVERTURE-FIN
               GO TO 1000-TEST-INDEX-FIN
           END-IF.
           CLOSE FMVTIDX.

       1000-TEST-INDEX-FIN.
           EXIT.

      *******************************************************
      *  AJOUT D'UN MOUVEMENT : SEQUENCE SUIVANT LA DERNIERE DU
      *  CLIENT A LA MEME DATE
      *******************************************************
       2000-AJOUT-DEBUT.

           OPEN I-O FMVTIDX.
           IF NOT WS-STATUS-FILE-FMVTIDX-OK
               PERFORM 9000-ECHEC-OUVERTURE-DEBUT
                  THRU 9000-ECHEC-OUVERTURE-FIN
               GO TO 2000-AJOUT-FIN
           END-IF.

           MOVE ZEROES TO WS-DERNIERE-SEQ.
           PERFORM 5000-POSITIONNEMENT-DATE-DEBUT
              THRU 5000-POSITIONNEMENT-DATE-FIN.
           PERFORM UNTIL WS-FIN-OUI
               READ FMVTIDX NEXT RECORD
                   AT END
                       MOVE "O" TO WS-FIN
                   NOT AT END
                       IF  MVI-ID   = LS-MVI-ID
                       AND MVI-DATE = LS-MVI-DATE
                           MOVE MVI-SEQ TO WS-DERNIERE-SEQ
                       ELSE
                           MOVE "O" TO WS-FIN
                       END-IF
               END-READ
               IF NOT WS-STATUS-FILE-FMVTIDX-OK
                   MOVE "O" TO WS-FIN
               END-IF
           END-PERFORM.

           MOVE SPACES TO RMVTIDX.
           MOVE LS-MVI-ID   TO MVI-ID.
           MOVE LS-MVI-DATE TO MVI-DATE.
           COMPUTE MVI-SEQ = WS-DERNIERE-SEQ + 1.
           MOVE LS-MVI-ENREG (1:WS-LONGUEUR) TO MVI-IMAGE.
           WRITE RMVTIDX
               INVALID KEY
                   MOVE "8" TO LS-MVI-STATUT
           END-WRITE.
           IF NOT WS-STATUS-FILE-FMVTIDX-OK
               MOVE "8" TO LS-MVI-STATUT
           END-IF.

           CLOSE FMVTIDX.

       2000-AJOUT-FIN.
           EXIT.

      *******************************************************
      *  PREMIER MOUVEMENT DU CLIENT (A PARTIR D'UNE DATE SI
      *  ELLE EST DONNEE) ; LE FICHIER RESTE OUVERT POUR "S"
      *******************************************************
       3000-PREMIER-DEBUT.

           OPEN INPUT FMVTIDX.
           IF NOT WS-STATUS-FILE-FMVTIDX-OK
               PERFORM 9000-ECHEC-OUVERTURE-DEBUT
                  THRU 9000-ECHEC-OUVERTURE-FIN
               GO TO 3000-PREMIER-FIN
           END-IF.
           MOVE LS-MVI-FICHIER TO WS-LECTURE.
           MOVE LS-MVI-ID TO WS-CLIENT-LU.

           PERFORM 5000-POSITIONNEMENT-DATE-DEBUT
              THRU 5000-POSITIONNEMENT-DATE-FIN.
           IF WS-FIN-OUI
               MOVE "1" TO LS-MVI-STATUT
               CLOSE FMVTIDX
               MOVE SPACES TO WS-LECTURE
               GO TO 3000-PREMIER-FIN
           END-IF.

           PERFORM 3100-SUIVANT-DEBUT
              THRU 3100-SUIVANT-FIN.

       3000-PREMIER-FIN.
           EXIT.

      *******************************************************
      *  MOUVEMENT SUIVANT DU MEME CLIENT ; EN FIN DE CLIENT LE
      *  FICHIER EST REFERME
      *******************************************************
       3100-SUIVANT-DEBUT.

           IF WS-LECTURE = SPACES
               MOVE "1" TO LS-MVI-STATUT
               GO TO 3100-SUIVANT-FIN
           END-IF.

           READ FMVTIDX NEXT RECORD
               AT END
                   MOVE "1" TO LS-MVI-STATUT
               NOT AT END
                   IF MVI-ID = WS-CLIENT-LU
                       MOVE MVI-DATE  TO LS-MVI-DATE
                       MOVE MVI-IMAGE TO LS-MVI-ENREG
                   ELSE
                       MOVE "1" TO LS-MVI-STATUT
                   END-IF
           END-READ.
           IF NOT WS-STATUS-FILE-FMVTIDX-OK
               MOVE "1" TO LS-MVI-STATUT
           END-IF.

           IF NOT LS-MVI-OK
               CLOSE FMVTIDX
               MOVE SPACES TO WS-LECTURE
           END-IF.

       3100-SUIVANT-FIN.
           EXIT.

      *******************************************************
      *  SUPPRESSION DU MOUVEMENT DU CLIENT A CETTE DATE DONT
      *  L'IMAGE EST CELLE DONNEE (PREMIER TROUVE)
      *******************************************************
       4000-SUPPRESSION-DEBUT.

           OPEN I-O FMVTIDX.
           IF NOT WS-STATUS-FILE-FMVTIDX-OK
               PERFORM 9000-ECHEC-OUVERTURE-DEBUT
                  THRU 9000-ECHEC-OUVERTURE-FIN
               GO TO 4000-SUPPRESSION-FIN
           END-IF.

           MOVE "1" TO LS-MVI-STATUT.
           PERFORM 5000-POSITIONNEMENT-DATE-DEBUT
              THRU 5000-POSITIONNEMENT-DATE-FIN.
           PERFORM UNTIL WS-FIN-OUI
               READ FMVTIDX NEXT RECORD
                   AT END
                       MOVE "O" TO WS-FIN
                   NOT AT END
                       IF  MVI-ID   = LS-MVI-ID
                       AND MVI-DATE = LS-MVI-DATE
                           IF MVI-IMAGE (1:WS-LONGUEUR) =
                              LS-MVI-ENREG (1:WS-LONGUEUR)
                               DELETE FMVTIDX RECORD
                                   INVALID KEY
                                       MOVE "8" TO LS-MVI-STATUT
                                   NOT INVALID KEY
                                       MOVE "0" TO LS-MVI-STATUT
                               END-DELETE
                               MOVE "O" TO WS-FIN
                           END-IF
                       ELSE
                           MOVE "O" TO WS-FIN
                       END-IF
               END-READ
               IF NOT WS-STATUS-FILE-FMVTIDX-OK
                   MOVE "O" TO WS-FIN
               END-IF
           END-PERFORM.

           CLOSE FMVTIDX.

       4000-SUPPRESSION-FIN.
           EXIT.

      *******************************************************
      *  POSITIONNEMENT SUR LE PREMIER MOUVEMENT DU CLIENT A LA
      *  DATE DONNEE (OU SUR LE PREMIER DU CLIENT SANS DATE)
      *******************************************************
       5000-POSITIONNEMENT-DATE-DEBUT.

           MOVE "N" TO WS-FIN.
           MOVE LS-MVI-ID TO MVI-ID.
           IF LS-MVI-DATE = SPACES
               MOVE LOW-VALUES TO MVI-DATE
           ELSE
               MOVE LS-MVI-DATE TO MVI-DATE
           END-IF.
           MOVE ZEROES TO MVI-SEQ.

           START FMVTIDX KEY IS NOT LESS THAN MVI-CLE
               INVALID KEY
                   MOVE "O" TO WS-FIN
           END-START.

       5000-POSITIONNEMENT-DATE-FIN.
           EXIT.

      *******************************************************
      *  OUVERTURE IMPOSSIBLE : INDEX ABSENT OU INACCESSIBLE
      *******************************************************
       9000-ECHEC-OUVERTURE-DEBUT.

           IF WS-STATUS-FILE-FMVTIDX-INEXISTANT
               MOVE "9" TO LS-MVI-STATUT
           ELSE
               MOVE "8" TO LS-MVI-STATUT
           END-IF.

       9000-ECHEC-OUVERTURE-FIN.
           EXIT.
