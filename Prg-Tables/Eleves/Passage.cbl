      *     que le registre ne devienne definitif
      * Sorties :
      *   - PASSAGE-DECISIONS.txt : le registre des decisions
      *   - PASSAGE-DECISIONS-HISTORIQUE.txt : le meme registre,
      *     cumule d'annee en annee (releves de scolarite RELSCOL)
      *   - ELEVES-AFFECTATIONS.txt : les affectations de classe de
      *     la nouvelle annee (classe suivante si PASSE, la meme si
      *     REDOUBLE, SORTIE apres la 3EME)
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FDECISION.

      ******** ARCHIVE PERMANENTE DES REGISTRES DE PASSAGE
           SELECT FDECHISTO ASSIGN TO "PASSAGE-DECISIONS-HISTORIQUE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FDECHISTO.

      ******** AFFECTATIONS DE CLASSE DE LA NOUVELLE ANNEE
           SELECT FAFFECTATION ASSIGN TO "ELEVES-AFFECTATIONS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
       FD  FDECISION.
       01  RDECISION PIC X(100).

      ******** ARCHIVE PERMANENTE DES REGISTRES DE PASSAGE
       FD  FDECHISTO.
       01  RDECHISTO PIC X(100).

      ******** AFFECTATIONS DE CLASSE DE LA NOUVELLE ANNEE
       FD  FAFFECTATION.
       01  RAFFECTATION.
           88 WS-STATUS-FILE-FDEROGATION-EOF VALUE "10".
       01  WS-STATUS-FILE-FDECISION PIC X(02).
           88 WS-STATUS-FILE-FDECISION-OK  VALUE "00".
       01  WS-STATUS-FILE-FDECHISTO PIC X(02).
           88 WS-STATUS-FILE-FDECHISTO-OK         VALUE "00".
           88 WS-STATUS-FILE-FDECHISTO-INEXISTANT VALUE "35".
       01  WS-STATUS-FILE-FAFFECTATION PIC X(02).
           88 WS-STATUS-FILE-FAFFECTATION-OK  VALUE "00".

               MOVE 16 TO RETURN-CODE
               GO TO 5000-EDITION-REGISTRE-FIN
           END-IF.
           OPEN EXTEND FDECHISTO.
           IF WS-STATUS-FILE-FDECHISTO-INEXISTANT
               OPEN OUTPUT FDECHISTO
           END-IF.
           IF NOT WS-STATUS-FILE-FDECHISTO-OK
               DISPLAY "--> ERREUR OUVERTURE ARCHIVE DES DECISIONS: "
                       WS-STATUS-FILE-FDECHISTO
               MOVE 4 TO RETURN-CODE
           END-IF.

           MOVE WS-SEUIL-PASSAGE TO WS-EDIT-MOYENNE.
           MOVE SPACES TO WS-LIGNE.
                  DELIMITED BY SIZE INTO WS-LIGNE.
           MOVE WS-LIGNE TO RDECISION.
           WRITE RDECISION.
           IF WS-STATUS-FILE-FDECHISTO-OK
               WRITE RDECHISTO FROM RDECISION
           END-IF.

           PERFORM VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-NB-ELEVES
           END-PERFORM.

           CLOSE FDECISION.
           CLOSE FDECHISTO.
           CLOSE FAFFECTATION.

       5000-EDITION-REGISTRE-FIN.
           END-IF.
           MOVE WS-LIGNE TO RDECISION.
           WRITE RDECISION.
           IF WS-STATUS-FILE-FDECHISTO-OK
               WRITE RDECHISTO FROM RDECISION
           END-IF.
      *
      ****** AFFECTATION DE LA NOUVELLE ANNEE (HORS SORTANTS)
           IF WS-CLASSE-SUIVANTE NOT = "SORTI"
