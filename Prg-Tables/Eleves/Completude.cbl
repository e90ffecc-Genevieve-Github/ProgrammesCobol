       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPLETUDE.
       AUTHOR. GENEVIEVE GIANNASI.
       INSTALLATION. PERSONNAL PC.
       DATE-WRITTEN. 15-10-2026.
       DATE-COMPILED. 15-10-2026.
       SECURITY. NON-CONFIDENTIAL.
      ******************************************************************
      * OBJECTIF:
      * Controle de completude des notes, a passer AVANT ELEVES : un
      * bulletin partait sans une matiere parce que le professeur
      * n'avait pas saisi ses notes, et la moyenne ponderee etait
      * calculee sans elle sans que personne ne s'en apercoive.
      *
      * MATIERES.txt dit quelles matieres suit chaque classe ; ce
      * traitement relit ELEVES-INPUT.txt et liste, classe par
      * classe, pour le trimestre :
      *   - les matieres sans AUCUNE note dans la classe
      *   - les eleves a qui il manque une matiere
      *   - les eleves qui ont moins de notes que le minimum dans
      *     une matiere (colonne optionnelle NB MIN de MATIERES.txt,
      *     sinon minimum saisi a l'ouverture, 1 par defaut)
      * Sorties :
      *   - ELEVES-COMPLETUDE.txt : le rapport par classe
      *   - ELEVES-COMPLETUDE-ETAT.txt : une ligne par classe
      *     (COMPLETE/INCOMPLETE) relue par ELEVES, qui refuse les
      *     bulletins d'une classe incomplete sauf execution forcee.
      *     Chaque ligne porte le nombre d'enregistrements lus dans
      *     ELEVES-INPUT.txt : si le fichier a change depuis le
      *     controle, ELEVES considere l'etat comme perime.
      *
      * Les enregistrements d'un meme eleve pouvant etre saisis en
      * plusieurs fois (plusieurs "01"), les notes sont eclatees
      * avec la cle eleve puis triees, comme dans ELEVES.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE-INPUT ASSIGN TO "ELEVES-INPUT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-INPUT.

      ******** REFERENTIEL DES MATIERES (LIBELLE, CLASSE, COEFF,
      ******** NOMBRE MINIMUM DE NOTES)
           SELECT FMATIERES ASSIGN TO "MATIERES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FMATIERES.

      ******** ELEVES ET NOTES ECLATES AVEC CLE ELEVE (AVANT/APRES
      ******** TRI)
           SELECT FTRAVN ASSIGN TO "ELEVES-TRAVAIL-COMPLETUDE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FTRAVN.

      ******** RAPPORT DE COMPLETUDE PAR CLASSE
           SELECT FRAPPORT ASSIGN TO "ELEVES-COMPLETUDE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FRAPPORT.

      ******** ETAT DE COMPLETUDE PAR CLASSE (RELU PAR ELEVES)
           SELECT FETAT ASSIGN TO "ELEVES-COMPLETUDE-ETAT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FETAT.

      ******** FICHIER DE TRI
           SELECT STRAVAIL ASSIGN TO SORTFILE.

       DATA DIVISION.
       FILE SECTION.
      ****** 88 OCTETS DEPUIS L'APPRECIATION ("05") ; LES AUTRES
      ****** TYPES GARDENT LEUR GABARIT DE 38 OCTETS
       FD  FILE-INPUT
           RECORDING MODE IS F.
       01  REC-INPUT PIC X(88).

      ******** REFERENTIEL DES MATIERES : LE NOMBRE MINIMUM DE
      ******** NOTES EST OPTIONNEL (A BLANC = MINIMUM SAISI)
       FD  FMATIERES.
       01  RMATIERE.
           05  RMATIERE-LIBELLE PIC X(26).
           05  FILLER           PIC X(01).
           05  RMATIERE-CLASSE  PIC X(05).
           05  FILLER           PIC X(01).
           05  RMATIERE-COEFF   PIC X(03).
           05  FILLER           PIC X(01).
           05  RMATIERE-NB-MIN  PIC X(02).

      ******** ELEVES ("E") ET NOTES ("N", AVEC LE RANG DE LA
      ******** MATIERE AU REFERENTIEL, 000 HORS REFERENTIEL)
       FD  FTRAVN.
       01  RTRAVN.
           05 TRAVN-CLE.
               10 TRAVN-CLASSE  PIC X(05).
               10 TRAVN-NOM     PIC X(07).
               10 TRAVN-PRENOM  PIC X(07).
           05 TRAVN-GENRE   PIC X(01).
               88 TRAVN-ELEVE VALUE "E".
               88 TRAVN-NOTE  VALUE "N".
           05 TRAVN-REF     PIC 9(03).

      ******** RAPPORT DE COMPLETUDE PAR CLASSE
       FD  FRAPPORT.
       01  REC-RAPPORT PIC X(100).

      ******** ETAT DE COMPLETUDE PAR CLASSE
       FD  FETAT.
       01  RETAT.
           05 ETAT-CLASSE          PIC X(05).
           05 FILLER               PIC X(01).
           05 ETAT-STATUT          PIC X(01).
               88 ETAT-COMPLETE   VALUE "C".
               88 ETAT-INCOMPLETE VALUE "I".
           05 FILLER               PIC X(01).
           05 ETAT-NB-ELEVES-INCOMPLETS PIC 9(04).
           05 FILLER               PIC X(01).
           05 ETAT-NB-MATIERES-SANS-NOTE PIC 9(03).
           05 FILLER               PIC X(01).
           05 ETAT-NB-ENREGS       PIC 9(06).
           05 FILLER               PIC X(01).
           05 ETAT-DATE            PIC 9(08).
           05 FILLER               PIC X(01).
           05 ETAT-TRIMESTRE       PIC X(01).

      ******** FICHIER DE TRI
       SD  STRAVAIL.
       01  STRAVAIL-REC.
           05 STRAVAIL-CLE.
               10 STRAVAIL-CLASSE  PIC X(05).
               10 STRAVAIL-NOM     PIC X(07).
               10 STRAVAIL-PRENOM  PIC X(07).
           05 STRAVAIL-GENRE       PIC X(01).
           05 STRAVAIL-REF         PIC 9(03).

       WORKING-STORAGE SECTION.
       01  WS-STATUS-FILE-INPUT PIC X(02).
           88 WS-STATUS-FILE-INPUT-OK  VALUE "00".
           88 WS-STATUS-FILE-INPUT-EOF VALUE "10".
       01  WS-STATUS-FILE-FMATIERES PIC X(02).
           88 WS-STATUS-FILE-FMATIERES-OK  VALUE "00".
           88 WS-STATUS-FILE-FMATIERES-EOF VALUE "10".
       01  WS-STATUS-FILE-FTRAVN PIC X(02).
           88 WS-STATUS-FILE-FTRAVN-OK  VALUE "00".
           88 WS-STATUS-FILE-FTRAVN-EOF VALUE "10".
       01  WS-STATUS-FILE-FRAPPORT PIC X(02).
           88 WS-STATUS-FILE-FRAPPORT-OK VALUE "00".
       01  WS-STATUS-FILE-FETAT PIC X(02).
           88 WS-STATUS-FILE-FETAT-OK VALUE "00".

      ***********************************************
      * GABARITS DES ENREGISTREMENTS LUS
      ***********************************************
       01  WS-INPUT-REC.
           05  REC00-NUMERO PIC X(02).
               88 WS-REC01 VALUE "01".
               88 WS-REC02 VALUE "02".
           05  FILLER PIC X(86).
       01  WS-INPUT-REC01 REDEFINES WS-INPUT-REC.
           05 REC01-NUMERO PIC X(02).
           05 REC01-PRENOM PIC X(07).
           05 REC01-NOM    PIC X(07).
           05 REC01-AGE    PIC X(02).
           05 REC01-CLASSE PIC X(05).
           05 REC01-TRIMESTRE PIC X(01).
           05 FILLER       PIC X(64).
       01  WS-INPUT-REC02 REDEFINES WS-INPUT-REC.
           05 REC02-NUMERO  PIC X(02).
           05 REC02-MATIERE PIC X(26).
           05 FILLER        PIC X(60).

      ***********************************************
      * REFERENTIEL DES MATIERES CHARGE EN TABLE, AVEC LES
      * COMPTEURS DE NOTES DE LA CLASSE ET DE L'ELEVE COURANT
      ***********************************************
       01  WS-TABLE-MATIERES.
           05 WS-MAT-ENTRY OCCURS 500 INDEXED BY WS-INDICE.
               10 WS-MAT-LIBELLE     PIC X(26).
               10 WS-MAT-CLASSE      PIC X(05).
               10 WS-MAT-NB-MIN      PIC 9(02).
               10 WS-MAT-NB-CLASSE   PIC 9(05).
               10 WS-MAT-NB-ELEVE    PIC 9(03).
       01  WS-NB-MATIERES-REF  PIC 9(03) VALUE ZEROES.
       01  WS-MAX-MATIERES-REF PIC 9(03) VALUE 500.
       01  WS-REF-TROUVEE PIC 9(03) VALUE ZEROES.

      ***********************************************
      * ELEVE COURANT DE LA PHASE D'ECLATEMENT
      ***********************************************
       01  WS-ECL-ELEVE.
           05 WS-ECL-CLASSE PIC X(05) VALUE SPACES.
           05 WS-ECL-NOM    PIC X(07) VALUE SPACES.
           05 WS-ECL-PRENOM PIC X(07) VALUE SPACES.
       01  WS-ECL-ELEVE-PRESENT PIC X(01) VALUE "N".
           88 WS-ECL-ELEVE-PRESENT-OUI VALUE "O".
      ****** TRIMESTRE DE LA PERIODE CONTROLEE (PORTE PAR LES REC01)
       01  WS-RUN-TRIMESTRE PIC X(01) VALUE "1".

      ***********************************************
      * RUPTURES DU FLOT TRIE (CLASSE PUIS ELEVE)
      ***********************************************
       01  WS-CLE-COURANTE.
           05 WS-CLE-CLASSE PIC X(05) VALUE SPACES.
           05 WS-CLE-NOM    PIC X(07) VALUE SPACES.
           05 WS-CLE-PRENOM PIC X(07) VALUE SPACES.
       01  WS-PREMIER-ENREG PIC X(01) VALUE "O".
           88 WS-PREMIER-ENREG-OUI VALUE "O".
       01  WS-NB-MAT-CLASSE PIC 9(03) VALUE ZEROES.
       01  WS-NB-ELEVES-CLASSE PIC 9(04) VALUE ZEROES.
       01  WS-NB-ELEVES-INCOMPLETS PIC 9(04) VALUE ZEROES.
       01  WS-NB-MATIERES-SANS-NOTE PIC 9(03) VALUE ZEROES.
       01  WS-ELEVE-INCOMPLET PIC X(01) VALUE "N".
           88 WS-ELEVE-INCOMPLET-OUI VALUE "O".

      ***********************************************
      * SAISIES, COMPTEURS ET EDITION
      ***********************************************
       01  WS-SAISIE PIC X(05) VALUE SPACES.
       01  WS-MINIMUM-DEFAUT PIC 9(02) VALUE 1.
       01  WS-DATE-JOUR PIC 9(08) VALUE ZEROES.
       01  WS-EDIT-DATE-JOUR PIC 9(04)/9(02)/9(02).
       01  WS-COMPTEUR-FILE-INPUT PIC 9(06) VALUE ZEROES.
       01  WS-COMPTEUR-NOTES PIC 9(06) VALUE ZEROES.
       01  WS-COMPTEUR-HORS-REF PIC 9(06) VALUE ZEROES.
       01  WS-COMPTEUR-SANS-ELEVE PIC 9(06) VALUE ZEROES.
       01  WS-COMPTEUR-CLASSES PIC 9(04) VALUE ZEROES.
       01  WS-COMPTEUR-COMPLETES PIC 9(04) VALUE ZEROES.
       01  WS-COMPTEUR-INCOMPLETES PIC 9(04) VALUE ZEROES.
       01  WS-EDIT-NB PIC Z(03)9.
       01  WS-EDIT-MIN PIC Z9.
       01  WS-EDIT-NB-NOTES PIC ZZ9.
       01  WS-LIGNE PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-DEB.
      *******************************************************
      *  PARAGRAPHE PRINCIPAL
      *******************************************************
           DISPLAY "CONTROLE DE COMPLETUDE DES NOTES".
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATE-JOUR.

           DISPLAY "NOMBRE MINIMUM DE NOTES PAR MATIERE "
                   "(DEFAUT 1): " NO ADVANCING.
           MOVE SPACES TO WS-SAISIE.
           ACCEPT WS-SAISIE.
           IF FUNCTION TEST-NUMVAL (WS-SAISIE) = 0
           AND FUNCTION NUMVAL (WS-SAISIE) > ZEROES
           AND FUNCTION NUMVAL (WS-SAISIE) < 100
               COMPUTE WS-MINIMUM-DEFAUT = FUNCTION NUMVAL (WS-SAISIE)
           END-IF.
      *
      *********** REFERENTIEL DES MATIERES (INDISPENSABLE ICI)
           PERFORM 1000-CHARGEMENT-MATIERES-DEBUT
              THRU 1000-CHARGEMENT-MATIERES-FIN.

           IF WS-NB-MATIERES-REF = ZEROES
               DISPLAY "--> AUCUNE MATIERE AU REFERENTIEL: "
                       "CONTROLE IMPOSSIBLE"
               MOVE 16 TO RETURN-CODE
               GO TO 0000-MAIN-FIN
           END-IF.
      *
      *********** ECLATEMENT DES ELEVES ET DES NOTES, PUIS TRI
           PERFORM 2000-ECLATEMENT-ENTREE-DEBUT
              THRU 2000-ECLATEMENT-ENTREE-FIN.

           IF RETURN-CODE = 16
               GO TO 0000-MAIN-FIN
           END-IF.

           SORT STRAVAIL ON ASCENDING KEY STRAVAIL-CLE
                         ON ASCENDING KEY STRAVAIL-GENRE
                         ON ASCENDING KEY STRAVAIL-REF
               USING FTRAVN GIVING FTRAVN.
      *
      *********** RAPPORT ET ETAT PAR CLASSE
           PERFORM 3000-CONTROLE-FLOT-TRIE-DEBUT
              THRU 3000-CONTROLE-FLOT-TRIE-FIN.

           DISPLAY "==============================================".
           DISPLAY "ENREGISTREMENTS LUS      : "
                   WS-COMPTEUR-FILE-INPUT.
           DISPLAY "NOTES LUES               : " WS-COMPTEUR-NOTES.
           DISPLAY "DONT HORS REFERENTIEL    : "
                   WS-COMPTEUR-HORS-REF.
           DISPLAY "NOTES SANS ELEVE         : "
                   WS-COMPTEUR-SANS-ELEVE.
           DISPLAY "CLASSES CONTROLEES       : " WS-COMPTEUR-CLASSES.
           DISPLAY "CLASSES COMPLETES        : "
                   WS-COMPTEUR-COMPLETES.
           DISPLAY "CLASSES INCOMPLETES      : "
                   WS-COMPTEUR-INCOMPLETES.
           DISPLAY "==============================================".

           IF WS-COMPTEUR-INCOMPLETES > ZEROES
           AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

       0000-MAIN-FIN.
           GOBACK.

      *******************************************************
      *  CHARGEMENT DU REFERENTIEL DES MATIERES AVEC LE
      *  MINIMUM DE NOTES DE CHAQUE MATIERE
      *******************************************************
       1000-CHARGEMENT-MATIERES-DEBUT.

           OPEN INPUT FMATIERES.
           IF NOT WS-STATUS-FILE-FMATIERES-OK
               DISPLAY "--> ERREUR OUVERTURE MATIERES.txt: "
                       WS-STATUS-FILE-FMATIERES
               GO TO 1000-CHARGEMENT-MATIERES-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FMATIERES-OK
               READ FMATIERES
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-NB-MATIERES-REF < WS-MAX-MATIERES-REF
                           ADD 1 TO WS-NB-MATIERES-REF
                           SET WS-INDICE TO WS-NB-MATIERES-REF
                           MOVE RMATIERE-LIBELLE
                                TO WS-MAT-LIBELLE (WS-INDICE)
                           MOVE RMATIERE-CLASSE
                                TO WS-MAT-CLASSE (WS-INDICE)
                           MOVE WS-MINIMUM-DEFAUT
                                TO WS-MAT-NB-MIN (WS-INDICE)
                           IF RMATIERE-NB-MIN NOT = SPACES
                           AND FUNCTION TEST-NUMVAL
                               (RMATIERE-NB-MIN) = 0
                           AND FUNCTION NUMVAL (RMATIERE-NB-MIN)
                               > ZEROES
                               COMPUTE WS-MAT-NB-MIN (WS-INDICE) =
                                   FUNCTION NUMVAL (RMATIERE-NB-MIN)
                           END-IF
                           MOVE ZEROES TO WS-MAT-NB-CLASSE (WS-INDICE)
                                          WS-MAT-NB-ELEVE (WS-INDICE)
                       ELSE
                           DISPLAY "--> ! PLUS DE "
                                   WS-MAX-MATIERES-REF
                                   " MATIERES AU REFERENTIEL!"
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FMATIERES.

           DISPLAY "NOMBRE DE MATIERES AU REFERENTIEL: "
                   WS-NB-MATIERES-REF.

       1000-CHARGEMENT-MATIERES-FIN.
           EXIT.

      *******************************************************
      *  ECLATEMENT DE L'ENTREE : UN "E" PAR "01", UN "N" PAR
      *  "02" AVEC LA CLE DE L'ELEVE QUI LE PRECEDE ; LES NOTES
      *  SONT EN MEME TEMPS COMPTEES PAR MATIERE DE CLASSE
      *******************************************************
       2000-ECLATEMENT-ENTREE-DEBUT.

           OPEN INPUT FILE-INPUT.
           IF NOT WS-STATUS-FILE-INPUT-OK
               DISPLAY "ERREUR OUVERTURE FICHIER ELEVES-INPUT: "
                       WS-STATUS-FILE-INPUT
               MOVE 16 TO RETURN-CODE
               GO TO 2000-ECLATEMENT-ENTREE-FIN
           END-IF.

           OPEN OUTPUT FTRAVN.

           PERFORM UNTIL NOT WS-STATUS-FILE-INPUT-OK
               READ FILE-INPUT NEXT RECORD INTO WS-INPUT-REC
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO WS-COMPTEUR-FILE-INPUT
                       PERFORM 2100-ECLATEMENT-ENREG-DEBUT
                          THRU 2100-ECLATEMENT-ENREG-FIN
               END-READ
           END-PERFORM.

           CLOSE FILE-INPUT.
           CLOSE FTRAVN.

       2000-ECLATEMENT-ENTREE-FIN.
           EXIT.

      *******************************************************
      *  ECLATEMENT D'UN ENREGISTREMENT LU
      *******************************************************
       2100-ECLATEMENT-ENREG-DEBUT.

           IF WS-REC01
               MOVE "O" TO WS-ECL-ELEVE-PRESENT
               MOVE REC01-CLASSE TO WS-ECL-CLASSE
               MOVE REC01-NOM    TO WS-ECL-NOM
               MOVE REC01-PRENOM TO WS-ECL-PRENOM
               IF REC01-TRIMESTRE >= "1" AND REC01-TRIMESTRE <= "3"
                   MOVE REC01-TRIMESTRE TO WS-RUN-TRIMESTRE
               END-IF
               MOVE WS-ECL-CLASSE TO TRAVN-CLASSE
               MOVE WS-ECL-NOM    TO TRAVN-NOM
               MOVE WS-ECL-PRENOM TO TRAVN-PRENOM
               MOVE "E" TO TRAVN-GENRE
               MOVE ZEROES TO TRAVN-REF
               WRITE RTRAVN
               GO TO 2100-ECLATEMENT-ENREG-FIN
           END-IF.

           IF NOT WS-REC02
               GO TO 2100-ECLATEMENT-ENREG-FIN
           END-IF.

           ADD 1 TO WS-COMPTEUR-NOTES.
           IF NOT WS-ECL-ELEVE-PRESENT-OUI
               ADD 1 TO WS-COMPTEUR-SANS-ELEVE
               GO TO 2100-ECLATEMENT-ENREG-FIN
           END-IF.

      ****** RANG DE LA MATIERE AU REFERENTIEL DE LA CLASSE
           MOVE ZEROES TO WS-REF-TROUVEE.
           PERFORM VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-NB-MATIERES-REF
                      OR WS-REF-TROUVEE > ZEROES
               IF WS-MAT-LIBELLE (WS-INDICE) = REC02-MATIERE
               AND WS-MAT-CLASSE (WS-INDICE) = WS-ECL-CLASSE
                   SET WS-REF-TROUVEE TO WS-INDICE
               END-IF
           END-PERFORM.

           IF WS-REF-TROUVEE = ZEROES
               ADD 1 TO WS-COMPTEUR-HORS-REF
               GO TO 2100-ECLATEMENT-ENREG-FIN
           END-IF.

           ADD 1 TO WS-MAT-NB-CLASSE (WS-REF-TROUVEE).
           MOVE WS-ECL-CLASSE TO TRAVN-CLASSE.
           MOVE WS-ECL-NOM    TO TRAVN-NOM.
           MOVE WS-ECL-PRENOM TO TRAVN-PRENOM.
           MOVE "N" TO TRAVN-GENRE.
           MOVE WS-REF-TROUVEE TO TRAVN-REF.
           WRITE RTRAVN.

       2100-ECLATEMENT-ENREG-FIN.
           EXIT.

      *******************************************************
      *  RELECTURE DU FLOT TRIE EN RUPTURES CLASSE PUIS ELEVE :
      *  RAPPORT ET ETAT DE CHAQUE CLASSE
      *******************************************************
       3000-CONTROLE-FLOT-TRIE-DEBUT.

           OPEN INPUT FTRAVN.
           OPEN OUTPUT FRAPPORT.
           OPEN OUTPUT FETAT.
           IF NOT WS-STATUS-FILE-FRAPPORT-OK
           OR NOT WS-STATUS-FILE-FETAT-OK
               DISPLAY "ERREUR OUVERTURE DES FICHIERS DE SORTIE"
               MOVE 16 TO RETURN-CODE
               CLOSE FTRAVN
               GO TO 3000-CONTROLE-FLOT-TRIE-FIN
           END-IF.

           MOVE WS-DATE-JOUR TO WS-EDIT-DATE-JOUR.
           MOVE WS-MINIMUM-DEFAUT TO WS-EDIT-MIN.
           MOVE ALL "=" TO WS-LIGNE.
           MOVE WS-LIGNE TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE SPACES TO WS-LIGNE.
           STRING "CONTROLE DE COMPLETUDE DES NOTES DU "
                  WS-EDIT-DATE-JOUR " - TRIMESTRE " WS-RUN-TRIMESTRE
                  DELIMITED BY SIZE INTO WS-LIGNE.
           MOVE WS-LIGNE TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE SPACES TO WS-LIGNE.
           STRING "MINIMUM DE NOTES PAR MATIERE (HORS MATIERES.txt): "
                  WS-EDIT-MIN
                  DELIMITED BY SIZE INTO WS-LIGNE.
           MOVE WS-LIGNE TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE ALL "=" TO WS-LIGNE.
           MOVE WS-LIGNE TO REC-RAPPORT.
           WRITE REC-RAPPORT.

           MOVE "O" TO WS-PREMIER-ENREG.
           PERFORM UNTIL NOT WS-STATUS-FILE-FTRAVN-OK
               READ FTRAVN
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 3100-TRAITEMENT-TRIE-DEBUT
                          THRU 3100-TRAITEMENT-TRIE-FIN
               END-READ
           END-PERFORM.

      ****** DERNIER ELEVE ET DERNIERE CLASSE EN COURS
           IF NOT WS-PREMIER-ENREG-OUI
               PERFORM 3300-FIN-ELEVE-DEBUT
                  THRU 3300-FIN-ELEVE-FIN
               PERFORM 3400-FIN-CLASSE-DEBUT
                  THRU 3400-FIN-CLASSE-FIN
           END-IF.

           CLOSE FTRAVN.
           CLOSE FRAPPORT.
           CLOSE FETAT.

       3000-CONTROLE-FLOT-TRIE-FIN.
           EXIT.

      *******************************************************
      *  ENREGISTREMENT DU FLOT TRIE : RUPTURES PUIS CUMUL
      *  DE LA NOTE SUR LA MATIERE DE L'ELEVE COURANT
      *******************************************************
       3100-TRAITEMENT-TRIE-DEBUT.

           IF WS-PREMIER-ENREG-OUI
               MOVE "N" TO WS-PREMIER-ENREG
               MOVE TRAVN-CLE TO WS-CLE-COURANTE
               PERFORM 3200-DEBUT-CLASSE-DEBUT
                  THRU 3200-DEBUT-CLASSE-FIN
           ELSE
               IF TRAVN-CLE NOT = WS-CLE-COURANTE
                   PERFORM 3300-FIN-ELEVE-DEBUT
                      THRU 3300-FIN-ELEVE-FIN
                   IF TRAVN-CLASSE NOT = WS-CLE-CLASSE
                       PERFORM 3400-FIN-CLASSE-DEBUT
                          THRU 3400-FIN-CLASSE-FIN
                       MOVE TRAVN-CLE TO WS-CLE-COURANTE
                       PERFORM 3200-DEBUT-CLASSE-DEBUT
                          THRU 3200-DEBUT-CLASSE-FIN
                   ELSE
                       MOVE TRAVN-CLE TO WS-CLE-COURANTE
                   END-IF
               END-IF
           END-IF.

           IF TRAVN-NOTE
           AND TRAVN-REF > ZEROES
               ADD 1 TO WS-MAT-NB-ELEVE (TRAVN-REF)
           END-IF.

       3100-TRAITEMENT-TRIE-FIN.
           EXIT.

      *******************************************************
      *  DEBUT DE CLASSE : ENTETE ET MATIERES SANS AUCUNE NOTE
      *******************************************************
       3200-DEBUT-CLASSE-DEBUT.

           ADD 1 TO WS-COMPTEUR-CLASSES.
           MOVE ZEROES TO WS-NB-MAT-CLASSE WS-NB-ELEVES-CLASSE
                          WS-NB-ELEVES-INCOMPLETS
                          WS-NB-MATIERES-SANS-NOTE.

           MOVE SPACES TO WS-LIGNE.
           MOVE WS-LIGNE TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE SPACES TO WS-LIGNE.
           STRING "CLASSE " WS-CLE-CLASSE
                  DELIMITED BY SIZE INTO WS-LIGNE.
           MOVE WS-LIGNE TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE ALL "-" TO WS-LIGNE.
           MOVE WS-LIGNE TO REC-RAPPORT.
           WRITE REC-RAPPORT.

           PERFORM VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-NB-MATIERES-REF
               IF WS-MAT-CLASSE (WS-INDICE) = WS-CLE-CLASSE
                   ADD 1 TO WS-NB-MAT-CLASSE
                   MOVE ZEROES TO WS-MAT-NB-ELEVE (WS-INDICE)
                   IF WS-MAT-NB-CLASSE (WS-INDICE) = ZEROES
                       ADD 1 TO WS-NB-MATIERES-SANS-NOTE
                       MOVE SPACES TO WS-LIGNE
                       STRING "  MATIERE SANS AUCUNE NOTE  : "
                              WS-MAT-LIBELLE (WS-INDICE)
                              DELIMITED BY SIZE INTO WS-LIGNE
                       MOVE WS-LIGNE TO REC-RAPPORT
                       WRITE REC-RAPPORT
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-NB-MAT-CLASSE = ZEROES
               MOVE "  CLASSE ABSENTE DE MATIERES.txt : NON CONTROLEE"
                    TO WS-LIGNE
               MOVE WS-LIGNE TO REC-RAPPORT
               WRITE REC-RAPPORT
           END-IF.

       3200-DEBUT-CLASSE-FIN.
           EXIT.

      *******************************************************
      *  FIN D'ELEVE : MATIERES MANQUANTES ET NOTES EN NOMBRE
      *  INSUFFISANT (LES MATIERES SANS AUCUNE NOTE DANS LA
      *  CLASSE SONT DEJA SIGNALEES UNE FOIS EN ENTETE)
      *******************************************************
       3300-FIN-ELEVE-DEBUT.

           ADD 1 TO WS-NB-ELEVES-CLASSE.
           MOVE "N" TO WS-ELEVE-INCOMPLET.

           PERFORM VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-NB-MATIERES-REF
               IF WS-MAT-CLASSE (WS-INDICE) = WS-CLE-CLASSE
               AND WS-MAT-NB-CLASSE (WS-INDICE) > ZEROES
                   EVALUATE TRUE
                       WHEN WS-MAT-NB-ELEVE (WS-INDICE) = ZEROES
                           MOVE "O" TO WS-ELEVE-INCOMPLET
                           MOVE SPACES TO WS-LIGNE
                           STRING "  " WS-CLE-PRENOM " " WS-CLE-NOM
                                  "  MATIERE MANQUANTE   : "
                                  WS-MAT-LIBELLE (WS-INDICE)
                                  DELIMITED BY SIZE INTO WS-LIGNE
                           MOVE WS-LIGNE TO REC-RAPPORT
                           WRITE REC-RAPPORT
                       WHEN WS-MAT-NB-ELEVE (WS-INDICE)
                            < WS-MAT-NB-MIN (WS-INDICE)
                           MOVE "O" TO WS-ELEVE-INCOMPLET
                           MOVE WS-MAT-NB-MIN (WS-INDICE)
                                TO WS-EDIT-MIN
                           MOVE WS-MAT-NB-ELEVE (WS-INDICE)
                                TO WS-EDIT-NB-NOTES
                           MOVE SPACES TO WS-LIGNE
                           STRING "  " WS-CLE-PRENOM " " WS-CLE-NOM
                                  "  NOTES INSUFFISANTES : "
                                  WS-MAT-LIBELLE (WS-INDICE)
                                  " (" WS-EDIT-NB-NOTES
                                  " POUR " WS-EDIT-MIN " MINIMUM)"
                                  DELIMITED BY SIZE INTO WS-LIGNE
                           MOVE WS-LIGNE TO REC-RAPPORT
                           WRITE REC-RAPPORT
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   MOVE ZEROES TO WS-MAT-NB-ELEVE (WS-INDICE)
               END-IF
           END-PERFORM.

           IF WS-ELEVE-INCOMPLET-OUI
               ADD 1 TO WS-NB-ELEVES-INCOMPLETS
           END-IF.

       3300-FIN-ELEVE-FIN.
           EXIT.

      *******************************************************
      *  FIN DE CLASSE : CONCLUSION DU RAPPORT ET ETAT RELU
      *  PAR ELEVES
      *******************************************************
       3400-FIN-CLASSE-DEBUT.

           MOVE SPACES TO RETAT.
           MOVE WS-CLE-CLASSE TO ETAT-CLASSE.
           MOVE WS-NB-ELEVES-INCOMPLETS TO ETAT-NB-ELEVES-INCOMPLETS.
           MOVE WS-NB-MATIERES-SANS-NOTE
                TO ETAT-NB-MATIERES-SANS-NOTE.
           MOVE WS-COMPTEUR-FILE-INPUT TO ETAT-NB-ENREGS.
           MOVE WS-DATE-JOUR TO ETAT-DATE.
           MOVE WS-RUN-TRIMESTRE TO ETAT-TRIMESTRE.

           MOVE SPACES TO WS-LIGNE.
           IF WS-NB-MAT-CLASSE = ZEROES
           OR WS-NB-ELEVES-INCOMPLETS > ZEROES
           OR WS-NB-MATIERES-SANS-NOTE > ZEROES
               MOVE "I" TO ETAT-STATUT
               ADD 1 TO WS-COMPTEUR-INCOMPLETES
               MOVE WS-NB-ELEVES-INCOMPLETS TO WS-EDIT-NB
               MOVE WS-NB-MATIERES-SANS-NOTE TO WS-EDIT-NB-NOTES
               STRING "  => CLASSE INCOMPLETE : " WS-EDIT-NB
                      " ELEVE(S) INCOMPLET(S), "
                      WS-EDIT-NB-NOTES
                      " MATIERE(S) SANS NOTE"
                      DELIMITED BY SIZE INTO WS-LIGNE
           ELSE
               MOVE "C" TO ETAT-STATUT
               ADD 1 TO WS-COMPTEUR-COMPLETES
               MOVE WS-NB-ELEVES-CLASSE TO WS-EDIT-NB
               STRING "  => CLASSE COMPLETE (" WS-EDIT-NB
                      " ELEVE(S))"
                      DELIMITED BY SIZE INTO WS-LIGNE
           END-IF.
           MOVE WS-LIGNE TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           WRITE RETAT.

       3400-FIN-CLASSE-FIN.
           EXIT.
