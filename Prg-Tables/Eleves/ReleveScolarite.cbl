       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELSCOL.
       AUTHOR. GENEVIEVE GIANNASI.
       INSTALLATION. PERSONNAL PC.
       DATE-WRITTEN. 15-10-2026.
       DATE-COMPILED. 15-10-2026.
       SECURITY. NON-CONFIDENTIAL.
      ******************************************************************
      * OBJECTIF:
      * Releve de scolarite des eleves qui quittent l'etablissement :
      * l'etablissement d'accueil demande le parcours complet, que le
      * secretariat reconstituait a la main depuis les vieux bulletins.
      *
      * Pour un eleve (depart en cours d'annee) ou pour tous les
      * sortants de l'annee (SORTIE apres la 3EME au registre de
      * PASSAGE), le releve reprend :
      *   - le bloc d'identite d'ELEVES-FICHIER.txt
      *   - chaque annee scolaire et chaque trimestre archives dans
      *     ELEVES-HISTORIQUE.txt : classe, notes par matiere,
      *     moyenne ponderee, rang dans la classe (recalcule sur le
      *     run du trimestre) et absences du trimestre
      *   - la decision du conseil de classe de chaque annee
      *     (PASSAGE-DECISIONS-HISTORIQUE.txt, a defaut le registre
      *     PASSAGE-DECISIONS.txt de l'annee)
      *   - les absences de l'annee en cours au registre d'assiduite
      *     (ABSENCES-REGISTRE.txt, ecrit par REGABS)
      * Un trimestre relance par ELEVES n'est repris qu'une fois : le
      * dernier run du trimestre fait foi.
      * Chaque releve recoit un numero de reference RSAAAA-NNNNN,
      * inscrit au registre permanent RELEVES-SCOLARITE-REGISTRE.txt
      * (numerotation reprise a 1 chaque annee civile).
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ******** HISTORIQUE DATE DES RUNS D'ELEVES
           SELECT FILE-HISTORIQUE ASSIGN TO "ELEVES-HISTORIQUE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-HISTORIQUE.

      ******** ARCHIVE PERMANENTE DES REGISTRES DE PASSAGE
           SELECT FDECHISTO ASSIGN TO "PASSAGE-DECISIONS-HISTORIQUE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FDECHISTO.

      ******** REGISTRE DES DECISIONS DE PASSAGE DE L'ANNEE
           SELECT FDECISION ASSIGN TO "PASSAGE-DECISIONS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FDECISION.

      ******** FICHIER DES ELEVES (BLOC D'IDENTITE)
           SELECT FELEVE ASSIGN TO "ELEVES-FICHIER.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FELEVE.

      ******** REGISTRE D'ASSIDUITE (REGABS)
           SELECT FASSIDUITE ASSIGN TO "ABSENCES-REGISTRE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FASSIDUITE.

      ******** RELEVES DE SCOLARITE EDITES
           SELECT FRELEVE ASSIGN TO "RELEVES-SCOLARITE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FRELEVE.

      ******** REGISTRE PERMANENT DES RELEVES DE SCOLARITE
           SELECT FREGISTRE ASSIGN TO "RELEVES-SCOLARITE-REGISTRE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FREGISTRE.

       DATA DIVISION.
       FILE SECTION.
       FD  FILE-HISTORIQUE.
       01  REC-HISTORIQUE PIC X(120).

      ******** ARCHIVE PERMANENTE DES REGISTRES DE PASSAGE
       FD  FDECHISTO.
       01  RDECHISTO PIC X(100).

      ******** REGISTRE DES DECISIONS DE PASSAGE DE L'ANNEE
       FD  FDECISION.
       01  RDECISION PIC X(100).

      ******** FICHIER DES ELEVES (BLOC D'IDENTITE)
       FD  FELEVE.
       01  RELEVE.
           05  ELV-NUMERO         PIC 9(06).
           05  FILLER             PIC X(01).
           05  ELV-PRENOM         PIC X(07).
           05  FILLER             PIC X(01).
           05  ELV-NOM            PIC X(07).
           05  FILLER             PIC X(01).
           05  ELV-DATE-NAISSANCE PIC 9(08).
           05  FILLER             PIC X(01).
           05  ELV-CLASSE         PIC X(05).
           05  FILLER             PIC X(01).
           05  ELV-RESPONSABLE    PIC X(20).
           05  FILLER             PIC X(01).
           05  ELV-RUE            PIC X(30).
           05  FILLER             PIC X(01).
           05  ELV-CODEPOSTAL     PIC X(05).
           05  FILLER             PIC X(01).
           05  ELV-VILLE          PIC X(20).

      ******** REGISTRE D'ASSIDUITE (REGABS)
       FD  FASSIDUITE.
       01  RASSIDUITE PIC X(100).

      ******** RELEVES DE SCOLARITE EDITES
       FD  FRELEVE.
       01  RRELEVE PIC X(100).

      ******** REGISTRE PERMANENT DES RELEVES DE SCOLARITE
       FD  FREGISTRE.
       01  RREGISTRE.
           05  REG-REFERENCE.
               10  REG-REF-PREFIXE  PIC X(02).
               10  REG-REF-ANNEE    PIC 9(04).
               10  REG-REF-TIRET    PIC X(01).
               10  REG-REF-SEQUENCE PIC 9(05).
           05  FILLER           PIC X(01).
           05  REG-DATE         PIC 9(08).
           05  FILLER           PIC X(01).
           05  REG-NUMERO       PIC 9(06).
           05  FILLER           PIC X(01).
           05  REG-PRENOM       PIC X(07).
           05  FILLER           PIC X(01).
           05  REG-NOM          PIC X(07).
           05  FILLER           PIC X(01).
           05  REG-CLASSE       PIC X(05).
           05  FILLER           PIC X(01).
           05  REG-MOTIF        PIC X(24).
           05  FILLER           PIC X(01).
           05  REG-NB-PERIODES  PIC 9(02).

       WORKING-STORAGE SECTION.
       01  WS-STATUS-FILE-HISTORIQUE PIC X(02).
           88 WS-STATUS-FILE-HISTORIQUE-OK  VALUE "00".
       01  WS-STATUS-FILE-FDECHISTO PIC X(02).
           88 WS-STATUS-FILE-FDECHISTO-OK         VALUE "00".
           88 WS-STATUS-FILE-FDECHISTO-INEXISTANT VALUE "35".
       01  WS-STATUS-FILE-FDECISION PIC X(02).
           88 WS-STATUS-FILE-FDECISION-OK  VALUE "00".
       01  WS-STATUS-FILE-FELEVE PIC X(02).
           88 WS-STATUS-FILE-FELEVE-OK  VALUE "00".
       01  WS-STATUS-FILE-FASSIDUITE PIC X(02).
           88 WS-STATUS-FILE-FASSIDUITE-OK  VALUE "00".
       01  WS-STATUS-FILE-FRELEVE PIC X(02).
           88 WS-STATUS-FILE-FRELEVE-OK  VALUE "00".
       01  WS-STATUS-FILE-FREGISTRE PIC X(02).
           88 WS-STATUS-FILE-FREGISTRE-OK         VALUE "00".
           88 WS-STATUS-FILE-FREGISTRE-INEXISTANT VALUE "35".

      ***********************************************
      * RUNS DE L'HISTORIQUE (UN PAR BANDEAU "=== RUN DU")
      ***********************************************
       01  WS-TABLE-RUNS.
           05 WS-RUN-ENTRY OCCURS 300 INDEXED BY WS-INDICE-RUN.
               10 WS-RUN-ANNEE     PIC 9(04).
               10 WS-RUN-TRIMESTRE PIC 9(01).
       01  WS-NB-RUNS  PIC 9(03) VALUE ZEROES.
       01  WS-MAX-RUNS PIC 9(03) VALUE 300.
       01  WS-RUN-COURANT PIC 9(03) VALUE ZEROES.

      ***********************************************
      * MOYENNES PONDEREES DE TOUS LES ELEVES PAR RUN ET PAR
      * CLASSE (CALCUL DU RANG)
      ***********************************************
       01  WS-TABLE-MOYENNES.
           05 WS-MOY-ENTRY OCCURS 9000 INDEXED BY WS-INDICE-MOY.
               10 WS-MOY-RUN    PIC 9(03).
               10 WS-MOY-CLASSE PIC X(05).
               10 WS-MOY-VALEUR PIC 9(02)V99.
       01  WS-NB-MOYENNES  PIC 9(04) VALUE ZEROES.
       01  WS-MAX-MOYENNES PIC 9(04) VALUE 9000.

      ***********************************************
      * ANALYSE DE L'HISTORIQUE
      ***********************************************
       01  WS-TRIMESTRE-COURANT PIC 9(01) VALUE 1.
       01  WS-ANNEE-COURANTE PIC 9(04) VALUE ZEROES.
       01  WS-BANDEAU-DATE.
           05 WS-BANDEAU-ANNEE PIC X(04).
           05 FILLER           PIC X(01).
           05 WS-BANDEAU-MOIS  PIC X(02).
           05 FILLER           PIC X(01).
           05 WS-BANDEAU-JOUR  PIC X(02).
       01  WS-MOYENNE-LUE PIC 9(02)V99 VALUE ZEROES.
       01  WS-MOYENNE-TEXTE PIC X(05) VALUE SPACES.
       01  WS-DERNIER-PRENOM PIC X(07) VALUE SPACES.
       01  WS-DERNIER-NOM    PIC X(07) VALUE SPACES.
       01  WS-DERNIERE-CLASSE PIC X(05) VALUE SPACES.
       01  WS-LIGNE-DETAIL PIC X(01) VALUE "N".
           88 WS-LIGNE-DETAIL-OUI VALUE "O".

      ***********************************************
      * DECISIONS DU CONSEIL DE CLASSE, PAR ANNEE SCOLAIRE
      ***********************************************
       01  WS-TABLE-DECISIONS.
           05 WS-DEC-ENTRY OCCURS 3000 INDEXED BY WS-INDICE-DEC.
               10 WS-DEC-ANNEE    PIC 9(04).
               10 WS-DEC-PRENOM   PIC X(07).
               10 WS-DEC-NOM      PIC X(07).
               10 WS-DEC-CLASSE   PIC X(05).
               10 WS-DEC-MOYENNE  PIC X(05).
               10 WS-DEC-DECISION PIC X(08).
               10 WS-DEC-SUIVANTE PIC X(05).
               10 WS-DEC-DEROGE   PIC X(01).
       01  WS-NB-DECISIONS  PIC 9(04) VALUE ZEROES.
       01  WS-MAX-DECISIONS PIC 9(04) VALUE 3000.
       01  WS-ANNEE-REGISTRE PIC 9(04) VALUE ZEROES.
       01  WS-DATE-REGISTRE PIC 9(08) VALUE ZEROES.
       01  WS-DATE-REGISTRE-R REDEFINES WS-DATE-REGISTRE.
           05 WS-REGISTRE-ANNEE PIC 9(04).
           05 WS-REGISTRE-MOIS  PIC 9(02).
           05 WS-REGISTRE-JJ    PIC 9(02).
       01  WS-LIGNE-DECISION PIC X(100) VALUE SPACES.
       01  WS-DECISION-TROUVEE PIC X(01) VALUE "N".
           88 WS-DECISION-TROUVEE-OUI VALUE "O".

      ***********************************************
      * BLOCS D'IDENTITE DU FICHIER DES ELEVES
      ***********************************************
       01  WS-TABLE-IDENTITES.
           05 WS-IDT-ENTRY OCCURS 2000 INDEXED BY WS-INDICE-IDT.
               10 WS-IDT-NUMERO      PIC 9(06).
               10 WS-IDT-PRENOM      PIC X(07).
               10 WS-IDT-NOM         PIC X(07).
               10 WS-IDT-NAISSANCE   PIC 9(08).
               10 WS-IDT-CLASSE      PIC X(05).
               10 WS-IDT-RESPONSABLE PIC X(20).
               10 WS-IDT-RUE         PIC X(30).
               10 WS-IDT-CODEPOSTAL  PIC X(05).
               10 WS-IDT-VILLE       PIC X(20).
       01  WS-NB-IDENTITES  PIC 9(04) VALUE ZEROES.
       01  WS-MAX-IDENTITES PIC 9(04) VALUE 2000.
       01  WS-IDENTITE-POSITION PIC 9(04) VALUE ZEROES.

      ***********************************************
      * ABSENCES DE L'ANNEE EN COURS AU REGISTRE D'ASSIDUITE
      ***********************************************
       01  WS-TABLE-ASSIDUITE.
           05 WS-ASS-ENTRY OCCURS 2000 INDEXED BY WS-INDICE-ASS.
               10 WS-ASS-PRENOM PIC X(07).
               10 WS-ASS-NOM    PIC X(07).
               10 WS-ASS-TOTAL  PIC 9(03).
               10 WS-ASS-INJUST PIC 9(03).
       01  WS-NB-ASSIDUITE  PIC 9(04) VALUE ZEROES.
       01  WS-MAX-ASSIDUITE PIC 9(04) VALUE 2000.
       01  WS-ASSIDUITE-COURANTE PIC 9(04) VALUE ZEROES.
       01  WS-DATE-ASSIDUITE PIC X(08) VALUE SPACES.
       01  WS-ASSIDUITE-LUE PIC X(01) VALUE "N".
           88 WS-ASSIDUITE-LUE-OUI VALUE "O".

      ***********************************************
      * ELEVES A TRAITER (UN ELEVE SAISI OU LES SORTANTS)
      ***********************************************
       01  WS-TABLE-SELECTION.
           05 WS-SEL-ENTRY OCCURS 500 INDEXED BY WS-INDICE-SEL.
               10 WS-SEL-PRENOM PIC X(07).
               10 WS-SEL-NOM    PIC X(07).
               10 WS-SEL-CLASSE PIC X(05).
               10 WS-SEL-MOTIF  PIC X(24).
       01  WS-NB-SELECTION  PIC 9(04) VALUE ZEROES.
       01  WS-MAX-SELECTION PIC 9(04) VALUE 500.
       01  WS-SAISIE-PRENOM PIC X(07) VALUE SPACES.
       01  WS-SAISIE-NOM    PIC X(07) VALUE SPACES.
       01  WS-MODE-SORTANTS PIC X(01) VALUE "N".
           88 WS-MODE-SORTANTS-OUI VALUE "O".

      ***********************************************
      * PARCOURS DE L'ELEVE COURANT : UNE PERIODE PAR ANNEE
      * SCOLAIRE ET TRIMESTRE, AVEC SES NOTES
      ***********************************************
       01  WS-TABLE-PERIODES.
           05 WS-PER-ENTRY OCCURS 40 INDEXED BY WS-INDICE-PER.
               10 WS-PER-ANNEE      PIC 9(04).
               10 WS-PER-TRIMESTRE  PIC 9(01).
               10 WS-PER-RUN        PIC 9(03).
               10 WS-PER-CLASSE     PIC X(05).
               10 WS-PER-MOYENNE    PIC 9(02)V99.
               10 WS-PER-MOYENNE-OK PIC X(01).
               10 WS-PER-RANG       PIC 9(03).
               10 WS-PER-EFFECTIF   PIC 9(03).
               10 WS-PER-ABS-JUST   PIC 9(03).
               10 WS-PER-ABS-INJUST PIC 9(03).
               10 WS-PER-ABS-OK     PIC X(01).
               10 WS-PER-NB-NOTES   PIC 9(02).
               10 WS-PER-NOTES OCCURS 25 INDEXED BY WS-INDICE-NOT.
                   15 WS-NOT-MATIERE PIC X(26).
                   15 WS-NOT-COEFF   PIC X(03).
                   15 WS-NOT-VALEUR  PIC X(05).
                   15 WS-NOT-TYPE    PIC X(02).
       01  WS-NB-PERIODES  PIC 9(02) VALUE ZEROES.
       01  WS-MAX-PERIODES PIC 9(02) VALUE 40.
       01  WS-MAX-NOTES    PIC 9(02) VALUE 25.
       01  WS-PERIODE-TROUVEE PIC X(01) VALUE "N".
           88 WS-PERIODE-TROUVEE-OUI VALUE "O".
       01  WS-ANNEE-EDITEE PIC 9(04) VALUE ZEROES.

      ***********************************************
      * REFERENCE DU RELEVE ET EDITION
      ***********************************************
       01  WS-DATE-JOUR PIC 9(08) VALUE ZEROES.
       01  WS-DATE-JOUR-R REDEFINES WS-DATE-JOUR.
           05 WS-JOUR-ANNEE PIC 9(04).
           05 WS-JOUR-MMJJ  PIC 9(04).
       01  WS-DERNIERE-SEQUENCE PIC 9(05) VALUE ZEROES.
       01  WS-REFERENCE.
           05 WS-REF-PREFIXE  PIC X(02) VALUE "RS".
           05 WS-REF-ANNEE    PIC 9(04) VALUE ZEROES.
           05 WS-REF-TIRET    PIC X(01) VALUE "-".
           05 WS-REF-SEQUENCE PIC 9(05) VALUE ZEROES.
       01  WS-EDIT-DATE PIC 9(04)/9(02)/9(02).
       01  WS-EDIT-MOYENNE PIC Z9,99.
       01  WS-EDIT-RANG PIC ZZ9.
       01  WS-EDIT-EFFECTIF PIC ZZ9.
       01  WS-EDIT-ANNEE-SUIVANTE PIC 9(04).
       01  WS-LIGNE PIC X(100) VALUE SPACES.

      ***********************************************
      * COMPTEURS DE FIN DE TRAITEMENT
      ***********************************************
       01  WS-COMPTEUR-RELEVES PIC 9(04) VALUE ZEROES.
       01  WS-COMPTEUR-SANS-HISTORIQUE PIC 9(04) VALUE ZEROES.
       01  WS-COMPTEUR-SANS-DOSSIER PIC 9(04) VALUE ZEROES.

       PROCEDURE DIVISION.
       0000-MAIN-DEB.
      *******************************************************
      *  PARAGRAPHE PRINCIPAL
      *******************************************************
           DISPLAY "RELEVES DE SCOLARITE".
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATE-JOUR.

           DISPLAY "PRENOM DE L'ELEVE (VIDE = SORTANTS DE L'ANNEE): "
                   NO ADVANCING.
           MOVE SPACES TO WS-SAISIE-PRENOM.
           ACCEPT WS-SAISIE-PRENOM.
           IF WS-SAISIE-PRENOM = SPACES
               MOVE "O" TO WS-MODE-SORTANTS
           ELSE
               MOVE FUNCTION UPPER-CASE (WS-SAISIE-PRENOM)
                    TO WS-SAISIE-PRENOM
               DISPLAY "NOM DE L'ELEVE: " NO ADVANCING
               MOVE SPACES TO WS-SAISIE-NOM
               ACCEPT WS-SAISIE-NOM
               MOVE FUNCTION UPPER-CASE (WS-SAISIE-NOM)
                    TO WS-SAISIE-NOM
           END-IF.
      *
      *********** RUNS ET MOYENNES DE L'HISTORIQUE
           PERFORM 1000-LECTURE-HISTORIQUE-DEBUT
              THRU 1000-LECTURE-HISTORIQUE-FIN.
           IF RETURN-CODE = 16
               GO TO 0000-MAIN-FIN
           END-IF.
      *
      *********** DECISIONS, IDENTITES ET ASSIDUITE
           PERFORM 1500-LECTURE-DECISIONS-DEBUT
              THRU 1500-LECTURE-DECISIONS-FIN.
           PERFORM 1700-CHARGEMENT-IDENTITES-DEBUT
              THRU 1700-CHARGEMENT-IDENTITES-FIN.
           PERFORM 1800-LECTURE-ASSIDUITE-DEBUT
              THRU 1800-LECTURE-ASSIDUITE-FIN.
      *
      *********** ELEVES A TRAITER
           PERFORM 2000-SELECTION-DEBUT
              THRU 2000-SELECTION-FIN.
           DISPLAY "ELEVES SELECTIONNES: " WS-NB-SELECTION.
           IF WS-NB-SELECTION = ZEROES
               DISPLAY "--> AUCUN ELEVE A TRAITER"
               IF WS-MODE-SORTANTS-OUI
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 8 TO RETURN-CODE
               END-IF
               GO TO 0000-MAIN-FIN
           END-IF.
      *
      *********** DERNIERE REFERENCE ATTRIBUEE DANS L'ANNEE
           PERFORM 2500-LECTURE-REGISTRE-DEBUT
              THRU 2500-LECTURE-REGISTRE-FIN.

           OPEN EXTEND FREGISTRE.
           IF WS-STATUS-FILE-FREGISTRE-INEXISTANT
               OPEN OUTPUT FREGISTRE
           END-IF.
           IF NOT WS-STATUS-FILE-FREGISTRE-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FREGISTRE': "
                       WS-STATUS-FILE-FREGISTRE
               MOVE 16 TO RETURN-CODE
               GO TO 0000-MAIN-FIN
           END-IF.
           OPEN OUTPUT FRELEVE.
           IF NOT WS-STATUS-FILE-FRELEVE-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FRELEVE': "
                       WS-STATUS-FILE-FRELEVE
               CLOSE FREGISTRE
               MOVE 16 TO RETURN-CODE
               GO TO 0000-MAIN-FIN
           END-IF.

           PERFORM VARYING WS-INDICE-SEL FROM 1 BY 1
                   UNTIL WS-INDICE-SEL > WS-NB-SELECTION
               PERFORM 4000-RELEVE-ELEVE-DEBUT
                  THRU 4000-RELEVE-ELEVE-FIN
           END-PERFORM.

           CLOSE FRELEVE.
           CLOSE FREGISTRE.

           IF WS-COMPTEUR-SANS-HISTORIQUE > ZEROES
           OR WS-COMPTEUR-SANS-DOSSIER > ZEROES
               MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY "==============================================".
           DISPLAY "ELEVES SELECTIONNES      : " WS-NB-SELECTION.
           DISPLAY "RELEVES EDITES           : " WS-COMPTEUR-RELEVES.
           DISPLAY "SANS HISTORIQUE (NON EDITE): "
                   WS-COMPTEUR-SANS-HISTORIQUE.
           DISPLAY "SANS DOSSIER ELEVE       : "
                   WS-COMPTEUR-SANS-DOSSIER.
           DISPLAY "DERNIERE REFERENCE       : " WS-REFERENCE.
           DISPLAY "==============================================".

       0000-MAIN-FIN.
           GOBACK.

      *******************************************************
      *  LECTURE DE L'HISTORIQUE : UN RUN PAR BANDEAU, ET LES
      *  MOYENNES PONDEREES DE TOUS LES ELEVES AVEC LA CLASSE
      *  DE LEURS LIGNES DE DETAIL (POUR LE RANG)
      *******************************************************
       1000-LECTURE-HISTORIQUE-DEBUT.

           OPEN INPUT FILE-HISTORIQUE.
           IF NOT WS-STATUS-FILE-HISTORIQUE-OK
               DISPLAY "ERREUR OUVERTURE FICHIER HISTORIQUE: "
                       WS-STATUS-FILE-HISTORIQUE
               MOVE 16 TO RETURN-CODE
               GO TO 1000-LECTURE-HISTORIQUE-FIN
           END-IF.

           MOVE ZEROES TO WS-ANNEE-COURANTE WS-RUN-COURANT.
           PERFORM UNTIL NOT WS-STATUS-FILE-HISTORIQUE-OK
               READ FILE-HISTORIQUE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 1100-ANALYSE-LIGNE-DEBUT
                          THRU 1100-ANALYSE-LIGNE-FIN
               END-READ
           END-PERFORM.
           CLOSE FILE-HISTORIQUE.

           DISPLAY "RUNS ARCHIVES RELUS     : " WS-NB-RUNS.
           DISPLAY "MOYENNES ARCHIVEES RELUES: " WS-NB-MOYENNES.

       1000-LECTURE-HISTORIQUE-FIN.
           EXIT.

      *******************************************************
      *  ANALYSE D'UNE LIGNE DE L'HISTORIQUE (PREMIER PASSAGE)
      *******************************************************
       1100-ANALYSE-LIGNE-DEBUT.

           IF REC-HISTORIQUE (1:11) = "=== RUN DU "
               PERFORM 1200-BANDEAU-RUN-DEBUT
                  THRU 1200-BANDEAU-RUN-FIN
               GO TO 1100-ANALYSE-LIGNE-FIN
           END-IF.
           IF WS-RUN-COURANT = ZEROES
               GO TO 1100-ANALYSE-LIGNE-FIN
           END-IF.

           PERFORM 1300-TEST-DETAIL-DEBUT
              THRU 1300-TEST-DETAIL-FIN.
           IF WS-LIGNE-DETAIL-OUI
               MOVE REC-HISTORIQUE (1:7)  TO WS-DERNIER-PRENOM
               MOVE REC-HISTORIQUE (9:7)  TO WS-DERNIER-NOM
               MOVE REC-HISTORIQUE (20:5) TO WS-DERNIERE-CLASSE
               GO TO 1100-ANALYSE-LIGNE-FIN
           END-IF.

           IF REC-HISTORIQUE (1:19) NOT = "MOYENNE PONDEREE - "
               GO TO 1100-ANALYSE-LIGNE-FIN
           END-IF.

           MOVE REC-HISTORIQUE (38:5) TO WS-MOYENNE-TEXTE.
           IF FUNCTION TEST-NUMVAL (WS-MOYENNE-TEXTE) NOT = 0
               GO TO 1100-ANALYSE-LIGNE-FIN
           END-IF.
           COMPUTE WS-MOYENNE-LUE =
                   FUNCTION NUMVAL (WS-MOYENNE-TEXTE).

           IF WS-NB-MOYENNES < WS-MAX-MOYENNES
               ADD 1 TO WS-NB-MOYENNES
               SET WS-INDICE-MOY TO WS-NB-MOYENNES
               MOVE WS-RUN-COURANT TO WS-MOY-RUN (WS-INDICE-MOY)
               MOVE WS-MOYENNE-LUE TO WS-MOY-VALEUR (WS-INDICE-MOY)
               IF REC-HISTORIQUE (20:7) = WS-DERNIER-PRENOM
               AND REC-HISTORIQUE (28:7) = WS-DERNIER-NOM
                   MOVE WS-DERNIERE-CLASSE
                        TO WS-MOY-CLASSE (WS-INDICE-MOY)
               ELSE
                   MOVE SPACES TO WS-MOY-CLASSE (WS-INDICE-MOY)
               END-IF
           ELSE
               DISPLAY "--> ! PLUS DE " WS-MAX-MOYENNES
                       " MOYENNES ARCHIVEES!"
           END-IF.

       1100-ANALYSE-LIGNE-FIN.
           EXIT.

      *******************************************************
      *  BANDEAU DE RUN : "=== RUN DU AAAA/MM/JJ TRIMESTRE N"
      *  L'ANNEE SCOLAIRE COMMENCE AU 1ER SEPTEMBRE ; UN
      *  BANDEAU SANS TRIMESTRE COMPTE POUR LE PREMIER (COMME
      *  BILANAN ET PASSAGE)
      *******************************************************
       1200-BANDEAU-RUN-DEBUT.

           IF REC-HISTORIQUE (23:10) = "TRIMESTRE "
           AND REC-HISTORIQUE (33:1) >= "1"
           AND REC-HISTORIQUE (33:1) <= "3"
               MOVE REC-HISTORIQUE (33:1) TO WS-TRIMESTRE-COURANT
           ELSE
               MOVE 1 TO WS-TRIMESTRE-COURANT
           END-IF.

           MOVE REC-HISTORIQUE (12:10) TO WS-BANDEAU-DATE.
           IF WS-BANDEAU-ANNEE IS NUMERIC
           AND WS-BANDEAU-MOIS IS NUMERIC
               MOVE WS-BANDEAU-ANNEE TO WS-ANNEE-COURANTE
               IF WS-BANDEAU-MOIS < "09"
                   SUBTRACT 1 FROM WS-ANNEE-COURANTE
               END-IF
           END-IF.

           MOVE SPACES TO WS-DERNIER-PRENOM WS-DERNIER-NOM
                          WS-DERNIERE-CLASSE.
           IF WS-NB-RUNS < WS-MAX-RUNS
               ADD 1 TO WS-NB-RUNS
               MOVE WS-NB-RUNS TO WS-RUN-COURANT
               SET WS-INDICE-RUN TO WS-NB-RUNS
               MOVE WS-ANNEE-COURANTE TO WS-RUN-ANNEE (WS-INDICE-RUN)
               MOVE WS-TRIMESTRE-COURANT
                    TO WS-RUN-TRIMESTRE (WS-INDICE-RUN)
           ELSE
               DISPLAY "--> ! PLUS DE " WS-MAX-RUNS " RUNS ARCHIVES!"
               MOVE ZEROES TO WS-RUN-COURANT
           END-IF.

       1200-BANDEAU-RUN-FIN.
           EXIT.

      *******************************************************
      *  LIGNE DE DETAIL D'UNE MATIERE : PRENOM, NOM, CLASSE
      *  ET NOTE NUMERIQUE AUX COLONNES DE L'EDITION D'ELEVES
      *******************************************************
       1300-TEST-DETAIL-DEBUT.

           MOVE "N" TO WS-LIGNE-DETAIL.
           IF REC-HISTORIQUE (1:8) = "MOYENNE "
           OR REC-HISTORIQUE (1:11) = "ABSENCES - "
           OR REC-HISTORIQUE (1:14) = "APPRECIATION T"
           OR REC-HISTORIQUE (1:4) = "*** "
           OR REC-HISTORIQUE (20:5) = SPACES
           OR REC-HISTORIQUE (58:5) = SPACES
               GO TO 1300-TEST-DETAIL-FIN
           END-IF.
           IF FUNCTION TEST-NUMVAL (REC-HISTORIQUE (58:5)) = 0
               MOVE "O" TO WS-LIGNE-DETAIL
           END-IF.

       1300-TEST-DETAIL-FIN.
           EXIT.

      *******************************************************
      *  DECISIONS DU CONSEIL : ARCHIVE PERMANENTE DE PASSAGE,
      *  A DEFAUT LE REGISTRE DE L'ANNEE. UNE DECISION REPRISE
      *  LA MEME ANNEE REMPLACE LA PRECEDENTE
      *******************************************************
       1500-LECTURE-DECISIONS-DEBUT.

           OPEN INPUT FDECHISTO.
           IF WS-STATUS-FILE-FDECHISTO-OK
               PERFORM UNTIL NOT WS-STATUS-FILE-FDECHISTO-OK
                   READ FDECHISTO
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE RDECHISTO TO WS-LIGNE-DECISION
                           PERFORM 1600-ANALYSE-DECISION-DEBUT
                              THRU 1600-ANALYSE-DECISION-FIN
                   END-READ
               END-PERFORM
               CLOSE FDECHISTO
               DISPLAY "DECISIONS DE PASSAGE RELUES: " WS-NB-DECISIONS
               GO TO 1500-LECTURE-DECISIONS-FIN
           END-IF.

           OPEN INPUT FDECISION.
           IF NOT WS-STATUS-FILE-FDECISION-OK
               DISPLAY "--> AUCUN REGISTRE DE PASSAGE: "
                       WS-STATUS-FILE-FDECISION
               GO TO 1500-LECTURE-DECISIONS-FIN
           END-IF.
           PERFORM UNTIL NOT WS-STATUS-FILE-FDECISION-OK
               READ FDECISION
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RDECISION TO WS-LIGNE-DECISION
                       PERFORM 1600-ANALYSE-DECISION-DEBUT
                          THRU 1600-ANALYSE-DECISION-FIN
               END-READ
           END-PERFORM.
           CLOSE FDECISION.
           DISPLAY "DECISIONS DE PASSAGE RELUES: " WS-NB-DECISIONS.

       1500-LECTURE-DECISIONS-FIN.
           EXIT.

      *******************************************************
      *  LIGNE DE REGISTRE DE PASSAGE : TITRE DATE (ANNEE
      *  SCOLAIRE DES LIGNES QUI SUIVENT) OU DECISION D'ELEVE
      *  "PRENOM NOM CLASSE C MOYENNE M DECISION -> SUIVANTE"
      *******************************************************
       1600-ANALYSE-DECISION-DEBUT.

           IF WS-LIGNE-DECISION (1:37) =
              "REGISTRE DES DECISIONS DE PASSAGE DU "
               IF WS-LIGNE-DECISION (38:8) IS NUMERIC
                   MOVE WS-LIGNE-DECISION (38:8) TO WS-DATE-REGISTRE
                   MOVE WS-REGISTRE-ANNEE TO WS-ANNEE-REGISTRE
                   IF WS-REGISTRE-MOIS < 9
                       SUBTRACT 1 FROM WS-ANNEE-REGISTRE
                   END-IF
               END-IF
               GO TO 1600-ANALYSE-DECISION-FIN
           END-IF.

           IF WS-LIGNE-DECISION (16:8) NOT = " CLASSE "
           OR WS-LIGNE-DECISION (52:4) NOT = " -> "
               GO TO 1600-ANALYSE-DECISION-FIN
           END-IF.

           MOVE "N" TO WS-DECISION-TROUVEE.
           PERFORM VARYING WS-INDICE-DEC FROM 1 BY 1
                   UNTIL WS-INDICE-DEC > WS-NB-DECISIONS
                      OR WS-DECISION-TROUVEE-OUI
               IF WS-DEC-ANNEE (WS-INDICE-DEC) = WS-ANNEE-REGISTRE
               AND WS-DEC-PRENOM (WS-INDICE-DEC)
                   = WS-LIGNE-DECISION (1:7)
               AND WS-DEC-NOM (WS-INDICE-DEC)
                   = WS-LIGNE-DECISION (9:7)
                   MOVE "O" TO WS-DECISION-TROUVEE
               END-IF
           END-PERFORM.

           IF WS-DECISION-TROUVEE-OUI
               SET WS-INDICE-DEC DOWN BY 1
           ELSE
               IF WS-NB-DECISIONS < WS-MAX-DECISIONS
                   ADD 1 TO WS-NB-DECISIONS
                   SET WS-INDICE-DEC TO WS-NB-DECISIONS
               ELSE
                   DISPLAY "--> ! PLUS DE " WS-MAX-DECISIONS
                           " DECISIONS!"
                   GO TO 1600-ANALYSE-DECISION-FIN
               END-IF
           END-IF.

           MOVE WS-ANNEE-REGISTRE TO WS-DEC-ANNEE (WS-INDICE-DEC).
           MOVE WS-LIGNE-DECISION (1:7)
                TO WS-DEC-PRENOM (WS-INDICE-DEC).
           MOVE WS-LIGNE-DECISION (9:7)
                TO WS-DEC-NOM (WS-INDICE-DEC).
           MOVE WS-LIGNE-DECISION (24:5)
                TO WS-DEC-CLASSE (WS-INDICE-DEC).
           MOVE WS-LIGNE-DECISION (38:5)
                TO WS-DEC-MOYENNE (WS-INDICE-DEC).
           MOVE WS-LIGNE-DECISION (44:8)
                TO WS-DEC-DECISION (WS-INDICE-DEC).
           MOVE WS-LIGNE-DECISION (56:5)
                TO WS-DEC-SUIVANTE (WS-INDICE-DEC).
           IF WS-LIGNE-DECISION (62:12) = "(DEROGATION)"
               MOVE "O" TO WS-DEC-DEROGE (WS-INDICE-DEC)
           ELSE
               MOVE "N" TO WS-DEC-DEROGE (WS-INDICE-DEC)
           END-IF.

       1600-ANALYSE-DECISION-FIN.
           EXIT.

      *******************************************************
      *  CHARGEMENT DES BLOCS D'IDENTITE
      *******************************************************
       1700-CHARGEMENT-IDENTITES-DEBUT.

           OPEN INPUT FELEVE.
           IF NOT WS-STATUS-FILE-FELEVE-OK
               DISPLAY "--> FICHIER DES ELEVES ABSENT: "
                       WS-STATUS-FILE-FELEVE
               GO TO 1700-CHARGEMENT-IDENTITES-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FELEVE-OK
               READ FELEVE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-NB-IDENTITES < WS-MAX-IDENTITES
                           ADD 1 TO WS-NB-IDENTITES
                           SET WS-INDICE-IDT TO WS-NB-IDENTITES
                           MOVE ELV-NUMERO
                                TO WS-IDT-NUMERO (WS-INDICE-IDT)
                           MOVE ELV-PRENOM
                                TO WS-IDT-PRENOM (WS-INDICE-IDT)
                           MOVE ELV-NOM
                                TO WS-IDT-NOM (WS-INDICE-IDT)
                           MOVE ELV-DATE-NAISSANCE
                                TO WS-IDT-NAISSANCE (WS-INDICE-IDT)
                           MOVE ELV-CLASSE
                                TO WS-IDT-CLASSE (WS-INDICE-IDT)
                           MOVE ELV-RESPONSABLE
                                TO WS-IDT-RESPONSABLE (WS-INDICE-IDT)
                           MOVE ELV-RUE
                                TO WS-IDT-RUE (WS-INDICE-IDT)
                           MOVE ELV-CODEPOSTAL
                                TO WS-IDT-CODEPOSTAL (WS-INDICE-IDT)
                           MOVE ELV-VILLE
                                TO WS-IDT-VILLE (WS-INDICE-IDT)
                       ELSE
                           DISPLAY "--> ! PLUS DE " WS-MAX-IDENTITES
                                   " ELEVES AU FICHIER!"
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FELEVE.

       1700-CHARGEMENT-IDENTITES-FIN.
           EXIT.

      *******************************************************
      *  REGISTRE D'ASSIDUITE DE REGABS : LIGNES "ELEVE" PUIS
      *  UNE LIGNE PAR DEMI-JOURNEE D'ABSENCE
      *******************************************************
       1800-LECTURE-ASSIDUITE-DEBUT.

           OPEN INPUT FASSIDUITE.
           IF NOT WS-STATUS-FILE-FASSIDUITE-OK
               DISPLAY "--> REGISTRE D'ASSIDUITE ABSENT: "
                       WS-STATUS-FILE-FASSIDUITE
               GO TO 1800-LECTURE-ASSIDUITE-FIN
           END-IF.
           MOVE "O" TO WS-ASSIDUITE-LUE.
           MOVE ZEROES TO WS-ASSIDUITE-COURANTE.

           PERFORM UNTIL NOT WS-STATUS-FILE-FASSIDUITE-OK
               READ FASSIDUITE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 1900-ANALYSE-ASSIDUITE-DEBUT
                          THRU 1900-ANALYSE-ASSIDUITE-FIN
               END-READ
           END-PERFORM.
           CLOSE FASSIDUITE.

       1800-LECTURE-ASSIDUITE-FIN.
           EXIT.

      *******************************************************
      *  ANALYSE D'UNE LIGNE DU REGISTRE D'ASSIDUITE
      *******************************************************
       1900-ANALYSE-ASSIDUITE-DEBUT.

           IF RASSIDUITE (1:24) = "REGISTRE D'ASSIDUITE AU "
               MOVE RASSIDUITE (25:8) TO WS-DATE-ASSIDUITE
               GO TO 1900-ANALYSE-ASSIDUITE-FIN
           END-IF.

           IF RASSIDUITE (1:6) = "ELEVE "
               IF WS-NB-ASSIDUITE < WS-MAX-ASSIDUITE
                   ADD 1 TO WS-NB-ASSIDUITE
                   MOVE WS-NB-ASSIDUITE TO WS-ASSIDUITE-COURANTE
                   SET WS-INDICE-ASS TO WS-NB-ASSIDUITE
                   MOVE RASSIDUITE (7:7)
                        TO WS-ASS-PRENOM (WS-INDICE-ASS)
                   MOVE RASSIDUITE (15:7)
                        TO WS-ASS-NOM (WS-INDICE-ASS)
                   MOVE ZEROES TO WS-ASS-TOTAL (WS-INDICE-ASS)
                                  WS-ASS-INJUST (WS-INDICE-ASS)
               ELSE
                   DISPLAY "--> ! PLUS DE " WS-MAX-ASSIDUITE
                           " ELEVES AU REGISTRE D'ASSIDUITE!"
                   MOVE ZEROES TO WS-ASSIDUITE-COURANTE
               END-IF
               GO TO 1900-ANALYSE-ASSIDUITE-FIN
           END-IF.

           IF WS-ASSIDUITE-COURANTE = ZEROES
           OR RASSIDUITE (1:3) NOT = SPACES
           OR RASSIDUITE (12:14) NOT = " DEMI-JOURNEE "
               GO TO 1900-ANALYSE-ASSIDUITE-FIN
           END-IF.

           SET WS-INDICE-ASS TO WS-ASSIDUITE-COURANTE.
           ADD 1 TO WS-ASS-TOTAL (WS-INDICE-ASS).
           IF RASSIDUITE (28:11) = "INJUSTIFIEE"
               ADD 1 TO WS-ASS-INJUST (WS-INDICE-ASS)
           END-IF.

       1900-ANALYSE-ASSIDUITE-FIN.
           EXIT.

      *******************************************************
      *  SELECTION : L'ELEVE SAISI, OU LES SORTANTS (SUIVANTE
      *  "SORTI") DU DERNIER REGISTRE DE PASSAGE
      *******************************************************
       2000-SELECTION-DEBUT.

           IF NOT WS-MODE-SORTANTS-OUI
               ADD 1 TO WS-NB-SELECTION
               SET WS-INDICE-SEL TO 1
               MOVE WS-SAISIE-PRENOM TO WS-SEL-PRENOM (WS-INDICE-SEL)
               MOVE WS-SAISIE-NOM    TO WS-SEL-NOM (WS-INDICE-SEL)
               MOVE SPACES           TO WS-SEL-CLASSE (WS-INDICE-SEL)
               MOVE "DEPART EN COURS D'ANNEE"
                    TO WS-SEL-MOTIF (WS-INDICE-SEL)
               PERFORM VARYING WS-INDICE-DEC FROM 1 BY 1
                       UNTIL WS-INDICE-DEC > WS-NB-DECISIONS
                   IF WS-DEC-PRENOM (WS-INDICE-DEC) = WS-SAISIE-PRENOM
                   AND WS-DEC-NOM (WS-INDICE-DEC) = WS-SAISIE-NOM
                   AND WS-DEC-ANNEE (WS-INDICE-DEC)
                       = WS-ANNEE-REGISTRE
                   AND WS-DEC-SUIVANTE (WS-INDICE-DEC) = "SORTI"
                       MOVE "FIN DE SCOLARITE (3EME)"
                            TO WS-SEL-MOTIF (WS-INDICE-SEL)
                       MOVE WS-DEC-CLASSE (WS-INDICE-DEC)
                            TO WS-SEL-CLASSE (WS-INDICE-SEL)
                   END-IF
               END-PERFORM
               GO TO 2000-SELECTION-FIN
           END-IF.

           IF WS-NB-DECISIONS = ZEROES
               DISPLAY "--> AUCUNE DECISION DE PASSAGE : PAS DE "
                       "SORTANTS"
               GO TO 2000-SELECTION-FIN
           END-IF.

           PERFORM VARYING WS-INDICE-DEC FROM 1 BY 1
                   UNTIL WS-INDICE-DEC > WS-NB-DECISIONS
               IF WS-DEC-ANNEE (WS-INDICE-DEC) = WS-ANNEE-REGISTRE
               AND WS-DEC-SUIVANTE (WS-INDICE-DEC) = "SORTI"
                   IF WS-NB-SELECTION < WS-MAX-SELECTION
                       ADD 1 TO WS-NB-SELECTION
                       SET WS-INDICE-SEL TO WS-NB-SELECTION
                       MOVE WS-DEC-PRENOM (WS-INDICE-DEC)
                            TO WS-SEL-PRENOM (WS-INDICE-SEL)
                       MOVE WS-DEC-NOM (WS-INDICE-DEC)
                            TO WS-SEL-NOM (WS-INDICE-SEL)
                       MOVE WS-DEC-CLASSE (WS-INDICE-DEC)
                            TO WS-SEL-CLASSE (WS-INDICE-SEL)
                       MOVE "FIN DE SCOLARITE (3EME)"
                            TO WS-SEL-MOTIF (WS-INDICE-SEL)
                   ELSE
                       DISPLAY "--> ! PLUS DE " WS-MAX-SELECTION
                               " SORTANTS!"
                   END-IF
               END-IF
           END-PERFORM.

       2000-SELECTION-FIN.
           EXIT.

      *******************************************************
      *  DERNIERE SEQUENCE ATTRIBUEE DANS L'ANNEE CIVILE
      *******************************************************
       2500-LECTURE-REGISTRE-DEBUT.

           MOVE WS-JOUR-ANNEE TO WS-REF-ANNEE.
           MOVE ZEROES TO WS-DERNIERE-SEQUENCE WS-REF-SEQUENCE.
           OPEN INPUT FREGISTRE.
           IF NOT WS-STATUS-FILE-FREGISTRE-OK
               GO TO 2500-LECTURE-REGISTRE-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FREGISTRE-OK
               READ FREGISTRE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF REG-REF-PREFIXE = "RS"
                       AND REG-REF-ANNEE IS NUMERIC
                       AND REG-REF-SEQUENCE IS NUMERIC
                           IF REG-REF-ANNEE = WS-JOUR-ANNEE
                           AND REG-REF-SEQUENCE > WS-DERNIERE-SEQUENCE
                               MOVE REG-REF-SEQUENCE
                                    TO WS-DERNIERE-SEQUENCE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FREGISTRE.

       2500-LECTURE-REGISTRE-FIN.
           EXIT.

      *******************************************************
      *  PARCOURS D'UN ELEVE (SECOND PASSAGE SUR L'HISTORIQUE)
      *******************************************************
       3000-COLLECTE-ELEVE-DEBUT.

           INITIALIZE WS-TABLE-PERIODES.
           MOVE ZEROES TO WS-NB-PERIODES WS-RUN-COURANT.

           OPEN INPUT FILE-HISTORIQUE.
           IF NOT WS-STATUS-FILE-HISTORIQUE-OK
               GO TO 3000-COLLECTE-ELEVE-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-HISTORIQUE-OK
               READ FILE-HISTORIQUE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 3100-ANALYSE-ELEVE-DEBUT
                          THRU 3100-ANALYSE-ELEVE-FIN
               END-READ
           END-PERFORM.
           CLOSE FILE-HISTORIQUE.
      *
      ****** RANG DANS LA CLASSE SUR LE RUN RETENU
           PERFORM VARYING WS-INDICE-PER FROM 1 BY 1
                   UNTIL WS-INDICE-PER > WS-NB-PERIODES
               PERFORM 3300-CALCUL-RANG-DEBUT
                  THRU 3300-CALCUL-RANG-FIN
           END-PERFORM.

       3000-COLLECTE-ELEVE-FIN.
           EXIT.

      *******************************************************
      *  LIGNE DE L'HISTORIQUE CONCERNANT L'ELEVE : DETAIL DE
      *  MATIERE, MOYENNE PONDEREE OU ABSENCES DU TRIMESTRE
      *******************************************************
       3100-ANALYSE-ELEVE-DEBUT.

           IF REC-HISTORIQUE (1:11) = "=== RUN DU "
               IF WS-RUN-COURANT < WS-NB-RUNS
                   ADD 1 TO WS-RUN-COURANT
               ELSE
                   MOVE ZEROES TO WS-RUN-COURANT
               END-IF
               GO TO 3100-ANALYSE-ELEVE-FIN
           END-IF.
           IF WS-RUN-COURANT = ZEROES
               GO TO 3100-ANALYSE-ELEVE-FIN
           END-IF.

           PERFORM 1300-TEST-DETAIL-DEBUT
              THRU 1300-TEST-DETAIL-FIN.
           IF WS-LIGNE-DETAIL-OUI
               IF REC-HISTORIQUE (1:7) = WS-SEL-PRENOM (WS-INDICE-SEL)
               AND REC-HISTORIQUE (9:7) = WS-SEL-NOM (WS-INDICE-SEL)
                   PERFORM 3200-PERIODE-COURANTE-DEBUT
                      THRU 3200-PERIODE-COURANTE-FIN
                   IF WS-PERIODE-TROUVEE-OUI
                       MOVE REC-HISTORIQUE (20:5)
                            TO WS-PER-CLASSE (WS-INDICE-PER)
                       IF WS-PER-NB-NOTES (WS-INDICE-PER)
                          < WS-MAX-NOTES
                           ADD 1 TO WS-PER-NB-NOTES (WS-INDICE-PER)
                           SET WS-INDICE-NOT
                               TO WS-PER-NB-NOTES (WS-INDICE-PER)
                           MOVE REC-HISTORIQUE (26:26) TO
                                WS-NOT-MATIERE (WS-INDICE-PER,
                                                WS-INDICE-NOT)
                           MOVE REC-HISTORIQUE (53:3) TO
                                WS-NOT-COEFF (WS-INDICE-PER,
                                              WS-INDICE-NOT)
                           MOVE REC-HISTORIQUE (58:5) TO
                                WS-NOT-VALEUR (WS-INDICE-PER,
                                               WS-INDICE-NOT)
                           MOVE REC-HISTORIQUE (71:2) TO
                                WS-NOT-TYPE (WS-INDICE-PER,
                                             WS-INDICE-NOT)
                       END-IF
                   END-IF
               END-IF
               GO TO 3100-ANALYSE-ELEVE-FIN
           END-IF.

           IF REC-HISTORIQUE (1:19) = "MOYENNE PONDEREE - "
           AND REC-HISTORIQUE (20:7) = WS-SEL-PRENOM (WS-INDICE-SEL)
           AND REC-HISTORIQUE (28:7) = WS-SEL-NOM (WS-INDICE-SEL)
               MOVE REC-HISTORIQUE (38:5) TO WS-MOYENNE-TEXTE
               IF FUNCTION TEST-NUMVAL (WS-MOYENNE-TEXTE) = 0
                   PERFORM 3200-PERIODE-COURANTE-DEBUT
                      THRU 3200-PERIODE-COURANTE-FIN
                   IF WS-PERIODE-TROUVEE-OUI
                       COMPUTE WS-PER-MOYENNE (WS-INDICE-PER) =
                               FUNCTION NUMVAL (WS-MOYENNE-TEXTE)
                       MOVE "O" TO WS-PER-MOYENNE-OK (WS-INDICE-PER)
                   END-IF
               END-IF
               GO TO 3100-ANALYSE-ELEVE-FIN
           END-IF.

           IF REC-HISTORIQUE (1:11) = "ABSENCES - "
           AND REC-HISTORIQUE (12:7) = WS-SEL-PRENOM (WS-INDICE-SEL)
           AND REC-HISTORIQUE (20:7) = WS-SEL-NOM (WS-INDICE-SEL)
           AND REC-HISTORIQUE (30:3) IS NUMERIC
           AND REC-HISTORIQUE (46:3) IS NUMERIC
               PERFORM 3200-PERIODE-COURANTE-DEBUT
                  THRU 3200-PERIODE-COURANTE-FIN
               IF WS-PERIODE-TROUVEE-OUI
                   MOVE REC-HISTORIQUE (30:3)
                        TO WS-PER-ABS-JUST (WS-INDICE-PER)
                   MOVE REC-HISTORIQUE (46:3)
                        TO WS-PER-ABS-INJUST (WS-INDICE-PER)
                   MOVE "O" TO WS-PER-ABS-OK (WS-INDICE-PER)
               END-IF
           END-IF.

       3100-ANALYSE-ELEVE-FIN.
           EXIT.

      *******************************************************
      *  PERIODE (ANNEE SCOLAIRE, TRIMESTRE) DU RUN COURANT :
      *  UN RUN PLUS RECENT DU MEME TRIMESTRE REMPLACE LE
      *  CONTENU DE LA PERIODE
      *******************************************************
       3200-PERIODE-COURANTE-DEBUT.

           SET WS-INDICE-RUN TO WS-RUN-COURANT.
           MOVE "N" TO WS-PERIODE-TROUVEE.
           PERFORM VARYING WS-INDICE-PER FROM 1 BY 1
                   UNTIL WS-INDICE-PER > WS-NB-PERIODES
                      OR WS-PERIODE-TROUVEE-OUI
               IF WS-PER-ANNEE (WS-INDICE-PER)
                  = WS-RUN-ANNEE (WS-INDICE-RUN)
               AND WS-PER-TRIMESTRE (WS-INDICE-PER)
                  = WS-RUN-TRIMESTRE (WS-INDICE-RUN)
                   MOVE "O" TO WS-PERIODE-TROUVEE
               END-IF
           END-PERFORM.

           IF WS-PERIODE-TROUVEE-OUI
               SET WS-INDICE-PER DOWN BY 1
               IF WS-PER-RUN (WS-INDICE-PER) = WS-RUN-COURANT
                   GO TO 3200-PERIODE-COURANTE-FIN
               END-IF
           ELSE
               IF WS-NB-PERIODES < WS-MAX-PERIODES
                   ADD 1 TO WS-NB-PERIODES
                   SET WS-INDICE-PER TO WS-NB-PERIODES
                   MOVE "O" TO WS-PERIODE-TROUVEE
               ELSE
                   DISPLAY "--> ! PLUS DE " WS-MAX-PERIODES
                           " TRIMESTRES POUR "
                           WS-SEL-PRENOM (WS-INDICE-SEL) " "
                           WS-SEL-NOM (WS-INDICE-SEL) "!"
                   GO TO 3200-PERIODE-COURANTE-FIN
               END-IF
           END-IF.

           MOVE WS-RUN-ANNEE (WS-INDICE-RUN)
                TO WS-PER-ANNEE (WS-INDICE-PER).
           MOVE WS-RUN-TRIMESTRE (WS-INDICE-RUN)
                TO WS-PER-TRIMESTRE (WS-INDICE-PER).
           MOVE WS-RUN-COURANT TO WS-PER-RUN (WS-INDICE-PER).
           MOVE SPACES TO WS-PER-CLASSE (WS-INDICE-PER).
           MOVE ZEROES TO WS-PER-MOYENNE (WS-INDICE-PER)
                          WS-PER-RANG (WS-INDICE-PER)
                          WS-PER-EFFECTIF (WS-INDICE-PER)
                          WS-PER-ABS-JUST (WS-INDICE-PER)
                          WS-PER-ABS-INJUST (WS-INDICE-PER)
                          WS-PER-NB-NOTES (WS-INDICE-PER).
           MOVE "N" TO WS-PER-MOYENNE-OK (WS-INDICE-PER)
                       WS-PER-ABS-OK (WS-INDICE-PER).

       3200-PERIODE-COURANTE-FIN.
           EXIT.

      *******************************************************
      *  RANG : NOMBRE DE MOYENNES SUPERIEURES DANS LA MEME
      *  CLASSE SUR LE MEME RUN, PLUS UN
      *******************************************************
       3300-CALCUL-RANG-DEBUT.

           IF WS-PER-MOYENNE-OK (WS-INDICE-PER) NOT = "O"
           OR WS-PER-CLASSE (WS-INDICE-PER) = SPACES
               GO TO 3300-CALCUL-RANG-FIN
           END-IF.

           MOVE 1 TO WS-PER-RANG (WS-INDICE-PER).
           MOVE ZEROES TO WS-PER-EFFECTIF (WS-INDICE-PER).
           PERFORM VARYING WS-INDICE-MOY FROM 1 BY 1
                   UNTIL WS-INDICE-MOY > WS-NB-MOYENNES
               IF WS-MOY-RUN (WS-INDICE-MOY)
                  = WS-PER-RUN (WS-INDICE-PER)
               AND WS-MOY-CLASSE (WS-INDICE-MOY)
                  = WS-PER-CLASSE (WS-INDICE-PER)
                   ADD 1 TO WS-PER-EFFECTIF (WS-INDICE-PER)
                   IF WS-MOY-VALEUR (WS-INDICE-MOY)
                      > WS-PER-MOYENNE (WS-INDICE-PER)
                       ADD 1 TO WS-PER-RANG (WS-INDICE-PER)
                   END-IF
               END-IF
           END-PERFORM.

       3300-CALCUL-RANG-FIN.
           EXIT.

      *******************************************************
      *  RELEVE D'UN ELEVE : PARCOURS, REFERENCE, EDITION ET
      *  INSCRIPTION AU REGISTRE
      *******************************************************
       4000-RELEVE-ELEVE-DEBUT.

           PERFORM 3000-COLLECTE-ELEVE-DEBUT
              THRU 3000-COLLECTE-ELEVE-FIN.
           IF WS-NB-PERIODES = ZEROES
               DISPLAY "--> AUCUN TRIMESTRE ARCHIVE POUR "
                       WS-SEL-PRENOM (WS-INDICE-SEL) " "
                       WS-SEL-NOM (WS-INDICE-SEL)
               ADD 1 TO WS-COMPTEUR-SANS-HISTORIQUE
               GO TO 4000-RELEVE-ELEVE-FIN
           END-IF.
      *
      ****** DOSSIER DE L'ELEVE AU FICHIER DES ELEVES
           MOVE ZEROES TO WS-IDENTITE-POSITION.
           PERFORM VARYING WS-INDICE-IDT FROM 1 BY 1
                   UNTIL WS-INDICE-IDT > WS-NB-IDENTITES
                      OR WS-IDENTITE-POSITION > ZEROES
               IF WS-IDT-PRENOM (WS-INDICE-IDT)
                  = WS-SEL-PRENOM (WS-INDICE-SEL)
               AND WS-IDT-NOM (WS-INDICE-IDT)
                  = WS-SEL-NOM (WS-INDICE-SEL)
                   SET WS-IDENTITE-POSITION TO WS-INDICE-IDT
               END-IF
           END-PERFORM.
           IF WS-IDENTITE-POSITION = ZEROES
               DISPLAY "--> DOSSIER ELEVE INTROUVABLE POUR "
                       WS-SEL-PRENOM (WS-INDICE-SEL) " "
                       WS-SEL-NOM (WS-INDICE-SEL)
               ADD 1 TO WS-COMPTEUR-SANS-DOSSIER
           END-IF.
      *
      ****** DERNIERE CLASSE CONNUE : CELLE DU DERNIER TRIMESTRE
           IF WS-SEL-CLASSE (WS-INDICE-SEL) = SPACES
               SET WS-INDICE-PER TO WS-NB-PERIODES
               MOVE WS-PER-CLASSE (WS-INDICE-PER)
                    TO WS-SEL-CLASSE (WS-INDICE-SEL)
           END-IF.

           ADD 1 TO WS-DERNIERE-SEQUENCE.
           MOVE WS-DERNIERE-SEQUENCE TO WS-REF-SEQUENCE.

           PERFORM 4100-EDITION-IDENTITE-DEBUT
              THRU 4100-EDITION-IDENTITE-FIN.

           MOVE ZEROES TO WS-ANNEE-EDITEE.
           PERFORM VARYING WS-INDICE-PER FROM 1 BY 1
                   UNTIL WS-INDICE-PER > WS-NB-PERIODES
               IF WS-PER-ANNEE (WS-INDICE-PER) NOT = WS-ANNEE-EDITEE
                   IF WS-ANNEE-EDITEE NOT = ZEROES
                       PERFORM 4300-EDITION-DECISION-DEBUT
                          THRU 4300-EDITION-DECISION-FIN
                   END-IF
                   MOVE WS-PER-ANNEE (WS-INDICE-PER)
                        TO WS-ANNEE-EDITEE
                   COMPUTE WS-EDIT-ANNEE-SUIVANTE =
                           WS-ANNEE-EDITEE + 1
                   MOVE ALL "-" TO RRELEVE
                   WRITE RRELEVE
                   MOVE SPACES TO WS-LIGNE
                   STRING "ANNEE SCOLAIRE " WS-ANNEE-EDITEE "-"
                          WS-EDIT-ANNEE-SUIVANTE
                          DELIMITED BY SIZE INTO WS-LIGNE
                   WRITE RRELEVE FROM WS-LIGNE
               END-IF
               PERFORM 4200-EDITION-PERIODE-DEBUT
                  THRU 4200-EDITION-PERIODE-FIN
           END-PERFORM.
           PERFORM 4300-EDITION-DECISION-DEBUT
              THRU 4300-EDITION-DECISION-FIN.

           PERFORM 4400-EDITION-ASSIDUITE-DEBUT
              THRU 4400-EDITION-ASSIDUITE-FIN.

           MOVE ALL "=" TO RRELEVE.
           WRITE RRELEVE.
           MOVE SPACES TO RRELEVE.
           WRITE RRELEVE.
      *
      ****** INSCRIPTION AU REGISTRE DES RELEVES
           MOVE SPACES TO RREGISTRE.
           MOVE WS-REFERENCE TO REG-REFERENCE.
           MOVE WS-DATE-JOUR TO REG-DATE.
           IF WS-IDENTITE-POSITION > ZEROES
               SET WS-INDICE-IDT TO WS-IDENTITE-POSITION
               MOVE WS-IDT-NUMERO (WS-INDICE-IDT) TO REG-NUMERO
           ELSE
               MOVE ZEROES TO REG-NUMERO
           END-IF.
           MOVE WS-SEL-PRENOM (WS-INDICE-SEL) TO REG-PRENOM.
           MOVE WS-SEL-NOM (WS-INDICE-SEL)    TO REG-NOM.
           MOVE WS-SEL-CLASSE (WS-INDICE-SEL) TO REG-CLASSE.
           MOVE WS-SEL-MOTIF (WS-INDICE-SEL)  TO REG-MOTIF.
           MOVE WS-NB-PERIODES TO REG-NB-PERIODES.
           WRITE RREGISTRE.

           ADD 1 TO WS-COMPTEUR-RELEVES.
           DISPLAY "RELEVE " WS-REFERENCE " : "
                   WS-SEL-PRENOM (WS-INDICE-SEL) " "
                   WS-SEL-NOM (WS-INDICE-SEL) " ("
                   WS-NB-PERIODES " TRIMESTRE(S))".

       4000-RELEVE-ELEVE-FIN.
           EXIT.

      *******************************************************
      *  EN-TETE ET BLOC D'IDENTITE
      *******************************************************
       4100-EDITION-IDENTITE-DEBUT.

           MOVE ALL "=" TO RRELEVE.
           WRITE RRELEVE.
           MOVE WS-DATE-JOUR TO WS-EDIT-DATE.
           MOVE SPACES TO WS-LIGNE.
           STRING "RELEVE DE SCOLARITE - REFERENCE " WS-REFERENCE
                  " - EDITE LE " WS-EDIT-DATE
                  DELIMITED BY SIZE INTO WS-LIGNE.
           WRITE RRELEVE FROM WS-LIGNE.
           MOVE ALL "=" TO RRELEVE.
           WRITE RRELEVE.

           IF WS-IDENTITE-POSITION = ZEROES
               MOVE SPACES TO WS-LIGNE
               STRING "ELEVE          : "
                      WS-SEL-PRENOM (WS-INDICE-SEL) " "
                      WS-SEL-NOM (WS-INDICE-SEL)
                      " (DOSSIER ELEVE INTROUVABLE)"
                      DELIMITED BY SIZE INTO WS-LIGNE
               WRITE RRELEVE FROM WS-LIGNE
           ELSE
               SET WS-INDICE-IDT TO WS-IDENTITE-POSITION
               MOVE SPACES TO WS-LIGNE
               STRING "ELEVE          : "
                      WS-IDT-PRENOM (WS-INDICE-IDT) " "
                      WS-IDT-NOM (WS-INDICE-IDT)
                      "  (NUMERO " WS-IDT-NUMERO (WS-INDICE-IDT) ")"
                      DELIMITED BY SIZE INTO WS-LIGNE
               WRITE RRELEVE FROM WS-LIGNE
               MOVE WS-IDT-NAISSANCE (WS-INDICE-IDT) TO WS-EDIT-DATE
               MOVE SPACES TO WS-LIGNE
               STRING "NE(E) LE       : " WS-EDIT-DATE
                      DELIMITED BY SIZE INTO WS-LIGNE
               WRITE RRELEVE FROM WS-LIGNE
               MOVE SPACES TO WS-LIGNE
               STRING "RESPONSABLE    : "
                      WS-IDT-RESPONSABLE (WS-INDICE-IDT)
                      DELIMITED BY SIZE INTO WS-LIGNE
               WRITE RRELEVE FROM WS-LIGNE
               MOVE SPACES TO WS-LIGNE
               STRING "ADRESSE        : "
                      WS-IDT-RUE (WS-INDICE-IDT)
                      DELIMITED BY SIZE INTO WS-LIGNE
               WRITE RRELEVE FROM WS-LIGNE
               MOVE SPACES TO WS-LIGNE
               STRING "                 "
                      WS-IDT-CODEPOSTAL (WS-INDICE-IDT) " "
                      WS-IDT-VILLE (WS-INDICE-IDT)
                      DELIMITED BY SIZE INTO WS-LIGNE
               WRITE RRELEVE FROM WS-LIGNE
           END-IF.

           MOVE SPACES TO WS-LIGNE.
           STRING "DERNIERE CLASSE: " WS-SEL-CLASSE (WS-INDICE-SEL)
                  DELIMITED BY SIZE INTO WS-LIGNE.
           WRITE RRELEVE FROM WS-LIGNE.
           MOVE SPACES TO WS-LIGNE.
           STRING "MOTIF DU RELEVE: " WS-SEL-MOTIF (WS-INDICE-SEL)
                  DELIMITED BY SIZE INTO WS-LIGNE.
           WRITE RRELEVE FROM WS-LIGNE.

       4100-EDITION-IDENTITE-FIN.
           EXIT.

      *******************************************************
      *  UN TRIMESTRE : CLASSE, NOTES, MOYENNE, RANG, ABSENCES
      *******************************************************
       4200-EDITION-PERIODE-DEBUT.

           MOVE SPACES TO WS-LIGNE.
           STRING "  TRIMESTRE " WS-PER-TRIMESTRE (WS-INDICE-PER)
                  " - CLASSE " WS-PER-CLASSE (WS-INDICE-PER)
                  DELIMITED BY SIZE INTO WS-LIGNE.
           WRITE RRELEVE FROM WS-LIGNE.

           IF WS-PER-NB-NOTES (WS-INDICE-PER) > ZEROES
               MOVE SPACES TO WS-LIGNE
               STRING "    MATIERE                    "
                      "COEF NOTE  TYPE"
                      DELIMITED BY SIZE INTO WS-LIGNE
               WRITE RRELEVE FROM WS-LIGNE
           END-IF.
           PERFORM VARYING WS-INDICE-NOT FROM 1 BY 1
                   UNTIL WS-INDICE-NOT > WS-PER-NB-NOTES (WS-INDICE-PER)
               MOVE SPACES TO WS-LIGNE
               STRING "    "
                      WS-NOT-MATIERE (WS-INDICE-PER, WS-INDICE-NOT)
                      " "
                      WS-NOT-COEFF (WS-INDICE-PER, WS-INDICE-NOT)
                      "  "
                      WS-NOT-VALEUR (WS-INDICE-PER, WS-INDICE-NOT)
                      " "
                      WS-NOT-TYPE (WS-INDICE-PER, WS-INDICE-NOT)
                      DELIMITED BY SIZE INTO WS-LIGNE
               WRITE RRELEVE FROM WS-LIGNE
           END-PERFORM.

           IF WS-PER-MOYENNE-OK (WS-INDICE-PER) = "O"
               MOVE WS-PER-MOYENNE (WS-INDICE-PER) TO WS-EDIT-MOYENNE
               MOVE WS-PER-RANG (WS-INDICE-PER) TO WS-EDIT-RANG
               MOVE WS-PER-EFFECTIF (WS-INDICE-PER)
                    TO WS-EDIT-EFFECTIF
               MOVE SPACES TO WS-LIGNE
               STRING "    MOYENNE PONDEREE : " WS-EDIT-MOYENNE
                      "   RANG : " WS-EDIT-RANG " / " WS-EDIT-EFFECTIF
                      DELIMITED BY SIZE INTO WS-LIGNE
               WRITE RRELEVE FROM WS-LIGNE
           ELSE
               MOVE "    MOYENNE PONDEREE : NON ARCHIVEE" TO RRELEVE
               WRITE RRELEVE
           END-IF.

           IF WS-PER-ABS-OK (WS-INDICE-PER) = "O"
               MOVE SPACES TO WS-LIGNE
               STRING "    ABSENCES : "
                      WS-PER-ABS-JUST (WS-INDICE-PER)
                      " DEMI-JOURNEE(S) JUSTIFIEE(S), "
                      WS-PER-ABS-INJUST (WS-INDICE-PER)
                      " INJUSTIFIEE(S)"
                      DELIMITED BY SIZE INTO WS-LIGNE
               WRITE RRELEVE FROM WS-LIGNE
           END-IF.

       4200-EDITION-PERIODE-FIN.
           EXIT.

      *******************************************************
      *  DECISION DU CONSEIL DE CLASSE DE L'ANNEE EDITEE
      *******************************************************
       4300-EDITION-DECISION-DEBUT.

           MOVE "N" TO WS-DECISION-TROUVEE.
           PERFORM VARYING WS-INDICE-DEC FROM 1 BY 1
                   UNTIL WS-INDICE-DEC > WS-NB-DECISIONS
                      OR WS-DECISION-TROUVEE-OUI
               IF WS-DEC-ANNEE (WS-INDICE-DEC) = WS-ANNEE-EDITEE
               AND WS-DEC-PRENOM (WS-INDICE-DEC)
                   = WS-SEL-PRENOM (WS-INDICE-SEL)
               AND WS-DEC-NOM (WS-INDICE-DEC)
                   = WS-SEL-NOM (WS-INDICE-SEL)
                   MOVE "O" TO WS-DECISION-TROUVEE
               END-IF
           END-PERFORM.

           IF NOT WS-DECISION-TROUVEE-OUI
               MOVE "  DECISION DU CONSEIL DE CLASSE : NON ARCHIVEE"
                    TO RRELEVE
               WRITE RRELEVE
               GO TO 4300-EDITION-DECISION-FIN
           END-IF.

           SET WS-INDICE-DEC DOWN BY 1.
           MOVE SPACES TO WS-LIGNE.
           IF WS-DEC-SUIVANTE (WS-INDICE-DEC) = "SORTI"
               STRING "  DECISION DU CONSEIL DE CLASSE : "
                      WS-DEC-DECISION (WS-INDICE-DEC)
                      " - SORTIE DE L'ETABLISSEMENT"
                      DELIMITED BY SIZE INTO WS-LIGNE
           ELSE
               STRING "  DECISION DU CONSEIL DE CLASSE : "
                      WS-DEC-DECISION (WS-INDICE-DEC)
                      " -> " WS-DEC-SUIVANTE (WS-INDICE-DEC)
                      DELIMITED BY SIZE INTO WS-LIGNE
           END-IF.
           IF WS-DEC-DEROGE (WS-INDICE-DEC) = "O"
               STRING "(DEROGATION)" DELIMITED BY SIZE
                      INTO WS-LIGNE (73:12)
           END-IF.
           WRITE RRELEVE FROM WS-LIGNE.
           MOVE SPACES TO WS-LIGNE.
           STRING "  MOYENNE ANNUELLE : " WS-DEC-MOYENNE (WS-INDICE-DEC)
                  DELIMITED BY SIZE INTO WS-LIGNE.
           WRITE RRELEVE FROM WS-LIGNE.

       4300-EDITION-DECISION-FIN.
           EXIT.

      *******************************************************
      *  ABSENCES DE L'ANNEE EN COURS AU REGISTRE D'ASSIDUITE
      *******************************************************
       4400-EDITION-ASSIDUITE-DEBUT.

           IF NOT WS-ASSIDUITE-LUE-OUI
               GO TO 4400-EDITION-ASSIDUITE-FIN
           END-IF.

           MOVE ZEROES TO WS-ASSIDUITE-COURANTE.
           PERFORM VARYING WS-INDICE-ASS FROM 1 BY 1
                   UNTIL WS-INDICE-ASS > WS-NB-ASSIDUITE
                      OR WS-ASSIDUITE-COURANTE > ZEROES
               IF WS-ASS-PRENOM (WS-INDICE-ASS)
                  = WS-SEL-PRENOM (WS-INDICE-SEL)
               AND WS-ASS-NOM (WS-INDICE-ASS)
                  = WS-SEL-NOM (WS-INDICE-SEL)
                   SET WS-ASSIDUITE-COURANTE TO WS-INDICE-ASS
               END-IF
           END-PERFORM.

           MOVE ALL "-" TO RRELEVE.
           WRITE RRELEVE.
           MOVE SPACES TO WS-LIGNE.
           IF WS-ASSIDUITE-COURANTE > ZEROES
               SET WS-INDICE-ASS TO WS-ASSIDUITE-COURANTE
               STRING "REGISTRE D'ASSIDUITE AU "
                      WS-DATE-ASSIDUITE " : "
                      WS-ASS-TOTAL (WS-INDICE-ASS)
                      " DEMI-JOURNEE(S) D'ABSENCE DONT "
                      WS-ASS-INJUST (WS-INDICE-ASS)
                      " INJUSTIFIEE(S)"
                      DELIMITED BY SIZE INTO WS-LIGNE
           ELSE
               STRING "REGISTRE D'ASSIDUITE AU " WS-DATE-ASSIDUITE
                      " : AUCUNE ABSENCE"
                      DELIMITED BY SIZE INTO WS-LIGNE
           END-IF.
           WRITE RRELEVE FROM WS-LIGNE.

       4400-EDITION-ASSIDUITE-FIN.
           EXIT.
