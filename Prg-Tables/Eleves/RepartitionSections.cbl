       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPART.
       AUTHOR. GENEVIEVE GIANNASI.
       INSTALLATION. PERSONNAL PC.
       DATE-WRITTEN. 15-10-2026.
       DATE-COMPILED. 15-10-2026.
       SECURITY. NON-CONFIDENTIAL.
      ******************************************************************
      * OBJECTIF:
      * Repartition des eleves en sections a la rentree : PASSAGE
      * ecrit ELEVES-AFFECTATIONS.txt, mais le decoupage de chaque
      * niveau en sections (5EMEA, 5EMEB, 5EMEC) se faisait sur
      * papier chaque mois d'aout, avec des groupes de 34 et de 22.
      *
      * Le niveau d'un eleve est celui de sa classe d'affectation
      * (4 premiers caracteres). Les sections de chaque niveau et
      * leur capacite viennent de SECTIONS-CAPACITES.txt
      * (CLASSE.CAPACITE). Pour chaque niveau :
      *   - les redoublants (decision REDOUBLE du registre de
      *     PASSAGE) sont places les premiers, dans la section qui
      *     en compte le moins
      *   - les autres sont places par moyenne annuelle decroissante
      *     dans la section la moins remplie (a egalite, la plus
      *     faible), sans jamais depasser la capacite
      *   - des echanges entre sections rapprochent ensuite la
      *     moyenne et l'age moyen de chaque section de ceux du
      *     niveau (un redoublant ne s'echange qu'avec un redoublant)
      *   - les contraintes du chef d'etablissement
      *     (REPARTITION-CONTRAINTES.txt) sont respectees :
      *     E = eleves a garder ensemble, S = eleves a separer
      * Sorties :
      *   - REPARTITION-SECTIONS.txt : listes par section et
      *     indicateurs d'equilibre (effectif, moyenne, age moyen,
      *     redoublants, ecarts entre sections)
      *   - ELEVES-REPARTITION.txt : la classe definitive de chaque
      *     eleve, appliquee au fichier des eleves par ELEVMAINT
      *     (action R). Un niveau sans section declaree ou de
      *     capacite insuffisante garde la classe d'affectation.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ******** AFFECTATIONS DE CLASSE DE LA NOUVELLE ANNEE (PASSAGE)
           SELECT FAFFECTATION ASSIGN TO "ELEVES-AFFECTATIONS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FAFFECTATION.

      ******** SECTIONS DE LA NOUVELLE ANNEE ET CAPACITES
           SELECT FSECTION ASSIGN TO "SECTIONS-CAPACITES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FSECTION.

      ******** REGISTRE DES DECISIONS DE PASSAGE (MOYENNES)
           SELECT FDECISION ASSIGN TO "PASSAGE-DECISIONS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FDECISION.

      ******** FICHIER DES ELEVES (NUMERO ET DATE DE NAISSANCE)
           SELECT FELEVE ASSIGN TO "ELEVES-FICHIER.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FELEVE.

      ******** CONTRAINTES DU CHEF D'ETABLISSEMENT
           SELECT FCONTRAINTE ASSIGN TO "REPARTITION-CONTRAINTES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FCONTRAINTE.

      ******** LISTES DES SECTIONS ET INDICATEURS D'EQUILIBRE
           SELECT FRAPPORT ASSIGN TO "REPARTITION-SECTIONS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FRAPPORT.

      ******** CLASSES DEFINITIVES POUR ELEVMAINT
           SELECT FREPARTITION ASSIGN TO "ELEVES-REPARTITION.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FREPARTITION.

       DATA DIVISION.
       FILE SECTION.
      ******** AFFECTATIONS DE CLASSE DE LA NOUVELLE ANNEE (PASSAGE)
       FD  FAFFECTATION.
       01  RAFFECTATION.
           05  AFF-PRENOM  PIC X(07).
           05  FILLER      PIC X(01).
           05  AFF-NOM     PIC X(07).
           05  FILLER      PIC X(01).
           05  AFF-CLASSE  PIC X(05).

      ******** SECTIONS DE LA NOUVELLE ANNEE ET CAPACITES
       FD  FSECTION.
       01  RSECTION.
           05  SEC-CLASSE    PIC X(05).
           05  FILLER        PIC X(01).
           05  SEC-CAPACITE  PIC X(02).

      ******** REGISTRE DES DECISIONS DE PASSAGE (MOYENNES)
       FD  FDECISION.
       01  RDECISION PIC X(100).

      ******** FICHIER DES ELEVES (NUMERO ET DATE DE NAISSANCE)
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
           05  FILLER             PIC X(79).

      ******** CONTRAINTES DU CHEF D'ETABLISSEMENT
       FD  FCONTRAINTE.
       01  RCONTRAINTE.
           05  CTR-TYPE     PIC X(01).
               88 CTR-ENSEMBLE VALUE "E".
               88 CTR-SEPARES  VALUE "S".
           05  FILLER       PIC X(01).
           05  CTR-PRENOM1  PIC X(07).
           05  FILLER       PIC X(01).
           05  CTR-NOM1     PIC X(07).
           05  FILLER       PIC X(01).
           05  CTR-PRENOM2  PIC X(07).
           05  FILLER       PIC X(01).
           05  CTR-NOM2     PIC X(07).

      ******** LISTES DES SECTIONS ET INDICATEURS D'EQUILIBRE
       FD  FRAPPORT.
       01  RRAPPORT PIC X(100).

      ******** CLASSES DEFINITIVES POUR ELEVMAINT
       FD  FREPARTITION.
       01  RREPARTITION.
           05  REP-NUMERO       PIC 9(06).
           05  FILLER           PIC X(01).
           05  REP-PRENOM       PIC X(07).
           05  FILLER           PIC X(01).
           05  REP-NOM          PIC X(07).
           05  FILLER           PIC X(01).
           05  REP-CLASSE-AVANT PIC X(05).
           05  FILLER           PIC X(01).
           05  REP-CLASSE       PIC X(05).

       WORKING-STORAGE SECTION.
       01  WS-STATUS-FILE-FAFFECTATION PIC X(02).
           88 WS-STATUS-FILE-FAFFECTATION-OK  VALUE "00".
       01  WS-STATUS-FILE-FSECTION PIC X(02).
           88 WS-STATUS-FILE-FSECTION-OK  VALUE "00".
       01  WS-STATUS-FILE-FDECISION PIC X(02).
           88 WS-STATUS-FILE-FDECISION-OK  VALUE "00".
       01  WS-STATUS-FILE-FELEVE PIC X(02).
           88 WS-STATUS-FILE-FELEVE-OK  VALUE "00".
       01  WS-STATUS-FILE-FCONTRAINTE PIC X(02).
           88 WS-STATUS-FILE-FCONTRAINTE-OK  VALUE "00".
       01  WS-STATUS-FILE-FRAPPORT PIC X(02).
           88 WS-STATUS-FILE-FRAPPORT-OK  VALUE "00".
       01  WS-STATUS-FILE-FREPARTITION PIC X(02).
           88 WS-STATUS-FILE-FREPARTITION-OK  VALUE "00".

      ***********************************************
      * ELEVES A REPARTIR (UNE UNITE DE PLACEMENT PAR GROUPE
      * "ENSEMBLE" : LE MEMBRE DONT LE NUMERO D'ORDRE PORTE LE
      * GROUPE EN EST LE REPRESENTANT)
      ***********************************************
       01  WS-TABLE-ELEVES.
           05 WS-ELV-ENTRY OCCURS 1000 INDEXED BY WS-INDICE-ELV
                                                  WS-INDICE-ELV2.
               10 WS-ELV-PRENOM      PIC X(07).
               10 WS-ELV-NOM         PIC X(07).
               10 WS-ELV-NUMERO      PIC 9(06).
               10 WS-ELV-CLASSE-AVANT PIC X(05).
               10 WS-ELV-AFFECTATION PIC X(05).
               10 WS-ELV-NIVEAU      PIC X(04).
               10 WS-ELV-MOYENNE     PIC 9(02)V99.
               10 WS-ELV-MOYENNE-OK  PIC X(01).
               10 WS-ELV-REDOUBLANT  PIC X(01).
               10 WS-ELV-AGE-MOIS    PIC 9(03).
               10 WS-ELV-DOSSIER     PIC X(01).
               10 WS-ELV-GROUPE      PIC 9(04).
               10 WS-ELV-UNITE-TAILLE PIC 9(03).
               10 WS-ELV-UNITE-REDOUBLANT PIC X(01).
               10 WS-ELV-UNITE-MOYENNE PIC 9(02)V99.
               10 WS-ELV-UNITE-SOMME PIC 9(05)V99.
               10 WS-ELV-SECTION     PIC 9(03).
               10 WS-ELV-CLASSE-FINALE PIC X(05).
       01  WS-NB-ELEVES  PIC 9(04) VALUE ZEROES.
       01  WS-MAX-ELEVES PIC 9(04) VALUE 1000.
       01  WS-ELEVE-POSITION  PIC 9(04) VALUE ZEROES.
       01  WS-ELEVE-POSITION2 PIC 9(04) VALUE ZEROES.

      ***********************************************
      * SECTIONS DE LA NOUVELLE ANNEE
      ***********************************************
       01  WS-TABLE-SECTIONS.
           05 WS-SEC-ENTRY OCCURS 100 INDEXED BY WS-INDICE-SEC.
               10 WS-SEC-CLASSE      PIC X(05).
               10 WS-SEC-NIVEAU      PIC X(04).
               10 WS-SEC-CAPACITE    PIC 9(03).
               10 WS-SEC-EFFECTIF    PIC 9(03).
               10 WS-SEC-SOMME-MOYENNES PIC 9(05)V99.
               10 WS-SEC-SOMME-AGES  PIC 9(06).
               10 WS-SEC-REDOUBLANTS PIC 9(03).
       01  WS-NB-SECTIONS  PIC 9(03) VALUE ZEROES.
       01  WS-MAX-SECTIONS PIC 9(03) VALUE 100.

      ***********************************************
      * NIVEAUX RENCONTRES DANS LES AFFECTATIONS
      ***********************************************
       01  WS-TABLE-NIVEAUX.
           05 WS-NIV-ENTRY OCCURS 20 INDEXED BY WS-INDICE-NIV.
               10 WS-NIV-CODE      PIC X(04).
               10 WS-NIV-EFFECTIF  PIC 9(04).
               10 WS-NIV-SECTIONS  PIC 9(03).
               10 WS-NIV-CAPACITE  PIC 9(04).
               10 WS-NIV-REPARTI   PIC X(01).
       01  WS-NB-NIVEAUX  PIC 9(02) VALUE ZEROES.
       01  WS-MAX-NIVEAUX PIC 9(02) VALUE 20.
       01  WS-NIVEAU-TROUVE PIC X(01) VALUE "N".
           88 WS-NIVEAU-TROUVE-OUI VALUE "O".

      ***********************************************
      * PAIRES D'ELEVES A SEPARER
      ***********************************************
       01  WS-TABLE-SEPARES.
           05 WS-SEP-ENTRY OCCURS 300 INDEXED BY WS-INDICE-SEP.
               10 WS-SEP-ELEVE1 PIC 9(04).
               10 WS-SEP-ELEVE2 PIC 9(04).
       01  WS-NB-SEPARES  PIC 9(03) VALUE ZEROES.
       01  WS-MAX-SEPARES PIC 9(03) VALUE 300.

      ***********************************************
      * DONNEES DE NIVEAU EN COURS DE REPARTITION
      ***********************************************
       01  WS-NIVEAU-COURANT PIC X(04) VALUE SPACES.
       01  WS-NIV-SOMME-MOYENNES PIC 9(05)V99 VALUE ZEROES.
       01  WS-NIV-NB-MOYENNES PIC 9(04) VALUE ZEROES.
       01  WS-NIV-MOYENNE PIC 9(02)V99 VALUE ZEROES.
       01  WS-NIV-SOMME-AGES PIC 9(07) VALUE ZEROES.
       01  WS-NIV-AGE-MOYEN PIC 9(03)V99 VALUE ZEROES.
       01  WS-ANCIEN-GROUPE PIC 9(04) VALUE ZEROES.
       01  WS-NOUVEAU-GROUPE PIC 9(04) VALUE ZEROES.

      ***********************************************
      * PLACEMENT D'UNE UNITE
      ***********************************************
       01  WS-UNITE-CHOISIE PIC 9(04) VALUE ZEROES.
       01  WS-SECTION-CHOISIE PIC 9(03) VALUE ZEROES.
       01  WS-SECTION-CONFLIT PIC 9(03) VALUE ZEROES.
       01  WS-CLE-SECTION PIC 9(12)V99 VALUE ZEROES.
       01  WS-CLE-MEILLEURE PIC 9(12)V99 VALUE ZEROES.
       01  WS-CLE-CONFLIT PIC 9(12)V99 VALUE ZEROES.
       01  WS-TAUX-REMPLISSAGE PIC 9(04) VALUE ZEROES.
       01  WS-TAUX-REDOUBLANTS PIC 9(04) VALUE ZEROES.
       01  WS-CONFLIT PIC X(01) VALUE "N".
           88 WS-CONFLIT-OUI VALUE "O".
       01  WS-SECTION-TESTEE PIC 9(03) VALUE ZEROES.
       01  WS-ELEVE-IGNORE PIC 9(04) VALUE ZEROES.
       01  WS-ELEVE-TESTE PIC 9(04) VALUE ZEROES.
       01  WS-ELEVE-AUTRE PIC 9(04) VALUE ZEROES.
       01  WS-RESTE-A-PLACER PIC X(01) VALUE "O".
           88 WS-RESTE-A-PLACER-OUI VALUE "O".

      ***********************************************
      * ECHANGES D'EQUILIBRAGE : ECART A LA MOYENNE DU NIVEAU
      * (EN POINTS) PLUS ECART D'AGE MOYEN (6 MOIS = 1 POINT)
      ***********************************************
       01  WS-PASSE-ECHANGE PIC 9(01) VALUE ZEROES.
       01  WS-MAX-PASSES PIC 9(01) VALUE 5.
       01  WS-NB-ECHANGES-PASSE PIC 9(04) VALUE ZEROES.
       01  WS-SECTION-1 PIC 9(03) VALUE ZEROES.
       01  WS-SECTION-2 PIC 9(03) VALUE ZEROES.
       01  WS-CS-SOMME-MOYENNES PIC S9(05)V99 VALUE ZEROES.
       01  WS-CS-SOMME-AGES PIC S9(06) VALUE ZEROES.
       01  WS-CS-EFFECTIF PIC 9(03) VALUE ZEROES.
       01  WS-CS-ECART PIC S9(03)V9(04) VALUE ZEROES.
       01  WS-CS-COUT PIC S9(03)V9(04) VALUE ZEROES.
       01  WS-COUT-AVANT PIC S9(04)V9(04) VALUE ZEROES.
       01  WS-COUT-APRES PIC S9(04)V9(04) VALUE ZEROES.

      ***********************************************
      * DATES ET EDITION
      ***********************************************
       01  WS-DATE-JOUR PIC 9(08) VALUE ZEROES.
       01  WS-DATE-JOUR-R REDEFINES WS-DATE-JOUR.
           05 WS-JOUR-ANNEE PIC 9(04).
           05 WS-JOUR-MMJJ  PIC 9(04).
       01  WS-NAISSANCE PIC 9(08) VALUE ZEROES.
       01  WS-NAISSANCE-R REDEFINES WS-NAISSANCE.
           05 WS-NAISSANCE-ANNEE PIC 9(04).
           05 WS-NAISSANCE-MOIS  PIC 9(02).
           05 WS-NAISSANCE-JJ    PIC 9(02).
       01  WS-AGE-ANS PIC 9(02) VALUE ZEROES.
       01  WS-AGE-MOIS PIC 9(02) VALUE ZEROES.
       01  WS-AGE-CALCUL PIC 9(03) VALUE ZEROES.
       01  WS-EDIT-MOYENNE PIC Z9,99.
       01  WS-EDIT-ECART PIC Z9,99.
       01  WS-EDIT-EFFECTIF PIC ZZ9.
       01  WS-EDIT-CAPACITE PIC ZZ9.
       01  WS-EDIT-REDOUBLANTS PIC ZZ9.
       01  WS-SECTION-MOYENNE PIC 9(02)V99 VALUE ZEROES.
       01  WS-SECTION-AGE PIC 9(03) VALUE ZEROES.
       01  WS-MOYENNE-MIN PIC 9(02)V99 VALUE ZEROES.
       01  WS-MOYENNE-MAX PIC 9(02)V99 VALUE ZEROES.
       01  WS-AGE-MIN PIC 9(03) VALUE ZEROES.
       01  WS-AGE-MAX PIC 9(03) VALUE ZEROES.
       01  WS-MARQUE-REDOUBLANT PIC X(02) VALUE SPACES.
       01  WS-MARQUE-MOYENNE PIC X(01) VALUE SPACES.
       01  WS-MOYENNE-TEXTE PIC X(05) VALUE SPACES.
       01  WS-LIGNE PIC X(100) VALUE SPACES.

      ***********************************************
      * COMPTEURS DE FIN DE TRAITEMENT
      ***********************************************
       01  WS-COMPTEUR-AFFECTATIONS PIC 9(04) VALUE ZEROES.
       01  WS-COMPTEUR-SANS-DOSSIER PIC 9(04) VALUE ZEROES.
       01  WS-COMPTEUR-SANS-MOYENNE PIC 9(04) VALUE ZEROES.
       01  WS-COMPTEUR-REPARTIS PIC 9(04) VALUE ZEROES.
       01  WS-COMPTEUR-NON-REPARTIS PIC 9(04) VALUE ZEROES.
       01  WS-COMPTEUR-ECHANGES PIC 9(04) VALUE ZEROES.
       01  WS-COMPTEUR-CONTRAINTES PIC 9(04) VALUE ZEROES.
       01  WS-COMPTEUR-NON-RESPECTEES PIC 9(04) VALUE ZEROES.
       01  WS-COMPTEUR-ECRITS PIC 9(04) VALUE ZEROES.

       PROCEDURE DIVISION.
       0000-MAIN-DEB.
      *******************************************************
      *  PARAGRAPHE PRINCIPAL
      *******************************************************
           DISPLAY "REPARTITION DES ELEVES EN SECTIONS".
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATE-JOUR.
      *
      *********** ELEVES AFFECTES ET SECTIONS DE LA RENTREE
           PERFORM 1000-LECTURE-AFFECTATIONS-DEBUT
              THRU 1000-LECTURE-AFFECTATIONS-FIN.
           IF RETURN-CODE = 16
               GO TO 0000-MAIN-FIN
           END-IF.
           PERFORM 1500-LECTURE-SECTIONS-DEBUT
              THRU 1500-LECTURE-SECTIONS-FIN.
           IF RETURN-CODE = 16
               GO TO 0000-MAIN-FIN
           END-IF.
      *
      *********** DOSSIERS, MOYENNES ET CONTRAINTES
           PERFORM 2000-LECTURE-DOSSIERS-DEBUT
              THRU 2000-LECTURE-DOSSIERS-FIN.
           PERFORM 2500-LECTURE-DECISIONS-DEBUT
              THRU 2500-LECTURE-DECISIONS-FIN.
           PERFORM 3000-LECTURE-CONTRAINTES-DEBUT
              THRU 3000-LECTURE-CONTRAINTES-FIN.
      *
      *********** REPARTITION NIVEAU PAR NIVEAU
           OPEN OUTPUT FRAPPORT.
           IF NOT WS-STATUS-FILE-FRAPPORT-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FRAPPORT': "
                       WS-STATUS-FILE-FRAPPORT
               MOVE 16 TO RETURN-CODE
               GO TO 0000-MAIN-FIN
           END-IF.
           MOVE SPACES TO WS-LIGNE.
           STRING "REPARTITION DES ELEVES EN SECTIONS - RENTREE "
                  WS-JOUR-ANNEE
                  DELIMITED BY SIZE INTO WS-LIGNE.
           WRITE RRAPPORT FROM WS-LIGNE.

           PERFORM VARYING WS-INDICE-NIV FROM 1 BY 1
                   UNTIL WS-INDICE-NIV > WS-NB-NIVEAUX
               PERFORM 4000-REPARTITION-NIVEAU-DEBUT
                  THRU 4000-REPARTITION-NIVEAU-FIN
           END-PERFORM.
           CLOSE FRAPPORT.
      *
      *********** CLASSES DEFINITIVES POUR ELEVMAINT
           PERFORM 6000-ECRITURE-CLASSES-DEBUT
              THRU 6000-ECRITURE-CLASSES-FIN.
           IF RETURN-CODE = 16
               GO TO 0000-MAIN-FIN
           END-IF.

           IF WS-COMPTEUR-NON-REPARTIS > ZEROES
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-COMPTEUR-SANS-DOSSIER > ZEROES
               OR WS-COMPTEUR-NON-RESPECTEES > ZEROES
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           DISPLAY "==============================================".
           DISPLAY "ELEVES AFFECTES LUS        : "
                   WS-COMPTEUR-AFFECTATIONS.
           DISPLAY "SANS DOSSIER (NON REPARTIS): "
                   WS-COMPTEUR-SANS-DOSSIER.
           DISPLAY "SANS MOYENNE ANNUELLE      : "
                   WS-COMPTEUR-SANS-MOYENNE.
           DISPLAY "ELEVES REPARTIS            : " WS-COMPTEUR-REPARTIS.
           DISPLAY "CLASSE D'AFFECTATION GARDEE: "
                   WS-COMPTEUR-NON-REPARTIS.
           DISPLAY "ECHANGES D'EQUILIBRAGE     : "
                   WS-COMPTEUR-ECHANGES.
           DISPLAY "CONTRAINTES LUES           : "
                   WS-COMPTEUR-CONTRAINTES.
           DISPLAY "CONTRAINTES NON RESPECTEES : "
                   WS-COMPTEUR-NON-RESPECTEES.
           DISPLAY "CLASSES ECRITES POUR ELEVMAINT: "
                   WS-COMPTEUR-ECRITS.
           DISPLAY "==============================================".

       0000-MAIN-FIN.
           GOBACK.

      *******************************************************
      *  LECTURE DES AFFECTATIONS DE PASSAGE ET DES NIVEAUX
      *******************************************************
       1000-LECTURE-AFFECTATIONS-DEBUT.

           OPEN INPUT FAFFECTATION.
           IF NOT WS-STATUS-FILE-FAFFECTATION-OK
               DISPLAY "ERREUR OUVERTURE FICHIER AFFECTATIONS: "
                       WS-STATUS-FILE-FAFFECTATION
               MOVE 16 TO RETURN-CODE
               GO TO 1000-LECTURE-AFFECTATIONS-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FAFFECTATION-OK
               READ FAFFECTATION
                   AT END
                       CONTINUE
                   NOT AT END
                       IF AFF-PRENOM NOT = SPACES
                       AND AFF-CLASSE NOT = SPACES
                           ADD 1 TO WS-COMPTEUR-AFFECTATIONS
                           PERFORM 1100-AJOUT-ELEVE-DEBUT
                              THRU 1100-AJOUT-ELEVE-FIN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FAFFECTATION.

           DISPLAY "ELEVES AFFECTES: " WS-NB-ELEVES
                   " SUR " WS-NB-NIVEAUX " NIVEAU(X)".
           IF WS-NB-ELEVES = ZEROES
               DISPLAY "--> AUCUNE AFFECTATION A REPARTIR"
               MOVE 16 TO RETURN-CODE
           END-IF.

       1000-LECTURE-AFFECTATIONS-FIN.
           EXIT.

      *******************************************************
      *  AJOUT D'UN ELEVE AFFECTE ET DE SON NIVEAU
      *******************************************************
       1100-AJOUT-ELEVE-DEBUT.

           IF WS-NB-ELEVES >= WS-MAX-ELEVES
               DISPLAY "--> ! PLUS DE " WS-MAX-ELEVES " ELEVES!"
               GO TO 1100-AJOUT-ELEVE-FIN
           END-IF.

           ADD 1 TO WS-NB-ELEVES.
           SET WS-INDICE-ELV TO WS-NB-ELEVES.
           INITIALIZE WS-ELV-ENTRY (WS-INDICE-ELV).
           MOVE AFF-PRENOM TO WS-ELV-PRENOM (WS-INDICE-ELV).
           MOVE AFF-NOM    TO WS-ELV-NOM (WS-INDICE-ELV).
           MOVE AFF-CLASSE TO WS-ELV-AFFECTATION (WS-INDICE-ELV)
                              WS-ELV-CLASSE-FINALE (WS-INDICE-ELV).
           MOVE AFF-CLASSE (1:4) TO WS-ELV-NIVEAU (WS-INDICE-ELV).
           MOVE "N" TO WS-ELV-MOYENNE-OK (WS-INDICE-ELV)
                       WS-ELV-REDOUBLANT (WS-INDICE-ELV)
                       WS-ELV-DOSSIER (WS-INDICE-ELV).
           MOVE WS-NB-ELEVES TO WS-ELV-GROUPE (WS-INDICE-ELV).

           MOVE "N" TO WS-NIVEAU-TROUVE.
           PERFORM VARYING WS-INDICE-NIV FROM 1 BY 1
                   UNTIL WS-INDICE-NIV > WS-NB-NIVEAUX
                      OR WS-NIVEAU-TROUVE-OUI
               IF WS-NIV-CODE (WS-INDICE-NIV) = AFF-CLASSE (1:4)
                   MOVE "O" TO WS-NIVEAU-TROUVE
               END-IF
           END-PERFORM.
           IF NOT WS-NIVEAU-TROUVE-OUI
               IF WS-NB-NIVEAUX < WS-MAX-NIVEAUX
                   ADD 1 TO WS-NB-NIVEAUX
                   SET WS-INDICE-NIV TO WS-NB-NIVEAUX
                   INITIALIZE WS-NIV-ENTRY (WS-INDICE-NIV)
                   MOVE AFF-CLASSE (1:4) TO WS-NIV-CODE (WS-INDICE-NIV)
                   MOVE "N" TO WS-NIV-REPARTI (WS-INDICE-NIV)
               ELSE
                   DISPLAY "--> ! PLUS DE " WS-MAX-NIVEAUX
                           " NIVEAUX!"
               END-IF
           END-IF.

       1100-AJOUT-ELEVE-FIN.
           EXIT.

      *******************************************************
      *  SECTIONS DE LA RENTREE : CLASSE.CAPACITE
      *******************************************************
       1500-LECTURE-SECTIONS-DEBUT.

           OPEN INPUT FSECTION.
           IF NOT WS-STATUS-FILE-FSECTION-OK
               DISPLAY "ERREUR OUVERTURE FICHIER SECTIONS-CAPACITES: "
                       WS-STATUS-FILE-FSECTION
               MOVE 16 TO RETURN-CODE
               GO TO 1500-LECTURE-SECTIONS-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FSECTION-OK
               READ FSECTION
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SEC-CLASSE = SPACES
                       OR SEC-CAPACITE NOT NUMERIC
                       OR SEC-CAPACITE = ZEROES
                           DISPLAY "--> SECTION IGNOREE: " RSECTION
                       ELSE
                           IF WS-NB-SECTIONS < WS-MAX-SECTIONS
                               ADD 1 TO WS-NB-SECTIONS
                               SET WS-INDICE-SEC TO WS-NB-SECTIONS
                               INITIALIZE WS-SEC-ENTRY (WS-INDICE-SEC)
                               MOVE SEC-CLASSE
                                    TO WS-SEC-CLASSE (WS-INDICE-SEC)
                               MOVE SEC-CLASSE (1:4)
                                    TO WS-SEC-NIVEAU (WS-INDICE-SEC)
                               MOVE SEC-CAPACITE
                                    TO WS-SEC-CAPACITE (WS-INDICE-SEC)
                           ELSE
                               DISPLAY "--> ! PLUS DE "
                                       WS-MAX-SECTIONS " SECTIONS!"
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FSECTION.

           DISPLAY "SECTIONS DECLAREES: " WS-NB-SECTIONS.

       1500-LECTURE-SECTIONS-FIN.
           EXIT.

      *******************************************************
      *  DOSSIERS DU FICHIER DES ELEVES : NUMERO, CLASSE DE
      *  L'ANNEE ECOULEE ET AGE A LA RENTREE (EN MOIS)
      *******************************************************
       2000-LECTURE-DOSSIERS-DEBUT.

           OPEN INPUT FELEVE.
           IF NOT WS-STATUS-FILE-FELEVE-OK
               DISPLAY "--> FICHIER DES ELEVES ABSENT: "
                       WS-STATUS-FILE-FELEVE
           ELSE
               PERFORM UNTIL NOT WS-STATUS-FILE-FELEVE-OK
                   READ FELEVE
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM 2100-RAPPROCHEMENT-DOSSIER-DEBUT
                              THRU 2100-RAPPROCHEMENT-DOSSIER-FIN
                   END-READ
               END-PERFORM
               CLOSE FELEVE
           END-IF.

           PERFORM VARYING WS-INDICE-ELV FROM 1 BY 1
                   UNTIL WS-INDICE-ELV > WS-NB-ELEVES
               IF WS-ELV-DOSSIER (WS-INDICE-ELV) NOT = "O"
                   ADD 1 TO WS-COMPTEUR-SANS-DOSSIER
                   DISPLAY "--> ELEVE SANS DOSSIER (A CREER PAR "
                           "ELEVMAINT): "
                           WS-ELV-PRENOM (WS-INDICE-ELV) " "
                           WS-ELV-NOM (WS-INDICE-ELV)
               END-IF
           END-PERFORM.

       2000-LECTURE-DOSSIERS-FIN.
           EXIT.

      *******************************************************
      *  RAPPROCHEMENT D'UN DOSSIER AVEC LES AFFECTATIONS
      *******************************************************
       2100-RAPPROCHEMENT-DOSSIER-DEBUT.

           PERFORM VARYING WS-INDICE-ELV FROM 1 BY 1
                   UNTIL WS-INDICE-ELV > WS-NB-ELEVES
               IF WS-ELV-PRENOM (WS-INDICE-ELV) = ELV-PRENOM
               AND WS-ELV-NOM (WS-INDICE-ELV) = ELV-NOM
               AND WS-ELV-DOSSIER (WS-INDICE-ELV) NOT = "O"
                   MOVE "O" TO WS-ELV-DOSSIER (WS-INDICE-ELV)
                   MOVE ELV-NUMERO TO WS-ELV-NUMERO (WS-INDICE-ELV)
                   MOVE ELV-CLASSE
                        TO WS-ELV-CLASSE-AVANT (WS-INDICE-ELV)
                   MOVE ZEROES TO WS-ELV-AGE-MOIS (WS-INDICE-ELV)
                   IF ELV-DATE-NAISSANCE IS NUMERIC
                       MOVE ELV-DATE-NAISSANCE TO WS-NAISSANCE
                       IF WS-NAISSANCE-ANNEE < WS-JOUR-ANNEE
                           COMPUTE WS-ELV-AGE-MOIS (WS-INDICE-ELV) =
                                   (WS-JOUR-ANNEE - WS-NAISSANCE-ANNEE)
                                   * 12 + 9 - WS-NAISSANCE-MOIS
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       2100-RAPPROCHEMENT-DOSSIER-FIN.
           EXIT.

      *******************************************************
      *  MOYENNES ANNUELLES ET REDOUBLANTS DU REGISTRE DE
      *  PASSAGE : "PRENOM NOM CLASSE C MOYENNE M DECISION"
      *******************************************************
       2500-LECTURE-DECISIONS-DEBUT.

           OPEN INPUT FDECISION.
           IF NOT WS-STATUS-FILE-FDECISION-OK
               DISPLAY "--> REGISTRE DE PASSAGE ABSENT: "
                       WS-STATUS-FILE-FDECISION
           ELSE
               PERFORM UNTIL NOT WS-STATUS-FILE-FDECISION-OK
                   READ FDECISION
                       AT END
                           CONTINUE
                       NOT AT END
                           IF RDECISION (16:8) = " CLASSE "
                           AND RDECISION (52:4) = " -> "
                               PERFORM 2600-DECISION-ELEVE-DEBUT
                                  THRU 2600-DECISION-ELEVE-FIN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FDECISION
           END-IF.

           PERFORM VARYING WS-INDICE-ELV FROM 1 BY 1
                   UNTIL WS-INDICE-ELV > WS-NB-ELEVES
               IF WS-ELV-DOSSIER (WS-INDICE-ELV) = "O"
               AND WS-ELV-MOYENNE-OK (WS-INDICE-ELV) NOT = "O"
                   ADD 1 TO WS-COMPTEUR-SANS-MOYENNE
               END-IF
           END-PERFORM.

       2500-LECTURE-DECISIONS-FIN.
           EXIT.

      *******************************************************
      *  DECISION D'UN ELEVE DU REGISTRE DE PASSAGE
      *******************************************************
       2600-DECISION-ELEVE-DEBUT.

           MOVE RDECISION (38:5) TO WS-MOYENNE-TEXTE.
           PERFORM VARYING WS-INDICE-ELV FROM 1 BY 1
                   UNTIL WS-INDICE-ELV > WS-NB-ELEVES
               IF WS-ELV-PRENOM (WS-INDICE-ELV) = RDECISION (1:7)
               AND WS-ELV-NOM (WS-INDICE-ELV) = RDECISION (9:7)
                   IF FUNCTION TEST-NUMVAL (WS-MOYENNE-TEXTE) = 0
                       COMPUTE WS-ELV-MOYENNE (WS-INDICE-ELV) =
                               FUNCTION NUMVAL (WS-MOYENNE-TEXTE)
                       MOVE "O" TO WS-ELV-MOYENNE-OK (WS-INDICE-ELV)
                   END-IF
                   IF RDECISION (44:8) = "REDOUBLE"
                       MOVE "O" TO WS-ELV-REDOUBLANT (WS-INDICE-ELV)
                   ELSE
                       MOVE "N" TO WS-ELV-REDOUBLANT (WS-INDICE-ELV)
                   END-IF
               END-IF
           END-PERFORM.

       2600-DECISION-ELEVE-FIN.
           EXIT.

      *******************************************************
      *  CONTRAINTES : E = GARDER ENSEMBLE (LES GROUPES SONT
      *  FUSIONNES), S = SEPARER (PAIRE CONTROLEE AU PLACEMENT)
      *******************************************************
       3000-LECTURE-CONTRAINTES-DEBUT.

           OPEN INPUT FCONTRAINTE.
           IF NOT WS-STATUS-FILE-FCONTRAINTE-OK
               DISPLAY "--> AUCUNE CONTRAINTE DE REPARTITION"
               GO TO 3000-LECTURE-CONTRAINTES-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FCONTRAINTE-OK
               READ FCONTRAINTE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 3100-CONTRAINTE-DEBUT
                          THRU 3100-CONTRAINTE-FIN
               END-READ
           END-PERFORM.
           CLOSE FCONTRAINTE.

       3000-LECTURE-CONTRAINTES-FIN.
           EXIT.

      *******************************************************
      *  ENREGISTREMENT D'UNE CONTRAINTE
      *******************************************************
       3100-CONTRAINTE-DEBUT.

           IF NOT CTR-ENSEMBLE AND NOT CTR-SEPARES
               DISPLAY "--> CONTRAINTE IGNOREE (TYPE E OU S): "
                       RCONTRAINTE
               GO TO 3100-CONTRAINTE-FIN
           END-IF.
           ADD 1 TO WS-COMPTEUR-CONTRAINTES.

           MOVE ZEROES TO WS-ELEVE-POSITION WS-ELEVE-POSITION2.
           PERFORM VARYING WS-INDICE-ELV FROM 1 BY 1
                   UNTIL WS-INDICE-ELV > WS-NB-ELEVES
               IF WS-ELV-PRENOM (WS-INDICE-ELV) = CTR-PRENOM1
               AND WS-ELV-NOM (WS-INDICE-ELV) = CTR-NOM1
                   SET WS-ELEVE-POSITION TO WS-INDICE-ELV
               END-IF
               IF WS-ELV-PRENOM (WS-INDICE-ELV) = CTR-PRENOM2
               AND WS-ELV-NOM (WS-INDICE-ELV) = CTR-NOM2
                   SET WS-ELEVE-POSITION2 TO WS-INDICE-ELV
               END-IF
           END-PERFORM.

           IF WS-ELEVE-POSITION = ZEROES
           OR WS-ELEVE-POSITION2 = ZEROES
           OR WS-ELEVE-POSITION = WS-ELEVE-POSITION2
               DISPLAY "--> CONTRAINTE SUR UN ELEVE NON AFFECTE: "
                       RCONTRAINTE
               ADD 1 TO WS-COMPTEUR-NON-RESPECTEES
               GO TO 3100-CONTRAINTE-FIN
           END-IF.
           SET WS-INDICE-ELV TO WS-ELEVE-POSITION.
           SET WS-INDICE-ELV2 TO WS-ELEVE-POSITION2.
           IF WS-ELV-NIVEAU (WS-INDICE-ELV)
              NOT = WS-ELV-NIVEAU (WS-INDICE-ELV2)
               DISPLAY "--> CONTRAINTE ENTRE DEUX NIVEAUX IGNOREE: "
                       RCONTRAINTE
               ADD 1 TO WS-COMPTEUR-NON-RESPECTEES
               GO TO 3100-CONTRAINTE-FIN
           END-IF.

           IF CTR-SEPARES
               IF WS-NB-SEPARES < WS-MAX-SEPARES
                   ADD 1 TO WS-NB-SEPARES
                   SET WS-INDICE-SEP TO WS-NB-SEPARES
                   MOVE WS-ELEVE-POSITION
                        TO WS-SEP-ELEVE1 (WS-INDICE-SEP)
                   MOVE WS-ELEVE-POSITION2
                        TO WS-SEP-ELEVE2 (WS-INDICE-SEP)
               ELSE
                   DISPLAY "--> ! PLUS DE " WS-MAX-SEPARES
                           " ELEVES A SEPARER!"
               END-IF
               GO TO 3100-CONTRAINTE-FIN
           END-IF.
      *
      ****** FUSION DES DEUX GROUPES : LE PLUS PETIT NUMERO D'ORDRE
      ****** RESTE REPRESENTANT DU GROUPE
           MOVE WS-ELV-GROUPE (WS-INDICE-ELV) TO WS-ANCIEN-GROUPE.
           MOVE WS-ELV-GROUPE (WS-INDICE-ELV2) TO WS-NOUVEAU-GROUPE.
           IF WS-ANCIEN-GROUPE < WS-NOUVEAU-GROUPE
               MOVE WS-NOUVEAU-GROUPE TO WS-ELEVE-POSITION
               MOVE WS-ANCIEN-GROUPE TO WS-NOUVEAU-GROUPE
               MOVE WS-ELEVE-POSITION TO WS-ANCIEN-GROUPE
           END-IF.
           PERFORM VARYING WS-INDICE-ELV FROM 1 BY 1
                   UNTIL WS-INDICE-ELV > WS-NB-ELEVES
               IF WS-ELV-GROUPE (WS-INDICE-ELV) = WS-ANCIEN-GROUPE
                   MOVE WS-NOUVEAU-GROUPE
                        TO WS-ELV-GROUPE (WS-INDICE-ELV)
               END-IF
           END-PERFORM.

       3100-CONTRAINTE-FIN.
           EXIT.

      *******************************************************
      *  REPARTITION D'UN NIVEAU
      *******************************************************
       4000-REPARTITION-NIVEAU-DEBUT.

           MOVE WS-NIV-CODE (WS-INDICE-NIV) TO WS-NIVEAU-COURANT.
           MOVE ZEROES TO WS-NIV-EFFECTIF (WS-INDICE-NIV)
                          WS-NIV-SECTIONS (WS-INDICE-NIV)
                          WS-NIV-CAPACITE (WS-INDICE-NIV)
                          WS-NIV-SOMME-MOYENNES WS-NIV-NB-MOYENNES
                          WS-NIV-SOMME-AGES.

           PERFORM VARYING WS-INDICE-ELV FROM 1 BY 1
                   UNTIL WS-INDICE-ELV > WS-NB-ELEVES
               IF WS-ELV-NIVEAU (WS-INDICE-ELV) = WS-NIVEAU-COURANT
               AND WS-ELV-DOSSIER (WS-INDICE-ELV) = "O"
                   ADD 1 TO WS-NIV-EFFECTIF (WS-INDICE-NIV)
                   ADD WS-ELV-AGE-MOIS (WS-INDICE-ELV)
                       TO WS-NIV-SOMME-AGES
                   IF WS-ELV-MOYENNE-OK (WS-INDICE-ELV) = "O"
                       ADD 1 TO WS-NIV-NB-MOYENNES
                       ADD WS-ELV-MOYENNE (WS-INDICE-ELV)
                           TO WS-NIV-SOMME-MOYENNES
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-INDICE-SEC FROM 1 BY 1
                   UNTIL WS-INDICE-SEC > WS-NB-SECTIONS
               IF WS-SEC-NIVEAU (WS-INDICE-SEC) = WS-NIVEAU-COURANT
                   ADD 1 TO WS-NIV-SECTIONS (WS-INDICE-NIV)
                   ADD WS-SEC-CAPACITE (WS-INDICE-SEC)
                       TO WS-NIV-CAPACITE (WS-INDICE-NIV)
                   MOVE ZEROES TO WS-SEC-EFFECTIF (WS-INDICE-SEC)
                                  WS-SEC-SOMME-MOYENNES (WS-INDICE-SEC)
                                  WS-SEC-SOMME-AGES (WS-INDICE-SEC)
                                  WS-SEC-REDOUBLANTS (WS-INDICE-SEC)
               END-IF
           END-PERFORM.

           MOVE ALL "=" TO RRAPPORT.
           WRITE RRAPPORT.
           MOVE SPACES TO WS-LIGNE.
           STRING "NIVEAU " WS-NIVEAU-COURANT " : "
                  WS-NIV-EFFECTIF (WS-INDICE-NIV) " ELEVE(S), "
                  WS-NIV-SECTIONS (WS-INDICE-NIV) " SECTION(S), "
                  "CAPACITE " WS-NIV-CAPACITE (WS-INDICE-NIV)
                  DELIMITED BY SIZE INTO WS-LIGNE.
           WRITE RRAPPORT FROM WS-LIGNE.

           IF WS-NIV-EFFECTIF (WS-INDICE-NIV) = ZEROES
               GO TO 4000-REPARTITION-NIVEAU-FIN
           END-IF.
           IF WS-NIV-SECTIONS (WS-INDICE-NIV) = ZEROES
               MOVE "--> AUCUNE SECTION DECLAREE : AFFECTATION GARDEE"
                    TO RRAPPORT
               WRITE RRAPPORT
               PERFORM 4900-NIVEAU-NON-REPARTI-DEBUT
                  THRU 4900-NIVEAU-NON-REPARTI-FIN
               GO TO 4000-REPARTITION-NIVEAU-FIN
           END-IF.
           IF WS-NIV-CAPACITE (WS-INDICE-NIV)
              < WS-NIV-EFFECTIF (WS-INDICE-NIV)
               MOVE "--> CAPACITE INSUFFISANTE : AFFECTATION GARDEE"
                    TO RRAPPORT
               WRITE RRAPPORT
               DISPLAY "--> NIVEAU " WS-NIVEAU-COURANT
                       " : CAPACITE INSUFFISANTE"
               PERFORM 4900-NIVEAU-NON-REPARTI-DEBUT
                  THRU 4900-NIVEAU-NON-REPARTI-FIN
               GO TO 4000-REPARTITION-NIVEAU-FIN
           END-IF.
      *
      ****** MOYENNE ET AGE DU NIVEAU ; UN ELEVE SANS MOYENNE
      ****** ANNUELLE COMPTE POUR LA MOYENNE DU NIVEAU
           IF WS-NIV-NB-MOYENNES > ZEROES
               COMPUTE WS-NIV-MOYENNE ROUNDED =
                       WS-NIV-SOMME-MOYENNES / WS-NIV-NB-MOYENNES
           ELSE
               MOVE 10 TO WS-NIV-MOYENNE
           END-IF.
           COMPUTE WS-NIV-AGE-MOYEN ROUNDED =
                   WS-NIV-SOMME-AGES / WS-NIV-EFFECTIF (WS-INDICE-NIV).
           PERFORM VARYING WS-INDICE-ELV FROM 1 BY 1
                   UNTIL WS-INDICE-ELV > WS-NB-ELEVES
               IF WS-ELV-NIVEAU (WS-INDICE-ELV) = WS-NIVEAU-COURANT
               AND WS-ELV-MOYENNE-OK (WS-INDICE-ELV) NOT = "O"
                   MOVE WS-NIV-MOYENNE TO WS-ELV-MOYENNE (WS-INDICE-ELV)
               END-IF
           END-PERFORM.

           PERFORM 4100-CALCUL-UNITES-DEBUT
              THRU 4100-CALCUL-UNITES-FIN.
      *
      ****** PLACEMENT DES UNITES JUSQU'A EPUISEMENT
           MOVE "O" TO WS-RESTE-A-PLACER.
           PERFORM UNTIL NOT WS-RESTE-A-PLACER-OUI
               PERFORM 4200-PLACEMENT-UNITE-DEBUT
                  THRU 4200-PLACEMENT-UNITE-FIN
           END-PERFORM.
      *
      ****** ECHANGES D'EQUILIBRAGE
           PERFORM VARYING WS-PASSE-ECHANGE FROM 1 BY 1
                   UNTIL WS-PASSE-ECHANGE > WS-MAX-PASSES
               MOVE ZEROES TO WS-NB-ECHANGES-PASSE
               PERFORM 4500-PASSE-ECHANGES-DEBUT
                  THRU 4500-PASSE-ECHANGES-FIN
               IF WS-NB-ECHANGES-PASSE = ZEROES
                   MOVE WS-MAX-PASSES TO WS-PASSE-ECHANGE
               END-IF
           END-PERFORM.

           MOVE "O" TO WS-NIV-REPARTI (WS-INDICE-NIV).
           PERFORM 5000-EDITION-NIVEAU-DEBUT
              THRU 5000-EDITION-NIVEAU-FIN.

       4000-REPARTITION-NIVEAU-FIN.
           EXIT.

      *******************************************************
      *  UNITES DE PLACEMENT DU NIVEAU : TAILLE, REDOUBLANT ET
      *  MOYENNE DU GROUPE PORTES PAR SON REPRESENTANT
      *******************************************************
       4100-CALCUL-UNITES-DEBUT.

           PERFORM VARYING WS-INDICE-ELV FROM 1 BY 1
                   UNTIL WS-INDICE-ELV > WS-NB-ELEVES
               IF WS-ELV-NIVEAU (WS-INDICE-ELV) = WS-NIVEAU-COURANT
                   MOVE ZEROES TO WS-ELV-UNITE-TAILLE (WS-INDICE-ELV)
                                  WS-ELV-UNITE-MOYENNE (WS-INDICE-ELV)
                                  WS-ELV-UNITE-SOMME (WS-INDICE-ELV)
                                  WS-ELV-SECTION (WS-INDICE-ELV)
                   MOVE "N" TO WS-ELV-UNITE-REDOUBLANT (WS-INDICE-ELV)
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-INDICE-ELV FROM 1 BY 1
                   UNTIL WS-INDICE-ELV > WS-NB-ELEVES
               IF WS-ELV-NIVEAU (WS-INDICE-ELV) = WS-NIVEAU-COURANT
               AND WS-ELV-DOSSIER (WS-INDICE-ELV) = "O"
                   SET WS-INDICE-ELV2 TO WS-ELV-GROUPE (WS-INDICE-ELV)
                   ADD 1 TO WS-ELV-UNITE-TAILLE (WS-INDICE-ELV2)
                   IF WS-ELV-REDOUBLANT (WS-INDICE-ELV) = "O"
                       MOVE "O" TO
                            WS-ELV-UNITE-REDOUBLANT (WS-INDICE-ELV2)
                   END-IF
                   ADD WS-ELV-MOYENNE (WS-INDICE-ELV)
                       TO WS-ELV-UNITE-SOMME (WS-INDICE-ELV2)
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-INDICE-ELV FROM 1 BY 1
                   UNTIL WS-INDICE-ELV > WS-NB-ELEVES
               IF WS-ELV-NIVEAU (WS-INDICE-ELV) = WS-NIVEAU-COURANT
               AND WS-ELV-UNITE-TAILLE (WS-INDICE-ELV) > ZEROES
                   COMPUTE WS-ELV-UNITE-MOYENNE (WS-INDICE-ELV)
                           ROUNDED =
                           WS-ELV-UNITE-SOMME (WS-INDICE-ELV)
                         / WS-ELV-UNITE-TAILLE (WS-INDICE-ELV)
               END-IF
           END-PERFORM.

       4100-CALCUL-UNITES-FIN.
           EXIT.

      *******************************************************
      *  PLACEMENT DE L'UNITE LA PLUS PRIORITAIRE : LES
      *  REDOUBLANTS D'ABORD, PUIS LA PLUS FORTE MOYENNE
      *******************************************************
       4200-PLACEMENT-UNITE-DEBUT.

           MOVE ZEROES TO WS-UNITE-CHOISIE.
           PERFORM VARYING WS-INDICE-ELV FROM 1 BY 1
                   UNTIL WS-INDICE-ELV > WS-NB-ELEVES
               IF WS-ELV-NIVEAU (WS-INDICE-ELV) = WS-NIVEAU-COURANT
               AND WS-ELV-UNITE-TAILLE (WS-INDICE-ELV) > ZEROES
               AND WS-ELV-SECTION (WS-INDICE-ELV) = ZEROES
                   IF WS-UNITE-CHOISIE = ZEROES
                       SET WS-UNITE-CHOISIE TO WS-INDICE-ELV
                   ELSE
                       SET WS-INDICE-ELV2 TO WS-UNITE-CHOISIE
                       IF (WS-ELV-UNITE-REDOUBLANT (WS-INDICE-ELV) = "O"
                       AND WS-ELV-UNITE-REDOUBLANT (WS-INDICE-ELV2)
                           NOT = "O")
                       OR (WS-ELV-UNITE-REDOUBLANT (WS-INDICE-ELV)
                           = WS-ELV-UNITE-REDOUBLANT (WS-INDICE-ELV2)
                       AND WS-ELV-UNITE-MOYENNE (WS-INDICE-ELV)
                           > WS-ELV-UNITE-MOYENNE (WS-INDICE-ELV2))
                           SET WS-UNITE-CHOISIE TO WS-INDICE-ELV
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-UNITE-CHOISIE = ZEROES
               MOVE "N" TO WS-RESTE-A-PLACER
               GO TO 4200-PLACEMENT-UNITE-FIN
           END-IF.
      *
      ****** CHOIX DE LA SECTION : CAPACITE RESTANTE SUFFISANTE,
      ****** SANS ELEVE A SEPARER DE PREFERENCE
           SET WS-INDICE-ELV2 TO WS-UNITE-CHOISIE.
           MOVE ZEROES TO WS-SECTION-CHOISIE WS-SECTION-CONFLIT.
           PERFORM VARYING WS-INDICE-SEC FROM 1 BY 1
                   UNTIL WS-INDICE-SEC > WS-NB-SECTIONS
               IF WS-SEC-NIVEAU (WS-INDICE-SEC) = WS-NIVEAU-COURANT
               AND WS-SEC-CAPACITE (WS-INDICE-SEC)
                   - WS-SEC-EFFECTIF (WS-INDICE-SEC)
                   >= WS-ELV-UNITE-TAILLE (WS-INDICE-ELV2)
                   PERFORM 4300-EVALUATION-SECTION-DEBUT
                      THRU 4300-EVALUATION-SECTION-FIN
               END-IF
           END-PERFORM.

           IF WS-SECTION-CHOISIE = ZEROES
               IF WS-SECTION-CONFLIT = ZEROES
      ****** AUCUNE SECTION NE PEUT RECEVOIR LE GROUPE ENTIER :
      ****** SES MEMBRES GARDENT LA CLASSE D'AFFECTATION
                   PERFORM VARYING WS-INDICE-ELV FROM 1 BY 1
                           UNTIL WS-INDICE-ELV > WS-NB-ELEVES
                       IF WS-ELV-GROUPE (WS-INDICE-ELV)
                          = WS-UNITE-CHOISIE
                           MOVE 999 TO WS-ELV-SECTION (WS-INDICE-ELV)
                       END-IF
                       IF WS-ELV-GROUPE (WS-INDICE-ELV)
                          = WS-UNITE-CHOISIE
                       AND WS-ELV-DOSSIER (WS-INDICE-ELV) = "O"
                           DISPLAY "--> GROUPE TROP GRAND POUR LES "
                                   "SECTIONS : "
                                   WS-ELV-PRENOM (WS-INDICE-ELV) " "
                                   WS-ELV-NOM (WS-INDICE-ELV)
                       END-IF
                   END-PERFORM
                   GO TO 4200-PLACEMENT-UNITE-FIN
               END-IF
               MOVE WS-SECTION-CONFLIT TO WS-SECTION-CHOISIE
               ADD 1 TO WS-COMPTEUR-NON-RESPECTEES
               DISPLAY "--> SEPARATION IMPOSSIBLE POUR "
                       WS-ELV-PRENOM (WS-INDICE-ELV2) " "
                       WS-ELV-NOM (WS-INDICE-ELV2)
           END-IF.

           SET WS-INDICE-SEC TO WS-SECTION-CHOISIE.
           PERFORM VARYING WS-INDICE-ELV FROM 1 BY 1
                   UNTIL WS-INDICE-ELV > WS-NB-ELEVES
               IF WS-ELV-GROUPE (WS-INDICE-ELV) = WS-UNITE-CHOISIE
                   MOVE WS-SECTION-CHOISIE
                        TO WS-ELV-SECTION (WS-INDICE-ELV)
               END-IF
               IF WS-ELV-GROUPE (WS-INDICE-ELV) = WS-UNITE-CHOISIE
               AND WS-ELV-DOSSIER (WS-INDICE-ELV) = "O"
                   ADD 1 TO WS-SEC-EFFECTIF (WS-INDICE-SEC)
                   ADD WS-ELV-MOYENNE (WS-INDICE-ELV)
                       TO WS-SEC-SOMME-MOYENNES (WS-INDICE-SEC)
                   ADD WS-ELV-AGE-MOIS (WS-INDICE-ELV)
                       TO WS-SEC-SOMME-AGES (WS-INDICE-SEC)
                   IF WS-ELV-REDOUBLANT (WS-INDICE-ELV) = "O"
                       ADD 1 TO WS-SEC-REDOUBLANTS (WS-INDICE-SEC)
                   END-IF
               END-IF
           END-PERFORM.

       4200-PLACEMENT-UNITE-FIN.
           EXIT.

      *******************************************************
      *  EVALUATION D'UNE SECTION POUR L'UNITE CHOISIE : LA
      *  CLE LA PLUS BASSE L'EMPORTE (TAUX DE REDOUBLANTS POUR
      *  UN REDOUBLANT, PUIS TAUX DE REMPLISSAGE, PUIS SOMME
      *  DES MOYENNES DEJA PLACEES)
      *******************************************************
       4300-EVALUATION-SECTION-DEBUT.

           COMPUTE WS-TAUX-REMPLISSAGE =
                   WS-SEC-EFFECTIF (WS-INDICE-SEC) * 1000
                 / WS-SEC-CAPACITE (WS-INDICE-SEC).
           COMPUTE WS-TAUX-REDOUBLANTS =
                   WS-SEC-REDOUBLANTS (WS-INDICE-SEC) * 1000
                 / WS-SEC-CAPACITE (WS-INDICE-SEC).
           IF WS-ELV-UNITE-REDOUBLANT (WS-INDICE-ELV2) = "O"
               COMPUTE WS-CLE-SECTION =
                       WS-TAUX-REDOUBLANTS * 100000000
                     + WS-TAUX-REMPLISSAGE * 100000
                     + WS-SEC-SOMME-MOYENNES (WS-INDICE-SEC)
           ELSE
               COMPUTE WS-CLE-SECTION =
                       WS-TAUX-REMPLISSAGE * 100000
                     + WS-SEC-SOMME-MOYENNES (WS-INDICE-SEC)
           END-IF.
      *
      ****** UN MEMBRE DE L'UNITE DOIT-IL ETRE SEPARE D'UN ELEVE
      ****** DEJA PLACE DANS CETTE SECTION ?
           MOVE "N" TO WS-CONFLIT.
           SET WS-SECTION-TESTEE TO WS-INDICE-SEC.
           MOVE ZEROES TO WS-ELEVE-IGNORE.
           PERFORM VARYING WS-INDICE-ELV FROM 1 BY 1
                   UNTIL WS-INDICE-ELV > WS-NB-ELEVES
                      OR WS-CONFLIT-OUI
               IF WS-ELV-GROUPE (WS-INDICE-ELV) = WS-UNITE-CHOISIE
                   SET WS-ELEVE-TESTE TO WS-INDICE-ELV
                   PERFORM 4400-CONTROLE-SEPARATION-DEBUT
                      THRU 4400-CONTROLE-SEPARATION-FIN
               END-IF
           END-PERFORM.

           IF WS-CONFLIT-OUI
               IF WS-SECTION-CONFLIT = ZEROES
               OR WS-CLE-SECTION < WS-CLE-CONFLIT
                   SET WS-SECTION-CONFLIT TO WS-INDICE-SEC
                   MOVE WS-CLE-SECTION TO WS-CLE-CONFLIT
               END-IF
           ELSE
               IF WS-SECTION-CHOISIE = ZEROES
               OR WS-CLE-SECTION < WS-CLE-MEILLEURE
                   SET WS-SECTION-CHOISIE TO WS-INDICE-SEC
                   MOVE WS-CLE-SECTION TO WS-CLE-MEILLEURE
               END-IF
           END-IF.

       4300-EVALUATION-SECTION-FIN.
           EXIT.

      *******************************************************
      *  CONTROLE DE SEPARATION : L'ELEVE TESTE (WS-ELEVE-TESTE)
      *  DANS LA SECTION TESTEE, SANS TENIR COMPTE DE L'ELEVE
      *  IGNORE (SON PARTENAIRE D'ECHANGE)
      *******************************************************
       4400-CONTROLE-SEPARATION-DEBUT.

           PERFORM VARYING WS-INDICE-SEP FROM 1 BY 1
                   UNTIL WS-INDICE-SEP > WS-NB-SEPARES
                      OR WS-CONFLIT-OUI
               MOVE ZEROES TO WS-ELEVE-AUTRE
               IF WS-SEP-ELEVE1 (WS-INDICE-SEP) = WS-ELEVE-TESTE
                   MOVE WS-SEP-ELEVE2 (WS-INDICE-SEP) TO WS-ELEVE-AUTRE
               END-IF
               IF WS-SEP-ELEVE2 (WS-INDICE-SEP) = WS-ELEVE-TESTE
                   MOVE WS-SEP-ELEVE1 (WS-INDICE-SEP) TO WS-ELEVE-AUTRE
               END-IF
               IF WS-ELEVE-AUTRE > ZEROES
               AND WS-ELEVE-AUTRE NOT = WS-ELEVE-IGNORE
                   IF WS-ELV-SECTION (WS-ELEVE-AUTRE)
                      = WS-SECTION-TESTEE
                       MOVE "O" TO WS-CONFLIT
                   END-IF
               END-IF
           END-PERFORM.

       4400-CONTROLE-SEPARATION-FIN.
           EXIT.

      *******************************************************
      *  UNE PASSE D'ECHANGES : DEUX ELEVES ISOLES (HORS GROUPE
      *  "ENSEMBLE") DE SECTIONS DIFFERENTES ET DE MEME STATUT
      *  REDOUBLANT SONT ECHANGES SI L'ECART AU NIVEAU BAISSE
      *******************************************************
       4500-PASSE-ECHANGES-DEBUT.

           PERFORM VARYING WS-INDICE-ELV FROM 1 BY 1
                   UNTIL WS-INDICE-ELV > WS-NB-ELEVES
               IF WS-ELV-NIVEAU (WS-INDICE-ELV) = WS-NIVEAU-COURANT
               AND WS-ELV-SECTION (WS-INDICE-ELV) > ZEROES
               AND WS-ELV-SECTION (WS-INDICE-ELV) < 999
               AND WS-ELV-UNITE-TAILLE (WS-INDICE-ELV) = 1
               AND WS-ELV-DOSSIER (WS-INDICE-ELV) = "O"
                   SET WS-ELEVE-POSITION TO WS-INDICE-ELV
                   PERFORM VARYING WS-INDICE-ELV2 FROM WS-INDICE-ELV
                           BY 1 UNTIL WS-INDICE-ELV2 > WS-NB-ELEVES
                       PERFORM 4600-ESSAI-ECHANGE-DEBUT
                          THRU 4600-ESSAI-ECHANGE-FIN
                   END-PERFORM
               END-IF
           END-PERFORM.

           ADD WS-NB-ECHANGES-PASSE TO WS-COMPTEUR-ECHANGES.

       4500-PASSE-ECHANGES-FIN.
           EXIT.

      *******************************************************
      *  ESSAI D'ECHANGE ENTRE WS-INDICE-ELV ET WS-INDICE-ELV2
      *******************************************************
       4600-ESSAI-ECHANGE-DEBUT.

           IF WS-ELV-NIVEAU (WS-INDICE-ELV2) NOT = WS-NIVEAU-COURANT
           OR WS-ELV-SECTION (WS-INDICE-ELV2) = ZEROES
           OR WS-ELV-SECTION (WS-INDICE-ELV2) = 999
           OR WS-ELV-UNITE-TAILLE (WS-INDICE-ELV2) NOT = 1
           OR WS-ELV-DOSSIER (WS-INDICE-ELV2) NOT = "O"
           OR WS-ELV-SECTION (WS-INDICE-ELV2)
              = WS-ELV-SECTION (WS-INDICE-ELV)
           OR WS-ELV-REDOUBLANT (WS-INDICE-ELV2)
              NOT = WS-ELV-REDOUBLANT (WS-INDICE-ELV)
               GO TO 4600-ESSAI-ECHANGE-FIN
           END-IF.

           MOVE WS-ELV-SECTION (WS-INDICE-ELV)  TO WS-SECTION-1.
           MOVE WS-ELV-SECTION (WS-INDICE-ELV2) TO WS-SECTION-2.
      *
      ****** ECART AVANT ECHANGE
           SET WS-INDICE-SEC TO WS-SECTION-1.
           MOVE WS-SEC-SOMME-MOYENNES (WS-INDICE-SEC)
                TO WS-CS-SOMME-MOYENNES.
           MOVE WS-SEC-SOMME-AGES (WS-INDICE-SEC) TO WS-CS-SOMME-AGES.
           MOVE WS-SEC-EFFECTIF (WS-INDICE-SEC) TO WS-CS-EFFECTIF.
           PERFORM 4700-COUT-SECTION-DEBUT THRU 4700-COUT-SECTION-FIN.
           MOVE WS-CS-COUT TO WS-COUT-AVANT.
           SET WS-INDICE-SEC TO WS-SECTION-2.
           MOVE WS-SEC-SOMME-MOYENNES (WS-INDICE-SEC)
                TO WS-CS-SOMME-MOYENNES.
           MOVE WS-SEC-SOMME-AGES (WS-INDICE-SEC) TO WS-CS-SOMME-AGES.
           MOVE WS-SEC-EFFECTIF (WS-INDICE-SEC) TO WS-CS-EFFECTIF.
           PERFORM 4700-COUT-SECTION-DEBUT THRU 4700-COUT-SECTION-FIN.
           ADD WS-CS-COUT TO WS-COUT-AVANT.
      *
      ****** ECART APRES ECHANGE
           SET WS-INDICE-SEC TO WS-SECTION-1.
           COMPUTE WS-CS-SOMME-MOYENNES =
                   WS-SEC-SOMME-MOYENNES (WS-INDICE-SEC)
                 - WS-ELV-MOYENNE (WS-INDICE-ELV)
                 + WS-ELV-MOYENNE (WS-INDICE-ELV2).
           COMPUTE WS-CS-SOMME-AGES =
                   WS-SEC-SOMME-AGES (WS-INDICE-SEC)
                 - WS-ELV-AGE-MOIS (WS-INDICE-ELV)
                 + WS-ELV-AGE-MOIS (WS-INDICE-ELV2).
           MOVE WS-SEC-EFFECTIF (WS-INDICE-SEC) TO WS-CS-EFFECTIF.
           PERFORM 4700-COUT-SECTION-DEBUT THRU 4700-COUT-SECTION-FIN.
           MOVE WS-CS-COUT TO WS-COUT-APRES.
           SET WS-INDICE-SEC TO WS-SECTION-2.
           COMPUTE WS-CS-SOMME-MOYENNES =
                   WS-SEC-SOMME-MOYENNES (WS-INDICE-SEC)
                 - WS-ELV-MOYENNE (WS-INDICE-ELV2)
                 + WS-ELV-MOYENNE (WS-INDICE-ELV).
           COMPUTE WS-CS-SOMME-AGES =
                   WS-SEC-SOMME-AGES (WS-INDICE-SEC)
                 - WS-ELV-AGE-MOIS (WS-INDICE-ELV2)
                 + WS-ELV-AGE-MOIS (WS-INDICE-ELV).
           MOVE WS-SEC-EFFECTIF (WS-INDICE-SEC) TO WS-CS-EFFECTIF.
           PERFORM 4700-COUT-SECTION-DEBUT THRU 4700-COUT-SECTION-FIN.
           ADD WS-CS-COUT TO WS-COUT-APRES.

           IF WS-COUT-APRES + 0,0010 >= WS-COUT-AVANT
               GO TO 4600-ESSAI-ECHANGE-FIN
           END-IF.
      *
      ****** LES ELEVES A SEPARER RESTENT SEPARES APRES ECHANGE
           MOVE "N" TO WS-CONFLIT.
           SET WS-ELEVE-TESTE TO WS-INDICE-ELV.
           SET WS-ELEVE-IGNORE TO WS-INDICE-ELV2.
           MOVE WS-SECTION-2 TO WS-SECTION-TESTEE.
           PERFORM 4400-CONTROLE-SEPARATION-DEBUT
              THRU 4400-CONTROLE-SEPARATION-FIN.
           SET WS-ELEVE-TESTE TO WS-INDICE-ELV2.
           SET WS-ELEVE-IGNORE TO WS-INDICE-ELV.
           MOVE WS-SECTION-1 TO WS-SECTION-TESTEE.
           PERFORM 4400-CONTROLE-SEPARATION-DEBUT
              THRU 4400-CONTROLE-SEPARATION-FIN.
           IF WS-CONFLIT-OUI
               GO TO 4600-ESSAI-ECHANGE-FIN
           END-IF.
      *
      ****** ECHANGE
           SET WS-INDICE-SEC TO WS-SECTION-1.
           COMPUTE WS-SEC-SOMME-MOYENNES (WS-INDICE-SEC) =
                   WS-SEC-SOMME-MOYENNES (WS-INDICE-SEC)
                 - WS-ELV-MOYENNE (WS-INDICE-ELV)
                 + WS-ELV-MOYENNE (WS-INDICE-ELV2).
           COMPUTE WS-SEC-SOMME-AGES (WS-INDICE-SEC) =
                   WS-SEC-SOMME-AGES (WS-INDICE-SEC)
                 - WS-ELV-AGE-MOIS (WS-INDICE-ELV)
                 + WS-ELV-AGE-MOIS (WS-INDICE-ELV2).
           SET WS-INDICE-SEC TO WS-SECTION-2.
           COMPUTE WS-SEC-SOMME-MOYENNES (WS-INDICE-SEC) =
                   WS-SEC-SOMME-MOYENNES (WS-INDICE-SEC)
                 - WS-ELV-MOYENNE (WS-INDICE-ELV2)
                 + WS-ELV-MOYENNE (WS-INDICE-ELV).
           COMPUTE WS-SEC-SOMME-AGES (WS-INDICE-SEC) =
                   WS-SEC-SOMME-AGES (WS-INDICE-SEC)
                 - WS-ELV-AGE-MOIS (WS-INDICE-ELV2)
                 + WS-ELV-AGE-MOIS (WS-INDICE-ELV).
           MOVE WS-SECTION-2 TO WS-ELV-SECTION (WS-INDICE-ELV).
           MOVE WS-SECTION-1 TO WS-ELV-SECTION (WS-INDICE-ELV2).
           ADD 1 TO WS-NB-ECHANGES-PASSE.

       4600-ESSAI-ECHANGE-FIN.
           EXIT.

      *******************************************************
      *  ECART D'UNE SECTION AU NIVEAU : ECART DE MOYENNE EN
      *  POINTS PLUS ECART D'AGE MOYEN EN SEMESTRES
      *******************************************************
       4700-COUT-SECTION-DEBUT.

           MOVE ZEROES TO WS-CS-COUT.
           IF WS-CS-EFFECTIF = ZEROES
               GO TO 4700-COUT-SECTION-FIN
           END-IF.

           COMPUTE WS-CS-ECART =
                   WS-CS-SOMME-MOYENNES / WS-CS-EFFECTIF
                 - WS-NIV-MOYENNE.
           IF WS-CS-ECART < ZEROES
               COMPUTE WS-CS-ECART = ZEROES - WS-CS-ECART
           END-IF.
           MOVE WS-CS-ECART TO WS-CS-COUT.

           COMPUTE WS-CS-ECART =
                   (WS-CS-SOMME-AGES / WS-CS-EFFECTIF
                  - WS-NIV-AGE-MOYEN) / 6.
           IF WS-CS-ECART < ZEROES
               COMPUTE WS-CS-ECART = ZEROES - WS-CS-ECART
           END-IF.
           ADD WS-CS-ECART TO WS-CS-COUT.

       4700-COUT-SECTION-FIN.
           EXIT.

      *******************************************************
      *  NIVEAU NON REPARTI : CHAQUE ELEVE GARDE LA CLASSE
      *  D'AFFECTATION DE PASSAGE
      *******************************************************
       4900-NIVEAU-NON-REPARTI-DEBUT.

           PERFORM VARYING WS-INDICE-ELV FROM 1 BY 1
                   UNTIL WS-INDICE-ELV > WS-NB-ELEVES
               IF WS-ELV-NIVEAU (WS-INDICE-ELV) = WS-NIVEAU-COURANT
               AND WS-ELV-DOSSIER (WS-INDICE-ELV) = "O"
                   ADD 1 TO WS-COMPTEUR-NON-REPARTIS
               END-IF
           END-PERFORM.

       4900-NIVEAU-NON-REPARTI-FIN.
           EXIT.

      *******************************************************
      *  LISTES DES SECTIONS DU NIVEAU ET INDICATEURS
      *  D'EQUILIBRE
      *******************************************************
       5000-EDITION-NIVEAU-DEBUT.

           MOVE 99 TO WS-MOYENNE-MIN.
           MOVE ZEROES TO WS-MOYENNE-MAX WS-AGE-MAX.
           MOVE 999 TO WS-AGE-MIN.

           PERFORM VARYING WS-INDICE-SEC FROM 1 BY 1
                   UNTIL WS-INDICE-SEC > WS-NB-SECTIONS
               IF WS-SEC-NIVEAU (WS-INDICE-SEC) = WS-NIVEAU-COURANT
                   PERFORM 5100-EDITION-SECTION-DEBUT
                      THRU 5100-EDITION-SECTION-FIN
               END-IF
           END-PERFORM.
      *
      ****** ELEVES D'UN GROUPE QU'AUCUNE SECTION NE PEUT RECEVOIR
           PERFORM VARYING WS-INDICE-ELV FROM 1 BY 1
                   UNTIL WS-INDICE-ELV > WS-NB-ELEVES
               IF WS-ELV-NIVEAU (WS-INDICE-ELV) = WS-NIVEAU-COURANT
               AND WS-ELV-SECTION (WS-INDICE-ELV) = 999
               AND WS-ELV-DOSSIER (WS-INDICE-ELV) = "O"
                   ADD 1 TO WS-COMPTEUR-NON-REPARTIS
                   MOVE SPACES TO WS-LIGNE
                   STRING "--> NON REPARTI (GROUPE TROP GRAND) : "
                          WS-ELV-PRENOM (WS-INDICE-ELV) " "
                          WS-ELV-NOM (WS-INDICE-ELV) " GARDE "
                          WS-ELV-AFFECTATION (WS-INDICE-ELV)
                          DELIMITED BY SIZE INTO WS-LIGNE
                   WRITE RRAPPORT FROM WS-LIGNE
               END-IF
           END-PERFORM.

           MOVE ALL "-" TO RRAPPORT.
           WRITE RRAPPORT.
           MOVE WS-NIV-MOYENNE TO WS-EDIT-MOYENNE.
           MOVE WS-NIV-AGE-MOYEN TO WS-AGE-CALCUL.
           DIVIDE WS-AGE-CALCUL BY 12 GIVING WS-AGE-ANS
                  REMAINDER WS-AGE-MOIS.
           MOVE SPACES TO WS-LIGNE.
           STRING "EQUILIBRE DU NIVEAU " WS-NIVEAU-COURANT
                  " : MOYENNE " WS-EDIT-MOYENNE
                  ", AGE MOYEN " WS-AGE-ANS " ANS " WS-AGE-MOIS
                  " MOIS"
                  DELIMITED BY SIZE INTO WS-LIGNE.
           WRITE RRAPPORT FROM WS-LIGNE.
           COMPUTE WS-EDIT-ECART = WS-MOYENNE-MAX - WS-MOYENNE-MIN.
           COMPUTE WS-EDIT-EFFECTIF = WS-AGE-MAX - WS-AGE-MIN.
           MOVE SPACES TO WS-LIGNE.
           STRING "ECART MAXIMUM ENTRE SECTIONS : MOYENNE "
                  WS-EDIT-ECART " POINT(S), AGE MOYEN "
                  WS-EDIT-EFFECTIF " MOIS"
                  DELIMITED BY SIZE INTO WS-LIGNE.
           WRITE RRAPPORT FROM WS-LIGNE.

       5000-EDITION-NIVEAU-FIN.
           EXIT.

      *******************************************************
      *  UNE SECTION : EN-TETE, LISTE ET INDICATEURS
      *******************************************************
       5100-EDITION-SECTION-DEBUT.

           MOVE ZEROES TO WS-SECTION-MOYENNE WS-SECTION-AGE.
           IF WS-SEC-EFFECTIF (WS-INDICE-SEC) > ZEROES
               COMPUTE WS-SECTION-MOYENNE ROUNDED =
                       WS-SEC-SOMME-MOYENNES (WS-INDICE-SEC)
                     / WS-SEC-EFFECTIF (WS-INDICE-SEC)
               COMPUTE WS-SECTION-AGE ROUNDED =
                       WS-SEC-SOMME-AGES (WS-INDICE-SEC)
                     / WS-SEC-EFFECTIF (WS-INDICE-SEC)
               IF WS-SECTION-MOYENNE < WS-MOYENNE-MIN
                   MOVE WS-SECTION-MOYENNE TO WS-MOYENNE-MIN
               END-IF
               IF WS-SECTION-MOYENNE > WS-MOYENNE-MAX
                   MOVE WS-SECTION-MOYENNE TO WS-MOYENNE-MAX
               END-IF
               IF WS-SECTION-AGE < WS-AGE-MIN
                   MOVE WS-SECTION-AGE TO WS-AGE-MIN
               END-IF
               IF WS-SECTION-AGE > WS-AGE-MAX
                   MOVE WS-SECTION-AGE TO WS-AGE-MAX
               END-IF
           END-IF.

           MOVE ALL "-" TO RRAPPORT.
           WRITE RRAPPORT.
           MOVE WS-SEC-EFFECTIF (WS-INDICE-SEC) TO WS-EDIT-EFFECTIF.
           MOVE WS-SEC-CAPACITE (WS-INDICE-SEC) TO WS-EDIT-CAPACITE.
           MOVE WS-SEC-REDOUBLANTS (WS-INDICE-SEC)
                TO WS-EDIT-REDOUBLANTS.
           MOVE WS-SECTION-MOYENNE TO WS-EDIT-MOYENNE.
           DIVIDE WS-SECTION-AGE BY 12 GIVING WS-AGE-ANS
                  REMAINDER WS-AGE-MOIS.
           MOVE SPACES TO WS-LIGNE.
           STRING "SECTION " WS-SEC-CLASSE (WS-INDICE-SEC)
                  " : " WS-EDIT-EFFECTIF " /" WS-EDIT-CAPACITE
                  " - MOYENNE " WS-EDIT-MOYENNE
                  " - AGE MOYEN " WS-AGE-ANS " ANS " WS-AGE-MOIS
                  " MOIS - REDOUBLANTS " WS-EDIT-REDOUBLANTS
                  DELIMITED BY SIZE INTO WS-LIGNE.
           WRITE RRAPPORT FROM WS-LIGNE.

           PERFORM VARYING WS-INDICE-ELV FROM 1 BY 1
                   UNTIL WS-INDICE-ELV > WS-NB-ELEVES
               IF WS-ELV-NIVEAU (WS-INDICE-ELV) = WS-NIVEAU-COURANT
               AND WS-ELV-SECTION (WS-INDICE-ELV) = WS-INDICE-SEC
               AND WS-ELV-DOSSIER (WS-INDICE-ELV) = "O"
                   MOVE WS-SEC-CLASSE (WS-INDICE-SEC)
                        TO WS-ELV-CLASSE-FINALE (WS-INDICE-ELV)
                   ADD 1 TO WS-COMPTEUR-REPARTIS
                   MOVE SPACES TO WS-MARQUE-REDOUBLANT
                                  WS-MARQUE-MOYENNE
                   IF WS-ELV-REDOUBLANT (WS-INDICE-ELV) = "O"
                       MOVE "R" TO WS-MARQUE-REDOUBLANT
                   END-IF
                   IF WS-ELV-MOYENNE-OK (WS-INDICE-ELV) NOT = "O"
                       MOVE "*" TO WS-MARQUE-MOYENNE
                   END-IF
                   MOVE WS-ELV-MOYENNE (WS-INDICE-ELV)
                        TO WS-EDIT-MOYENNE
                   DIVIDE WS-ELV-AGE-MOIS (WS-INDICE-ELV) BY 12
                          GIVING WS-AGE-ANS REMAINDER WS-AGE-MOIS
                   MOVE SPACES TO WS-LIGNE
                   STRING "   " WS-ELV-NUMERO (WS-INDICE-ELV) " "
                          WS-ELV-PRENOM (WS-INDICE-ELV) " "
                          WS-ELV-NOM (WS-INDICE-ELV) " "
                          WS-ELV-CLASSE-AVANT (WS-INDICE-ELV)
                          "  MOYENNE " WS-EDIT-MOYENNE
                          WS-MARQUE-MOYENNE
                          " AGE " WS-AGE-ANS " ANS " WS-AGE-MOIS
                          " MOIS " WS-MARQUE-REDOUBLANT
                          DELIMITED BY SIZE INTO WS-LIGNE
                   WRITE RRAPPORT FROM WS-LIGNE
               END-IF
           END-PERFORM.

       5100-EDITION-SECTION-FIN.
           EXIT.

      *******************************************************
      *  CLASSES DEFINITIVES : UNE LIGNE PAR ELEVE AYANT UN
      *  DOSSIER (SECTION ATTRIBUEE, OU CLASSE D'AFFECTATION
      *  QUAND LE NIVEAU N'A PAS PU ETRE REPARTI)
      *******************************************************
       6000-ECRITURE-CLASSES-DEBUT.

           OPEN OUTPUT FREPARTITION.
           IF NOT WS-STATUS-FILE-FREPARTITION-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FREPARTITION': "
                       WS-STATUS-FILE-FREPARTITION
               MOVE 16 TO RETURN-CODE
               GO TO 6000-ECRITURE-CLASSES-FIN
           END-IF.

           PERFORM VARYING WS-INDICE-ELV FROM 1 BY 1
                   UNTIL WS-INDICE-ELV > WS-NB-ELEVES
               IF WS-ELV-DOSSIER (WS-INDICE-ELV) = "O"
                   MOVE SPACES TO RREPARTITION
                   MOVE WS-ELV-NUMERO (WS-INDICE-ELV) TO REP-NUMERO
                   MOVE WS-ELV-PRENOM (WS-INDICE-ELV) TO REP-PRENOM
                   MOVE WS-ELV-NOM (WS-INDICE-ELV)    TO REP-NOM
                   MOVE WS-ELV-CLASSE-AVANT (WS-INDICE-ELV)
                        TO REP-CLASSE-AVANT
                   MOVE WS-ELV-CLASSE-FINALE (WS-INDICE-ELV)
                        TO REP-CLASSE
                   WRITE RREPARTITION
                   ADD 1 TO WS-COMPTEUR-ECRITS
               END-IF
           END-PERFORM.
           CLOSE FREPARTITION.

       6000-ECRITURE-CLASSES-FIN.
           EXIT.
