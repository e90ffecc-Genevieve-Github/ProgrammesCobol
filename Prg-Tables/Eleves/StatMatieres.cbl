       IDENTIFICATION DIVISION.
       PROGRAM-ID. STATMAT.
       AUTHOR. GENEVIEVE GIANNASI.
       INSTALLATION. PERSONNAL PC.
       DATE-WRITTEN. 15-10-2026.
       DATE-COMPILED. 15-10-2026.
       SECURITY. NON-CONFIDENTIAL.
      ******************************************************************
      * OBJECTIF:
      * Statistiques des notes par classe et par matiere pour le
      * conseil pedagogique : ELEVES ne donne que des moyennes, le
      * conseil veut voir comment les notes se repartissent.
      *
      * Ce traitement relit ELEVES-INPUT.txt ("02" rattaches a
      * l'eleve du "01" qui les precede) et donne, pour le
      * trimestre, par classe, matiere et nature de note (CONTINU =
      * CC et DS, EXAMEN = EX, comme la ventilation des bulletins) :
      *   - nombre de notes, minimum, maximum, moyenne, mediane et
      *     ecart-type
      *   - repartition par tranches (moins de 8, 8 a 10, 10 a 12,
      *     12 a 14, 14 et plus)
      *   - la comparaison des classes d'un meme niveau (les quatre
      *     premiers caracteres du code classe : 4EME1, 4EME2 ->
      *     4EME) pour la meme matiere : une classe dont la moyenne
      *     s'ecarte de la moyenne du niveau de plus du seuil saisi
      *     (2 points par defaut) est signalee
      * Sorties :
      *   - ELEVES-STATISTIQUES.txt : le rapport
      *   - ELEVES-STATISTIQUES.csv : les memes chiffres pour le
      *     tableur du principal (separateur ; et virgule decimale)
      *
      * Les notes sont eclatees avec la cle classe/matiere/nature
      * puis triees par valeur : la mediane se lit directement au
      * milieu de chaque groupe.
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

      ******** NOTES ECLATEES AVEC CLE CLASSE/MATIERE/NATURE
      ******** (AVANT/APRES TRI)
           SELECT FTRAVS ASSIGN TO "ELEVES-TRAVAIL-STATISTIQUES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FTRAVS.

      ******** RAPPORT STATISTIQUE
           SELECT FRAPPORT ASSIGN TO "ELEVES-STATISTIQUES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FRAPPORT.

      ******** VARIANTE CSV DU RAPPORT (POUR TABLEUR)
           SELECT FCSV ASSIGN TO "ELEVES-STATISTIQUES.csv"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FCSV.

      ******** FICHIER DE TRI
           SELECT STRAVAIL ASSIGN TO SORTFILE.

       DATA DIVISION.
       FILE SECTION.
      ****** 88 OCTETS DEPUIS L'APPRECIATION ("05") ; LES AUTRES
      ****** TYPES GARDENT LEUR GABARIT DE 38 OCTETS
       FD  FILE-INPUT
           RECORDING MODE IS F.
       01  REC-INPUT PIC X(88).

      ******** NOTES ECLATEES (NATURE C CONTINU, E EXAMEN)
       FD  FTRAVS.
       01  RTRAVS.
           05 TRAVS-CLASSE  PIC X(05).
           05 TRAVS-MATIERE PIC X(26).
           05 TRAVS-NATURE  PIC X(01).
           05 TRAVS-NOTE    PIC 9(02)V99.

      ******** RAPPORT STATISTIQUE
       FD  FRAPPORT.
       01  REC-RAPPORT PIC X(132).

      ******** VARIANTE CSV DU RAPPORT
       FD  FCSV.
       01  RCSV PIC X(200).

      ******** FICHIER DE TRI
       SD  STRAVAIL.
       01  STRAVAIL-REC.
           05 STRAVAIL-CLE.
               10 STRAVAIL-CLASSE  PIC X(05).
               10 STRAVAIL-MATIERE PIC X(26).
               10 STRAVAIL-NATURE  PIC X(01).
           05 STRAVAIL-NOTE        PIC 9(02)V99.

       WORKING-STORAGE SECTION.
       01  WS-STATUS-FILE-INPUT PIC X(02).
           88 WS-STATUS-FILE-INPUT-OK  VALUE "00".
           88 WS-STATUS-FILE-INPUT-EOF VALUE "10".
       01  WS-STATUS-FILE-FTRAVS PIC X(02).
           88 WS-STATUS-FILE-FTRAVS-OK  VALUE "00".
           88 WS-STATUS-FILE-FTRAVS-EOF VALUE "10".
       01  WS-STATUS-FILE-FRAPPORT PIC X(02).
           88 WS-STATUS-FILE-FRAPPORT-OK VALUE "00".
       01  WS-STATUS-FILE-FCSV PIC X(02).
           88 WS-STATUS-FILE-FCSV-OK VALUE "00".

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
           05 REC02-COEFF   PIC X(03).
           05 REC02-NOTE.
               10 REC02-NOTE-ENTIER  PIC 9(02).
               10 FILLER             PIC X(01).
               10 REC02-NOTE-DECIMAL PIC 9(02).
           05 REC02-TYPE    PIC X(02).
           05 FILLER        PIC X(50).

      ***********************************************
      * ELEVE COURANT DE LA PHASE D'ECLATEMENT
      ***********************************************
       01  WS-ECL-CLASSE PIC X(05) VALUE SPACES.
       01  WS-ECL-ELEVE-PRESENT PIC X(01) VALUE "N".
           88 WS-ECL-ELEVE-PRESENT-OUI VALUE "O".
      ****** TRIMESTRE DE LA PERIODE TRAITEE (PORTE PAR LES REC01)
       01  WS-RUN-TRIMESTRE PIC X(01) VALUE "1".

      ***********************************************
      * NOTES DU GROUPE COURANT (CLASSE/MATIERE/NATURE), EN
      * ORDRE CROISSANT PAR LE TRI
      ***********************************************
       01  WS-GROUPE-COURANT.
           05 WS-GRP-CLASSE  PIC X(05) VALUE SPACES.
           05 WS-GRP-MATIERE PIC X(26) VALUE SPACES.
           05 WS-GRP-NATURE  PIC X(01) VALUE SPACES.
       01  WS-TAB-NOTES.
           05 WS-NOTE OCCURS 2000 PIC 9(02)V99.
       01  WS-NB-NOTES  PIC 9(04) VALUE ZEROES.
       01  WS-MAX-NOTES PIC 9(04) VALUE 2000.
       01  WS-PREMIER-ENREG PIC X(01) VALUE "O".
           88 WS-PREMIER-ENREG-OUI VALUE "O".

      ***********************************************
      * RESULTATS PAR GROUPE, AVEC LA COMPARAISON AU NIVEAU
      ***********************************************
       01  WS-TABLE-GROUPES.
           05 WS-STA-ENTRY OCCURS 3000 INDEXED BY WS-INDICE.
               10 WS-STA-CLASSE      PIC X(05).
               10 WS-STA-MATIERE     PIC X(26).
               10 WS-STA-NATURE      PIC X(01).
               10 WS-STA-NB          PIC 9(04).
               10 WS-STA-SOMME       PIC 9(06)V99.
               10 WS-STA-MIN         PIC 9(02)V99.
               10 WS-STA-MAX         PIC 9(02)V99.
               10 WS-STA-MOYENNE     PIC 9(02)V99.
               10 WS-STA-MEDIANE     PIC 9(02)V99.
               10 WS-STA-ECART-TYPE  PIC 9(02)V99.
               10 WS-STA-BANDE       OCCURS 5 PIC 9(04).
               10 WS-STA-NB-CLASSES  PIC 9(03).
               10 WS-STA-MOY-NIVEAU  PIC 9(02)V99.
               10 WS-STA-ECART       PIC S9(02)V99.
               10 WS-STA-ALERTE      PIC X(01).
                   88 WS-STA-ALERTE-OUI VALUE "O".
               10 WS-STA-COMPARE     PIC X(01).
       01  WS-NB-GROUPES  PIC 9(04) VALUE ZEROES.
       01  WS-MAX-GROUPES PIC 9(04) VALUE 3000.
       01  WS-INDICE2     PIC 9(04) VALUE ZEROES.
       01  WS-INDICE-NOTE PIC 9(04) VALUE ZEROES.
       01  WS-INDICE-BANDE PIC 9(01) VALUE ZEROES.

      ***********************************************
      * CALCULS
      ***********************************************
       01  WS-SOMME        PIC 9(06)V99 VALUE ZEROES.
       01  WS-SOMME-CARRES PIC 9(08)V9999 VALUE ZEROES.
       01  WS-ECART-NOTE   PIC S9(02)V9999 VALUE ZEROES.
       01  WS-VARIANCE     PIC 9(04)V9999 VALUE ZEROES.
       01  WS-MILIEU       PIC 9(04) VALUE ZEROES.
       01  WS-RESTE        PIC 9(01) VALUE ZEROES.
       01  WS-NIV-NB       PIC 9(06) VALUE ZEROES.
       01  WS-NIV-SOMME    PIC 9(08)V99 VALUE ZEROES.
       01  WS-NIV-CLASSES  PIC 9(03) VALUE ZEROES.
       01  WS-NIV-MOYENNE  PIC 9(02)V99 VALUE ZEROES.

      ***********************************************
      * SAISIES, COMPTEURS ET EDITION
      ***********************************************
       01  WS-SAISIE PIC X(05) VALUE SPACES.
       01  WS-SEUIL-ECART PIC 9(02)V99 VALUE 2.
       01  WS-DATE-JOUR PIC 9(08) VALUE ZEROES.
       01  WS-EDIT-DATE-JOUR PIC 9(04)/9(02)/9(02).
       01  WS-COMPTEUR-FILE-INPUT PIC 9(06) VALUE ZEROES.
       01  WS-COMPTEUR-NOTES PIC 9(06) VALUE ZEROES.
       01  WS-COMPTEUR-INVALIDES PIC 9(06) VALUE ZEROES.
       01  WS-COMPTEUR-SANS-ELEVE PIC 9(06) VALUE ZEROES.
       01  WS-COMPTEUR-ALERTES PIC 9(04) VALUE ZEROES.
       01  WS-CLASSE-EDITEE PIC X(05) VALUE SPACES.
       01  WS-LIBELLE-NATURE PIC X(07) VALUE SPACES.
       01  WS-EDIT-MOYENNE PIC Z9,99.
       01  WS-EDIT-SEUIL   PIC Z9,99.
       01  WS-EDIT-ECART   PIC ++9,99.
       01  WS-EDIT-NB      PIC ZZZZ9.
       01  WS-EDIT-NB-CLASSES PIC ZZ9.
       01  WS-LIGNE PIC X(132) VALUE SPACES.

       01  WS-ENTETE-DETAIL.
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(26) VALUE "MATIERE".
           05 FILLER PIC X(01) VALUE SPACES.
           05 FILLER PIC X(07) VALUE "NATURE".
           05 FILLER PIC X(01) VALUE SPACES.
           05 FILLER PIC X(05) VALUE "   NB".
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(05) VALUE "  MIN".
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(05) VALUE "  MAX".
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(05) VALUE "  MOY".
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(05) VALUE "  MED".
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(05) VALUE "  E-T".
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(06) VALUE "    <8".
           05 FILLER PIC X(06) VALUE "  8-10".
           05 FILLER PIC X(06) VALUE " 10-12".
           05 FILLER PIC X(06) VALUE " 12-14".
           05 FILLER PIC X(06) VALUE "  >=14".

       01  WS-LIGNE-DETAIL.
           05 FILLER        PIC X(02) VALUE SPACES.
           05 LD-MATIERE    PIC X(26).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 LD-NATURE     PIC X(07).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 LD-NB         PIC ZZZZ9.
           05 FILLER        PIC X(02) VALUE SPACES.
           05 LD-MIN        PIC Z9,99.
           05 FILLER        PIC X(02) VALUE SPACES.
           05 LD-MAX        PIC Z9,99.
           05 FILLER        PIC X(02) VALUE SPACES.
           05 LD-MOYENNE    PIC Z9,99.
           05 FILLER        PIC X(02) VALUE SPACES.
           05 LD-MEDIANE    PIC Z9,99.
           05 FILLER        PIC X(02) VALUE SPACES.
           05 LD-ECART-TYPE PIC Z9,99.
           05 FILLER        PIC X(02) VALUE SPACES.
           05 LD-BANDES OCCURS 5.
               10 FILLER    PIC X(01) VALUE SPACES.
               10 LD-BANDE  PIC ZZZZ9.

      ****** LIGNE CSV
       01  WS-LIGNE-CSV    PIC X(200) VALUE SPACES.
       01  WS-CSV-NB       PIC 9(05).
       01  WS-CSV-NOTE-1   PIC 99,99.
       01  WS-CSV-NOTE-2   PIC 99,99.
       01  WS-CSV-NOTE-3   PIC 99,99.
       01  WS-CSV-NOTE-4   PIC 99,99.
       01  WS-CSV-NOTE-5   PIC 99,99.
       01  WS-CSV-NOTE-6   PIC 99,99.
       01  WS-CSV-ECART    PIC -99,99.
       01  WS-CSV-BANDE-1  PIC 9(04).
       01  WS-CSV-BANDE-2  PIC 9(04).
       01  WS-CSV-BANDE-3  PIC 9(04).
       01  WS-CSV-BANDE-4  PIC 9(04).
       01  WS-CSV-BANDE-5  PIC 9(04).

       PROCEDURE DIVISION.
       0000-MAIN-DEB.
      *******************************************************
      *  PARAGRAPHE PRINCIPAL
      *******************************************************
           DISPLAY "STATISTIQUES DES NOTES PAR MATIERE".
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATE-JOUR.

           DISPLAY "ECART SIGNALE ENTRE CLASSES D'UN NIVEAU, EN "
                   "POINTS (DEFAUT 2): " NO ADVANCING.
           MOVE SPACES TO WS-SAISIE.
           ACCEPT WS-SAISIE.
           IF FUNCTION TEST-NUMVAL (WS-SAISIE) = 0
           AND FUNCTION NUMVAL (WS-SAISIE) > ZEROES
           AND FUNCTION NUMVAL (WS-SAISIE) < 20
               COMPUTE WS-SEUIL-ECART = FUNCTION NUMVAL (WS-SAISIE)
           END-IF.
      *
      *********** ECLATEMENT DES NOTES, PUIS TRI PAR VALEUR
           PERFORM 1000-ECLATEMENT-ENTREE-DEBUT
              THRU 1000-ECLATEMENT-ENTREE-FIN.

           IF RETURN-CODE = 16
               GO TO 0000-MAIN-FIN
           END-IF.

           SORT STRAVAIL ON ASCENDING KEY STRAVAIL-CLE
                         ON ASCENDING KEY STRAVAIL-NOTE
               USING FTRAVS GIVING FTRAVS.
      *
      *********** STATISTIQUES DE CHAQUE GROUPE
           PERFORM 2000-STATISTIQUES-DEBUT
              THRU 2000-STATISTIQUES-FIN.

           IF WS-NB-GROUPES = ZEROES
               DISPLAY "--> AUCUNE NOTE A ANALYSER"
               MOVE 4 TO RETURN-CODE
               GO TO 0000-MAIN-FIN
           END-IF.
      *
      *********** COMPARAISON DES CLASSES D'UN MEME NIVEAU
           PERFORM 3000-COMPARAISON-NIVEAUX-DEBUT
              THRU 3000-COMPARAISON-NIVEAUX-FIN.
      *
      *********** RAPPORT ET CSV
           PERFORM 4000-EDITION-DEBUT
              THRU 4000-EDITION-FIN.

           DISPLAY "==============================================".
           DISPLAY "ENREGISTREMENTS LUS      : "
                   WS-COMPTEUR-FILE-INPUT.
           DISPLAY "NOTES ANALYSEES          : " WS-COMPTEUR-NOTES.
           DISPLAY "NOTES INVALIDES IGNOREES : "
                   WS-COMPTEUR-INVALIDES.
           DISPLAY "NOTES SANS ELEVE         : "
                   WS-COMPTEUR-SANS-ELEVE.
           DISPLAY "GROUPES CLASSE/MATIERE   : " WS-NB-GROUPES.
           DISPLAY "ECARTS DE NIVEAU SIGNALES: " WS-COMPTEUR-ALERTES.
           DISPLAY "==============================================".

       0000-MAIN-FIN.
           GOBACK.

      *******************************************************
      *  ECLATEMENT DE L'ENTREE : UNE LIGNE PAR NOTE VALIDE
      *  AVEC LA CLASSE DE L'ELEVE QUI LA PRECEDE
      *******************************************************
       1000-ECLATEMENT-ENTREE-DEBUT.

           OPEN INPUT FILE-INPUT.
           IF NOT WS-STATUS-FILE-INPUT-OK
               DISPLAY "ERREUR OUVERTURE FICHIER ELEVES-INPUT: "
                       WS-STATUS-FILE-INPUT
               MOVE 16 TO RETURN-CODE
               GO TO 1000-ECLATEMENT-ENTREE-FIN
           END-IF.

           OPEN OUTPUT FTRAVS.

           PERFORM UNTIL NOT WS-STATUS-FILE-INPUT-OK
               READ FILE-INPUT NEXT RECORD INTO WS-INPUT-REC
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO WS-COMPTEUR-FILE-INPUT
                       PERFORM 1100-ECLATEMENT-ENREG-DEBUT
                          THRU 1100-ECLATEMENT-ENREG-FIN
               END-READ
           END-PERFORM.

           CLOSE FILE-INPUT.
           CLOSE FTRAVS.

       1000-ECLATEMENT-ENTREE-FIN.
           EXIT.

      *******************************************************
      *  ECLATEMENT D'UN ENREGISTREMENT LU
      *******************************************************
       1100-ECLATEMENT-ENREG-DEBUT.

           IF WS-REC01
               MOVE "O" TO WS-ECL-ELEVE-PRESENT
               MOVE REC01-CLASSE TO WS-ECL-CLASSE
               IF REC01-TRIMESTRE >= "1" AND REC01-TRIMESTRE <= "3"
                   MOVE REC01-TRIMESTRE TO WS-RUN-TRIMESTRE
               END-IF
               GO TO 1100-ECLATEMENT-ENREG-FIN
           END-IF.

           IF NOT WS-REC02
               GO TO 1100-ECLATEMENT-ENREG-FIN
           END-IF.

           IF NOT WS-ECL-ELEVE-PRESENT-OUI
               ADD 1 TO WS-COMPTEUR-SANS-ELEVE
               GO TO 1100-ECLATEMENT-ENREG-FIN
           END-IF.

           IF REC02-NOTE-ENTIER NOT NUMERIC
           OR REC02-NOTE-DECIMAL NOT NUMERIC
               ADD 1 TO WS-COMPTEUR-INVALIDES
               GO TO 1100-ECLATEMENT-ENREG-FIN
           END-IF.

           COMPUTE TRAVS-NOTE = REC02-NOTE-ENTIER
                              + REC02-NOTE-DECIMAL / 100.
           IF TRAVS-NOTE > 20
               ADD 1 TO WS-COMPTEUR-INVALIDES
               GO TO 1100-ECLATEMENT-ENREG-FIN
           END-IF.

           ADD 1 TO WS-COMPTEUR-NOTES.
           MOVE WS-ECL-CLASSE TO TRAVS-CLASSE.
           MOVE REC02-MATIERE TO TRAVS-MATIERE.
      ****** CC, DS (ET TYPE A BLANC DES ANCIENS FICHIERS) :
      ****** CONTROLE CONTINU ; EX : EXAMEN
           IF REC02-TYPE = "EX"
               MOVE "E" TO TRAVS-NATURE
           ELSE
               MOVE "C" TO TRAVS-NATURE
           END-IF.
           WRITE RTRAVS.

       1100-ECLATEMENT-ENREG-FIN.
           EXIT.

      *******************************************************
      *  RELECTURE DU FLOT TRIE : LES NOTES D'UN GROUPE
      *  CLASSE/MATIERE/NATURE SONT CUMULEES, LA RUPTURE
      *  CALCULE SES STATISTIQUES
      *******************************************************
       2000-STATISTIQUES-DEBUT.

           OPEN INPUT FTRAVS.
           MOVE "O" TO WS-PREMIER-ENREG.
           MOVE ZEROES TO WS-NB-NOTES.

           PERFORM UNTIL NOT WS-STATUS-FILE-FTRAVS-OK
               READ FTRAVS
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 2100-CUMUL-NOTE-DEBUT
                          THRU 2100-CUMUL-NOTE-FIN
               END-READ
           END-PERFORM.

      ****** DERNIER GROUPE EN COURS
           IF NOT WS-PREMIER-ENREG-OUI
               PERFORM 2200-CALCUL-GROUPE-DEBUT
                  THRU 2200-CALCUL-GROUPE-FIN
           END-IF.

           CLOSE FTRAVS.

       2000-STATISTIQUES-FIN.
           EXIT.

      *******************************************************
      *  NOTE DU FLOT TRIE : RUPTURE DE GROUPE PUIS CUMUL
      *******************************************************
       2100-CUMUL-NOTE-DEBUT.

           IF WS-PREMIER-ENREG-OUI
               MOVE "N" TO WS-PREMIER-ENREG
               MOVE TRAVS-CLASSE  TO WS-GRP-CLASSE
               MOVE TRAVS-MATIERE TO WS-GRP-MATIERE
               MOVE TRAVS-NATURE  TO WS-GRP-NATURE
           ELSE
               IF TRAVS-CLASSE  NOT = WS-GRP-CLASSE
               OR TRAVS-MATIERE NOT = WS-GRP-MATIERE
               OR TRAVS-NATURE  NOT = WS-GRP-NATURE
                   PERFORM 2200-CALCUL-GROUPE-DEBUT
                      THRU 2200-CALCUL-GROUPE-FIN
                   MOVE TRAVS-CLASSE  TO WS-GRP-CLASSE
                   MOVE TRAVS-MATIERE TO WS-GRP-MATIERE
                   MOVE TRAVS-NATURE  TO WS-GRP-NATURE
               END-IF
           END-IF.

           IF WS-NB-NOTES < WS-MAX-NOTES
               ADD 1 TO WS-NB-NOTES
               MOVE TRAVS-NOTE TO WS-NOTE (WS-NB-NOTES)
           ELSE
               DISPLAY "--> ! PLUS DE " WS-MAX-NOTES
                       " NOTES POUR " WS-GRP-CLASSE " "
                       WS-GRP-MATIERE
           END-IF.

       2100-CUMUL-NOTE-FIN.
           EXIT.

      *******************************************************
      *  STATISTIQUES DU GROUPE COURANT (NOTES EN ORDRE
      *  CROISSANT) : MIN ET MAX AUX BOUTS, MEDIANE AU MILIEU,
      *  ECART-TYPE SUR LA POPULATION DES NOTES
      *******************************************************
       2200-CALCUL-GROUPE-DEBUT.

           IF WS-NB-GROUPES >= WS-MAX-GROUPES
               DISPLAY "--> ! PLUS DE " WS-MAX-GROUPES
                       " GROUPES CLASSE/MATIERE!"
               MOVE ZEROES TO WS-NB-NOTES
               GO TO 2200-CALCUL-GROUPE-FIN
           END-IF.

           ADD 1 TO WS-NB-GROUPES.
           SET WS-INDICE TO WS-NB-GROUPES.
           INITIALIZE WS-STA-ENTRY (WS-INDICE).
           MOVE WS-GRP-CLASSE  TO WS-STA-CLASSE (WS-INDICE).
           MOVE WS-GRP-MATIERE TO WS-STA-MATIERE (WS-INDICE).
           MOVE WS-GRP-NATURE  TO WS-STA-NATURE (WS-INDICE).
           MOVE WS-NB-NOTES    TO WS-STA-NB (WS-INDICE).
           MOVE WS-NOTE (1)    TO WS-STA-MIN (WS-INDICE).
           MOVE WS-NOTE (WS-NB-NOTES) TO WS-STA-MAX (WS-INDICE).
           MOVE "N" TO WS-STA-ALERTE (WS-INDICE)
                       WS-STA-COMPARE (WS-INDICE).

           MOVE ZEROES TO WS-SOMME.
           PERFORM VARYING WS-INDICE-NOTE FROM 1 BY 1
                   UNTIL WS-INDICE-NOTE > WS-NB-NOTES
               ADD WS-NOTE (WS-INDICE-NOTE) TO WS-SOMME
               EVALUATE TRUE
                   WHEN WS-NOTE (WS-INDICE-NOTE) < 8
                       MOVE 1 TO WS-INDICE-BANDE
                   WHEN WS-NOTE (WS-INDICE-NOTE) < 10
                       MOVE 2 TO WS-INDICE-BANDE
                   WHEN WS-NOTE (WS-INDICE-NOTE) < 12
                       MOVE 3 TO WS-INDICE-BANDE
                   WHEN WS-NOTE (WS-INDICE-NOTE) < 14
                       MOVE 4 TO WS-INDICE-BANDE
                   WHEN OTHER
                       MOVE 5 TO WS-INDICE-BANDE
               END-EVALUATE
               ADD 1 TO WS-STA-BANDE (WS-INDICE, WS-INDICE-BANDE)
           END-PERFORM.
           MOVE WS-SOMME TO WS-STA-SOMME (WS-INDICE).
           COMPUTE WS-STA-MOYENNE (WS-INDICE) ROUNDED =
                   WS-SOMME / WS-NB-NOTES.

      ****** MEDIANE : NOTE DU MILIEU, OU DEMI-SOMME DES DEUX
      ****** NOTES DU MILIEU POUR UN NOMBRE PAIR
           DIVIDE WS-NB-NOTES BY 2 GIVING WS-MILIEU
                  REMAINDER WS-RESTE.
           IF WS-RESTE = ZEROES
               COMPUTE WS-STA-MEDIANE (WS-INDICE) ROUNDED =
                       (WS-NOTE (WS-MILIEU) + WS-NOTE (WS-MILIEU + 1))
                       / 2
           ELSE
               MOVE WS-NOTE (WS-MILIEU + 1)
                    TO WS-STA-MEDIANE (WS-INDICE)
           END-IF.

      ****** ECART-TYPE : RACINE DE LA MOYENNE DES CARRES DES
      ****** ECARTS A LA MOYENNE
           MOVE ZEROES TO WS-SOMME-CARRES.
           PERFORM VARYING WS-INDICE-NOTE FROM 1 BY 1
                   UNTIL WS-INDICE-NOTE > WS-NB-NOTES
               COMPUTE WS-ECART-NOTE =
                       WS-NOTE (WS-INDICE-NOTE)
                     - WS-SOMME / WS-NB-NOTES
               COMPUTE WS-SOMME-CARRES = WS-SOMME-CARRES
                     + WS-ECART-NOTE * WS-ECART-NOTE
           END-PERFORM.
           COMPUTE WS-VARIANCE = WS-SOMME-CARRES / WS-NB-NOTES.
           COMPUTE WS-STA-ECART-TYPE (WS-INDICE) ROUNDED =
                   FUNCTION SQRT (WS-VARIANCE).

           MOVE ZEROES TO WS-NB-NOTES.

       2200-CALCUL-GROUPE-FIN.
           EXIT.

      *******************************************************
      *  COMPARAISON DES CLASSES D'UN MEME NIVEAU : POUR CHAQUE
      *  MATIERE ET NATURE, MOYENNE DE TOUTES LES NOTES DU
      *  NIVEAU, PUIS ECART DE CHAQUE CLASSE A CETTE MOYENNE
      *******************************************************
       3000-COMPARAISON-NIVEAUX-DEBUT.

           PERFORM VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-NB-GROUPES
               IF WS-STA-COMPARE (WS-INDICE) = "N"
                   PERFORM 3100-COMPARAISON-MATIERE-DEBUT
                      THRU 3100-COMPARAISON-MATIERE-FIN
               END-IF
           END-PERFORM.

       3000-COMPARAISON-NIVEAUX-FIN.
           EXIT.

      *******************************************************
      *  UNE MATIERE/NATURE D'UN NIVEAU : CUMUL DES CLASSES
      *  (TOUTES MARQUEES COMPAREES) PUIS ECARTS ET ALERTES
      *******************************************************
       3100-COMPARAISON-MATIERE-DEBUT.

           MOVE ZEROES TO WS-NIV-NB WS-NIV-SOMME WS-NIV-CLASSES.
           PERFORM VARYING WS-INDICE2 FROM 1 BY 1
                   UNTIL WS-INDICE2 > WS-NB-GROUPES
               IF WS-STA-CLASSE (WS-INDICE2) (1:4)
                  = WS-STA-CLASSE (WS-INDICE) (1:4)
               AND WS-STA-MATIERE (WS-INDICE2)
                   = WS-STA-MATIERE (WS-INDICE)
               AND WS-STA-NATURE (WS-INDICE2)
                   = WS-STA-NATURE (WS-INDICE)
                   MOVE "O" TO WS-STA-COMPARE (WS-INDICE2)
                   ADD 1 TO WS-NIV-CLASSES
                   ADD WS-STA-NB (WS-INDICE2) TO WS-NIV-NB
                   ADD WS-STA-SOMME (WS-INDICE2) TO WS-NIV-SOMME
               END-IF
           END-PERFORM.

           COMPUTE WS-NIV-MOYENNE ROUNDED = WS-NIV-SOMME / WS-NIV-NB.

           PERFORM VARYING WS-INDICE2 FROM 1 BY 1
                   UNTIL WS-INDICE2 > WS-NB-GROUPES
               IF WS-STA-CLASSE (WS-INDICE2) (1:4)
                  = WS-STA-CLASSE (WS-INDICE) (1:4)
               AND WS-STA-MATIERE (WS-INDICE2)
                   = WS-STA-MATIERE (WS-INDICE)
               AND WS-STA-NATURE (WS-INDICE2)
                   = WS-STA-NATURE (WS-INDICE)
                   MOVE WS-NIV-CLASSES
                        TO WS-STA-NB-CLASSES (WS-INDICE2)
                   MOVE WS-NIV-MOYENNE
                        TO WS-STA-MOY-NIVEAU (WS-INDICE2)
                   COMPUTE WS-STA-ECART (WS-INDICE2) =
                           WS-STA-MOYENNE (WS-INDICE2)
                         - WS-NIV-MOYENNE
                   IF WS-NIV-CLASSES > 1
                   AND (WS-STA-ECART (WS-INDICE2) > WS-SEUIL-ECART
                     OR WS-STA-ECART (WS-INDICE2)
                        < ZEROES - WS-SEUIL-ECART)
                       MOVE "O" TO WS-STA-ALERTE (WS-INDICE2)
                       ADD 1 TO WS-COMPTEUR-ALERTES
                   END-IF
               END-IF
           END-PERFORM.

       3100-COMPARAISON-MATIERE-FIN.
           EXIT.

      *******************************************************
      *  EDITION : DETAIL PAR CLASSE, COMPARAISONS DE NIVEAU
      *  ET CSV
      *******************************************************
       4000-EDITION-DEBUT.

           OPEN OUTPUT FRAPPORT.
           OPEN OUTPUT FCSV.
           IF NOT WS-STATUS-FILE-FRAPPORT-OK
           OR NOT WS-STATUS-FILE-FCSV-OK
               DISPLAY "ERREUR OUVERTURE DES FICHIERS DE SORTIE"
               MOVE 16 TO RETURN-CODE
               GO TO 4000-EDITION-FIN
           END-IF.

           MOVE WS-DATE-JOUR TO WS-EDIT-DATE-JOUR.
           MOVE ALL "=" TO WS-LIGNE.
           MOVE WS-LIGNE TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE SPACES TO WS-LIGNE.
           STRING "STATISTIQUES DES NOTES PAR MATIERE DU "
                  WS-EDIT-DATE-JOUR " - TRIMESTRE " WS-RUN-TRIMESTRE
                  DELIMITED BY SIZE INTO WS-LIGNE.
           MOVE WS-LIGNE TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE ALL "=" TO WS-LIGNE.
           MOVE WS-LIGNE TO REC-RAPPORT.
           WRITE REC-RAPPORT.

           MOVE SPACES TO RCSV.
           STRING "CLASSE;MATIERE;NATURE;NB;MIN;MAX;MOYENNE;MEDIANE;"
                  "ECART-TYPE;MOINS DE 8;8 A 10;10 A 12;12 A 14;"
                  "14 ET PLUS;MOYENNE NIVEAU;ECART NIVEAU;SIGNALE"
                  DELIMITED BY SIZE INTO RCSV.
           WRITE RCSV.

           MOVE SPACES TO WS-CLASSE-EDITEE.
           PERFORM VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-NB-GROUPES
               PERFORM 4100-EDITION-GROUPE-DEBUT
                  THRU 4100-EDITION-GROUPE-FIN
           END-PERFORM.

           PERFORM 4200-EDITION-NIVEAUX-DEBUT
              THRU 4200-EDITION-NIVEAUX-FIN.

           CLOSE FRAPPORT.
           CLOSE FCSV.

       4000-EDITION-FIN.
           EXIT.

      *******************************************************
      *  LIGNE DE DETAIL D'UN GROUPE (ENTETE A CHAQUE CLASSE)
      *  ET SA LIGNE CSV
      *******************************************************
       4100-EDITION-GROUPE-DEBUT.

           IF WS-STA-CLASSE (WS-INDICE) NOT = WS-CLASSE-EDITEE
               MOVE WS-STA-CLASSE (WS-INDICE) TO WS-CLASSE-EDITEE
               MOVE SPACES TO REC-RAPPORT
               WRITE REC-RAPPORT
               MOVE SPACES TO WS-LIGNE
               STRING "CLASSE " WS-CLASSE-EDITEE
                      DELIMITED BY SIZE INTO WS-LIGNE
               MOVE WS-LIGNE TO REC-RAPPORT
               WRITE REC-RAPPORT
               MOVE ALL "-" TO WS-LIGNE
               MOVE WS-LIGNE TO REC-RAPPORT
               WRITE REC-RAPPORT
               MOVE WS-ENTETE-DETAIL TO REC-RAPPORT
               WRITE REC-RAPPORT
           END-IF.

           IF WS-STA-NATURE (WS-INDICE) = "E"
               MOVE "EXAMEN" TO WS-LIBELLE-NATURE
           ELSE
               MOVE "CONTINU" TO WS-LIBELLE-NATURE
           END-IF.

           MOVE WS-STA-MATIERE (WS-INDICE)    TO LD-MATIERE.
           MOVE WS-LIBELLE-NATURE             TO LD-NATURE.
           MOVE WS-STA-NB (WS-INDICE)         TO LD-NB.
           MOVE WS-STA-MIN (WS-INDICE)        TO LD-MIN.
           MOVE WS-STA-MAX (WS-INDICE)        TO LD-MAX.
           MOVE WS-STA-MOYENNE (WS-INDICE)    TO LD-MOYENNE.
           MOVE WS-STA-MEDIANE (WS-INDICE)    TO LD-MEDIANE.
           MOVE WS-STA-ECART-TYPE (WS-INDICE) TO LD-ECART-TYPE.
           PERFORM VARYING WS-INDICE-BANDE FROM 1 BY 1
                   UNTIL WS-INDICE-BANDE > 5
               MOVE WS-STA-BANDE (WS-INDICE, WS-INDICE-BANDE)
                    TO LD-BANDE (WS-INDICE-BANDE)
           END-PERFORM.
           MOVE WS-LIGNE-DETAIL TO REC-RAPPORT.
           WRITE REC-RAPPORT.
      *
      ****** LIGNE CSV (MATIERE SANS SES BLANCS DE FIN)
           MOVE WS-STA-NB (WS-INDICE)         TO WS-CSV-NB.
           MOVE WS-STA-MIN (WS-INDICE)        TO WS-CSV-NOTE-1.
           MOVE WS-STA-MAX (WS-INDICE)        TO WS-CSV-NOTE-2.
           MOVE WS-STA-MOYENNE (WS-INDICE)    TO WS-CSV-NOTE-3.
           MOVE WS-STA-MEDIANE (WS-INDICE)    TO WS-CSV-NOTE-4.
           MOVE WS-STA-ECART-TYPE (WS-INDICE) TO WS-CSV-NOTE-5.
           MOVE WS-STA-MOY-NIVEAU (WS-INDICE) TO WS-CSV-NOTE-6.
           MOVE WS-STA-ECART (WS-INDICE)      TO WS-CSV-ECART.
           MOVE WS-STA-BANDE (WS-INDICE, 1)   TO WS-CSV-BANDE-1.
           MOVE WS-STA-BANDE (WS-INDICE, 2)   TO WS-CSV-BANDE-2.
           MOVE WS-STA-BANDE (WS-INDICE, 3)   TO WS-CSV-BANDE-3.
           MOVE WS-STA-BANDE (WS-INDICE, 4)   TO WS-CSV-BANDE-4.
           MOVE WS-STA-BANDE (WS-INDICE, 5)   TO WS-CSV-BANDE-5.
           MOVE SPACES TO RCSV.
           STRING WS-STA-CLASSE (WS-INDICE) ";"
                  DELIMITED BY SIZE
                  WS-STA-MATIERE (WS-INDICE) DELIMITED BY "  "
                  ";" WS-LIBELLE-NATURE DELIMITED BY SIZE
                  ";" WS-CSV-NB ";" WS-CSV-NOTE-1 ";" WS-CSV-NOTE-2
                  ";" WS-CSV-NOTE-3 ";" WS-CSV-NOTE-4
                  ";" WS-CSV-NOTE-5 ";" WS-CSV-BANDE-1
                  ";" WS-CSV-BANDE-2 ";" WS-CSV-BANDE-3
                  ";" WS-CSV-BANDE-4 ";" WS-CSV-BANDE-5
                  ";" WS-CSV-NOTE-6 ";" WS-CSV-ECART
                  ";" WS-STA-ALERTE (WS-INDICE)
                  DELIMITED BY SIZE INTO RCSV.
           WRITE RCSV.

       4100-EDITION-GROUPE-FIN.
           EXIT.

      *******************************************************
      *  COMPARAISONS DE NIVEAU : UN BLOC PAR MATIERE/NATURE
      *  SUIVIE PAR AU MOINS DEUX CLASSES DU NIVEAU
      *******************************************************
       4200-EDITION-NIVEAUX-DEBUT.

           MOVE WS-SEUIL-ECART TO WS-EDIT-SEUIL.
           MOVE SPACES TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE ALL "=" TO WS-LIGNE.
           MOVE WS-LIGNE TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE SPACES TO WS-LIGNE.
           STRING "COMPARAISON DES CLASSES D'UN MEME NIVEAU "
                  "(ECART SIGNALE AU-DELA DE " WS-EDIT-SEUIL
                  " POINTS)"
                  DELIMITED BY SIZE INTO WS-LIGNE.
           MOVE WS-LIGNE TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE ALL "=" TO WS-LIGNE.
           MOVE WS-LIGNE TO REC-RAPPORT.
           WRITE REC-RAPPORT.

      ****** LE MARQUEUR DE COMPARAISON SERT ICI DE MARQUEUR
      ****** D'EDITION (REMIS A "N" POUR CHAQUE BLOC EDITE)
           PERFORM VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-NB-GROUPES
               IF WS-STA-COMPARE (WS-INDICE) = "O"
               AND WS-STA-NB-CLASSES (WS-INDICE) > 1
                   PERFORM 4300-EDITION-BLOC-NIVEAU-DEBUT
                      THRU 4300-EDITION-BLOC-NIVEAU-FIN
               END-IF
           END-PERFORM.

       4200-EDITION-NIVEAUX-FIN.
           EXIT.

      *******************************************************
      *  BLOC DE COMPARAISON D'UNE MATIERE/NATURE D'UN NIVEAU
      *******************************************************
       4300-EDITION-BLOC-NIVEAU-DEBUT.

           IF WS-STA-NATURE (WS-INDICE) = "E"
               MOVE "EXAMEN" TO WS-LIBELLE-NATURE
           ELSE
               MOVE "CONTINU" TO WS-LIBELLE-NATURE
           END-IF.
           MOVE WS-STA-MOY-NIVEAU (WS-INDICE) TO WS-EDIT-MOYENNE.
           MOVE WS-STA-NB-CLASSES (WS-INDICE) TO WS-EDIT-NB-CLASSES.

           MOVE SPACES TO REC-RAPPORT.
           WRITE REC-RAPPORT.
           MOVE SPACES TO WS-LIGNE.
           STRING "NIVEAU " WS-STA-CLASSE (WS-INDICE) (1:4)
                  " - " WS-STA-MATIERE (WS-INDICE)
                  " " WS-LIBELLE-NATURE
                  " : MOYENNE DU NIVEAU " WS-EDIT-MOYENNE
                  " (" WS-EDIT-NB-CLASSES " CLASSES)"
                  DELIMITED BY SIZE INTO WS-LIGNE.
           MOVE WS-LIGNE TO REC-RAPPORT.
           WRITE REC-RAPPORT.

           PERFORM VARYING WS-INDICE2 FROM 1 BY 1
                   UNTIL WS-INDICE2 > WS-NB-GROUPES
               IF WS-STA-CLASSE (WS-INDICE2) (1:4)
                  = WS-STA-CLASSE (WS-INDICE) (1:4)
               AND WS-STA-MATIERE (WS-INDICE2)
                   = WS-STA-MATIERE (WS-INDICE)
               AND WS-STA-NATURE (WS-INDICE2)
                   = WS-STA-NATURE (WS-INDICE)
                   MOVE "N" TO WS-STA-COMPARE (WS-INDICE2)
                   MOVE WS-STA-MOYENNE (WS-INDICE2)
                        TO WS-EDIT-MOYENNE
                   MOVE WS-STA-ECART (WS-INDICE2) TO WS-EDIT-ECART
                   MOVE WS-STA-NB (WS-INDICE2) TO WS-EDIT-NB
                   MOVE SPACES TO WS-LIGNE
                   STRING "    " WS-STA-CLASSE (WS-INDICE2)
                          "  MOYENNE " WS-EDIT-MOYENNE
                          "  ECART " WS-EDIT-ECART
                          "  (" WS-EDIT-NB " NOTES)"
                          DELIMITED BY SIZE INTO WS-LIGNE
                   IF WS-STA-ALERTE-OUI (WS-INDICE2)
                       MOVE "*** ECART SIGNIFICATIF ***"
                            TO WS-LIGNE (60:26)
                   END-IF
                   MOVE WS-LIGNE TO REC-RAPPORT
                   WRITE REC-RAPPORT
               END-IF
           END-PERFORM.

       4300-EDITION-BLOC-NIVEAU-FIN.
           EXIT.
