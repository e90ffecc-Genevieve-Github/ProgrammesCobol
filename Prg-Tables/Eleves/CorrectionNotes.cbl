      * note, nouvelle note, motif. L'archive ELEVES-HISTORIQUE.txt
      * rendait les retouches silencieuses visibles et genantes ;
      * mieux vaut les rendre impossibles.
      *
      * Les appreciations ("05", matiere a blanc pour le conseil de
      * classe) se corrigent de la meme facon : texte actuel
      * affiche, nouveau texte de 60 caracteres au plus, motif
      * obligatoire et journal (avant/apres) ; une appreciation
      * absente est ajoutee a la suite des enregistrements de
      * l'eleve.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.
       FILE SECTION.
      ****** 88 OCTETS DEPUIS L'APPRECIATION ("05") ; LES AUTRES
      ****** TYPES GARDENT LEUR GABARIT DE 38 OCTETS
       FD  FILE-INPUT
           RECORDING MODE IS F.
       01  REC-INPUT PIC X(88).

      ******** JOURNAL PERMANENT DES CORRECTIONS
       FD  FJOURNAL.
      ***********************************************
       01  WS-TABLE-ENREGS.
           05 WS-ENR-IMAGE OCCURS 10000 INDEXED BY WS-INDICE
                           PIC X(88).
       01  WS-NB-ENREGS  PIC 9(05) VALUE ZEROES.
       01  WS-MAX-ENREGS PIC 9(05) VALUE 10000.

      ***********************************************
      * GABARITS DES ENREGISTREMENTS (CEUX DE SAISIE)
      ***********************************************
       01  WS-ENREG PIC X(88) VALUE SPACES.
       01  WS-ENREG-R01 REDEFINES WS-ENREG.
           05 R01-NUMERO PIC X(02).
           05 R01-PRENOM PIC X(07).
           05 R02-COEFF   PIC X(03).
           05 R02-NOTE    PIC X(05).
           05 R02-TYPE    PIC X(02).
       01  WS-ENREG-R05 REDEFINES WS-ENREG.
           05 R05-NUMERO  PIC X(02).
           05 R05-MATIERE PIC X(26).
           05 R05-TEXTE   PIC X(60).

      ***********************************************
      * ZONES DE SAISIE ET DE CONTROLE
       01  WS-DATE-JOUR PIC 9(08) VALUE ZEROES.
       01  WS-HEURE PIC 9(06) VALUE ZEROES.

      ***********************************************
      * CORRECTION DES APPRECIATIONS ("05")
      ***********************************************
       01  WS-OBJET-CORRECTION PIC X(01) VALUE "N".
           88 WS-OBJET-APPRECIATION VALUE "A".
       01  WS-SAISIE-APPREC PIC X(80) VALUE SPACES.
       01  WS-ANCIENNE-APPREC PIC X(60) VALUE SPACES.
       01  WS-NOUVELLE-APPREC PIC X(60) VALUE SPACES.
       01  WS-POSITION-ELEVE PIC 9(05) VALUE ZEROES.
       01  WS-POSITION-DERNIER PIC 9(05) VALUE ZEROES.
       01  WS-POSITION-APPREC PIC 9(05) VALUE ZEROES.
       01  WS-INDICE-DECALAGE PIC 9(05) VALUE ZEROES.
       01  WS-LIBELLE-MATIERE PIC X(26) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-DEB.
      *******************************************************
           ACCEPT WS-SAISIE.
           MOVE WS-SAISIE (1:5) TO WS-CLASSE-CHERCHEE.

           DISPLAY "CORRIGER LA (N)OTE OU L'(A)PPRECIATION "
                   "(DEFAUT N): " NO ADVANCING.
           MOVE SPACES TO WS-SAISIE.
           ACCEPT WS-SAISIE.
           MOVE FUNCTION UPPER-CASE (WS-SAISIE (1:1))
                TO WS-OBJET-CORRECTION.
           IF WS-OBJET-APPRECIATION
               PERFORM 2500-CORRECTION-APPREC-DEBUT
                  THRU 2500-CORRECTION-APPREC-FIN
               GO TO 2000-CORRECTION-FIN
           END-IF.

           DISPLAY "MATIERE (26 CAR. MAX): " NO ADVANCING.
           MOVE SPACES TO WS-MATIERE-CHERCHEE.
           ACCEPT WS-MATIERE-CHERCHEE.
       2000-CORRECTION-FIN.
           EXIT.

      *******************************************************
      *  CORRECTION D'UNE APPRECIATION : RECHERCHE DU "05" DE LA
      *  MATIERE (BLANC = CONSEIL DE CLASSE) SOUS LE REC01 DE
      *  L'ELEVE - LE DERNIER FAIT FOI, COMME DANS ELEVES - OU
      *  AJOUT APRES LE DERNIER ENREGISTREMENT DE L'ELEVE
      *******************************************************
       2500-CORRECTION-APPREC-DEBUT.

           DISPLAY "MATIERE (VIDE POUR LE CONSEIL DE CLASSE): "
                   NO ADVANCING.
           MOVE SPACES TO WS-MATIERE-CHERCHEE.
           ACCEPT WS-MATIERE-CHERCHEE.
           IF WS-MATIERE-CHERCHEE = SPACES
               MOVE "CONSEIL DE CLASSE" TO WS-LIBELLE-MATIERE
           ELSE
               MOVE WS-MATIERE-CHERCHEE TO WS-LIBELLE-MATIERE
           END-IF.

           MOVE ZEROES TO WS-POSITION-ELEVE WS-POSITION-DERNIER
                          WS-POSITION-APPREC.
           MOVE "N" TO WS-DANS-ELEVE.
           PERFORM VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-NB-ENREGS
               MOVE WS-ENR-IMAGE (WS-INDICE) TO WS-ENREG
               IF R01-NUMERO = "01"
                   IF R01-PRENOM = WS-PRENOM-CHERCHE
                   AND R01-NOM = WS-NOM-CHERCHE
                   AND R01-CLASSE = WS-CLASSE-CHERCHEE
                       MOVE "O" TO WS-DANS-ELEVE
                       MOVE WS-INDICE TO WS-POSITION-ELEVE
                       MOVE WS-INDICE TO WS-POSITION-DERNIER
                       MOVE ZEROES TO WS-POSITION-APPREC
                   ELSE
                       MOVE "N" TO WS-DANS-ELEVE
                   END-IF
               ELSE
                   IF WS-DANS-ELEVE-OUI
                       MOVE WS-INDICE TO WS-POSITION-DERNIER
                       IF R05-NUMERO = "05"
                       AND R05-MATIERE = WS-MATIERE-CHERCHEE
                           MOVE WS-INDICE TO WS-POSITION-APPREC
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-POSITION-ELEVE = ZEROES
               DISPLAY "--> ELEVE NON TROUVE DANS ELEVES-INPUT.txt"
               GO TO 2500-CORRECTION-APPREC-FIN
           END-IF.

           MOVE SPACES TO WS-ANCIENNE-APPREC.
           IF WS-POSITION-APPREC = ZEROES
               DISPLAY "AUCUNE APPRECIATION - ELLE SERA AJOUTEE"
           ELSE
               SET WS-INDICE TO WS-POSITION-APPREC
               MOVE WS-ENR-IMAGE (WS-INDICE) TO WS-ENREG
               MOVE R05-TEXTE TO WS-ANCIENNE-APPREC
               DISPLAY "APPRECIATION ACTUELLE: " WS-ANCIENNE-APPREC
           END-IF.
      *
      ****** NOUVEAU TEXTE, MEME LONGUEUR MAXIMALE QUE SAISIE
           DISPLAY "NOUVELLE APPRECIATION (60 CAR. MAX): "
                   NO ADVANCING.
           MOVE SPACES TO WS-SAISIE-APPREC.
           ACCEPT WS-SAISIE-APPREC.
           IF WS-SAISIE-APPREC = SPACES
               DISPLAY "--> APPRECIATION VIDE - CORRECTION ABANDONNEE"
               GO TO 2500-CORRECTION-APPREC-FIN
           END-IF.
           IF WS-SAISIE-APPREC (61:20) NOT = SPACES
               DISPLAY "--> APPRECIATION TROP LONGUE (60 CAR. MAX) - "
                       "CORRECTION ABANDONNEE"
               GO TO 2500-CORRECTION-APPREC-FIN
           END-IF.
           MOVE WS-SAISIE-APPREC (1:60) TO WS-NOUVELLE-APPREC.

           IF WS-POSITION-APPREC = ZEROES
           AND WS-NB-ENREGS >= WS-MAX-ENREGS
               DISPLAY "--> ! PLUS DE " WS-MAX-ENREGS
                       " ENREGISTREMENTS! - CORRECTION ABANDONNEE"
               GO TO 2500-CORRECTION-APPREC-FIN
           END-IF.

           DISPLAY "MOTIF DE LA CORRECTION (40 CAR. MAX): "
                   NO ADVANCING.
           MOVE SPACES TO WS-MOTIF.
           ACCEPT WS-MOTIF.
           IF WS-MOTIF = SPACES
               DISPLAY "--> MOTIF OBLIGATOIRE - "
                       "CORRECTION ABANDONNEE"
               GO TO 2500-CORRECTION-APPREC-FIN
           END-IF.
      *
      ****** JOURNAL PERMANENT AVANT APPLICATION
           PERFORM 3500-JOURNAL-APPREC-DEBUT
              THRU 3500-JOURNAL-APPREC-FIN.
      *
      ****** APPLICATION : REMPLACEMENT DU TEXTE OU INSERTION
      ****** D'UN "05" APRES LE DERNIER ENREGISTREMENT DE L'ELEVE
           IF WS-POSITION-APPREC = ZEROES
               PERFORM VARYING WS-INDICE-DECALAGE FROM WS-NB-ENREGS
                       BY -1
                       UNTIL WS-INDICE-DECALAGE <= WS-POSITION-DERNIER
                   MOVE WS-ENR-IMAGE (WS-INDICE-DECALAGE)
                        TO WS-ENR-IMAGE (WS-INDICE-DECALAGE + 1)
               END-PERFORM
               ADD 1 TO WS-NB-ENREGS
               COMPUTE WS-POSITION-APPREC = WS-POSITION-DERNIER + 1
               MOVE SPACES TO WS-ENREG
               MOVE "05" TO R05-NUMERO
               MOVE WS-MATIERE-CHERCHEE TO R05-MATIERE
           END-IF.
           MOVE WS-NOUVELLE-APPREC TO R05-TEXTE.
           SET WS-INDICE TO WS-POSITION-APPREC.
           MOVE WS-ENREG TO WS-ENR-IMAGE (WS-INDICE).
           ADD 1 TO WS-COMPTEUR-CORRECTIONS.
           MOVE "O" TO WS-FICHIER-MODIFIE.
           DISPLAY "--> APPRECIATION CORRIGEE (" WS-LIBELLE-MATIERE
                   ")".

       2500-CORRECTION-APPREC-FIN.
           EXIT.

      *******************************************************
      *  JOURNAL PERMANENT DES CORRECTIONS (AJOUT)
      *******************************************************
       3000-ECRITURE-JOURNAL-FIN.
           EXIT.

      *******************************************************
      *  JOURNAL PERMANENT D'UNE CORRECTION D'APPRECIATION
      *  (IDENTIFICATION ET MOTIF, PUIS TEXTES AVANT/APRES)
      *******************************************************
       3500-JOURNAL-APPREC-DEBUT.

           OPEN EXTEND FJOURNAL.
           IF WS-STATUS-FILE-FJOURNAL-INEXISTANT
               OPEN OUTPUT FJOURNAL
           END-IF.
           IF NOT WS-STATUS-FILE-FJOURNAL-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FJOURNAL': "
                       WS-STATUS-FILE-FJOURNAL
               GO TO 3500-JOURNAL-APPREC-FIN
           END-IF.

           MOVE SPACES TO REC-JOURNAL.
           STRING WS-DATE-JOUR " " WS-HEURE " "
                  WS-PRENOM-CHERCHE " " WS-NOM-CHERCHE " "
                  WS-CLASSE-CHERCHEE " "
                  WS-LIBELLE-MATIERE " "
                  "APPRECIATION MOTIF: " WS-MOTIF
                  DELIMITED BY SIZE INTO REC-JOURNAL.
           WRITE REC-JOURNAL.
           MOVE SPACES TO REC-JOURNAL.
           STRING "    AVANT: " WS-ANCIENNE-APPREC
                  DELIMITED BY SIZE INTO REC-JOURNAL.
           WRITE REC-JOURNAL.
           MOVE SPACES TO REC-JOURNAL.
           STRING "    APRES: " WS-NOUVELLE-APPREC
                  DELIMITED BY SIZE INTO REC-JOURNAL.
           WRITE REC-JOURNAL.
           CLOSE FJOURNAL.

       3500-JOURNAL-APPREC-FIN.
           EXIT.

      *******************************************************
      *  REECRITURE COMPLETE DU FICHIER DES NOTES
      *******************************************************
