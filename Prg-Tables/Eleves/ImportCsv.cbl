      * ELEVES-INPUT.txt. Les lignes mal formees partent dans
      * ELEVES-IMPORT-REJETS.txt avec leur numero et le motif.
      *
      * Un dixieme champ APPRECIATION (60 caracteres au plus) est
      * facultatif : il genere un REC05 ("05", 88 octets) sur la
      * matiere de la ligne. Une ligne sans COEFF ni NOTE ne porte
      * que l'appreciation ; la MATIERE CONSEIL designe
      * l'appreciation generale du conseil de classe (sans note).
      *
      * Le regroupement se fait sur le changement d'eleve ; les
      * doublons d'ordre sont sans incidence, le traitement ELEVES
      * retriant de toute facon par classe et eleve.
       DATA DIVISION.
       FILE SECTION.
       FD  FILE-CSV.
       01  REC-CSV PIC X(200).

      ****** 88 OCTETS DEPUIS L'APPRECIATION ("05") ; LES AUTRES
      ****** TYPES GARDENT LEUR GABARIT DE 38 OCTETS
       FD  FILE-INPUT
           RECORDING MODE IS F.
       01  REC-INPUT PIC X(88).

       FD  FILE-REJETS.
       01  REC-REJET PIC X(132).
       01  WS-CSV-COEFF     PIC X(10) VALUE SPACES.
       01  WS-CSV-NOTE      PIC X(10) VALUE SPACES.
       01  WS-CSV-TYPE      PIC X(05) VALUE SPACES.
       01  WS-CSV-APPREC    PIC X(80) VALUE SPACES.
       01  WS-LIGNE-SANS-NOTE PIC X(01) VALUE "N".
           88 WS-LIGNE-SANS-NOTE-OUI VALUE "O".

      ***********************************************
      * ELEVE COURANT DU REGROUPEMENT
           05 WS-REC02-COEFF   PIC X(03) VALUE SPACES.
           05 WS-REC02-NOTE    PIC X(05) VALUE SPACES.
           05 WS-REC02-TYPE    PIC X(02) VALUE SPACES.
      ****** APPRECIATION (MATIERE BLANCHE = CONSEIL DE CLASSE)
       01  WS-REC05.
           05 WS-REC05-NUMERO  PIC X(02) VALUE "05".
           05 WS-REC05-MATIERE PIC X(26) VALUE SPACES.
           05 WS-REC05-TEXTE   PIC X(60) VALUE SPACES.

      ***********************************************
      * ZONES DE CONVERSION ET DE COMPTAGE
       01  WS-COMPTEUR-NOTES   PIC 9(06) VALUE ZEROES.
       01  WS-COMPTEUR-ELEVES  PIC 9(06) VALUE ZEROES.
       01  WS-COMPTEUR-REJETS  PIC 9(06) VALUE ZEROES.
       01  WS-COMPTEUR-APPRECIATIONS PIC 9(06) VALUE ZEROES.
       01  WS-MOTIF-REJET PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
           DISPLAY "LIGNES CSV LUES    : " WS-COMPTEUR-LIGNES.
           DISPLAY "ELEVES GENERES     : " WS-COMPTEUR-ELEVES.
           DISPLAY "NOTES GENEREES     : " WS-COMPTEUR-NOTES.
           DISPLAY "APPRECIATIONS      : " WS-COMPTEUR-APPRECIATIONS.
           DISPLAY "LIGNES REJETEES    : " WS-COMPTEUR-REJETS.
           DISPLAY "==============================================".

           MOVE SPACES TO WS-CSV-PRENOM WS-CSV-NOM WS-CSV-AGE
                          WS-CSV-CLASSE WS-CSV-TRIMESTRE
                          WS-CSV-MATIERE WS-CSV-COEFF WS-CSV-NOTE
                          WS-CSV-TYPE WS-CSV-APPREC.

           UNSTRING REC-CSV DELIMITED BY ";"
               INTO WS-CSV-PRENOM
                    WS-CSV-MATIERE
                    WS-CSV-COEFF
                    WS-CSV-NOTE
                    WS-CSV-TYPE
                    WS-CSV-APPREC.
      *
      ****** CONTROLES DE LA LIGNE
           MOVE SPACES TO WS-MOTIF-REJET.
               MOVE "MATIERE ABSENTE" TO WS-MOTIF-REJET
               GO TO 1000-REJET-LIGNE
           END-IF.
      *
      ****** APPRECIATION : 60 CARACTERES AU PLUS ; UNE LIGNE SANS
      ****** COEFF NI NOTE NE PORTE QUE L'APPRECIATION, SEULE
      ****** FORME ADMISE POUR LE CONSEIL DE CLASSE
           IF WS-CSV-APPREC (61:20) NOT = SPACES
               MOVE "APPRECIATION TROP LONGUE (60 CAR. MAX)"
                    TO WS-MOTIF-REJET
               GO TO 1000-REJET-LIGNE
           END-IF.
           IF WS-CSV-COEFF = SPACES AND WS-CSV-NOTE = SPACES
               MOVE "O" TO WS-LIGNE-SANS-NOTE
           ELSE
               MOVE "N" TO WS-LIGNE-SANS-NOTE
           END-IF.
           IF WS-LIGNE-SANS-NOTE-OUI
           AND WS-CSV-APPREC = SPACES
               MOVE "NI NOTE NI APPRECIATION" TO WS-MOTIF-REJET
               GO TO 1000-REJET-LIGNE
           END-IF.
           IF WS-CSV-MATIERE = "CONSEIL"
           AND NOT WS-LIGNE-SANS-NOTE-OUI
               MOVE "PAS DE NOTE POUR LE CONSEIL DE CLASSE"
                    TO WS-MOTIF-REJET
               GO TO 1000-REJET-LIGNE
           END-IF.
           IF WS-LIGNE-SANS-NOTE-OUI
               GO TO 1000-CONTROLE-ELEVE
           END-IF.
           IF FUNCTION TEST-NUMVAL (WS-CSV-COEFF) NOT = 0
               MOVE "COEFFICIENT NON NUMERIQUE" TO WS-MOTIF-REJET
               GO TO 1000-REJET-LIGNE
               GO TO 1000-REJET-LIGNE
           END-IF.
           COMPUTE WS-COEFF-NUM = FUNCTION NUMVAL (WS-CSV-COEFF).

       1000-CONTROLE-ELEVE.
      *
      ****** CHANGEMENT D'ELEVE : GENERATION DU REC01
           MOVE WS-CSV-PRENOM (1:7) TO WS-LIG-PRENOM.
               WRITE REC-INPUT
               ADD 1 TO WS-COMPTEUR-ELEVES
           END-IF.

           IF WS-LIGNE-SANS-NOTE-OUI
               GO TO 1000-GENERATION-APPREC
           END-IF.
      *
      ****** GENERATION DU REC02
           MOVE SPACES TO WS-REC02.
           WRITE REC-INPUT.
           ADD 1 TO WS-COMPTEUR-NOTES.

       1000-GENERATION-APPREC.
      *
      ****** GENERATION DU REC05 SI LA LIGNE PORTE UNE APPRECIATION
           IF WS-CSV-APPREC NOT = SPACES
               MOVE SPACES TO WS-REC05
               MOVE "05" TO WS-REC05-NUMERO
               IF WS-CSV-MATIERE NOT = "CONSEIL"
                   MOVE WS-CSV-MATIERE TO WS-REC05-MATIERE
               END-IF
               MOVE WS-CSV-APPREC (1:60) TO WS-REC05-TEXTE
               MOVE WS-REC05 TO REC-INPUT
               WRITE REC-INPUT
               ADD 1 TO WS-COMPTEUR-APPRECIATIONS
           END-IF.

           GO TO 1000-TRAITEMENT-LIGNE-FIN.

       1000-REJET-LIGNE.
