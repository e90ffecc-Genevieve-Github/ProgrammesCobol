       IDENTIFICATION DIVISION.
       PROGRAM-ID. SINALERT.
       AUTHOR. GENEVIEVE GIANNASI.
       INSTALLATION. PERSONAL PC.
       DATE-WRITTEN. 15-10-2026.
       DATE-COMPILED. 15-10-2026.
       SECURITY. NON-CONFIDENTIAL.
      ******************************************************************
      * OBJECTIF:
      * Levee des alertes de sinistres : le controle de nuit SINCTRL
      * tient les sinistres suspects au registre
      * SINISTRES-ALERTES.txt et les y laisse actifs tant que
      * personne n'a regarde le dossier - c'est ce programme.
      *
      * Chaque alerte active est presentee (sinistre, contrat,
      * score, motifs, date de detection) et le gestionnaire
      * repond :
      *   (L)EVER     : alerte levee a la date du jour ; elle ne
      *                 revient que sur un motif nouveau
      *   (M)AINTENIR : alerte conservee telle quelle
      *   (F)IN       : fin de la revue, le reste est maintenu
      * Le registre n'est reecrit que si une alerte a ete levee,
      * dans une nouvelle generation controlee puis basculee
      * (sous-programme REECRIT) : un arret en cours d'ecriture ne
      * laisse jamais un registre tronque.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ******** REGISTRE DES ALERTES DE SINISTRES (ECRIT PAR SINCTRL)
           SELECT FSINALRT ASSIGN TO DYNAMIC WS-NOM-FSINALRT
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FSINALRT.

       DATA DIVISION.
       FILE SECTION.
      ******** REGISTRE DES ALERTES DE SINISTRES
           COPY 'COBOL-FD-SINALRT.cpy'.

       WORKING-STORAGE SECTION.
       01  WS-STATUS-FILE-FSINALRT PIC X(02).
           88 WS-STATUS-FILE-FSINALRT-OK  VALUE "00".
           88 WS-STATUS-FILE-FSINALRT-EOF VALUE "10".

      ******************************************
      *  REGISTRE DES ALERTES EN TABLE
      ******************************************
       01  WS-TABLE-ALERTES.
           05 WS-ALR-ENTRY OCCURS 2000 INDEXED BY WS-INDICE.
               10 WS-ALR-ENREG PIC X(60).
       01  WS-NB-ALERTES  PIC 9(04) VALUE ZEROES.
       01  WS-MAX-ALERTES PIC 9(04) VALUE 2000.

      ******************************************
      *  CONDUITE DE LA REVUE
      ******************************************
       01  WS-REPONSE PIC X(01) VALUE SPACES.
           88 WS-REPONSE-LEVER     VALUE "L".
           88 WS-REPONSE-MAINTENIR VALUE "M".
           88 WS-REPONSE-FIN       VALUE "F".
       01  WS-FIN-REVUE PIC X(01) VALUE "N".
           88 WS-FIN-REVUE-OUI VALUE "O".
       01  WS-DATE-JOUR PIC 9(08) VALUE ZEROES.
       01  WS-COMPTEUR-LEVEES    PIC 9(04) VALUE ZEROES.
       01  WS-COMPTEUR-MAINTENUES PIC 9(04) VALUE ZEROES.
       01  WS-EDIT-DATE PIC 9(04)/9(02)/9(02).

      ***********************************************
      * REECRITURE SURE DES FICHIERS PERMANENTS (REECRIT) :
      * LE REGISTRE EST ECRIT DANS UNE NOUVELLE GENERATION,
      * CONTROLEE (NOMBRE, TOTAL DES NUMEROS DE SINISTRE) PUIS
      * BASCULEE
      ***********************************************
       01  WS-NOM-FSINALRT PIC X(40) VALUE "SINISTRES-ALERTES.txt".
       01  WS-REECRITURE.
           05  WS-REE-FONCTION  PIC X(01) VALUE "R".
           05  WS-REE-FICHIER   PIC X(40) VALUE "SINISTRES-ALERTES.txt".
           05  WS-REE-NOUVEAU   PIC X(40) VALUE SPACES.
           05  WS-REE-PROGRAMME PIC X(08) VALUE "SINALERT".
           05  WS-REE-POSITION  PIC 9(04) VALUE 1.
           05  WS-REE-LONGUEUR  PIC 9(02) VALUE 8.
           05  WS-REE-DECIMALES PIC 9(01) VALUE ZERO.
           05  WS-REE-NB-ENREG  PIC 9(09) VALUE ZEROES.
           05  WS-REE-TOTAL     PIC 9(13)V99 VALUE ZEROES.
           05  WS-REE-STATUT    PIC X(01) VALUE SPACES.
               88  WS-REE-OK VALUE "0" "1" "2".

       PROCEDURE DIVISION.
       0000-MAIN-DEB.
      *******************************************************
      *  PARAGRAPHE PRINCIPAL
      *******************************************************
           DISPLAY "LEVEE DES ALERTES DE SINISTRES".
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATE-JOUR.
      *
      *********** REPRISE D'UNE REECRITURE INTERROMPUE
           MOVE "R" TO WS-REE-FONCTION.
           CALL 'REECRIT' USING WS-REECRITURE
               ON EXCEPTION
                   DISPLAY "--> SOUS-PROGRAMME REECRIT INTROUVABLE"
                   MOVE 16 TO RETURN-CODE
                   GO TO 0000-MAIN-FIN
           END-CALL.
      *
      *********** REGISTRE EN TABLE
           OPEN INPUT FSINALRT.
           IF NOT WS-STATUS-FILE-FSINALRT-OK
               DISPLAY "--> SINISTRES-ALERTES.txt ABSENT: LANCER "
                       "SINCTRL D'ABORD"
               MOVE 8 TO RETURN-CODE
               GO TO 0000-MAIN-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FSINALRT-OK
               READ FSINALRT
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-NB-ALERTES < WS-MAX-ALERTES
                           ADD 1 TO WS-NB-ALERTES
                           SET WS-INDICE TO WS-NB-ALERTES
                           MOVE RSINALRT TO WS-ALR-ENREG (WS-INDICE)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FSINALRT.
      *
      *********** REVUE DES ALERTES ACTIVES UNE A UNE
           PERFORM VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-NB-ALERTES
                      OR WS-FIN-REVUE-OUI
               MOVE WS-ALR-ENREG (WS-INDICE) TO RSINALRT
               IF ALR-ACTIVE
                   PERFORM 2000-REVUE-ALERTE-DEBUT
                      THRU 2000-REVUE-ALERTE-FIN
               END-IF
           END-PERFORM.
      *
      *********** REECRITURE DU REGISTRE SI UNE ALERTE EST LEVEE
           IF WS-COMPTEUR-LEVEES > ZEROES
               PERFORM 3000-REECRITURE-ALERTES-DEBUT
                  THRU 3000-REECRITURE-ALERTES-FIN
           ELSE
               DISPLAY "AUCUNE ALERTE LEVEE - REGISTRE INCHANGE"
           END-IF.

           DISPLAY "==============================================".
           DISPLAY "ALERTES LEVEES    : " WS-COMPTEUR-LEVEES.
           DISPLAY "ALERTES MAINTENUES: " WS-COMPTEUR-MAINTENUES.
           DISPLAY "==============================================".

       0000-MAIN-FIN.
           STOP RUN.

      *******************************************************
      *  REVUE D'UNE ALERTE ACTIVE
      *******************************************************
       2000-REVUE-ALERTE-DEBUT.

           MOVE ALR-DATE-DETECTION TO WS-EDIT-DATE.
           DISPLAY "SINISTRE " ALR-NUMSIN " CONTRAT " ALR-NUMACT
                   " SCORE " ALR-SCORE " MOTIFS " ALR-MOTIFS
                   " DETECTE LE " WS-EDIT-DATE.
           DISPLAY "(L)EVER (M)AINTENIR (F)IN: " NO ADVANCING.
           MOVE SPACES TO WS-REPONSE.
           ACCEPT WS-REPONSE.
           MOVE FUNCTION UPPER-CASE (WS-REPONSE) TO WS-REPONSE.

           IF WS-REPONSE-FIN
               MOVE "O" TO WS-FIN-REVUE
               GO TO 2000-REVUE-ALERTE-FIN
           END-IF.

           IF NOT WS-REPONSE-LEVER
               ADD 1 TO WS-COMPTEUR-MAINTENUES
               GO TO 2000-REVUE-ALERTE-FIN
           END-IF.

           MOVE "L" TO ALR-STATUT.
           MOVE WS-DATE-JOUR TO ALR-DATE-LEVEE.
           MOVE RSINALRT TO WS-ALR-ENREG (WS-INDICE).
           ADD 1 TO WS-COMPTEUR-LEVEES.
           DISPLAY "--> ALERTE DU SINISTRE " ALR-NUMSIN " LEVEE".

       2000-REVUE-ALERTE-FIN.
           EXIT.

      *******************************************************
      *  REECRITURE DU REGISTRE DES ALERTES
      *******************************************************
       3000-REECRITURE-ALERTES-DEBUT.

      ****** ECRITURE DANS LA NOUVELLE GENERATION
           MOVE WS-REE-NOUVEAU TO WS-NOM-FSINALRT.
           MOVE ZEROES TO WS-REE-NB-ENREG WS-REE-TOTAL.
           OPEN OUTPUT FSINALRT.
           IF NOT WS-STATUS-FILE-FSINALRT-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FSINALRT': "
                       WS-STATUS-FILE-FSINALRT
               MOVE WS-REE-FICHIER TO WS-NOM-FSINALRT
               MOVE 16 TO RETURN-CODE
               GO TO 3000-REECRITURE-ALERTES-FIN
           END-IF.

           PERFORM VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-NB-ALERTES
               MOVE WS-ALR-ENREG (WS-INDICE) TO RSINALRT
               WRITE RSINALRT
               ADD 1 TO WS-REE-NB-ENREG
               IF ALR-NUMSIN IS NUMERIC
                   ADD ALR-NUMSIN TO WS-REE-TOTAL
               END-IF
           END-PERFORM.
           CLOSE FSINALRT.
           MOVE WS-REE-FICHIER TO WS-NOM-FSINALRT.
      *
      ****** CONTROLE DE LA GENERATION PUIS BASCULE
           MOVE "B" TO WS-REE-FONCTION.
           CALL 'REECRIT' USING WS-REECRITURE
               ON EXCEPTION
                   MOVE "9" TO WS-REE-STATUT
           END-CALL.
           IF NOT WS-REE-OK
               DISPLAY "*** SINISTRES-ALERTES.txt NON REMPLACE ***"
               MOVE 16 TO RETURN-CODE
               GO TO 3000-REECRITURE-ALERTES-FIN
           END-IF.

           DISPLAY "NOMBRE D'ALERTES REECRITES: " WS-NB-ALERTES.

       3000-REECRITURE-ALERTES-FIN.
           EXIT.
