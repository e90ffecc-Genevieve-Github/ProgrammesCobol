       IDENTIFICATION DIVISION.
       PROGRAM-ID. CORRLIST.
       AUTHOR. GENEVIEVE GIANNASI.
       INSTALLATION. PERSONAL PC.
       DATE-WRITTEN. 15-10-2026.
       DATE-COMPILED. 15-10-2026.
       SECURITY. NON-CONFIDENTIAL.
      ******************************************************************
      * OBJECTIF:
      * Interrogation du registre permanent des correspondances
      * (CORRESPONDANCES-REGISTRE.txt, alimente par CORRESP) : le
      * client qui appelle demande "que m'avez-vous envoye ?" et les
      * fichiers d'edition (FACTURES-EDITION.txt,
      * RELANCES-LETTRES.txt, RELEVES-COMPTE.txt...) sont reecrits a
      * chaque execution.
      *
      * L'operateur saisit un identifiant client et une plage de
      * dates (bornes vides = sans limite) ; les documents retenus
      * sont affiches dans l'ordre du registre avec leur reference,
      * le canal (C courrier au client, G courrier au groupe payeur),
      * le fichier d'edition et sa generation, puis comptes par type
      * de document. Dans l'esprit de REQHIST : consultation pure,
      * le registre n'est jamais modifie.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ******** REGISTRE PERMANENT DES CORRESPONDANCES
           SELECT FCORRESP ASSIGN TO "CORRESPONDANCES-REGISTRE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FCORRESP.

       DATA DIVISION.
       FILE SECTION.
      ******** REGISTRE DES CORRESPONDANCES
           COPY 'COBOL-FD-CORRESP.cpy'.

       WORKING-STORAGE SECTION.
       01  WS-STATUS-FILE-FCORRESP PIC X(02).
           88 WS-STATUS-FILE-FCORRESP-OK  VALUE "00".
           88 WS-STATUS-FILE-FCORRESP-EOF VALUE "10".

      ***********************************************
      * CRITERES DE LA RECHERCHE
      ***********************************************
       01  WS-SAISIE PIC X(12) VALUE SPACES.
       01  WS-CLIENT-CHERCHE PIC X(08) VALUE SPACES.
       01  WS-DATE-DEBUT PIC 9(08) VALUE ZEROES.
       01  WS-DATE-FIN   PIC 9(08) VALUE 99999999.

      ***********************************************
      * COMPTEURS, DONT UN PAR TYPE DE DOCUMENT
      ***********************************************
       01  WS-COMPTEUR-LUES     PIC 9(06) VALUE ZEROES.
       01  WS-COMPTEUR-RETENUES PIC 9(06) VALUE ZEROES.
       01  WS-TABLE-TYPES.
           05  WS-TYPE OCCURS 20.
               10  WS-TYPE-DOCUMENT PIC X(10).
               10  WS-TYPE-NOMBRE   PIC 9(06).
       01  WS-NB-TYPES PIC 9(02) VALUE ZEROES.
       01  WS-INDICE   PIC 9(02) VALUE ZEROES.

       PROCEDURE DIVISION.
       0000-MAIN-DEB.
      *******************************************************
      *  PARAGRAPHE PRINCIPAL
      *******************************************************
           DISPLAY "INTERROGATION DU REGISTRE DES CORRESPONDANCES".

           DISPLAY "IDENTIFIANT CLIENT: " NO ADVANCING.
           MOVE SPACES TO WS-SAISIE.
           ACCEPT WS-SAISIE.
           IF WS-SAISIE = SPACES
               DISPLAY "--> IDENTIFIANT OBLIGATOIRE"
               MOVE 8 TO RETURN-CODE
               GO TO 0000-MAIN-FIN
           END-IF.
           MOVE WS-SAISIE (1:8) TO WS-CLIENT-CHERCHE.

           DISPLAY "DATE DE DEBUT AAAAMMJJ (VIDE = DEPUIS TOUJOURS): "
                   NO ADVANCING.
           MOVE SPACES TO WS-SAISIE.
           ACCEPT WS-SAISIE.
           IF WS-SAISIE NOT = SPACES
               IF WS-SAISIE (1:8) IS NUMERIC
                   MOVE WS-SAISIE (1:8) TO WS-DATE-DEBUT
               ELSE
                   DISPLAY "--> DATE DE DEBUT IGNOREE (NON NUMERIQUE)"
               END-IF
           END-IF.

           DISPLAY "DATE DE FIN AAAAMMJJ (VIDE = JUSQU'A CE JOUR): "
                   NO ADVANCING.
           MOVE SPACES TO WS-SAISIE.
           ACCEPT WS-SAISIE.
           IF WS-SAISIE NOT = SPACES
               IF WS-SAISIE (1:8) IS NUMERIC
                   MOVE WS-SAISIE (1:8) TO WS-DATE-FIN
               ELSE
                   DISPLAY "--> DATE DE FIN IGNOREE (NON NUMERIQUE)"
               END-IF
           END-IF.
      *
      *********** BALAYAGE DU REGISTRE
           OPEN INPUT FCORRESP.
           IF NOT WS-STATUS-FILE-FCORRESP-OK
               DISPLAY "--> CORRESPONDANCES-REGISTRE.txt ABSENT: "
                       "AUCUN DOCUMENT INSCRIT"
               MOVE 8 TO RETURN-CODE
               GO TO 0000-MAIN-FIN
           END-IF.
           PERFORM 2000-BALAYAGE-DEBUT
              THRU 2000-BALAYAGE-FIN.

           DISPLAY "==============================================".
           DISPLAY "LIGNES LUES    : " WS-COMPTEUR-LUES.
           DISPLAY "LIGNES RETENUES: " WS-COMPTEUR-RETENUES.
           PERFORM VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-NB-TYPES
               DISPLAY "  " WS-TYPE-DOCUMENT (WS-INDICE) ": "
                       WS-TYPE-NOMBRE (WS-INDICE)
           END-PERFORM.
           DISPLAY "==============================================".

       0000-MAIN-FIN.
           GOBACK.

      *******************************************************
      *  AFFICHAGE D'UNE LIGNE RETENUE ET COMPTAGE PAR TYPE
      *******************************************************
       1000-AFFICHAGE-LIGNE-DEBUT.

           ADD 1 TO WS-COMPTEUR-RETENUES.

           DISPLAY COR-DATE " " COR-DOCUMENT " " COR-REFERENCE
                   " " COR-CANAL " " COR-FICHIER " " COR-GENERATION.

           PERFORM VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-NB-TYPES
                   OR WS-TYPE-DOCUMENT (WS-INDICE) = COR-DOCUMENT
               CONTINUE
           END-PERFORM.
           IF WS-INDICE > WS-NB-TYPES
               IF WS-NB-TYPES < 20
                   ADD 1 TO WS-NB-TYPES
                   MOVE WS-NB-TYPES TO WS-INDICE
                   MOVE COR-DOCUMENT TO WS-TYPE-DOCUMENT (WS-INDICE)
                   MOVE ZEROES TO WS-TYPE-NOMBRE (WS-INDICE)
               ELSE
                   GO TO 1000-AFFICHAGE-LIGNE-FIN
               END-IF
           END-IF.
           ADD 1 TO WS-TYPE-NOMBRE (WS-INDICE).

       1000-AFFICHAGE-LIGNE-FIN.
           EXIT.

      *******************************************************
      *  BALAYAGE DU REGISTRE : CLIENT ET PLAGE DE DATES
      *******************************************************
       2000-BALAYAGE-DEBUT.

           PERFORM UNTIL NOT WS-STATUS-FILE-FCORRESP-OK
               READ FCORRESP
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO WS-COMPTEUR-LUES
                       IF COR-CLIENT-ID = WS-CLIENT-CHERCHE
                       AND COR-DATE IS NUMERIC
                       AND COR-DATE >= WS-DATE-DEBUT
                       AND COR-DATE <= WS-DATE-FIN
                           PERFORM 1000-AFFICHAGE-LIGNE-DEBUT
                              THRU 1000-AFFICHAGE-LIGNE-FIN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FCORRESP.

       2000-BALAYAGE-FIN.
           EXIT.
