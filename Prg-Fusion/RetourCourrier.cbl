       IDENTIFICATION DIVISION.
       PROGRAM-ID. NPAI.
       AUTHOR. GENEVIEVE GIANNASI.
       INSTALLATION. PERSONAL PC.
       DATE-WRITTEN. 15-10-2026.
       DATE-COMPILED. 15-10-2026.
       SECURITY. NON-CONFIDENTIAL.
      ******************************************************************
      * OBJECTIF:
      * Registre des retours de courrier : le service courrier
      * enregistre chaque pli revenu "n'habite pas a l'adresse
      * indiquee" (NPAI) contre le client destinataire.
      *
      * Le registre NPAI-REGISTRE.txt porte une ligne par retour :
      *   DATE RETOUR . CLIENT . RUE . CODE POSTAL . VILLE .
      *   STATUT . OPERATEUR . DOCUMENT . DATE LEVEE
      * l'adresse etant celle du fichier client au jour du retour.
      *   (E)NREGISTRER un retour : le client doit exister dans
      *       FICHIERCLIENT.txt ; document revenu FACTURE, RELEVE,
      *       RELANCE, MAILING ou AUTRE
      *   (L)EVER les retours ouverts d'un client (nouvelle adresse
      *       confirmee par un autre canal)
      *   (A)FFICHER les retours encore ouverts
      * Tant qu'un retour est ouvert, FACTEDIT, RELEVE, RELANCE et
      * MAILING n'impriment plus de papier pour le client et le
      * portent sur ADRESSES-A-CORRIGER.txt (sous-programme
      * CTRLADR). CLIMAINT leve les retours du client des que son
      * adresse est modifiee.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ******** FICHIER CLIENT (ADRESSE DU CLIENT)
           SELECT FCLIENT ASSIGN TO "FICHIERCLIENT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FCLIENT.

      ******** REGISTRE DES RETOURS DE COURRIER NPAI
           SELECT FNPAI ASSIGN TO "NPAI-REGISTRE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FNPAI.

       DATA DIVISION.
       FILE SECTION.
      ******** FICHIER CLIENT
           COPY 'COBOL-FD-FCLIENT.CPY'.

      ******** REGISTRE DES RETOURS NPAI
           COPY 'COBOL-FD-NPAI.cpy'.

       WORKING-STORAGE SECTION.
      ***********************************************
      * DEFINTION DES STATUS DES FICHIERS
      ***********************************************
       01  WS-STATUS-FILE-FCLIENT PIC X(02).
           88 WS-STATUS-FILE-FCLIENT-OK  VALUE "00".
           88 WS-STATUS-FILE-FCLIENT-EOF VALUE "10".
       01  WS-STATUS-FILE-FNPAI PIC X(02).
           88 WS-STATUS-FILE-FNPAI-OK  VALUE "00".
           88 WS-STATUS-FILE-FNPAI-EOF VALUE "10".

      *************************************
      *  CLIENT RECHERCHE DANS LE FICHIER CLIENT
      *************************************
       01  WS-CLIENT-TROUVE PIC X(01) VALUE "N".
           88 WS-CLIENT-TROUVE-OUI VALUE "O".
       01  WS-CLIENT-ID     PIC X(08) VALUE SPACES.
       01  WS-CLIENT-NOM    PIC X(20) VALUE SPACES.
       01  WS-CLIENT-RUE    PIC X(30) VALUE SPACES.
       01  WS-CLIENT-CP     PIC X(05) VALUE SPACES.
       01  WS-CLIENT-VILLE  PIC X(20) VALUE SPACES.

      *************************************
      *  ZONES DE SAISIE ET DE CONTROLE
      *************************************
       01  WS-ACTION PIC X(01) VALUE SPACES.
           88  WS-ACTION-ENREGISTRER VALUE "E".
           88  WS-ACTION-LEVER       VALUE "L".
           88  WS-ACTION-AFFICHER    VALUE "A".
           88  WS-ACTION-QUITTER     VALUE "Q".
       01  WS-SAISIE PIC X(30) VALUE SPACES.
       01  WS-DOCUMENT PIC X(10) VALUE SPACES.
           88  WS-DOCUMENT-VALIDE VALUE "FACTURE" "RELEVE" "RELANCE"
                                        "MAILING" "AUTRE".
       01  WS-CONFIRMATION PIC X(01) VALUE SPACES.
       01  WS-OPERATEUR PIC X(03) VALUE SPACES.
       01  WS-DATE-JOUR PIC 9(08) VALUE ZEROES.
       01  WS-COMPTEUR-RETOURS PIC 9(04) VALUE ZEROES.
       01  WS-COMPTEUR-LEVEES  PIC 9(04) VALUE ZEROES.
       01  WS-COMPTEUR-OUVERTS PIC 9(04) VALUE ZEROES.

      ****** SESSION DE L'OPERATEUR CONNECTE (CONSOLE)
           COPY 'COBOL-SESSION.cpy'.

      ***********************************************
      * CONTROLE DES ADRESSES ET RETOURS NPAI (CTRLADR)
      ***********************************************
       01  WS-ADRESSE.
           05  WS-ADR-FONCTION      PIC X(01) VALUE "L".
           05  WS-ADR-CLIENT-ID     PIC X(08) VALUE SPACES.
           05  WS-ADR-NOM           PIC X(20) VALUE SPACES.
           05  WS-ADR-RUE           PIC X(30) VALUE SPACES.
           05  WS-ADR-CODEPOSTAL    PIC X(05) VALUE SPACES.
           05  WS-ADR-VILLE         PIC X(20) VALUE SPACES.
           05  WS-ADR-DEPT          PIC X(03) VALUE SPACES.
           05  WS-ADR-PROGRAMME     PIC X(08) VALUE "NPAI".
           05  WS-ADR-VILLE-REF     PIC X(20) VALUE SPACES.
           05  WS-ADR-DEPT-REF      PIC X(03) VALUE SPACES.
           05  WS-ADR-ECART-VILLE   PIC X(01) VALUE SPACES.
           05  WS-ADR-ECART-DEPT    PIC X(01) VALUE SPACES.
           05  WS-ADR-DATE-RETOUR   PIC 9(08) VALUE ZEROES.
           05  WS-ADR-NB-LEVES      PIC 9(03) VALUE ZEROES.
           05  WS-ADR-STATUT        PIC X(01) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-DEB.
      *******************************************************
      *  PARAGRAPHE PRINCIPAL
      *******************************************************
           DISPLAY "REGISTRE DES RETOURS DE COURRIER (NPAI)".
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATE-JOUR.
      *
      *********** IDENTIFICATION DE L'OPERATEUR : CHAQUE RETOUR
      *********** PORTE LES INITIALES DE CELUI QUI L'A SAISI
           IF SES-CONNECTEE
               MOVE SES-OPERATEUR TO WS-OPERATEUR
               DISPLAY "CODE OPERATEUR: " WS-OPERATEUR
           ELSE
               DISPLAY "CODE OPERATEUR (3 CAR.): "
                       NO ADVANCING
               ACCEPT WS-OPERATEUR
           END-IF.
           MOVE FUNCTION UPPER-CASE (WS-OPERATEUR) TO WS-OPERATEUR.
           IF WS-OPERATEUR = SPACES
               DISPLAY "--> CODE OPERATEUR OBLIGATOIRE: "
                       "SAISIE REFUSEE"
               MOVE 8 TO RETURN-CODE
               GO TO 0000-MAIN-FIN
           END-IF.
      *
      *********** BOUCLE DE SAISIE DES OPERATIONS
           PERFORM UNTIL WS-ACTION-QUITTER
               MOVE SPACES TO WS-ACTION
               DISPLAY "ACTION? (E)NREGISTRER (L)EVER (A)FFICHER "
                       "(Q)UITTER: " NO ADVANCING
               ACCEPT WS-ACTION
               MOVE FUNCTION UPPER-CASE (WS-ACTION) TO WS-ACTION
               IF WS-ACTION = SPACES
                   MOVE "Q" TO WS-ACTION
                   DISPLAY "SAISIE VIDE - FIN DE LA SAISIE"
               END-IF
               EVALUATE TRUE
                   WHEN WS-ACTION-ENREGISTRER
                       PERFORM 2000-ENREGISTREMENT-DEBUT
                          THRU 2000-ENREGISTREMENT-FIN
                   WHEN WS-ACTION-LEVER
                       PERFORM 3000-LEVEE-DEBUT
                          THRU 3000-LEVEE-FIN
                   WHEN WS-ACTION-AFFICHER
                       PERFORM 4000-AFFICHAGE-DEBUT
                          THRU 4000-AFFICHAGE-FIN
                   WHEN WS-ACTION-QUITTER
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "ACTION INVALIDE - CHOISIR E, L, A OU Q"
               END-EVALUATE
           END-PERFORM.

           DISPLAY "==============================================".
           DISPLAY "RETOURS ENREGISTRES : " WS-COMPTEUR-RETOURS.
           DISPLAY "CLIENTS LEVES       : " WS-COMPTEUR-LEVEES.
           DISPLAY "==============================================".

       0000-MAIN-FIN.
           GOBACK.

      *******************************************************
      *  RECHERCHE DU CLIENT ET DE SON ADRESSE ACTUELLE
      *******************************************************
       1000-RECHERCHE-CLIENT-DEBUT.

           MOVE "N" TO WS-CLIENT-TROUVE.
           OPEN INPUT FCLIENT.
           IF NOT WS-STATUS-FILE-FCLIENT-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FCLIENT': "
                       WS-STATUS-FILE-FCLIENT
               GO TO 1000-RECHERCHE-CLIENT-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FCLIENT-OK
                      OR WS-CLIENT-TROUVE-OUI
               READ FCLIENT
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RCLIENT-ID = WS-CLIENT-ID
                           MOVE "O" TO WS-CLIENT-TROUVE
                           MOVE RCLIENT-NOM        TO WS-CLIENT-NOM
                           MOVE RCLIENT-RUE        TO WS-CLIENT-RUE
                           MOVE RCLIENT-CODEPOSTAL TO WS-CLIENT-CP
                           MOVE RCLIENT-VILLE      TO WS-CLIENT-VILLE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FCLIENT.

       1000-RECHERCHE-CLIENT-FIN.
           EXIT.

      *******************************************************
      *  ENREGISTREMENT D'UN PLI REVENU NPAI
      *******************************************************
       2000-ENREGISTREMENT-DEBUT.

           DISPLAY "CLIENT DESTINATAIRE (8 CAR.): " NO ADVANCING.
           MOVE SPACES TO WS-SAISIE.
           ACCEPT WS-SAISIE.
           MOVE FUNCTION UPPER-CASE (WS-SAISIE (1:8)) TO WS-CLIENT-ID.
           IF WS-CLIENT-ID = SPACES
               DISPLAY "--> CLIENT OBLIGATOIRE"
               GO TO 2000-ENREGISTREMENT-FIN
           END-IF.

           PERFORM 1000-RECHERCHE-CLIENT-DEBUT
              THRU 1000-RECHERCHE-CLIENT-FIN.
           IF NOT WS-CLIENT-TROUVE-OUI
               DISPLAY "--> CLIENT INCONNU: " WS-CLIENT-ID
               GO TO 2000-ENREGISTREMENT-FIN
           END-IF.

           DISPLAY "  " WS-CLIENT-NOM.
           DISPLAY "  " WS-CLIENT-RUE.
           DISPLAY "  " WS-CLIENT-CP " " WS-CLIENT-VILLE.

           DISPLAY "DOCUMENT REVENU (FACTURE, RELEVE, RELANCE, "
                   "MAILING, AUTRE): " NO ADVANCING.
           MOVE SPACES TO WS-SAISIE.
           ACCEPT WS-SAISIE.
           MOVE FUNCTION UPPER-CASE (WS-SAISIE (1:10)) TO WS-DOCUMENT.
           IF NOT WS-DOCUMENT-VALIDE
               DISPLAY "--> DOCUMENT INVALIDE: " WS-DOCUMENT
               GO TO 2000-ENREGISTREMENT-FIN
           END-IF.

           DISPLAY "CONFIRMER LE RETOUR NPAI? (O/N): " NO ADVANCING.
           MOVE SPACES TO WS-CONFIRMATION.
           ACCEPT WS-CONFIRMATION.
           MOVE FUNCTION UPPER-CASE (WS-CONFIRMATION)
                TO WS-CONFIRMATION.
           IF WS-CONFIRMATION NOT = "O"
               DISPLAY "--> RETOUR NON ENREGISTRE"
               GO TO 2000-ENREGISTREMENT-FIN
           END-IF.

           OPEN EXTEND FNPAI.
           IF WS-STATUS-FILE-FNPAI = "35"
               OPEN OUTPUT FNPAI
           END-IF.
           IF NOT WS-STATUS-FILE-FNPAI-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FNPAI': "
                       WS-STATUS-FILE-FNPAI
               MOVE 16 TO RETURN-CODE
               GO TO 2000-ENREGISTREMENT-FIN
           END-IF.

           MOVE SPACES TO RNPAI.
           MOVE WS-DATE-JOUR    TO NPAI-DATE-RETOUR.
           MOVE WS-CLIENT-ID    TO NPAI-CLIENT-ID.
           MOVE WS-CLIENT-RUE   TO NPAI-RUE.
           MOVE WS-CLIENT-CP    TO NPAI-CODEPOSTAL.
           MOVE WS-CLIENT-VILLE TO NPAI-VILLE.
           MOVE "O"             TO NPAI-STATUT.
           MOVE WS-OPERATEUR    TO NPAI-OPERATEUR.
           MOVE WS-DOCUMENT     TO NPAI-DOCUMENT.
           MOVE ZEROES          TO NPAI-DATE-LEVEE.
           WRITE RNPAI.
           CLOSE FNPAI.

           ADD 1 TO WS-COMPTEUR-RETOURS.
           DISPLAY "--> RETOUR ENREGISTRE: PLUS AUCUN COURRIER "
                   "PAPIER POUR " WS-CLIENT-ID.

       2000-ENREGISTREMENT-FIN.
           EXIT.

      *******************************************************
      *  LEVEE DES RETOURS OUVERTS D'UN CLIENT
      *******************************************************
       3000-LEVEE-DEBUT.

           DISPLAY "CLIENT A LEVER (8 CAR.): " NO ADVANCING.
           MOVE SPACES TO WS-SAISIE.
           ACCEPT WS-SAISIE.
           MOVE FUNCTION UPPER-CASE (WS-SAISIE (1:8)) TO WS-CLIENT-ID.
           IF WS-CLIENT-ID = SPACES
               DISPLAY "--> CLIENT OBLIGATOIRE"
               GO TO 3000-LEVEE-FIN
           END-IF.

           MOVE "L" TO WS-ADR-FONCTION.
           MOVE WS-CLIENT-ID TO WS-ADR-CLIENT-ID.
           CALL 'CTRLADR' USING WS-ADRESSE
               ON EXCEPTION
                   DISPLAY "--> SOUS-PROGRAMME CTRLADR INTROUVABLE"
                   MOVE "9" TO WS-ADR-STATUT
           END-CALL.

           EVALUATE WS-ADR-STATUT
               WHEN "1"
                   ADD 1 TO WS-COMPTEUR-LEVEES
                   DISPLAY "--> " WS-ADR-NB-LEVES
                           " RETOUR(S) LEVE(S) POUR " WS-CLIENT-ID
               WHEN "0"
                   DISPLAY "--> AUCUN RETOUR OUVERT POUR "
                           WS-CLIENT-ID
               WHEN OTHER
                   DISPLAY "--> NPAI-REGISTRE.txt NON REECRIT: "
                           "RETOURS NON LEVES"
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE.

       3000-LEVEE-FIN.
           EXIT.

      *******************************************************
      *  AFFICHAGE DES RETOURS ENCORE OUVERTS
      *******************************************************
       4000-AFFICHAGE-DEBUT.

           MOVE ZEROES TO WS-COMPTEUR-OUVERTS.
           OPEN INPUT FNPAI.
           IF NOT WS-STATUS-FILE-FNPAI-OK
               DISPLAY "--> AUCUN RETOUR ENREGISTRE"
               GO TO 4000-AFFICHAGE-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FNPAI-OK
               READ FNPAI
                   AT END
                       CONTINUE
                   NOT AT END
                       IF NPAI-OUVERT
                           ADD 1 TO WS-COMPTEUR-OUVERTS
                           DISPLAY NPAI-DATE-RETOUR " "
                                   NPAI-CLIENT-ID " "
                                   NPAI-DOCUMENT " "
                                   NPAI-CODEPOSTAL " "
                                   NPAI-VILLE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FNPAI.

           DISPLAY "RETOURS OUVERTS: " WS-COMPTEUR-OUVERTS.

       4000-AFFICHAGE-FIN.
           EXIT.
