       IDENTIFICATION DIVISION.
       PROGRAM-ID. REMCHEQUE.
       AUTHOR. GENEVIEVE GIANNASI.
       INSTALLATION. PERSONAL PC.
       DATE-WRITTEN. 15-10-2026.
       DATE-COMPILED. 15-10-2026.
       SECURITY. NON-CONFIDENTIAL.
      ******************************************************************
      * OBJECTIF:
      * Bordereau quotidien de remise de cheques : le back-office
      * recopiait a la main les cheques recus sur le bordereau de la
      * banque et personne ne pouvait dire quel cheque etait parti
      * dans quelle remise.
      *
      * Chaque jour, les reglements par cheque (mode CHQ saisi par
      * SAISIEREG) de REGLEMENTS.txt qui ne sont encore sur aucun
      * bordereau sont regroupes sur un bordereau numerote :
      *   - BORDEREAU-REMISE-CHEQUES.txt : le bordereau imprime pour
      *     la banque (numero, date, un cheque par ligne, nombre et
      *     total en pied)
      *   - REMISES-CHEQUES.txt : registre permanent, une ligne B
      *     par bordereau et une ligne D par cheque remis ; un cheque
      *     inscrit n'est jamais remis une seconde fois
      * Le credit de chaque remise est reconnu sur le releve
      * bancaire par RELEVEBANQ (REMISES-CREDITEES.txt). Le suivi
      * REMISES-SUIVI.txt rapproche chaque bordereau de son credit :
      * un credit different du total remis (ECART) ou une remise
      * non creditee apres le delai bancaire (NON CREDITEE) est une
      * anomalie - un cheque perdu se voit ainsi.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ******** FICHIER CLIENT (NOM DU TIREUR)
           SELECT FCLIENT ASSIGN TO "FICHIERCLIENT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FCLIENT.

      ******** FICHIER DES REGLEMENTS RECUS
           SELECT FREGL ASSIGN TO "REGLEMENTS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FREGL.

      ******** REGISTRE PERMANENT DES REMISES DE CHEQUES
           SELECT FREMCHQ ASSIGN TO "REMISES-CHEQUES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FREMCHQ.

      ******** CREDITS BANCAIRES DES REMISES (RELEVEBANQ)
           SELECT FCREDCHQ ASSIGN TO "REMISES-CREDITEES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FCREDCHQ.

      ******** BORDEREAU DE REMISE IMPRIME POUR LA BANQUE
           SELECT FBORDEREAU ASSIGN TO "BORDEREAU-REMISE-CHEQUES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FBORDEREAU.

      ******** SUIVI DES REMISES ET DE LEUR CREDIT
           SELECT FSUIVI ASSIGN TO "REMISES-SUIVI.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FSUIVI.

       DATA DIVISION.
       FILE SECTION.
      ******** FICHIER CLIENT
           COPY 'COBOL-FD-FCLIENT.CPY'.

      ******** FICHIER DES REGLEMENTS RECUS
       FD  FREGL.
       01  RREGL.
           05  RREGL-ID             PIC X(08).
           05  FILLER               PIC X(01).
           05  RREGL-DATE           PIC 9(08).
           05  FILLER               PIC X(01).
           05  RREGL-MONTANT        PIC 9(07)V99.
           05  FILLER               PIC X(01).
           05  RREGL-NUMFACT        PIC X(08).
      ****** MODE DE PAIEMENT (CHQ CHEQUE, VIR VIREMENT, PRL
      ****** PRELEVEMENT, ESP ESPECES ; A BLANC SUR LES ANCIENS
      ****** REGLEMENTS) ET NUMERO DU CHEQUE
           05  FILLER               PIC X(01).
           05  RREGL-MODE           PIC X(03).
               88  RREGL-MODE-CHEQUE  VALUE "CHQ".
           05  FILLER               PIC X(01).
           05  RREGL-CHEQUE         PIC X(07).

      ******** REGISTRE PERMANENT DES REMISES DE CHEQUES
           COPY 'COBOL-FD-REMCHQ.cpy'.

      ******** CREDITS BANCAIRES DES REMISES
           COPY 'COBOL-FD-CREDCHQ.cpy'.

      ******** BORDEREAU DE REMISE IMPRIME
       FD  FBORDEREAU.
       01  RBORDEREAU PIC X(80).

      ******** SUIVI DES REMISES
       FD  FSUIVI.
       01  RSUIVI PIC X(100).

       WORKING-STORAGE SECTION.
      ***********************************************
      * DEFINTION DES STATUS DES FICHIERS
      ***********************************************
       01  WS-STATUS-FILE-FCLIENT PIC X(02).
           88 WS-STATUS-FILE-FCLIENT-OK  VALUE "00".
           88 WS-STATUS-FILE-FCLIENT-EOF VALUE "10".

       01  WS-STATUS-FILE-FREGL PIC X(02).
           88 WS-STATUS-FILE-FREGL-OK  VALUE "00".
           88 WS-STATUS-FILE-FREGL-EOF VALUE "10".
       01  WS-COMPTEUR-FILE-FREGL PIC 9(05) VALUE ZEROES.

       01  WS-STATUS-FILE-FREMCHQ PIC X(02).
           88 WS-STATUS-FILE-FREMCHQ-OK  VALUE "00".
           88 WS-STATUS-FILE-FREMCHQ-EOF VALUE "10".
           88 WS-STATUS-FILE-FREMCHQ-INEXISTANT VALUE "35".

       01  WS-STATUS-FILE-FCREDCHQ PIC X(02).
           88 WS-STATUS-FILE-FCREDCHQ-OK  VALUE "00".
           88 WS-STATUS-FILE-FCREDCHQ-EOF VALUE "10".

       01  WS-STATUS-FILE-FBORDEREAU PIC X(02).
           88 WS-STATUS-FILE-FBORDEREAU-OK  VALUE "00".

       01  WS-STATUS-FILE-FSUIVI PIC X(02).
           88 WS-STATUS-FILE-FSUIVI-OK  VALUE "00".

      ******************************************
      *  NOMS DES CLIENTS
      ******************************************
       01  WS-TABLE-CLIENTS.
           05 WS-CLIENT-ENTRY OCCURS 5000 INDEXED BY WS-INDICE-CLI.
               10 WS-CLIENT-ID  PIC X(08).
               10 WS-CLIENT-NOM PIC X(20).
       01  WS-NB-CLIENTS  PIC 9(04) VALUE ZEROES.
       01  WS-MAX-CLIENTS PIC 9(04) VALUE 5000.

      ******************************************
      *  BORDEREAUX DU REGISTRE ET LEUR CREDIT BANCAIRE
      ******************************************
       01  WS-TABLE-REMISES.
           05 WS-RCH-ENTRY OCCURS 2000 INDEXED BY WS-INDICE-RCH.
               10 WS-RCH-NUMERO   PIC 9(08).
               10 WS-RCH-DATE     PIC 9(08).
               10 WS-RCH-NOMBRE   PIC 9(05).
               10 WS-RCH-TOTAL    PIC 9(09)V99.
               10 WS-RCH-STATUT   PIC X(01).
               10 WS-RCH-DATE-CREDIT    PIC 9(08).
               10 WS-RCH-MONTANT-CREDIT PIC 9(09)V99.
       01  WS-NB-REMISES  PIC 9(04) VALUE ZEROES.
       01  WS-MAX-REMISES PIC 9(04) VALUE 2000.
       01  WS-DERNIER-BORDEREAU PIC 9(08) VALUE ZEROES.

      ******************************************
      *  CHEQUES DEJA REMIS (LIGNES D DU REGISTRE)
      ******************************************
       01  WS-TABLE-REMIS.
           05 WS-REMIS-ENTRY OCCURS 9000 INDEXED BY WS-INDICE-REM.
               10 WS-REMIS-ID      PIC X(08).
               10 WS-REMIS-DATE    PIC 9(08).
               10 WS-REMIS-CHEQUE  PIC X(07).
               10 WS-REMIS-MONTANT PIC 9(09)V99.
               10 WS-REMIS-SERVI   PIC X(01).
       01  WS-NB-REMIS  PIC 9(04) VALUE ZEROES.
       01  WS-MAX-REMIS PIC 9(04) VALUE 9000.
       01  WS-DEJA-REMIS PIC X(01) VALUE "N".
           88 WS-DEJA-REMIS-OUI VALUE "O".

      ******************************************
      *  CHEQUES DU BORDEREAU DU JOUR
      ******************************************
       01  WS-TABLE-BORDEREAU.
           05 WS-BOR-ENTRY OCCURS 2000 INDEXED BY WS-INDICE-BOR.
               10 WS-BOR-ID      PIC X(08).
               10 WS-BOR-DATE    PIC 9(08).
               10 WS-BOR-CHEQUE  PIC X(07).
               10 WS-BOR-MONTANT PIC 9(07)V99.
       01  WS-NB-BORDEREAU  PIC 9(04) VALUE ZEROES.
       01  WS-MAX-BORDEREAU PIC 9(04) VALUE 2000.
       01  WS-TOTAL-BORDEREAU PIC 9(09)V99 VALUE ZEROES.
       01  WS-NUMERO-BORDEREAU PIC 9(08) VALUE ZEROES.

      ******************************************
      *  SUIVI DES REMISES
      ******************************************
      ****** DELAI D'ENCAISSEMENT BANCAIRE D'UNE REMISE, EN JOURS
       01  WS-DELAI-CREDIT PIC 9(03) VALUE 5.
       01  WS-JOURS-ATTENTE PIC S9(05) VALUE ZEROES.
       01  WS-LIBELLE-SUIVI PIC X(14) VALUE SPACES.
       01  WS-NB-CONFORMES  PIC 9(04) VALUE ZEROES.
       01  WS-NB-ECARTS     PIC 9(04) VALUE ZEROES.
       01  WS-NB-ATTENTE    PIC 9(04) VALUE ZEROES.
       01  WS-NB-NON-CREDITEES PIC 9(04) VALUE ZEROES.

      ******************************************
      *  ZONES D'EDITION
      ******************************************
       01  WS-DATE-JOUR PIC 9(08) VALUE ZEROES.
       01  WS-NOM-CLIENT PIC X(20) VALUE SPACES.
       01  WS-RANG PIC 9(04) VALUE ZEROES.
       01  WS-EDIT-MONTANT PIC Z.ZZZ.ZZ9,99.
       01  WS-EDIT-TOTAL   PIC ZZZ.ZZZ.ZZ9,99.
       01  WS-EDIT-CREDIT  PIC ZZZ.ZZZ.ZZ9,99.
       01  WS-LIGNE PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-DEB.
      *******************************************************
      *  PARAGRAPHE PRINCIPAL
      *******************************************************
           DISPLAY "BORDEREAU DE REMISE DES CHEQUES".
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATE-JOUR.
      *
      *********** NOMS CLIENTS, REGISTRE ET CREDITS DES REMISES
           PERFORM 1000-CHARGEMENT-CLIENTS-DEBUT
              THRU 1000-CHARGEMENT-CLIENTS-FIN.
           PERFORM 1100-CHARGEMENT-REGISTRE-DEBUT
              THRU 1100-CHARGEMENT-REGISTRE-FIN.
           PERFORM 1200-CHARGEMENT-CREDITS-DEBUT
              THRU 1200-CHARGEMENT-CREDITS-FIN.
      *
      *********** CHEQUES RECUS PAS ENCORE REMIS
           PERFORM 2000-SELECTION-CHEQUES-DEBUT
              THRU 2000-SELECTION-CHEQUES-FIN.
      *
      *********** BORDEREAU DU JOUR ET INSCRIPTION AU REGISTRE
           IF WS-NB-BORDEREAU > ZEROES
               PERFORM 3000-EDITION-BORDEREAU-DEBUT
                  THRU 3000-EDITION-BORDEREAU-FIN
           ELSE
               DISPLAY "--> AUCUN CHEQUE A REMETTRE"
           END-IF.
      *
      *********** SUIVI DES REMISES ET DE LEUR CREDIT
           PERFORM 4000-SUIVI-REMISES-DEBUT
              THRU 4000-SUIVI-REMISES-FIN.

           DISPLAY "==============================================".
           DISPLAY "REGLEMENTS LUS          : " WS-COMPTEUR-FILE-FREGL.
           DISPLAY "CHEQUES REMIS CE JOUR   : " WS-NB-BORDEREAU.
           IF WS-NB-BORDEREAU > ZEROES
               MOVE WS-TOTAL-BORDEREAU TO WS-EDIT-TOTAL
               DISPLAY "BORDEREAU " WS-NUMERO-BORDEREAU
                       " TOTAL " WS-EDIT-TOTAL
           END-IF.
           DISPLAY "REMISES CREDITEES       : " WS-NB-CONFORMES.
           DISPLAY "REMISES EN ECART        : " WS-NB-ECARTS.
           DISPLAY "REMISES EN ATTENTE      : " WS-NB-ATTENTE.
           DISPLAY "REMISES NON CREDITEES   : " WS-NB-NON-CREDITEES.
           DISPLAY "==============================================".

           IF RETURN-CODE < 4
           AND (WS-NB-ECARTS > ZEROES OR WS-NB-NON-CREDITEES > ZEROES)
               MOVE 4 TO RETURN-CODE
           END-IF.

       0000-MAIN-FIN.
           GOBACK.

      *******************************************************
      *  CHARGEMENT DES NOMS CLIENTS (TIREURS DES CHEQUES)
      *******************************************************
       1000-CHARGEMENT-CLIENTS-DEBUT.

           OPEN INPUT FCLIENT.
           IF NOT WS-STATUS-FILE-FCLIENT-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FCLIENT': "
                       WS-STATUS-FILE-FCLIENT
               GO TO 1000-CHARGEMENT-CLIENTS-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FCLIENT-OK
               READ FCLIENT
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-NB-CLIENTS < WS-MAX-CLIENTS
                           ADD 1 TO WS-NB-CLIENTS
                           SET WS-INDICE-CLI TO WS-NB-CLIENTS
                           MOVE RCLIENT-ID
                                TO WS-CLIENT-ID (WS-INDICE-CLI)
                           MOVE RCLIENT-NOM
                                TO WS-CLIENT-NOM (WS-INDICE-CLI)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FCLIENT.

       1000-CHARGEMENT-CLIENTS-FIN.
           EXIT.

      *******************************************************
      *  REGISTRE DES REMISES : BORDEREAUX (B) ET CHEQUES DEJA
      *  REMIS (D) ; LE DERNIER NUMERO DE BORDEREAU EST LE PLUS
      *  GRAND DU REGISTRE
      *******************************************************
       1100-CHARGEMENT-REGISTRE-DEBUT.

           OPEN INPUT FREMCHQ.
           IF NOT WS-STATUS-FILE-FREMCHQ-OK
               DISPLAY "--> AUCUNE REMISE ANTERIEURE"
               GO TO 1100-CHARGEMENT-REGISTRE-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FREMCHQ-OK
               READ FREMCHQ
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RCH-NUMERO IS NUMERIC
                       AND RCH-NUMERO > WS-DERNIER-BORDEREAU
                           MOVE RCH-NUMERO TO WS-DERNIER-BORDEREAU
                       END-IF
                       IF RCH-BORDEREAU
                       AND RCH-MONTANT IS NUMERIC
                       AND WS-NB-REMISES < WS-MAX-REMISES
                           ADD 1 TO WS-NB-REMISES
                           SET WS-INDICE-RCH TO WS-NB-REMISES
                           MOVE RCH-NUMERO
                                TO WS-RCH-NUMERO (WS-INDICE-RCH)
                           MOVE RCH-DATE
                                TO WS-RCH-DATE (WS-INDICE-RCH)
                           MOVE RCH-NOMBRE
                                TO WS-RCH-NOMBRE (WS-INDICE-RCH)
                           MOVE RCH-MONTANT
                                TO WS-RCH-TOTAL (WS-INDICE-RCH)
                           MOVE "A"
                                TO WS-RCH-STATUT (WS-INDICE-RCH)
                           MOVE ZEROES
                                TO WS-RCH-DATE-CREDIT (WS-INDICE-RCH)
                                 WS-RCH-MONTANT-CREDIT (WS-INDICE-RCH)
                       END-IF
                       IF RCH-DETAIL
                       AND RCH-MONTANT IS NUMERIC
                           IF WS-NB-REMIS < WS-MAX-REMIS
                               ADD 1 TO WS-NB-REMIS
                               SET WS-INDICE-REM TO WS-NB-REMIS
                               MOVE RCH-ID
                                    TO WS-REMIS-ID (WS-INDICE-REM)
                               MOVE RCH-DATE-REGL
                                    TO WS-REMIS-DATE (WS-INDICE-REM)
                               MOVE RCH-CHEQUE
                                    TO WS-REMIS-CHEQUE (WS-INDICE-REM)
                               MOVE RCH-MONTANT
                                    TO WS-REMIS-MONTANT (WS-INDICE-REM)
                               MOVE "N"
                                    TO WS-REMIS-SERVI (WS-INDICE-REM)
                           ELSE
                               DISPLAY "--> ! PLUS DE " WS-MAX-REMIS
                                       " CHEQUES REMIS!"
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FREMCHQ.

           DISPLAY "BORDEREAUX ANTERIEURS: " WS-NB-REMISES
                   " - CHEQUES DEJA REMIS: " WS-NB-REMIS.

       1100-CHARGEMENT-REGISTRE-FIN.
           EXIT.

      *******************************************************
      *  CREDITS RECONNUS SUR LE RELEVE PAR RELEVEBANQ
      *******************************************************
       1200-CHARGEMENT-CREDITS-DEBUT.

           OPEN INPUT FCREDCHQ.
           IF NOT WS-STATUS-FILE-FCREDCHQ-OK
               GO TO 1200-CHARGEMENT-CREDITS-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FCREDCHQ-OK
               READ FCREDCHQ
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM VARYING WS-INDICE-RCH FROM 1 BY 1
                               UNTIL WS-INDICE-RCH > WS-NB-REMISES
                           IF WS-RCH-NUMERO (WS-INDICE-RCH)
                              = CRC-NUMERO
                               MOVE CRC-STATUT
                                    TO WS-RCH-STATUT (WS-INDICE-RCH)
                               MOVE CRC-DATE-CREDIT
                                    TO WS-RCH-DATE-CREDIT
                                       (WS-INDICE-RCH)
                               MOVE CRC-MONTANT-CREDITE
                                    TO WS-RCH-MONTANT-CREDIT
                                       (WS-INDICE-RCH)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM.
           CLOSE FCREDCHQ.

       1200-CHARGEMENT-CREDITS-FIN.
           EXIT.

      *******************************************************
      *  SELECTION DES CHEQUES : REGLEMENTS EN MODE CHQ QUI NE
      *  SONT PAS DEJA INSCRITS AU REGISTRE (MEME CLIENT, DATE,
      *  NUMERO DE CHEQUE ET MONTANT)
      *******************************************************
       2000-SELECTION-CHEQUES-DEBUT.

           OPEN INPUT FREGL.
           IF NOT WS-STATUS-FILE-FREGL-OK
               DISPLAY "--> REGLEMENTS.txt ABSENT: AUCUN CHEQUE"
               GO TO 2000-SELECTION-CHEQUES-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FREGL-OK
               READ FREGL
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO WS-COMPTEUR-FILE-FREGL
                       IF RREGL-MODE-CHEQUE
                       AND RREGL-MONTANT IS NUMERIC
                       AND RREGL-DATE IS NUMERIC
                           PERFORM 2100-CONTROLE-CHEQUE-DEBUT
                              THRU 2100-CONTROLE-CHEQUE-FIN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FREGL.

       2000-SELECTION-CHEQUES-FIN.
           EXIT.

      *******************************************************
      *  UN CHEQUE DEJA REMIS EST IGNORE, LES AUTRES SONT
      *  PORTES SUR LE BORDEREAU DU JOUR
      *******************************************************
       2100-CONTROLE-CHEQUE-DEBUT.

           MOVE "N" TO WS-DEJA-REMIS.
           PERFORM VARYING WS-INDICE-REM FROM 1 BY 1
                   UNTIL WS-INDICE-REM > WS-NB-REMIS
                      OR WS-DEJA-REMIS-OUI
               IF WS-REMIS-SERVI (WS-INDICE-REM) = "N"
               AND WS-REMIS-ID (WS-INDICE-REM) = RREGL-ID
               AND WS-REMIS-DATE (WS-INDICE-REM) = RREGL-DATE
               AND WS-REMIS-CHEQUE (WS-INDICE-REM) = RREGL-CHEQUE
               AND WS-REMIS-MONTANT (WS-INDICE-REM) = RREGL-MONTANT
                   MOVE "O" TO WS-DEJA-REMIS
                   MOVE "O" TO WS-REMIS-SERVI (WS-INDICE-REM)
               END-IF
           END-PERFORM.
           IF WS-DEJA-REMIS-OUI
               GO TO 2100-CONTROLE-CHEQUE-FIN
           END-IF.

           IF WS-NB-BORDEREAU >= WS-MAX-BORDEREAU
               DISPLAY "--> ! PLUS DE " WS-MAX-BORDEREAU
                       " CHEQUES SUR LE BORDEREAU!"
               GO TO 2100-CONTROLE-CHEQUE-FIN
           END-IF.

           ADD 1 TO WS-NB-BORDEREAU.
           SET WS-INDICE-BOR TO WS-NB-BORDEREAU.
           MOVE RREGL-ID      TO WS-BOR-ID (WS-INDICE-BOR).
           MOVE RREGL-DATE    TO WS-BOR-DATE (WS-INDICE-BOR).
           MOVE RREGL-CHEQUE  TO WS-BOR-CHEQUE (WS-INDICE-BOR).
           MOVE RREGL-MONTANT TO WS-BOR-MONTANT (WS-INDICE-BOR).
           ADD RREGL-MONTANT TO WS-TOTAL-BORDEREAU.

       2100-CONTROLE-CHEQUE-FIN.
           EXIT.

      *******************************************************
      *  BORDEREAU NUMEROTE POUR LA BANQUE ET INSCRIPTION AU
      *  REGISTRE (LIGNE B PUIS UNE LIGNE D PAR CHEQUE)
      *******************************************************
       3000-EDITION-BORDEREAU-DEBUT.

           COMPUTE WS-NUMERO-BORDEREAU = WS-DERNIER-BORDEREAU + 1.

           OPEN OUTPUT FBORDEREAU.
           IF NOT WS-STATUS-FILE-FBORDEREAU-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FBORDEREAU': "
                       WS-STATUS-FILE-FBORDEREAU
               MOVE 16 TO RETURN-CODE
               MOVE ZEROES TO WS-NB-BORDEREAU
               GO TO 3000-EDITION-BORDEREAU-FIN
           END-IF.

           OPEN EXTEND FREMCHQ.
           IF WS-STATUS-FILE-FREMCHQ-INEXISTANT
               OPEN OUTPUT FREMCHQ
           END-IF.
           IF NOT WS-STATUS-FILE-FREMCHQ-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FREMCHQ': "
                       WS-STATUS-FILE-FREMCHQ
               MOVE 16 TO RETURN-CODE
               CLOSE FBORDEREAU
               MOVE ZEROES TO WS-NB-BORDEREAU
               GO TO 3000-EDITION-BORDEREAU-FIN
           END-IF.
      *
      ****** ENTETE DU BORDEREAU
           MOVE SPACES TO WS-LIGNE.
           STRING "BORDEREAU DE REMISE DE CHEQUES NO "
                  WS-NUMERO-BORDEREAU " DU " WS-DATE-JOUR
                  DELIMITED BY SIZE INTO WS-LIGNE.
           MOVE WS-LIGNE TO RBORDEREAU.
           WRITE RBORDEREAU.
           MOVE ALL "-" TO RBORDEREAU.
           WRITE RBORDEREAU.
           MOVE "RANG  NO CHEQUE  CLIENT    TIREUR               "
             TO WS-LIGNE.
           MOVE "RECU LE          MONTANT" TO WS-LIGNE (51:25).
           MOVE WS-LIGNE TO RBORDEREAU.
           WRITE RBORDEREAU.
           MOVE ALL "-" TO RBORDEREAU.
           WRITE RBORDEREAU.

           MOVE SPACES TO RREMCHQ.
           MOVE "B"                  TO RCH-TYPE.
           MOVE WS-NUMERO-BORDEREAU  TO RCH-NUMERO.
           MOVE WS-DATE-JOUR         TO RCH-DATE.
           MOVE ZEROES               TO RCH-DATE-REGL.
           MOVE WS-NB-BORDEREAU      TO RCH-NOMBRE.
           MOVE WS-TOTAL-BORDEREAU   TO RCH-MONTANT.
           WRITE RREMCHQ.
      *
      ****** UNE LIGNE PAR CHEQUE
           PERFORM 3100-LIGNE-CHEQUE-DEBUT
              THRU 3100-LIGNE-CHEQUE-FIN
               VARYING WS-INDICE-BOR FROM 1 BY 1
               UNTIL WS-INDICE-BOR > WS-NB-BORDEREAU.
      *
      ****** PIED : NOMBRE ET TOTAL CONTROLES PAR LA BANQUE
           MOVE ALL "-" TO RBORDEREAU.
           WRITE RBORDEREAU.
           MOVE WS-TOTAL-BORDEREAU TO WS-EDIT-TOTAL.
           MOVE SPACES TO WS-LIGNE.
           STRING "NOMBRE DE CHEQUES : " WS-NB-BORDEREAU
                  "     TOTAL REMIS : " WS-EDIT-TOTAL
                  DELIMITED BY SIZE INTO WS-LIGNE.
           MOVE WS-LIGNE TO RBORDEREAU.
           WRITE RBORDEREAU.

           CLOSE FBORDEREAU.
           CLOSE FREMCHQ.
      *
      ****** LE NOUVEAU BORDEREAU ENTRE DANS LE SUIVI
           IF WS-NB-REMISES < WS-MAX-REMISES
               ADD 1 TO WS-NB-REMISES
               SET WS-INDICE-RCH TO WS-NB-REMISES
               MOVE WS-NUMERO-BORDEREAU TO WS-RCH-NUMERO (WS-INDICE-RCH)
               MOVE WS-DATE-JOUR        TO WS-RCH-DATE (WS-INDICE-RCH)
               MOVE WS-NB-BORDEREAU     TO WS-RCH-NOMBRE (WS-INDICE-RCH)
               MOVE WS-TOTAL-BORDEREAU  TO WS-RCH-TOTAL (WS-INDICE-RCH)
               MOVE "A"                 TO WS-RCH-STATUT (WS-INDICE-RCH)
               MOVE ZEROES TO WS-RCH-DATE-CREDIT (WS-INDICE-RCH)
                              WS-RCH-MONTANT-CREDIT (WS-INDICE-RCH)
           END-IF.

       3000-EDITION-BORDEREAU-FIN.
           EXIT.

      *******************************************************
      *  LIGNE D'UN CHEQUE : BORDEREAU IMPRIME ET REGISTRE
      *******************************************************
       3100-LIGNE-CHEQUE-DEBUT.

           MOVE SPACES TO WS-NOM-CLIENT.
           PERFORM VARYING WS-INDICE-CLI FROM 1 BY 1
                   UNTIL WS-INDICE-CLI > WS-NB-CLIENTS
                      OR WS-NOM-CLIENT NOT = SPACES
               IF WS-CLIENT-ID (WS-INDICE-CLI)
                  = WS-BOR-ID (WS-INDICE-BOR)
                   MOVE WS-CLIENT-NOM (WS-INDICE-CLI) TO WS-NOM-CLIENT
               END-IF
           END-PERFORM.

           SET WS-RANG TO WS-INDICE-BOR.
           MOVE WS-BOR-MONTANT (WS-INDICE-BOR) TO WS-EDIT-MONTANT.
           MOVE SPACES TO WS-LIGNE.
           STRING WS-RANG "  " WS-BOR-CHEQUE (WS-INDICE-BOR)
                  "    " WS-BOR-ID (WS-INDICE-BOR)
                  "  " WS-NOM-CLIENT " "
                  WS-BOR-DATE (WS-INDICE-BOR) " " WS-EDIT-MONTANT
                  DELIMITED BY SIZE INTO WS-LIGNE.
           MOVE WS-LIGNE TO RBORDEREAU.
           WRITE RBORDEREAU.

           MOVE SPACES TO RREMCHQ.
           MOVE "D"                           TO RCH-TYPE.
           MOVE WS-NUMERO-BORDEREAU           TO RCH-NUMERO.
           MOVE WS-DATE-JOUR                  TO RCH-DATE.
           MOVE WS-BOR-ID (WS-INDICE-BOR)     TO RCH-ID.
           MOVE WS-BOR-DATE (WS-INDICE-BOR)   TO RCH-DATE-REGL.
           MOVE WS-BOR-CHEQUE (WS-INDICE-BOR) TO RCH-CHEQUE.
           MOVE 1                             TO RCH-NOMBRE.
           MOVE WS-BOR-MONTANT (WS-INDICE-BOR) TO RCH-MONTANT.
           WRITE RREMCHQ.

       3100-LIGNE-CHEQUE-FIN.
           EXIT.

      *******************************************************
      *  SUIVI DE CHAQUE BORDEREAU : CREDITEE (CONFORME), ECART,
      *  EN ATTENTE (DANS LE DELAI) OU NON CREDITEE (DELAI
      *  DEPASSE : CHEQUES A RECHERCHER)
      *******************************************************
       4000-SUIVI-REMISES-DEBUT.

           OPEN OUTPUT FSUIVI.
           IF NOT WS-STATUS-FILE-FSUIVI-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FSUIVI': "
                       WS-STATUS-FILE-FSUIVI
               MOVE 16 TO RETURN-CODE
               GO TO 4000-SUIVI-REMISES-FIN
           END-IF.

           MOVE SPACES TO WS-LIGNE.
           STRING "SUIVI DES REMISES DE CHEQUES AU " WS-DATE-JOUR
                  " (DELAI DE CREDIT " WS-DELAI-CREDIT " JOURS)"
                  DELIMITED BY SIZE INTO WS-LIGNE.
           MOVE WS-LIGNE TO RSUIVI.
           WRITE RSUIVI.
           MOVE "BORDEREAU  REMIS LE  NB          TOTAL REMIS  "
             TO WS-LIGNE.
           MOVE "STATUT          CREDITE LE      MONTANT CREDITE"
             TO WS-LIGNE (48:47).
           MOVE WS-LIGNE TO RSUIVI.
           WRITE RSUIVI.

           PERFORM 4100-SUIVI-REMISE-DEBUT
              THRU 4100-SUIVI-REMISE-FIN
               VARYING WS-INDICE-RCH FROM 1 BY 1
               UNTIL WS-INDICE-RCH > WS-NB-REMISES.

           MOVE SPACES TO WS-LIGNE.
           STRING "CREDITEES " WS-NB-CONFORMES
                  " - ECARTS " WS-NB-ECARTS
                  " - EN ATTENTE " WS-NB-ATTENTE
                  " - NON CREDITEES " WS-NB-NON-CREDITEES
                  DELIMITED BY SIZE INTO WS-LIGNE.
           MOVE WS-LIGNE TO RSUIVI.
           WRITE RSUIVI.

           CLOSE FSUIVI.

       4000-SUIVI-REMISES-FIN.
           EXIT.

      *******************************************************
      *  LIGNE DE SUIVI D'UN BORDEREAU
      *******************************************************
       4100-SUIVI-REMISE-DEBUT.

           EVALUATE WS-RCH-STATUT (WS-INDICE-RCH)
               WHEN "O"
                   MOVE "CREDITEE" TO WS-LIBELLE-SUIVI
                   ADD 1 TO WS-NB-CONFORMES
               WHEN "E"
                   MOVE "ECART" TO WS-LIBELLE-SUIVI
                   ADD 1 TO WS-NB-ECARTS
               WHEN OTHER
                   COMPUTE WS-JOURS-ATTENTE =
                       FUNCTION INTEGER-OF-DATE (WS-DATE-JOUR)
                     - FUNCTION INTEGER-OF-DATE
                           (WS-RCH-DATE (WS-INDICE-RCH))
                   IF WS-JOURS-ATTENTE > WS-DELAI-CREDIT
                       MOVE "NON CREDITEE" TO WS-LIBELLE-SUIVI
                       ADD 1 TO WS-NB-NON-CREDITEES
                   ELSE
                       MOVE "EN ATTENTE" TO WS-LIBELLE-SUIVI
                       ADD 1 TO WS-NB-ATTENTE
                   END-IF
           END-EVALUATE.

           MOVE WS-RCH-TOTAL (WS-INDICE-RCH) TO WS-EDIT-TOTAL.
           MOVE SPACES TO WS-LIGNE.
           IF WS-RCH-STATUT (WS-INDICE-RCH) = "O" OR "E"
               MOVE WS-RCH-MONTANT-CREDIT (WS-INDICE-RCH)
                    TO WS-EDIT-CREDIT
               STRING WS-RCH-NUMERO (WS-INDICE-RCH) "   "
                      WS-RCH-DATE (WS-INDICE-RCH) "  "
                      WS-RCH-NOMBRE (WS-INDICE-RCH) " "
                      WS-EDIT-TOTAL "  " WS-LIBELLE-SUIVI "  "
                      WS-RCH-DATE-CREDIT (WS-INDICE-RCH) " "
                      WS-EDIT-CREDIT
                      DELIMITED BY SIZE INTO WS-LIGNE
           ELSE
               STRING WS-RCH-NUMERO (WS-INDICE-RCH) "   "
                      WS-RCH-DATE (WS-INDICE-RCH) "  "
                      WS-RCH-NOMBRE (WS-INDICE-RCH) " "
                      WS-EDIT-TOTAL "  " WS-LIBELLE-SUIVI
                      DELIMITED BY SIZE INTO WS-LIGNE
           END-IF.
           MOVE WS-LIGNE TO RSUIVI.
           WRITE RSUIVI.

       4100-SUIVI-REMISE-FIN.
           EXIT.
