      *   (D)ECLARATION : numero attribue par le programme (max+1),
      *       contrat controle dans ASSURANCES.txt, date validee par
      *       DATESERV, reserve numerique
      *   (R)ESERVE     : revision de la reserve d'un sinistre
      *       ouvert, jamais en dessous des paiements deja saisis
      *       (SINISTRES-PAIEMENTS.txt)
      *   (C)LOTURE     : clos sans suite (statut C), refusee
      *       une fois des paiements vires sur le sinistre
      *   (L)ISTE       : sinistres d'un contrat
      *
      * Les reglements ne se saisissent plus ici : les paiements
      * sont saisis par SINPAIE et vires par SINVIR, qui tient le
      * montant regle et passe le sinistre au statut R quand le
      * paiement definitif est vire.
      *
      * Chaque fixation ou revision de reserve est journalisee
      * (date, ancienne et nouvelle reserve) dans
      * SINISTRES-RESERVES.txt, source des mouvements de reserve
      * du bordereau mensuel de sinistres (SINBORD).
      *
      * SINISTRES.txt est reecrit par REECRIT : nouvelle generation
      * controlee puis basculee ; les mouvements de reserve ne sont
      * journalises qu'une fois la bascule faite.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           FILE STATUS IS WS-STATUS-FILE-FASSUR.

      ******** FICHIER DES SINISTRES
           SELECT FSINISTRE ASSIGN TO DYNAMIC WS-NOM-FSINISTRE
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FSINISTRE.

      ******** FICHIER DES PAIEMENTS DE SINISTRES (CUMUL SAISI)
           SELECT FSINPAIE ASSIGN TO "SINISTRES-PAIEMENTS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FSINPAIE.

      ******** JOURNAL DES RESERVES DE SINISTRES
           SELECT FSINRESV ASSIGN TO "SINISTRES-RESERVES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FSINRESV.

       DATA DIVISION.
       FILE SECTION.
      ******** FICHIER ASSURANCES
           COPY 'COBOL-FD-ASSURANCE.cpy'.

      ******** FICHIER DES SINISTRES
           COPY 'COBOL-FD-SINISTRE.cpy'.

      ******** FICHIER DES PAIEMENTS DE SINISTRES
           COPY 'COBOL-FD-SINPAIE.cpy'.

      ******** JOURNAL DES RESERVES DE SINISTRES
           COPY 'COBOL-FD-SINRESV.cpy'.

       WORKING-STORAGE SECTION.
      ***********************************************
       01  WS-STATUS-FILE-FSINISTRE PIC X(02).
           88 WS-STATUS-FILE-FSINISTRE-OK  VALUE "00".
           88 WS-STATUS-FILE-FSINISTRE-EOF VALUE "10".
       01  WS-STATUS-FILE-FSINPAIE PIC X(02).
           88 WS-STATUS-FILE-FSINPAIE-OK  VALUE "00".
           88 WS-STATUS-FILE-FSINPAIE-EOF VALUE "10".
       01  WS-STATUS-FILE-FSINRESV PIC X(02).
           88 WS-STATUS-FILE-FSINRESV-OK  VALUE "00".
           88 WS-STATUS-FILE-FSINRESV-INEXISTANT VALUE "35".

      *************************************
      *  TABLE DES NUMEROS DE CONTRAT (POUR CONTROLE)
       01  WS-NUMSIN-MAX PIC 9(08) VALUE ZEROES.
       01  WS-POSITION-SINISTRE PIC 9(04) VALUE ZEROES.

      *************************************
      *  MOUVEMENTS DE RESERVE DE LA SESSION (A JOURNALISER)
      *************************************
       01  WS-TABLE-MOUVEMENTS.
           05 WS-MVT-ENTRY OCCURS 1000 INDEXED BY WS-INDICE-MVT.
               10 WS-MVT-NUMSIN    PIC 9(08).
               10 WS-MVT-ANCIENNE  PIC 9(07)V99.
               10 WS-MVT-NOUVELLE  PIC 9(07)V99.
               10 WS-MVT-ORIGINE   PIC X(01).
       01  WS-NB-MOUVEMENTS  PIC 9(04) VALUE ZEROES.
       01  WS-MAX-MOUVEMENTS PIC 9(04) VALUE 1000.
       01  WS-CUMUL-PAIEMENTS PIC 9(09)V99 VALUE ZEROES.

      *************************************
      *  ZONES DE SAISIE ET DE CONTROLE
      *************************************
       01  WS-ACTION PIC X(01) VALUE SPACES.
           88  WS-ACTION-DECLARATION VALUE "D".
           88  WS-ACTION-RESERVE     VALUE "R".
           88  WS-ACTION-CLOTURE     VALUE "C".
           88  WS-ACTION-LISTE       VALUE "L".
           88  WS-ACTION-QUITTER     VALUE "Q".
       01  WS-MONTANT-SAISI PIC 9(07)V99 VALUE ZEROES.
       01  WS-FICHIER-MODIFIE PIC X(01) VALUE "N".
           88 WS-FICHIER-MODIFIE-OUI VALUE "O".
       01  WS-DATE-JOUR PIC 9(08) VALUE ZEROES.
       01  WS-COMPTEUR-DECLARES PIC 9(04) VALUE ZEROES.
       01  WS-COMPTEUR-REVISEES PIC 9(04) VALUE ZEROES.
       01  WS-COMPTEUR-TROUVES  PIC 9(04) VALUE ZEROES.
       01  WS-EDIT-MONTANT PIC Z.ZZZ.ZZ9,99.

           05  WS-DTS-STATUT PIC X(01) VALUE "0".
               88  WS-DTS-STATUT-OK VALUE "0".

      ***********************************************
      * REECRITURE SURE DES FICHIERS PERMANENTS (REECRIT) :
      * LES SINISTRES SONT ECRITS DANS UNE NOUVELLE GENERATION,
      * CONTROLEE (NOMBRE, TOTAL DES RESERVES) PUIS BASCULEE
      ***********************************************
       01  WS-NOM-FSINISTRE PIC X(40) VALUE "SINISTRES.txt".
       01  WS-REECRITURE.
           05  WS-REE-FONCTION  PIC X(01) VALUE "R".
           05  WS-REE-FICHIER   PIC X(40) VALUE "SINISTRES.txt".
           05  WS-REE-NOUVEAU   PIC X(40) VALUE SPACES.
           05  WS-REE-PROGRAMME PIC X(08) VALUE "SINMAINT".
           05  WS-REE-POSITION  PIC 9(04) VALUE 30.
           05  WS-REE-LONGUEUR  PIC 9(02) VALUE 9.
           05  WS-REE-DECIMALES PIC 9(01) VALUE 2.
           05  WS-REE-NB-ENREG  PIC 9(09) VALUE ZEROES.
           05  WS-REE-TOTAL     PIC 9(13)V99 VALUE ZEROES.
           05  WS-REE-STATUT    PIC X(01) VALUE SPACES.
               88  WS-REE-OK VALUE "0" "1" "2".

       PROCEDURE DIVISION.
       0000-MAIN-DEB.
      *******************************************************
      *  PARAGRAPHE PRINCIPAL
      *******************************************************
           DISPLAY "GESTION DES SINISTRES".
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATE-JOUR.
      *
      *********** REPRISE D'UNE REECRITURE INTERROMPUE DES SINISTRES
           MOVE "R" TO WS-REE-FONCTION.
           CALL 'REECRIT' USING WS-REECRITURE
               ON EXCEPTION
                   DISPLAY "--> SOUS-PROGRAMME REECRIT INTROUVABLE"
                   MOVE 16 TO RETURN-CODE
                   GO TO 0000-MAIN-FIN
           END-CALL.
      *
      *********** CHARGEMENT DES TABLES
           PERFORM 1000-CHARGEMENT-ASSURANCES-DEBUT
      *********** BOUCLE DE SAISIE DES OPERATIONS
           PERFORM UNTIL WS-ACTION-QUITTER
               MOVE SPACES TO WS-ACTION
               DISPLAY "ACTION? (D)ECLARATION (R)ESERVE (C)LOTURE "
                       "(L)ISTE (Q)UITTER: " NO ADVANCING
               ACCEPT WS-ACTION
               MOVE FUNCTION UPPER-CASE (WS-ACTION) TO WS-ACTION
                   WHEN WS-ACTION-DECLARATION
                       PERFORM 2000-DECLARATION-DEBUT
                          THRU 2000-DECLARATION-FIN
                   WHEN WS-ACTION-RESERVE
                       PERFORM 3000-REVISION-RESERVE-DEBUT
                          THRU 3000-REVISION-RESERVE-FIN
                   WHEN WS-ACTION-CLOTURE
                       PERFORM 3500-CLOTURE-DEBUT
                          THRU 3500-CLOTURE-FIN
           IF WS-FICHIER-MODIFIE-OUI
               PERFORM 5000-REECRITURE-SINISTRES-DEBUT
                  THRU 5000-REECRITURE-SINISTRES-FIN
               IF RETURN-CODE NOT = 16
                   PERFORM 5100-JOURNAL-RESERVES-DEBUT
                      THRU 5100-JOURNAL-RESERVES-FIN
               END-IF
           ELSE
               DISPLAY "AUCUNE MODIFICATION - FICHIER INCHANGE"
           END-IF.

           DISPLAY "==============================================".
           DISPLAY "SINISTRES DECLARES: " WS-COMPTEUR-DECLARES.
           DISPLAY "RESERVES REVISEES : " WS-COMPTEUR-REVISEES.
           DISPLAY "==============================================".

       0000-MAIN-FIN.
                       " SINISTRES!"
               GO TO 2000-DECLARATION-FIN
           END-IF.
           IF WS-NB-MOUVEMENTS >= WS-MAX-MOUVEMENTS
               DISPLAY "--> ! PLUS DE " WS-MAX-MOUVEMENTS
                       " MOUVEMENTS DE RESERVE DANS LA SESSION!"
               GO TO 2000-DECLARATION-FIN
           END-IF.

           ADD 1 TO WS-NUMSIN-MAX.
           ADD 1 TO WS-NB-SINISTRES.
           MOVE WS-SAISIE       TO WS-SIN-LIBELLE (WS-INDICE2).
           ADD 1 TO WS-COMPTEUR-DECLARES.
           MOVE "O" TO WS-FICHIER-MODIFIE.
           ADD 1 TO WS-NB-MOUVEMENTS.
           SET WS-INDICE-MVT TO WS-NB-MOUVEMENTS.
           MOVE WS-NUMSIN-MAX    TO WS-MVT-NUMSIN (WS-INDICE-MVT).
           MOVE ZEROES           TO WS-MVT-ANCIENNE (WS-INDICE-MVT).
           MOVE WS-MONTANT-SAISI TO WS-MVT-NOUVELLE (WS-INDICE-MVT).
           MOVE "D"              TO WS-MVT-ORIGINE (WS-INDICE-MVT).
           DISPLAY "--> SINISTRE " WS-NUMSIN-MAX " DECLARE SUR LE "
                   "CONTRAT " WS-NUMACT-SAISI.

           EXIT.

      *******************************************************
      *  REVISION DE LA RESERVE D'UN SINISTRE OUVERT : JAMAIS EN
      *  DESSOUS DU CUMUL DES PAIEMENTS NON ANNULES
      *******************************************************
       3000-REVISION-RESERVE-DEBUT.

           DISPLAY "NUMERO DU SINISTRE: " NO ADVANCING.
           MOVE SPACES TO WS-SAISIE.
           ACCEPT WS-SAISIE.
           IF WS-SAISIE (1:8) NOT NUMERIC
               DISPLAY "--> NUMERO NON NUMERIQUE"
               GO TO 3000-REVISION-RESERVE-FIN
           END-IF.
           MOVE WS-SAISIE (1:8) TO WS-NUMSIN-SAISI.

              THRU 2500-RECHERCHE-SINISTRE-FIN.
           IF WS-POSITION-SINISTRE = ZEROES
               DISPLAY "--> SINISTRE NON TROUVE: " WS-NUMSIN-SAISI
               GO TO 3000-REVISION-RESERVE-FIN
           END-IF.
           SET WS-INDICE2 TO WS-POSITION-SINISTRE.
           IF WS-SIN-STATUT (WS-INDICE2) NOT = "O"
               DISPLAY "--> SINISTRE DEJA REGLE OU CLOS"
               GO TO 3000-REVISION-RESERVE-FIN
           END-IF.

           PERFORM 3100-CUMUL-PAIEMENTS-DEBUT
              THRU 3100-CUMUL-PAIEMENTS-FIN.
           MOVE WS-SIN-RESERVE (WS-INDICE2) TO WS-EDIT-MONTANT.
           DISPLAY "RESERVE ACTUELLE " WS-EDIT-MONTANT.
           MOVE WS-CUMUL-PAIEMENTS TO WS-EDIT-MONTANT.
           DISPLAY "PAIEMENTS SAISIS " WS-EDIT-MONTANT.

           DISPLAY "NOUVELLE RESERVE (EX: 1234,56): " NO ADVANCING.
           MOVE SPACES TO WS-SAISIE.
           ACCEPT WS-SAISIE.
           IF FUNCTION TEST-NUMVAL (WS-SAISIE) NOT = 0
               DISPLAY "--> RESERVE NON NUMERIQUE: " WS-SAISIE
               GO TO 3000-REVISION-RESERVE-FIN
           END-IF.
           COMPUTE WS-MONTANT-SAISI = FUNCTION NUMVAL (WS-SAISIE).
           IF WS-MONTANT-SAISI = WS-SIN-RESERVE (WS-INDICE2)
               DISPLAY "--> RESERVE INCHANGEE"
               GO TO 3000-REVISION-RESERVE-FIN
           END-IF.
           IF WS-MONTANT-SAISI < WS-CUMUL-PAIEMENTS
               DISPLAY "--> REVISION REFUSEE: RESERVE INFERIEURE AUX "
                       "PAIEMENTS DEJA SAISIS"
               GO TO 3000-REVISION-RESERVE-FIN
           END-IF.
           IF WS-NB-MOUVEMENTS >= WS-MAX-MOUVEMENTS
               DISPLAY "--> ! PLUS DE " WS-MAX-MOUVEMENTS
                       " MOUVEMENTS DE RESERVE DANS LA SESSION!"
               GO TO 3000-REVISION-RESERVE-FIN
           END-IF.

           ADD 1 TO WS-NB-MOUVEMENTS.
           SET WS-INDICE-MVT TO WS-NB-MOUVEMENTS.
           MOVE WS-NUMSIN-SAISI TO WS-MVT-NUMSIN (WS-INDICE-MVT).
           MOVE WS-SIN-RESERVE (WS-INDICE2)
                TO WS-MVT-ANCIENNE (WS-INDICE-MVT).
           MOVE WS-MONTANT-SAISI TO WS-MVT-NOUVELLE (WS-INDICE-MVT).
           MOVE "R" TO WS-MVT-ORIGINE (WS-INDICE-MVT).
           MOVE WS-MONTANT-SAISI TO WS-SIN-RESERVE (WS-INDICE2).
           ADD 1 TO WS-COMPTEUR-REVISEES.
           MOVE "O" TO WS-FICHIER-MODIFIE.
           DISPLAY "--> RESERVE DU SINISTRE " WS-NUMSIN-SAISI
                   " REVISEE".

       3000-REVISION-RESERVE-FIN.
           EXIT.

      *******************************************************
      *  CUMUL DES PAIEMENTS NON ANNULES DU SINISTRE SAISI
      *******************************************************
       3100-CUMUL-PAIEMENTS-DEBUT.

           MOVE ZEROES TO WS-CUMUL-PAIEMENTS.
           OPEN INPUT FSINPAIE.
           IF NOT WS-STATUS-FILE-FSINPAIE-OK
               GO TO 3100-CUMUL-PAIEMENTS-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FSINPAIE-OK
               READ FSINPAIE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SPA-NUMSIN = WS-NUMSIN-SAISI
                       AND SPA-MONTANT IS NUMERIC
                       AND NOT SPA-STATUT-ANNULE
                           ADD SPA-MONTANT TO WS-CUMUL-PAIEMENTS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FSINPAIE.

       3100-CUMUL-PAIEMENTS-FIN.
           EXIT.

      *******************************************************
               DISPLAY "--> SINISTRE DEJA REGLE OU CLOS"
               GO TO 3500-CLOTURE-FIN
           END-IF.
           IF WS-SIN-REGLE (WS-INDICE2) > ZEROES
               DISPLAY "--> PAIEMENTS DEJA VIRES SUR CE SINISTRE: "
                       "LE SOLDER PAR UN PAIEMENT DEFINITIF (SINPAIE)"
               GO TO 3500-CLOTURE-FIN
           END-IF.

           MOVE "C" TO WS-SIN-STATUT (WS-INDICE2).
           MOVE "O" TO WS-FICHIER-MODIFIE.
                           " STATUT " WS-SIN-STATUT (WS-INDICE2)
                           " RESERVE " WS-EDIT-MONTANT " "
                           WS-SIN-LIBELLE (WS-INDICE2)
                   MOVE WS-SIN-REGLE (WS-INDICE2)
                        TO WS-EDIT-MONTANT
                   DISPLAY "         REGLE   " WS-EDIT-MONTANT
               END-IF
           END-PERFORM.

      *******************************************************
       5000-REECRITURE-SINISTRES-DEBUT.

      ****** ECRITURE DANS LA NOUVELLE GENERATION
           MOVE WS-REE-NOUVEAU TO WS-NOM-FSINISTRE.
           MOVE ZEROES TO WS-REE-NB-ENREG WS-REE-TOTAL.
           OPEN OUTPUT FSINISTRE.
           IF NOT WS-STATUS-FILE-FSINISTRE-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FSINISTRE': "
                       WS-STATUS-FILE-FSINISTRE
               MOVE WS-REE-FICHIER TO WS-NOM-FSINISTRE
               MOVE 16 TO RETURN-CODE
               GO TO 5000-REECRITURE-SINISTRES-FIN
           END-IF.
               MOVE WS-SIN-REGLE (WS-INDICE2)   TO SIN-REGLE
               MOVE WS-SIN-LIBELLE (WS-INDICE2) TO SIN-LIBELLE
               WRITE RSINISTRE
               ADD 1 TO WS-REE-NB-ENREG
               IF SIN-RESERVE IS NUMERIC
                   ADD SIN-RESERVE TO WS-REE-TOTAL
               END-IF
           END-PERFORM.
           CLOSE FSINISTRE.
           MOVE WS-REE-FICHIER TO WS-NOM-FSINISTRE.
      *
      ****** CONTROLE DE LA GENERATION PUIS BASCULE
           MOVE "B" TO WS-REE-FONCTION.
           CALL 'REECRIT' USING WS-REECRITURE
               ON EXCEPTION
                   MOVE "9" TO WS-REE-STATUT
           END-CALL.
           IF NOT WS-REE-OK
               DISPLAY "*** SINISTRES.txt NON REMPLACE ***"
               MOVE 16 TO RETURN-CODE
               GO TO 5000-REECRITURE-SINISTRES-FIN
           END-IF.

           DISPLAY "NOMBRE DE SINISTRES REECRITS: " WS-NB-SINISTRES.

       5000-REECRITURE-SINISTRES-FIN.
           EXIT.

      *******************************************************
      *  JOURNALISATION DES MOUVEMENTS DE RESERVE DE LA SESSION
      *******************************************************
       5100-JOURNAL-RESERVES-DEBUT.

           IF WS-NB-MOUVEMENTS = ZEROES
               GO TO 5100-JOURNAL-RESERVES-FIN
           END-IF.
           OPEN EXTEND FSINRESV.
           IF WS-STATUS-FILE-FSINRESV-INEXISTANT
               OPEN OUTPUT FSINRESV
           END-IF.
           IF NOT WS-STATUS-FILE-FSINRESV-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FSINRESV': "
                       WS-STATUS-FILE-FSINRESV
               MOVE 16 TO RETURN-CODE
               GO TO 5100-JOURNAL-RESERVES-FIN
           END-IF.

           PERFORM VARYING WS-INDICE-MVT FROM 1 BY 1
                   UNTIL WS-INDICE-MVT > WS-NB-MOUVEMENTS
               MOVE SPACES TO RSINRESV
               MOVE WS-MVT-NUMSIN (WS-INDICE-MVT)   TO SRV-NUMSIN
               MOVE WS-DATE-JOUR                    TO SRV-DATE
               MOVE WS-MVT-ANCIENNE (WS-INDICE-MVT) TO SRV-ANCIENNE
               MOVE WS-MVT-NOUVELLE (WS-INDICE-MVT) TO SRV-NOUVELLE
               MOVE WS-MVT-ORIGINE (WS-INDICE-MVT)  TO SRV-ORIGINE
               WRITE RSINRESV
           END-PERFORM.
           CLOSE FSINRESV.

           DISPLAY "MOUVEMENTS DE RESERVE JOURNALISES: "
                   WS-NB-MOUVEMENTS.

       5100-JOURNAL-RESERVES-FIN.
           EXIT.
