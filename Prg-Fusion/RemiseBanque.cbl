      *     a reception.
      * La somme du pied egale exactement la part prelevable du total
      * facture de l'execution.
      * Chaque detail porte la sequence SEPA du mandat : FRST pour le
      * premier prelevement presente sur le mandat, RCUR ensuite. Un
      * mandat sans prelevement depuis 36 mois (depuis sa signature
      * s'il n'a jamais servi) est caduc : il passe au statut E dans
      * MANDATS.txt et le client n'est pas remis. La date de derniere
      * utilisation des mandats remis est mise a jour dans
      * MANDATS.txt, reecrit par REECRIT (nouvelle generation
      * controlee puis basculee). L'avis prealable au debiteur est
      * emis par PRENOTIF.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           FILE STATUS IS WS-STATUS-FILE-FECH.

      ******** FICHIER DES MANDATS DE PRELEVEMENT (MANDMAINT)
           SELECT FMANDAT ASSIGN TO DYNAMIC WS-NOM-FMANDAT
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FMANDAT.
           05  ECH-MONTANT  PIC 9(07)V99.

      ******** FICHIER DES MANDATS DE PRELEVEMENT
           COPY 'COBOL-FD-MANDAT.cpy'.

       WORKING-STORAGE SECTION.
      ***********************************************
               10 WS-MAND-IBAN   PIC X(34).
               10 WS-MAND-RUM    PIC X(16).
               10 WS-MAND-STATUT PIC X(01).
               10 WS-MAND-SIGNATURE   PIC 9(08).
               10 WS-MAND-UTILISATION PIC 9(08).
       01  WS-NB-MANDATS  PIC 9(04) VALUE ZEROES.
       01  WS-MAX-MANDATS PIC 9(04) VALUE 5000.
       01  WS-MANDAT-POSITION PIC 9(04) VALUE ZEROES.
       01  WS-COMPTEUR-SANS-MANDAT PIC 9(05) VALUE ZEROES.
       01  WS-MANDATS-MODIFIES PIC X(01) VALUE "N".
           88 WS-MANDATS-MODIFIES-OUI VALUE "O".

      ******************************************
      *  SEQUENCE SEPA ET CADUCITE DES MANDATS (36 MOIS SANS
      *  PRELEVEMENT)
      ******************************************
       01  WS-SEQUENCE PIC X(04) VALUE SPACES.
       01  WS-DATE-CADUCITE  PIC 9(08) VALUE ZEROES.
       01  WS-DATE-REFERENCE PIC 9(08) VALUE ZEROES.
       01  WS-COMPTEUR-FRST    PIC 9(05) VALUE ZEROES.
       01  WS-COMPTEUR-RCUR    PIC 9(05) VALUE ZEROES.
       01  WS-COMPTEUR-EXPIRES PIC 9(05) VALUE ZEROES.

      ******************************************
      *  TABLE DES ECHEANCIERS : UN CLIENT SOUS PLAN N'EST
       01  WS-EDIT-TOTAL   PIC ZZZ.ZZZ.ZZ9,99.
       01  WS-LIGNE PIC X(132) VALUE SPACES.

      ***********************************************
      * MANIFESTE DES SORTIES (MANIFEST) : FICHIERSOR.txt
      * VERIFIE AVANT TRAITEMENT (NOMBRE, TOTAL HT, CLE)
      ***********************************************
       01  WS-MANIFESTE.
           05  WS-MAN-FONCTION  PIC X(01) VALUE "V".
           05  WS-MAN-FICHIER   PIC X(30) VALUE "FICHIERSOR.txt".
           05  WS-MAN-PROGRAMME PIC X(08) VALUE "REMISEBA".
           05  WS-MAN-POSITION  PIC 9(04) VALUE 73.
           05  WS-MAN-LONGUEUR  PIC 9(02) VALUE 9.
           05  WS-MAN-NB-ENREG  PIC 9(09) VALUE ZEROES.
           05  WS-MAN-TOTAL     PIC 9(13)V99 VALUE ZEROES.
           05  WS-MAN-CONTROLE  PIC 9(09) VALUE ZEROES.
           05  WS-MAN-STATUT    PIC X(01) VALUE SPACES.
               88  WS-MAN-ALTERE VALUE "2".

      ***********************************************
      * REECRITURE SURE DES FICHIERS PERMANENTS (REECRIT) :
      * LES MANDATS SONT ECRITS DANS UNE NOUVELLE GENERATION,
      * CONTROLEE (NOMBRE, TOTAL DES DATES DE SIGNATURE) PUIS
      * BASCULEE
      ***********************************************
       01  WS-NOM-FMANDAT PIC X(40) VALUE "MANDATS.txt".
       01  WS-REECRITURE.
           05  WS-REE-FONCTION  PIC X(01) VALUE "R".
           05  WS-REE-FICHIER   PIC X(40) VALUE "MANDATS.txt".
           05  WS-REE-NOUVEAU   PIC X(40) VALUE SPACES.
           05  WS-REE-PROGRAMME PIC X(08) VALUE "REMISEBA".
           05  WS-REE-POSITION  PIC 9(04) VALUE 62.
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
      *********** FICHIERSOR.txt INCHANGE DEPUIS SON ECRITURE
           CALL 'MANIFEST' USING WS-MANIFESTE
               ON EXCEPTION
                   MOVE SPACES TO WS-MAN-STATUT
           END-CALL.
           IF WS-MAN-ALTERE
               DISPLAY "*** TRAITEMENT ARRETE: FICHIERSOR.txt ALTERE"
               MOVE 12 TO RETURN-CODE
               GO TO 0000-MAIN-FIN
           END-IF.
      *
           DISPLAY "REMISE DE PRELEVEMENTS A LA BANQUE".
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATE-JOUR.
      ****** UN MANDAT NON UTILISE DEPUIS AVANT CETTE DATE EST CADUC
           COMPUTE WS-DATE-CADUCITE = WS-DATE-JOUR - 30000.
      *
      *********** CHARGEMENT DES ECHEANCIERS DE PAIEMENT
           PERFORM 2000-CHARGEMENT-ECHEANCIERS-DEBUT
              THRU 2000-CHARGEMENT-ECHEANCIERS-FIN.
      *
      *********** REPRISE D'UNE REECRITURE INTERROMPUE DES MANDATS
           MOVE "R" TO WS-REE-FONCTION.
           CALL 'REECRIT' USING WS-REECRITURE
               ON EXCEPTION
                   DISPLAY "--> SOUS-PROGRAMME REECRIT INTROUVABLE"
                   MOVE 16 TO RETURN-CODE
                   GO TO 0000-MAIN-FIN
           END-CALL.
      *
      *********** CHARGEMENT DES MANDATS DE PRELEVEMENT
           PERFORM 3000-CHARGEMENT-MANDATS-DEBUT
              THRU 3000-CHARGEMENT-MANDATS-FIN.

           CLOSE FCLISOR.
           CLOSE FREMISE.
      *
      ****** DATES DE DERNIERE UTILISATION ET MANDATS CADUCS
           IF WS-MANDATS-MODIFIES-OUI
               PERFORM 4000-REECRITURE-MANDATS-DEBUT
                  THRU 4000-REECRITURE-MANDATS-FIN
           END-IF.

           DISPLAY "==============================================".
           DISPLAY "ENREGISTREMENTS LUS      : "
                   WS-COMPTEUR-PLAN-REPORTES.
           DISPLAY "CLIENTS SANS MANDAT ACTIF : "
                   WS-COMPTEUR-SANS-MANDAT.
           DISPLAY "SEQUENCES FRST / RCUR     : "
                   WS-COMPTEUR-FRST " / " WS-COMPTEUR-RCUR.
           DISPLAY "MANDATS DEVENUS CADUCS    : "
                   WS-COMPTEUR-EXPIRES.
           DISPLAY "==============================================".

       0000-MAIN-FIN.
               GO TO 1000-DETAIL-REMISE-FIN
           END-IF.
           SET WS-INDICE2 TO WS-MANDAT-POSITION.
      *
      ****** MANDAT CADUC : 36 MOIS SANS PRELEVEMENT (DEPUIS LA
      ****** SIGNATURE S'IL N'A JAMAIS SERVI)
           IF WS-MAND-UTILISATION (WS-INDICE2) > ZEROES
               MOVE WS-MAND-UTILISATION (WS-INDICE2)
                    TO WS-DATE-REFERENCE
           ELSE
               MOVE WS-MAND-SIGNATURE (WS-INDICE2) TO WS-DATE-REFERENCE
           END-IF.
           IF WS-DATE-REFERENCE < WS-DATE-CADUCITE
               MOVE "E" TO WS-MAND-STATUT (WS-INDICE2)
               MOVE "O" TO WS-MANDATS-MODIFIES
               ADD 1 TO WS-COMPTEUR-EXPIRES
               DISPLAY "--> CLIENT " RCLISOR-ID " MANDAT "
                       WS-MAND-RUM (WS-INDICE2)
                       " CADUC (36 MOIS SANS PRELEVEMENT): NON REMIS"
               GO TO 1000-DETAIL-REMISE-FIN
           END-IF.
      *
      ****** SEQUENCE : PREMIER PRELEVEMENT DU MANDAT OU RECURRENT
           IF WS-MAND-UTILISATION (WS-INDICE2) = ZEROES
               MOVE "FRST" TO WS-SEQUENCE
               ADD 1 TO WS-COMPTEUR-FRST
           ELSE
               MOVE "RCUR" TO WS-SEQUENCE
               ADD 1 TO WS-COMPTEUR-RCUR
           END-IF.

           MOVE WS-MONTANT-PRELEVE TO WS-EDIT-MONTANT.
           MOVE SPACES TO WS-LIGNE.
           STRING "D " RCLISOR-ID " " RCLISOR-NOM " "
                  WS-EDIT-MONTANT " "
                  WS-MAND-IBAN (WS-INDICE2) " "
                  WS-MAND-RUM (WS-INDICE2) " "
                  WS-SEQUENCE
                  DELIMITED BY SIZE INTO WS-LIGNE.
           MOVE WS-LIGNE TO RREMISE.
           WRITE RREMISE.

           ADD 1 TO WS-COMPTEUR-DETAILS.
           ADD WS-MONTANT-PRELEVE TO WS-TOTAL-REMISE.
      *
      ****** LE MANDAT A SERVI : LA PROCHAINE PRESENTATION EST RCUR
           MOVE WS-DATE-JOUR TO WS-MAND-UTILISATION (WS-INDICE2).
           MOVE "O" TO WS-MANDATS-MODIFIES.

       1000-DETAIL-REMISE-FIN.
           EXIT.
                                TO WS-MAND-RUM (WS-INDICE2)
                           MOVE MAND-STATUT
                                TO WS-MAND-STATUT (WS-INDICE2)
                           MOVE MAND-DATE-SIGNATURE
                                TO WS-MAND-SIGNATURE (WS-INDICE2)
                           IF MAND-DATE-UTILISATION IS NUMERIC
                               MOVE MAND-DATE-UTILISATION
                                    TO WS-MAND-UTILISATION (WS-INDICE2)
                           ELSE
                               MOVE ZEROES
                                    TO WS-MAND-UTILISATION (WS-INDICE2)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       3000-CHARGEMENT-MANDATS-FIN.
           EXIT.

      *******************************************************
      *  REECRITURE COMPLETE DU FICHIER DES MANDATS (DATES DE
      *  DERNIERE UTILISATION, MANDATS DEVENUS CADUCS)
      *******************************************************
       4000-REECRITURE-MANDATS-DEBUT.

      ****** ECRITURE DANS LA NOUVELLE GENERATION
           MOVE WS-REE-NOUVEAU TO WS-NOM-FMANDAT.
           MOVE ZEROES TO WS-REE-NB-ENREG WS-REE-TOTAL.
           OPEN OUTPUT FMANDAT.
           IF NOT WS-STATUS-FILE-FMANDAT-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FMANDAT': "
                       WS-STATUS-FILE-FMANDAT
               MOVE WS-REE-FICHIER TO WS-NOM-FMANDAT
               MOVE 16 TO RETURN-CODE
               GO TO 4000-REECRITURE-MANDATS-FIN
           END-IF.

           PERFORM VARYING WS-INDICE2 FROM 1 BY 1
                   UNTIL WS-INDICE2 > WS-NB-MANDATS
               MOVE SPACES TO RMANDAT
               MOVE WS-MAND-ID (WS-INDICE2)     TO MAND-ID
               MOVE WS-MAND-IBAN (WS-INDICE2)   TO MAND-IBAN
               MOVE WS-MAND-RUM (WS-INDICE2)    TO MAND-RUM
               MOVE WS-MAND-SIGNATURE (WS-INDICE2)
                    TO MAND-DATE-SIGNATURE
               MOVE WS-MAND-STATUT (WS-INDICE2) TO MAND-STATUT
               MOVE WS-MAND-UTILISATION (WS-INDICE2)
                    TO MAND-DATE-UTILISATION
               WRITE RMANDAT
               ADD 1 TO WS-REE-NB-ENREG
               IF MAND-DATE-SIGNATURE IS NUMERIC
                   ADD MAND-DATE-SIGNATURE TO WS-REE-TOTAL
               END-IF
           END-PERFORM.
           CLOSE FMANDAT.
           MOVE WS-REE-FICHIER TO WS-NOM-FMANDAT.
      *
      ****** CONTROLE DE LA GENERATION PUIS BASCULE
           MOVE "B" TO WS-REE-FONCTION.
           CALL 'REECRIT' USING WS-REECRITURE
               ON EXCEPTION
                   MOVE "9" TO WS-REE-STATUT
           END-CALL.
           IF NOT WS-REE-OK
               DISPLAY "*** MANDATS.txt NON REMPLACE ***"
               MOVE 16 TO RETURN-CODE
           END-IF.

       4000-REECRITURE-MANDATS-FIN.
           EXIT.
