      * pied de la remise d'origine (REMISE-BANQUE.txt, ligne "P "
      * nombre et somme) : un rejet qui ne correspond a aucun detail
      * remis est signale.
      *
      * REGLEMENTS.txt est reecrit par nouvelle generation controlee
      * puis basculee (sous-programme REECRIT) : un arret en cours
      * d'ecriture ne perd aucun reglement. Les reglements conserves
      * sont recopies au fil de la lecture (pas de table, pas de
      * plafond) ; apres la bascule, les reglements retires le sont
      * aussi de REGLEMENTS.IDX quand l'index existe (MVTIDX).
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           FILE STATUS IS WS-STATUS-FILE-FREMISE.

      ******** FICHIER DES REGLEMENTS RECUS
           SELECT FREGL ASSIGN TO DYNAMIC WS-NOM-FREGL
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FREGL.

      ******** NOUVELLE GENERATION DES REGLEMENTS (REECRIT)
           SELECT FREGLGEN ASSIGN TO DYNAMIC WS-NOM-FREGLGEN
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FREGLGEN.

      ******** ARCHIVE PERMANENTE DES REGLEMENTS REJETES
           SELECT FREJETE ASSIGN TO "REGLEMENTS-REJETES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           05  RREGL-MONTANT        PIC 9(07)V99.
           05  FILLER               PIC X(01).
           05  RREGL-NUMFACT        PIC X(08).
      ****** MODE DE PAIEMENT (CHQ CHEQUE, VIR VIREMENT, PRL
      ****** PRELEVEMENT, ESP ESPECES ; A BLANC SUR LES ANCIENS
      ****** REGLEMENTS) ET NUMERO DU CHEQUE
           05  FILLER               PIC X(01).
           05  RREGL-MODE           PIC X(03).
           05  FILLER               PIC X(01).
           05  RREGL-CHEQUE         PIC X(07).

      ******** NOUVELLE GENERATION DES REGLEMENTS (MEME GABARIT)
       FD  FREGLGEN.
       01  RREGLGEN PIC X(48).

      ******** ARCHIVE PERMANENTE DES REGLEMENTS REJETES
       FD  FREJETE.
       01  WS-STATUS-FILE-FREGL PIC X(02).
           88 WS-STATUS-FILE-FREGL-OK  VALUE "00".
           88 WS-STATUS-FILE-FREGL-EOF VALUE "10".
       01  WS-STATUS-FILE-FREGLGEN PIC X(02).
           88 WS-STATUS-FILE-FREGLGEN-OK  VALUE "00".
       01  WS-STATUS-FILE-FREJETE PIC X(02).
           88 WS-STATUS-FILE-FREJETE-OK  VALUE "00".
           88 WS-STATUS-FILE-FREJETE-INEXISTANT VALUE "35".
               10 WS-REJ-MONTANT PIC 9(07)V99.
               10 WS-REJ-MOTIF   PIC X(20).
               10 WS-REJ-ANNULE  PIC X(01).
               10 WS-REJ-IMAGE   PIC X(48).
       01  WS-NB-REJETS  PIC 9(04) VALUE ZEROES.
       01  WS-MAX-REJETS PIC 9(04) VALUE 1000.

      ******************************************
      *  REECRITURE DES REGLEMENTS SANS LES REJETES
      ******************************************
       01  WS-NB-REGLEMENTS  PIC 9(07) VALUE ZEROES.
       01  WS-REGL-MONTANT-LU PIC 9(07)V99 VALUE ZEROES.
       01  WS-REGL-GARDE PIC X(01) VALUE "O".
           88 WS-REGL-GARDE-OUI VALUE "O".
       01  WS-EDIT-MONTANT PIC ZZZ.ZZZ.ZZ9,99.
       01  WS-LIGNE PIC X(100) VALUE SPACES.

      ***********************************************
      * REECRITURE SURE DES FICHIERS PERMANENTS (REECRIT) :
      * LES REGLEMENTS SONT ECRITS DANS UNE NOUVELLE
      * GENERATION, CONTROLEE (NOMBRE, TOTAL DES MONTANTS)
      * PUIS BASCULEE
      ***********************************************
       01  WS-NOM-FREGL PIC X(40) VALUE "REGLEMENTS.txt".
       01  WS-NOM-FREGLGEN PIC X(40) VALUE SPACES.
       01  WS-REECRITURE.
           05  WS-REE-FONCTION  PIC X(01) VALUE "R".
           05  WS-REE-FICHIER   PIC X(40) VALUE "REGLEMENTS.txt".
           05  WS-REE-NOUVEAU   PIC X(40) VALUE SPACES.
           05  WS-REE-PROGRAMME PIC X(08) VALUE "RETOURBA".
           05  WS-REE-POSITION  PIC 9(04) VALUE 19.
           05  WS-REE-LONGUEUR  PIC 9(02) VALUE 9.
           05  WS-REE-DECIMALES PIC 9(01) VALUE 2.
           05  WS-REE-NB-ENREG  PIC 9(09) VALUE ZEROES.
           05  WS-REE-TOTAL     PIC 9(13)V99 VALUE ZEROES.
           05  WS-REE-STATUT    PIC X(01) VALUE SPACES.
               88  WS-REE-OK VALUE "0" "1" "2".

      ***********************************************
      * MOUVEMENTS INDEXES PAR CLIENT (MVTIDX) : LES
      * REGLEMENTS RETIRES LE SONT AUSSI DE REGLEMENTS.IDX
      ***********************************************
       01  WS-MOUVEMENT-IDX.
           05  WS-MVI-FONCTION PIC X(01) VALUE "X".
           05  WS-MVI-FICHIER  PIC X(01) VALUE "R".
           05  WS-MVI-ID       PIC X(08) VALUE SPACES.
           05  WS-MVI-DATE     PIC X(08) VALUE SPACES.
           05  WS-MVI-ENREG    PIC X(67) VALUE SPACES.
           05  WS-MVI-STATUT   PIC X(01) VALUE SPACES.
               88  WS-MVI-OK           VALUE "0".
               88  WS-MVI-FIN          VALUE "1".
               88  WS-MVI-INACCESSIBLE VALUE "8".
       01  WS-RC-SAUVE PIC S9(04) VALUE ZEROES.
       01  WS-COMPTEUR-DESINDEXES PIC 9(05) VALUE ZEROES.

       PROCEDURE DIVISION.
       0000-MAIN-DEB.
      *******************************************************
      *  PARAGRAPHE PRINCIPAL
      *******************************************************
           DISPLAY "TRAITEMENT DES RETOURS DE PRELEVEMENTS IMPAYES".
      *
      *********** REPRISE D'UNE REECRITURE INTERROMPUE DES REGLEMENTS
           MOVE "R" TO WS-REE-FONCTION.
           CALL 'REECRIT' USING WS-REECRITURE
               ON EXCEPTION
                   DISPLAY "--> SOUS-PROGRAMME REECRIT INTROUVABLE"
                   MOVE 16 TO RETURN-CODE
                   GO TO 0000-MAIN-FIN
           END-CALL.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATE-JOUR.
      *
      *********** REMISE D'ORIGINE : DETAILS ET PIED DE CONTROLE
           DISPLAY "==============================================".

           IF WS-COMPTEUR-INCONNUS > ZEROES
           AND RETURN-CODE = ZEROES
               MOVE 4 TO RETURN-CODE
           END-IF.

               GO TO 3000-ANNULATION-REGLEMENTS-FIN
           END-IF.

      *
      ****** LES REGLEMENTS CONSERVES SONT RECOPIES DANS LA
      ****** NOUVELLE GENERATION AU FIL DE LA LECTURE
           MOVE WS-REE-NOUVEAU TO WS-NOM-FREGLGEN.
           MOVE ZEROES TO WS-REE-NB-ENREG WS-REE-TOTAL.
           OPEN OUTPUT FREGLGEN.
           IF NOT WS-STATUS-FILE-FREGLGEN-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FREGLGEN': "
                       WS-STATUS-FILE-FREGLGEN
               CLOSE FREGL
               MOVE 16 TO RETURN-CODE
               GO TO 3000-ANNULATION-REGLEMENTS-FIN
           END-IF.

           OPEN EXTEND FREJETE.
           IF WS-STATUS-FILE-FREJETE-INEXISTANT
               OPEN OUTPUT FREJETE
               END-READ
           END-PERFORM.
           CLOSE FREGL.
           CLOSE FREGLGEN.
           CLOSE FREJETE.
      *
      ****** CONTROLE DE LA GENERATION PUIS BASCULE
           MOVE "B" TO WS-REE-FONCTION.
           CALL 'REECRIT' USING WS-REECRITURE
               ON EXCEPTION
                   MOVE "9" TO WS-REE-STATUT
           END-CALL.
           IF NOT WS-REE-OK
               DISPLAY "*** REGLEMENTS.txt NON REMPLACE ***"
               MOVE 16 TO RETURN-CODE
               GO TO 3000-ANNULATION-REGLEMENTS-FIN
           END-IF.

           DISPLAY "REGLEMENTS CONSERVES: " WS-NB-REGLEMENTS.
      *
      ****** LES REGLEMENTS RETIRES QUITTENT AUSSI L'INDEX
           PERFORM 3200-DESINDEXATION-DEBUT
              THRU 3200-DESINDEXATION-FIN.

      ****** REJETS RESTES SANS REGLEMENT CORRESPONDANT
           PERFORM VARYING WS-INDICE2 FROM 1 BY 1
                   AND WS-REJ-MONTANT (WS-INDICE2)
                       = WS-REGL-MONTANT-LU
                       MOVE "O" TO WS-REJ-ANNULE (WS-INDICE2)
                       MOVE RREGL TO WS-REJ-IMAGE (WS-INDICE2)
                       MOVE "N" TO WS-REGL-GARDE
                       ADD 1 TO WS-COMPTEUR-ANNULES
                       MOVE SPACES TO RREJETE
           END-IF.

           IF WS-REGL-GARDE-OUI
               ADD 1 TO WS-NB-REGLEMENTS
               MOVE RREGL TO RREGLGEN
               WRITE RREGLGEN
               ADD 1 TO WS-REE-NB-ENREG
               IF RREGL-MONTANT IS NUMERIC
                   ADD RREGL-MONTANT TO WS-REE-TOTAL
               END-IF
           END-IF.

       3100-TRAITEMENT-REGLEMENT-FIN.
           EXIT.

      *******************************************************
      *  RETRAIT DE REGLEMENTS.IDX DES REGLEMENTS CONTRE-PASSES
      *  (SANS EFFET TANT QUE L'INDEX N'A PAS ETE CONSTRUIT PAR
      *  REGLMIGRE)
      *******************************************************
       3200-DESINDEXATION-DEBUT.

           PERFORM VARYING WS-INDICE2 FROM 1 BY 1
                   UNTIL WS-INDICE2 > WS-NB-REJETS
               IF WS-REJ-ANNULE (WS-INDICE2) = "O"
                   MOVE "X" TO WS-MVI-FONCTION
                   MOVE WS-REJ-IMAGE (WS-INDICE2) TO WS-MVI-ENREG
                   MOVE WS-MVI-ENREG (1:8)  TO WS-MVI-ID
                   MOVE WS-MVI-ENREG (10:8) TO WS-MVI-DATE
                   MOVE RETURN-CODE TO WS-RC-SAUVE
                   CALL 'MVTIDX' USING WS-MOUVEMENT-IDX
                       ON EXCEPTION
                           MOVE "9" TO WS-MVI-STATUT
                   END-CALL
                   MOVE WS-RC-SAUVE TO RETURN-CODE
                   IF WS-MVI-OK
                       ADD 1 TO WS-COMPTEUR-DESINDEXES
                   END-IF
                   IF WS-MVI-INACCESSIBLE OR WS-MVI-FIN
                       DISPLAY "--> ! REGLEMENTS.IDX NON MIS A JOUR "
                               "(CLIENT " WS-MVI-ID
                               "): RELANCER REGLMIGRE"
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-COMPTEUR-DESINDEXES > ZEROES
               DISPLAY "RETIRES DE REGLEMENTS.IDX: "
                       WS-COMPTEUR-DESINDEXES
           END-IF.

       3200-DESINDEXATION-FIN.
           EXIT.

      *******************************************************
      *  RAPPORT DES REJETS, RECONCILIE AVEC LE PIED DE LA
      *  REMISE D'ORIGINE
