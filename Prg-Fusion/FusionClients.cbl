      *     re-identifies au survivant
      * Une ligne d'audit est ajoutee a FUSIONS-CLIENTS.txt et
      * l'operation est journalisee via LOGEVENT.
      *
      * Les quatre fichiers sont reecrits par nouvelle generation
      * controlee puis basculee (sous-programme REECRIT) : un arret
      * en cours d'ecriture laisse chaque fichier entier.
      * REGLEMENTS.IDX, quand il existe, est reconstruit ensuite par
      * REGLMIGRE.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ******** FICHIER CLIENT
           SELECT FCLIENT ASSIGN TO DYNAMIC WS-NOM-FCLIENT
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FCLIENT.

      ******** ENCOURS FACTURE CUMULE PAR CLIENT
           SELECT FENCOURS ASSIGN TO DYNAMIC WS-NOM-FENCOURS
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FENCOURS.

      ******** ETAT DES RELANCES PAR CLIENT
           SELECT FETAT ASSIGN TO DYNAMIC WS-NOM-FETAT
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FETAT.

      ******** FICHIER DES REGLEMENTS RECUS
           SELECT FREGL ASSIGN TO DYNAMIC WS-NOM-FREGL
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FREGL.
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

      ******** REGISTRE PERMANENT DES FUSIONS EFFECTUEES
       FD  FREGISTRE.

       01  WS-TABLE-REGLEMENTS.
           05 WS-REGL-ENTRY OCCURS 5000 INDEXED BY WS-INDICE4.
               10 WS-REGL-IMAGE PIC X(48).
       01  WS-NB-REGLEMENTS  PIC 9(04) VALUE ZEROES.
       01  WS-MAX-REGLEMENTS PIC 9(04) VALUE 5000.

           05  WS-JRN-SEVERITE  PIC X(01) VALUE "I".
           05  WS-JRN-MESSAGE   PIC X(60) VALUE SPACES.

      ***********************************************
      * REECRITURE SURE DES FICHIERS PERMANENTS (REECRIT) :
      * CHAQUE FICHIER EST ECRIT DANS UNE NOUVELLE
      * GENERATION, CONTROLEE (NOMBRE, TOTAL DU CHAMP DE
      * CONTROLE) PUIS BASCULEE. LA ZONE SERT TOUR A TOUR
      * AUX QUATRE FICHIERS.
      ***********************************************
       01  WS-NOM-FCLIENT  PIC X(40) VALUE "FICHIERCLIENT.txt".
       01  WS-NOM-FENCOURS PIC X(40) VALUE "FACTURES-ENCOURS.txt".
       01  WS-NOM-FETAT    PIC X(40) VALUE "RELANCES-ETAT.txt".
       01  WS-NOM-FREGL    PIC X(40) VALUE "REGLEMENTS.txt".
       01  WS-REECRITURE.
           05  WS-REE-FONCTION  PIC X(01) VALUE "R".
           05  WS-REE-FICHIER   PIC X(40) VALUE SPACES.
           05  WS-REE-NOUVEAU   PIC X(40) VALUE SPACES.
           05  WS-REE-PROGRAMME PIC X(08) VALUE "FUSIONCL".
           05  WS-REE-POSITION  PIC 9(04) VALUE ZEROES.
           05  WS-REE-LONGUEUR  PIC 9(02) VALUE ZEROES.
           05  WS-REE-DECIMALES PIC 9(01) VALUE ZERO.
           05  WS-REE-NB-ENREG  PIC 9(09) VALUE ZEROES.
           05  WS-REE-TOTAL     PIC 9(13)V99 VALUE ZEROES.
           05  WS-REE-STATUT    PIC X(01) VALUE SPACES.
               88  WS-REE-OK VALUE "0" "1" "2".

      ***********************************************
      * MOUVEMENTS INDEXES PAR CLIENT (MVTIDX) : REGLEMENTS.IDX
      * RECONSTRUIT APRES LA RE-IDENTIFICATION
      ***********************************************
       01  WS-MOUVEMENT-IDX.
           05  WS-MVI-FONCTION PIC X(01) VALUE "T".
           05  WS-MVI-FICHIER  PIC X(01) VALUE "R".
           05  WS-MVI-ID       PIC X(08) VALUE SPACES.
           05  WS-MVI-DATE     PIC X(08) VALUE SPACES.
           05  WS-MVI-ENREG    PIC X(67) VALUE SPACES.
           05  WS-MVI-STATUT   PIC X(01) VALUE SPACES.
               88  WS-MVI-ABSENT VALUE "9".
       01  WS-RC-SAUVE PIC S9(04) VALUE ZEROES.

       PROCEDURE DIVISION.
       0000-MAIN-DEB.
      *******************************************************
               GO TO 0000-MAIN-FIN
           END-IF.
      *
      *********** REPRISE D'UNE REECRITURE INTERROMPUE DES MAITRES
           MOVE "FICHIERCLIENT.txt" TO WS-REE-FICHIER.
           PERFORM 7000-REPRISE-REECRITURE-DEBUT
              THRU 7000-REPRISE-REECRITURE-FIN.
           MOVE "FACTURES-ENCOURS.txt" TO WS-REE-FICHIER.
           PERFORM 7000-REPRISE-REECRITURE-DEBUT
              THRU 7000-REPRISE-REECRITURE-FIN.
           MOVE "RELANCES-ETAT.txt" TO WS-REE-FICHIER.
           PERFORM 7000-REPRISE-REECRITURE-DEBUT
              THRU 7000-REPRISE-REECRITURE-FIN.
           MOVE "REGLEMENTS.txt" TO WS-REE-FICHIER.
           PERFORM 7000-REPRISE-REECRITURE-DEBUT
              THRU 7000-REPRISE-REECRITURE-FIN.
           IF RETURN-CODE = 16
               PERFORM 9000-LIBERATION-VERROU-DEBUT
                  THRU 9000-LIBERATION-VERROU-FIN
               GO TO 0000-MAIN-FIN
           END-IF.
      *
      *********** SAISIE ET CONTROLE DES DEUX IDENTIFIANTS
           PERFORM 1000-SAISIE-IDENTIFIANTS-DEBUT
              THRU 1000-SAISIE-IDENTIFIANTS-FIN.
           END-IF.
      *
      *********** FUSION DANS CHAQUE FICHIER SATELLITE
      *********** (ARRET AU PREMIER FICHIER NON REMPLACE)
           PERFORM 2000-FUSION-FICHIER-CLIENT-DEBUT
              THRU 2000-FUSION-FICHIER-CLIENT-FIN.
           IF RETURN-CODE NOT = 16
               PERFORM 3000-FUSION-ENCOURS-DEBUT
                  THRU 3000-FUSION-ENCOURS-FIN
           END-IF.
           IF RETURN-CODE NOT = 16
               PERFORM 4000-FUSION-RELANCES-DEBUT
                  THRU 4000-FUSION-RELANCES-FIN
           END-IF.
           IF RETURN-CODE NOT = 16
               PERFORM 5000-FUSION-REGLEMENTS-DEBUT
                  THRU 5000-FUSION-REGLEMENTS-FIN
           END-IF.

           IF RETURN-CODE = 16
               DISPLAY "*** FUSION INTERROMPUE: FICHIERS DEJA "
                       "BASCULES CONSERVES ***"
               MOVE "E" TO WS-JRN-SEVERITE
               MOVE SPACES TO WS-JRN-MESSAGE
               STRING "FUSION " WS-ID-DOUBLON " DANS "
                      WS-ID-SURVIVANT " ARRETEE: "
                      WS-REE-FICHIER
                      DELIMITED BY SIZE INTO WS-JRN-MESSAGE
               CALL 'LOGEVENT' USING WS-JOURNALISATION
                   ON EXCEPTION
                       CONTINUE
               END-CALL
               PERFORM 9000-LIBERATION-VERROU-DEBUT
                  THRU 9000-LIBERATION-VERROU-FIN
               GO TO 0000-MAIN-FIN
           END-IF.
      *
      *********** AUDIT PERMANENT ET JOURNALISATION
           PERFORM 6000-ECRITURE-REGISTRE-DEBUT
           END-PERFORM.
           CLOSE FCLIENT.

      ****** REECRITURE DANS LA NOUVELLE GENERATION, CONTROLEE
      ****** SUR LE CODE ASSUREUR
           MOVE "FICHIERCLIENT.txt" TO WS-REE-FICHIER.
           MOVE 90 TO WS-REE-POSITION.
           MOVE 8 TO WS-REE-LONGUEUR.
           MOVE 0 TO WS-REE-DECIMALES.
           PERFORM 7100-GENERATION-DEBUT THRU 7100-GENERATION-FIN.
           MOVE WS-REE-NOUVEAU TO WS-NOM-FCLIENT.
           OPEN OUTPUT FCLIENT.
           IF NOT WS-STATUS-FILE-FCLIENT-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FCLIENT': "
                       WS-STATUS-FILE-FCLIENT
               MOVE WS-REE-FICHIER TO WS-NOM-FCLIENT
               MOVE 16 TO RETURN-CODE
               GO TO 2000-FUSION-FICHIER-CLIENT-FIN
           END-IF.
           PERFORM VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-NB-CLIENTS
               MOVE WS-CLIENT-IMAGE (WS-INDICE) TO RCLIENT
               WRITE RCLIENT
               ADD 1 TO WS-REE-NB-ENREG
               IF RCLIENT-ASSUR IS NUMERIC
                   ADD RCLIENT-ASSUR TO WS-REE-TOTAL
               END-IF
           END-PERFORM.
           CLOSE FCLIENT.
           MOVE WS-REE-FICHIER TO WS-NOM-FCLIENT.
           PERFORM 7200-BASCULE-DEBUT THRU 7200-BASCULE-FIN.
           IF NOT WS-REE-OK
               GO TO 2000-FUSION-FICHIER-CLIENT-FIN
           END-IF.

           DISPLAY "--> FICHIERCLIENT.txt: DOUBLON RETIRE, "
                   WS-NB-CLIENTS " CLIENT(S) CONSERVE(S)".
               END-IF
           END-IF.
      *
      ****** REECRITURE SANS LA LIGNE DU DOUBLON, DANS LA
      ****** NOUVELLE GENERATION CONTROLEE SUR LES MONTANTS
           MOVE "FACTURES-ENCOURS.txt" TO WS-REE-FICHIER.
           MOVE 10 TO WS-REE-POSITION.
           MOVE 11 TO WS-REE-LONGUEUR.
           MOVE 2 TO WS-REE-DECIMALES.
           PERFORM 7100-GENERATION-DEBUT THRU 7100-GENERATION-FIN.
           MOVE WS-REE-NOUVEAU TO WS-NOM-FENCOURS.
           OPEN OUTPUT FENCOURS.
           IF NOT WS-STATUS-FILE-FENCOURS-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FENCOURS': "
                       WS-STATUS-FILE-FENCOURS
               MOVE WS-REE-FICHIER TO WS-NOM-FENCOURS
               MOVE 16 TO RETURN-CODE
               GO TO 3000-FUSION-ENCOURS-FIN
           END-IF.
           PERFORM VARYING WS-INDICE2 FROM 1 BY 1
                   UNTIL WS-INDICE2 > WS-NB-ENCOURS
               IF WS-INDICE2 NOT = WS-POS-DOUBLON
                   MOVE WS-ENCOURS-MONTANT (WS-INDICE2)
                        TO RENCOURS-MONTANT
                   WRITE RENCOURS
                   ADD 1 TO WS-REE-NB-ENREG
                   ADD RENCOURS-MONTANT TO WS-REE-TOTAL
               END-IF
           END-PERFORM.
           CLOSE FENCOURS.
           MOVE WS-REE-FICHIER TO WS-NOM-FENCOURS.
           PERFORM 7200-BASCULE-DEBUT THRU 7200-BASCULE-FIN.
           IF NOT WS-REE-OK
               GO TO 3000-FUSION-ENCOURS-FIN
           END-IF.

           DISPLAY "--> FACTURES-ENCOURS.txt: ENCOURS REPORTE".

               END-IF
           END-PERFORM.
      *
      ****** REECRITURE : UNE SEULE LIGNE SOUS LE SURVIVANT, DANS
      ****** LA NOUVELLE GENERATION CONTROLEE SUR LES DATES
           MOVE "RELANCES-ETAT.txt" TO WS-REE-FICHIER.
           MOVE 12 TO WS-REE-POSITION.
           MOVE 8 TO WS-REE-LONGUEUR.
           MOVE 0 TO WS-REE-DECIMALES.
           PERFORM 7100-GENERATION-DEBUT THRU 7100-GENERATION-FIN.
           MOVE WS-REE-NOUVEAU TO WS-NOM-FETAT.
           OPEN OUTPUT FETAT.
           IF NOT WS-STATUS-FILE-FETAT-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FETAT': "
                       WS-STATUS-FILE-FETAT
               MOVE WS-REE-FICHIER TO WS-NOM-FETAT
               MOVE 16 TO RETURN-CODE
               GO TO 4000-FUSION-RELANCES-FIN
           END-IF.
           PERFORM VARYING WS-INDICE3 FROM 1 BY 1
                   UNTIL WS-INDICE3 > WS-NB-ETATS
               IF WS-ETAT-ID (WS-INDICE3) NOT = WS-ID-SURVIVANT
                   MOVE WS-ETAT-NIVEAU (WS-INDICE3) TO ETAT-NIVEAU
                   MOVE WS-ETAT-DATE (WS-INDICE3)   TO ETAT-DATE
                   WRITE RETAT
                   ADD 1 TO WS-REE-NB-ENREG
                   ADD ETAT-DATE TO WS-REE-TOTAL
               END-IF
           END-PERFORM.
           IF WS-NIVEAU-RETENU > ZEROES
               MOVE WS-NIVEAU-RETENU TO ETAT-NIVEAU
               MOVE WS-DATE-RETENUE  TO ETAT-DATE
               WRITE RETAT
               ADD 1 TO WS-REE-NB-ENREG
               ADD ETAT-DATE TO WS-REE-TOTAL
           END-IF.
           CLOSE FETAT.
           MOVE WS-REE-FICHIER TO WS-NOM-FETAT.
           PERFORM 7200-BASCULE-DEBUT THRU 7200-BASCULE-FIN.
           IF NOT WS-REE-OK
               GO TO 4000-FUSION-RELANCES-FIN
           END-IF.

           DISPLAY "--> RELANCES-ETAT.txt: NIVEAU RETENU "
                   WS-NIVEAU-RETENU.
           END-PERFORM.
           CLOSE FREGL.

      ****** REECRITURE DANS LA NOUVELLE GENERATION, CONTROLEE
      ****** SUR LES MONTANTS
           MOVE "REGLEMENTS.txt" TO WS-REE-FICHIER.
           MOVE 19 TO WS-REE-POSITION.
           MOVE 9 TO WS-REE-LONGUEUR.
           MOVE 2 TO WS-REE-DECIMALES.
           PERFORM 7100-GENERATION-DEBUT THRU 7100-GENERATION-FIN.
           MOVE WS-REE-NOUVEAU TO WS-NOM-FREGL.
           OPEN OUTPUT FREGL.
           IF NOT WS-STATUS-FILE-FREGL-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FREGL': "
                       WS-STATUS-FILE-FREGL
               MOVE WS-REE-FICHIER TO WS-NOM-FREGL
               MOVE 16 TO RETURN-CODE
               GO TO 5000-FUSION-REGLEMENTS-FIN
           END-IF.
           PERFORM VARYING WS-INDICE4 FROM 1 BY 1
                   UNTIL WS-INDICE4 > WS-NB-REGLEMENTS
               MOVE WS-REGL-IMAGE (WS-INDICE4) TO RREGL
               WRITE RREGL
               ADD 1 TO WS-REE-NB-ENREG
               IF RREGL-MONTANT IS NUMERIC
                   ADD RREGL-MONTANT TO WS-REE-TOTAL
               END-IF
           END-PERFORM.
           CLOSE FREGL.
           MOVE WS-REE-FICHIER TO WS-NOM-FREGL.
           PERFORM 7200-BASCULE-DEBUT THRU 7200-BASCULE-FIN.
           IF NOT WS-REE-OK
               GO TO 5000-FUSION-REGLEMENTS-FIN
           END-IF.

           DISPLAY "--> REGLEMENTS.txt: " WS-COMPTEUR-REGL-REPRIS
                   " REGLEMENT(S) RE-IDENTIFIE(S)".
           PERFORM 5100-RECONSTRUCTION-INDEX-DEBUT
              THRU 5100-RECONSTRUCTION-INDEX-FIN.

       5000-FUSION-REGLEMENTS-FIN.
           EXIT.

      *******************************************************
      *  REGLEMENTS.IDX, S'IL EXISTE, EST RECONSTRUIT SUR LE
      *  FICHIER BASCULE (LES CLES DU DOUBLON ONT CHANGE)
      *******************************************************
       5100-RECONSTRUCTION-INDEX-DEBUT.

           MOVE RETURN-CODE TO WS-RC-SAUVE.
           MOVE "T" TO WS-MVI-FONCTION.
           CALL 'MVTIDX' USING WS-MOUVEMENT-IDX
               ON EXCEPTION
                   MOVE "9" TO WS-MVI-STATUT
           END-CALL.
           IF WS-MVI-ABSENT
               GO TO 5100-RECONSTRUCTION-INDEX-SUITE
           END-IF.

           CALL 'REGLMIGRE'
               ON EXCEPTION
                   MOVE 16 TO RETURN-CODE
           END-CALL.
           IF RETURN-CODE > 4
               DISPLAY "--> ! REGLEMENTS.IDX NON RECONSTRUIT: "
                       "RELANCER REGLMIGRE"
           END-IF.

       5100-RECONSTRUCTION-INDEX-SUITE.
           MOVE WS-RC-SAUVE TO RETURN-CODE.

       5100-RECONSTRUCTION-INDEX-FIN.
           EXIT.

      *******************************************************
      *  LIGNE D'AUDIT DANS LE REGISTRE PERMANENT DES FUSIONS
      *******************************************************
       6000-ECRITURE-REGISTRE-FIN.
           EXIT.

      *******************************************************
      *  REPRISE AU LANCEMENT D'UNE REECRITURE INTERROMPUE DU
      *  FICHIER DESIGNE PAR WS-REE-FICHIER
      *******************************************************
       7000-REPRISE-REECRITURE-DEBUT.

           MOVE "R" TO WS-REE-FONCTION.
           CALL 'REECRIT' USING WS-REECRITURE
               ON EXCEPTION
                   DISPLAY "--> SOUS-PROGRAMME REECRIT INTROUVABLE"
                   MOVE 16 TO RETURN-CODE
           END-CALL.

       7000-REPRISE-REECRITURE-FIN.
           EXIT.

      *******************************************************
      *  NOM DE LA NOUVELLE GENERATION DU FICHIER DESIGNE PAR
      *  WS-REE-FICHIER, COMPTEURS DE CONTROLE A ZERO
      *******************************************************
       7100-GENERATION-DEBUT.

           MOVE "N" TO WS-REE-FONCTION.
           CALL 'REECRIT' USING WS-REECRITURE
               ON EXCEPTION
                   MOVE WS-REE-FICHIER TO WS-REE-NOUVEAU
           END-CALL.
           MOVE ZEROES TO WS-REE-NB-ENREG WS-REE-TOTAL.

       7100-GENERATION-FIN.
           EXIT.

      *******************************************************
      *  CONTROLE DE LA NOUVELLE GENERATION PUIS BASCULE
      *******************************************************
       7200-BASCULE-DEBUT.

           MOVE "B" TO WS-REE-FONCTION.
           CALL 'REECRIT' USING WS-REECRITURE
               ON EXCEPTION
                   MOVE "9" TO WS-REE-STATUT
           END-CALL.
           IF NOT WS-REE-OK
               DISPLAY "*** " FUNCTION TRIM (WS-REE-FICHIER)
                       " NON REMPLACE ***"
               MOVE 16 TO RETURN-CODE
           END-IF.

       7200-BASCULE-FIN.
           EXIT.

      *******************************************************
      *  LIBERATION DU VERROU PARTAGE
      *******************************************************
