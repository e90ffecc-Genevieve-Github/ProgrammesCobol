      *   - aucune ligne de facturation dans l'historique permanent
      *     FACTURES-HISTORIQUE.txt depuis N mois (N saisi au
      *     lancement, 6 par defaut)
      *   - un solde a zero a ce jour, tel que le rend le
      *     sous-programme partage SOLDECLI (memes regles que
      *     BALANCE et RELANCE : groupe payeur, reglements rejetes,
      *     remboursements)
      * Ils sont deplaces vers FICHIERCLIENT-ARCHIVE.txt (AJOUT) et
      * sortent du fichier de facturation : FACTURES et tous les
      * etats cessent de les voir. REACTIVATION remet un client
      * archive en production apres revalidation.
      * Sans historique permanent, aucun archivage : on ne declare
      * pas un client inactif sans preuve.
      * FICHIERCLIENT.txt est reecrit par nouvelle generation
      * controlee puis basculee (sous-programme REECRIT) : un arret
      * en cours d'ecriture ne tronque jamais le fichier client.
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
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FHIST.

       DATA DIVISION.
       FILE SECTION.
      ******** FICHIER CLIENT
           05  HIST-TVA      PIC 9(07)V99.
           05  FILLER        PIC X(01).
           05  HIST-TTC      PIC 9(08)V99.
           05  FILLER        PIC X(32).

       WORKING-STORAGE SECTION.
       01  WS-STATUS-FILE-FCLIENT PIC X(02).
       01  WS-STATUS-FILE-FHIST PIC X(02).
           88 WS-STATUS-FILE-FHIST-OK  VALUE "00".
           88 WS-STATUS-FILE-FHIST-EOF VALUE "10".

      ******************************************
      *  TABLE DES CLIENTS AVEC ACTIVITE ET SOLDE
           05 WS-CLI-ENTRY OCCURS 5000 INDEXED BY WS-INDICE.
               10 WS-CLI-IMAGE    PIC X(190).
               10 WS-CLI-DERNIERE PIC 9(08).
               10 WS-CLI-SOLDE    PIC S9(09)V99.
               10 WS-CLI-ARCHIVER PIC X(01).
       01  WS-NB-CLIENTS  PIC 9(04) VALUE ZEROES.
       01  WS-MAX-CLIENTS PIC 9(04) VALUE 5000.
       01  WS-SOLDE PIC S9(09)V99 VALUE ZEROES.
       01  WS-COMPTEUR-ARCHIVES PIC 9(04) VALUE ZEROES.

      ****** SERVICE PARTAGE SOLDECLI (SOLDE D'UN COMPTE CLIENT)
       01  WS-SOLDECLI.
           05  WS-SOL-FONCTION       PIC X(01) VALUE "S".
           05  WS-SOL-CLIENT         PIC X(08) VALUE SPACES.
           05  WS-SOL-DATE           PIC 9(08) VALUE ZEROES.
           05  WS-SOL-RANG           PIC 9(04) VALUE ZEROES.
           05  WS-SOL-PAYEUR         PIC X(08) VALUE SPACES.
           05  WS-SOL-NOM            PIC X(20) VALUE SPACES.
           05  WS-SOL-NB-FACTURES    PIC 9(05) VALUE ZEROES.
           05  WS-SOL-FACTURE        PIC 9(09)V99 VALUE ZEROES.
           05  WS-SOL-FACTURE-CLIENT PIC 9(09)V99 VALUE ZEROES.
           05  WS-SOL-REMBOURSE      PIC 9(09)V99 VALUE ZEROES.
           05  WS-SOL-REGLE          PIC 9(09)V99 VALUE ZEROES.
           05  WS-SOL-REJETE         PIC 9(09)V99 VALUE ZEROES.
           05  WS-SOL-CREDITE        PIC 9(09)V99 VALUE ZEROES.
           05  WS-SOL-SOLDE          PIC S9(09)V99 VALUE ZEROES.
           05  WS-SOL-ECHU           PIC 9(09)V99 VALUE ZEROES.
           05  WS-SOL-ECHEANCE       PIC 9(08) VALUE ZEROES.
           05  WS-SOL-JOURS          PIC S9(05) VALUE ZEROES.
           05  WS-SOL-TRANCHES.
               10  WS-SOL-TRANCHE    PIC S9(09)V99 OCCURS 5.
           05  WS-SOL-SOUS-PLAN      PIC X(01) VALUE "N".
           05  WS-SOL-DATE-FACTURATION PIC 9(08) VALUE ZEROES.
           05  WS-SOL-STATUT         PIC X(01) VALUE "0".
               88  WS-SOL-STATUT-OK  VALUE "0".
               88  WS-SOL-INCONNU    VALUE "1".
               88  WS-SOL-FIN        VALUE "2".
               88  WS-SOL-ILLISIBLE  VALUE "9".

      ***********************************************
      * VERROU D'EXECUTION PARTAGE (VERROU)
      ***********************************************
           05  WS-VRO-OBTENU    PIC X(01) VALUE "N".
               88  WS-VRO-OBTENU-OUI VALUE "O".

      ***********************************************
      * REECRITURE SURE DES FICHIERS PERMANENTS (REECRIT) :
      * LE FICHIER CLIENT EST ECRIT DANS UNE NOUVELLE
      * GENERATION, CONTROLEE (NOMBRE, TOTAL DES CODES
      * ASSUREUR) PUIS BASCULEE
      ***********************************************
       01  WS-NOM-FCLIENT PIC X(40) VALUE "FICHIERCLIENT.txt".
       01  WS-REECRITURE.
           05  WS-REE-FONCTION  PIC X(01) VALUE "R".
           05  WS-REE-FICHIER   PIC X(40) VALUE "FICHIERCLIENT.txt".
           05  WS-REE-NOUVEAU   PIC X(40) VALUE SPACES.
           05  WS-REE-PROGRAMME PIC X(08) VALUE "ARCHIVAG".
           05  WS-REE-POSITION  PIC 9(04) VALUE 90.
           05  WS-REE-LONGUEUR  PIC 9(02) VALUE 8.
           05  WS-REE-DECIMALES PIC 9(01) VALUE ZERO.
           05  WS-REE-NB-ENREG  PIC 9(09) VALUE ZEROES.
           05  WS-REE-TOTAL     PIC 9(13)V99 VALUE ZEROES.
           05  WS-REE-STATUT    PIC X(01) VALUE SPACES.
               88  WS-REE-OK VALUE "0" "1" "2".

       PROCEDURE DIVISION.
       0000-MAIN-DEB.
      *******************************************************
               GO TO 0000-MAIN-FIN
           END-IF.
      *
      *********** REPRISE D'UNE REECRITURE INTERROMPUE DU FICHIER
           MOVE "R" TO WS-REE-FONCTION.
           CALL 'REECRIT' USING WS-REECRITURE
               ON EXCEPTION
                   DISPLAY "--> SOUS-PROGRAMME REECRIT INTROUVABLE"
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9000-LIBERATION-VERROU-DEBUT
                      THRU 9000-LIBERATION-VERROU-FIN
                   GO TO 0000-MAIN-FIN
           END-CALL.
      *
      *********** CHARGEMENT ET QUALIFICATION DES CLIENTS
           PERFORM 1000-CHARGEMENT-CLIENTS-DEBUT
              THRU 1000-CHARGEMENT-CLIENTS-FIN.
           PERFORM 2000-ACTIVITE-ET-SOLDES-DEBUT
              THRU 2000-ACTIVITE-ET-SOLDES-FIN.
           IF RETURN-CODE = 16
               PERFORM 9000-LIBERATION-VERROU-DEBUT
                  THRU 9000-LIBERATION-VERROU-FIN
               GO TO 0000-MAIN-FIN
           END-IF.

           IF NOT WS-HISTORIQUE-PRESENT-OUI
               DISPLAY "--> HISTORIQUE ABSENT: AUCUN ARCHIVAGE "
                                TO WS-CLI-IMAGE (WS-INDICE)
                           MOVE ZEROES
                                TO WS-CLI-DERNIERE (WS-INDICE)
                                   WS-CLI-SOLDE (WS-INDICE)
                           MOVE "N"
                                TO WS-CLI-ARCHIVER (WS-INDICE)
                       ELSE

      *******************************************************
      *  ACTIVITE (DERNIERE FACTURATION DE L'HISTORIQUE) ET
      *  SOLDE A CE JOUR (SOUS-PROGRAMME PARTAGE SOLDECLI)
      *******************************************************
       2000-ACTIVITE-ET-SOLDES-DEBUT.

                           CONTINUE
                       NOT AT END
                           IF HIST-DATE IS NUMERIC
                               PERFORM VARYING WS-INDICE FROM 1 BY 1
                                       UNTIL WS-INDICE > WS-NB-CLIENTS
                                   IF WS-CLI-IMAGE (WS-INDICE) (1:8)
                                      = HIST-CLIENT
                                   AND HIST-DATE > WS-CLI-DERNIERE
                                      (WS-INDICE)
                                       MOVE HIST-DATE TO
                                            WS-CLI-DERNIERE (WS-INDICE)
                                   END-IF
                               END-PERFORM
                           END-IF
               CLOSE FHIST
           END-IF.

           MOVE "C" TO WS-SOL-FONCTION.
           CALL 'SOLDECLI' USING WS-SOLDECLI
               ON EXCEPTION
                   MOVE "9" TO WS-SOL-STATUT
           END-CALL.
           IF NOT WS-SOL-STATUT-OK
               DISPLAY "ERREUR CHARGEMENT DES SOLDES (SOLDECLI): "
                       "FICHIERSOR.txt ILLISIBLE OU SERVICE ABSENT"
               MOVE 16 TO RETURN-CODE
               GO TO 2000-ACTIVITE-ET-SOLDES-FIN
           END-IF.

           PERFORM VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-NB-CLIENTS
               MOVE "S" TO WS-SOL-FONCTION
               MOVE WS-CLI-IMAGE (WS-INDICE) (1:8) TO WS-SOL-CLIENT
               MOVE WS-DATE-JOUR TO WS-SOL-DATE
               CALL 'SOLDECLI' USING WS-SOLDECLI
               END-CALL
               IF WS-SOL-STATUT-OK
                   MOVE WS-SOL-SOLDE TO WS-CLI-SOLDE (WS-INDICE)
               END-IF
           END-PERFORM.

       2000-ACTIVITE-ET-SOLDES-FIN.
           EXIT.

           PERFORM VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-NB-CLIENTS
               MOVE WS-CLI-SOLDE (WS-INDICE) TO WS-SOLDE
               IF WS-CLI-DERNIERE (WS-INDICE) < WS-DATE-LIMITE
               AND WS-SOLDE = ZEROES
                   MOVE "O" TO WS-CLI-ARCHIVER (WS-INDICE)
           END-PERFORM.
           CLOSE FARCHIVE.

      ****** LES CLIENTS RESTANT EN PRODUCTION, DANS LA NOUVELLE
      ****** GENERATION DU FICHIER CLIENT
           MOVE WS-REE-NOUVEAU TO WS-NOM-FCLIENT.
           MOVE ZEROES TO WS-REE-NB-ENREG WS-REE-TOTAL.
           OPEN OUTPUT FCLIENT.
           IF NOT WS-STATUS-FILE-FCLIENT-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FCLIENT': "
                       WS-STATUS-FILE-FCLIENT
               MOVE WS-REE-FICHIER TO WS-NOM-FCLIENT
               MOVE 16 TO RETURN-CODE
               GO TO 4000-DEPLACEMENT-ARCHIVE-FIN
           END-IF.
               IF WS-CLI-ARCHIVER (WS-INDICE) NOT = "O"
                   MOVE WS-CLI-IMAGE (WS-INDICE) TO RCLIENT
                   WRITE RCLIENT
                   ADD 1 TO WS-REE-NB-ENREG
                   IF RCLIENT-ASSUR IS NUMERIC
                       ADD RCLIENT-ASSUR TO WS-REE-TOTAL
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE FCLIENT.
           MOVE WS-REE-FICHIER TO WS-NOM-FCLIENT.
      *
      ****** CONTROLE DE LA GENERATION PUIS BASCULE
           MOVE "B" TO WS-REE-FONCTION.
           CALL 'REECRIT' USING WS-REECRITURE
               ON EXCEPTION
                   MOVE "9" TO WS-REE-STATUT
           END-CALL.
           IF NOT WS-REE-OK
               DISPLAY "*** FICHIERCLIENT.txt NON REMPLACE ***"
               MOVE 16 TO RETURN-CODE
           END-IF.

       4000-DEPLACEMENT-ARCHIVE-FIN.
           EXIT.
