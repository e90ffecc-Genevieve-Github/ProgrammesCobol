      * deux fois, on a refuse deux fois par ecrit.
      *
      * Pour un RCLIENT-ID donne, le traitement :
      *   - verifie d'abord que le solde est apure (solde du compte
      *     payeur a ce jour rendu par le sous-programme partage
      *     SOLDECLI, memes regles que BALANCE et RELANCE) : on
      *     n'efface pas un debiteur
      *   - retire la personne de FICHIERCLIENT.txt, de
      *     FICHIERCLIENT-ARCHIVE.txt et de RELANCES-ETAT.txt
      *   - blanchit les champs personnels (nom, prenom, poste,
      *     catalogue FACTURES-GENERATIONS.txt - LES MONTANTS
      *     COMPTABLES RESTENT INTACTS
      *   - retire ses blocs d'adresse d'ETIQUETTES.txt
      * Chaque fichier touche est reecrit par REECRIT : nouvelle
      * generation controlee puis basculee, reprise au lancement
      * d'une reecriture interrompue.
      * Le certificat EFFACEMENT-CERTIFICAT.txt liste chaque
      * fichier touche ; l'operation est journalisee via LOGEVENT.
      *
      * Controle a quatre yeux : le solde verifie, une demande
      * d'approbation est deposee aupres d'APPROBAT (identifiant
      * seul, aucune donnee personnelle) ; l'effacement n'a lieu
      * qu'a la relance, une fois la demande approuvee par un
      * second operateur (APPROUVE).
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

      ******** ARCHIVE DES CLIENTS INACTIFS
           SELECT FARCHIVE ASSIGN TO DYNAMIC WS-NOM-FARCHIVE
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FARCHIVE.

      ******** FICHIER DE SORTIE FACTURATION
           SELECT FCLISOR ASSIGN TO DYNAMIC WS-NOM-FCLISOR
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FCLISOR.

      ******** HISTORIQUE PERMANENT DE FACTURATION
           SELECT FHIST ASSIGN TO DYNAMIC WS-NOM-FHIST
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FHIST.

      ******** ETAT DES RELANCES PAR CLIENT
           SELECT FETAT ASSIGN TO DYNAMIC WS-NOM-FETAT
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FETAT.

      ******** ETIQUETTES DE PUBLIPOSTAGE
           SELECT FETIQ ASSIGN TO DYNAMIC WS-NOM-FETIQ
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FETIQ.
           05  HIST-CLIENT   PIC X(08).
           05  FILLER        PIC X(01).
           05  HIST-NOM      PIC X(20).
           05  FILLER        PIC X(76).

      ******** ETAT DES RELANCES PAR CLIENT
       FD  FETAT.
           05  FILLER        PIC X(01).
           05  ETAT-DATE     PIC 9(08).

      ******** ETIQUETTES DE PUBLIPOSTAGE
       FD  FETIQ.
       01  RETIQ PIC X(50).
       01  WS-STATUS-FILE-FETAT PIC X(02).
           88 WS-STATUS-FILE-FETAT-OK  VALUE "00".
           88 WS-STATUS-FILE-FETAT-EOF VALUE "10".
       01  WS-STATUS-FILE-FETIQ PIC X(02).
           88 WS-STATUS-FILE-FETIQ-OK  VALUE "00".
           88 WS-STATUS-FILE-FETIQ-EOF VALUE "10".
      ******************************************
      *  VERIFICATION DU SOLDE
      ******************************************
       01  WS-SOLDE   PIC S9(09)V99 VALUE ZEROES.

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

      ******************************************
      *  CONDUITE DE L'EFFACEMENT
      ******************************************
       01  WS-DATE-JOUR PIC 9(08) VALUE ZEROES.
       01  WS-NOM-GENERATION PIC X(40) VALUE SPACES.
      ****** MONTANT D'UNE LIGNE DE GENERATION (GABARIT RCLISOR)
       01  WS-ZONE-GENERATION PIC X(09) VALUE ZEROES.
       01  WS-MONTANT-GENERATION REDEFINES WS-ZONE-GENERATION
                                 PIC 9(07)V99.
       01  WS-COMPTEUR-LIGNES-TOUCHEES PIC 9(05) VALUE ZEROES.
       01  WS-COMPTEUR-FICHIERS PIC 9(02) VALUE ZEROES.
       01  WS-BLOC-A-RETIRER PIC X(01) VALUE "N".
       01  WS-LIGNE PIC X(100) VALUE SPACES.
       01  WS-CONFIRMATION PIC X(01) VALUE "N".
           88 WS-CONFIRMATION-OUI VALUE "O".
       01  WS-RC-SAUVE PIC S9(04) VALUE ZEROES.

      ***********************************************
      * REECRITURE SURE DES FICHIERS PERMANENTS (REECRIT) :
      * CHAQUE FICHIER TOUCHE EST RECOPIE DANS UNE NOUVELLE
      * GENERATION, CONTROLEE (NOMBRE, TOTAL) PUIS BASCULEE
      ***********************************************
       01  WS-NOM-FCLIENT  PIC X(40) VALUE "FICHIERCLIENT.txt".
       01  WS-NOM-FARCHIVE PIC X(40)
           VALUE "FICHIERCLIENT-ARCHIVE.txt".
       01  WS-NOM-FCLISOR  PIC X(40) VALUE "FICHIERSOR.txt".
       01  WS-NOM-FHIST    PIC X(40) VALUE "FACTURES-HISTORIQUE.txt".
       01  WS-NOM-FETAT    PIC X(40) VALUE "RELANCES-ETAT.txt".
       01  WS-NOM-FETIQ    PIC X(40) VALUE "ETIQUETTES.txt".
       01  WS-REECRITURE.
           05  WS-REE-FONCTION  PIC X(01) VALUE "R".
           05  WS-REE-FICHIER   PIC X(40) VALUE SPACES.
           05  WS-REE-NOUVEAU   PIC X(40) VALUE SPACES.
           05  WS-REE-PROGRAMME PIC X(08) VALUE "EFFACEME".
           05  WS-REE-POSITION  PIC 9(04) VALUE ZEROES.
           05  WS-REE-LONGUEUR  PIC 9(02) VALUE ZEROES.
           05  WS-REE-DECIMALES PIC 9(01) VALUE ZERO.
           05  WS-REE-NB-ENREG  PIC 9(09) VALUE ZEROES.
           05  WS-REE-TOTAL     PIC 9(13)V99 VALUE ZEROES.
           05  WS-REE-STATUT    PIC X(01) VALUE SPACES.
               88  WS-REE-OK VALUE "0" "1" "2".

      ***********************************************
      * VERROU D'EXECUTION PARTAGE (VERROU)
           05  WS-VRO-OBTENU    PIC X(01) VALUE "N".
               88  WS-VRO-OBTENU-OUI VALUE "O".

      ***********************************************
      * CONTROLE A QUATRE YEUX (APPROBAT)
      ***********************************************
       01  WS-APPROBATION.
           05  WS-APR-FONCTION    PIC X(01) VALUE "D".
           05  WS-APR-PROGRAMME   PIC X(08) VALUE "EFFACEME".
           05  WS-APR-OPERATION   PIC X(08) VALUE "EFFACEME".
           05  WS-APR-PARAMETRES  PIC X(40) VALUE SPACES.
           05  WS-APR-IMPACT      PIC X(60) VALUE SPACES.
           05  WS-APR-RAPPORT     PIC X(30) VALUE SPACES.
           05  WS-APR-NUMERO      PIC 9(06) VALUE ZEROES.
           05  WS-APR-DECISION    PIC X(01) VALUE SPACES.
           05  WS-APR-DEMANDEUR   PIC X(03) VALUE SPACES.
           05  WS-APR-APPROBATEUR PIC X(03) VALUE SPACES.
           05  WS-APR-STATUT      PIC X(01) VALUE SPACES.
               88  WS-APR-APPROUVEE VALUE "A".
               88  WS-APR-FAIT      VALUE "0".

      ***********************************************
      * JOURNALISATION CENTRALE DES EVENEMENTS (LOGEVENT)
      ***********************************************
           05  WS-JRN-SEVERITE  PIC X(01) VALUE "I".
           05  WS-JRN-MESSAGE   PIC X(60) VALUE SPACES.

      ***********************************************
      * MANIFESTE DES SORTIES (MANIFEST) : FICHIERSOR.txt
      * VERIFIE AVANT TRAITEMENT (NOMBRE, TOTAL HT, CLE), PUIS
      * REENREGISTRE APRES LE BLANCHIMENT
      ***********************************************
       01  WS-MANIFESTE.
           05  WS-MAN-FONCTION  PIC X(01) VALUE "V".
           05  WS-MAN-FICHIER   PIC X(30) VALUE "FICHIERSOR.txt".
           05  WS-MAN-PROGRAMME PIC X(08) VALUE "EFFACEME".
           05  WS-MAN-POSITION  PIC 9(04) VALUE 73.
           05  WS-MAN-LONGUEUR  PIC 9(02) VALUE 9.
           05  WS-MAN-NB-ENREG  PIC 9(09) VALUE ZEROES.
           05  WS-MAN-TOTAL     PIC 9(13)V99 VALUE ZEROES.
           05  WS-MAN-CONTROLE  PIC 9(09) VALUE ZEROES.
           05  WS-MAN-STATUT    PIC X(01) VALUE SPACES.
               88  WS-MAN-ALTERE VALUE "2".

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
           DISPLAY "DROIT A L'EFFACEMENT D'UNE PERSONNE".
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATE-JOUR.

               GO TO 0000-MAIN-FIN
           END-IF.
      *
      *********** REPRISE D'UNE REECRITURE INTERROMPUE DES MAITRES
           MOVE "FICHIERCLIENT.txt" TO WS-REE-FICHIER.
           PERFORM 9600-REPRISE-REECRITURE-DEBUT
              THRU 9600-REPRISE-REECRITURE-FIN.
           MOVE "FICHIERCLIENT-ARCHIVE.txt" TO WS-REE-FICHIER.
           PERFORM 9600-REPRISE-REECRITURE-DEBUT
              THRU 9600-REPRISE-REECRITURE-FIN.
           MOVE "FICHIERSOR.txt" TO WS-REE-FICHIER.
           PERFORM 9600-REPRISE-REECRITURE-DEBUT
              THRU 9600-REPRISE-REECRITURE-FIN.
           MOVE "FACTURES-HISTORIQUE.txt" TO WS-REE-FICHIER.
           PERFORM 9600-REPRISE-REECRITURE-DEBUT
              THRU 9600-REPRISE-REECRITURE-FIN.
           MOVE "RELANCES-ETAT.txt" TO WS-REE-FICHIER.
           PERFORM 9600-REPRISE-REECRITURE-DEBUT
              THRU 9600-REPRISE-REECRITURE-FIN.
           MOVE "ETIQUETTES.txt" TO WS-REE-FICHIER.
           PERFORM 9600-REPRISE-REECRITURE-DEBUT
              THRU 9600-REPRISE-REECRITURE-FIN.
           IF RETURN-CODE = 16
               PERFORM 9100-LIBERATION-VERROU-DEBUT
                  THRU 9100-LIBERATION-VERROU-FIN
               GO TO 0000-MAIN-FIN
           END-IF.
      *
      *********** LE SOLDE DOIT ETRE APURE
           PERFORM 1000-VERIFICATION-SOLDE-DEBUT
              THRU 1000-VERIFICATION-SOLDE-FIN.
           IF RETURN-CODE = 16
               PERFORM 9100-LIBERATION-VERROU-DEBUT
                  THRU 9100-LIBERATION-VERROU-FIN
               GO TO 0000-MAIN-FIN
           END-IF.

           IF WS-SOLDE > ZEROES
               DISPLAY "--> SOLDE NON APURE: EFFACEMENT REFUSE"
               IF WS-SOL-PAYEUR NOT = WS-ID-CHERCHE
                   DISPLAY "--> COMPTE PAYEUR (GROUPE): " WS-SOL-PAYEUR
               END-IF
               MOVE 8 TO RETURN-CODE
               PERFORM 9100-LIBERATION-VERROU-DEBUT
                  THRU 9100-LIBERATION-VERROU-FIN
               GO TO 0000-MAIN-FIN
           END-IF.
      *
      *********** DEMANDE D'APPROBATION PAR UN SECOND OPERATEUR
           MOVE SPACES TO WS-APR-PARAMETRES WS-APR-IMPACT.
           STRING "ID=" WS-ID-CHERCHE
                  DELIMITED BY SIZE INTO WS-APR-PARAMETRES.
           STRING "EFFACEMENT DEFINITIF DE LA PERSONNE " WS-ID-CHERCHE
                  " (SOLDE APURE)"
                  DELIMITED BY SIZE INTO WS-APR-IMPACT.
           MOVE "D" TO WS-APR-FONCTION.
           CALL 'APPROBAT' USING WS-APPROBATION
               ON EXCEPTION
                   DISPLAY "--> SOUS-PROGRAMME APPROBAT INTROUVABLE"
                   MOVE SPACES TO WS-APR-STATUT
                   MOVE 16 TO RETURN-CODE
           END-CALL.
           IF NOT WS-APR-APPROUVEE
               DISPLAY "--> EFFACEMENT SOUMIS A APPROBATION: "
                       "RIEN N'EST EFFACE"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               PERFORM 9100-LIBERATION-VERROU-DEBUT
                  THRU 9100-LIBERATION-VERROU-FIN
               GO TO 0000-MAIN-FIN
           END-IF.
      *
      *********** CONFIRMATION : L'EFFACEMENT EST IRREVERSIBLE
           DISPLAY "L'EFFACEMENT EST IRREVERSIBLE. CONFIRMER? "
                   "(O/N): " NO ADVANCING.
           MOVE "A" TO WS-JRN-SEVERITE.
           MOVE SPACES TO WS-JRN-MESSAGE.
           STRING "EFFACEMENT DE LA PERSONNE " WS-ID-CHERCHE
                  " (DEMANDE " WS-APR-NUMERO ")"
                  DELIMITED BY SIZE INTO WS-JRN-MESSAGE.
           MOVE RETURN-CODE TO WS-RC-SAUVE.
           CALL 'LOGEVENT' USING WS-JOURNALISATION
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE WS-RC-SAUVE TO RETURN-CODE.

           MOVE "X" TO WS-APR-FONCTION.
           MOVE RETURN-CODE TO WS-RC-SAUVE.
           CALL 'APPROBAT' USING WS-APPROBATION
               ON EXCEPTION
                   MOVE "9" TO WS-APR-STATUT
           END-CALL.
           MOVE WS-RC-SAUVE TO RETURN-CODE.
           IF NOT WS-APR-FAIT
               DISPLAY "--> EXECUTION DE LA DEMANDE " WS-APR-NUMERO
                       " NON ENREGISTREE"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           PERFORM 9100-LIBERATION-VERROU-DEBUT
              THRU 9100-LIBERATION-VERROU-FIN.
           GOBACK.

      *******************************************************
      *  VERIFICATION DU SOLDE DU COMPTE PAYEUR A CE JOUR
      *  (SOUS-PROGRAMME PARTAGE SOLDECLI)
      *******************************************************
       1000-VERIFICATION-SOLDE-DEBUT.

           MOVE ZEROES TO WS-SOLDE.
           MOVE "C" TO WS-SOL-FONCTION.
           CALL 'SOLDECLI' USING WS-SOLDECLI
               ON EXCEPTION
                   MOVE "9" TO WS-SOL-STATUT
           END-CALL.
           IF NOT WS-SOL-STATUT-OK
               DISPLAY "ERREUR CHARGEMENT DES SOLDES (SOLDECLI): "
                       "FICHIERSOR.txt ILLISIBLE OU SERVICE ABSENT"
               DISPLAY "--> SOLDE NON VERIFIABLE: EFFACEMENT REFUSE"
               MOVE 16 TO RETURN-CODE
               GO TO 1000-VERIFICATION-SOLDE-FIN
           END-IF.

           MOVE "S" TO WS-SOL-FONCTION.
           MOVE WS-ID-CHERCHE TO WS-SOL-CLIENT.
           MOVE WS-DATE-JOUR TO WS-SOL-DATE.
           CALL 'SOLDECLI' USING WS-SOLDECLI
           END-CALL.
           IF WS-SOL-STATUT-OK
               MOVE WS-SOL-SOLDE TO WS-SOLDE
           END-IF.

       1000-VERIFICATION-SOLDE-FIN.
           EXIT.

           IF WS-COMPTEUR-LIGNES-TOUCHEES > ZEROES
               PERFORM 9000-RECOPIE-TRAVAIL-CLIENT-DEBUT
                  THRU 9000-RECOPIE-TRAVAIL-CLIENT-FIN
               IF WS-REE-OK
                   PERFORM 9500-CERTIFIER-DEBUT
                      THRU 9500-CERTIFIER-FIN
               END-IF
           END-IF.

       2000-EFFACEMENT-FICHIER-CLIENT-FIN.
       9000-RECOPIE-TRAVAIL-CLIENT-DEBUT.

           MOVE "FICHIERCLIENT.txt" TO WS-LIGNE.
           MOVE "FICHIERCLIENT.txt" TO WS-REE-FICHIER.
           MOVE 90 TO WS-REE-POSITION.
           MOVE 8 TO WS-REE-LONGUEUR.
           MOVE ZERO TO WS-REE-DECIMALES.
           PERFORM 9700-GENERATION-DEBUT THRU 9700-GENERATION-FIN.
           MOVE WS-REE-NOUVEAU TO WS-NOM-FCLIENT.
           OPEN OUTPUT FCLIENT.
           IF NOT WS-STATUS-FILE-FCLIENT-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FCLIENT': "
                       WS-STATUS-FILE-FCLIENT
               MOVE WS-REE-FICHIER TO WS-NOM-FCLIENT
               MOVE 16 TO RETURN-CODE
               GO TO 9000-RECOPIE-TRAVAIL-CLIENT-FIN
           END-IF.
           OPEN INPUT FTRAVAIL.
           PERFORM UNTIL NOT WS-STATUS-FILE-FTRAVAIL-OK
               READ FTRAVAIL
                   AT END
                   NOT AT END
                       MOVE RTRAVAIL TO RCLIENT
                       WRITE RCLIENT
                       ADD 1 TO WS-REE-NB-ENREG
                       IF RCLIENT-ASSUR IS NUMERIC
                           ADD RCLIENT-ASSUR TO WS-REE-TOTAL
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FTRAVAIL.
           CLOSE FCLIENT.
           MOVE WS-REE-FICHIER TO WS-NOM-FCLIENT.
           PERFORM 9800-BASCULE-DEBUT THRU 9800-BASCULE-FIN.

       9000-RECOPIE-TRAVAIL-CLIENT-FIN.
           EXIT.

           IF WS-COMPTEUR-LIGNES-TOUCHEES > ZEROES
               MOVE "FICHIERCLIENT-ARCHIVE.txt" TO WS-LIGNE
               MOVE "FICHIERCLIENT-ARCHIVE.txt" TO WS-REE-FICHIER
               MOVE 90 TO WS-REE-POSITION
               MOVE 8 TO WS-REE-LONGUEUR
               MOVE 0 TO WS-REE-DECIMALES
               PERFORM 9700-GENERATION-DEBUT THRU 9700-GENERATION-FIN
               MOVE WS-REE-NOUVEAU TO WS-NOM-FARCHIVE
               OPEN OUTPUT FARCHIVE
               IF NOT WS-STATUS-FILE-FARCHIVE-OK
                   DISPLAY "ERREUR OUVERTURE FICHIER 'FARCHIVE': "
                           WS-STATUS-FILE-FARCHIVE
                   MOVE WS-REE-FICHIER TO WS-NOM-FARCHIVE
                   MOVE 16 TO RETURN-CODE
                   GO TO 3000-EFFACEMENT-ARCHIVE-FIN
               END-IF
               OPEN INPUT FTRAVAIL
               PERFORM UNTIL NOT WS-STATUS-FILE-FTRAVAIL-OK
                   READ FTRAVAIL
                       AT END
                       NOT AT END
                           MOVE RTRAVAIL TO RARCHIVE
                           WRITE RARCHIVE
                           ADD 1 TO WS-REE-NB-ENREG
                           IF RARCHIVE-ASSUR IS NUMERIC
                               ADD RARCHIVE-ASSUR TO WS-REE-TOTAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FTRAVAIL
               CLOSE FARCHIVE
               MOVE WS-REE-FICHIER TO WS-NOM-FARCHIVE
               PERFORM 9800-BASCULE-DEBUT THRU 9800-BASCULE-FIN
               IF NOT WS-REE-OK
                   GO TO 3000-EFFACEMENT-ARCHIVE-FIN
               END-IF
               PERFORM 9500-CERTIFIER-DEBUT THRU 9500-CERTIFIER-FIN
           END-IF.


           IF WS-COMPTEUR-LIGNES-TOUCHEES > ZEROES
               MOVE "FICHIERSOR.txt" TO WS-LIGNE
               MOVE "FICHIERSOR.txt" TO WS-REE-FICHIER
               MOVE 73 TO WS-REE-POSITION
               MOVE 9 TO WS-REE-LONGUEUR
               MOVE 2 TO WS-REE-DECIMALES
               PERFORM 9700-GENERATION-DEBUT THRU 9700-GENERATION-FIN
               MOVE WS-REE-NOUVEAU TO WS-NOM-FCLISOR
               OPEN OUTPUT FCLISOR
               IF NOT WS-STATUS-FILE-FCLISOR-OK
                   DISPLAY "ERREUR OUVERTURE FICHIER 'FCLISOR': "
                           WS-STATUS-FILE-FCLISOR
                   MOVE WS-REE-FICHIER TO WS-NOM-FCLISOR
                   MOVE 16 TO RETURN-CODE
                   GO TO 4000-BLANCHIMENT-FACTURE-FIN
               END-IF
               OPEN INPUT FTRAVAIL
               PERFORM UNTIL NOT WS-STATUS-FILE-FTRAVAIL-OK
                   READ FTRAVAIL
                       AT END
                       NOT AT END
                           MOVE RTRAVAIL TO RCLISOR
                           WRITE RCLISOR
                           ADD 1 TO WS-REE-NB-ENREG
                           IF RCLISOR-MONTANT IS NUMERIC
                               ADD RCLISOR-MONTANT TO WS-REE-TOTAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FTRAVAIL
               CLOSE FCLISOR
               MOVE WS-REE-FICHIER TO WS-NOM-FCLISOR
               PERFORM 9800-BASCULE-DEBUT THRU 9800-BASCULE-FIN
               IF NOT WS-REE-OK
                   GO TO 4000-BLANCHIMENT-FACTURE-FIN
               END-IF
               PERFORM 9500-CERTIFIER-DEBUT THRU 9500-CERTIFIER-FIN
      ****** FICHIERSOR.txt REECRIT : NOUVEL ENREGISTREMENT AU
      ****** MANIFESTE (MEMES NOMBRE ET TOTAL, AUTRE CLE)
               MOVE "E" TO WS-MAN-FONCTION
               MOVE RETURN-CODE TO WS-RC-SAUVE
               CALL 'MANIFEST' USING WS-MANIFESTE
                   ON EXCEPTION
                       DISPLAY "--> MANIFESTE DES SORTIES INDISPONIBLE"
               END-CALL
               MOVE WS-RC-SAUVE TO RETURN-CODE
           END-IF.

       4000-BLANCHIMENT-FACTURE-FIN.

           IF WS-COMPTEUR-LIGNES-TOUCHEES > ZEROES
               MOVE "FACTURES-HISTORIQUE.txt" TO WS-LIGNE
               MOVE "FACTURES-HISTORIQUE.txt" TO WS-REE-FICHIER
               MOVE 0 TO WS-REE-POSITION
               MOVE 0 TO WS-REE-LONGUEUR
               MOVE 0 TO WS-REE-DECIMALES
               PERFORM 9700-GENERATION-DEBUT THRU 9700-GENERATION-FIN
               MOVE WS-REE-NOUVEAU TO WS-NOM-FHIST
               OPEN OUTPUT FHIST
               IF NOT WS-STATUS-FILE-FHIST-OK
                   DISPLAY "ERREUR OUVERTURE FICHIER 'FHIST': "
                           WS-STATUS-FILE-FHIST
                   MOVE WS-REE-FICHIER TO WS-NOM-FHIST
                   MOVE 16 TO RETURN-CODE
                   GO TO 5000-BLANCHIMENT-HISTORIQUE-FIN
               END-IF
               OPEN INPUT FTRAVAIL
               PERFORM UNTIL NOT WS-STATUS-FILE-FTRAVAIL-OK
                   READ FTRAVAIL
                       AT END
                       NOT AT END
                           MOVE RTRAVAIL TO RHIST
                           WRITE RHIST
                           ADD 1 TO WS-REE-NB-ENREG
                   END-READ
               END-PERFORM
               CLOSE FTRAVAIL
               CLOSE FHIST
               MOVE WS-REE-FICHIER TO WS-NOM-FHIST
               PERFORM 9800-BASCULE-DEBUT THRU 9800-BASCULE-FIN
               IF NOT WS-REE-OK
                   GO TO 5000-BLANCHIMENT-HISTORIQUE-FIN
               END-IF
               PERFORM 9500-CERTIFIER-DEBUT THRU 9500-CERTIFIER-FIN
           END-IF.


           IF WS-COMPTEUR-LIGNES-TOUCHEES > ZEROES
               MOVE "RELANCES-ETAT.txt" TO WS-LIGNE
               MOVE "RELANCES-ETAT.txt" TO WS-REE-FICHIER
               MOVE 12 TO WS-REE-POSITION
               MOVE 8 TO WS-REE-LONGUEUR
               MOVE 0 TO WS-REE-DECIMALES
               PERFORM 9700-GENERATION-DEBUT THRU 9700-GENERATION-FIN
               MOVE WS-REE-NOUVEAU TO WS-NOM-FETAT
               OPEN OUTPUT FETAT
               IF NOT WS-STATUS-FILE-FETAT-OK
                   DISPLAY "ERREUR OUVERTURE FICHIER 'FETAT': "
                           WS-STATUS-FILE-FETAT
                   MOVE WS-REE-FICHIER TO WS-NOM-FETAT
                   MOVE 16 TO RETURN-CODE
                   GO TO 6000-EPURATION-RELANCES-FIN
               END-IF
               OPEN INPUT FTRAVAIL
               PERFORM UNTIL NOT WS-STATUS-FILE-FTRAVAIL-OK
                   READ FTRAVAIL
                       AT END
                       NOT AT END
                           MOVE RTRAVAIL TO RETAT
                           WRITE RETAT
                           ADD 1 TO WS-REE-NB-ENREG
                           IF ETAT-DATE IS NUMERIC
                               ADD ETAT-DATE TO WS-REE-TOTAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FTRAVAIL
               CLOSE FETAT
               MOVE WS-REE-FICHIER TO WS-NOM-FETAT
               PERFORM 9800-BASCULE-DEBUT THRU 9800-BASCULE-FIN
               IF NOT WS-REE-OK
                   GO TO 6000-EPURATION-RELANCES-FIN
               END-IF
               PERFORM 9500-CERTIFIER-DEBUT THRU 9500-CERTIFIER-FIN
           END-IF.


           IF WS-COMPTEUR-LIGNES-TOUCHEES > ZEROES
               MOVE "ETIQUETTES.txt" TO WS-LIGNE
               MOVE "ETIQUETTES.txt" TO WS-REE-FICHIER
               MOVE 0 TO WS-REE-POSITION
               MOVE 0 TO WS-REE-LONGUEUR
               MOVE 0 TO WS-REE-DECIMALES
               PERFORM 9700-GENERATION-DEBUT THRU 9700-GENERATION-FIN
               MOVE WS-REE-NOUVEAU TO WS-NOM-FETIQ
               OPEN OUTPUT FETIQ
               IF NOT WS-STATUS-FILE-FETIQ-OK
                   DISPLAY "ERREUR OUVERTURE FICHIER 'FETIQ': "
                           WS-STATUS-FILE-FETIQ
                   MOVE WS-REE-FICHIER TO WS-NOM-FETIQ
                   MOVE 16 TO RETURN-CODE
                   GO TO 7000-EPURATION-ETIQUETTES-FIN
               END-IF
               OPEN INPUT FTRAVAIL
               PERFORM UNTIL NOT WS-STATUS-FILE-FTRAVAIL-OK
                   READ FTRAVAIL
                       AT END
                       NOT AT END
                           MOVE RTRAVAIL TO RETIQ
                           WRITE RETIQ
                           ADD 1 TO WS-REE-NB-ENREG
                   END-READ
               END-PERFORM
               CLOSE FTRAVAIL
               CLOSE FETIQ
               MOVE WS-REE-FICHIER TO WS-NOM-FETIQ
               PERFORM 9800-BASCULE-DEBUT THRU 9800-BASCULE-FIN
               IF NOT WS-REE-OK
                   GO TO 7000-EPURATION-ETIQUETTES-FIN
               END-IF
               PERFORM 9500-CERTIFIER-DEBUT THRU 9500-CERTIFIER-FIN
           END-IF.

           MOVE SPACES TO WS-NOM-GENERATION.
           STRING "FICHIERSOR-" GENCAT-DATE ".txt"
                  DELIMITED BY SIZE INTO WS-NOM-GENERATION.
           MOVE WS-NOM-GENERATION TO WS-REE-FICHIER.
           PERFORM 9600-REPRISE-REECRITURE-DEBUT
              THRU 9600-REPRISE-REECRITURE-FIN.

           OPEN INPUT FGEN.
           IF NOT WS-STATUS-FILE-FGEN-OK

           IF WS-COMPTEUR-LIGNES-TOUCHEES > ZEROES
               MOVE WS-NOM-GENERATION TO WS-LIGNE
               MOVE WS-NOM-GENERATION TO WS-REE-FICHIER
               MOVE 73 TO WS-REE-POSITION
               MOVE 9 TO WS-REE-LONGUEUR
               MOVE 2 TO WS-REE-DECIMALES
               PERFORM 9700-GENERATION-DEBUT THRU 9700-GENERATION-FIN
               MOVE WS-REE-NOUVEAU TO WS-NOM-GENERATION
               OPEN OUTPUT FGEN
               IF NOT WS-STATUS-FILE-FGEN-OK
                   DISPLAY "ERREUR OUVERTURE FICHIER 'FGEN': "
                           WS-STATUS-FILE-FGEN
                   MOVE WS-REE-FICHIER TO WS-NOM-GENERATION
                   MOVE 16 TO RETURN-CODE
                   GO TO 8100-BLANCHIMENT-GENERATION-FIN
               END-IF
               OPEN INPUT FTRAVAIL
               PERFORM UNTIL NOT WS-STATUS-FILE-FTRAVAIL-OK
                   READ FTRAVAIL
                       AT END
                       NOT AT END
                           MOVE RTRAVAIL TO RGEN
                           WRITE RGEN
                           ADD 1 TO WS-REE-NB-ENREG
                           MOVE RGEN (73:9) TO WS-ZONE-GENERATION
                           IF WS-MONTANT-GENERATION IS NUMERIC
                               ADD WS-MONTANT-GENERATION
                                   TO WS-REE-TOTAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FTRAVAIL
               CLOSE FGEN
               MOVE WS-REE-FICHIER TO WS-NOM-GENERATION
               PERFORM 9800-BASCULE-DEBUT THRU 9800-BASCULE-FIN
               IF NOT WS-REE-OK
                   GO TO 8100-BLANCHIMENT-GENERATION-FIN
               END-IF
               PERFORM 9500-CERTIFIER-DEBUT THRU 9500-CERTIFIER-FIN
           END-IF.

       9100-LIBERATION-VERROU-DEBUT.

           MOVE "L" TO WS-VRO-ACTION.
           MOVE RETURN-CODE TO WS-RC-SAUVE.
           CALL 'VERROU' USING WS-VERROU
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE WS-RC-SAUVE TO RETURN-CODE.

       9100-LIBERATION-VERROU-FIN.
           EXIT.

      *******************************************************
      *  REPRISE AU LANCEMENT D'UNE REECRITURE INTERROMPUE DU
      *  FICHIER DESIGNE PAR WS-REE-FICHIER
      *******************************************************
       9600-REPRISE-REECRITURE-DEBUT.

           MOVE "R" TO WS-REE-FONCTION.
           MOVE RETURN-CODE TO WS-RC-SAUVE.
           CALL 'REECRIT' USING WS-REECRITURE
               ON EXCEPTION
                   DISPLAY "--> SOUS-PROGRAMME REECRIT INTROUVABLE"
                   MOVE 16 TO WS-RC-SAUVE
           END-CALL.
           MOVE WS-RC-SAUVE TO RETURN-CODE.

       9600-REPRISE-REECRITURE-FIN.
           EXIT.

      *******************************************************
      *  NOM DE LA NOUVELLE GENERATION DU FICHIER DESIGNE PAR
      *  WS-REE-FICHIER, COMPTEURS DE CONTROLE A ZERO
      *******************************************************
       9700-GENERATION-DEBUT.

           MOVE "N" TO WS-REE-FONCTION.
           MOVE RETURN-CODE TO WS-RC-SAUVE.
           CALL 'REECRIT' USING WS-REECRITURE
               ON EXCEPTION
                   MOVE WS-REE-FICHIER TO WS-REE-NOUVEAU
           END-CALL.
           MOVE WS-RC-SAUVE TO RETURN-CODE.
           MOVE ZEROES TO WS-REE-NB-ENREG WS-REE-TOTAL.

       9700-GENERATION-FIN.
           EXIT.

      *******************************************************
      *  CONTROLE DE LA NOUVELLE GENERATION PUIS BASCULE
      *******************************************************
       9800-BASCULE-DEBUT.

           MOVE "B" TO WS-REE-FONCTION.
           MOVE RETURN-CODE TO WS-RC-SAUVE.
           CALL 'REECRIT' USING WS-REECRITURE
               ON EXCEPTION
                   MOVE "9" TO WS-REE-STATUT
           END-CALL.
           MOVE WS-RC-SAUVE TO RETURN-CODE.
           IF NOT WS-REE-OK
               DISPLAY "*** " FUNCTION TRIM (WS-REE-FICHIER)
                       " NON REMPLACE ***"
               MOVE 16 TO RETURN-CODE
           END-IF.

       9800-BASCULE-FIN.
           EXIT.
