      *   - l'identifiant client doit exister dans FICHIERCLIENT.txt
      *   - la date est validee par le service partage DATESERV
      *   - le montant doit etre numerique (TEST-NUMVAL)
      *   - le mode de paiement est CHQ, VIR, PRL ou ESP ; un cheque
      *     porte obligatoirement son numero (remis ensuite a la
      *     banque par REMCHEQUE sur un bordereau numerote)
      *   - le numero de facture (facultatif, pour le LETTRAGE) doit
      *     etre numerique s'il est renseigne
      *   - un doublon presume (meme client, meme date, meme montant)
      *     est signale et doit etre confirme
      * Les enregistrements bien formes sont ajoutes par le programme
      * lui-meme (AJOUT) au gabarit ID.DATE.MONTANT.NUMFACT.MODE.CHEQUE
      *
      * Avant la saisie libre, les credits bancaires que RELEVEBANQ
      * a mis en suspens (RELEVE-SUSPENS.txt) sont presentes un par
      * un avec le client propose : l'operateur indique le client
      * (et la facture), laisse la ligne en suspens (vide) ou
      * l'ecarte ("*") quand ce n'est pas un reglement client. La
      * date et le montant sont ceux du releve.
      *
      * Quand REGLEMENTS.IDX existe (REGLMIGRE), chaque reglement
      * ajoute y est aussi ecrit (sous-programme MVTIDX) et le
      * doublon presume est cherche par cle (client + date) : plus
      * de chargement de REGLEMENTS.txt en table, donc plus de
      * plafond. Sans index, la table est chargee comme avant.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FREGL.

      ******** CREDITS BANCAIRES EN SUSPENS (RELEVEBANQ)
           SELECT FSUSPBQ ASSIGN TO "RELEVE-SUSPENS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FSUSPBQ.

       DATA DIVISION.
       FILE SECTION.
      ******** FICHIER CLIENT
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

      ******** CREDITS BANCAIRES EN SUSPENS (RELEVEBANQ)
           COPY 'COBOL-FD-SUSPBANQ.cpy'.

       WORKING-STORAGE SECTION.
      ***********************************************
           88 WS-STATUS-FILE-FREGL-EOF VALUE "10".
           88 WS-STATUS-FILE-FREGL-INEXISTANT VALUE "35".

       01  WS-STATUS-FILE-FSUSPBQ PIC X(02).
           88 WS-STATUS-FILE-FSUSPBQ-OK  VALUE "00".
           88 WS-STATUS-FILE-FSUSPBQ-EOF VALUE "10".

      *************************************
      *  TABLE DES IDENTIFIANTS CLIENTS (POUR CONTROLE)
      *************************************
       01  WS-MAX-REGLEMENTS PIC 9(04) VALUE 5000.
       01  WS-DOUBLON PIC X(01) VALUE "N".
           88 WS-DOUBLON-OUI VALUE "O".
       01  WS-INDEX-REGL PIC X(01) VALUE "N".
           88 WS-INDEX-REGL-OUI VALUE "O".

      ***********************************************
      * MOUVEMENTS INDEXES PAR CLIENT (MVTIDX) :
      * REGLEMENTS.IDX TENU A JOUR ET INTERROGE PAR CLE
      ***********************************************
       01  WS-MOUVEMENT-IDX.
           05  WS-MVI-FONCTION PIC X(01) VALUE "T".
           05  WS-MVI-FICHIER  PIC X(01) VALUE "R".
           05  WS-MVI-ID       PIC X(08) VALUE SPACES.
           05  WS-MVI-DATE     PIC X(08) VALUE SPACES.
           05  WS-MVI-ENREG    PIC X(67) VALUE SPACES.
           05  WS-MVI-REGL REDEFINES WS-MVI-ENREG.
               10  FILLER              PIC X(18).
               10  WS-MVI-REGL-MONTANT PIC 9(07)V99.
               10  FILLER              PIC X(40).
           05  WS-MVI-STATUT   PIC X(01) VALUE SPACES.
               88  WS-MVI-OK           VALUE "0".
               88  WS-MVI-FIN          VALUE "1".
               88  WS-MVI-INACCESSIBLE VALUE "8".
       01  WS-RC-SAUVE PIC S9(04) VALUE ZEROES.

      *************************************
      *  CREDITS BANCAIRES EN SUSPENS (REECRITS APRES TRAITEMENT)
      *************************************
       01  WS-TABLE-SUSPENS.
           05 WS-SUSB-ENTRY OCCURS 2000 INDEXED BY WS-INDICE3.
               10 WS-SUSB-IMAGE PIC X(157).
       01  WS-NB-SUSPENS  PIC 9(04) VALUE ZEROES.
       01  WS-MAX-SUSPENS PIC 9(04) VALUE 2000.
       01  WS-NB-A-TRAITER PIC 9(04) VALUE ZEROES.
       01  WS-COMPTEUR-RESOLUS PIC 9(04) VALUE ZEROES.
       01  WS-COMPTEUR-ECARTES PIC 9(04) VALUE ZEROES.
       01  WS-SUSPENS-MODIFIE PIC X(01) VALUE "N".
           88 WS-SUSPENS-MODIFIE-OUI VALUE "O".
       01  WS-EDIT-MONTANT PIC Z.ZZZ.ZZ9,99.

      *************************************
      *  ZONES DE SAISIE ET DE CONTROLE
       01  WS-SAISIE-DATE    PIC 9(08) VALUE ZEROES.
       01  WS-SAISIE-MONTANT PIC 9(07)V99 VALUE ZEROES.
       01  WS-SAISIE-NUMFACT PIC X(08) VALUE SPACES.
       01  WS-SAISIE-MODE    PIC X(03) VALUE SPACES.
           88 WS-MODE-CHEQUE   VALUE "CHQ".
           88 WS-MODE-VALIDE   VALUE "CHQ" "VIR" "PRL" "ESP".
       01  WS-SAISIE-CHEQUE  PIC X(07) VALUE SPACES.
       01  WS-CONTINUER PIC X(01) VALUE "O".
           88 WS-CONTINUER-OUI VALUE "O".
       01  WS-CONFIRMATION PIC X(01) VALUE "N".
               GO TO 0000-MAIN-FIN
           END-IF.

      *
      *********** DOUBLONS CHERCHES PAR CLE SI L'INDEX EXISTE,
      *********** SINON DANS LA TABLE DES REGLEMENTS
           MOVE "T" TO WS-MVI-FONCTION.
           PERFORM 9100-APPEL-MVTIDX-DEBUT
              THRU 9100-APPEL-MVTIDX-FIN.
           IF WS-MVI-OK
               MOVE "O" TO WS-INDEX-REGL
               DISPLAY "DOUBLONS CONTROLES PAR CLE (REGLEMENTS.IDX)"
           ELSE
               PERFORM 1100-CHARGEMENT-REGLEMENTS-DEBUT
                  THRU 1100-CHARGEMENT-REGLEMENTS-FIN
           END-IF.
      *
      *********** OUVERTURE EN AJOUT DU FICHIER DES REGLEMENTS
           OPEN EXTEND FREGL.
               GO TO 0000-MAIN-FIN
           END-IF.
      *
      *********** CREDITS BANCAIRES EN SUSPENS A RESOUDRE
           PERFORM 1500-SUSPENS-BANCAIRES-DEBUT
              THRU 1500-SUSPENS-BANCAIRES-FIN.
      *
      *********** BOUCLE DE SAISIE DES REGLEMENTS
           PERFORM 2000-SAISIE-REGLEMENT-DEBUT
              THRU 2000-SAISIE-REGLEMENT-FIN
           DISPLAY "==============================================".
           DISPLAY "REGLEMENTS AJOUTES : " WS-COMPTEUR-AJOUTS.
           DISPLAY "SAISIES REFUSEES   : " WS-COMPTEUR-REFUSES.
           IF WS-NB-A-TRAITER > ZEROES
               DISPLAY "SUSPENS BANCAIRES RESOLUS : "
                       WS-COMPTEUR-RESOLUS
               DISPLAY "SUSPENS BANCAIRES ECARTES : "
                       WS-COMPTEUR-ECARTES
           END-IF.
           DISPLAY "==============================================".

       0000-MAIN-FIN.
       1100-CHARGEMENT-REGLEMENTS-FIN.
           EXIT.

      *******************************************************
      *  CREDITS BANCAIRES EN SUSPENS : CHARGEMENT, RESOLUTION
      *  PAR L'OPERATEUR PUIS REECRITURE DU FICHIER AVEC LES
      *  STATUTS MIS A JOUR
      *******************************************************
       1500-SUSPENS-BANCAIRES-DEBUT.

           OPEN INPUT FSUSPBQ.
           IF NOT WS-STATUS-FILE-FSUSPBQ-OK
               GO TO 1500-SUSPENS-BANCAIRES-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FSUSPBQ-OK
               READ FSUSPBQ
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-NB-SUSPENS < WS-MAX-SUSPENS
                           ADD 1 TO WS-NB-SUSPENS
                           SET WS-INDICE3 TO WS-NB-SUSPENS
                           MOVE RSUSPBQ TO WS-SUSB-IMAGE (WS-INDICE3)
                           IF SUSB-A-TRAITER
                               ADD 1 TO WS-NB-A-TRAITER
                           END-IF
                       ELSE
                           DISPLAY "--> ! PLUS DE " WS-MAX-SUSPENS
                                   " SUSPENS BANCAIRES!"
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FSUSPBQ.

           IF WS-NB-A-TRAITER = ZEROES
               GO TO 1500-SUSPENS-BANCAIRES-FIN
           END-IF.

           DISPLAY "CREDITS BANCAIRES EN SUSPENS A TRAITER: "
                   WS-NB-A-TRAITER.
           DISPLAY "CLIENT: IDENTIFIANT, VIDE = LAISSER EN SUSPENS, "
                   "* = ECARTER (PAS UN REGLEMENT CLIENT)".

           PERFORM 1600-RESOLUTION-SUSPENS-DEBUT
              THRU 1600-RESOLUTION-SUSPENS-FIN
               VARYING WS-INDICE3 FROM 1 BY 1
               UNTIL WS-INDICE3 > WS-NB-SUSPENS.

           IF NOT WS-SUSPENS-MODIFIE-OUI
               GO TO 1500-SUSPENS-BANCAIRES-FIN
           END-IF.

           OPEN OUTPUT FSUSPBQ.
           IF NOT WS-STATUS-FILE-FSUSPBQ-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FSUSPBQ': "
                       WS-STATUS-FILE-FSUSPBQ
               MOVE 16 TO RETURN-CODE
               GO TO 1500-SUSPENS-BANCAIRES-FIN
           END-IF.
           PERFORM VARYING WS-INDICE3 FROM 1 BY 1
                   UNTIL WS-INDICE3 > WS-NB-SUSPENS
               MOVE WS-SUSB-IMAGE (WS-INDICE3) TO RSUSPBQ
               WRITE RSUSPBQ
           END-PERFORM.
           CLOSE FSUSPBQ.

       1500-SUSPENS-BANCAIRES-FIN.
           EXIT.

      *******************************************************
      *  RESOLUTION D'UN CREDIT EN SUSPENS : LE REGLEMENT EST
      *  AJOUTE A LA DATE ET AU MONTANT DU RELEVE
      *******************************************************
       1600-RESOLUTION-SUSPENS-DEBUT.

           MOVE WS-SUSB-IMAGE (WS-INDICE3) TO RSUSPBQ.
           IF NOT SUSB-A-TRAITER
               GO TO 1600-RESOLUTION-SUSPENS-FIN
           END-IF.

           MOVE SUSB-MONTANT TO WS-EDIT-MONTANT.
           DISPLAY "----------------------------------------------".
           DISPLAY "CREDIT DU " SUSB-DATE " : " WS-EDIT-MONTANT
                   " (" SUSB-MOTIF ")".
           DISPLAY "LIBELLE : " SUSB-LIBELLE.
           IF SUSB-PAYEUR NOT = SPACES
               DISPLAY "PAYEUR  : " SUSB-PAYEUR
           END-IF.
           IF SUSB-CLIENT NOT = SPACES
               DISPLAY "CLIENT PROPOSE : " SUSB-CLIENT
           END-IF.

           DISPLAY "IDENTIFIANT CLIENT: " NO ADVANCING.
           MOVE SPACES TO WS-SAISIE.
           ACCEPT WS-SAISIE.

           IF WS-SAISIE = SPACES
               GO TO 1600-RESOLUTION-SUSPENS-FIN
           END-IF.

           IF WS-SAISIE (1:1) = "*"
               MOVE "E" TO SUSB-STATUT
               MOVE RSUSPBQ TO WS-SUSB-IMAGE (WS-INDICE3)
               MOVE "O" TO WS-SUSPENS-MODIFIE
               ADD 1 TO WS-COMPTEUR-ECARTES
               DISPLAY "--> CREDIT ECARTE"
               GO TO 1600-RESOLUTION-SUSPENS-FIN
           END-IF.
      *
      ****** LE CLIENT DOIT EXISTER DANS FICHIERCLIENT.txt
           MOVE WS-SAISIE (1:8) TO WS-SAISIE-ID.
           MOVE "N" TO WS-CLIENT-TROUVE.
           PERFORM VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-NB-CLIENTS
                      OR WS-CLIENT-TROUVE-OUI
               IF WS-CLIENT-ID (WS-INDICE) = WS-SAISIE-ID
                   MOVE "O" TO WS-CLIENT-TROUVE
                   DISPLAY "CLIENT: " WS-CLIENT-NOM (WS-INDICE)
               END-IF
           END-PERFORM.
           IF NOT WS-CLIENT-TROUVE-OUI
               DISPLAY "--> CLIENT NON TROUVE, LIGNE LAISSEE EN "
                       "SUSPENS: " WS-SAISIE-ID
               ADD 1 TO WS-COMPTEUR-REFUSES
               GO TO 1600-RESOLUTION-SUSPENS-FIN
           END-IF.
      *
      ****** NUMERO DE FACTURE FACULTATIF (POUR LE LETTRAGE)
           DISPLAY "NUMERO DE FACTURE (VIDE SI INCONNU): "
                   NO ADVANCING.
           MOVE SPACES TO WS-SAISIE.
           ACCEPT WS-SAISIE.
           MOVE SPACES TO WS-SAISIE-NUMFACT.
           IF WS-SAISIE NOT = SPACES
               IF WS-SAISIE (1:8) IS NUMERIC
                   MOVE WS-SAISIE (1:8) TO WS-SAISIE-NUMFACT
               ELSE
                   DISPLAY "--> NUMERO DE FACTURE NON NUMERIQUE, "
                           "LIGNE LAISSEE EN SUSPENS"
                   ADD 1 TO WS-COMPTEUR-REFUSES
                   GO TO 1600-RESOLUTION-SUSPENS-FIN
               END-IF
           END-IF.

           MOVE SPACES TO RREGL.
           MOVE WS-SAISIE-ID      TO RREGL-ID.
           MOVE SUSB-DATE         TO RREGL-DATE.
           MOVE SUSB-MONTANT      TO RREGL-MONTANT.
           MOVE WS-SAISIE-NUMFACT TO RREGL-NUMFACT.
           MOVE "VIR"             TO RREGL-MODE.
           WRITE RREGL.
           IF NOT WS-STATUS-FILE-FREGL-OK
               DISPLAY "ERREUR ECRITURE FICHIER 'FREGL': "
                       WS-STATUS-FILE-FREGL
               MOVE 16 TO RETURN-CODE
               GO TO 1600-RESOLUTION-SUSPENS-FIN
           END-IF.

           PERFORM 2200-INDEXATION-REGLEMENT-DEBUT
              THRU 2200-INDEXATION-REGLEMENT-FIN.

           MOVE "R" TO SUSB-STATUT.
           MOVE WS-SAISIE-ID TO SUSB-CLIENT.
           MOVE RSUSPBQ TO WS-SUSB-IMAGE (WS-INDICE3).
           MOVE "O" TO WS-SUSPENS-MODIFIE.
           ADD 1 TO WS-COMPTEUR-RESOLUS.
           ADD 1 TO WS-COMPTEUR-AJOUTS.
           DISPLAY "--> REGLEMENT AJOUTE: " WS-SAISIE-ID.

           IF WS-NB-REGLEMENTS < WS-MAX-REGLEMENTS
               ADD 1 TO WS-NB-REGLEMENTS
               SET WS-INDICE2 TO WS-NB-REGLEMENTS
               MOVE RREGL-ID      TO WS-REGL-ID (WS-INDICE2)
               MOVE RREGL-DATE    TO WS-REGL-DATE (WS-INDICE2)
               MOVE RREGL-MONTANT TO WS-REGL-MONTANT (WS-INDICE2)
           END-IF.

       1600-RESOLUTION-SUSPENS-FIN.
           EXIT.

      *******************************************************
      *  SAISIE ET CONTROLE D'UN REGLEMENT
      *******************************************************
               GO TO 2000-SAISIE-REGLEMENT-FIN
           END-IF.
      *
      ****** MODE DE PAIEMENT ET NUMERO DU CHEQUE
           DISPLAY "MODE DE PAIEMENT (CHQ/VIR/PRL/ESP): "
                   NO ADVANCING.
           MOVE SPACES TO WS-SAISIE.
           ACCEPT WS-SAISIE.
           MOVE FUNCTION UPPER-CASE (WS-SAISIE (1:3))
                TO WS-SAISIE-MODE.
           IF NOT WS-MODE-VALIDE
               DISPLAY "--> MODE DE PAIEMENT INCONNU: " WS-SAISIE-MODE
               ADD 1 TO WS-COMPTEUR-REFUSES
               GO TO 2000-SAISIE-REGLEMENT-FIN
           END-IF.
           MOVE SPACES TO WS-SAISIE-CHEQUE.
           IF WS-MODE-CHEQUE
               DISPLAY "NUMERO DU CHEQUE (7 CHIFFRES): " NO ADVANCING
               MOVE SPACES TO WS-SAISIE
               ACCEPT WS-SAISIE
               IF WS-SAISIE (1:7) IS NOT NUMERIC
               OR WS-SAISIE (8:5) NOT = SPACES
                   DISPLAY "--> NUMERO DE CHEQUE INVALIDE: "
                           WS-SAISIE
                   ADD 1 TO WS-COMPTEUR-REFUSES
                   GO TO 2000-SAISIE-REGLEMENT-FIN
               END-IF
               MOVE WS-SAISIE (1:7) TO WS-SAISIE-CHEQUE
           END-IF.
      *
      ****** NUMERO DE FACTURE FACULTATIF (POUR LE LETTRAGE)
           DISPLAY "NUMERO DE FACTURE (VIDE SI INCONNU): "
                   NO ADVANCING.
      *
      ****** DOUBLON PRESUME : MEME CLIENT, MEME DATE, MEME MONTANT
           MOVE "N" TO WS-DOUBLON.
           IF WS-INDEX-REGL-OUI
               PERFORM 2100-DOUBLON-PAR-CLE-DEBUT
                  THRU 2100-DOUBLON-PAR-CLE-FIN
           END-IF.
           PERFORM VARYING WS-INDICE2 FROM 1 BY 1
                   UNTIL WS-INDICE2 > WS-NB-REGLEMENTS
                      OR WS-DOUBLON-OUI
           MOVE WS-SAISIE-DATE    TO RREGL-DATE.
           MOVE WS-SAISIE-MONTANT TO RREGL-MONTANT.
           MOVE WS-SAISIE-NUMFACT TO RREGL-NUMFACT.
           MOVE WS-SAISIE-MODE    TO RREGL-MODE.
           MOVE WS-SAISIE-CHEQUE  TO RREGL-CHEQUE.
           WRITE RREGL.
           IF NOT WS-STATUS-FILE-FREGL-OK
               DISPLAY "ERREUR ECRITURE FICHIER 'FREGL': "
           END-IF.
           ADD 1 TO WS-COMPTEUR-AJOUTS.
           DISPLAY "--> REGLEMENT AJOUTE: " WS-SAISIE-ID.
           PERFORM 2200-INDEXATION-REGLEMENT-DEBUT
              THRU 2200-INDEXATION-REGLEMENT-FIN.
      *
      ****** LE NOUVEAU REGLEMENT ENTRE DANS LA DETECTION DES
      ****** DOUBLONS DE LA MEME SESSION

       2000-SAISIE-REGLEMENT-FIN.
           EXIT.

      *******************************************************
      *  DOUBLON PRESUME CHERCHE PAR CLE : LES REGLEMENTS DU
      *  CLIENT A LA DATE SAISIE DANS REGLEMENTS.IDX. INDEX
      *  DEVENU ILLISIBLE EN COURS DE SESSION : SEULS LES
      *  REGLEMENTS DE LA SESSION RESTENT CONTROLES
      *******************************************************
       2100-DOUBLON-PAR-CLE-DEBUT.

           MOVE "P" TO WS-MVI-FONCTION.
           MOVE WS-SAISIE-ID   TO WS-MVI-ID.
           MOVE WS-SAISIE-DATE TO WS-MVI-DATE.
           PERFORM 9100-APPEL-MVTIDX-DEBUT
              THRU 9100-APPEL-MVTIDX-FIN.
           IF NOT WS-MVI-OK
           AND NOT WS-MVI-FIN
               MOVE "N" TO WS-INDEX-REGL
               DISPLAY "--> ! REGLEMENTS.IDX ILLISIBLE: DOUBLONS "
                       "CONTROLES SUR LA SESSION SEULEMENT"
               GO TO 2100-DOUBLON-PAR-CLE-FIN
           END-IF.

           PERFORM UNTIL NOT WS-MVI-OK
                      OR WS-DOUBLON-OUI
                      OR WS-MVI-DATE NOT = WS-SAISIE-DATE
               IF WS-MVI-REGL-MONTANT IS NUMERIC
               AND WS-MVI-REGL-MONTANT = WS-SAISIE-MONTANT
                   MOVE "O" TO WS-DOUBLON
               ELSE
                   MOVE "S" TO WS-MVI-FONCTION
                   PERFORM 9100-APPEL-MVTIDX-DEBUT
                      THRU 9100-APPEL-MVTIDX-FIN
               END-IF
           END-PERFORM.
      *
      ****** LECTURE ARRETEE AVANT LA FIN DU CLIENT : FERMETURE
           IF WS-MVI-OK
               MOVE "F" TO WS-MVI-FONCTION
               PERFORM 9100-APPEL-MVTIDX-DEBUT
                  THRU 9100-APPEL-MVTIDX-FIN
           END-IF.

       2100-DOUBLON-PAR-CLE-FIN.
           EXIT.

      *******************************************************
      *  LE REGLEMENT ECRIT DANS REGLEMENTS.txt EST AJOUTE A
      *  REGLEMENTS.IDX (SANS EFFET TANT QUE L'INDEX N'A PAS
      *  ETE CONSTRUIT PAR REGLMIGRE)
      *******************************************************
       2200-INDEXATION-REGLEMENT-DEBUT.

           MOVE "A" TO WS-MVI-FONCTION.
           MOVE RREGL-ID   TO WS-MVI-ID.
           MOVE RREGL-DATE TO WS-MVI-DATE.
           MOVE RREGL      TO WS-MVI-ENREG.
           PERFORM 9100-APPEL-MVTIDX-DEBUT
              THRU 9100-APPEL-MVTIDX-FIN.
           IF WS-MVI-INACCESSIBLE
               DISPLAY "--> ! REGLEMENTS.IDX NON MIS A JOUR: "
                       "RELANCER REGLMIGRE"
           END-IF.

       2200-INDEXATION-REGLEMENT-FIN.
           EXIT.

      *******************************************************
      *  APPEL DU SOUS-PROGRAMME MVTIDX (LE CODE RETOUR DU
      *  PROGRAMME EST PRESERVE)
      *******************************************************
       9100-APPEL-MVTIDX-DEBUT.

           MOVE RETURN-CODE TO WS-RC-SAUVE.
           CALL 'MVTIDX' USING WS-MOUVEMENT-IDX
               ON EXCEPTION
                   MOVE "9" TO WS-MVI-STATUT
           END-CALL.
           MOVE WS-RC-SAUVE TO RETURN-CODE.

       9100-APPEL-MVTIDX-FIN.
           EXIT.
