       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLANMAINT.
       AUTHOR. GENEVIEVE GIANNASI.
       INSTALLATION. PERSONAL PC.
       DATE-WRITTEN. 15-10-2026.
       DATE-COMPILED. 15-10-2026.
       SECURITY. NON-CONFIDENTIAL.
      ******************************************************************
      * OBJECTIF:
      * Maintenance du plan comptable PLAN-COMPTABLE.txt, sur le
      * modele de CLIMAINT. Chaque compte emis dans
      * FACTURES-COMPTA.txt (FACTURES, AVOIRS, PERTES, REEVALUATION,
      * ENCAISSE) est controle par ECRICPTA contre ce plan : un lot
      * portant un compte inconnu ou inactif est mis en suspens dans
      * COMPTA-SUSPENS.txt au lieu de partir au grand livre.
      *
      * Le fichier porte une ligne par compte :
      *   COMPTE . LIBELLE . TYPE (A)CTIF (P)ASSIF (C)HARGE
      *   P(R)ODUIT . ACTIF O/N
      * Controles appliques :
      *   - compte non blanc et UNIQUE, libelle obligatoire
      *   - type A, P, C ou R ; indicateur actif O ou N
      *   - un compte deja mouvemente dans FACTURES-COMPTA.txt ne
      *     peut pas etre supprime : il se desactive
      * Operations : (A)JOUT, (M)ODIFICATION (libelle, type,
      * activation/desactivation), (S)UPPRESSION, (L)ISTE.
      * En fin de maintenance, l'operateur peut relancer les lots en
      * suspens : ceux dont tous les comptes sont desormais au plan
      * et actifs sont liberes vers le grand livre.
      * La reecriture du plan passe par une nouvelle generation
      * controlee puis basculee (sous-programme REECRIT) : un arret
      * en cours d'ecriture ne laisse jamais un plan tronque.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ******** PLAN COMPTABLE
           SELECT FPLAN ASSIGN TO DYNAMIC WS-NOM-FPLAN
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FPLAN.

      ******** FICHIER D'INTERFACE COMPTABLE (COMPTAGE DES MOUVEMENTS)
           SELECT FCOMPTA ASSIGN TO "FACTURES-COMPTA.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FCOMPTA.

       DATA DIVISION.
       FILE SECTION.
      ******** PLAN COMPTABLE
           COPY 'COBOL-FD-PLANCPT.cpy'.

      ******** FICHIER D'INTERFACE COMPTABLE
       FD  FCOMPTA.
       01  RCOMPTA.
           05  COMPTA-DATE    PIC 9(08).
           05  FILLER         PIC X(01).
           05  COMPTA-BATCH   PIC X(12).
           05  FILLER         PIC X(01).
           05  COMPTA-SENS    PIC X(01).
           05  FILLER         PIC X(01).
           05  COMPTA-COMPTE  PIC X(10).
           05  FILLER         PIC X(01).
           05  COMPTA-MONTANT PIC 9(09)V99.

       WORKING-STORAGE SECTION.
       01  WS-STATUS-FILE-FPLAN PIC X(02).
           88 WS-STATUS-FILE-FPLAN-OK  VALUE "00".
           88 WS-STATUS-FILE-FPLAN-EOF VALUE "10".
       01  WS-STATUS-FILE-FCOMPTA PIC X(02).
           88 WS-STATUS-FILE-FCOMPTA-OK  VALUE "00".
           88 WS-STATUS-FILE-FCOMPTA-EOF VALUE "10".

      *************************************
      *  TABLE DES COMPTES CHARGES EN MEMOIRE
      *************************************
       01  WS-TABLE-COMPTES.
           05 WS-CPT-ENTRY OCCURS 3000 INDEXED BY WS-INDICE.
               10 WS-CPT-COMPTE  PIC X(10).
               10 WS-CPT-LIBELLE PIC X(30).
               10 WS-CPT-TYPE    PIC X(01).
               10 WS-CPT-ACTIF   PIC X(01).
       01  WS-NB-COMPTES  PIC 9(04) VALUE ZEROES.
       01  WS-MAX-COMPTES PIC 9(04) VALUE 3000.
       01  WS-POSITION-TROUVEE PIC 9(04) VALUE ZEROES.

      *************************************
      *  ZONES DE SAISIE ET DE CONTROLE
      *************************************
       01  WS-ACTION PIC X(01) VALUE SPACES.
           88  WS-ACTION-AJOUT        VALUE "A".
           88  WS-ACTION-MODIFICATION VALUE "M".
           88  WS-ACTION-SUPPRESSION  VALUE "S".
           88  WS-ACTION-LISTE        VALUE "L".
           88  WS-ACTION-QUITTER      VALUE "Q".
       01  WS-SAISIE PIC X(30) VALUE SPACES.
       01  WS-LIBELLE-SAISI PIC X(30) VALUE SPACES.
       01  WS-COMPTE-RECHERCHE PIC X(10) VALUE SPACES.
       01  WS-NB-MOUVEMENTS PIC 9(07) VALUE ZEROES.
       01  WS-TYPE-SAISI PIC X(01) VALUE SPACES.
           88 WS-TYPE-SAISI-VALIDE VALUE "A" "P" "C" "R".
       01  WS-ACTIF-SAISI PIC X(01) VALUE SPACES.
           88 WS-ACTIF-SAISI-VALIDE VALUE "O" "N".
       01  WS-FICHIER-MODIFIE PIC X(01) VALUE "N".
           88 WS-FICHIER-MODIFIE-OUI VALUE "O".
       01  WS-CONFIRMATION PIC X(01) VALUE "N".
           88 WS-CONFIRMATION-OUI VALUE "O".
       01  WS-POSITION-ECRITURE PIC 9(04) VALUE ZEROES.

      ***********************************************
      * REPRISE DES LOTS EN SUSPENS (ECRICPTA)
      ***********************************************
       01  WS-ECRITURE.
           05  WS-ECR-ACTION       PIC X(01) VALUE "R".
           05  WS-ECR-PROGRAMME    PIC X(08) VALUE "PLANMAIN".
           05  WS-ECR-OUVERTURE    PIC X(01) VALUE "A".
           05  WS-ECR-LIGNE        PIC X(46) VALUE SPACES.
           05  WS-ECR-RESULTAT     PIC X(01) VALUE SPACES.
               88  WS-ECR-COMPTABILISE VALUE "C".
               88  WS-ECR-SUSPENS      VALUE "S".
               88  WS-ECR-ERREUR       VALUE "E".
           05  WS-ECR-NB-ANOMALIES PIC 9(04) VALUE ZEROES.
           05  WS-ECR-NB-LOTS      PIC 9(04) VALUE ZEROES.

      ***********************************************
      * REECRITURE SURE DES FICHIERS PERMANENTS (REECRIT) :
      * LE PLAN EST ECRIT DANS UNE NOUVELLE GENERATION,
      * CONTROLEE (NOMBRE DE COMPTES) PUIS BASCULEE
      ***********************************************
       01  WS-NOM-FPLAN PIC X(40) VALUE "PLAN-COMPTABLE.txt".
       01  WS-REECRITURE.
           05  WS-REE-FONCTION  PIC X(01) VALUE "R".
           05  WS-REE-FICHIER   PIC X(40) VALUE "PLAN-COMPTABLE.txt".
           05  WS-REE-NOUVEAU   PIC X(40) VALUE SPACES.
           05  WS-REE-PROGRAMME PIC X(08) VALUE "PLANMAIN".
           05  WS-REE-POSITION  PIC 9(04) VALUE ZEROES.
           05  WS-REE-LONGUEUR  PIC 9(02) VALUE ZEROES.
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
           DISPLAY "MAINTENANCE DU PLAN COMPTABLE".
      *
      *********** REPRISE D'UNE REECRITURE INTERROMPUE
           MOVE "R" TO WS-REE-FONCTION.
           CALL 'REECRIT' USING WS-REECRITURE
               ON EXCEPTION
                   DISPLAY "--> SOUS-PROGRAMME REECRIT INTROUVABLE"
                   MOVE 16 TO RETURN-CODE
                   GO TO 0000-MAIN-FIN
           END-CALL.
      *
      *********** CHARGEMENT DU PLAN EN MEMOIRE
           PERFORM 1000-CHARGEMENT-PLAN-DEBUT
              THRU 1000-CHARGEMENT-PLAN-FIN.
      *
      *********** BOUCLE DE SAISIE DES OPERATIONS
           PERFORM UNTIL WS-ACTION-QUITTER
               MOVE SPACES TO WS-ACTION
               DISPLAY "ACTION? (A)JOUT (M)ODIFICATION "
                       "(S)UPPRESSION (L)ISTE (Q)UITTER: "
                       NO ADVANCING
               ACCEPT WS-ACTION
               MOVE FUNCTION UPPER-CASE (WS-ACTION) TO WS-ACTION
               IF WS-ACTION = SPACES
                   MOVE "Q" TO WS-ACTION
                   DISPLAY "SAISIE VIDE - FIN DE LA MAINTENANCE"
               END-IF
               EVALUATE TRUE
                   WHEN WS-ACTION-AJOUT
                       PERFORM 2000-AJOUT-DEBUT
                          THRU 2000-AJOUT-FIN
                   WHEN WS-ACTION-MODIFICATION
                       PERFORM 3000-MODIFICATION-DEBUT
                          THRU 3000-MODIFICATION-FIN
                   WHEN WS-ACTION-SUPPRESSION
                       PERFORM 4000-SUPPRESSION-DEBUT
                          THRU 4000-SUPPRESSION-FIN
                   WHEN WS-ACTION-LISTE
                       PERFORM 4500-LISTE-DEBUT
                          THRU 4500-LISTE-FIN
                   WHEN WS-ACTION-QUITTER
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "ACTION INVALIDE - CHOISIR A, M, S, "
                               "L OU Q"
               END-EVALUATE
           END-PERFORM.
      *
      *********** REECRITURE DU PLAN SI MODIFIE
           IF WS-FICHIER-MODIFIE-OUI
               PERFORM 5000-REECRITURE-DEBUT
                  THRU 5000-REECRITURE-FIN
           ELSE
               DISPLAY "AUCUNE MODIFICATION - FICHIER INCHANGE"
           END-IF.
      *
      *********** RELANCE DES LOTS EN SUSPENS SUR LE PLAN A JOUR
           IF RETURN-CODE = ZEROES
               PERFORM 6000-RELANCE-SUSPENS-DEBUT
                  THRU 6000-RELANCE-SUSPENS-FIN
           END-IF.

       0000-MAIN-FIN.
           STOP RUN.

      *******************************************************
      *  CHARGEMENT DU PLAN COMPTABLE
      *******************************************************
       1000-CHARGEMENT-PLAN-DEBUT.

           OPEN INPUT FPLAN.
           IF NOT WS-STATUS-FILE-FPLAN-OK
               DISPLAY "--> PLAN INEXISTANT: IL SERA CREE A LA "
                       "PREMIERE ECRITURE"
               GO TO 1000-CHARGEMENT-PLAN-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FPLAN-OK
               READ FPLAN
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-NB-COMPTES < WS-MAX-COMPTES
                           ADD 1 TO WS-NB-COMPTES
                           SET WS-INDICE TO WS-NB-COMPTES
                           MOVE RPLAN-COMPTE
                                TO WS-CPT-COMPTE (WS-INDICE)
                           MOVE RPLAN-LIBELLE
                                TO WS-CPT-LIBELLE (WS-INDICE)
                           MOVE RPLAN-TYPE
                                TO WS-CPT-TYPE (WS-INDICE)
                           MOVE RPLAN-ACTIF
                                TO WS-CPT-ACTIF (WS-INDICE)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FPLAN.

           DISPLAY "NOMBRE DE COMPTES CHARGES: " WS-NB-COMPTES.

       1000-CHARGEMENT-PLAN-FIN.
           EXIT.

      *******************************************************
      *  RECHERCHE D'UN COMPTE PAR SON NUMERO
      *******************************************************
       1100-RECHERCHE-DEBUT.

           MOVE ZEROES TO WS-POSITION-TROUVEE.
           PERFORM VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-NB-COMPTES
               IF WS-CPT-COMPTE (WS-INDICE) = WS-COMPTE-RECHERCHE
                   MOVE WS-INDICE TO WS-POSITION-TROUVEE
               END-IF
           END-PERFORM.

       1100-RECHERCHE-FIN.
           EXIT.

      *******************************************************
      *  COMPTAGE DES MOUVEMENTS DU COMPTE AU GRAND LIVRE
      *******************************************************
       1200-COMPTAGE-MOUVEMENTS-DEBUT.

           MOVE ZEROES TO WS-NB-MOUVEMENTS.
           OPEN INPUT FCOMPTA.
           IF NOT WS-STATUS-FILE-FCOMPTA-OK
               GO TO 1200-COMPTAGE-MOUVEMENTS-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FCOMPTA-OK
               READ FCOMPTA
                   AT END
                       CONTINUE
                   NOT AT END
                       IF COMPTA-COMPTE = WS-COMPTE-RECHERCHE
                       AND (COMPTA-SENS = "D" OR COMPTA-SENS = "C")
                           ADD 1 TO WS-NB-MOUVEMENTS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FCOMPTA.

       1200-COMPTAGE-MOUVEMENTS-FIN.
           EXIT.

      *******************************************************
      *  SAISIE ET CONTROLE DU TYPE ET DE L'INDICATEUR ACTIF
      *  (UNE SAISIE VIDE CONSERVE LA VALEUR EN PLACE)
      *******************************************************
       1300-SAISIE-TYPE-ACTIF-DEBUT.

           DISPLAY "TYPE (A)CTIF (P)ASSIF (C)HARGE P(R)ODUIT: "
                   NO ADVANCING.
           MOVE SPACES TO WS-SAISIE.
           ACCEPT WS-SAISIE.
           MOVE FUNCTION UPPER-CASE (WS-SAISIE (1:1)) TO WS-TYPE-SAISI.
           IF WS-TYPE-SAISI = SPACES
               MOVE WS-CPT-TYPE (WS-INDICE) TO WS-TYPE-SAISI
           END-IF.

           DISPLAY "COMPTE ACTIF? (O/N): " NO ADVANCING.
           MOVE SPACES TO WS-SAISIE.
           ACCEPT WS-SAISIE.
           MOVE FUNCTION UPPER-CASE (WS-SAISIE (1:1))
                TO WS-ACTIF-SAISI.
           IF WS-ACTIF-SAISI = SPACES
               MOVE WS-CPT-ACTIF (WS-INDICE) TO WS-ACTIF-SAISI
           END-IF.

       1300-SAISIE-TYPE-ACTIF-FIN.
           EXIT.

      *******************************************************
      *  AJOUT D'UN COMPTE (NUMERO UNIQUE, LIBELLE OBLIGATOIRE)
      *******************************************************
       2000-AJOUT-DEBUT.

           DISPLAY "NUMERO DE COMPTE (10 CAR. MAX): " NO ADVANCING.
           MOVE SPACES TO WS-SAISIE.
           ACCEPT WS-SAISIE.
           MOVE FUNCTION UPPER-CASE (WS-SAISIE) TO WS-SAISIE.
           IF WS-SAISIE = SPACES
               DISPLAY "--> NUMERO DE COMPTE OBLIGATOIRE"
               GO TO 2000-AJOUT-FIN
           END-IF.
           MOVE WS-SAISIE (1:10) TO WS-COMPTE-RECHERCHE.

           PERFORM 1100-RECHERCHE-DEBUT THRU 1100-RECHERCHE-FIN.
           IF WS-POSITION-TROUVEE > ZEROES
               DISPLAY "--> COMPTE DEJA EXISTANT: "
                       WS-COMPTE-RECHERCHE
               GO TO 2000-AJOUT-FIN
           END-IF.

           IF WS-NB-COMPTES >= WS-MAX-COMPTES
               DISPLAY "--> ! PLUS DE " WS-MAX-COMPTES
                       " COMPTES!"
               GO TO 2000-AJOUT-FIN
           END-IF.

           ADD 1 TO WS-NB-COMPTES.
           SET WS-INDICE TO WS-NB-COMPTES.
           MOVE WS-COMPTE-RECHERCHE TO WS-CPT-COMPTE (WS-INDICE).
           MOVE "O" TO WS-CPT-ACTIF (WS-INDICE).
           MOVE SPACES TO WS-CPT-TYPE (WS-INDICE).

           DISPLAY "LIBELLE (30 CAR. MAX): " NO ADVANCING.
           MOVE SPACES TO WS-SAISIE.
           ACCEPT WS-SAISIE.
           IF WS-SAISIE = SPACES
               DISPLAY "--> LIBELLE OBLIGATOIRE - AJOUT REFUSE"
               SUBTRACT 1 FROM WS-NB-COMPTES
               GO TO 2000-AJOUT-FIN
           END-IF.
           MOVE WS-SAISIE TO WS-CPT-LIBELLE (WS-INDICE).

           PERFORM 1300-SAISIE-TYPE-ACTIF-DEBUT
              THRU 1300-SAISIE-TYPE-ACTIF-FIN.
           IF NOT WS-TYPE-SAISI-VALIDE
           OR NOT WS-ACTIF-SAISI-VALIDE
               DISPLAY "--> TYPE OU INDICATEUR ACTIF INVALIDE - "
                       "AJOUT REFUSE"
               SUBTRACT 1 FROM WS-NB-COMPTES
               GO TO 2000-AJOUT-FIN
           END-IF.
           MOVE WS-TYPE-SAISI  TO WS-CPT-TYPE (WS-INDICE).
           MOVE WS-ACTIF-SAISI TO WS-CPT-ACTIF (WS-INDICE).

           MOVE "O" TO WS-FICHIER-MODIFIE.
           DISPLAY "--> COMPTE AJOUTE: " WS-COMPTE-RECHERCHE.

       2000-AJOUT-FIN.
           EXIT.

      *******************************************************
      *  MODIFICATION DU LIBELLE, DU TYPE ET DE L'ACTIVATION
      *******************************************************
       3000-MODIFICATION-DEBUT.

           DISPLAY "NUMERO DU COMPTE A MODIFIER: " NO ADVANCING.
           MOVE SPACES TO WS-SAISIE.
           ACCEPT WS-SAISIE.
           MOVE FUNCTION UPPER-CASE (WS-SAISIE) TO WS-SAISIE.
           MOVE WS-SAISIE (1:10) TO WS-COMPTE-RECHERCHE.

           PERFORM 1100-RECHERCHE-DEBUT THRU 1100-RECHERCHE-FIN.
           IF WS-POSITION-TROUVEE = ZEROES
               DISPLAY "--> COMPTE NON TROUVE: " WS-COMPTE-RECHERCHE
               GO TO 3000-MODIFICATION-FIN
           END-IF.
           SET WS-INDICE TO WS-POSITION-TROUVEE.

           DISPLAY "ACTUEL: " WS-CPT-LIBELLE (WS-INDICE)
                   " TYPE " WS-CPT-TYPE (WS-INDICE)
                   " ACTIF " WS-CPT-ACTIF (WS-INDICE).
           DISPLAY "NOUVEAU LIBELLE (30 CAR. MAX): " NO ADVANCING.
           MOVE SPACES TO WS-LIBELLE-SAISI.
           ACCEPT WS-LIBELLE-SAISI.

           PERFORM 1300-SAISIE-TYPE-ACTIF-DEBUT
              THRU 1300-SAISIE-TYPE-ACTIF-FIN.
           IF NOT WS-TYPE-SAISI-VALIDE
           OR NOT WS-ACTIF-SAISI-VALIDE
               DISPLAY "--> TYPE OU INDICATEUR ACTIF INVALIDE - "
                       "MODIFICATION REFUSEE"
               GO TO 3000-MODIFICATION-FIN
           END-IF.

           IF WS-LIBELLE-SAISI NOT = SPACES
               MOVE WS-LIBELLE-SAISI TO WS-CPT-LIBELLE (WS-INDICE)
           END-IF.
           MOVE WS-TYPE-SAISI  TO WS-CPT-TYPE (WS-INDICE).
           MOVE WS-ACTIF-SAISI TO WS-CPT-ACTIF (WS-INDICE).

           MOVE "O" TO WS-FICHIER-MODIFIE.
           DISPLAY "--> COMPTE MODIFIE: " WS-COMPTE-RECHERCHE.

       3000-MODIFICATION-FIN.
           EXIT.

      *******************************************************
      *  SUPPRESSION - REFUSEE POUR UN COMPTE DEJA MOUVEMENTE
      *  (LE DESACTIVER PAR (M)ODIFICATION)
      *******************************************************
       4000-SUPPRESSION-DEBUT.

           DISPLAY "NUMERO DU COMPTE A SUPPRIMER: " NO ADVANCING.
           MOVE SPACES TO WS-SAISIE.
           ACCEPT WS-SAISIE.
           MOVE FUNCTION UPPER-CASE (WS-SAISIE) TO WS-SAISIE.
           MOVE WS-SAISIE (1:10) TO WS-COMPTE-RECHERCHE.

           PERFORM 1100-RECHERCHE-DEBUT THRU 1100-RECHERCHE-FIN.
           IF WS-POSITION-TROUVEE = ZEROES
               DISPLAY "--> COMPTE NON TROUVE: " WS-COMPTE-RECHERCHE
               GO TO 4000-SUPPRESSION-FIN
           END-IF.

           PERFORM 1200-COMPTAGE-MOUVEMENTS-DEBUT
              THRU 1200-COMPTAGE-MOUVEMENTS-FIN.
           IF WS-NB-MOUVEMENTS > ZEROES
               DISPLAY "--> SUPPRESSION REFUSEE: " WS-NB-MOUVEMENTS
                       " MOUVEMENT(S) SUR " WS-COMPTE-RECHERCHE
                       " - LE DESACTIVER PAR (M)ODIFICATION"
               GO TO 4000-SUPPRESSION-FIN
           END-IF.

           SET WS-INDICE TO WS-POSITION-TROUVEE.
           DISPLAY "COMPTE A SUPPRIMER: "
                   WS-CPT-COMPTE (WS-INDICE) " "
                   WS-CPT-LIBELLE (WS-INDICE).
           DISPLAY "CONFIRMER LA SUPPRESSION? (O/N): " NO ADVANCING.
           MOVE "N" TO WS-CONFIRMATION.
           ACCEPT WS-CONFIRMATION.
           MOVE FUNCTION UPPER-CASE (WS-CONFIRMATION)
                TO WS-CONFIRMATION.

           IF WS-CONFIRMATION-OUI
               MOVE ZEROES TO WS-POSITION-ECRITURE
               PERFORM VARYING WS-INDICE FROM 1 BY 1
                       UNTIL WS-INDICE > WS-NB-COMPTES
                   IF WS-INDICE NOT = WS-POSITION-TROUVEE
                       ADD 1 TO WS-POSITION-ECRITURE
                       MOVE WS-CPT-ENTRY (WS-INDICE)
                            TO WS-CPT-ENTRY (WS-POSITION-ECRITURE)
                   END-IF
               END-PERFORM
               MOVE WS-POSITION-ECRITURE TO WS-NB-COMPTES
               MOVE "O" TO WS-FICHIER-MODIFIE
               DISPLAY "--> COMPTE SUPPRIME: " WS-COMPTE-RECHERCHE
           ELSE
               DISPLAY "--> SUPPRESSION ABANDONNEE"
           END-IF.

       4000-SUPPRESSION-FIN.
           EXIT.

      *******************************************************
      *  LISTE DES COMPTES CHARGES
      *******************************************************
       4500-LISTE-DEBUT.

           PERFORM VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-NB-COMPTES
               DISPLAY WS-CPT-COMPTE (WS-INDICE) " "
                       WS-CPT-LIBELLE (WS-INDICE) " "
                       WS-CPT-TYPE (WS-INDICE) " "
                       WS-CPT-ACTIF (WS-INDICE)
           END-PERFORM.

           IF WS-NB-COMPTES = ZEROES
               DISPLAY "--> AUCUN COMPTE"
           END-IF.

       4500-LISTE-FIN.
           EXIT.

      *******************************************************
      *  REECRITURE COMPLETE DU PLAN COMPTABLE
      *******************************************************
       5000-REECRITURE-DEBUT.

      ****** ECRITURE DANS LA NOUVELLE GENERATION
           MOVE WS-REE-NOUVEAU TO WS-NOM-FPLAN.
           MOVE ZEROES TO WS-REE-NB-ENREG WS-REE-TOTAL.
           OPEN OUTPUT FPLAN.
           IF NOT WS-STATUS-FILE-FPLAN-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FPLAN': "
                       WS-STATUS-FILE-FPLAN
               MOVE WS-REE-FICHIER TO WS-NOM-FPLAN
               MOVE 16 TO RETURN-CODE
               GO TO 5000-REECRITURE-FIN
           END-IF.

           PERFORM VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-NB-COMPTES
               MOVE SPACES TO RPLAN
               MOVE WS-CPT-COMPTE (WS-INDICE)  TO RPLAN-COMPTE
               MOVE WS-CPT-LIBELLE (WS-INDICE) TO RPLAN-LIBELLE
               MOVE WS-CPT-TYPE (WS-INDICE)    TO RPLAN-TYPE
               MOVE WS-CPT-ACTIF (WS-INDICE)   TO RPLAN-ACTIF
               WRITE RPLAN
               ADD 1 TO WS-REE-NB-ENREG
           END-PERFORM.
           CLOSE FPLAN.
           MOVE WS-REE-FICHIER TO WS-NOM-FPLAN.
      *
      ****** CONTROLE DE LA GENERATION PUIS BASCULE
           MOVE "B" TO WS-REE-FONCTION.
           CALL 'REECRIT' USING WS-REECRITURE
               ON EXCEPTION
                   MOVE "9" TO WS-REE-STATUT
           END-CALL.
           IF NOT WS-REE-OK
               DISPLAY "*** PLAN-COMPTABLE.txt NON REMPLACE ***"
               MOVE 16 TO RETURN-CODE
               GO TO 5000-REECRITURE-FIN
           END-IF.

           DISPLAY "NOMBRE DE COMPTES REECRITS: " WS-NB-COMPTES.

       5000-REECRITURE-FIN.
           EXIT.

      *******************************************************
      *  RELANCE DES LOTS EN SUSPENS (SUR CONFIRMATION)
      *******************************************************
       6000-RELANCE-SUSPENS-DEBUT.

           DISPLAY "RELANCER LES LOTS EN SUSPENS? (O/N): "
                   NO ADVANCING.
           MOVE "N" TO WS-CONFIRMATION.
           ACCEPT WS-CONFIRMATION.
           MOVE FUNCTION UPPER-CASE (WS-CONFIRMATION)
                TO WS-CONFIRMATION.
           IF NOT WS-CONFIRMATION-OUI
               GO TO 6000-RELANCE-SUSPENS-FIN
           END-IF.

           MOVE "R" TO WS-ECR-ACTION.
           CALL 'ECRICPTA' USING WS-ECRITURE
               ON EXCEPTION
                   MOVE "E" TO WS-ECR-RESULTAT
           END-CALL.

           EVALUATE TRUE
               WHEN WS-ECR-ERREUR
                   DISPLAY "--> RELANCE IMPOSSIBLE"
                   MOVE 16 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "LOTS LIBERES VERS LE GRAND LIVRE: "
                           WS-ECR-NB-LOTS
                   DISPLAY "LOTS MAINTENUS EN SUSPENS       : "
                           WS-ECR-NB-ANOMALIES
           END-EVALUATE.

       6000-RELANCE-SUSPENS-FIN.
           EXIT.
