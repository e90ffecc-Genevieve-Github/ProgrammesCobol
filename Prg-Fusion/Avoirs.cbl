      *     portent au credit du client : un client credite n'est
      *     plus relance)
      *   - contre-passe en ecritures equilibrees dans
      *     FACTURES-COMPTA.txt (DEBIT 706+dept au HT, DEBIT
      *     44571+code TVA pour la TVA, CREDIT 411+societe au TTC,
      *     inverse des ecritures de 6093 de FACTURES), lot AVO+date
      * Le montant saisi est TTC (c'est lui qui vient au credit du
      * client) ; la part de TVA est extraite au taux du code TVA
      * du client en vigueur a la date de l'avoir (TVA-TAUX.txt).
      * Les ecritures de chaque avoir sont remises a ECRICPTA : un
      * compte absent du plan comptable ou inactif les met en
      * suspens (COMPTA-SUSPENS.txt) ; l'avoir reste emis.
      * Quand AVOIRS.IDX existe (AVOIRMIGRE), chaque avoir emis y
      * est aussi ajoute, sous la cle client + date (MVTIDX).
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FAVOIR.

      ******** TABLE DES TAUX DE TVA
           SELECT FTVA ASSIGN TO "TVA-TAUX.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FTVA.

       DATA DIVISION.
       FILE SECTION.
           05  FILLER       PIC X(01).
           05  AVR-MOTIF    PIC X(30).

      ******** TABLE DES TAUX DE TVA
       FD  FTVA.
       01  RTVA.
           05  RTVA-CODE            PIC X(02).
           05  FILLER               PIC X(01).
           05  RTVA-TAUX            PIC 9(02)V99.
           05  FILLER               PIC X(01).
           05  RTVA-DATEDEBUT       PIC 9(08).
           05  FILLER               PIC X(01).
           05  RTVA-DATEFIN         PIC 9(08).

       WORKING-STORAGE SECTION.
      ***********************************************
           88 WS-STATUS-FILE-FAVOIR-OK  VALUE "00".
           88 WS-STATUS-FILE-FAVOIR-INEXISTANT VALUE "35".

       01  WS-STATUS-FILE-FTVA PIC X(02).
           88 WS-STATUS-FILE-FTVA-OK  VALUE "00".
           88 WS-STATUS-FILE-FTVA-EOF VALUE "10".

      *************************************
      *  TABLE DES CLIENTS (ID, NOM, DEPT, SOCIETE POUR ECRITURES)
               10 WS-CLIENT-NOM     PIC X(20).
               10 WS-CLIENT-DEPT    PIC X(03).
               10 WS-CLIENT-SOCIETE PIC X(05).
               10 WS-CLIENT-CODE-TVA PIC X(02).
       01  WS-NB-CLIENTS  PIC 9(04) VALUE ZEROES.
       01  WS-MAX-CLIENTS PIC 9(04) VALUE 5000.
       01  WS-CLIENT-TROUVE PIC X(01) VALUE "N".
      *************************************
       01  WS-DATE-JOUR PIC 9(08) VALUE ZEROES.
       01  WS-COMPTA-BATCH PIC X(12) VALUE SPACES.
       01  WS-COMPTEUR-SUSPENS PIC 9(04) VALUE ZEROES.

      *************************************
      *  LIGNE D'INTERFACE COMPTABLE (MEME GABARIT QUE 6093),
      *  EMISE PAR ECRICPTA APRES CONTROLE DU PLAN COMPTABLE
      *************************************
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
       01  WS-ECRITURE.
           05  WS-ECR-ACTION       PIC X(01) VALUE "L".
           05  WS-ECR-PROGRAMME    PIC X(08) VALUE "AVOIRS".
           05  WS-ECR-OUVERTURE    PIC X(01) VALUE "A".
           05  WS-ECR-LIGNE        PIC X(46) VALUE SPACES.
           05  WS-ECR-RESULTAT     PIC X(01) VALUE SPACES.
               88  WS-ECR-COMPTABILISE VALUE "C".
               88  WS-ECR-SUSPENS      VALUE "S".
               88  WS-ECR-ERREUR       VALUE "E".
           05  WS-ECR-NB-ANOMALIES PIC 9(04) VALUE ZEROES.
           05  WS-ECR-NB-LOTS      PIC 9(04) VALUE ZEROES.
       01  WS-RC-SAUVE PIC S9(04) VALUE ZEROES.

      *************************************
      *  TAUX DE TVA (UN CODE PEUT FIGURER PLUSIEURS FOIS AVEC
      *  DES PERIODES DE VALIDITE DIFFERENTES) ET VENTILATION
      *  HT / TVA DE L'AVOIR
      *************************************
       01  WS-TABLE-TAUX-TVA.
           05 WS-TVA-ENTRY OCCURS 20 INDEXED BY WS-INDICE2.
               10 WS-TVA-CODE      PIC X(02).
               10 WS-TVA-TAUX      PIC 9(02)V99.
               10 WS-TVA-DATEDEBUT PIC 9(08).
               10 WS-TVA-DATEFIN   PIC 9(08).
       01  WS-NB-TVA  PIC 9(02) VALUE ZEROES.
       01  WS-MAX-TVA PIC 9(02) VALUE 20.
       01  WS-TAUX-APPLIQUE PIC 9(02)V99 VALUE ZEROES.
       01  WS-MONTANT-HT  PIC 9(07)V99 VALUE ZEROES.
       01  WS-MONTANT-TVA PIC 9(07)V99 VALUE ZEROES.

      ****** SERVICE PARTAGE DES DATES (DATESERV)
       01  WS-DATESERV.
           05  WS-DTS-STATUT PIC X(01) VALUE "0".
               88  WS-DTS-STATUT-OK VALUE "0".

      ***********************************************
      * MOUVEMENTS INDEXES PAR CLIENT (MVTIDX) :
      * AVOIRS.IDX TENU A JOUR A CHAQUE AVOIR EMIS
      ***********************************************
       01  WS-MOUVEMENT-IDX.
           05  WS-MVI-FONCTION PIC X(01) VALUE "A".
           05  WS-MVI-FICHIER  PIC X(01) VALUE "A".
           05  WS-MVI-ID       PIC X(08) VALUE SPACES.
           05  WS-MVI-DATE     PIC X(08) VALUE SPACES.
           05  WS-MVI-ENREG    PIC X(67) VALUE SPACES.
           05  WS-MVI-STATUT   PIC X(01) VALUE SPACES.
               88  WS-MVI-INACCESSIBLE VALUE "8".

       PROCEDURE DIVISION.
       0000-MAIN-DEB.
      *******************************************************
               MOVE 16 TO RETURN-CODE
               GO TO 0000-MAIN-FIN
           END-IF.
      *
      *********** BOUCLE DE SAISIE DES AVOIRS
           PERFORM 2000-SAISIE-AVOIR-DEBUT
               UNTIL NOT WS-CONTINUER-OUI.

           CLOSE FAVOIR.

           MOVE WS-TOTAL-AVOIRS TO WS-EDIT-TOTAL.
           DISPLAY "==============================================".
           DISPLAY "AVOIRS EMIS        : " WS-COMPTEUR-AVOIRS.
           DISPLAY "SAISIES REFUSEES   : " WS-COMPTEUR-REFUSES.
           DISPLAY "MONTANT TOTAL      : " WS-EDIT-TOTAL.
           IF WS-COMPTEUR-SUSPENS > ZEROES
               DISPLAY "ECRITURES EN SUSPENS (COMPTE HORS PLAN): "
                       WS-COMPTEUR-SUSPENS
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           DISPLAY "==============================================".

       0000-MAIN-FIN.
                                TO WS-CLIENT-DEPT (WS-INDICE)
                           MOVE RCLIENT-SOCIETE
                                TO WS-CLIENT-SOCIETE (WS-INDICE)
                           MOVE RCLIENT-CODE-TVA
                                TO WS-CLIENT-CODE-TVA (WS-INDICE)
                       ELSE
                           DISPLAY "--> ! PLUS DE " WS-MAX-CLIENTS
                                   " CLIENTS!"

           DISPLAY "NOMBRE DE CLIENTS CHARGES EN TABLES: "
                   WS-NB-CLIENTS.
      *
      ****** TAUX DE TVA POUR LA VENTILATION HT / TVA DES AVOIRS
           OPEN INPUT FTVA.
           IF NOT WS-STATUS-FILE-FTVA-OK
               DISPLAY "--> TVA-TAUX.txt ABSENT: AVOIRS SANS "
                       "VENTILATION DE TVA"
               GO TO 1000-CHARGEMENT-CLIENTS-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FTVA-OK
               READ FTVA
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-NB-TVA < WS-MAX-TVA
                       AND RTVA-TAUX IS NUMERIC
                           ADD 1 TO WS-NB-TVA
                           SET WS-INDICE2 TO WS-NB-TVA
                           MOVE RTVA-CODE TO WS-TVA-CODE (WS-INDICE2)
                           MOVE RTVA-TAUX TO WS-TVA-TAUX (WS-INDICE2)
                           MOVE RTVA-DATEDEBUT
                                TO WS-TVA-DATEDEBUT (WS-INDICE2)
                           MOVE RTVA-DATEFIN
                                TO WS-TVA-DATEFIN (WS-INDICE2)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FTVA.

       1000-CHARGEMENT-CLIENTS-FIN.
           EXIT.
               MOVE 16 TO RETURN-CODE
               GO TO 2000-SAISIE-AVOIR-FIN
           END-IF.
           PERFORM 7500-INDEXATION-AVOIR-DEBUT
              THRU 7500-INDEXATION-AVOIR-FIN.
      *
      ****** CONTRE-PASSATION COMPTABLE EQUILIBREE
           PERFORM 3000-ECRITURES-COMPTABLES-DEBUT

      *******************************************************
      *  CONTRE-PASSATION COMPTABLE D'UN AVOIR : DEBIT DU
      *  CHIFFRE D'AFFAIRES (706+DEPT) AU HT, DEBIT DE LA TVA
      *  COLLECTEE (44571+CODE TVA), CREDIT DU COMPTE CLIENT
      *  (411+SOCIETE) AU TTC - INVERSE DES ECRITURES DE
      *  FACTURATION DE 6093
      *******************************************************
       3000-ECRITURES-COMPTABLES-DEBUT.

           SET WS-INDICE TO WS-CLIENT-POSITION.
      *
      ****** TAUX DU CODE TVA DU CLIENT EN VIGUEUR A LA DATE DE
      ****** L'AVOIR (CODE A BLANC OU INCONNU : PAS DE TVA)
           MOVE ZEROES TO WS-TAUX-APPLIQUE.
           IF WS-CLIENT-CODE-TVA (WS-INDICE) NOT = SPACES
               PERFORM VARYING WS-INDICE2 FROM 1 BY 1
                       UNTIL WS-INDICE2 > WS-NB-TVA
                   IF WS-TVA-CODE (WS-INDICE2)
                      = WS-CLIENT-CODE-TVA (WS-INDICE)
                   AND WS-TVA-DATEDEBUT (WS-INDICE2) <= WS-SAISIE-DATE
                   AND (WS-TVA-DATEFIN (WS-INDICE2) = ZEROES
                     OR WS-TVA-DATEFIN (WS-INDICE2) >= WS-SAISIE-DATE)
                       MOVE WS-TVA-TAUX (WS-INDICE2)
                            TO WS-TAUX-APPLIQUE
                   END-IF
               END-PERFORM
           END-IF.
           COMPUTE WS-MONTANT-HT ROUNDED =
                   WS-SAISIE-MONTANT * 100 / (100 + WS-TAUX-APPLIQUE).
           COMPUTE WS-MONTANT-TVA = WS-SAISIE-MONTANT - WS-MONTANT-HT.

           MOVE SPACES TO RCOMPTA.
           MOVE WS-DATE-JOUR TO COMPTA-DATE.
           MOVE SPACES TO COMPTA-COMPTE.
           STRING "706" WS-CLIENT-DEPT (WS-INDICE)
                  DELIMITED BY SIZE INTO COMPTA-COMPTE.
           MOVE WS-MONTANT-HT TO COMPTA-MONTANT.
           PERFORM 3100-EMISSION-ECRITURE-DEBUT
              THRU 3100-EMISSION-ECRITURE-FIN.

           IF WS-MONTANT-TVA > ZEROES
               MOVE SPACES TO RCOMPTA
               MOVE WS-DATE-JOUR TO COMPTA-DATE
               MOVE WS-COMPTA-BATCH TO COMPTA-BATCH
               MOVE "D" TO COMPTA-SENS
               MOVE SPACES TO COMPTA-COMPTE
               STRING "44571" WS-CLIENT-CODE-TVA (WS-INDICE)
                      DELIMITED BY SIZE INTO COMPTA-COMPTE
               MOVE WS-MONTANT-TVA TO COMPTA-MONTANT
               PERFORM 3100-EMISSION-ECRITURE-DEBUT
                  THRU 3100-EMISSION-ECRITURE-FIN
           END-IF.

           MOVE SPACES TO RCOMPTA.
           MOVE WS-DATE-JOUR TO COMPTA-DATE.
           STRING "411" WS-CLIENT-SOCIETE (WS-INDICE)
                  DELIMITED BY SIZE INTO COMPTA-COMPTE.
           MOVE WS-SAISIE-MONTANT TO COMPTA-MONTANT.
           PERFORM 3100-EMISSION-ECRITURE-DEBUT
              THRU 3100-EMISSION-ECRITURE-FIN.

      *
      ****** VALIDATION DES ECRITURES DE L'AVOIR PAR LE PLAN COMPTABLE
           MOVE "V" TO WS-ECR-ACTION.
           PERFORM 3100-EMISSION-ECRITURE-DEBUT
              THRU 3100-EMISSION-ECRITURE-FIN.
           MOVE "L" TO WS-ECR-ACTION.
           IF WS-ECR-SUSPENS
               ADD 1 TO WS-COMPTEUR-SUSPENS
               DISPLAY "--> ECRITURES DE L'AVOIR MISES EN SUSPENS: "
                       "COMPTE HORS PLAN COMPTABLE"
           END-IF.
           IF WS-ECR-ERREUR
               DISPLAY "ERREUR EMISSION DES ECRITURES DE L'AVOIR"
               MOVE 16 TO RETURN-CODE
           END-IF.

       3000-ECRITURES-COMPTABLES-FIN.
           EXIT.

      *******************************************************
      *  REMISE D'UNE LIGNE (OU DE LA VALIDATION DU LOT) A
      *  ECRICPTA, SANS PERDRE LE CODE RETOUR EN COURS
      *******************************************************
       3100-EMISSION-ECRITURE-DEBUT.

           MOVE RETURN-CODE TO WS-RC-SAUVE.
           MOVE RCOMPTA TO WS-ECR-LIGNE.
           CALL 'ECRICPTA' USING WS-ECRITURE
               ON EXCEPTION
                   MOVE "E" TO WS-ECR-RESULTAT
           END-CALL.
           MOVE WS-RC-SAUVE TO RETURN-CODE.

       3100-EMISSION-ECRITURE-FIN.
           EXIT.

      *******************************************************
      *  L'AVOIR ECRIT DANS AVOIRS.txt EST AJOUTE A AVOIRS.IDX
      *  (SOUS-PROGRAMME MVTIDX, SANS EFFET TANT QUE L'INDEX
      *  N'A PAS ETE CONSTRUIT PAR AVOIRMIGRE)
      *******************************************************
       7500-INDEXATION-AVOIR-DEBUT.

           MOVE "A" TO WS-MVI-FONCTION.
           MOVE AVR-ID TO WS-MVI-ID.
           MOVE AVR-DATE TO WS-MVI-DATE.
           MOVE RAVOIR TO WS-MVI-ENREG.
           MOVE RETURN-CODE TO WS-RC-SAUVE.
           CALL 'MVTIDX' USING WS-MOUVEMENT-IDX
               ON EXCEPTION
                   MOVE "9" TO WS-MVI-STATUT
           END-CALL.
           MOVE WS-RC-SAUVE TO RETURN-CODE.
           IF WS-MVI-INACCESSIBLE
               DISPLAY "--> ! AVOIRS.IDX NON MIS A JOUR: "
                       "RELANCER AVOIRMIGRE"
           END-IF.

       7500-INDEXATION-AVOIR-FIN.
           EXIT.
