       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMMASSUR.
       AUTHOR. GENEVIEVE GIANNASI.
       INSTALLATION. PERSONAL PC.
       DATE-WRITTEN. 15-10-2026.
       DATE-COMPILED. 15-10-2026.
       SECURITY. NON-CONFIDENTIAL.
      ******************************************************************
      * OBJECTIF:
      * Commissions de courtage dues par les assureurs sur les
      * primes transmises dans les bordereaux (6200 de FACTURES) :
      * jusqu'ici calculees a la main chaque trimestre.
      *
      * Taux de commission : COMMISSIONS-ASSUREURS-TAUX.txt
      *   CODE ASSUREUR . CONTRAT (ID CLIENT, A BLANC = TOUS LES
      *   CONTRATS DE L'ASSUREUR) . DATE D'EFFET . TAUX
      * Le taux applique a une ligne de bordereau est celui du
      * contrat s'il en existe un, sinon celui de l'assureur, le
      * plus recent dont la date d'effet est atteinte a la date du
      * bordereau. Une ligne sans taux n'est pas commissionnee
      * (signalee, RC 4).
      *
      * Chaque ligne du bordereau du jour (FICHIERSOR.txt, prime hors
      * taxe, date de la derniere facturation) est inscrite au
      * registre COMMISSIONS-ASSUREURS.txt avec sa commission et le
      * net a reverser par l'assureur ; un bordereau deja inscrit
      * n'est jamais repris (RC 4). Un contrat coassure est inscrit
      * pour la quote-part de chaque coassureur (service COASSUR),
      * au taux de ce coassureur. Les commissions sont remises a
      * ECRICPTA, lot "COM "+date : debit 467100 (commission a
      * recevoir de l'assureur), credit 708800 (commissions de
      * courtage), une paire par assureur.
      *
      * Releve mensuel : COMMISSIONS-RELEVES.txt, un releve par
      * assureur pour le mois demande (defaut : mois du bordereau),
      * detail des lignes du registre et totaux brut, commission,
      * net. RAPBORD rapproche ensuite les reglements sur le net.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ******** FICHIER DE SORTIE FACTURATION (SOURCE DES BORDEREAUX)
           SELECT FCLISOR ASSIGN TO "FICHIERSOR.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FCLISOR.

      ******** FICHIER DE CONTROLE (DATE DU DERNIER BORDEREAU)
           SELECT FCTRL ASSIGN TO "FACTURES-CONTROLE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FCTRL.

      ******** TAUX DE COMMISSION PAR ASSUREUR ET CONTRAT
           SELECT FTAUX ASSIGN TO "COMMISSIONS-ASSUREURS-TAUX.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FTAUX.

      ******** REFERENTIEL DES COMPAGNIES D'ASSURANCE
           SELECT FASSUREUR ASSIGN TO "ASSUREURS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FASSUREUR.

      ******** REGISTRE PERMANENT DES COMMISSIONS
           SELECT FCOMASS ASSIGN TO "COMMISSIONS-ASSUREURS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FCOMASS.

      ******** RELEVES MENSUELS DE COMMISSION PAR ASSUREUR
           SELECT FRELEVE ASSIGN TO "COMMISSIONS-RELEVES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FRELEVE.

       DATA DIVISION.
       FILE SECTION.
      ******** FICHIER DE SORTIE FACTURATION
           COPY 'COBOL-FD-FCLISOR.cpy'.

      ******** FICHIER DE CONTROLE DES EXECUTIONS
           COPY 'COBOL-FD-CTRL.cpy'.

      ******** TAUX DE COMMISSION PAR ASSUREUR ET CONTRAT
       FD  FTAUX.
       01  RTAUX.
           05  TAUX-CODEASSUR  PIC 9(08).
           05  FILLER          PIC X(01).
           05  TAUX-CONTRAT    PIC X(08).
           05  FILLER          PIC X(01).
           05  TAUX-DATE-EFFET PIC 9(08).
           05  FILLER          PIC X(01).
           05  TAUX-TAUX       PIC 9(02)V99.

      ******** REFERENTIEL DES COMPAGNIES D'ASSURANCE
       FD  FASSUREUR.
       01  RASSUREUR.
           05  ASSR-CODE        PIC 9(08).
           05  FILLER           PIC X(01).
           05  ASSR-NOM         PIC X(30).
           05  FILLER           PIC X(01).
           05  ASSR-RUE         PIC X(30).
           05  FILLER           PIC X(01).
           05  ASSR-CODEPOSTAL  PIC X(05).
           05  FILLER           PIC X(01).
           05  ASSR-VILLE       PIC X(20).
           05  FILLER           PIC X(01).
           05  ASSR-CONTACT     PIC X(20).
           05  FILLER           PIC X(01).
           05  ASSR-DELAI       PIC 9(03).
           05  FILLER           PIC X(01).
           05  ASSR-COMPTE      PIC X(10).

      ******** REGISTRE PERMANENT DES COMMISSIONS
           COPY 'COBOL-FD-COMASSUR.cpy'.

      ******** RELEVES MENSUELS DE COMMISSION PAR ASSUREUR
       FD  FRELEVE.
       01  RRELEVE PIC X(100).

       WORKING-STORAGE SECTION.
      ***********************************************
      * DEFINTION DES STATUS DES FICHIERS
      ***********************************************
       01  WS-STATUS-FILE-FCLISOR PIC X(02).
           88 WS-STATUS-FILE-FCLISOR-OK  VALUE "00".
           88 WS-STATUS-FILE-FCLISOR-EOF VALUE "10".
       01  WS-STATUS-FILE-FCTRL PIC X(02).
           88 WS-STATUS-FILE-FCTRL-OK  VALUE "00".
           88 WS-STATUS-FILE-FCTRL-EOF VALUE "10".
       01  WS-STATUS-FILE-FTAUX PIC X(02).
           88 WS-STATUS-FILE-FTAUX-OK  VALUE "00".
           88 WS-STATUS-FILE-FTAUX-EOF VALUE "10".
       01  WS-STATUS-FILE-FASSUREUR PIC X(02).
           88 WS-STATUS-FILE-FASSUREUR-OK  VALUE "00".
           88 WS-STATUS-FILE-FASSUREUR-EOF VALUE "10".
       01  WS-STATUS-FILE-FCOMASS PIC X(02).
           88 WS-STATUS-FILE-FCOMASS-OK  VALUE "00".
           88 WS-STATUS-FILE-FCOMASS-EOF VALUE "10".
           88 WS-STATUS-FILE-FCOMASS-INEXISTANT VALUE "35".
       01  WS-STATUS-FILE-FRELEVE PIC X(02).
           88 WS-STATUS-FILE-FRELEVE-OK  VALUE "00".

      ******************************************
      *  TAUX DE COMMISSION
      ******************************************
       01  WS-TABLE-TAUX.
           05 WS-TAU-ENTRY OCCURS 2000 INDEXED BY WS-INDICE-TAU.
               10 WS-TAU-CODEASSUR  PIC 9(08).
               10 WS-TAU-CONTRAT    PIC X(08).
               10 WS-TAU-DATE-EFFET PIC 9(08).
               10 WS-TAU-TAUX       PIC 9(02)V99.
       01  WS-NB-TAUX  PIC 9(04) VALUE ZEROES.
       01  WS-MAX-TAUX PIC 9(04) VALUE 2000.

      ******************************************
      *  TAUX RETENU POUR UNE LIGNE (CONTRAT PRIORITAIRE)
      ******************************************
       01  WS-TAUX-RETENU      PIC 9(02)V99 VALUE ZEROES.
       01  WS-TAUX-DATE        PIC 9(08) VALUE ZEROES.
       01  WS-TAUX-NIVEAU      PIC X(01) VALUE SPACES.
           88 WS-TAUX-AUCUN   VALUE SPACES.
           88 WS-TAUX-ASSUREUR VALUE "A".
           88 WS-TAUX-CONTRAT  VALUE "C".

      ******************************************
      *  REFERENTIEL DES COMPAGNIES EN TABLE (NOMS)
      ******************************************
       01  WS-TABLE-ASSUREURS.
           05 WS-ASSR-ENTRY OCCURS 500 INDEXED BY WS-INDICE2.
               10 WS-ASSR-CODE       PIC 9(08).
               10 WS-ASSR-NOM        PIC X(30).
       01  WS-NB-ASSUREURS  PIC 9(03) VALUE ZEROES.
       01  WS-MAX-ASSUREURS PIC 9(03) VALUE 500.

      ******************************************
      *  CUMULS DU BORDEREAU DU JOUR PAR ASSUREUR (ECRITURES)
      ******************************************
       01  WS-TABLE-CUMULS.
           05 WS-CUM-ENTRY OCCURS 500 INDEXED BY WS-INDICE-CUM.
               10 WS-CUM-CODEASSUR  PIC 9(08).
               10 WS-CUM-COMMISSION PIC 9(09)V99.
       01  WS-NB-CUMULS  PIC 9(03) VALUE ZEROES.
       01  WS-MAX-CUMULS PIC 9(03) VALUE 500.

      ******************************************
      *  REPARTITION D'UNE LIGNE ENTRE COASSUREURS (SERVICE COASSUR)
      ******************************************
       01  WS-COASSURANCE.
           05  WS-COA-CONTRAT       PIC 9(08).
           05  WS-COA-MONTANT       PIC 9(09)V99.
           05  WS-COA-NB-PARTS      PIC 9(02).
           05  WS-COA-PART OCCURS 10 INDEXED BY WS-INDICE-COA.
               10  WS-COA-ASSUREUR     PIC 9(08).
               10  WS-COA-POURCENTAGE  PIC 9(03)V99.
               10  WS-COA-MONTANT-PART PIC 9(09)V99.
               10  WS-COA-APERITEUR    PIC X(01).
           05  WS-COA-STATUT        PIC X(01).
               88  WS-COA-COASSURE       VALUE "0".
               88  WS-COA-NON-COASSURE   VALUE "1".
               88  WS-COA-INVALIDE       VALUE "2".
           05  WS-COA-DATE          PIC 9(08) VALUE ZEROES.

      ******************************************
      *  LIGNES DU REGISTRE POUR LE MOIS DU RELEVE
      ******************************************
       01  WS-TABLE-MOIS.
           05 WS-MOI-ENTRY OCCURS 9000 INDEXED BY WS-INDICE-MOI
                                                  WS-INDICE-DET.
               10 WS-MOI-DATE       PIC 9(08).
               10 WS-MOI-CODEASSUR  PIC 9(08).
               10 WS-MOI-CLIENT     PIC X(08).
               10 WS-MOI-BRUT       PIC 9(07)V99.
               10 WS-MOI-TAUX       PIC 9(02)V99.
               10 WS-MOI-COMMISSION PIC 9(07)V99.
               10 WS-MOI-NET        PIC 9(07)V99.
               10 WS-MOI-EDITE      PIC X(01).
       01  WS-NB-MOIS  PIC 9(04) VALUE ZEROES.
       01  WS-MAX-MOIS PIC 9(04) VALUE 9000.

      ******************************************
      *  TRAITEMENT ET EDITION
      ******************************************
       01  WS-DATE-JOUR PIC 9(08) VALUE ZEROES.
       01  WS-DATE-BORDEREAU PIC 9(08) VALUE ZEROES.
       01  WS-SAISIE PIC X(10) VALUE SPACES.
       01  WS-MOIS-RELEVE PIC 9(06) VALUE ZEROES.
       01  WS-DEJA-INSCRIT PIC X(01) VALUE "N".
           88 WS-DEJA-INSCRIT-OUI VALUE "O".
       01  WS-PART-CODEASSUR PIC 9(08) VALUE ZEROES.
       01  WS-PART-MONTANT   PIC 9(07)V99 VALUE ZEROES.
       01  WS-COMMISSION PIC 9(07)V99 VALUE ZEROES.
       01  WS-NET        PIC 9(07)V99 VALUE ZEROES.
       01  WS-COMPTEUR-LIGNES    PIC 9(05) VALUE ZEROES.
       01  WS-COMPTEUR-SANS-TAUX PIC 9(05) VALUE ZEROES.
       01  WS-COMPTEUR-RELEVES   PIC 9(03) VALUE ZEROES.
       01  WS-TOTAL-BRUT       PIC 9(09)V99 VALUE ZEROES.
       01  WS-TOTAL-COMMISSION PIC 9(09)V99 VALUE ZEROES.
       01  WS-REL-CODEASSUR  PIC 9(08) VALUE ZEROES.
       01  WS-REL-NB         PIC 9(05) VALUE ZEROES.
       01  WS-REL-BRUT       PIC 9(09)V99 VALUE ZEROES.
       01  WS-REL-COMMISSION PIC 9(09)V99 VALUE ZEROES.
       01  WS-REL-NET        PIC 9(09)V99 VALUE ZEROES.
       01  WS-EDIT-MONTANT    PIC ZZ.ZZZ.ZZ9,99.
       01  WS-EDIT-COMMISSION PIC ZZ.ZZZ.ZZ9,99.
       01  WS-EDIT-NET        PIC ZZ.ZZZ.ZZ9,99.
       01  WS-EDIT-TOTAL      PIC ZZZ.ZZZ.ZZ9,99.
       01  WS-EDIT-TAUX       PIC Z9,99.
       01  WS-EDIT-DATE       PIC 9(04)/9(02)/9(02).
       01  WS-EDIT-MOIS       PIC 9(04)/9(02).
       01  WS-LIGNE PIC X(100) VALUE SPACES.

      ******************************************
      *  COMPTES DES COMMISSIONS DE COURTAGE
      ******************************************
       01  WS-COMPTE-COMMISSION-RECEVOIR PIC X(10) VALUE "467100".
       01  WS-COMPTE-COMMISSION-PRODUIT  PIC X(10) VALUE "708800".
       01  WS-COMPTA-BATCH PIC X(12) VALUE SPACES.

      ******************************************
      *  LIGNE D'INTERFACE COMPTABLE, EMISE PAR ECRICPTA APRES
      *  CONTROLE DU PLAN COMPTABLE
      ******************************************
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
           05  WS-ECR-PROGRAMME    PIC X(08) VALUE "COMMASSU".
           05  WS-ECR-OUVERTURE    PIC X(01) VALUE "A".
           05  WS-ECR-LIGNE        PIC X(46) VALUE SPACES.
           05  WS-ECR-RESULTAT     PIC X(01) VALUE SPACES.
               88  WS-ECR-COMPTABILISE VALUE "C".
               88  WS-ECR-SUSPENS      VALUE "S".
               88  WS-ECR-ERREUR       VALUE "E".
           05  WS-ECR-NB-ANOMALIES PIC 9(04) VALUE ZEROES.
           05  WS-ECR-NB-LOTS      PIC 9(04) VALUE ZEROES.
       01  WS-RC-SAUVE PIC S9(04) VALUE ZEROES.

      ***********************************************
      * MANIFESTE DES SORTIES (MANIFEST) : FICHIERSOR.txt
      * VERIFIE AVANT TRAITEMENT (NOMBRE, TOTAL HT, CLE)
      ***********************************************
       01  WS-MANIFESTE.
           05  WS-MAN-FONCTION  PIC X(01) VALUE "V".
           05  WS-MAN-FICHIER   PIC X(30) VALUE "FICHIERSOR.txt".
           05  WS-MAN-PROGRAMME PIC X(08) VALUE "COMMASSU".
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
           DISPLAY "COMMISSIONS DE COURTAGE DES ASSUREURS".
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATE-JOUR.

           PERFORM 0500-LECTURE-DATE-BORDEREAU-DEBUT
              THRU 0500-LECTURE-DATE-BORDEREAU-FIN.
           MOVE SPACES TO WS-COMPTA-BATCH.
           STRING "COM " WS-DATE-BORDEREAU
                  DELIMITED BY SIZE INTO WS-COMPTA-BATCH.

           DISPLAY "MOIS DU RELEVE AAAAMM (DEFAUT MOIS DU BORDEREAU): "
                   NO ADVANCING.
           MOVE SPACES TO WS-SAISIE.
           ACCEPT WS-SAISIE.
           IF WS-SAISIE (1:6) IS NUMERIC
           AND WS-SAISIE (5:2) >= "01" AND WS-SAISIE (5:2) <= "12"
               MOVE WS-SAISIE (1:6) TO WS-MOIS-RELEVE
           ELSE
               MOVE WS-DATE-BORDEREAU (1:6) TO WS-MOIS-RELEVE
           END-IF.
      *
      *********** REFERENTIELS
           PERFORM 1000-CHARGEMENT-TAUX-DEBUT
              THRU 1000-CHARGEMENT-TAUX-FIN.
           PERFORM 1100-CHARGEMENT-ASSUREURS-DEBUT
              THRU 1100-CHARGEMENT-ASSUREURS-FIN.
      *
      *********** UN BORDEREAU N'EST COMMISSIONNE QU'UNE FOIS
           PERFORM 1200-CONTROLE-REGISTRE-DEBUT
              THRU 1200-CONTROLE-REGISTRE-FIN.
           IF WS-DEJA-INSCRIT-OUI
               DISPLAY "--> BORDEREAU DU " WS-DATE-BORDEREAU
                       " DEJA COMMISSIONNE: RELEVE SEUL"
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM 2000-CALCUL-COMMISSIONS-DEBUT
                  THRU 2000-CALCUL-COMMISSIONS-FIN
               IF RETURN-CODE >= 16
                   GO TO 0000-MAIN-FIN
               END-IF
               PERFORM 2500-COMPTABILISATION-DEBUT
                  THRU 2500-COMPTABILISATION-FIN
           END-IF.
      *
      *********** RELEVES DU MOIS PAR ASSUREUR
           PERFORM 3000-RELEVES-MENSUELS-DEBUT
              THRU 3000-RELEVES-MENSUELS-FIN.

           MOVE WS-TOTAL-BRUT TO WS-EDIT-TOTAL.
           DISPLAY "==============================================".
           DISPLAY "LIGNES COMMISSIONNEES     : " WS-COMPTEUR-LIGNES.
           DISPLAY "PRIMES TRANSMISES         : " WS-EDIT-TOTAL.
           MOVE WS-TOTAL-COMMISSION TO WS-EDIT-TOTAL.
           DISPLAY "COMMISSIONS DUES          : " WS-EDIT-TOTAL.
           DISPLAY "LIGNES SANS TAUX          : " WS-COMPTEUR-SANS-TAUX.
           DISPLAY "RELEVES EDITES (" WS-MOIS-RELEVE ")  : "
                   WS-COMPTEUR-RELEVES.
           DISPLAY "==============================================".

       0000-MAIN-FIN.
           GOBACK.

      *******************************************************
      *  DATE DU BORDEREAU : DERNIERE EXECUTION DE FACTURES
      *  (A DEFAUT LA DATE DU JOUR)
      *******************************************************
       0500-LECTURE-DATE-BORDEREAU-DEBUT.

           MOVE WS-DATE-JOUR TO WS-DATE-BORDEREAU.
           OPEN INPUT FCTRL.
           IF NOT WS-STATUS-FILE-FCTRL-OK
               DISPLAY "--> FACTURES-CONTROLE.txt ABSENT: BORDEREAU "
                       "DATE DU JOUR"
               GO TO 0500-LECTURE-DATE-BORDEREAU-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FCTRL-OK
               READ FCTRL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CTRL-DATE-JOUR IS NUMERIC
                       AND CTRL-DATE-JOUR > ZEROES
                           MOVE CTRL-DATE-JOUR TO WS-DATE-BORDEREAU
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FCTRL.

       0500-LECTURE-DATE-BORDEREAU-FIN.
           EXIT.

      *******************************************************
      *  CHARGEMENT DES TAUX DE COMMISSION
      *******************************************************
       1000-CHARGEMENT-TAUX-DEBUT.

           OPEN INPUT FTAUX.
           IF NOT WS-STATUS-FILE-FTAUX-OK
               DISPLAY "--> COMMISSIONS-ASSUREURS-TAUX.txt ABSENT: "
                       "AUCUNE LIGNE NE SERA COMMISSIONNEE"
               GO TO 1000-CHARGEMENT-TAUX-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FTAUX-OK
               READ FTAUX
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-NB-TAUX < WS-MAX-TAUX
                       AND TAUX-CODEASSUR IS NUMERIC
                       AND TAUX-DATE-EFFET IS NUMERIC
                       AND TAUX-TAUX IS NUMERIC
                           ADD 1 TO WS-NB-TAUX
                           SET WS-INDICE-TAU TO WS-NB-TAUX
                           MOVE TAUX-CODEASSUR
                                TO WS-TAU-CODEASSUR (WS-INDICE-TAU)
                           MOVE TAUX-CONTRAT
                                TO WS-TAU-CONTRAT (WS-INDICE-TAU)
                           MOVE TAUX-DATE-EFFET
                                TO WS-TAU-DATE-EFFET (WS-INDICE-TAU)
                           MOVE TAUX-TAUX
                                TO WS-TAU-TAUX (WS-INDICE-TAU)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FTAUX.

           DISPLAY "NOMBRE DE TAUX DE COMMISSION CHARGES: " WS-NB-TAUX.

       1000-CHARGEMENT-TAUX-FIN.
           EXIT.

      *******************************************************
      *  CHARGEMENT DU NOM DES COMPAGNIES (RELEVES)
      *******************************************************
       1100-CHARGEMENT-ASSUREURS-DEBUT.

           OPEN INPUT FASSUREUR.
           IF NOT WS-STATUS-FILE-FASSUREUR-OK
               DISPLAY "--> ASSUREURS.txt ABSENT: RELEVES SANS NOM "
                       "DE COMPAGNIE"
               GO TO 1100-CHARGEMENT-ASSUREURS-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FASSUREUR-OK
               READ FASSUREUR
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-NB-ASSUREURS < WS-MAX-ASSUREURS
                       AND ASSR-CODE IS NUMERIC
                           ADD 1 TO WS-NB-ASSUREURS
                           SET WS-INDICE2 TO WS-NB-ASSUREURS
                           MOVE ASSR-CODE
                                TO WS-ASSR-CODE (WS-INDICE2)
                           MOVE ASSR-NOM
                                TO WS-ASSR-NOM (WS-INDICE2)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FASSUREUR.

       1100-CHARGEMENT-ASSUREURS-FIN.
           EXIT.

      *******************************************************
      *  LE BORDEREAU DU JOUR FIGURE-T-IL DEJA AU REGISTRE ?
      *******************************************************
       1200-CONTROLE-REGISTRE-DEBUT.

           MOVE "N" TO WS-DEJA-INSCRIT.
           OPEN INPUT FCOMASS.
           IF NOT WS-STATUS-FILE-FCOMASS-OK
               GO TO 1200-CONTROLE-REGISTRE-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FCOMASS-OK
               READ FCOMASS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CMA-DATE = WS-DATE-BORDEREAU
                           MOVE "O" TO WS-DEJA-INSCRIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FCOMASS.

       1200-CONTROLE-REGISTRE-FIN.
           EXIT.

      *******************************************************
      *  COMMISSION DE CHAQUE LIGNE DU BORDEREAU DU JOUR,
      *  INSCRIPTION AU REGISTRE
      *******************************************************
       2000-CALCUL-COMMISSIONS-DEBUT.

           OPEN INPUT FCLISOR.
           IF NOT WS-STATUS-FILE-FCLISOR-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FCLISOR': "
                       WS-STATUS-FILE-FCLISOR
               MOVE 16 TO RETURN-CODE
               GO TO 2000-CALCUL-COMMISSIONS-FIN
           END-IF.
           OPEN EXTEND FCOMASS.
           IF WS-STATUS-FILE-FCOMASS-INEXISTANT
               OPEN OUTPUT FCOMASS
           END-IF.
           IF NOT WS-STATUS-FILE-FCOMASS-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FCOMASS': "
                       WS-STATUS-FILE-FCOMASS
               CLOSE FCLISOR
               MOVE 16 TO RETURN-CODE
               GO TO 2000-CALCUL-COMMISSIONS-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FCLISOR-OK
               READ FCLISOR
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 2050-PARTS-LIGNE-DEBUT
                          THRU 2050-PARTS-LIGNE-FIN
               END-READ
           END-PERFORM.
           CLOSE FCLISOR.
           CLOSE FCOMASS.

           IF WS-COMPTEUR-SANS-TAUX > ZEROES
               DISPLAY "*** " WS-COMPTEUR-SANS-TAUX " LIGNE(S) SANS "
                       "TAUX DE COMMISSION ***"
               MOVE 4 TO RETURN-CODE
           END-IF.

       2000-CALCUL-COMMISSIONS-FIN.
           EXIT.

      *******************************************************
      *  PARTS DE COASSURANCE D'UNE LIGNE (SERVICE COASSUR, COMME
      *  LE DECOUPAGE DE 6200) : CHAQUE COASSUREUR EST COMMISSIONNE
      *  SUR SA QUOTE-PART A SON PROPRE TAUX
      *******************************************************
       2050-PARTS-LIGNE-DEBUT.

           MOVE RCLISOR-CODEASSUR TO WS-COA-CONTRAT.
           MOVE RCLISOR-MONTANT   TO WS-COA-MONTANT.
           MOVE WS-DATE-JOUR      TO WS-COA-DATE.
           CALL 'COASSUR' USING WS-COASSURANCE
               ON EXCEPTION
                   MOVE "1" TO WS-COA-STATUT
                   MOVE 1 TO WS-COA-NB-PARTS
                   SET WS-INDICE-COA TO 1
                   MOVE RCLISOR-CODEASSUR
                        TO WS-COA-ASSUREUR (WS-INDICE-COA)
                   MOVE RCLISOR-MONTANT
                        TO WS-COA-MONTANT-PART (WS-INDICE-COA)
           END-CALL.

           PERFORM VARYING WS-INDICE-COA FROM 1 BY 1
                   UNTIL WS-INDICE-COA > WS-COA-NB-PARTS
               MOVE WS-COA-ASSUREUR (WS-INDICE-COA)
                    TO WS-PART-CODEASSUR
               MOVE WS-COA-MONTANT-PART (WS-INDICE-COA)
                    TO WS-PART-MONTANT
               PERFORM 2100-COMMISSION-LIGNE-DEBUT
                  THRU 2100-COMMISSION-LIGNE-FIN
           END-PERFORM.

       2050-PARTS-LIGNE-FIN.
           EXIT.

      *******************************************************
      *  UNE PART DE LIGNE DE BORDEREAU : TAUX, COMMISSION, NET
      *******************************************************
       2100-COMMISSION-LIGNE-DEBUT.

           PERFORM 2200-RECHERCHE-TAUX-DEBUT
              THRU 2200-RECHERCHE-TAUX-FIN.
           IF WS-TAUX-AUCUN
               ADD 1 TO WS-COMPTEUR-SANS-TAUX
               DISPLAY "--> ASSUREUR " WS-PART-CODEASSUR " CLIENT "
                       RCLISOR-ID " SANS TAUX AU " WS-DATE-BORDEREAU
           END-IF.

           COMPUTE WS-COMMISSION ROUNDED =
                   WS-PART-MONTANT * WS-TAUX-RETENU / 100.
           COMPUTE WS-NET = WS-PART-MONTANT - WS-COMMISSION.

           MOVE SPACES TO RCOMASS.
           MOVE WS-DATE-BORDEREAU TO CMA-DATE.
           MOVE WS-PART-CODEASSUR TO CMA-CODEASSUR.
           MOVE RCLISOR-ID        TO CMA-CLIENT.
           MOVE WS-PART-MONTANT   TO CMA-BRUT.
           MOVE WS-TAUX-RETENU    TO CMA-TAUX.
           MOVE WS-COMMISSION     TO CMA-COMMISSION.
           MOVE WS-NET            TO CMA-NET.
           WRITE RCOMASS.

           ADD 1 TO WS-COMPTEUR-LIGNES.
           ADD WS-PART-MONTANT TO WS-TOTAL-BRUT.
           ADD WS-COMMISSION TO WS-TOTAL-COMMISSION.
      *
      ****** CUMUL PAR ASSUREUR POUR LES ECRITURES
           IF WS-COMMISSION = ZEROES
               GO TO 2100-COMMISSION-LIGNE-FIN
           END-IF.
           PERFORM VARYING WS-INDICE-CUM FROM 1 BY 1
                   UNTIL WS-INDICE-CUM > WS-NB-CUMULS
               IF WS-CUM-CODEASSUR (WS-INDICE-CUM) = WS-PART-CODEASSUR
                   ADD WS-COMMISSION
                       TO WS-CUM-COMMISSION (WS-INDICE-CUM)
                   GO TO 2100-COMMISSION-LIGNE-FIN
               END-IF
           END-PERFORM.
           IF WS-NB-CUMULS < WS-MAX-CUMULS
               ADD 1 TO WS-NB-CUMULS
               SET WS-INDICE-CUM TO WS-NB-CUMULS
               MOVE WS-PART-CODEASSUR
                    TO WS-CUM-CODEASSUR (WS-INDICE-CUM)
               MOVE WS-COMMISSION
                    TO WS-CUM-COMMISSION (WS-INDICE-CUM)
           ELSE
               DISPLAY "--> ! PLUS DE " WS-MAX-CUMULS " ASSUREURS!"
           END-IF.

       2100-COMMISSION-LIGNE-FIN.
           EXIT.

      *******************************************************
      *  TAUX APPLICABLE A LA DATE DU BORDEREAU : CELUI DU
      *  CONTRAT S'IL EXISTE, SINON CELUI DE L'ASSUREUR, LE PLUS
      *  RECENT EN VIGUEUR DANS CHAQUE CAS
      *******************************************************
       2200-RECHERCHE-TAUX-DEBUT.

           MOVE ZEROES TO WS-TAUX-RETENU WS-TAUX-DATE.
           MOVE SPACES TO WS-TAUX-NIVEAU.

           PERFORM VARYING WS-INDICE-TAU FROM 1 BY 1
                   UNTIL WS-INDICE-TAU > WS-NB-TAUX
               IF WS-TAU-CODEASSUR (WS-INDICE-TAU) = WS-PART-CODEASSUR
               AND WS-TAU-DATE-EFFET (WS-INDICE-TAU)
                   <= WS-DATE-BORDEREAU
                   EVALUATE TRUE
                       WHEN WS-TAU-CONTRAT (WS-INDICE-TAU) = RCLISOR-ID
                        AND (NOT WS-TAUX-CONTRAT
                             OR WS-TAU-DATE-EFFET (WS-INDICE-TAU)
                                >= WS-TAUX-DATE)
                           MOVE "C" TO WS-TAUX-NIVEAU
                           MOVE WS-TAU-DATE-EFFET (WS-INDICE-TAU)
                                TO WS-TAUX-DATE
                           MOVE WS-TAU-TAUX (WS-INDICE-TAU)
                                TO WS-TAUX-RETENU
                       WHEN WS-TAU-CONTRAT (WS-INDICE-TAU) = SPACES
                        AND NOT WS-TAUX-CONTRAT
                        AND (WS-TAUX-AUCUN
                             OR WS-TAU-DATE-EFFET (WS-INDICE-TAU)
                                >= WS-TAUX-DATE)
                           MOVE "A" TO WS-TAUX-NIVEAU
                           MOVE WS-TAU-DATE-EFFET (WS-INDICE-TAU)
                                TO WS-TAUX-DATE
                           MOVE WS-TAU-TAUX (WS-INDICE-TAU)
                                TO WS-TAUX-RETENU
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM.

       2200-RECHERCHE-TAUX-FIN.
           EXIT.

      *******************************************************
      *  ECRITURES DES COMMISSIONS : UNE PAIRE PAR ASSUREUR,
      *  PUIS VALIDATION DU LOT PAR LE PLAN COMPTABLE
      *******************************************************
       2500-COMPTABILISATION-DEBUT.

           IF WS-NB-CUMULS = ZEROES
               GO TO 2500-COMPTABILISATION-FIN
           END-IF.

           PERFORM VARYING WS-INDICE-CUM FROM 1 BY 1
                   UNTIL WS-INDICE-CUM > WS-NB-CUMULS
               MOVE "L" TO WS-ECR-ACTION
               MOVE SPACES TO RCOMPTA
               MOVE WS-DATE-BORDEREAU TO COMPTA-DATE
               MOVE WS-COMPTA-BATCH TO COMPTA-BATCH
               MOVE "D" TO COMPTA-SENS
               MOVE WS-COMPTE-COMMISSION-RECEVOIR TO COMPTA-COMPTE
               MOVE WS-CUM-COMMISSION (WS-INDICE-CUM) TO COMPTA-MONTANT
               PERFORM 2600-EMISSION-ECRITURE-DEBUT
                  THRU 2600-EMISSION-ECRITURE-FIN
               MOVE SPACES TO RCOMPTA
               MOVE WS-DATE-BORDEREAU TO COMPTA-DATE
               MOVE WS-COMPTA-BATCH TO COMPTA-BATCH
               MOVE "C" TO COMPTA-SENS
               MOVE WS-COMPTE-COMMISSION-PRODUIT TO COMPTA-COMPTE
               MOVE WS-CUM-COMMISSION (WS-INDICE-CUM) TO COMPTA-MONTANT
               PERFORM 2600-EMISSION-ECRITURE-DEBUT
                  THRU 2600-EMISSION-ECRITURE-FIN
           END-PERFORM.

           MOVE "V" TO WS-ECR-ACTION.
           PERFORM 2600-EMISSION-ECRITURE-DEBUT
              THRU 2600-EMISSION-ECRITURE-FIN.
           IF WS-ECR-SUSPENS
               DISPLAY "*** LOT " WS-COMPTA-BATCH " EN SUSPENS: "
                       WS-ECR-NB-ANOMALIES " COMPTE(S) HORS PLAN ***"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           IF WS-ECR-ERREUR
               DISPLAY "*** ECRITURES DE COMMISSION NON EMISES ***"
               MOVE 16 TO RETURN-CODE
           END-IF.

       2500-COMPTABILISATION-FIN.
           EXIT.

      *******************************************************
      *  REMISE D'UNE LIGNE (OU DE LA VALIDATION DU LOT) A
      *  ECRICPTA, SANS PERDRE LE CODE RETOUR EN COURS
      *******************************************************
       2600-EMISSION-ECRITURE-DEBUT.

           MOVE RETURN-CODE TO WS-RC-SAUVE.
           MOVE RCOMPTA TO WS-ECR-LIGNE.
           CALL 'ECRICPTA' USING WS-ECRITURE
               ON EXCEPTION
                   MOVE "E" TO WS-ECR-RESULTAT
           END-CALL.
           MOVE WS-RC-SAUVE TO RETURN-CODE.

       2600-EMISSION-ECRITURE-FIN.
           EXIT.

      *******************************************************
      *  RELEVES DU MOIS : LIGNES DU REGISTRE DU MOIS, UN
      *  RELEVE PAR ASSUREUR DANS L'ORDRE D'APPARITION
      *******************************************************
       3000-RELEVES-MENSUELS-DEBUT.

           OPEN INPUT FCOMASS.
           IF WS-STATUS-FILE-FCOMASS-OK
               PERFORM UNTIL NOT WS-STATUS-FILE-FCOMASS-OK
                   READ FCOMASS
                       AT END
                           CONTINUE
                       NOT AT END
                           IF CMA-DATE (1:6) = WS-MOIS-RELEVE
                           AND WS-NB-MOIS < WS-MAX-MOIS
                               ADD 1 TO WS-NB-MOIS
                               SET WS-INDICE-MOI TO WS-NB-MOIS
                               MOVE CMA-DATE
                                    TO WS-MOI-DATE (WS-INDICE-MOI)
                               MOVE CMA-CODEASSUR
                                    TO WS-MOI-CODEASSUR (WS-INDICE-MOI)
                               MOVE CMA-CLIENT
                                    TO WS-MOI-CLIENT (WS-INDICE-MOI)
                               MOVE CMA-BRUT
                                    TO WS-MOI-BRUT (WS-INDICE-MOI)
                               MOVE CMA-TAUX
                                    TO WS-MOI-TAUX (WS-INDICE-MOI)
                               MOVE CMA-COMMISSION
                                    TO WS-MOI-COMMISSION (WS-INDICE-MOI)
                               MOVE CMA-NET
                                    TO WS-MOI-NET (WS-INDICE-MOI)
                               MOVE "N" TO WS-MOI-EDITE (WS-INDICE-MOI)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FCOMASS
           END-IF.

           OPEN OUTPUT FRELEVE.
           IF NOT WS-STATUS-FILE-FRELEVE-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FRELEVE': "
                       WS-STATUS-FILE-FRELEVE
               MOVE 16 TO RETURN-CODE
               GO TO 3000-RELEVES-MENSUELS-FIN
           END-IF.

           IF WS-NB-MOIS = ZEROES
               MOVE WS-MOIS-RELEVE TO WS-EDIT-MOIS
               MOVE SPACES TO WS-LIGNE
               STRING "AUCUNE COMMISSION AU REGISTRE POUR LE MOIS "
                      WS-EDIT-MOIS
                      DELIMITED BY SIZE INTO WS-LIGNE
               MOVE WS-LIGNE TO RRELEVE
               WRITE RRELEVE
           END-IF.

           PERFORM VARYING WS-INDICE-MOI FROM 1 BY 1
                   UNTIL WS-INDICE-MOI > WS-NB-MOIS
               IF WS-MOI-EDITE (WS-INDICE-MOI) = "N"
                   MOVE WS-MOI-CODEASSUR (WS-INDICE-MOI)
                        TO WS-REL-CODEASSUR
                   PERFORM 3100-RELEVE-ASSUREUR-DEBUT
                      THRU 3100-RELEVE-ASSUREUR-FIN
               END-IF
           END-PERFORM.

           CLOSE FRELEVE.

       3000-RELEVES-MENSUELS-FIN.
           EXIT.

      *******************************************************
      *  RELEVE D'UN ASSUREUR POUR LE MOIS
      *******************************************************
       3100-RELEVE-ASSUREUR-DEBUT.

           ADD 1 TO WS-COMPTEUR-RELEVES.
           MOVE ZEROES TO WS-REL-NB WS-REL-BRUT WS-REL-COMMISSION
                          WS-REL-NET.

           MOVE ALL "=" TO WS-LIGNE.
           MOVE WS-LIGNE TO RRELEVE.
           WRITE RRELEVE.
           MOVE WS-MOIS-RELEVE TO WS-EDIT-MOIS.
           MOVE SPACES TO WS-LIGNE.
           STRING "RELEVE DE COMMISSIONS DU MOIS " WS-EDIT-MOIS
                  " - ASSUREUR " WS-REL-CODEASSUR
                  DELIMITED BY SIZE INTO WS-LIGNE.
           PERFORM VARYING WS-INDICE2 FROM 1 BY 1
                   UNTIL WS-INDICE2 > WS-NB-ASSUREURS
               IF WS-ASSR-CODE (WS-INDICE2) = WS-REL-CODEASSUR
                   MOVE WS-ASSR-NOM (WS-INDICE2) TO WS-LIGNE (60:30)
               END-IF
           END-PERFORM.
           MOVE WS-LIGNE TO RRELEVE.
           WRITE RRELEVE.
           MOVE SPACES TO WS-LIGNE.
           STRING "DATE       CLIENT   PRIME TRANSMISE   TAUX  "
                  "    COMMISSION    NET A REVERSER"
                  DELIMITED BY SIZE INTO WS-LIGNE.
           MOVE WS-LIGNE TO RRELEVE.
           WRITE RRELEVE.

           PERFORM VARYING WS-INDICE-DET FROM WS-INDICE-MOI BY 1
                   UNTIL WS-INDICE-DET > WS-NB-MOIS
               IF WS-MOI-CODEASSUR (WS-INDICE-DET) = WS-REL-CODEASSUR
                   MOVE "O" TO WS-MOI-EDITE (WS-INDICE-DET)
                   MOVE WS-MOI-DATE (WS-INDICE-DET) TO WS-EDIT-DATE
                   MOVE WS-MOI-BRUT (WS-INDICE-DET) TO WS-EDIT-MONTANT
                   MOVE WS-MOI-TAUX (WS-INDICE-DET) TO WS-EDIT-TAUX
                   MOVE WS-MOI-COMMISSION (WS-INDICE-DET)
                        TO WS-EDIT-COMMISSION
                   MOVE WS-MOI-NET (WS-INDICE-DET) TO WS-EDIT-NET
                   MOVE SPACES TO WS-LIGNE
                   STRING WS-EDIT-DATE " " WS-MOI-CLIENT (WS-INDICE-DET)
                          " " WS-EDIT-MONTANT " " WS-EDIT-TAUX " % "
                          WS-EDIT-COMMISSION " " WS-EDIT-NET
                          DELIMITED BY SIZE INTO WS-LIGNE
                   MOVE WS-LIGNE TO RRELEVE
                   WRITE RRELEVE
                   ADD 1 TO WS-REL-NB
                   ADD WS-MOI-BRUT (WS-INDICE-DET) TO WS-REL-BRUT
                   ADD WS-MOI-COMMISSION (WS-INDICE-DET)
                       TO WS-REL-COMMISSION
                   ADD WS-MOI-NET (WS-INDICE-DET) TO WS-REL-NET
               END-IF
           END-PERFORM.

           MOVE WS-REL-BRUT TO WS-EDIT-TOTAL.
           MOVE SPACES TO WS-LIGNE.
           STRING "TOTAL " WS-REL-NB " LIGNE(S) - PRIMES "
                  WS-EDIT-TOTAL
                  DELIMITED BY SIZE INTO WS-LIGNE.
           MOVE WS-LIGNE TO RRELEVE.
           WRITE RRELEVE.
           MOVE WS-REL-COMMISSION TO WS-EDIT-TOTAL.
           MOVE SPACES TO WS-LIGNE.
           STRING "      COMMISSION DUE PAR L'ASSUREUR  " WS-EDIT-TOTAL
                  DELIMITED BY SIZE INTO WS-LIGNE.
           MOVE WS-LIGNE TO RRELEVE.
           WRITE RRELEVE.
           MOVE WS-REL-NET TO WS-EDIT-TOTAL.
           MOVE SPACES TO WS-LIGNE.
           STRING "      NET A REVERSER PAR L'ASSUREUR  " WS-EDIT-TOTAL
                  DELIMITED BY SIZE INTO WS-LIGNE.
           MOVE WS-LIGNE TO RRELEVE.
           WRITE RRELEVE.

       3100-RELEVE-ASSUREUR-FIN.
           EXIT.
