       IDENTIFICATION DIVISION.
       PROGRAM-ID. PCAVANCE.
       AUTHOR. GENEVIEVE GIANNASI.
       INSTALLATION. PERSONAL PC.
       DATE-WRITTEN. 15-10-2026.
       DATE-COMPILED. 15-10-2026.
       SECURITY. NON-CONFIDENTIAL.
      ******************************************************************
      * OBJECTIF:
      * Produits constates d'avance de fin de mois : un client
      * facture trimestriellement ou annuellement (RCLIENT-FREQUENCE
      * T ou A) paie d'un coup une prime qui couvre les trois ou
      * douze mois suivants, mais tout le montant tombait en 706 le
      * jour de la facturation et le chiffre d'affaires mensuel
      * faisait le yo-yo.
      *
      * Pour le mois demande (AAAAMM), a lancer avant CLOTURE, chaque
      * ligne de FACTURES-HISTORIQUE.txt facturee jusqu'a la fin du
      * mois a un client T ou A est rattachee a sa periode de
      * couverture : du premier jour du mois de facturation (debut de
      * la periode de facturation de FACTURES) a la veille du meme jour
      * trois ou douze mois plus tard. La part hors taxe couvrant les
      * jours posterieurs a la fin du mois est calculee au prorata
      * des jours, comme le prorata de couverture de FACTURES. La
      * ligne de REPORT A NOUVEAU d'ARCHPERI (facture 00000000) n'est
      * pas une facture et n'est jamais differee.
      *
      * Ecritures remises a ECRICPTA (lots uniques) :
      *   lot PCA+date de fin de mois
      *       DEBIT 706+departement / CREDIT 487000 (PCA)
      *   lot EPC+premier jour du mois suivant (extourne automatique)
      *       DEBIT 487000 / CREDIT 706+departement
      * Le solde de 487000 est ainsi recalcule en entier chaque mois.
      * Un mois deja cloture est refuse ; un mois deja traite est
      * signale par ECRICPTA (lot deja emis) et rien n'est double.
      *
      * L'echeancier PCA-ECHEANCIER.txt detaille les lignes differees,
      * le total par departement et l'ecoulement du solde differe
      * mois par mois jusqu'a la fin des couvertures.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ******** FICHIER CLIENT (FREQUENCE DE FACTURATION)
           SELECT FCLIENT ASSIGN TO "FICHIERCLIENT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FCLIENT.

      ******** HISTORIQUE PERMANENT DE FACTURATION
           SELECT FHIST ASSIGN TO "FACTURES-HISTORIQUE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FHIST.

      ******** PERIODES COMPTABLES CLOTUREES
           SELECT FCLOTURE ASSIGN TO "PERIODES-CLOTUREES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FCLOTURE.

      ******** ECHEANCIER DES PRODUITS CONSTATES D'AVANCE
           SELECT FECHEANCE ASSIGN TO "PCA-ECHEANCIER.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FECHEANCE.

       DATA DIVISION.
       FILE SECTION.
      ******** FICHIER CLIENT
           COPY 'COBOL-FD-FCLIENT.CPY'.

      ******** HISTORIQUE PERMANENT DE FACTURATION
       FD  FHIST.
       01  RHIST.
           05  HIST-DATE     PIC 9(08).
           05  FILLER        PIC X(01).
           05  HIST-NUMFACT  PIC 9(08).
           05  FILLER        PIC X(01).
           05  HIST-CLIENT   PIC X(08).
           05  FILLER        PIC X(01).
           05  HIST-NOM      PIC X(20).
           05  FILLER        PIC X(01).
           05  HIST-DEPT     PIC X(03).
           05  FILLER        PIC X(01).
           05  HIST-SOCIETE  PIC X(05).
           05  FILLER        PIC X(01).
           05  HIST-CODE-TVA PIC X(02).
           05  FILLER        PIC X(01).
           05  HIST-MONTANT  PIC 9(07)V99.
           05  FILLER        PIC X(01).
           05  HIST-TVA      PIC 9(07)V99.
           05  FILLER        PIC X(01).
           05  HIST-TTC      PIC 9(08)V99.
           05  FILLER        PIC X(01).
           05  HIST-DEVISE   PIC X(03).
           05  FILLER        PIC X(01).
           05  HIST-TAUX     PIC 9(03)V9(06).
           05  FILLER        PIC X(01).
           05  HIST-ECHEANCE PIC 9(08).
           05  FILLER        PIC X(01).
           05  HIST-NUMACT   PIC X(08).

      ******** PERIODES COMPTABLES CLOTUREES
       FD  FCLOTURE.
       01  RCLOTURE.
           05  CLO-MOIS    PIC 9(06).
           05  FILLER      PIC X(01).
           05  CLO-DATE    PIC 9(08).
           05  FILLER      PIC X(01).
           05  CLO-STATUT  PIC X(01).

      ******** ECHEANCIER DES PRODUITS CONSTATES D'AVANCE
       FD  FECHEANCE.
       01  RECHEANCE PIC X(132).

       WORKING-STORAGE SECTION.
      ***********************************************
      * DEFINTION DES STATUS DES FICHIERS
      ***********************************************
       01  WS-STATUS-FILE-FCLIENT PIC X(02).
           88 WS-STATUS-FILE-FCLIENT-OK  VALUE "00".
           88 WS-STATUS-FILE-FCLIENT-EOF VALUE "10".
       01  WS-STATUS-FILE-FHIST PIC X(02).
           88 WS-STATUS-FILE-FHIST-OK  VALUE "00".
           88 WS-STATUS-FILE-FHIST-EOF VALUE "10".
           88 WS-STATUS-FILE-FHIST-INEXISTANT VALUE "35".
       01  WS-STATUS-FILE-FCLOTURE PIC X(02).
           88 WS-STATUS-FILE-FCLOTURE-OK  VALUE "00".
           88 WS-STATUS-FILE-FCLOTURE-EOF VALUE "10".
       01  WS-STATUS-FILE-FECHEANCE PIC X(02).
           88 WS-STATUS-FILE-FECHEANCE-OK  VALUE "00".

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
           05  WS-ECR-PROGRAMME    PIC X(08) VALUE "PCAVANCE".
           05  WS-ECR-OUVERTURE    PIC X(01) VALUE "U".
           05  WS-ECR-LIGNE        PIC X(46) VALUE SPACES.
           05  WS-ECR-RESULTAT     PIC X(01) VALUE SPACES.
               88  WS-ECR-COMPTABILISE VALUE "C".
               88  WS-ECR-SUSPENS      VALUE "S".
               88  WS-ECR-DEJA-EMIS    VALUE "D".
               88  WS-ECR-ERREUR       VALUE "E".
           05  WS-ECR-NB-ANOMALIES PIC 9(04) VALUE ZEROES.
           05  WS-ECR-NB-LOTS      PIC 9(04) VALUE ZEROES.
       01  WS-RC-SAUVE PIC S9(04) VALUE ZEROES.
       01  WS-COMPTE-PCA PIC X(10) VALUE "487000".

      ******************************************
      *  FREQUENCE DE FACTURATION PAR CLIENT (T ET A SEULS)
      ******************************************
       01  WS-TABLE-CLIENTS.
           05 WS-CLI-ENTRY OCCURS 5000 INDEXED BY WS-INDICE.
               10 WS-CLI-ID        PIC X(08).
               10 WS-CLI-FREQUENCE PIC X(01).
       01  WS-NB-CLIENTS  PIC 9(04) VALUE ZEROES.
       01  WS-MAX-CLIENTS PIC 9(04) VALUE 5000.
       01  WS-TROUVE PIC X(01) VALUE "N".
           88 WS-TROUVE-OUI VALUE "O".
       01  WS-FREQUENCE PIC X(01) VALUE SPACES.

      ******************************************
      *  PRODUITS CONSTATES D'AVANCE PAR DEPARTEMENT (706+DEPT)
      ******************************************
       01  WS-TABLE-DEPTS.
           05 WS-DEP-ENTRY OCCURS 500 INDEXED BY WS-INDICE-DEP.
               10 WS-DEP-ID      PIC X(03).
               10 WS-DEP-MONTANT PIC 9(09)V99.
       01  WS-NB-DEPTS  PIC 9(04) VALUE ZEROES.
       01  WS-MAX-DEPTS PIC 9(04) VALUE 500.

      ******************************************
      *  ECHEANCIER : LES DOUZE MOIS SUIVANT LE MOIS TRAITE
      *  (UNE COUVERTURE ANNUELLE NE DEPASSE JAMAIS ONZE MOIS
      *  AU-DELA DE SA FACTURATION)
      ******************************************
       01  WS-TABLE-ECHEANCES.
           05 WS-ECH-ENTRY OCCURS 12 INDEXED BY WS-INDICE-ECH.
               10 WS-ECH-MOIS      PIC 9(06).
               10 WS-ECH-DEBUT-INT PIC S9(07).
               10 WS-ECH-FIN-INT   PIC S9(07).
               10 WS-ECH-REPRISE   PIC S9(11)V99.
       01  WS-MAX-ECHEANCES PIC 9(02) VALUE 12.

      ******************************************
      *  MOIS TRAITE
      ******************************************
       01  WS-SAISIE PIC X(06) VALUE SPACES.
       01  WS-MOIS-PCA PIC 9(06) VALUE ZEROES.
       01  WS-MOIS-PCA-R REDEFINES WS-MOIS-PCA.
           05  WS-MOIS-PCA-AAAA PIC 9(04).
           05  WS-MOIS-PCA-MM   PIC 9(02).
       01  WS-DATE-CALCUL PIC 9(08) VALUE ZEROES.
       01  WS-DATE-CALCUL-R REDEFINES WS-DATE-CALCUL.
           05  WS-DATE-CALCUL-AAAA PIC 9(04).
           05  WS-DATE-CALCUL-MM   PIC 9(02).
           05  WS-DATE-CALCUL-JJ   PIC 9(02).
       01  WS-DATE-FIN-MOIS PIC 9(08) VALUE ZEROES.
       01  WS-DATE-EXTOURNE PIC 9(08) VALUE ZEROES.
       01  WS-FIN-MOIS-INT PIC S9(07) VALUE ZEROES.
       01  WS-ANNEE PIC 9(04) VALUE ZEROES.
       01  WS-MOIS  PIC 9(04) VALUE ZEROES.
       01  WS-BATCH-PCA PIC X(12) VALUE SPACES.
       01  WS-BATCH-EXTOURNE PIC X(12) VALUE SPACES.
       01  WS-COMPTA-BATCH PIC X(12) VALUE SPACES.
       01  WS-COMPTA-DATE PIC 9(08) VALUE ZEROES.
       01  WS-SENS-706 PIC X(01) VALUE SPACES.
       01  WS-SENS-PCA PIC X(01) VALUE SPACES.

      ******************************************
      *  COUVERTURE DE LA LIGNE D'HISTORIQUE COURANTE
      ******************************************
       01  WS-COUV-DEBUT PIC 9(08) VALUE ZEROES.
       01  WS-COUV-FIN PIC 9(08) VALUE ZEROES.
       01  WS-COUV-DEBUT-INT PIC S9(07) VALUE ZEROES.
       01  WS-COUV-FIN-INT PIC S9(07) VALUE ZEROES.
       01  WS-COUV-JOURS PIC 9(05) VALUE ZEROES.
       01  WS-JOURS-DIFFERES PIC 9(05) VALUE ZEROES.
       01  WS-JOURS-ECHEANCE PIC 9(05) VALUE ZEROES.
       01  WS-MONTANT-DIFFERE PIC 9(09)V99 VALUE ZEROES.
       01  WS-MONTANT-ECHEANCE PIC S9(09)V99 VALUE ZEROES.
       01  WS-CUMUL-ECHEANCES PIC S9(09)V99 VALUE ZEROES.

      ******************************************
      *  TOTAUX ET EDITION
      ******************************************
       01  WS-TOTAL-PCA PIC 9(11)V99 VALUE ZEROES.
       01  WS-SOLDE-RESTANT PIC S9(11)V99 VALUE ZEROES.
       01  WS-COMPTEUR-LUES PIC 9(07) VALUE ZEROES.
       01  WS-COMPTEUR-DIFFEREES PIC 9(07) VALUE ZEROES.
       01  WS-EDIT-MONTANT PIC ZZZ.ZZZ.ZZ9,99.
       01  WS-EDIT-DIFFERE PIC ZZZ.ZZZ.ZZ9,99.
       01  WS-EDIT-TOTAL PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01  WS-EDIT-REPRISE PIC -Z.ZZZ.ZZZ.ZZ9,99.
       01  WS-EDIT-SOLDE PIC -Z.ZZZ.ZZZ.ZZ9,99.
       01  WS-EDIT-JOURS PIC ZZZZ9.
       01  WS-LIGNE PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-DEB.
      *******************************************************
      *  PARAGRAPHE PRINCIPAL
      *******************************************************
           DISPLAY "PRODUITS CONSTATES D'AVANCE DE FIN DE MOIS".

           DISPLAY "MOIS A TRAITER (AAAAMM): " NO ADVANCING.
           MOVE SPACES TO WS-SAISIE.
           ACCEPT WS-SAISIE.
           IF WS-SAISIE (1:6) NOT NUMERIC
               DISPLAY "--> MOIS NON NUMERIQUE: " WS-SAISIE
               MOVE 8 TO RETURN-CODE
               GO TO 0000-MAIN-FIN
           END-IF.
           MOVE WS-SAISIE (1:6) TO WS-MOIS-PCA.
           IF WS-MOIS-PCA-MM < 1 OR WS-MOIS-PCA-MM > 12
               DISPLAY "--> MOIS INVALIDE: " WS-SAISIE
               MOVE 8 TO RETURN-CODE
               GO TO 0000-MAIN-FIN
           END-IF.
      *
      *********** BORNES DU MOIS ET DE L'ECHEANCIER, MOIS CLOS
           PERFORM 1000-CONTROLE-MOIS-DEBUT
              THRU 1000-CONTROLE-MOIS-FIN.
           IF RETURN-CODE > ZEROES
               GO TO 0000-MAIN-FIN
           END-IF.
      *
      *********** FREQUENCES DE FACTURATION DES CLIENTS
           PERFORM 1500-CHARGEMENT-CLIENTS-DEBUT
              THRU 1500-CHARGEMENT-CLIENTS-FIN.
           IF RETURN-CODE > ZEROES
               GO TO 0000-MAIN-FIN
           END-IF.
      *
      *********** PARTS DIFFEREES DES LIGNES FACTUREES
           PERFORM 2000-OUVERTURE-ECHEANCIER-DEBUT
              THRU 2000-OUVERTURE-ECHEANCIER-FIN.
           IF RETURN-CODE > ZEROES
               GO TO 0000-MAIN-FIN
           END-IF.
           PERFORM 3000-LECTURE-HISTORIQUE-DEBUT
              THRU 3000-LECTURE-HISTORIQUE-FIN.
           IF RETURN-CODE > 8
               CLOSE FECHEANCE
               GO TO 0000-MAIN-FIN
           END-IF.
           PERFORM 4000-TOTAUX-ECHEANCIER-DEBUT
              THRU 4000-TOTAUX-ECHEANCIER-FIN.
      *
      *********** CONSTATATION ET EXTOURNE
           IF WS-TOTAL-PCA = ZEROES
               DISPLAY "--> AUCUN PRODUIT CONSTATE D'AVANCE"
           ELSE
               MOVE WS-BATCH-PCA TO WS-COMPTA-BATCH
               MOVE WS-DATE-FIN-MOIS TO WS-COMPTA-DATE
               MOVE "D" TO WS-SENS-706
               MOVE "C" TO WS-SENS-PCA
               PERFORM 5000-ECRITURES-DEBUT
                  THRU 5000-ECRITURES-FIN
               IF RETURN-CODE < 16
                   MOVE WS-BATCH-EXTOURNE TO WS-COMPTA-BATCH
                   MOVE WS-DATE-EXTOURNE TO WS-COMPTA-DATE
                   MOVE "C" TO WS-SENS-706
                   MOVE "D" TO WS-SENS-PCA
                   PERFORM 5000-ECRITURES-DEBUT
                      THRU 5000-ECRITURES-FIN
               END-IF
           END-IF.

           DISPLAY "==============================================".
           DISPLAY "LIGNES D'HISTORIQUE LUES : " WS-COMPTEUR-LUES.
           DISPLAY "LIGNES DIFFEREES         : "
                   WS-COMPTEUR-DIFFEREES.
           MOVE WS-TOTAL-PCA TO WS-EDIT-TOTAL.
           DISPLAY "PRODUITS CONSTATES D'AVANCE: " WS-EDIT-TOTAL.
           DISPLAY "--> ECHEANCIER ECRIT DANS PCA-ECHEANCIER.txt".
           DISPLAY "==============================================".

       0000-MAIN-FIN.
           GOBACK.

      *******************************************************
      *  CONTROLE DU MOIS : DERNIER JOUR DU MOIS (DATE DE LA
      *  CONSTATATION), PREMIER JOUR DU MOIS SUIVANT (DATE DE
      *  L'EXTOURNE), BORNES DES DOUZE MOIS DE L'ECHEANCIER,
      *  REFUS D'UN MOIS CLOS
      *******************************************************
       1000-CONTROLE-MOIS-DEBUT.

           IF WS-MOIS-PCA-MM = 12
               COMPUTE WS-DATE-EXTOURNE =
                       (WS-MOIS-PCA-AAAA + 1) * 10000 + 0101
           ELSE
               COMPUTE WS-DATE-EXTOURNE =
                       (WS-MOIS-PCA + 1) * 100 + 01
           END-IF.
           COMPUTE WS-FIN-MOIS-INT =
                   FUNCTION INTEGER-OF-DATE (WS-DATE-EXTOURNE) - 1.
           COMPUTE WS-DATE-FIN-MOIS =
                   FUNCTION DATE-OF-INTEGER (WS-FIN-MOIS-INT).

           MOVE SPACES TO WS-BATCH-PCA.
           STRING "PCA " WS-DATE-FIN-MOIS
                  DELIMITED BY SIZE INTO WS-BATCH-PCA.
           MOVE SPACES TO WS-BATCH-EXTOURNE.
           STRING "EPC " WS-DATE-EXTOURNE
                  DELIMITED BY SIZE INTO WS-BATCH-EXTOURNE.

      ****** MOIS DE L'ECHEANCIER : PREMIER ET DERNIER JOUR
           MOVE WS-DATE-EXTOURNE TO WS-DATE-CALCUL.
           PERFORM VARYING WS-INDICE-ECH FROM 1 BY 1
                   UNTIL WS-INDICE-ECH > WS-MAX-ECHEANCES
               MOVE WS-DATE-CALCUL (1:6)
                    TO WS-ECH-MOIS (WS-INDICE-ECH)
               COMPUTE WS-ECH-DEBUT-INT (WS-INDICE-ECH) =
                       FUNCTION INTEGER-OF-DATE (WS-DATE-CALCUL)
               IF WS-DATE-CALCUL-MM = 12
                   ADD 1 TO WS-DATE-CALCUL-AAAA
                   MOVE 1 TO WS-DATE-CALCUL-MM
               ELSE
                   ADD 1 TO WS-DATE-CALCUL-MM
               END-IF
               COMPUTE WS-ECH-FIN-INT (WS-INDICE-ECH) =
                       FUNCTION INTEGER-OF-DATE (WS-DATE-CALCUL) - 1
               MOVE ZEROES TO WS-ECH-REPRISE (WS-INDICE-ECH)
           END-PERFORM.

           OPEN INPUT FCLOTURE.
           IF NOT WS-STATUS-FILE-FCLOTURE-OK
               GO TO 1000-CONTROLE-MOIS-FIN
           END-IF.
           PERFORM UNTIL NOT WS-STATUS-FILE-FCLOTURE-OK
               READ FCLOTURE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CLO-MOIS = WS-MOIS-PCA
                       AND CLO-STATUT = "C"
                           DISPLAY "--> MOIS " WS-MOIS-PCA
                                   " DEJA CLOTURE: PRODUITS CONSTATES"
                                   " D'AVANCE A PASSER AVANT LA "
                                   "CLOTURE"
                           MOVE 8 TO RETURN-CODE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FCLOTURE.

       1000-CONTROLE-MOIS-FIN.
           EXIT.

      *******************************************************
      *  CHARGEMENT DES CLIENTS FACTURES TRIMESTRIELLEMENT OU
      *  ANNUELLEMENT (LES AUTRES NE SONT JAMAIS DIFFERES)
      *******************************************************
       1500-CHARGEMENT-CLIENTS-DEBUT.

           OPEN INPUT FCLIENT.
           IF NOT WS-STATUS-FILE-FCLIENT-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FCLIENT': "
                       WS-STATUS-FILE-FCLIENT
               MOVE 16 TO RETURN-CODE
               GO TO 1500-CHARGEMENT-CLIENTS-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FCLIENT-OK
               READ FCLIENT
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RCLIENT-FREQUENCE = "T"
                       OR RCLIENT-FREQUENCE = "A"
                           IF WS-NB-CLIENTS < WS-MAX-CLIENTS
                               ADD 1 TO WS-NB-CLIENTS
                               SET WS-INDICE TO WS-NB-CLIENTS
                               MOVE RCLIENT-ID
                                    TO WS-CLI-ID (WS-INDICE)
                               MOVE RCLIENT-FREQUENCE
                                    TO WS-CLI-FREQUENCE (WS-INDICE)
                           ELSE
                               DISPLAY "--> ! PLUS DE "
                                       WS-MAX-CLIENTS " CLIENTS!"
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FCLIENT.

       1500-CHARGEMENT-CLIENTS-FIN.
           EXIT.

      *******************************************************
      *  OUVERTURE DE L'ECHEANCIER ET EN-TETE DU DETAIL
      *******************************************************
       2000-OUVERTURE-ECHEANCIER-DEBUT.

           OPEN OUTPUT FECHEANCE.
           IF NOT WS-STATUS-FILE-FECHEANCE-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FECHEANCE': "
                       WS-STATUS-FILE-FECHEANCE
               MOVE 16 TO RETURN-CODE
               GO TO 2000-OUVERTURE-ECHEANCIER-FIN
           END-IF.

           MOVE SPACES TO WS-LIGNE.
           STRING "PRODUITS CONSTATES D'AVANCE AU " WS-DATE-FIN-MOIS
                  " - LOT " WS-BATCH-PCA
                  " - EXTOURNE " WS-BATCH-EXTOURNE
                  DELIMITED BY SIZE INTO WS-LIGNE.
           MOVE WS-LIGNE TO RECHEANCE.
           WRITE RECHEANCE.
           MOVE SPACES TO RECHEANCE.
           WRITE RECHEANCE.
           MOVE SPACES TO WS-LIGNE.
           STRING "FACTURE  NUMFACT  CLIENT   NOM                  DEP"
                  " F COUVERTURE DU AU      MONTANT HT"
                  " JOURS/TOTAL            PCA"
                  DELIMITED BY SIZE INTO WS-LIGNE.
           MOVE WS-LIGNE TO RECHEANCE.
           WRITE RECHEANCE.

       2000-OUVERTURE-ECHEANCIER-FIN.
           EXIT.

      *******************************************************
      *  LECTURE DE L'HISTORIQUE : CHAQUE LIGNE FACTUREE JUSQU'A
      *  LA FIN DU MOIS A UN CLIENT T OU A EST EXAMINEE
      *******************************************************
       3000-LECTURE-HISTORIQUE-DEBUT.

           OPEN INPUT FHIST.
           IF WS-STATUS-FILE-FHIST-INEXISTANT
               DISPLAY "--> PAS D'HISTORIQUE DE FACTURATION"
               GO TO 3000-LECTURE-HISTORIQUE-FIN
           END-IF.
           IF NOT WS-STATUS-FILE-FHIST-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FHIST': "
                       WS-STATUS-FILE-FHIST
               MOVE 16 TO RETURN-CODE
               GO TO 3000-LECTURE-HISTORIQUE-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FHIST-OK
               READ FHIST
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO WS-COMPTEUR-LUES
                       IF HIST-DATE IS NUMERIC
                       AND HIST-DATE <= WS-DATE-FIN-MOIS
                       AND HIST-MONTANT IS NUMERIC
                       AND HIST-MONTANT > ZEROES
                       AND HIST-NUMFACT NOT = ZEROES
                           PERFORM 3100-LIGNE-HISTORIQUE-DEBUT
                              THRU 3100-LIGNE-HISTORIQUE-FIN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FHIST.

       3000-LECTURE-HISTORIQUE-FIN.
           EXIT.

      *******************************************************
      *  LIGNE D'HISTORIQUE : PERIODE DE COUVERTURE ET PART
      *  DIFFEREE (JOURS APRES LA FIN DU MOIS / JOURS COUVERTS)
      *******************************************************
       3100-LIGNE-HISTORIQUE-DEBUT.

           MOVE "N" TO WS-TROUVE.
           PERFORM VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-NB-CLIENTS OR WS-TROUVE-OUI
               IF WS-CLI-ID (WS-INDICE) = HIST-CLIENT
                   MOVE "O" TO WS-TROUVE
                   MOVE WS-CLI-FREQUENCE (WS-INDICE) TO WS-FREQUENCE
               END-IF
           END-PERFORM.
           IF NOT WS-TROUVE-OUI
               GO TO 3100-LIGNE-HISTORIQUE-FIN
           END-IF.

      ****** COUVERTURE : DU 1ER DU MOIS DE FACTURATION A LA VEILLE
      ****** DU 1ER DU MOIS SITUE 3 OU 12 MOIS PLUS TARD
           MOVE HIST-DATE TO WS-COUV-DEBUT.
           MOVE "01" TO WS-COUV-DEBUT (7:2).
           MOVE WS-COUV-DEBUT (1:4) TO WS-ANNEE.
           MOVE WS-COUV-DEBUT (5:2) TO WS-MOIS.
           IF WS-FREQUENCE = "T"
               ADD 3 TO WS-MOIS
           ELSE
               ADD 12 TO WS-MOIS
           END-IF.
           IF WS-MOIS > 12
               SUBTRACT 12 FROM WS-MOIS
               ADD 1 TO WS-ANNEE
           END-IF.
           COMPUTE WS-DATE-CALCUL = WS-ANNEE * 10000
                 + WS-MOIS * 100 + 1.
           COMPUTE WS-COUV-DEBUT-INT =
                   FUNCTION INTEGER-OF-DATE (WS-COUV-DEBUT).
           COMPUTE WS-COUV-FIN-INT =
                   FUNCTION INTEGER-OF-DATE (WS-DATE-CALCUL) - 1.
           IF WS-COUV-DEBUT-INT = ZEROES
               GO TO 3100-LIGNE-HISTORIQUE-FIN
           END-IF.
           IF WS-COUV-FIN-INT <= WS-FIN-MOIS-INT
               GO TO 3100-LIGNE-HISTORIQUE-FIN
           END-IF.
           COMPUTE WS-COUV-FIN =
                   FUNCTION DATE-OF-INTEGER (WS-COUV-FIN-INT).

           COMPUTE WS-COUV-JOURS =
                   WS-COUV-FIN-INT - WS-COUV-DEBUT-INT + 1.
           COMPUTE WS-JOURS-DIFFERES =
                   WS-COUV-FIN-INT - WS-FIN-MOIS-INT.
           COMPUTE WS-MONTANT-DIFFERE ROUNDED =
                   HIST-MONTANT * WS-JOURS-DIFFERES / WS-COUV-JOURS.
           IF WS-MONTANT-DIFFERE = ZEROES
               GO TO 3100-LIGNE-HISTORIQUE-FIN
           END-IF.

           ADD 1 TO WS-COMPTEUR-DIFFEREES.
           ADD WS-MONTANT-DIFFERE TO WS-TOTAL-PCA.
           PERFORM 3200-ECOULEMENT-DEBUT
              THRU 3200-ECOULEMENT-FIN.
           PERFORM 3300-CUMUL-DEPARTEMENT-DEBUT
              THRU 3300-CUMUL-DEPARTEMENT-FIN.

      ****** DETAIL DE LA LIGNE DIFFEREE
           MOVE HIST-MONTANT TO WS-EDIT-MONTANT.
           MOVE WS-MONTANT-DIFFERE TO WS-EDIT-DIFFERE.
           MOVE WS-JOURS-DIFFERES TO WS-EDIT-JOURS.
           MOVE SPACES TO WS-LIGNE.
           STRING HIST-DATE " " HIST-NUMFACT " " HIST-CLIENT " "
                  HIST-NOM " " HIST-DEPT " " WS-FREQUENCE " "
                  WS-COUV-DEBUT " " WS-COUV-FIN " "
                  WS-EDIT-MONTANT " " WS-EDIT-JOURS "/"
                  WS-COUV-JOURS " " WS-EDIT-DIFFERE
                  DELIMITED BY SIZE INTO WS-LIGNE.
           MOVE WS-LIGNE TO RECHEANCE.
           WRITE RECHEANCE.

       3100-LIGNE-HISTORIQUE-FIN.
           EXIT.

      *******************************************************
      *  ECOULEMENT DE LA PART DIFFEREE SUR LES MOIS SUIVANTS,
      *  AU PRORATA DES JOURS ; LE DERNIER MOIS COUVERT RECOIT
      *  LE RESTE POUR QUE LES ARRONDIS S'EQUILIBRENT
      *******************************************************
       3200-ECOULEMENT-DEBUT.

           MOVE ZEROES TO WS-CUMUL-ECHEANCES.
           PERFORM VARYING WS-INDICE-ECH FROM 1 BY 1
                   UNTIL WS-INDICE-ECH > WS-MAX-ECHEANCES
                      OR WS-ECH-DEBUT-INT (WS-INDICE-ECH)
                         > WS-COUV-FIN-INT
               IF WS-ECH-FIN-INT (WS-INDICE-ECH) >= WS-COUV-FIN-INT
                   COMPUTE WS-MONTANT-ECHEANCE =
                           WS-MONTANT-DIFFERE - WS-CUMUL-ECHEANCES
               ELSE
                   COMPUTE WS-JOURS-ECHEANCE =
                           WS-ECH-FIN-INT (WS-INDICE-ECH)
                         - WS-ECH-DEBUT-INT (WS-INDICE-ECH) + 1
                   COMPUTE WS-MONTANT-ECHEANCE ROUNDED =
                           HIST-MONTANT * WS-JOURS-ECHEANCE
                           / WS-COUV-JOURS
               END-IF
               ADD WS-MONTANT-ECHEANCE
                   TO WS-ECH-REPRISE (WS-INDICE-ECH)
               ADD WS-MONTANT-ECHEANCE TO WS-CUMUL-ECHEANCES
           END-PERFORM.

       3200-ECOULEMENT-FIN.
           EXIT.

      *******************************************************
      *  CUMUL DE LA PART DIFFEREE PAR DEPARTEMENT (706+DEPT)
      *******************************************************
       3300-CUMUL-DEPARTEMENT-DEBUT.

           PERFORM VARYING WS-INDICE-DEP FROM 1 BY 1
                   UNTIL WS-INDICE-DEP > WS-NB-DEPTS
               IF WS-DEP-ID (WS-INDICE-DEP) = HIST-DEPT
                   ADD WS-MONTANT-DIFFERE
                       TO WS-DEP-MONTANT (WS-INDICE-DEP)
                   GO TO 3300-CUMUL-DEPARTEMENT-FIN
               END-IF
           END-PERFORM.

           IF WS-NB-DEPTS >= WS-MAX-DEPTS
               DISPLAY "--> ! PLUS DE " WS-MAX-DEPTS
                       " DEPARTEMENTS!"
               MOVE 16 TO RETURN-CODE
               GO TO 3300-CUMUL-DEPARTEMENT-FIN
           END-IF.
           ADD 1 TO WS-NB-DEPTS.
           SET WS-INDICE-DEP TO WS-NB-DEPTS.
           MOVE HIST-DEPT TO WS-DEP-ID (WS-INDICE-DEP).
           MOVE WS-MONTANT-DIFFERE TO WS-DEP-MONTANT (WS-INDICE-DEP).

       3300-CUMUL-DEPARTEMENT-FIN.
           EXIT.

      *******************************************************
      *  TOTAUX DE L'ECHEANCIER : PAR DEPARTEMENT, PUIS
      *  ECOULEMENT DU SOLDE DIFFERE MOIS PAR MOIS
      *******************************************************
       4000-TOTAUX-ECHEANCIER-DEBUT.

           MOVE SPACES TO RECHEANCE.
           WRITE RECHEANCE.
           MOVE SPACES TO RECHEANCE.
           STRING "TOTAL PAR DEPARTEMENT (COMPTE 706+DEPT)"
                  DELIMITED BY SIZE INTO RECHEANCE.
           WRITE RECHEANCE.
           PERFORM VARYING WS-INDICE-DEP FROM 1 BY 1
                   UNTIL WS-INDICE-DEP > WS-NB-DEPTS
               MOVE WS-DEP-MONTANT (WS-INDICE-DEP) TO WS-EDIT-TOTAL
               MOVE SPACES TO WS-LIGNE
               STRING "  706" WS-DEP-ID (WS-INDICE-DEP) "       "
                      WS-EDIT-TOTAL
                      DELIMITED BY SIZE INTO WS-LIGNE
               MOVE WS-LIGNE TO RECHEANCE
               WRITE RECHEANCE
           END-PERFORM.
           MOVE WS-TOTAL-PCA TO WS-EDIT-TOTAL.
           MOVE SPACES TO WS-LIGNE.
           STRING "  TOTAL " WS-COMPTE-PCA (1:6) " " WS-EDIT-TOTAL
                  DELIMITED BY SIZE INTO WS-LIGNE.
           MOVE WS-LIGNE TO RECHEANCE.
           WRITE RECHEANCE.

           MOVE SPACES TO RECHEANCE.
           WRITE RECHEANCE.
           MOVE SPACES TO RECHEANCE.
           STRING "ECOULEMENT DU SOLDE DIFFERE"
                  DELIMITED BY SIZE INTO RECHEANCE.
           WRITE RECHEANCE.
           MOVE SPACES TO RECHEANCE.
           STRING "  MOIS       REPRISE EN 706      SOLDE RESTANT"
                  DELIMITED BY SIZE INTO RECHEANCE.
           WRITE RECHEANCE.
           MOVE WS-TOTAL-PCA TO WS-SOLDE-RESTANT.
           MOVE WS-SOLDE-RESTANT TO WS-EDIT-SOLDE.
           MOVE SPACES TO WS-LIGNE.
           STRING "  " WS-MOIS-PCA "                     "
                  WS-EDIT-SOLDE
                  DELIMITED BY SIZE INTO WS-LIGNE.
           MOVE WS-LIGNE TO RECHEANCE.
           WRITE RECHEANCE.
           PERFORM VARYING WS-INDICE-ECH FROM 1 BY 1
                   UNTIL WS-INDICE-ECH > WS-MAX-ECHEANCES
                      OR WS-SOLDE-RESTANT = ZEROES
               SUBTRACT WS-ECH-REPRISE (WS-INDICE-ECH)
                   FROM WS-SOLDE-RESTANT
               MOVE WS-ECH-REPRISE (WS-INDICE-ECH) TO WS-EDIT-REPRISE
               MOVE WS-SOLDE-RESTANT TO WS-EDIT-SOLDE
               MOVE SPACES TO WS-LIGNE
               STRING "  " WS-ECH-MOIS (WS-INDICE-ECH) "  "
                      WS-EDIT-REPRISE "  " WS-EDIT-SOLDE
                      DELIMITED BY SIZE INTO WS-LIGNE
               MOVE WS-LIGNE TO RECHEANCE
               WRITE RECHEANCE
           END-PERFORM.
           CLOSE FECHEANCE.

       4000-TOTAUX-ECHEANCIER-FIN.
           EXIT.

      *******************************************************
      *  LOT WS-COMPTA-BATCH A LA DATE WS-COMPTA-DATE : UNE
      *  LIGNE 706+DEPT PAR DEPARTEMENT ET LA CONTREPARTIE
      *  487000, SENS SELON CONSTATATION OU EXTOURNE
      *******************************************************
       5000-ECRITURES-DEBUT.

           MOVE "L" TO WS-ECR-ACTION.
           PERFORM VARYING WS-INDICE-DEP FROM 1 BY 1
                   UNTIL WS-INDICE-DEP > WS-NB-DEPTS
               IF WS-DEP-MONTANT (WS-INDICE-DEP) > ZEROES
                   MOVE SPACES TO RCOMPTA
                   MOVE WS-SENS-706 TO COMPTA-SENS
                   STRING "706" WS-DEP-ID (WS-INDICE-DEP)
                          DELIMITED BY SIZE INTO COMPTA-COMPTE
                   MOVE WS-DEP-MONTANT (WS-INDICE-DEP)
                        TO COMPTA-MONTANT
                   PERFORM 5100-EMISSION-ECRITURE-DEBUT
                      THRU 5100-EMISSION-ECRITURE-FIN
               END-IF
           END-PERFORM.
           MOVE SPACES TO RCOMPTA.
           MOVE WS-SENS-PCA TO COMPTA-SENS.
           MOVE WS-COMPTE-PCA TO COMPTA-COMPTE.
           MOVE WS-TOTAL-PCA TO COMPTA-MONTANT.
           PERFORM 5100-EMISSION-ECRITURE-DEBUT
              THRU 5100-EMISSION-ECRITURE-FIN.
      *
      ****** VALIDATION DU LOT PAR LE PLAN COMPTABLE
           MOVE "V" TO WS-ECR-ACTION.
           MOVE SPACES TO RCOMPTA.
           PERFORM 5100-EMISSION-ECRITURE-DEBUT
              THRU 5100-EMISSION-ECRITURE-FIN.
           EVALUATE TRUE
               WHEN WS-ECR-SUSPENS
                   DISPLAY "*** LOT " WS-COMPTA-BATCH " EN SUSPENS: "
                           WS-ECR-NB-ANOMALIES " COMPTE(S) HORS PLAN "
                           "COMPTABLE ***"
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               WHEN WS-ECR-DEJA-EMIS
                   DISPLAY "*** LOT " WS-COMPTA-BATCH " DEJA EMIS ***"
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               WHEN WS-ECR-ERREUR
                   DISPLAY "*** LOT " WS-COMPTA-BATCH
                           " NON EMIS ***"
                   MOVE 16 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "LOT " WS-COMPTA-BATCH " EMIS"
           END-EVALUATE.

       5000-ECRITURES-FIN.
           EXIT.

      *******************************************************
      *  REMISE D'UNE LIGNE (OU DE LA VALIDATION DU LOT) A
      *  ECRICPTA, SANS PERDRE LE CODE RETOUR EN COURS
      *******************************************************
       5100-EMISSION-ECRITURE-DEBUT.

           MOVE WS-COMPTA-DATE TO COMPTA-DATE.
           MOVE WS-COMPTA-BATCH TO COMPTA-BATCH.
           MOVE RETURN-CODE TO WS-RC-SAUVE.
           MOVE RCOMPTA TO WS-ECR-LIGNE.
           CALL 'ECRICPTA' USING WS-ECRITURE
               ON EXCEPTION
                   MOVE "E" TO WS-ECR-RESULTAT
           END-CALL.
           MOVE WS-RC-SAUVE TO RETURN-CODE.

       5100-EMISSION-ECRITURE-FIN.
           EXIT.
