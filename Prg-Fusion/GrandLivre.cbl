       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRANDLIV.
       AUTHOR. GENEVIEVE GIANNASI.
       INSTALLATION. PERSONAL PC.
       DATE-WRITTEN. 15-10-2026.
       DATE-COMPILED. 15-10-2026.
       SECURITY. NON-CONFIDENTIAL.
      ******************************************************************
      * OBJECTIF:
      * Grand livre et balance generale de fin de mois :
      * FACTURES-COMPTA.txt est le seul enregistrement comptable
      * tenu, mais il ne se lisait que lot par lot - le solde d'un
      * 411 societe ou le total d'un 706 departement sur un
      * trimestre se refaisait au tableur.
      *
      * Pour le mois demande (AAAAMM), les ecritures sont triees
      * par compte puis par date dans GRAND-LIVRE-TRI.txt et
      * editent :
      *   - GRAND-LIVRE.txt : par compte, solde d'ouverture, chaque
      *     mouvement du mois (date, lot, debit, credit) avec le
      *     solde progressif, total et solde de cloture
      *   - BALANCE-GENERALE.txt : par compte, solde d'ouverture,
      *     debits et credits du mois, solde de cloture ; le total
      *     des debits doit egaler celui des credits (et les soldes
      *     debiteurs les soldes crediteurs), sinon ECART et code
      *     retour 8
      *
      * Soldes d'ouverture : les soldes de cloture d'un mois clos
      * dans PERIODES-CLOTUREES.txt (programme CLOTURE) sont figes
      * dans COMPTA-SOLDES.txt au premier passage de ce programme
      * sur ce mois (lot "SOLDE AAAAMM", une ligne D ou C par
      * compte non solde, au format de FACTURES-COMPTA.txt).
      * L'ouverture d'un mois part des soldes figes du dernier mois
      * clos anterieur et y ajoute les mouvements des mois suivants
      * (tous les mouvements anterieurs si rien n'est fige). Un mois
      * deja fige reedite compare ses soldes aux soldes figes : une
      * ecriture tardive sur un mois clos sort en ECART FIGE, code
      * retour 4. Les pieds de controle (sens T) sont ignores.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ******** FICHIER D'INTERFACE COMPTABLE (GRAND LIVRE PERMANENT)
           SELECT FCOMPTA ASSIGN TO "FACTURES-COMPTA.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FCOMPTA.

      ******** SOLDES FIGES DES MOIS CLOTURES
           SELECT FSOLDES ASSIGN TO "COMPTA-SOLDES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FSOLDES.

      ******** PERIODES COMPTABLES CLOTUREES (PROGRAMME CLOTURE)
           SELECT FCLOTURE ASSIGN TO "PERIODES-CLOTUREES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FCLOTURE.

      ******** PLAN COMPTABLE (LIBELLES DES COMPTES)
           SELECT FPLAN ASSIGN TO "PLAN-COMPTABLE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FPLAN.

      ******** ECRITURES TRIEES PAR COMPTE, DATE ET LOT
           SELECT FTRI ASSIGN TO "GRAND-LIVRE-TRI.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FTRI.

      ******** GRAND LIVRE EDITE
           SELECT FGLIVRE ASSIGN TO "GRAND-LIVRE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FGLIVRE.

      ******** BALANCE GENERALE EDITEE
           SELECT FBALANCE ASSIGN TO "BALANCE-GENERALE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FBALANCE.

      ******** FICHIER DE TRI DES ECRITURES
           SELECT SCOMPTA ASSIGN TO SORTFILE.

       DATA DIVISION.
       FILE SECTION.
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

      ******** SOLDES FIGES : DATE = DERNIER JOUR DU MOIS CLOS,
      ******** LOT "SOLDE AAAAMM", SENS D (DEBITEUR) OU C (CREDITEUR)
       FD  FSOLDES.
       01  RSOLDES.
           05  SOL-DATE       PIC 9(08).
           05  FILLER         PIC X(01).
           05  SOL-BATCH.
               10  SOL-BATCH-TYPE PIC X(06).
               10  SOL-BATCH-MOIS PIC X(06).
           05  FILLER         PIC X(01).
           05  SOL-SENS       PIC X(01).
           05  FILLER         PIC X(01).
           05  SOL-COMPTE     PIC X(10).
           05  FILLER         PIC X(01).
           05  SOL-MONTANT    PIC 9(09)V99.

      ******** PERIODES COMPTABLES CLOTUREES
       FD  FCLOTURE.
       01  RCLOTURE.
           05  CLO-MOIS    PIC 9(06).
           05  FILLER      PIC X(01).
           05  CLO-DATE    PIC 9(08).
           05  FILLER      PIC X(01).
           05  CLO-STATUT  PIC X(01).

      ******** PLAN COMPTABLE
           COPY 'COBOL-FD-PLANCPT.cpy'.

      ******** ECRITURES TRIEES
       FD  FTRI.
       01  RTRI.
           05  TRI-DATE       PIC 9(08).
           05  FILLER         PIC X(01).
           05  TRI-BATCH.
               10  TRI-BATCH-TYPE PIC X(06).
               10  TRI-BATCH-MOIS PIC X(06).
           05  FILLER         PIC X(01).
           05  TRI-SENS       PIC X(01).
           05  FILLER         PIC X(01).
           05  TRI-COMPTE     PIC X(10).
           05  FILLER         PIC X(01).
           05  TRI-MONTANT    PIC 9(09)V99.

      ******** GRAND LIVRE EDITE
       FD  FGLIVRE.
       01  RGLIVRE PIC X(100).

      ******** BALANCE GENERALE EDITEE
       FD  FBALANCE.
       01  RBALANCE PIC X(132).

      ******** FICHIER DE TRI DES ECRITURES
       SD  SCOMPTA.
       01  SCOMPTA-REC.
           05  SCPT-DATE      PIC 9(08).
           05  FILLER         PIC X(01).
           05  SCPT-BATCH     PIC X(12).
           05  FILLER         PIC X(01).
           05  SCPT-SENS      PIC X(01).
           05  FILLER         PIC X(01).
           05  SCPT-COMPTE    PIC X(10).
           05  FILLER         PIC X(01).
           05  SCPT-MONTANT   PIC 9(09)V99.

       WORKING-STORAGE SECTION.
      ***********************************************
      * DEFINTION DES STATUS DES FICHIERS
      ***********************************************
       01  WS-STATUS-FILE-FCOMPTA PIC X(02).
           88 WS-STATUS-FILE-FCOMPTA-OK  VALUE "00".
       01  WS-STATUS-FILE-FSOLDES PIC X(02).
           88 WS-STATUS-FILE-FSOLDES-OK  VALUE "00".
           88 WS-STATUS-FILE-FSOLDES-EOF VALUE "10".
           88 WS-STATUS-FILE-FSOLDES-INEXISTANT VALUE "35".
       01  WS-STATUS-FILE-FCLOTURE PIC X(02).
           88 WS-STATUS-FILE-FCLOTURE-OK  VALUE "00".
           88 WS-STATUS-FILE-FCLOTURE-EOF VALUE "10".
       01  WS-STATUS-FILE-FPLAN PIC X(02).
           88 WS-STATUS-FILE-FPLAN-OK  VALUE "00".
           88 WS-STATUS-FILE-FPLAN-EOF VALUE "10".
       01  WS-STATUS-FILE-FTRI PIC X(02).
           88 WS-STATUS-FILE-FTRI-OK  VALUE "00".
           88 WS-STATUS-FILE-FTRI-EOF VALUE "10".
       01  WS-STATUS-FILE-FGLIVRE PIC X(02).
           88 WS-STATUS-FILE-FGLIVRE-OK  VALUE "00".
       01  WS-STATUS-FILE-FBALANCE PIC X(02).
           88 WS-STATUS-FILE-FBALANCE-OK  VALUE "00".

      ******************************************
      *  PERIODE EDITEE ET SOLDES FIGES
      ******************************************
       01  WS-SAISIE PIC X(06) VALUE SPACES.
       01  WS-MOIS-EDITE PIC 9(06) VALUE ZEROES.
       01  WS-MOIS-EDITE-R REDEFINES WS-MOIS-EDITE.
           05  WS-MOIS-EDITE-AAAA PIC 9(04).
           05  WS-MOIS-EDITE-MM   PIC 9(02).
       01  WS-MOIS-LIGNE PIC 9(06) VALUE ZEROES.
       01  WS-MOIS-FIGE  PIC 9(06) VALUE ZEROES.
       01  WS-SOLDES-PRESENTS PIC X(01) VALUE "N".
           88 WS-SOLDES-PRESENTS-OUI VALUE "O".
       01  WS-PERIODE-CLOTUREE PIC X(01) VALUE "N".
           88 WS-PERIODE-CLOTUREE-OUI VALUE "O".
       01  WS-PERIODE-FIGEE PIC X(01) VALUE "N".
           88 WS-PERIODE-FIGEE-OUI VALUE "O".
       01  WS-A-FIGER PIC X(01) VALUE "N".
           88 WS-A-FIGER-OUI VALUE "O".
       01  WS-DATE-CALCUL PIC 9(08) VALUE ZEROES.
       01  WS-DATE-FIN-MOIS PIC 9(08) VALUE ZEROES.
       01  WS-LOT-SOLDE PIC X(12) VALUE SPACES.

      ******************************************
      *  MOIS CLOTURES
      ******************************************
       01  WS-TABLE-CLOTURES.
           05 WS-CLO-ENTRY OCCURS 120 INDEXED BY WS-INDICE.
               10 WS-CLO-MOIS PIC 9(06).
       01  WS-NB-CLOTURES  PIC 9(03) VALUE ZEROES.
       01  WS-MAX-CLOTURES PIC 9(03) VALUE 120.
       01  WS-MOIS-TROUVE PIC X(01) VALUE "N".
           88 WS-MOIS-TROUVE-OUI VALUE "O".
       01  WS-MOIS-RECHERCHE PIC 9(06) VALUE ZEROES.

      ******************************************
      *  LIBELLES DU PLAN COMPTABLE
      ******************************************
       01  WS-TABLE-PLAN.
           05 WS-PLAN-ENTRY OCCURS 3000 INDEXED BY WS-INDICE2.
               10 WS-PLAN-COMPTE  PIC X(10).
               10 WS-PLAN-LIBELLE PIC X(30).
       01  WS-NB-COMPTES  PIC 9(04) VALUE ZEROES.
       01  WS-MAX-COMPTES PIC 9(04) VALUE 3000.
       01  WS-COMPTE-TROUVE PIC X(01) VALUE "N".
           88 WS-COMPTE-TROUVE-OUI VALUE "O".

      ******************************************
      *  COMPTE EN COURS (RUPTURE SUR TRI-COMPTE)
      ******************************************
       01  WS-CPT-COMPTE     PIC X(10) VALUE SPACES.
       01  WS-CPT-LIBELLE    PIC X(30) VALUE SPACES.
       01  WS-CPT-OUVERTURE  PIC S9(11)V99 VALUE ZEROES.
       01  WS-CPT-DEBITS     PIC 9(11)V99 VALUE ZEROES.
       01  WS-CPT-CREDITS    PIC 9(11)V99 VALUE ZEROES.
       01  WS-CPT-SOLDE      PIC S9(11)V99 VALUE ZEROES.
       01  WS-CPT-FIGE       PIC S9(11)V99 VALUE ZEROES.
       01  WS-CPT-NB-MVTS    PIC 9(05) VALUE ZEROES.
       01  WS-CPT-ECART-FIGE PIC X(01) VALUE "N".
           88 WS-CPT-ECART-FIGE-OUI VALUE "O".

      ******************************************
      *  TOTAUX DE LA BALANCE ET COMPTEURS
      ******************************************
       01  WS-TOT-OUV-DEBITEURS  PIC 9(13)V99 VALUE ZEROES.
       01  WS-TOT-OUV-CREDITEURS PIC 9(13)V99 VALUE ZEROES.
       01  WS-TOT-DEBITS         PIC 9(13)V99 VALUE ZEROES.
       01  WS-TOT-CREDITS        PIC 9(13)V99 VALUE ZEROES.
       01  WS-TOT-CLO-DEBITEURS  PIC 9(13)V99 VALUE ZEROES.
       01  WS-TOT-CLO-CREDITEURS PIC 9(13)V99 VALUE ZEROES.
       01  WS-ECART PIC S9(13)V99 VALUE ZEROES.
       01  WS-COMPTEUR-COMPTES    PIC 9(05) VALUE ZEROES.
       01  WS-COMPTEUR-MOUVEMENTS PIC 9(07) VALUE ZEROES.
       01  WS-COMPTEUR-ECARTS     PIC 9(02) VALUE ZEROES.
       01  WS-COMPTEUR-ECARTS-FIGES PIC 9(05) VALUE ZEROES.
       01  WS-COMPTEUR-FIGES      PIC 9(05) VALUE ZEROES.

      ******************************************
      *  ZONES D'EDITION
      ******************************************
       01  WS-EDIT-MONTANT  PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01  WS-EDIT-TOTAL    PIC ZZZZ.ZZZ.ZZZ.ZZ9,99.
       01  WS-EDIT-ECART    PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  WS-COL-OUVERTURE PIC X(17) VALUE SPACES.
       01  WS-COL-DEBIT     PIC X(17) VALUE SPACES.
       01  WS-COL-CREDIT    PIC X(17) VALUE SPACES.
       01  WS-COL-SOLDE     PIC X(17) VALUE SPACES.
       01  WS-SENS-OUVERTURE PIC X(01) VALUE SPACES.
       01  WS-SENS-SOLDE     PIC X(01) VALUE SPACES.
       01  WS-MONTANT-SIGNE  PIC S9(11)V99 VALUE ZEROES.
       01  WS-SENS-CALCULE   PIC X(01) VALUE SPACES.
       01  WS-LIGNE PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-DEB.
      *******************************************************
      *  PARAGRAPHE PRINCIPAL
      *******************************************************
           DISPLAY "GRAND LIVRE ET BALANCE GENERALE".

           DISPLAY "MOIS A EDITER (AAAAMM): " NO ADVANCING.
           MOVE SPACES TO WS-SAISIE.
           ACCEPT WS-SAISIE.
           IF WS-SAISIE (1:6) NOT NUMERIC
               DISPLAY "--> MOIS NON NUMERIQUE: " WS-SAISIE
               MOVE 8 TO RETURN-CODE
               GO TO 0000-MAIN-FIN
           END-IF.
           MOVE WS-SAISIE (1:6) TO WS-MOIS-EDITE.
           IF WS-MOIS-EDITE-MM < 1 OR WS-MOIS-EDITE-MM > 12
               DISPLAY "--> MOIS INVALIDE: " WS-SAISIE
               MOVE 8 TO RETURN-CODE
               GO TO 0000-MAIN-FIN
           END-IF.
      *
      *********** LIBELLES, MOIS CLOTURES ET SOLDES DEJA FIGES
           PERFORM 1000-CHARGEMENT-PLAN-DEBUT
              THRU 1000-CHARGEMENT-PLAN-FIN.
           PERFORM 1500-CHARGEMENT-CLOTURES-DEBUT
              THRU 1500-CHARGEMENT-CLOTURES-FIN.
           PERFORM 1600-RECHERCHE-SOLDES-DEBUT
              THRU 1600-RECHERCHE-SOLDES-FIN.
           IF RETURN-CODE > 4
               GO TO 0000-MAIN-FIN
           END-IF.
      *
      *********** TRI DES ECRITURES PAR COMPTE, DATE ET LOT
           PERFORM 2000-TRI-ECRITURES-DEBUT
              THRU 2000-TRI-ECRITURES-FIN.
           IF RETURN-CODE > 4
               GO TO 0000-MAIN-FIN
           END-IF.
      *
      *********** EDITION DU GRAND LIVRE ET DE LA BALANCE
           PERFORM 3000-EDITIONS-DEBUT
              THRU 3000-EDITIONS-FIN.

           DISPLAY "==============================================".
           DISPLAY "PERIODE EDITEE           : " WS-MOIS-EDITE.
           IF WS-MOIS-FIGE > ZEROES
               DISPLAY "OUVERTURE DEPUIS LE FIGE : " WS-MOIS-FIGE
           END-IF.
           DISPLAY "COMPTES EN BALANCE       : " WS-COMPTEUR-COMPTES.
           DISPLAY "MOUVEMENTS DU MOIS       : "
                   WS-COMPTEUR-MOUVEMENTS.
           MOVE WS-TOT-DEBITS TO WS-EDIT-TOTAL.
           DISPLAY "TOTAL DES DEBITS         : " WS-EDIT-TOTAL.
           MOVE WS-TOT-CREDITS TO WS-EDIT-TOTAL.
           DISPLAY "TOTAL DES CREDITS        : " WS-EDIT-TOTAL.
           IF WS-A-FIGER-OUI
               DISPLAY "SOLDES FIGES (MOIS CLOS) : " WS-COMPTEUR-FIGES
           END-IF.
           IF WS-COMPTEUR-ECARTS > ZEROES
               DISPLAY "*** BALANCE DESEQUILIBREE ***"
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           IF WS-COMPTEUR-ECARTS-FIGES > ZEROES
               DISPLAY "COMPTES EN ECART AVEC LE FIGE: "
                       WS-COMPTEUR-ECARTS-FIGES
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           DISPLAY "==============================================".

       0000-MAIN-FIN.
           GOBACK.

      *******************************************************
      *  CHARGEMENT DES LIBELLES DU PLAN COMPTABLE
      *******************************************************
       1000-CHARGEMENT-PLAN-DEBUT.

           OPEN INPUT FPLAN.
           IF NOT WS-STATUS-FILE-FPLAN-OK
               DISPLAY "--> PLAN-COMPTABLE.txt ABSENT: "
                       "COMPTES EDITES SANS LIBELLE"
               GO TO 1000-CHARGEMENT-PLAN-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FPLAN-OK
               READ FPLAN
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-NB-COMPTES < WS-MAX-COMPTES
                           ADD 1 TO WS-NB-COMPTES
                           SET WS-INDICE2 TO WS-NB-COMPTES
                           MOVE RPLAN-COMPTE
                                TO WS-PLAN-COMPTE (WS-INDICE2)
                           MOVE RPLAN-LIBELLE
                                TO WS-PLAN-LIBELLE (WS-INDICE2)
                       ELSE
                           DISPLAY "--> ! PLUS DE " WS-MAX-COMPTES
                                   " COMPTES AU PLAN!"
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FPLAN.

       1000-CHARGEMENT-PLAN-FIN.
           EXIT.

      *******************************************************
      *  LIBELLE D'UN COMPTE (HORS PLAN SI ABSENT DU PLAN)
      *******************************************************
       1100-RECHERCHE-LIBELLE-DEBUT.

           MOVE "*** COMPTE HORS PLAN ***" TO WS-CPT-LIBELLE.
           MOVE "N" TO WS-COMPTE-TROUVE.
           PERFORM VARYING WS-INDICE2 FROM 1 BY 1
                   UNTIL WS-INDICE2 > WS-NB-COMPTES
                      OR WS-COMPTE-TROUVE-OUI
               IF WS-PLAN-COMPTE (WS-INDICE2) = WS-CPT-COMPTE
                   MOVE "O" TO WS-COMPTE-TROUVE
                   MOVE WS-PLAN-LIBELLE (WS-INDICE2)
                        TO WS-CPT-LIBELLE
               END-IF
           END-PERFORM.

       1100-RECHERCHE-LIBELLE-FIN.
           EXIT.

      *******************************************************
      *  CHARGEMENT DES MOIS CLOTURES
      *******************************************************
       1500-CHARGEMENT-CLOTURES-DEBUT.

           OPEN INPUT FCLOTURE.
           IF NOT WS-STATUS-FILE-FCLOTURE-OK
               DISPLAY "--> AUCUNE PERIODE CLOTUREE"
               GO TO 1500-CHARGEMENT-CLOTURES-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FCLOTURE-OK
               READ FCLOTURE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CLO-MOIS IS NUMERIC
                       AND CLO-STATUT = "C"
                       AND WS-NB-CLOTURES < WS-MAX-CLOTURES
                           ADD 1 TO WS-NB-CLOTURES
                           SET WS-INDICE TO WS-NB-CLOTURES
                           MOVE CLO-MOIS TO WS-CLO-MOIS (WS-INDICE)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FCLOTURE.

           MOVE WS-MOIS-EDITE TO WS-MOIS-RECHERCHE.
           PERFORM 1510-MOIS-CLOTURE-DEBUT
              THRU 1510-MOIS-CLOTURE-FIN.
           IF WS-MOIS-TROUVE-OUI
               MOVE "O" TO WS-PERIODE-CLOTUREE
           END-IF.

       1500-CHARGEMENT-CLOTURES-FIN.
           EXIT.

      *******************************************************
      *  LE MOIS WS-MOIS-RECHERCHE EST-IL CLOTURE ?
      *******************************************************
       1510-MOIS-CLOTURE-DEBUT.

           MOVE "N" TO WS-MOIS-TROUVE.
           PERFORM VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-NB-CLOTURES
                      OR WS-MOIS-TROUVE-OUI
               IF WS-CLO-MOIS (WS-INDICE) = WS-MOIS-RECHERCHE
                   MOVE "O" TO WS-MOIS-TROUVE
               END-IF
           END-PERFORM.

       1510-MOIS-CLOTURE-FIN.
           EXIT.

      *******************************************************
      *  SOLDES FIGES : DERNIER MOIS CLOS ANTERIEUR FIGE (POINT
      *  DE DEPART DE L'OUVERTURE) ET MOIS EDITE DEJA FIGE ?
      *  (LES SOLDES D'UN MOIS ROUVERT PAR CLOTURE SONT IGNORES)
      *******************************************************
       1600-RECHERCHE-SOLDES-DEBUT.

           OPEN INPUT FSOLDES.
           IF WS-STATUS-FILE-FSOLDES-INEXISTANT
               GO TO 1600-RECHERCHE-SOLDES-SUITE
           END-IF.
           IF NOT WS-STATUS-FILE-FSOLDES-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FSOLDES': "
                       WS-STATUS-FILE-FSOLDES
               MOVE 16 TO RETURN-CODE
               GO TO 1600-RECHERCHE-SOLDES-FIN
           END-IF.
           MOVE "O" TO WS-SOLDES-PRESENTS.

           PERFORM UNTIL NOT WS-STATUS-FILE-FSOLDES-OK
               READ FSOLDES
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SOL-BATCH-TYPE = "SOLDE "
                       AND SOL-BATCH-MOIS IS NUMERIC
                           MOVE SOL-BATCH-MOIS TO WS-MOIS-RECHERCHE
                           PERFORM 1510-MOIS-CLOTURE-DEBUT
                              THRU 1510-MOIS-CLOTURE-FIN
                           IF WS-MOIS-TROUVE-OUI
                               IF WS-MOIS-RECHERCHE = WS-MOIS-EDITE
                                   MOVE "O" TO WS-PERIODE-FIGEE
                               END-IF
                               IF WS-MOIS-RECHERCHE < WS-MOIS-EDITE
                               AND WS-MOIS-RECHERCHE > WS-MOIS-FIGE
                                   MOVE WS-MOIS-RECHERCHE
                                        TO WS-MOIS-FIGE
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FSOLDES.

       1600-RECHERCHE-SOLDES-SUITE.
      ****** UN MOIS CLOS PAS ENCORE FIGE L'EST PAR CETTE EDITION
           IF WS-PERIODE-CLOTUREE-OUI
           AND NOT WS-PERIODE-FIGEE-OUI
               MOVE "O" TO WS-A-FIGER
               PERFORM 1700-FIN-DE-MOIS-DEBUT
                  THRU 1700-FIN-DE-MOIS-FIN
           END-IF.

       1600-RECHERCHE-SOLDES-FIN.
           EXIT.

      *******************************************************
      *  DERNIER JOUR DU MOIS EDITE (DATE DES SOLDES FIGES) :
      *  VEILLE DU PREMIER JOUR DU MOIS SUIVANT
      *******************************************************
       1700-FIN-DE-MOIS-DEBUT.

           IF WS-MOIS-EDITE-MM = 12
               COMPUTE WS-DATE-CALCUL =
                       (WS-MOIS-EDITE-AAAA + 1) * 10000 + 0101
           ELSE
               COMPUTE WS-DATE-CALCUL =
                       (WS-MOIS-EDITE + 1) * 100 + 01
           END-IF.
           COMPUTE WS-DATE-FIN-MOIS = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-DATE-CALCUL) - 1).

           MOVE SPACES TO WS-LOT-SOLDE.
           STRING "SOLDE " WS-MOIS-EDITE
                  DELIMITED BY SIZE INTO WS-LOT-SOLDE.

       1700-FIN-DE-MOIS-FIN.
           EXIT.

      *******************************************************
      *  TRI DES ECRITURES (ET DES SOLDES FIGES) PAR COMPTE,
      *  DATE ET LOT DANS LE FICHIER DE TRAVAIL
      *******************************************************
       2000-TRI-ECRITURES-DEBUT.

           OPEN INPUT FCOMPTA.
           IF NOT WS-STATUS-FILE-FCOMPTA-OK
               DISPLAY "--> FACTURES-COMPTA.txt ABSENT: "
                       "AUCUNE ECRITURE A EDITER"
               MOVE 16 TO RETURN-CODE
               GO TO 2000-TRI-ECRITURES-FIN
           END-IF.
           CLOSE FCOMPTA.

           IF WS-SOLDES-PRESENTS-OUI
               SORT SCOMPTA ON ASCENDING KEY SCPT-COMPTE,
                                              SCPT-DATE,
                                              SCPT-BATCH
                   USING FCOMPTA FSOLDES GIVING FTRI
           ELSE
               SORT SCOMPTA ON ASCENDING KEY SCPT-COMPTE,
                                              SCPT-DATE,
                                              SCPT-BATCH
                   USING FCOMPTA GIVING FTRI
           END-IF.

       2000-TRI-ECRITURES-FIN.
           EXIT.

      *******************************************************
      *  EDITIONS : LECTURE DU FICHIER TRIE EN RUPTURE DE
      *  COMPTE, GRAND LIVRE ET BALANCE EN PARALLELE
      *******************************************************
       3000-EDITIONS-DEBUT.

           OPEN INPUT FTRI.
           IF NOT WS-STATUS-FILE-FTRI-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FTRI': "
                       WS-STATUS-FILE-FTRI
               MOVE 16 TO RETURN-CODE
               GO TO 3000-EDITIONS-FIN
           END-IF.
           OPEN OUTPUT FGLIVRE.
           IF NOT WS-STATUS-FILE-FGLIVRE-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FGLIVRE': "
                       WS-STATUS-FILE-FGLIVRE
               CLOSE FTRI
               MOVE 16 TO RETURN-CODE
               GO TO 3000-EDITIONS-FIN
           END-IF.
           OPEN OUTPUT FBALANCE.
           IF NOT WS-STATUS-FILE-FBALANCE-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FBALANCE': "
                       WS-STATUS-FILE-FBALANCE
               CLOSE FTRI FGLIVRE
               MOVE 16 TO RETURN-CODE
               GO TO 3000-EDITIONS-FIN
           END-IF.
           IF WS-A-FIGER-OUI
               OPEN EXTEND FSOLDES
               IF WS-STATUS-FILE-FSOLDES-INEXISTANT
                   OPEN OUTPUT FSOLDES
               END-IF
               IF NOT WS-STATUS-FILE-FSOLDES-OK
                   DISPLAY "ERREUR OUVERTURE FICHIER 'FSOLDES': "
                           WS-STATUS-FILE-FSOLDES
                           " - SOLDES NON FIGES"
                   MOVE "N" TO WS-A-FIGER
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

           PERFORM 3050-ENTETES-DEBUT THRU 3050-ENTETES-FIN.

           MOVE SPACES TO WS-CPT-COMPTE.
           PERFORM UNTIL NOT WS-STATUS-FILE-FTRI-OK
               READ FTRI
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 3100-TRAITEMENT-LIGNE-DEBUT
                          THRU 3100-TRAITEMENT-LIGNE-FIN
               END-READ
           END-PERFORM.
           IF WS-CPT-COMPTE NOT = SPACES
               PERFORM 3300-FIN-COMPTE-DEBUT
                  THRU 3300-FIN-COMPTE-FIN
           END-IF.

           PERFORM 3900-TOTAUX-BALANCE-DEBUT
              THRU 3900-TOTAUX-BALANCE-FIN.

           CLOSE FTRI.
           CLOSE FGLIVRE.
           CLOSE FBALANCE.
           IF WS-A-FIGER-OUI
               CLOSE FSOLDES
           END-IF.

       3000-EDITIONS-FIN.
           EXIT.

      *******************************************************
      *  ENTETES DU GRAND LIVRE ET DE LA BALANCE
      *******************************************************
       3050-ENTETES-DEBUT.

           MOVE SPACES TO WS-LIGNE.
           STRING "GRAND LIVRE - PERIODE " WS-MOIS-EDITE
                  DELIMITED BY SIZE INTO WS-LIGNE.
           MOVE WS-LIGNE TO RGLIVRE.
           WRITE RGLIVRE.
           MOVE ALL "=" TO RGLIVRE.
           WRITE RGLIVRE.
           MOVE SPACES TO WS-LIGNE.
           STRING "  DATE     LOT                       DEBIT"
                  "            CREDIT  SOLDE PROGRESSIF"
                  DELIMITED BY SIZE INTO WS-LIGNE.
           MOVE WS-LIGNE TO RGLIVRE.
           WRITE RGLIVRE.

           MOVE SPACES TO WS-LIGNE.
           STRING "BALANCE GENERALE - PERIODE " WS-MOIS-EDITE
                  DELIMITED BY SIZE INTO WS-LIGNE.
           IF WS-MOIS-FIGE > ZEROES
               MOVE SPACES TO WS-LIGNE (40:)
               STRING "(OUVERTURE : SOLDES FIGES DE " WS-MOIS-FIGE
                      ")"
                      DELIMITED BY SIZE INTO WS-LIGNE (40:)
           END-IF.
           MOVE WS-LIGNE TO RBALANCE.
           WRITE RBALANCE.
           MOVE ALL "=" TO RBALANCE.
           WRITE RBALANCE.
           MOVE SPACES TO WS-LIGNE.
           STRING "COMPTE     LIBELLE                  "
                  "         OUVERTURE                DEBITS"
                  "            CREDITS            CLOTURE"
                  DELIMITED BY SIZE INTO WS-LIGNE.
           MOVE WS-LIGNE TO RBALANCE.
           WRITE RBALANCE.
           MOVE ALL "-" TO RBALANCE.
           WRITE RBALANCE.

       3050-ENTETES-FIN.
           EXIT.

      *******************************************************
      *  TRAITEMENT D'UNE LIGNE TRIEE : SOLDE FIGE, MOUVEMENT
      *  ANTERIEUR (OUVERTURE) OU MOUVEMENT DU MOIS
      *******************************************************
       3100-TRAITEMENT-LIGNE-DEBUT.

           IF TRI-SENS NOT = "D" AND TRI-SENS NOT = "C"
               GO TO 3100-TRAITEMENT-LIGNE-FIN
           END-IF.
           IF TRI-DATE NOT NUMERIC OR TRI-MONTANT NOT NUMERIC
               GO TO 3100-TRAITEMENT-LIGNE-FIN
           END-IF.

      ****** RUPTURE DE COMPTE
           IF TRI-COMPTE NOT = WS-CPT-COMPTE
               IF WS-CPT-COMPTE NOT = SPACES
                   PERFORM 3300-FIN-COMPTE-DEBUT
                      THRU 3300-FIN-COMPTE-FIN
               END-IF
               PERFORM 3200-DEBUT-COMPTE-DEBUT
                  THRU 3200-DEBUT-COMPTE-FIN
           END-IF.

           IF TRI-SENS = "D"
               MOVE TRI-MONTANT TO WS-MONTANT-SIGNE
           ELSE
               COMPUTE WS-MONTANT-SIGNE = ZERO - TRI-MONTANT
           END-IF.

      ****** SOLDES FIGES : OUVERTURE OU CONTROLE DU MOIS EDITE
           IF TRI-BATCH-TYPE = "SOLDE "
               IF WS-MOIS-FIGE > ZEROES
               AND TRI-BATCH-MOIS = WS-MOIS-FIGE
                   ADD WS-MONTANT-SIGNE TO WS-CPT-OUVERTURE
               END-IF
               IF TRI-BATCH-MOIS = WS-MOIS-EDITE
                   ADD WS-MONTANT-SIGNE TO WS-CPT-FIGE
               END-IF
               GO TO 3100-TRAITEMENT-LIGNE-FIN
           END-IF.

      ****** MOUVEMENTS : DEJA DANS LE FIGE, OUVERTURE, MOIS EDITE
           MOVE TRI-DATE (1:6) TO WS-MOIS-LIGNE.
           IF WS-MOIS-LIGNE <= WS-MOIS-FIGE
           OR WS-MOIS-LIGNE > WS-MOIS-EDITE
               GO TO 3100-TRAITEMENT-LIGNE-FIN
           END-IF.
           IF WS-MOIS-LIGNE < WS-MOIS-EDITE
               ADD WS-MONTANT-SIGNE TO WS-CPT-OUVERTURE
               GO TO 3100-TRAITEMENT-LIGNE-FIN
           END-IF.

           PERFORM 3400-MOUVEMENT-DEBUT THRU 3400-MOUVEMENT-FIN.

       3100-TRAITEMENT-LIGNE-FIN.
           EXIT.

      *******************************************************
      *  DEBUT D'UN COMPTE : REMISE A ZERO DES CUMULS
      *******************************************************
       3200-DEBUT-COMPTE-DEBUT.

           MOVE TRI-COMPTE TO WS-CPT-COMPTE.
           MOVE ZEROES TO WS-CPT-OUVERTURE WS-CPT-DEBITS
                          WS-CPT-CREDITS WS-CPT-SOLDE
                          WS-CPT-FIGE WS-CPT-NB-MVTS.
           MOVE "N" TO WS-CPT-ECART-FIGE.
           PERFORM 1100-RECHERCHE-LIBELLE-DEBUT
              THRU 1100-RECHERCHE-LIBELLE-FIN.

       3200-DEBUT-COMPTE-FIN.
           EXIT.

      *******************************************************
      *  FIN D'UN COMPTE : PIED DU GRAND LIVRE, LIGNE DE BALANCE,
      *  CONTROLE OU FIGEAGE DU SOLDE DE CLOTURE
      *******************************************************
       3300-FIN-COMPTE-DEBUT.

           IF WS-CPT-OUVERTURE = ZEROES
           AND WS-CPT-NB-MVTS = ZEROES
           AND WS-CPT-FIGE = ZEROES
               GO TO 3300-FIN-COMPTE-FIN
           END-IF.

           COMPUTE WS-CPT-SOLDE = WS-CPT-OUVERTURE + WS-CPT-DEBITS
                                - WS-CPT-CREDITS.

      ****** PIED DU COMPTE AU GRAND LIVRE
           IF WS-CPT-NB-MVTS > ZEROES
               MOVE WS-CPT-DEBITS TO WS-EDIT-MONTANT
               MOVE WS-EDIT-MONTANT TO WS-COL-DEBIT
               MOVE WS-CPT-CREDITS TO WS-EDIT-MONTANT
               MOVE WS-EDIT-MONTANT TO WS-COL-CREDIT
               MOVE WS-CPT-SOLDE TO WS-MONTANT-SIGNE
               PERFORM 3600-SENS-MONTANT-DEBUT
                  THRU 3600-SENS-MONTANT-FIN
               MOVE SPACES TO WS-LIGNE
               STRING "  TOTAL " WS-CPT-COMPTE "      "
                      WS-COL-DEBIT " " WS-COL-CREDIT " "
                      WS-EDIT-MONTANT " " WS-SENS-CALCULE
                      DELIMITED BY SIZE INTO WS-LIGNE
               MOVE WS-LIGNE TO RGLIVRE
               WRITE RGLIVRE
           END-IF.

      ****** LIGNE DE BALANCE
           MOVE WS-CPT-OUVERTURE TO WS-MONTANT-SIGNE.
           PERFORM 3600-SENS-MONTANT-DEBUT
              THRU 3600-SENS-MONTANT-FIN.
           MOVE WS-EDIT-MONTANT TO WS-COL-OUVERTURE.
           MOVE WS-SENS-CALCULE TO WS-SENS-OUVERTURE.
           IF WS-CPT-OUVERTURE > ZEROES
               ADD WS-CPT-OUVERTURE TO WS-TOT-OUV-DEBITEURS
           ELSE
               SUBTRACT WS-CPT-OUVERTURE FROM WS-TOT-OUV-CREDITEURS
           END-IF.

           MOVE WS-CPT-SOLDE TO WS-MONTANT-SIGNE.
           PERFORM 3600-SENS-MONTANT-DEBUT
              THRU 3600-SENS-MONTANT-FIN.
           MOVE WS-EDIT-MONTANT TO WS-COL-SOLDE.
           MOVE WS-SENS-CALCULE TO WS-SENS-SOLDE.
           IF WS-CPT-SOLDE > ZEROES
               ADD WS-CPT-SOLDE TO WS-TOT-CLO-DEBITEURS
           ELSE
               SUBTRACT WS-CPT-SOLDE FROM WS-TOT-CLO-CREDITEURS
           END-IF.

           MOVE WS-CPT-DEBITS TO WS-EDIT-MONTANT.
           MOVE WS-EDIT-MONTANT TO WS-COL-DEBIT.
           MOVE WS-CPT-CREDITS TO WS-EDIT-MONTANT.
           MOVE WS-EDIT-MONTANT TO WS-COL-CREDIT.
           ADD WS-CPT-DEBITS  TO WS-TOT-DEBITS.
           ADD WS-CPT-CREDITS TO WS-TOT-CREDITS.

      ****** MOIS DEJA FIGE : LE SOLDE DOIT ETRE LE SOLDE FIGE
           IF WS-PERIODE-FIGEE-OUI
           AND WS-CPT-SOLDE NOT = WS-CPT-FIGE
               MOVE "O" TO WS-CPT-ECART-FIGE
               ADD 1 TO WS-COMPTEUR-ECARTS-FIGES
           END-IF.

           MOVE SPACES TO WS-LIGNE.
           STRING WS-CPT-COMPTE " " WS-CPT-LIBELLE (1:25) " "
                  WS-COL-OUVERTURE " " WS-SENS-OUVERTURE " "
                  WS-COL-DEBIT " " WS-COL-CREDIT " "
                  WS-COL-SOLDE " " WS-SENS-SOLDE
                  DELIMITED BY SIZE INTO WS-LIGNE.
           IF WS-CPT-ECART-FIGE-OUI
               MOVE "ECART FIGE" TO WS-LIGNE (118:10)
           END-IF.
           MOVE WS-LIGNE TO RBALANCE.
           WRITE RBALANCE.
           ADD 1 TO WS-COMPTEUR-COMPTES.

      ****** MOIS CLOS NON ENCORE FIGE : FIGEAGE DU SOLDE
           IF WS-A-FIGER-OUI
           AND WS-CPT-SOLDE NOT = ZEROES
               MOVE SPACES TO RSOLDES
               MOVE WS-DATE-FIN-MOIS TO SOL-DATE
               MOVE WS-LOT-SOLDE TO SOL-BATCH
               MOVE WS-SENS-SOLDE TO SOL-SENS
               MOVE WS-CPT-COMPTE TO SOL-COMPTE
               MOVE WS-CPT-SOLDE TO SOL-MONTANT
               WRITE RSOLDES
               ADD 1 TO WS-COMPTEUR-FIGES
           END-IF.

       3300-FIN-COMPTE-FIN.
           EXIT.

      *******************************************************
      *  MOUVEMENT DU MOIS : ENTETE DU COMPTE AU PREMIER, PUIS
      *  LIGNE DE DETAIL AVEC LE SOLDE PROGRESSIF
      *******************************************************
       3400-MOUVEMENT-DEBUT.

           IF WS-CPT-NB-MVTS = ZEROES
               PERFORM 3500-ENTETE-COMPTE-DEBUT
                  THRU 3500-ENTETE-COMPTE-FIN
           END-IF.

           MOVE SPACES TO WS-COL-DEBIT WS-COL-CREDIT.
           MOVE TRI-MONTANT TO WS-EDIT-MONTANT.
           IF TRI-SENS = "D"
               ADD TRI-MONTANT TO WS-CPT-DEBITS
               MOVE WS-EDIT-MONTANT TO WS-COL-DEBIT
           ELSE
               ADD TRI-MONTANT TO WS-CPT-CREDITS
               MOVE WS-EDIT-MONTANT TO WS-COL-CREDIT
           END-IF.
           ADD 1 TO WS-CPT-NB-MVTS.
           ADD 1 TO WS-COMPTEUR-MOUVEMENTS.

           COMPUTE WS-MONTANT-SIGNE = WS-CPT-OUVERTURE
                                    + WS-CPT-DEBITS - WS-CPT-CREDITS.
           PERFORM 3600-SENS-MONTANT-DEBUT
              THRU 3600-SENS-MONTANT-FIN.

           MOVE SPACES TO WS-LIGNE.
           STRING "  " TRI-DATE " " TRI-BATCH " "
                  WS-COL-DEBIT " " WS-COL-CREDIT " "
                  WS-EDIT-MONTANT " " WS-SENS-CALCULE
                  DELIMITED BY SIZE INTO WS-LIGNE.
           MOVE WS-LIGNE TO RGLIVRE.
           WRITE RGLIVRE.

       3400-MOUVEMENT-FIN.
           EXIT.

      *******************************************************
      *  ENTETE D'UN COMPTE AU GRAND LIVRE AVEC SON OUVERTURE
      *******************************************************
       3500-ENTETE-COMPTE-DEBUT.

           MOVE SPACES TO RGLIVRE.
           WRITE RGLIVRE.
           MOVE SPACES TO WS-LIGNE.
           STRING "COMPTE " WS-CPT-COMPTE " " WS-CPT-LIBELLE
                  DELIMITED BY SIZE INTO WS-LIGNE.
           MOVE WS-LIGNE TO RGLIVRE.
           WRITE RGLIVRE.

           MOVE WS-CPT-OUVERTURE TO WS-MONTANT-SIGNE.
           PERFORM 3600-SENS-MONTANT-DEBUT
              THRU 3600-SENS-MONTANT-FIN.
           MOVE SPACES TO WS-LIGNE.
           STRING "  SOLDE D'OUVERTURE"
                  "                                         "
                  WS-EDIT-MONTANT " " WS-SENS-CALCULE
                  DELIMITED BY SIZE INTO WS-LIGNE.
           MOVE WS-LIGNE TO RGLIVRE.
           WRITE RGLIVRE.

       3500-ENTETE-COMPTE-FIN.
           EXIT.

      *******************************************************
      *  MONTANT SIGNE EDITE EN VALEUR ABSOLUE AVEC SON SENS
      *  (D DEBITEUR, C CREDITEUR, BLANC SOLDE)
      *******************************************************
       3600-SENS-MONTANT-DEBUT.

           MOVE WS-MONTANT-SIGNE TO WS-EDIT-MONTANT.
           EVALUATE TRUE
               WHEN WS-MONTANT-SIGNE > ZEROES
                   MOVE "D" TO WS-SENS-CALCULE
               WHEN WS-MONTANT-SIGNE < ZEROES
                   MOVE "C" TO WS-SENS-CALCULE
               WHEN OTHER
                   MOVE SPACE TO WS-SENS-CALCULE
           END-EVALUATE.

       3600-SENS-MONTANT-FIN.
           EXIT.

      *******************************************************
      *  TOTAUX DE LA BALANCE ET CONTROLE DEBITS = CREDITS
      *******************************************************
       3900-TOTAUX-BALANCE-DEBUT.

           MOVE ALL "-" TO RBALANCE.
           WRITE RBALANCE.

           MOVE SPACES TO WS-LIGNE.
           MOVE WS-TOT-OUV-DEBITEURS TO WS-EDIT-TOTAL.
           STRING "SOLDES D'OUVERTURE  DEBITEURS " WS-EDIT-TOTAL
                  DELIMITED BY SIZE INTO WS-LIGNE.
           MOVE WS-TOT-OUV-CREDITEURS TO WS-EDIT-TOTAL.
           STRING "   CREDITEURS " WS-EDIT-TOTAL
                  DELIMITED BY SIZE INTO WS-LIGNE (51:).
           MOVE WS-LIGNE TO RBALANCE.
           WRITE RBALANCE.
           COMPUTE WS-ECART = WS-TOT-OUV-DEBITEURS
                            - WS-TOT-OUV-CREDITEURS.
           PERFORM 3910-LIGNE-ECART-DEBUT THRU 3910-LIGNE-ECART-FIN.

           MOVE SPACES TO WS-LIGNE.
           MOVE WS-TOT-DEBITS TO WS-EDIT-TOTAL.
           STRING "MOUVEMENTS DU MOIS  DEBITS    " WS-EDIT-TOTAL
                  DELIMITED BY SIZE INTO WS-LIGNE.
           MOVE WS-TOT-CREDITS TO WS-EDIT-TOTAL.
           STRING "   CREDITS    " WS-EDIT-TOTAL
                  DELIMITED BY SIZE INTO WS-LIGNE (51:).
           MOVE WS-LIGNE TO RBALANCE.
           WRITE RBALANCE.
           COMPUTE WS-ECART = WS-TOT-DEBITS - WS-TOT-CREDITS.
           PERFORM 3910-LIGNE-ECART-DEBUT THRU 3910-LIGNE-ECART-FIN.

           MOVE SPACES TO WS-LIGNE.
           MOVE WS-TOT-CLO-DEBITEURS TO WS-EDIT-TOTAL.
           STRING "SOLDES DE CLOTURE   DEBITEURS " WS-EDIT-TOTAL
                  DELIMITED BY SIZE INTO WS-LIGNE.
           MOVE WS-TOT-CLO-CREDITEURS TO WS-EDIT-TOTAL.
           STRING "   CREDITEURS " WS-EDIT-TOTAL
                  DELIMITED BY SIZE INTO WS-LIGNE (51:).
           MOVE WS-LIGNE TO RBALANCE.
           WRITE RBALANCE.
           COMPUTE WS-ECART = WS-TOT-CLO-DEBITEURS
                            - WS-TOT-CLO-CREDITEURS.
           PERFORM 3910-LIGNE-ECART-DEBUT THRU 3910-LIGNE-ECART-FIN.

           IF WS-COMPTEUR-ECARTS-FIGES > ZEROES
               MOVE SPACES TO WS-LIGNE
               STRING "*** " WS-COMPTEUR-ECARTS-FIGES
                      " COMPTE(S) EN ECART AVEC LES SOLDES FIGES"
                      " DU MOIS CLOS ***"
                      DELIMITED BY SIZE INTO WS-LIGNE
               MOVE WS-LIGNE TO RBALANCE
               WRITE RBALANCE
           END-IF.

       3900-TOTAUX-BALANCE-FIN.
           EXIT.

      *******************************************************
      *  LIGNE D'ECART SOUS UN TOTAL DESEQUILIBRE
      *******************************************************
       3910-LIGNE-ECART-DEBUT.

           IF WS-ECART = ZEROES
               GO TO 3910-LIGNE-ECART-FIN
           END-IF.

           ADD 1 TO WS-COMPTEUR-ECARTS.
           MOVE WS-ECART TO WS-EDIT-ECART.
           MOVE SPACES TO WS-LIGNE.
           STRING "*** ECART DEBITS - CREDITS : " WS-EDIT-ECART
                  " ***"
                  DELIMITED BY SIZE INTO WS-LIGNE.
           MOVE WS-LIGNE TO RBALANCE.
           WRITE RBALANCE.

       3910-LIGNE-ECART-FIN.
           EXIT.
