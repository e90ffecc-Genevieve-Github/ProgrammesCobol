       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENCAISSE.
       AUTHOR. GENEVIEVE GIANNASI.
       INSTALLATION. PERSONAL PC.
       DATE-WRITTEN. 15-10-2026.
       DATE-COMPILED. 15-10-2026.
       SECURITY. NON-CONFIDENTIAL.
      ******************************************************************
      * OBJECTIF:
      * Journal des encaissements : FACTURES (6093), AVOIRS, PERTES
      * et REEVALUATION passent leurs ecritures dans
      * FACTURES-COMPTA.txt, mais l'argent recu n'y arrivait jamais -
      * les comptes 411 du grand livre ne faisaient que grossir et ne
      * recoupaient plus BALANCE.
      *
      * Chaque nuit, apres FACTURES, ce traitement passe :
      *   - chaque nouveau reglement de REGLEMENTS.txt :
      *     DEBIT 512 banque, CREDIT 411+societe, lot ENC+date
      *   - chaque nouveau retour banque deplace par RETOURBANQ dans
      *     REGLEMENTS-REJETES.txt : DEBIT 411+societe, CREDIT 512
      *     banque, lot REJ+date
      * Chaque lot est clos par un pied de controle (T EQUILIBRE)
      * et passe ensuite par le rapprochement des accuses de
      * RAPCOMPTA comme les autres.
      *
      * Un reglement n'est jamais passe deux fois : chaque ecriture
      * est inscrite au registre permanent ENCAISSEMENTS-REGISTRE.txt
      * (E encaissement, R retour) et seul l'excedent des reglements
      * presents sur les reglements deja inscrits (meme client, meme
      * date, meme montant) est passe. Un reglement retourne par la
      * banque sort de REGLEMENTS.txt : il est compte avec les
      * retours pour ne pas etre pris pour un nouveau reglement.
      *
      * Premiere execution (registre absent) : l'existant est inscrit
      * au registre en lot REPRISE sans aucune ecriture (il a ete
      * comptabilise a la main jusque-la), code retour 4.
      * Les lignes de REPORT A NOUVEAU ecrites par ARCHPERI
      * (RREGL-NUMFACT = "REPORT") cumulent des reglements deja
      * passes : elles sont ignorees.
      * Client inconnu du fichier client : compte d'attente 471.
      *
      * Chaque lot est remis a ECRICPTA : un lot portant un compte
      * absent du plan comptable ou inactif est mis en suspens
      * (COMPTA-SUSPENS.txt) au lieu d'etre emis, code retour 4. Il
      * reste inscrit au registre et sera libere par PLANMAINT.
      * Les reglements d'un lot ne sont inscrits au registre qu'une
      * fois le lot comptabilise ou mis en suspens : un lot refuse
      * par ECRICPTA (erreur) n'inscrit rien et sera repasse.
      * Les lots ENC et REJ sont uniques par jour (ouverture "U") :
      * une seconde execution dans la journee ne reemet pas un lot
      * du meme numero, ses reglements passent a l'execution
      * suivante (code retour 4).
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ******** FICHIER CLIENT (SOCIETE DU COMPTE 411)
           SELECT FCLIENT ASSIGN TO "FICHIERCLIENT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FCLIENT.

      ******** FICHIER DES REGLEMENTS RECUS
           SELECT FREGL ASSIGN TO "REGLEMENTS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FREGL.

      ******** FICHIER DES REGLEMENTS RETOURNES PAR LA BANQUE
           SELECT FREJETE ASSIGN TO "REGLEMENTS-REJETES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FREJETE.

      ******** REGISTRE PERMANENT DES ENCAISSEMENTS COMPTABILISES
           SELECT FREGISTRE ASSIGN TO "ENCAISSEMENTS-REGISTRE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FREGISTRE.

       DATA DIVISION.
       FILE SECTION.
      ******** FICHIER CLIENT
           COPY 'COBOL-FD-FCLIENT.CPY'.

      ******** FICHIER DES REGLEMENTS RECUS (NUMFACT FACULTATIF)
       FD  FREGL.
       01  RREGL.
           05  RREGL-ID             PIC X(08).
           05  FILLER               PIC X(01).
           05  RREGL-DATE           PIC 9(08).
           05  FILLER               PIC X(01).
           05  RREGL-MONTANT        PIC 9(07)V99.
           05  FILLER               PIC X(01).
           05  RREGL-NUMFACT        PIC X(08).
           05  FILLER               PIC X(01).
           05  RREGL-MODE           PIC X(03).
           05  FILLER               PIC X(01).
           05  RREGL-CHEQUE         PIC X(07).

      ******** FICHIER DES REGLEMENTS RETOURNES PAR LA BANQUE
       FD  FREJETE.
       01  RREJETE.
           05  REJ-ID       PIC X(08).
           05  FILLER       PIC X(01).
           05  REJ-DATE     PIC 9(08).
           05  FILLER       PIC X(01).
           05  REJ-MONTANT  PIC 9(07)V99.
           05  FILLER       PIC X(01).
           05  REJ-MOTIF    PIC X(20).

      ******** REGISTRE PERMANENT DES ENCAISSEMENTS COMPTABILISES
       FD  FREGISTRE.
       01  RREGISTRE.
           05  ENR-TYPE         PIC X(01).
           05  FILLER           PIC X(01).
           05  ENR-ID           PIC X(08).
           05  FILLER           PIC X(01).
           05  ENR-DATE         PIC 9(08).
           05  FILLER           PIC X(01).
           05  ENR-MONTANT      PIC 9(07)V99.
           05  FILLER           PIC X(01).
           05  ENR-LOT          PIC X(12).
           05  FILLER           PIC X(01).
           05  ENR-DATE-COMPTA  PIC 9(08).

       WORKING-STORAGE SECTION.
      ***********************************************
      * DEFINTION DES STATUS DES FICHIERS
      ***********************************************
       01  WS-STATUS-FILE-FCLIENT PIC X(02).
           88 WS-STATUS-FILE-FCLIENT-OK  VALUE "00".
           88 WS-STATUS-FILE-FCLIENT-EOF VALUE "10".
       01  WS-STATUS-FILE-FREGL PIC X(02).
           88 WS-STATUS-FILE-FREGL-OK  VALUE "00".
           88 WS-STATUS-FILE-FREGL-EOF VALUE "10".
       01  WS-STATUS-FILE-FREJETE PIC X(02).
           88 WS-STATUS-FILE-FREJETE-OK  VALUE "00".
           88 WS-STATUS-FILE-FREJETE-EOF VALUE "10".
       01  WS-STATUS-FILE-FREGISTRE PIC X(02).
           88 WS-STATUS-FILE-FREGISTRE-OK  VALUE "00".
           88 WS-STATUS-FILE-FREGISTRE-EOF VALUE "10".
           88 WS-STATUS-FILE-FREGISTRE-INEXISTANT VALUE "35".

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
           05  WS-ECR-PROGRAMME    PIC X(08) VALUE "ENCAISSE".
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

      ******************************************
      *  TABLE DES CLIENTS (SOCIETE DU COMPTE 411)
      ******************************************
       01  WS-TABLE-CLIENTS.
           05 WS-CLIENT-ENTRY OCCURS 5000 INDEXED BY WS-INDICE.
               10 WS-CLIENT-ID      PIC X(08).
               10 WS-CLIENT-SOCIETE PIC X(05).
       01  WS-NB-CLIENTS  PIC 9(04) VALUE ZEROES.
       01  WS-MAX-CLIENTS PIC 9(04) VALUE 5000.

      ******************************************
      *  TABLE DES REGLEMENTS PAR CLIENT, DATE ET MONTANT :
      *  NOMBRE PRESENTS, RETOURNES, DEJA ENCAISSES ET DEJA
      *  CONTRE-PASSES AU REGISTRE
      ******************************************
       01  WS-TABLE-PAIEMENTS.
           05 WS-PAIE-ENTRY OCCURS 5000 INDEXED BY WS-INDICE2.
               10 WS-PAIE-ID       PIC X(08).
               10 WS-PAIE-DATE     PIC 9(08).
               10 WS-PAIE-MONTANT  PIC 9(07)V99.
               10 WS-PAIE-NB-RECUS PIC 9(04).
               10 WS-PAIE-NB-RETOURS PIC 9(04).
               10 WS-PAIE-NB-ENC   PIC 9(04).
               10 WS-PAIE-NB-REJ   PIC 9(04).
       01  WS-NB-PAIEMENTS  PIC 9(04) VALUE ZEROES.
       01  WS-MAX-PAIEMENTS PIC 9(04) VALUE 5000.
       01  WS-TABLE-PLEINE PIC X(01) VALUE "N".
           88 WS-TABLE-PLEINE-OUI VALUE "O".
       01  WS-TROUVE PIC X(01) VALUE "N".
           88 WS-TROUVE-OUI VALUE "O".

      ******************************************
      *  LIGNES DU REGISTRE DU LOT EN COURS, INSCRITES SEULEMENT
      *  QUAND ECRICPTA A COMPTABILISE OU MIS LE LOT EN SUSPENS
      ******************************************
       01  WS-TABLE-INSCRIPTIONS.
           05 WS-INS-ENTRY OCCURS 10000 INDEXED BY WS-INDICE3.
               10 WS-INS-IMAGE PIC X(51).
       01  WS-NB-INSCRIPTIONS  PIC 9(05) VALUE ZEROES.
       01  WS-MAX-INSCRIPTIONS PIC 9(05) VALUE 10000.
       01  WS-COMPTEUR-REPORTES PIC 9(05) VALUE ZEROES.

      ******************************************
      *  CLE DE RECHERCHE D'UN REGLEMENT
      ******************************************
       01  WS-CLE-ID      PIC X(08) VALUE SPACES.
       01  WS-CLE-DATE    PIC 9(08) VALUE ZEROES.
       01  WS-CLE-MONTANT PIC 9(07)V99 VALUE ZEROES.

      ******************************************
      *  ZONES DE TRAITEMENT
      ******************************************
       01  WS-DATE-JOUR PIC 9(08) VALUE ZEROES.
       01  WS-REPRISE PIC X(01) VALUE "N".
           88 WS-REPRISE-OUI VALUE "O".
       01  WS-COMPTE-BANQUE PIC X(10) VALUE "512000".
       01  WS-COMPTE-ATTENTE PIC X(10) VALUE "471000".
       01  WS-COMPTE-CLIENT PIC X(10) VALUE SPACES.
       01  WS-COMPTA-BATCH PIC X(12) VALUE SPACES.
       01  WS-COMPTA-SENS-BANQUE PIC X(01) VALUE SPACES.
       01  WS-COMPTA-SENS-CLIENT PIC X(01) VALUE SPACES.
       01  WS-TYPE-REGISTRE PIC X(01) VALUE SPACES.
       01  WS-A-PASSER PIC S9(05) VALUE ZEROES.
       01  WS-COMPTA-DEBITS  PIC 9(09)V99 VALUE ZEROES.
       01  WS-COMPTA-CREDITS PIC 9(09)V99 VALUE ZEROES.
       01  WS-COMPTEUR-LOT PIC 9(05) VALUE ZEROES.
       01  WS-COMPTEUR-ENC PIC 9(05) VALUE ZEROES.
       01  WS-COMPTEUR-REJ PIC 9(05) VALUE ZEROES.
       01  WS-COMPTEUR-ATTENTE PIC 9(05) VALUE ZEROES.
       01  WS-COMPTEUR-REPRISE PIC 9(05) VALUE ZEROES.
       01  WS-COMPTEUR-SUSPENS PIC 9(05) VALUE ZEROES.
       01  WS-TOTAL-ENC PIC 9(09)V99 VALUE ZEROES.
       01  WS-TOTAL-REJ PIC 9(09)V99 VALUE ZEROES.
       01  WS-EDIT-MONTANT PIC ZZZ.ZZZ.ZZ9,99.

      ***********************************************
      * JOURNALISATION CENTRALE DES EVENEMENTS (LOGEVENT)
      ***********************************************
       01  WS-JOURNALISATION.
           05  WS-JRN-PROGRAMME PIC X(08) VALUE "ENCAISSE".
           05  WS-JRN-SEVERITE  PIC X(01) VALUE "I".
           05  WS-JRN-MESSAGE   PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-DEB.
      *******************************************************
      *  PARAGRAPHE PRINCIPAL
      *******************************************************
           DISPLAY "JOURNAL DES ENCAISSEMENTS".
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATE-JOUR.
      *
      *********** SOCIETE DE CHAQUE CLIENT
           PERFORM 1000-CHARGEMENT-CLIENTS-DEBUT
              THRU 1000-CHARGEMENT-CLIENTS-FIN.
      *
      *********** CE QUI EST DEJA COMPTABILISE
           PERFORM 2000-LECTURE-REGISTRE-DEBUT
              THRU 2000-LECTURE-REGISTRE-FIN.
           IF RETURN-CODE > 4
               GO TO 0000-MAIN-FIN
           END-IF.
      *
      *********** CE QUI EST PRESENT : RETOURS ET REGLEMENTS
           PERFORM 3000-LECTURE-RETOURS-DEBUT
              THRU 3000-LECTURE-RETOURS-FIN.
           PERFORM 3500-LECTURE-REGLEMENTS-DEBUT
              THRU 3500-LECTURE-REGLEMENTS-FIN.

           IF WS-TABLE-PLEINE-OUI
               DISPLAY "*** PLUS DE " WS-MAX-PAIEMENTS
                       " REGLEMENTS DISTINCTS: AUCUNE ECRITURE "
                       "PASSEE (RISQUE DE DOUBLE COMPTABILISATION)"
               MOVE "E" TO WS-JRN-SEVERITE
               MOVE "TABLE DES REGLEMENTS PLEINE, AUCUNE ECRITURE"
                    TO WS-JRN-MESSAGE
               PERFORM 9998-JOURNALISER-DEBUT
                  THRU 9998-JOURNALISER-FIN
               MOVE 16 TO RETURN-CODE
               GO TO 0000-MAIN-FIN
           END-IF.
      *
      *********** PASSAGE DES ECRITURES (OU REPRISE DE L'EXISTANT)
           PERFORM 4000-COMPTABILISATION-DEBUT
              THRU 4000-COMPTABILISATION-FIN.

           DISPLAY "==============================================".
           IF WS-REPRISE-OUI
               DISPLAY "REGLEMENTS REPRIS SANS ECRITURE: "
                       WS-COMPTEUR-REPRISE
           END-IF.
           MOVE WS-TOTAL-ENC TO WS-EDIT-MONTANT.
           DISPLAY "ENCAISSEMENTS PASSES  : " WS-COMPTEUR-ENC
                   "  " WS-EDIT-MONTANT.
           MOVE WS-TOTAL-REJ TO WS-EDIT-MONTANT.
           DISPLAY "RETOURS CONTRE-PASSES : " WS-COMPTEUR-REJ
                   "  " WS-EDIT-MONTANT.
           IF WS-COMPTEUR-ATTENTE > ZEROES
               DISPLAY "DONT CLIENTS INCONNUS (COMPTE D'ATTENTE): "
                       WS-COMPTEUR-ATTENTE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           IF WS-COMPTEUR-REPORTES > ZEROES
               DISPLAY "LOTS DEJA EMIS CE JOUR, REPORTES: "
                       WS-COMPTEUR-REPORTES
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           IF WS-COMPTEUR-SUSPENS > ZEROES
               DISPLAY "LOTS EN SUSPENS (PLAN COMPTABLE): "
                       WS-COMPTEUR-SUSPENS
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           DISPLAY "==============================================".

           MOVE "I" TO WS-JRN-SEVERITE.
           MOVE SPACES TO WS-JRN-MESSAGE.
           STRING "ENCAISSEMENTS " WS-COMPTEUR-ENC
                  " RETOURS " WS-COMPTEUR-REJ
                  " REPRIS " WS-COMPTEUR-REPRISE
                  DELIMITED BY SIZE INTO WS-JRN-MESSAGE.
           PERFORM 9998-JOURNALISER-DEBUT THRU 9998-JOURNALISER-FIN.

       0000-MAIN-FIN.
           GOBACK.

      *******************************************************
      *  CHARGEMENT DE LA SOCIETE DE CHAQUE CLIENT
      *******************************************************
       1000-CHARGEMENT-CLIENTS-DEBUT.

           OPEN INPUT FCLIENT.
           IF NOT WS-STATUS-FILE-FCLIENT-OK
               DISPLAY "--> FICHIERCLIENT.txt ABSENT: TOUS LES "
                       "REGLEMENTS IRONT AU COMPTE D'ATTENTE"
               GO TO 1000-CHARGEMENT-CLIENTS-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FCLIENT-OK
               READ FCLIENT
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-NB-CLIENTS < WS-MAX-CLIENTS
                           ADD 1 TO WS-NB-CLIENTS
                           SET WS-INDICE TO WS-NB-CLIENTS
                           MOVE RCLIENT-ID TO WS-CLIENT-ID (WS-INDICE)
                           MOVE RCLIENT-SOCIETE
                                TO WS-CLIENT-SOCIETE (WS-INDICE)
                       ELSE
                           DISPLAY "--> ! PLUS DE " WS-MAX-CLIENTS
                                   " CLIENTS!"
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FCLIENT.

       1000-CHARGEMENT-CLIENTS-FIN.
           EXIT.

      *******************************************************
      *  LECTURE DU REGISTRE : CE QUI A DEJA ETE PASSE
      *  (REGISTRE ABSENT = PREMIERE EXECUTION, REPRISE)
      *******************************************************
       2000-LECTURE-REGISTRE-DEBUT.

           OPEN INPUT FREGISTRE.
           IF WS-STATUS-FILE-FREGISTRE-INEXISTANT
               MOVE "O" TO WS-REPRISE
               DISPLAY "--> REGISTRE DES ENCAISSEMENTS ABSENT: "
                       "REPRISE DE L'EXISTANT SANS ECRITURE"
               GO TO 2000-LECTURE-REGISTRE-FIN
           END-IF.
           IF NOT WS-STATUS-FILE-FREGISTRE-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FREGISTRE': "
                       WS-STATUS-FILE-FREGISTRE
               MOVE 16 TO RETURN-CODE
               GO TO 2000-LECTURE-REGISTRE-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FREGISTRE-OK
               READ FREGISTRE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ENR-MONTANT IS NUMERIC
                       AND ENR-DATE IS NUMERIC
                           MOVE ENR-ID      TO WS-CLE-ID
                           MOVE ENR-DATE    TO WS-CLE-DATE
                           MOVE ENR-MONTANT TO WS-CLE-MONTANT
                           PERFORM 2100-RECHERCHE-PAIEMENT-DEBUT
                              THRU 2100-RECHERCHE-PAIEMENT-FIN
                           IF WS-TROUVE-OUI
                               IF ENR-TYPE = "E"
                                   ADD 1 TO WS-PAIE-NB-ENC (WS-INDICE2)
                               END-IF
                               IF ENR-TYPE = "R"
                                   ADD 1 TO WS-PAIE-NB-REJ (WS-INDICE2)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FREGISTRE.

       2000-LECTURE-REGISTRE-FIN.
           EXIT.

      *******************************************************
      *  RECHERCHE (OU CREATION) DE LA LIGNE DU REGLEMENT
      *  CLIENT + DATE + MONTANT DANS LA TABLE
      *******************************************************
       2100-RECHERCHE-PAIEMENT-DEBUT.

           MOVE "N" TO WS-TROUVE.
           PERFORM VARYING WS-INDICE2 FROM 1 BY 1
                   UNTIL WS-INDICE2 > WS-NB-PAIEMENTS OR WS-TROUVE-OUI
               IF WS-PAIE-ID (WS-INDICE2) = WS-CLE-ID
               AND WS-PAIE-DATE (WS-INDICE2) = WS-CLE-DATE
               AND WS-PAIE-MONTANT (WS-INDICE2) = WS-CLE-MONTANT
                   MOVE "O" TO WS-TROUVE
               END-IF
           END-PERFORM.

           IF WS-TROUVE-OUI
               SET WS-INDICE2 DOWN BY 1
               GO TO 2100-RECHERCHE-PAIEMENT-FIN
           END-IF.

           IF WS-NB-PAIEMENTS >= WS-MAX-PAIEMENTS
               MOVE "O" TO WS-TABLE-PLEINE
               GO TO 2100-RECHERCHE-PAIEMENT-FIN
           END-IF.

           ADD 1 TO WS-NB-PAIEMENTS.
           SET WS-INDICE2 TO WS-NB-PAIEMENTS.
           MOVE WS-CLE-ID      TO WS-PAIE-ID (WS-INDICE2).
           MOVE WS-CLE-DATE    TO WS-PAIE-DATE (WS-INDICE2).
           MOVE WS-CLE-MONTANT TO WS-PAIE-MONTANT (WS-INDICE2).
           MOVE ZEROES TO WS-PAIE-NB-RECUS (WS-INDICE2)
                          WS-PAIE-NB-RETOURS (WS-INDICE2)
                          WS-PAIE-NB-ENC (WS-INDICE2)
                          WS-PAIE-NB-REJ (WS-INDICE2).
           MOVE "O" TO WS-TROUVE.

       2100-RECHERCHE-PAIEMENT-FIN.
           EXIT.

      *******************************************************
      *  LECTURE DES RETOURS BANQUE (REGLEMENTS SORTIS DE
      *  REGLEMENTS.txt PAR RETOURBANQ)
      *******************************************************
       3000-LECTURE-RETOURS-DEBUT.

           OPEN INPUT FREJETE.
           IF NOT WS-STATUS-FILE-FREJETE-OK
               DISPLAY "--> REGLEMENTS-REJETES.txt ABSENT"
               GO TO 3000-LECTURE-RETOURS-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FREJETE-OK
               READ FREJETE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF REJ-MONTANT IS NUMERIC
                       AND REJ-DATE IS NUMERIC
                           MOVE REJ-ID      TO WS-CLE-ID
                           MOVE REJ-DATE    TO WS-CLE-DATE
                           MOVE REJ-MONTANT TO WS-CLE-MONTANT
                           PERFORM 2100-RECHERCHE-PAIEMENT-DEBUT
                              THRU 2100-RECHERCHE-PAIEMENT-FIN
                           IF WS-TROUVE-OUI
                               ADD 1 TO WS-PAIE-NB-RETOURS (WS-INDICE2)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FREJETE.

       3000-LECTURE-RETOURS-FIN.
           EXIT.

      *******************************************************
      *  LECTURE DES REGLEMENTS PRESENTS
      *******************************************************
       3500-LECTURE-REGLEMENTS-DEBUT.

           OPEN INPUT FREGL.
           IF NOT WS-STATUS-FILE-FREGL-OK
               DISPLAY "--> REGLEMENTS.txt ABSENT"
               GO TO 3500-LECTURE-REGLEMENTS-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FREGL-OK
               READ FREGL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RREGL-MONTANT IS NUMERIC
                       AND RREGL-DATE IS NUMERIC
                       AND RREGL-NUMFACT NOT = "REPORT"
                           MOVE RREGL-ID      TO WS-CLE-ID
                           MOVE RREGL-DATE    TO WS-CLE-DATE
                           MOVE RREGL-MONTANT TO WS-CLE-MONTANT
                           PERFORM 2100-RECHERCHE-PAIEMENT-DEBUT
                              THRU 2100-RECHERCHE-PAIEMENT-FIN
                           IF WS-TROUVE-OUI
                               ADD 1 TO WS-PAIE-NB-RECUS (WS-INDICE2)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FREGL.

       3500-LECTURE-REGLEMENTS-FIN.
           EXIT.

      *******************************************************
      *  COMPTABILISATION : LOT DES ENCAISSEMENTS PUIS LOT DES
      *  RETOURS, CHACUN CLOS PAR SON PIED DE CONTROLE, ET
      *  INSCRIPTION AU REGISTRE
      *******************************************************
       4000-COMPTABILISATION-DEBUT.

           IF WS-REPRISE-OUI
               OPEN OUTPUT FREGISTRE
           ELSE
               OPEN EXTEND FREGISTRE
           END-IF.
           IF NOT WS-STATUS-FILE-FREGISTRE-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FREGISTRE': "
                       WS-STATUS-FILE-FREGISTRE
               MOVE 16 TO RETURN-CODE
               GO TO 4000-COMPTABILISATION-FIN
           END-IF.
      *
      ****** PREMIERE EXECUTION : INSCRIPTION DE L'EXISTANT SANS
      ****** ECRITURE (DEJA COMPTABILISE A LA MAIN)
           IF WS-REPRISE-OUI
               MOVE "REPRISE" TO WS-COMPTA-BATCH
               PERFORM VARYING WS-INDICE2 FROM 1 BY 1
                       UNTIL WS-INDICE2 > WS-NB-PAIEMENTS
                   PERFORM 4500-REPRISE-PAIEMENT-DEBUT
                      THRU 4500-REPRISE-PAIEMENT-FIN
               END-PERFORM
               CLOSE FREGISTRE
               MOVE 4 TO RETURN-CODE
               GO TO 4000-COMPTABILISATION-FIN
           END-IF.

      *
      ****** LOT ENC : DEBIT BANQUE, CREDIT CLIENT
           MOVE SPACES TO WS-COMPTA-BATCH.
           STRING "ENC " WS-DATE-JOUR
                  DELIMITED BY SIZE INTO WS-COMPTA-BATCH.
           MOVE "D" TO WS-COMPTA-SENS-BANQUE.
           MOVE "C" TO WS-COMPTA-SENS-CLIENT.
           MOVE "E" TO WS-TYPE-REGISTRE.
           MOVE ZEROES TO WS-COMPTA-DEBITS WS-COMPTA-CREDITS
                          WS-COMPTEUR-LOT WS-NB-INSCRIPTIONS.
           PERFORM VARYING WS-INDICE2 FROM 1 BY 1
                   UNTIL WS-INDICE2 > WS-NB-PAIEMENTS
      ****** TOUT REGLEMENT RECU, PRESENT OU DEPUIS RETOURNE, DOIT
      ****** AVOIR ETE ENCAISSE UNE FOIS
               COMPUTE WS-A-PASSER = WS-PAIE-NB-RECUS (WS-INDICE2)
                                   + WS-PAIE-NB-RETOURS (WS-INDICE2)
                                   - WS-PAIE-NB-ENC (WS-INDICE2)
               PERFORM 4100-ECRITURE-PAIEMENT-DEBUT
                  THRU 4100-ECRITURE-PAIEMENT-FIN
                  UNTIL WS-A-PASSER <= ZEROES
           END-PERFORM.
           IF WS-COMPTEUR-LOT > ZEROES
               PERFORM 4200-PIED-LOT-DEBUT THRU 4200-PIED-LOT-FIN
               MOVE WS-COMPTEUR-LOT TO WS-COMPTEUR-ENC
               MOVE WS-COMPTA-DEBITS TO WS-TOTAL-ENC
           END-IF.
      *
      ****** LOT REJ : DEBIT CLIENT, CREDIT BANQUE
           MOVE SPACES TO WS-COMPTA-BATCH.
           STRING "REJ " WS-DATE-JOUR
                  DELIMITED BY SIZE INTO WS-COMPTA-BATCH.
           MOVE "C" TO WS-COMPTA-SENS-BANQUE.
           MOVE "D" TO WS-COMPTA-SENS-CLIENT.
           MOVE "R" TO WS-TYPE-REGISTRE.
           MOVE ZEROES TO WS-COMPTA-DEBITS WS-COMPTA-CREDITS
                          WS-COMPTEUR-LOT WS-NB-INSCRIPTIONS.
           PERFORM VARYING WS-INDICE2 FROM 1 BY 1
                   UNTIL WS-INDICE2 > WS-NB-PAIEMENTS
               COMPUTE WS-A-PASSER = WS-PAIE-NB-RETOURS (WS-INDICE2)
                                   - WS-PAIE-NB-REJ (WS-INDICE2)
               PERFORM 4100-ECRITURE-PAIEMENT-DEBUT
                  THRU 4100-ECRITURE-PAIEMENT-FIN
                  UNTIL WS-A-PASSER <= ZEROES
           END-PERFORM.
           IF WS-COMPTEUR-LOT > ZEROES
               PERFORM 4200-PIED-LOT-DEBUT THRU 4200-PIED-LOT-FIN
               MOVE WS-COMPTEUR-LOT TO WS-COMPTEUR-REJ
               MOVE WS-COMPTA-DEBITS TO WS-TOTAL-REJ
           END-IF.

           CLOSE FREGISTRE.

       4000-COMPTABILISATION-FIN.
           EXIT.

      *******************************************************
      *  ECRITURES EQUILIBREES D'UN REGLEMENT (BANQUE / CLIENT)
      *  ET LIGNE DU REGISTRE MISE EN ATTENTE DE LA VALIDATION
      *******************************************************
       4100-ECRITURE-PAIEMENT-DEBUT.

           PERFORM 4300-COMPTE-CLIENT-DEBUT THRU 4300-COMPTE-CLIENT-FIN.

           MOVE SPACES TO RCOMPTA.
           MOVE WS-DATE-JOUR TO COMPTA-DATE.
           MOVE WS-COMPTA-BATCH TO COMPTA-BATCH.
           MOVE WS-COMPTA-SENS-BANQUE TO COMPTA-SENS.
           MOVE WS-COMPTE-BANQUE TO COMPTA-COMPTE.
           MOVE WS-PAIE-MONTANT (WS-INDICE2) TO COMPTA-MONTANT.
           PERFORM 4400-EMISSION-ECRITURE-DEBUT
              THRU 4400-EMISSION-ECRITURE-FIN.

           MOVE SPACES TO RCOMPTA.
           MOVE WS-DATE-JOUR TO COMPTA-DATE.
           MOVE WS-COMPTA-BATCH TO COMPTA-BATCH.
           MOVE WS-COMPTA-SENS-CLIENT TO COMPTA-SENS.
           MOVE WS-COMPTE-CLIENT TO COMPTA-COMPTE.
           MOVE WS-PAIE-MONTANT (WS-INDICE2) TO COMPTA-MONTANT.
           PERFORM 4400-EMISSION-ECRITURE-DEBUT
              THRU 4400-EMISSION-ECRITURE-FIN.

           ADD WS-PAIE-MONTANT (WS-INDICE2) TO WS-COMPTA-DEBITS
                                               WS-COMPTA-CREDITS.
           ADD 1 TO WS-COMPTEUR-LOT.

           MOVE SPACES TO RREGISTRE.
           MOVE WS-TYPE-REGISTRE TO ENR-TYPE.
           MOVE WS-PAIE-ID (WS-INDICE2) TO ENR-ID.
           MOVE WS-PAIE-DATE (WS-INDICE2) TO ENR-DATE.
           MOVE WS-PAIE-MONTANT (WS-INDICE2) TO ENR-MONTANT.
           MOVE WS-COMPTA-BATCH TO ENR-LOT.
           MOVE WS-DATE-JOUR TO ENR-DATE-COMPTA.
           IF WS-NB-INSCRIPTIONS < WS-MAX-INSCRIPTIONS
               ADD 1 TO WS-NB-INSCRIPTIONS
               SET WS-INDICE3 TO WS-NB-INSCRIPTIONS
               MOVE RREGISTRE TO WS-INS-IMAGE (WS-INDICE3)
           END-IF.

           SUBTRACT 1 FROM WS-A-PASSER.

       4100-ECRITURE-PAIEMENT-FIN.
           EXIT.

      *******************************************************
      *  PIED DE CONTROLE DU LOT : LES DEBITS EGALENT LES CREDITS
      *******************************************************
       4200-PIED-LOT-DEBUT.

           MOVE SPACES TO RCOMPTA.
           MOVE WS-DATE-JOUR TO COMPTA-DATE.
           MOVE WS-COMPTA-BATCH TO COMPTA-BATCH.
           MOVE "T" TO COMPTA-SENS.
           MOVE "EQUILIBRE" TO COMPTA-COMPTE.
           MOVE WS-COMPTA-DEBITS TO COMPTA-MONTANT.
           PERFORM 4400-EMISSION-ECRITURE-DEBUT
              THRU 4400-EMISSION-ECRITURE-FIN.

      *
      ****** VALIDATION DU LOT PAR LE PLAN COMPTABLE
           MOVE "V" TO WS-ECR-ACTION.
           PERFORM 4400-EMISSION-ECRITURE-DEBUT
              THRU 4400-EMISSION-ECRITURE-FIN.
           MOVE "L" TO WS-ECR-ACTION.
           IF WS-ECR-ERREUR
               DISPLAY "*** LOT " WS-COMPTA-BATCH " NON EMIS ***"
               MOVE ZEROES TO WS-COMPTEUR-LOT WS-COMPTA-DEBITS
               MOVE 16 TO RETURN-CODE
               GO TO 4200-PIED-LOT-FIN
           END-IF.
           IF WS-ECR-DEJA-EMIS
               DISPLAY "--> LOT " WS-COMPTA-BATCH " DEJA EMIS CE JOUR: "
                       WS-COMPTEUR-LOT " REGLEMENT(S) REPORTE(S)"
               ADD 1 TO WS-COMPTEUR-REPORTES
               MOVE ZEROES TO WS-COMPTEUR-LOT WS-COMPTA-DEBITS
               GO TO 4200-PIED-LOT-FIN
           END-IF.
      *
      ****** LOT COMPTABILISE OU EN SUSPENS : INSCRIPTION AU REGISTRE
           PERFORM VARYING WS-INDICE3 FROM 1 BY 1
                   UNTIL WS-INDICE3 > WS-NB-INSCRIPTIONS
               MOVE WS-INS-IMAGE (WS-INDICE3) TO RREGISTRE
               WRITE RREGISTRE
           END-PERFORM.
           IF WS-ECR-SUSPENS
               ADD 1 TO WS-COMPTEUR-SUSPENS
               DISPLAY "*** LOT " WS-COMPTA-BATCH " EN SUSPENS: "
                       WS-ECR-NB-ANOMALIES " COMPTE(S) HORS PLAN ***"
               MOVE "A" TO WS-JRN-SEVERITE
               MOVE SPACES TO WS-JRN-MESSAGE
               STRING "LOT " WS-COMPTA-BATCH
                      " EN SUSPENS (PLAN COMPTABLE)"
                      DELIMITED BY SIZE INTO WS-JRN-MESSAGE
               PERFORM 9998-JOURNALISER-DEBUT
                  THRU 9998-JOURNALISER-FIN
           END-IF.

           IF WS-COMPTA-DEBITS NOT = WS-COMPTA-CREDITS
               DISPLAY "*** LOT " WS-COMPTA-BATCH " DESEQUILIBRE ***"
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-ECR-COMPTABILISE
                   DISPLAY "--> LOT " WS-COMPTA-BATCH " EMIS: "
                           WS-COMPTEUR-LOT " REGLEMENT(S)"
               END-IF
           END-IF.

       4200-PIED-LOT-FIN.
           EXIT.

      *******************************************************
      *  COMPTE CLIENT DU REGLEMENT : 411+SOCIETE, OU COMPTE
      *  D'ATTENTE SI LE CLIENT EST INCONNU
      *******************************************************
       4300-COMPTE-CLIENT-DEBUT.

           MOVE WS-COMPTE-ATTENTE TO WS-COMPTE-CLIENT.
           MOVE "N" TO WS-TROUVE.
           PERFORM VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-NB-CLIENTS OR WS-TROUVE-OUI
               IF WS-CLIENT-ID (WS-INDICE) = WS-PAIE-ID (WS-INDICE2)
                   MOVE "O" TO WS-TROUVE
                   MOVE SPACES TO WS-COMPTE-CLIENT
                   STRING "411" WS-CLIENT-SOCIETE (WS-INDICE)
                          DELIMITED BY SIZE INTO WS-COMPTE-CLIENT
               END-IF
           END-PERFORM.

           IF NOT WS-TROUVE-OUI
               ADD 1 TO WS-COMPTEUR-ATTENTE
               DISPLAY "--> CLIENT INCONNU " WS-PAIE-ID (WS-INDICE2)
                       ": COMPTE D'ATTENTE " WS-COMPTE-ATTENTE
           END-IF.

       4300-COMPTE-CLIENT-FIN.
           EXIT.

      *******************************************************
      *  REMISE D'UNE LIGNE (OU DE LA VALIDATION DU LOT) A
      *  ECRICPTA, SANS PERDRE LE CODE RETOUR EN COURS
      *******************************************************
       4400-EMISSION-ECRITURE-DEBUT.

           MOVE RETURN-CODE TO WS-RC-SAUVE.
           MOVE RCOMPTA TO WS-ECR-LIGNE.
           CALL 'ECRICPTA' USING WS-ECRITURE
               ON EXCEPTION
                   MOVE "E" TO WS-ECR-RESULTAT
           END-CALL.
           MOVE WS-RC-SAUVE TO RETURN-CODE.

       4400-EMISSION-ECRITURE-FIN.
           EXIT.

      *******************************************************
      *  REPRISE : INSCRIPTION D'UN REGLEMENT EXISTANT (ET DE
      *  SES RETOURS) AU REGISTRE, SANS ECRITURE
      *******************************************************
       4500-REPRISE-PAIEMENT-DEBUT.

           COMPUTE WS-A-PASSER = WS-PAIE-NB-RECUS (WS-INDICE2)
                               + WS-PAIE-NB-RETOURS (WS-INDICE2).
           PERFORM UNTIL WS-A-PASSER <= ZEROES
               MOVE SPACES TO RREGISTRE
               MOVE "E" TO ENR-TYPE
               MOVE WS-PAIE-ID (WS-INDICE2) TO ENR-ID
               MOVE WS-PAIE-DATE (WS-INDICE2) TO ENR-DATE
               MOVE WS-PAIE-MONTANT (WS-INDICE2) TO ENR-MONTANT
               MOVE WS-COMPTA-BATCH TO ENR-LOT
               MOVE WS-DATE-JOUR TO ENR-DATE-COMPTA
               WRITE RREGISTRE
               ADD 1 TO WS-COMPTEUR-REPRISE
               SUBTRACT 1 FROM WS-A-PASSER
           END-PERFORM.

           MOVE WS-PAIE-NB-RETOURS (WS-INDICE2) TO WS-A-PASSER.
           PERFORM UNTIL WS-A-PASSER <= ZEROES
               MOVE SPACES TO RREGISTRE
               MOVE "R" TO ENR-TYPE
               MOVE WS-PAIE-ID (WS-INDICE2) TO ENR-ID
               MOVE WS-PAIE-DATE (WS-INDICE2) TO ENR-DATE
               MOVE WS-PAIE-MONTANT (WS-INDICE2) TO ENR-MONTANT
               MOVE WS-COMPTA-BATCH TO ENR-LOT
               MOVE WS-DATE-JOUR TO ENR-DATE-COMPTA
               WRITE RREGISTRE
               SUBTRACT 1 FROM WS-A-PASSER
           END-PERFORM.

       4500-REPRISE-PAIEMENT-FIN.
           EXIT.

      *******************************************************
      *  JOURNALISATION D'UN EVENEMENT VIA LOGEVENT
      *******************************************************
       9998-JOURNALISER-DEBUT.

           MOVE RETURN-CODE TO WS-RC-SAUVE.
           CALL 'LOGEVENT' USING WS-JOURNALISATION
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE WS-RC-SAUVE TO RETURN-CODE.

       9998-JOURNALISER-FIN.
           EXIT.
