       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPFEC.
       AUTHOR. GENEVIEVE GIANNASI.
       INSTALLATION. PERSONAL PC.
       DATE-WRITTEN. 15-10-2026.
       DATE-COMPILED. 15-10-2026.
       SECURITY. NON-CONFIDENTIAL.
      ******************************************************************
      * OBJECTIF:
      * Export du Fichier des Ecritures Comptables (FEC) exige en
      * cas de controle fiscal : les lignes RCOMPTA n'ont ni numero
      * d'ecriture ni reference de piece, et rien ne produisait le
      * fichier reglementaire.
      *
      * Pour l'exercice demande (AAAA, du 01/01 au 31/12) et le
      * SIREN de la societe, FACTURES-COMPTA.txt est d'abord
      * controle : chaque lot (COMPTA-BATCH) doit etre equilibre et
      * le total des debits egal a celui des credits. Au moindre
      * ecart, les lots fautifs sont listes et AUCUN FEC n'est
      * produit (code retour 8).
      *
      * Sinon les ecritures sont triees par date et par lot dans
      * FEC-TRI.txt et le fichier <SIREN>FEC<AAAA1231>.txt est
      * produit : entete des 18 zones reglementaires, separateur
      * "|", montants a virgule, une ecriture (numero sequentiel)
      * par lot. Journal deduit du prefixe du lot :
      *   FACT -> VT VENTES            AVO  -> AV AVOIRS CLIENTS
      *   PER  -> PC PERTES SUR CREANCES   ENC/REJ -> BQ BANQUE
      *   REV et tout autre prefixe -> OD OPERATIONS DIVERSES
      * Reference de piece : pour les lots de facturation, le
      * numero FACTEDIT de FACTURES-HISTORIQUE.txt de la facture
      * du jour portant la societe (411), le departement (706) ou
      * le code de TVA (44571) de la ligne - "premier-dernier"
      * quand la ligne en totalise plusieurs ; a defaut, le numero
      * de lot. Date de validation : date d'emission du lot.
      * Les pieds de controle (sens T) ne sont pas exportes.
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

      ******** HISTORIQUE PERMANENT DE FACTURATION
           SELECT FHIST ASSIGN TO "FACTURES-HISTORIQUE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FHIST.

      ******** PLAN COMPTABLE (LIBELLES DES COMPTES)
           SELECT FPLAN ASSIGN TO "PLAN-COMPTABLE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FPLAN.

      ******** ECRITURES TRIEES PAR DATE ET LOT
           SELECT FTRI ASSIGN TO "FEC-TRI.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FTRI.

      ******** FICHIER DES ECRITURES COMPTABLES (NOM REGLEMENTAIRE)
           SELECT FFEC ASSIGN TO DYNAMIC WS-NOM-FEC
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FFEC.

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

      ******** PLAN COMPTABLE
           COPY 'COBOL-FD-PLANCPT.cpy'.

      ******** ECRITURES TRIEES
       FD  FTRI.
       01  RTRI.
           05  TRI-DATE       PIC 9(08).
           05  FILLER         PIC X(01).
           05  TRI-BATCH      PIC X(12).
           05  FILLER         PIC X(01).
           05  TRI-SENS       PIC X(01).
           05  FILLER         PIC X(01).
           05  TRI-COMPTE     PIC X(10).
           05  FILLER         PIC X(01).
           05  TRI-MONTANT    PIC 9(09)V99.

      ******** FICHIER DES ECRITURES COMPTABLES
       FD  FFEC.
       01  RFEC PIC X(300).

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
           88 WS-STATUS-FILE-FCOMPTA-EOF VALUE "10".
       01  WS-STATUS-FILE-FHIST PIC X(02).
           88 WS-STATUS-FILE-FHIST-OK  VALUE "00".
           88 WS-STATUS-FILE-FHIST-EOF VALUE "10".
       01  WS-STATUS-FILE-FPLAN PIC X(02).
           88 WS-STATUS-FILE-FPLAN-OK  VALUE "00".
           88 WS-STATUS-FILE-FPLAN-EOF VALUE "10".
       01  WS-STATUS-FILE-FTRI PIC X(02).
           88 WS-STATUS-FILE-FTRI-OK  VALUE "00".
           88 WS-STATUS-FILE-FTRI-EOF VALUE "10".
       01  WS-STATUS-FILE-FFEC PIC X(02).
           88 WS-STATUS-FILE-FFEC-OK  VALUE "00".

      ******************************************
      *  EXERCICE ET SOCIETE
      ******************************************
       01  WS-SAISIE PIC X(09) VALUE SPACES.
       01  WS-EXERCICE PIC 9(04) VALUE ZEROES.
       01  WS-EXERCICE-X REDEFINES WS-EXERCICE PIC X(04).
       01  WS-SIREN PIC X(09) VALUE SPACES.
       01  WS-NOM-FEC PIC X(40) VALUE SPACES.

      ******************************************
      *  JOURNAUX : PREFIXE DU LOT, CODE ET LIBELLE
      ******************************************
       01  WS-TABLE-JOURNAUX.
           05  FILLER PIC X(26) VALUE "FACTVTVENTES              ".
           05  FILLER PIC X(26) VALUE "AVO AVAVOIRS CLIENTS      ".
           05  FILLER PIC X(26) VALUE "PER PCPERTES SUR CREANCES ".
           05  FILLER PIC X(26) VALUE "ENC BQBANQUE              ".
           05  FILLER PIC X(26) VALUE "REJ BQBANQUE              ".
           05  FILLER PIC X(26) VALUE "REV ODOPERATIONS DIVERSES ".
       01  WS-TABLE-JOURNAUX-R REDEFINES WS-TABLE-JOURNAUX.
           05  WS-JNL-ENTRY OCCURS 6 INDEXED BY WS-INDICE.
               10  WS-JNL-PREFIXE PIC X(04).
               10  WS-JNL-CODE    PIC X(02).
               10  WS-JNL-LIBELLE PIC X(20).
       01  WS-NB-JOURNAUX PIC 9(02) VALUE 6.
       01  WS-JOURNAL-CODE    PIC X(02) VALUE SPACES.
       01  WS-JOURNAL-LIBELLE PIC X(20) VALUE SPACES.

      ******************************************
      *  LIBELLES DU PLAN COMPTABLE
      ******************************************
       01  WS-TABLE-PLAN.
           05 WS-PLAN-ENTRY OCCURS 3000 INDEXED BY WS-INDICE2.
               10 WS-PLAN-COMPTE  PIC X(10).
               10 WS-PLAN-LIBELLE PIC X(30).
       01  WS-NB-COMPTES  PIC 9(04) VALUE ZEROES.
       01  WS-MAX-COMPTES PIC 9(04) VALUE 3000.
       01  WS-COMPTE-LIBELLE PIC X(30) VALUE SPACES.
       01  WS-TROUVE PIC X(01) VALUE "N".
           88 WS-TROUVE-OUI VALUE "O".

      ******************************************
      *  PIECES : FACTURES DU JOUR PAR SOCIETE (S), DEPARTEMENT
      *  (D) ET CODE DE TVA (T), PREMIER ET DERNIER NUMERO
      ******************************************
       01  WS-TABLE-PIECES.
           05 WS-PIECE-ENTRY OCCURS 20000 INDEXED BY WS-INDICE3.
               10 WS-PIECE-DATE    PIC 9(08).
               10 WS-PIECE-TYPE    PIC X(01).
               10 WS-PIECE-CLE     PIC X(05).
               10 WS-PIECE-PREMIER PIC 9(08).
               10 WS-PIECE-DERNIER PIC 9(08).
               10 WS-PIECE-NB      PIC 9(05).
       01  WS-NB-PIECES  PIC 9(05) VALUE ZEROES.
       01  WS-MAX-PIECES PIC 9(05) VALUE 20000.
       01  WS-PIECE-TABLE-PLEINE PIC X(01) VALUE "N".
           88 WS-PIECE-TABLE-PLEINE-OUI VALUE "O".
       01  WS-CLE-TYPE PIC X(01) VALUE SPACES.
       01  WS-CLE-VALEUR PIC X(05) VALUE SPACES.
       01  WS-PIECE-REF PIC X(17) VALUE SPACES.

      ******************************************
      *  CONTROLE D'EQUILIBRE PAR LOT
      ******************************************
       01  WS-TABLE-LOTS.
           05 WS-LOT-ENTRY OCCURS 5000 INDEXED BY WS-INDICE4.
               10 WS-LOT-BATCH   PIC X(12).
               10 WS-LOT-DEBITS  PIC 9(11)V99.
               10 WS-LOT-CREDITS PIC 9(11)V99.
       01  WS-NB-LOTS  PIC 9(04) VALUE ZEROES.
       01  WS-MAX-LOTS PIC 9(04) VALUE 5000.
       01  WS-TOTAL-DEBITS  PIC 9(13)V99 VALUE ZEROES.
       01  WS-TOTAL-CREDITS PIC 9(13)V99 VALUE ZEROES.
       01  WS-COMPTEUR-DESEQUILIBRES PIC 9(04) VALUE ZEROES.
       01  WS-EDIT-MONTANT PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

      ******************************************
      *  PRODUCTION DU FEC
      ******************************************
       01  WS-BATCH-PRECEDENT PIC X(12) VALUE SPACES.
       01  WS-DATE-PRECEDENTE PIC 9(08) VALUE ZEROES.
       01  WS-NUMERO-ECRITURE PIC 9(06) VALUE ZEROES.
       01  WS-COMPTEUR-LIGNES PIC 9(07) VALUE ZEROES.
       01  WS-FEC-MONTANT-INT  PIC Z(08)9.
       01  WS-FEC-MONTANT-CENT PIC 9(11).
       01  WS-FEC-MONTANT-DEC  PIC 9(02).
       01  WS-FEC-DEBIT  PIC X(12) VALUE SPACES.
       01  WS-FEC-CREDIT PIC X(12) VALUE SPACES.
       01  WS-LIGNE PIC X(300) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-DEB.
      *******************************************************
      *  PARAGRAPHE PRINCIPAL
      *******************************************************
           DISPLAY "EXPORT DU FICHIER DES ECRITURES COMPTABLES".

           DISPLAY "EXERCICE (AAAA): " NO ADVANCING.
           MOVE SPACES TO WS-SAISIE.
           ACCEPT WS-SAISIE.
           IF WS-SAISIE (1:4) NOT NUMERIC
               DISPLAY "--> EXERCICE NON NUMERIQUE: " WS-SAISIE
               MOVE 8 TO RETURN-CODE
               GO TO 0000-MAIN-FIN
           END-IF.
           MOVE WS-SAISIE (1:4) TO WS-EXERCICE.

           DISPLAY "SIREN DE LA SOCIETE (9 CHIFFRES): " NO ADVANCING.
           MOVE SPACES TO WS-SAISIE.
           ACCEPT WS-SAISIE.
           IF WS-SAISIE NOT NUMERIC
               DISPLAY "--> SIREN INVALIDE: " WS-SAISIE
               MOVE 8 TO RETURN-CODE
               GO TO 0000-MAIN-FIN
           END-IF.
           MOVE WS-SAISIE TO WS-SIREN.
      *
      *********** CONTROLE D'EQUILIBRE AVANT TOUTE PRODUCTION
           PERFORM 1000-CONTROLE-EQUILIBRE-DEBUT
              THRU 1000-CONTROLE-EQUILIBRE-FIN.
           IF RETURN-CODE > 4
               GO TO 0000-MAIN-FIN
           END-IF.
      *
      *********** LIBELLES DES COMPTES ET PIECES DE FACTURATION
           PERFORM 2000-CHARGEMENT-PLAN-DEBUT
              THRU 2000-CHARGEMENT-PLAN-FIN.
           PERFORM 2500-CHARGEMENT-PIECES-DEBUT
              THRU 2500-CHARGEMENT-PIECES-FIN.
      *
      *********** TRI ET PRODUCTION DU FEC
           SORT SCOMPTA ON ASCENDING KEY SCPT-DATE, SCPT-BATCH
               WITH DUPLICATES IN ORDER
               USING FCOMPTA GIVING FTRI.
           PERFORM 3000-PRODUCTION-FEC-DEBUT
              THRU 3000-PRODUCTION-FEC-FIN.

           DISPLAY "==============================================".
           DISPLAY "FICHIER PRODUIT    : " WS-NOM-FEC.
           DISPLAY "ECRITURES (LOTS)   : " WS-NUMERO-ECRITURE.
           DISPLAY "LIGNES EXPORTEES   : " WS-COMPTEUR-LIGNES.
           MOVE WS-TOTAL-DEBITS TO WS-EDIT-MONTANT.
           DISPLAY "TOTAL DES DEBITS   : " WS-EDIT-MONTANT.
           MOVE WS-TOTAL-CREDITS TO WS-EDIT-MONTANT.
           DISPLAY "TOTAL DES CREDITS  : " WS-EDIT-MONTANT.
           DISPLAY "==============================================".

       0000-MAIN-FIN.
           GOBACK.

      *******************************************************
      *  CONTROLE D'EQUILIBRE DE L'EXERCICE : CHAQUE LOT ET LE
      *  TOTAL GENERAL (DEBITS = CREDITS), SINON PAS DE FEC
      *******************************************************
       1000-CONTROLE-EQUILIBRE-DEBUT.

           OPEN INPUT FCOMPTA.
           IF NOT WS-STATUS-FILE-FCOMPTA-OK
               DISPLAY "--> FACTURES-COMPTA.txt ABSENT: "
                       "AUCUNE ECRITURE A EXPORTER"
               MOVE 16 TO RETURN-CODE
               GO TO 1000-CONTROLE-EQUILIBRE-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FCOMPTA-OK
               READ FCOMPTA
                   AT END
                       CONTINUE
                   NOT AT END
                       IF COMPTA-DATE IS NUMERIC
                       AND COMPTA-DATE (1:4) = WS-EXERCICE-X
                       AND COMPTA-MONTANT IS NUMERIC
                       AND (COMPTA-SENS = "D" OR COMPTA-SENS = "C")
                           PERFORM 1100-CUMUL-LOT-DEBUT
                              THRU 1100-CUMUL-LOT-FIN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FCOMPTA.

           IF WS-NB-LOTS = ZEROES
               DISPLAY "--> AUCUNE ECRITURE SUR L'EXERCICE "
                       WS-EXERCICE
               MOVE 8 TO RETURN-CODE
               GO TO 1000-CONTROLE-EQUILIBRE-FIN
           END-IF.
           IF WS-NB-LOTS >= WS-MAX-LOTS
               DISPLAY "*** PLUS DE " WS-MAX-LOTS " LOTS SUR "
                       "L'EXERCICE: CONTROLE IMPOSSIBLE, PAS DE FEC"
               MOVE 16 TO RETURN-CODE
               GO TO 1000-CONTROLE-EQUILIBRE-FIN
           END-IF.

           PERFORM VARYING WS-INDICE4 FROM 1 BY 1
                   UNTIL WS-INDICE4 > WS-NB-LOTS
               IF WS-LOT-DEBITS (WS-INDICE4)
                  NOT = WS-LOT-CREDITS (WS-INDICE4)
                   ADD 1 TO WS-COMPTEUR-DESEQUILIBRES
                   DISPLAY "*** LOT " WS-LOT-BATCH (WS-INDICE4)
                           " DESEQUILIBRE ***"
               END-IF
           END-PERFORM.

           IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
               ADD 1 TO WS-COMPTEUR-DESEQUILIBRES
               MOVE WS-TOTAL-DEBITS TO WS-EDIT-MONTANT
               DISPLAY "*** TOTAL DES DEBITS : " WS-EDIT-MONTANT
               MOVE WS-TOTAL-CREDITS TO WS-EDIT-MONTANT
               DISPLAY "*** TOTAL DES CREDITS: " WS-EDIT-MONTANT
           END-IF.

           IF WS-COMPTEUR-DESEQUILIBRES > ZEROES
               DISPLAY "*** EXERCICE " WS-EXERCICE " DESEQUILIBRE: "
                       "FEC NON PRODUIT ***"
               MOVE 8 TO RETURN-CODE
           END-IF.

       1000-CONTROLE-EQUILIBRE-FIN.
           EXIT.

      *******************************************************
      *  CUMUL D'UNE LIGNE DANS SON LOT
      *******************************************************
       1100-CUMUL-LOT-DEBUT.

           IF COMPTA-SENS = "D"
               ADD COMPTA-MONTANT TO WS-TOTAL-DEBITS
           ELSE
               ADD COMPTA-MONTANT TO WS-TOTAL-CREDITS
           END-IF.

           MOVE "N" TO WS-TROUVE.
           PERFORM VARYING WS-INDICE4 FROM 1 BY 1
                   UNTIL WS-INDICE4 > WS-NB-LOTS OR WS-TROUVE-OUI
               IF WS-LOT-BATCH (WS-INDICE4) = COMPTA-BATCH
                   MOVE "O" TO WS-TROUVE
               END-IF
           END-PERFORM.

           IF WS-TROUVE-OUI
               SET WS-INDICE4 DOWN BY 1
           ELSE
               IF WS-NB-LOTS >= WS-MAX-LOTS
                   GO TO 1100-CUMUL-LOT-FIN
               END-IF
               ADD 1 TO WS-NB-LOTS
               SET WS-INDICE4 TO WS-NB-LOTS
               MOVE COMPTA-BATCH TO WS-LOT-BATCH (WS-INDICE4)
               MOVE ZEROES TO WS-LOT-DEBITS (WS-INDICE4)
                              WS-LOT-CREDITS (WS-INDICE4)
           END-IF.

           IF COMPTA-SENS = "D"
               ADD COMPTA-MONTANT TO WS-LOT-DEBITS (WS-INDICE4)
           ELSE
               ADD COMPTA-MONTANT TO WS-LOT-CREDITS (WS-INDICE4)
           END-IF.

       1100-CUMUL-LOT-FIN.
           EXIT.

      *******************************************************
      *  CHARGEMENT DES LIBELLES DU PLAN COMPTABLE
      *******************************************************
       2000-CHARGEMENT-PLAN-DEBUT.

           OPEN INPUT FPLAN.
           IF NOT WS-STATUS-FILE-FPLAN-OK
               DISPLAY "--> PLAN-COMPTABLE.txt ABSENT: "
                       "LIBELLES DE COMPTE A BLANC"
               GO TO 2000-CHARGEMENT-PLAN-FIN
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
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FPLAN.

       2000-CHARGEMENT-PLAN-FIN.
           EXIT.

      *******************************************************
      *  PIECES DE FACTURATION DE L'EXERCICE : POUR CHAQUE JOUR,
      *  PREMIER ET DERNIER NUMERO FACTEDIT PAR SOCIETE,
      *  DEPARTEMENT ET CODE DE TVA
      *******************************************************
       2500-CHARGEMENT-PIECES-DEBUT.

           OPEN INPUT FHIST.
           IF NOT WS-STATUS-FILE-FHIST-OK
               DISPLAY "--> FACTURES-HISTORIQUE.txt ABSENT: "
                       "PIECES REFERENCEES PAR LE NUMERO DE LOT"
               GO TO 2500-CHARGEMENT-PIECES-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FHIST-OK
               READ FHIST
                   AT END
                       CONTINUE
                   NOT AT END
                       IF HIST-DATE IS NUMERIC
                       AND HIST-DATE (1:4) = WS-EXERCICE-X
                       AND HIST-NUMFACT IS NUMERIC
                           MOVE "S" TO WS-CLE-TYPE
                           MOVE HIST-SOCIETE TO WS-CLE-VALEUR
                           PERFORM 2510-CUMUL-PIECE-DEBUT
                              THRU 2510-CUMUL-PIECE-FIN
                           MOVE "D" TO WS-CLE-TYPE
                           MOVE HIST-DEPT TO WS-CLE-VALEUR
                           PERFORM 2510-CUMUL-PIECE-DEBUT
                              THRU 2510-CUMUL-PIECE-FIN
                           MOVE "T" TO WS-CLE-TYPE
                           MOVE HIST-CODE-TVA TO WS-CLE-VALEUR
                           PERFORM 2510-CUMUL-PIECE-DEBUT
                              THRU 2510-CUMUL-PIECE-FIN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FHIST.

           IF WS-PIECE-TABLE-PLEINE-OUI
               DISPLAY "--> ! PLUS DE " WS-MAX-PIECES " PIECES: "
                       "LES SUIVANTES SONT REFERENCEES PAR LE LOT"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       2500-CHARGEMENT-PIECES-FIN.
           EXIT.

      *******************************************************
      *  CUMUL D'UNE FACTURE DANS SA PIECE (JOUR, TYPE, CLE)
      *******************************************************
       2510-CUMUL-PIECE-DEBUT.

           MOVE "N" TO WS-TROUVE.
           PERFORM VARYING WS-INDICE3 FROM WS-NB-PIECES BY -1
                   UNTIL WS-INDICE3 < 1 OR WS-TROUVE-OUI
               IF WS-PIECE-DATE (WS-INDICE3) = HIST-DATE
               AND WS-PIECE-TYPE (WS-INDICE3) = WS-CLE-TYPE
               AND WS-PIECE-CLE (WS-INDICE3) = WS-CLE-VALEUR
                   MOVE "O" TO WS-TROUVE
                   ADD 1 TO WS-PIECE-NB (WS-INDICE3)
                   IF HIST-NUMFACT < WS-PIECE-PREMIER (WS-INDICE3)
                       MOVE HIST-NUMFACT
                            TO WS-PIECE-PREMIER (WS-INDICE3)
                   END-IF
                   IF HIST-NUMFACT > WS-PIECE-DERNIER (WS-INDICE3)
                       MOVE HIST-NUMFACT
                            TO WS-PIECE-DERNIER (WS-INDICE3)
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-TROUVE-OUI
               GO TO 2510-CUMUL-PIECE-FIN
           END-IF.
           IF WS-NB-PIECES >= WS-MAX-PIECES
               MOVE "O" TO WS-PIECE-TABLE-PLEINE
               GO TO 2510-CUMUL-PIECE-FIN
           END-IF.

           ADD 1 TO WS-NB-PIECES.
           SET WS-INDICE3 TO WS-NB-PIECES.
           MOVE HIST-DATE     TO WS-PIECE-DATE (WS-INDICE3).
           MOVE WS-CLE-TYPE   TO WS-PIECE-TYPE (WS-INDICE3).
           MOVE WS-CLE-VALEUR TO WS-PIECE-CLE (WS-INDICE3).
           MOVE HIST-NUMFACT  TO WS-PIECE-PREMIER (WS-INDICE3)
                                 WS-PIECE-DERNIER (WS-INDICE3).
           MOVE 1 TO WS-PIECE-NB (WS-INDICE3).

       2510-CUMUL-PIECE-FIN.
           EXIT.

      *******************************************************
      *  PRODUCTION DU FEC : ENTETE PUIS UNE LIGNE PAR LIGNE D/C
      *  DE L'EXERCICE, NUMERO D'ECRITURE A CHAQUE NOUVEAU LOT
      *******************************************************
       3000-PRODUCTION-FEC-DEBUT.

           MOVE SPACES TO WS-NOM-FEC.
           STRING WS-SIREN "FEC" WS-EXERCICE "1231.txt"
                  DELIMITED BY SIZE INTO WS-NOM-FEC.

           OPEN INPUT FTRI.
           IF NOT WS-STATUS-FILE-FTRI-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FTRI': "
                       WS-STATUS-FILE-FTRI
               MOVE 16 TO RETURN-CODE
               GO TO 3000-PRODUCTION-FEC-FIN
           END-IF.
           OPEN OUTPUT FFEC.
           IF NOT WS-STATUS-FILE-FFEC-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FFEC': "
                       WS-STATUS-FILE-FFEC
               CLOSE FTRI
               MOVE 16 TO RETURN-CODE
               GO TO 3000-PRODUCTION-FEC-FIN
           END-IF.

           MOVE SPACES TO WS-LIGNE.
           STRING "JournalCode|JournalLib|EcritureNum|EcritureDate|"
                  "CompteNum|CompteLib|CompAuxNum|CompAuxLib|"
                  "PieceRef|PieceDate|EcritureLib|Debit|Credit|"
                  "EcritureLet|DateLet|ValidDate|Montantdevise|"
                  "Idevise"
                  DELIMITED BY SIZE INTO WS-LIGNE.
           MOVE WS-LIGNE TO RFEC.
           WRITE RFEC.

           PERFORM UNTIL NOT WS-STATUS-FILE-FTRI-OK
               READ FTRI
                   AT END
                       CONTINUE
                   NOT AT END
                       IF TRI-DATE IS NUMERIC
                       AND TRI-DATE (1:4) = WS-EXERCICE-X
                       AND TRI-MONTANT IS NUMERIC
                       AND (TRI-SENS = "D" OR TRI-SENS = "C")
                           PERFORM 3100-LIGNE-FEC-DEBUT
                              THRU 3100-LIGNE-FEC-FIN
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FTRI.
           CLOSE FFEC.

       3000-PRODUCTION-FEC-FIN.
           EXIT.

      *******************************************************
      *  LIGNE DU FEC : JOURNAL, ECRITURE, COMPTE, PIECE, MONTANT
      *******************************************************
       3100-LIGNE-FEC-DEBUT.

           IF TRI-BATCH NOT = WS-BATCH-PRECEDENT
           OR TRI-DATE NOT = WS-DATE-PRECEDENTE
               ADD 1 TO WS-NUMERO-ECRITURE
               MOVE TRI-BATCH TO WS-BATCH-PRECEDENT
               MOVE TRI-DATE TO WS-DATE-PRECEDENTE
               PERFORM 3200-JOURNAL-DEBUT THRU 3200-JOURNAL-FIN
           END-IF.

           PERFORM 3300-LIBELLE-COMPTE-DEBUT
              THRU 3300-LIBELLE-COMPTE-FIN.
           PERFORM 3400-REFERENCE-PIECE-DEBUT
              THRU 3400-REFERENCE-PIECE-FIN.

           MOVE TRI-MONTANT TO WS-FEC-MONTANT-INT.
           COMPUTE WS-FEC-MONTANT-CENT = TRI-MONTANT * 100.
           COMPUTE WS-FEC-MONTANT-DEC =
                   FUNCTION MOD(WS-FEC-MONTANT-CENT, 100).
           MOVE "0,00" TO WS-FEC-DEBIT WS-FEC-CREDIT.
           IF TRI-SENS = "D"
               MOVE SPACES TO WS-FEC-DEBIT
               STRING FUNCTION TRIM (WS-FEC-MONTANT-INT) ","
                      WS-FEC-MONTANT-DEC
                      DELIMITED BY SIZE INTO WS-FEC-DEBIT
           ELSE
               MOVE SPACES TO WS-FEC-CREDIT
               STRING FUNCTION TRIM (WS-FEC-MONTANT-INT) ","
                      WS-FEC-MONTANT-DEC
                      DELIMITED BY SIZE INTO WS-FEC-CREDIT
           END-IF.

           MOVE SPACES TO WS-LIGNE.
           STRING WS-JOURNAL-CODE "|"
                  FUNCTION TRIM (WS-JOURNAL-LIBELLE) "|"
                  WS-NUMERO-ECRITURE "|"
                  TRI-DATE "|"
                  FUNCTION TRIM (TRI-COMPTE) "|"
                  FUNCTION TRIM (WS-COMPTE-LIBELLE) "|"
                  "||"
                  FUNCTION TRIM (WS-PIECE-REF) "|"
                  TRI-DATE "|"
                  FUNCTION TRIM (WS-JOURNAL-LIBELLE) " "
                  FUNCTION TRIM (TRI-BATCH) "|"
                  FUNCTION TRIM (WS-FEC-DEBIT) "|"
                  FUNCTION TRIM (WS-FEC-CREDIT) "|"
                  "||"
                  TRI-DATE "|"
                  "|"
                  DELIMITED BY SIZE INTO WS-LIGNE.
           MOVE WS-LIGNE TO RFEC.
           WRITE RFEC.
           ADD 1 TO WS-COMPTEUR-LIGNES.

       3100-LIGNE-FEC-FIN.
           EXIT.

      *******************************************************
      *  JOURNAL DU LOT D'APRES SON PREFIXE (OD A DEFAUT)
      *******************************************************
       3200-JOURNAL-DEBUT.

           MOVE "OD" TO WS-JOURNAL-CODE.
           MOVE "OPERATIONS DIVERSES" TO WS-JOURNAL-LIBELLE.
           MOVE "N" TO WS-TROUVE.
           PERFORM VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-NB-JOURNAUX OR WS-TROUVE-OUI
               IF WS-JNL-PREFIXE (WS-INDICE) = TRI-BATCH (1:4)
                   MOVE "O" TO WS-TROUVE
                   MOVE WS-JNL-CODE (WS-INDICE) TO WS-JOURNAL-CODE
                   MOVE WS-JNL-LIBELLE (WS-INDICE)
                        TO WS-JOURNAL-LIBELLE
               END-IF
           END-PERFORM.

       3200-JOURNAL-FIN.
           EXIT.

      *******************************************************
      *  LIBELLE DU COMPTE AU PLAN COMPTABLE
      *******************************************************
       3300-LIBELLE-COMPTE-DEBUT.

           MOVE SPACES TO WS-COMPTE-LIBELLE.
           MOVE "N" TO WS-TROUVE.
           PERFORM VARYING WS-INDICE2 FROM 1 BY 1
                   UNTIL WS-INDICE2 > WS-NB-COMPTES OR WS-TROUVE-OUI
               IF WS-PLAN-COMPTE (WS-INDICE2) = TRI-COMPTE
                   MOVE "O" TO WS-TROUVE
                   MOVE WS-PLAN-LIBELLE (WS-INDICE2)
                        TO WS-COMPTE-LIBELLE
               END-IF
           END-PERFORM.
           IF WS-COMPTE-LIBELLE = SPACES
               MOVE TRI-COMPTE TO WS-COMPTE-LIBELLE
           END-IF.

       3300-LIBELLE-COMPTE-FIN.
           EXIT.

      *******************************************************
      *  REFERENCE DE PIECE : NUMERO(S) FACTEDIT POUR UNE LIGNE
      *  DE FACTURATION, NUMERO DE LOT A DEFAUT
      *******************************************************
       3400-REFERENCE-PIECE-DEBUT.

           MOVE TRI-BATCH TO WS-PIECE-REF.
           IF TRI-BATCH (1:4) NOT = "FACT"
               GO TO 3400-REFERENCE-PIECE-FIN
           END-IF.

           EVALUATE TRUE
               WHEN TRI-COMPTE (1:5) = "44571"
                   MOVE "T" TO WS-CLE-TYPE
                   MOVE TRI-COMPTE (6:5) TO WS-CLE-VALEUR
               WHEN TRI-COMPTE (1:3) = "411"
                   MOVE "S" TO WS-CLE-TYPE
                   MOVE TRI-COMPTE (4:5) TO WS-CLE-VALEUR
               WHEN TRI-COMPTE (1:3) = "706"
                   MOVE "D" TO WS-CLE-TYPE
                   MOVE TRI-COMPTE (4:5) TO WS-CLE-VALEUR
               WHEN OTHER
                   GO TO 3400-REFERENCE-PIECE-FIN
           END-EVALUATE.

           MOVE "N" TO WS-TROUVE.
           PERFORM VARYING WS-INDICE3 FROM 1 BY 1
                   UNTIL WS-INDICE3 > WS-NB-PIECES OR WS-TROUVE-OUI
               IF WS-PIECE-DATE (WS-INDICE3) = TRI-DATE
               AND WS-PIECE-TYPE (WS-INDICE3) = WS-CLE-TYPE
               AND WS-PIECE-CLE (WS-INDICE3) = WS-CLE-VALEUR
                   MOVE "O" TO WS-TROUVE
                   MOVE SPACES TO WS-PIECE-REF
                   IF WS-PIECE-NB (WS-INDICE3) = 1
                       MOVE WS-PIECE-PREMIER (WS-INDICE3)
                            TO WS-PIECE-REF
                   ELSE
                       STRING WS-PIECE-PREMIER (WS-INDICE3) "-"
                              WS-PIECE-DERNIER (WS-INDICE3)
                              DELIMITED BY SIZE INTO WS-PIECE-REF
                   END-IF
               END-IF
           END-PERFORM.

       3400-REFERENCE-PIECE-FIN.
           EXIT.
