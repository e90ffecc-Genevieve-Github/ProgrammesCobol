       IDENTIFICATION DIVISION.
       PROGRAM-ID. SINPAIE.
       AUTHOR. GENEVIEVE GIANNASI.
       INSTALLATION. PERSONAL PC.
       DATE-WRITTEN. 15-10-2026.
       DATE-COMPILED. 15-10-2026.
       SECURITY. NON-CONFIDENTIAL.
      ******************************************************************
      * OBJECTIF:
      * Saisie des paiements de sinistres : SINMAINT ne portait
      * qu'un montant regle unique, saisi a la main au moment de
      * cloturer le sinistre, alors qu'un sinistre se paie souvent
      * en plusieurs fois et a plusieurs beneficiaires (assure,
      * garage, hopital...).
      *
      * Le fichier SINISTRES-PAIEMENTS.txt porte un versement par
      * ligne :
      *   NUMERO SINISTRE . SEQUENCE . DATE . BENEFICIAIRE . IBAN .
      *   MONTANT . TYPE (P provisionnel, D definitif) . STATUT
      *   (A a virer, V vire, X annule) . DATE DU VIREMENT
      * Ce programme le maintient sur le modele de MANDMAINT :
      *   (S)AISIE d'un paiement sur un sinistre ouvert de
      *       SINISTRES.txt, sans paiement definitif deja saisi :
      *       sequence attribuee par le programme (max+1 du
      *       sinistre), date validee par DATESERV, beneficiaire
      *       obligatoire, IBAN valide par cle modulo 97, montant
      *       positif. Le cumul des paiements non annules du
      *       sinistre ne peut pas depasser sa reserve.
      *   (A)NNULATION d'un paiement encore a virer (statut X)
      *   (L)ISTE des paiements d'un sinistre
      * Les paiements sont vires et comptabilises par SINVIR, qui
      * en deduit le montant regle et le statut du sinistre.
      *
      * Chaque beneficiaire saisi est filtre contre les listes de
      * gel des avoirs (sous-programme CTRLSANC) : une
      * correspondance potentielle est inscrite au registre
      * FILTRAGE-REGISTRE.txt et SINVIR ne vire pas le paiement
      * avant la decision de la conformite.
      *
      * La reecriture passe par une nouvelle generation controlee
      * puis basculee (sous-programme REECRIT) : un arret en cours
      * d'ecriture ne laisse jamais un fichier des paiements
      * tronque.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ******** FICHIER DES SINISTRES (CONTROLE ET RESERVE)
           SELECT FSINISTRE ASSIGN TO "SINISTRES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FSINISTRE.

      ******** FICHIER DES PAIEMENTS DE SINISTRES
           SELECT FSINPAIE ASSIGN TO DYNAMIC WS-NOM-FSINPAIE
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FSINPAIE.

       DATA DIVISION.
       FILE SECTION.
      ******** FICHIER DES SINISTRES
           COPY 'COBOL-FD-SINISTRE.cpy'.

      ******** FICHIER DES PAIEMENTS DE SINISTRES
           COPY 'COBOL-FD-SINPAIE.cpy'.

       WORKING-STORAGE SECTION.
      ***********************************************
      * DEFINTION DES STATUS DES FICHIERS
      ***********************************************
       01  WS-STATUS-FILE-FSINISTRE PIC X(02).
           88 WS-STATUS-FILE-FSINISTRE-OK  VALUE "00".
           88 WS-STATUS-FILE-FSINISTRE-EOF VALUE "10".
       01  WS-STATUS-FILE-FSINPAIE PIC X(02).
           88 WS-STATUS-FILE-FSINPAIE-OK  VALUE "00".
           88 WS-STATUS-FILE-FSINPAIE-EOF VALUE "10".

      *************************************
      *  TABLE DES SINISTRES (CONTROLE ET RESERVE)
      *************************************
       01  WS-TABLE-SINISTRES.
           05 WS-SIN-ENTRY OCCURS 5000 INDEXED BY WS-INDICE.
               10 WS-SIN-NUMSIN  PIC 9(08).
               10 WS-SIN-STATUT  PIC X(01).
               10 WS-SIN-RESERVE PIC 9(07)V99.
       01  WS-NB-SINISTRES  PIC 9(04) VALUE ZEROES.
       01  WS-MAX-SINISTRES PIC 9(04) VALUE 5000.
       01  WS-POSITION-SINISTRE PIC 9(04) VALUE ZEROES.

      *************************************
      *  TABLE DES PAIEMENTS CHARGES EN MEMOIRE
      *************************************
       01  WS-TABLE-PAIEMENTS.
           05 WS-PAI-ENTRY OCCURS 9000 INDEXED BY WS-INDICE2.
               10 WS-PAI-NUMSIN        PIC 9(08).
               10 WS-PAI-SEQUENCE      PIC 9(03).
               10 WS-PAI-DATE          PIC 9(08).
               10 WS-PAI-BENEFICIAIRE  PIC X(30).
               10 WS-PAI-IBAN          PIC X(34).
               10 WS-PAI-MONTANT       PIC 9(07)V99.
               10 WS-PAI-TYPE          PIC X(01).
               10 WS-PAI-STATUT        PIC X(01).
               10 WS-PAI-DATE-VIREMENT PIC 9(08).
       01  WS-NB-PAIEMENTS  PIC 9(04) VALUE ZEROES.
       01  WS-MAX-PAIEMENTS PIC 9(04) VALUE 9000.

      *************************************
      *  CUMULS DU SINISTRE TRAITE
      *************************************
       01  WS-CUMUL-PAIEMENTS PIC 9(09)V99 VALUE ZEROES.
       01  WS-SEQUENCE-MAX    PIC 9(03) VALUE ZEROES.
       01  WS-DEFINITIF-SAISI PIC X(01) VALUE "N".
           88 WS-DEFINITIF-SAISI-OUI VALUE "O".
       01  WS-DISPONIBLE      PIC S9(09)V99 VALUE ZEROES.

      *************************************
      *  ZONES DE SAISIE ET DE CONTROLE
      *************************************
       01  WS-ACTION PIC X(01) VALUE SPACES.
           88  WS-ACTION-SAISIE     VALUE "S".
           88  WS-ACTION-ANNULATION VALUE "A".
           88  WS-ACTION-LISTE      VALUE "L".
           88  WS-ACTION-QUITTER    VALUE "Q".
       01  WS-SAISIE PIC X(30) VALUE SPACES.
       01  WS-NUMSIN-SAISI PIC 9(08) VALUE ZEROES.
       01  WS-SEQUENCE-SAISIE PIC 9(03) VALUE ZEROES.
       01  WS-DATE-SAISIE PIC 9(08) VALUE ZEROES.
       01  WS-BENEFICIAIRE-SAISI PIC X(30) VALUE SPACES.
       01  WS-MONTANT-SAISI PIC 9(07)V99 VALUE ZEROES.
       01  WS-TYPE-SAISI PIC X(01) VALUE SPACES.
           88 WS-TYPE-SAISI-VALIDE VALUE "P" "D".
       01  WS-FICHIER-MODIFIE PIC X(01) VALUE "N".
           88 WS-FICHIER-MODIFIE-OUI VALUE "O".
       01  WS-COMPTEUR-SAISIS   PIC 9(04) VALUE ZEROES.
       01  WS-COMPTEUR-ANNULES  PIC 9(04) VALUE ZEROES.
       01  WS-COMPTEUR-TROUVES  PIC 9(04) VALUE ZEROES.
       01  WS-COMPTEUR-BLOQUES  PIC 9(04) VALUE ZEROES.
       01  WS-EDIT-MONTANT PIC Z.ZZZ.ZZ9,99.
       01  WS-EDIT-CUMUL   PIC ZZZ.ZZZ.ZZ9,99.
       01  WS-EDIT-SOLDE   PIC ZZZ.ZZZ.ZZ9,99-.

      *************************************
      *  CONTROLE DE L'IBAN (CLE MODULO 97)
      *************************************
       01  WS-IBAN-SAISI    PIC X(34) VALUE SPACES.
       01  WS-IBAN-REORDONNE PIC X(34) VALUE SPACES.
       01  WS-IBAN-LONGUEUR PIC 9(02) VALUE ZEROES.
       01  WS-IBAN-VALIDE PIC X(01) VALUE "N".
           88 WS-IBAN-VALIDE-OUI VALUE "O".
       01  WS-RESTE-97 PIC 9(04) VALUE ZEROES.
       01  WS-CAR PIC X(01) VALUE SPACES.
       01  WS-VALEUR-LETTRE PIC 9(02) VALUE ZEROES.
       01  WS-POS PIC 9(02) VALUE ZEROES.

      ****** SERVICE PARTAGE DES DATES (DATESERV)
       01  WS-DATESERV.
           05  WS-DTS-FONCTION PIC X(01) VALUE "V".
           05  WS-DTS-DATE1  PIC 9(08) VALUE ZEROES.
           05  WS-DTS-DATE2  PIC 9(08) VALUE ZEROES.
           05  WS-DTS-JOURS  PIC S9(05) VALUE ZEROES.
           05  WS-DTS-STATUT PIC X(01) VALUE "0".
               88  WS-DTS-STATUT-OK VALUE "0".

      ****** FILTRAGE SANCTIONS DES BENEFICIAIRES (CTRLSANC)
       01  WS-IDENT-PAIEMENT.
           05  WS-IDP-NUMSIN   PIC 9(08).
           05  FILLER          PIC X(01) VALUE "-".
           05  WS-IDP-SEQUENCE PIC 9(03).
       01  WS-FILTRAGE.
           05  WS-FIL-FONCTION      PIC X(01) VALUE "F".
           05  WS-FIL-PROGRAMME     PIC X(08) VALUE "SINPAIE".
           05  WS-FIL-TYPE          PIC X(01) VALUE "B".
           05  WS-FIL-IDENT         PIC X(12) VALUE SPACES.
           05  WS-FIL-NOM           PIC X(30) VALUE SPACES.
           05  WS-FIL-PRENOM        PIC X(20) VALUE SPACES.
           05  WS-FIL-NUMERO        PIC 9(06) VALUE ZEROES.
           05  WS-FIL-DECISION      PIC X(01) VALUE SPACES.
           05  WS-FIL-OPERATEUR     PIC X(03) VALUE SPACES.
           05  WS-FIL-MOTIF         PIC X(40) VALUE SPACES.
           05  WS-FIL-NB-ALERTES    PIC 9(03) VALUE ZEROES.
           05  WS-FIL-SCORE         PIC 9(03) VALUE ZEROES.
           05  WS-FIL-REFERENCE     PIC X(10) VALUE SPACES.
           05  WS-FIL-STATUT        PIC X(01) VALUE SPACES.
               88  WS-FIL-A-EXAMINER    VALUE "1".
               88  WS-FIL-GELE          VALUE "2".
               88  WS-FIL-NON-FILTRE    VALUE "9".

      ***********************************************
      * REECRITURE SURE DES FICHIERS PERMANENTS (REECRIT) :
      * LE FICHIER EST ECRIT DANS UNE NOUVELLE GENERATION,
      * CONTROLEE (NOMBRE, TOTAL DES MONTANTS) PUIS BASCULEE
      ***********************************************
       01  WS-NOM-FSINPAIE  PIC X(40) VALUE "SINISTRES-PAIEMENTS.txt".
       01  WS-REECRITURE.
           05  WS-REE-FONCTION  PIC X(01) VALUE "R".
           05  WS-REE-FICHIER   PIC X(40)
                                VALUE "SINISTRES-PAIEMENTS.txt".
           05  WS-REE-NOUVEAU   PIC X(40) VALUE SPACES.
           05  WS-REE-PROGRAMME PIC X(08) VALUE "SINPAIE".
           05  WS-REE-POSITION  PIC 9(04) VALUE 89.
           05  WS-REE-LONGUEUR  PIC 9(02) VALUE 9.
           05  WS-REE-DECIMALES PIC 9(01) VALUE 2.
           05  WS-REE-NB-ENREG  PIC 9(09) VALUE ZEROES.
           05  WS-REE-TOTAL     PIC 9(13)V99 VALUE ZEROES.
           05  WS-REE-STATUT    PIC X(01) VALUE SPACES.
               88  WS-REE-OK VALUE "0" "1" "2".

       PROCEDURE DIVISION.
       0000-MAIN-DEB.
      *******************************************************
      *  PARAGRAPHE PRINCIPAL
      *******************************************************
           DISPLAY "SAISIE DES PAIEMENTS DE SINISTRES".
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
      *********** CHARGEMENT DES TABLES
           PERFORM 1000-CHARGEMENT-SINISTRES-DEBUT
              THRU 1000-CHARGEMENT-SINISTRES-FIN.
           PERFORM 1100-CHARGEMENT-PAIEMENTS-DEBUT
              THRU 1100-CHARGEMENT-PAIEMENTS-FIN.
      *
      *********** BOUCLE DE SAISIE DES OPERATIONS
           PERFORM UNTIL WS-ACTION-QUITTER
               MOVE SPACES TO WS-ACTION
               DISPLAY "ACTION? (S)AISIE (A)NNULATION (L)ISTE "
                       "(Q)UITTER: " NO ADVANCING
               ACCEPT WS-ACTION
               MOVE FUNCTION UPPER-CASE (WS-ACTION) TO WS-ACTION
               IF WS-ACTION = SPACES
                   MOVE "Q" TO WS-ACTION
                   DISPLAY "SAISIE VIDE - FIN DE LA GESTION"
               END-IF
               EVALUATE TRUE
                   WHEN WS-ACTION-SAISIE
                       PERFORM 2000-SAISIE-PAIEMENT-DEBUT
                          THRU 2000-SAISIE-PAIEMENT-FIN
                   WHEN WS-ACTION-ANNULATION
                       PERFORM 3000-ANNULATION-DEBUT
                          THRU 3000-ANNULATION-FIN
                   WHEN WS-ACTION-LISTE
                       PERFORM 4000-LISTE-DEBUT
                          THRU 4000-LISTE-FIN
                   WHEN WS-ACTION-QUITTER
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "ACTION INVALIDE - CHOISIR S, A, L "
                               "OU Q"
               END-EVALUATE
           END-PERFORM.
      *
      *********** REECRITURE DU FICHIER SI MODIFIE
           IF WS-FICHIER-MODIFIE-OUI
               PERFORM 5000-REECRITURE-PAIEMENTS-DEBUT
                  THRU 5000-REECRITURE-PAIEMENTS-FIN
           ELSE
               DISPLAY "AUCUNE MODIFICATION - FICHIER INCHANGE"
           END-IF.

           DISPLAY "==============================================".
           DISPLAY "PAIEMENTS SAISIS  : " WS-COMPTEUR-SAISIS.
           DISPLAY "PAIEMENTS ANNULES : " WS-COMPTEUR-ANNULES.
           IF WS-COMPTEUR-BLOQUES > ZEROES
               DISPLAY "PAIEMENTS BLOQUES : " WS-COMPTEUR-BLOQUES
                       " (FILTRAGE SANCTIONS)"
           END-IF.
           DISPLAY "==============================================".

       0000-MAIN-FIN.
           STOP RUN.

      *******************************************************
      *  CHARGEMENT DES SINISTRES EN TABLE
      *******************************************************
       1000-CHARGEMENT-SINISTRES-DEBUT.

           OPEN INPUT FSINISTRE.
           IF NOT WS-STATUS-FILE-FSINISTRE-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FSINISTRE': "
                       WS-STATUS-FILE-FSINISTRE
               GO TO 1000-CHARGEMENT-SINISTRES-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FSINISTRE-OK
               READ FSINISTRE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-NB-SINISTRES < WS-MAX-SINISTRES
                       AND SIN-NUMSIN IS NUMERIC
                           ADD 1 TO WS-NB-SINISTRES
                           SET WS-INDICE TO WS-NB-SINISTRES
                           MOVE SIN-NUMSIN
                                TO WS-SIN-NUMSIN (WS-INDICE)
                           MOVE SIN-STATUT
                                TO WS-SIN-STATUT (WS-INDICE)
                           MOVE SIN-RESERVE
                                TO WS-SIN-RESERVE (WS-INDICE)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FSINISTRE.

           DISPLAY "NOMBRE DE SINISTRES CHARGES: " WS-NB-SINISTRES.

       1000-CHARGEMENT-SINISTRES-FIN.
           EXIT.

      *******************************************************
      *  CHARGEMENT DES PAIEMENTS EXISTANTS EN MEMOIRE
      *******************************************************
       1100-CHARGEMENT-PAIEMENTS-DEBUT.

           OPEN INPUT FSINPAIE.
           IF NOT WS-STATUS-FILE-FSINPAIE-OK
               DISPLAY "--> AUCUN PAIEMENT EXISTANT"
               GO TO 1100-CHARGEMENT-PAIEMENTS-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FSINPAIE-OK
               READ FSINPAIE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-NB-PAIEMENTS < WS-MAX-PAIEMENTS
                       AND SPA-NUMSIN IS NUMERIC
                       AND SPA-MONTANT IS NUMERIC
                           ADD 1 TO WS-NB-PAIEMENTS
                           SET WS-INDICE2 TO WS-NB-PAIEMENTS
                           MOVE SPA-NUMSIN
                                TO WS-PAI-NUMSIN (WS-INDICE2)
                           MOVE SPA-SEQUENCE
                                TO WS-PAI-SEQUENCE (WS-INDICE2)
                           MOVE SPA-DATE
                                TO WS-PAI-DATE (WS-INDICE2)
                           MOVE SPA-BENEFICIAIRE
                                TO WS-PAI-BENEFICIAIRE (WS-INDICE2)
                           MOVE SPA-IBAN
                                TO WS-PAI-IBAN (WS-INDICE2)
                           MOVE SPA-MONTANT
                                TO WS-PAI-MONTANT (WS-INDICE2)
                           MOVE SPA-TYPE
                                TO WS-PAI-TYPE (WS-INDICE2)
                           MOVE SPA-STATUT
                                TO WS-PAI-STATUT (WS-INDICE2)
                           MOVE SPA-DATE-VIREMENT
                                TO WS-PAI-DATE-VIREMENT (WS-INDICE2)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FSINPAIE.

           DISPLAY "NOMBRE DE PAIEMENTS CHARGES: " WS-NB-PAIEMENTS.

       1100-CHARGEMENT-PAIEMENTS-FIN.
           EXIT.

      *******************************************************
      *  VALIDATION DE L'IBAN SAISI : LES QUATRE PREMIERS
      *  CARACTERES PASSENT EN QUEUE, LES LETTRES VALENT
      *  A=10 ... Z=35, ET LE RESTE MODULO 97 DOIT VALOIR 1
      *  (CALCUL INCREMENTAL, CHIFFRE PAR CHIFFRE)
      *******************************************************
       1200-VALIDATION-IBAN-DEBUT.

           MOVE "N" TO WS-IBAN-VALIDE.
      *
      ****** LONGUEUR UTILE (15 A 34 CARACTERES)
           MOVE ZEROES TO WS-IBAN-LONGUEUR.
           PERFORM VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > 34
               IF WS-IBAN-SAISI (WS-POS:1) NOT = SPACES
                   MOVE WS-POS TO WS-IBAN-LONGUEUR
               END-IF
           END-PERFORM.
           IF WS-IBAN-LONGUEUR < 15
               DISPLAY "--> IBAN TROP COURT"
               GO TO 1200-VALIDATION-IBAN-FIN
           END-IF.
      *
      ****** REORDONNANCEMENT : CORPS PUIS LES 4 PREMIERS
           MOVE SPACES TO WS-IBAN-REORDONNE.
           MOVE WS-IBAN-SAISI (5:30) TO WS-IBAN-REORDONNE (1:30).
           MOVE WS-IBAN-SAISI (1:4)
                TO WS-IBAN-REORDONNE (WS-IBAN-LONGUEUR - 3:4).
      *
      ****** RESTE MODULO 97, CHIFFRE PAR CHIFFRE
           MOVE ZEROES TO WS-RESTE-97.
           PERFORM VARYING WS-POS FROM 1 BY 1
                   UNTIL WS-POS > WS-IBAN-LONGUEUR
               MOVE WS-IBAN-REORDONNE (WS-POS:1) TO WS-CAR
               EVALUATE TRUE
                   WHEN WS-CAR >= "0" AND WS-CAR <= "9"
                       COMPUTE WS-RESTE-97 =
                               FUNCTION MOD (WS-RESTE-97 * 10
                               + FUNCTION NUMVAL (WS-CAR), 97)
                   WHEN WS-CAR >= "A" AND WS-CAR <= "Z"
                       COMPUTE WS-VALEUR-LETTRE =
                               FUNCTION ORD (WS-CAR)
                             - FUNCTION ORD ("A") + 10
                       COMPUTE WS-RESTE-97 =
                               FUNCTION MOD (WS-RESTE-97 * 100
                               + WS-VALEUR-LETTRE, 97)
                   WHEN OTHER
                       DISPLAY "--> CARACTERE INVALIDE DANS L'IBAN: "
                               WS-CAR
                       GO TO 1200-VALIDATION-IBAN-FIN
               END-EVALUATE
           END-PERFORM.

           IF WS-RESTE-97 = 1
               MOVE "O" TO WS-IBAN-VALIDE
           ELSE
               DISPLAY "--> CLE IBAN INVALIDE (MODULO 97)"
           END-IF.

       1200-VALIDATION-IBAN-FIN.
           EXIT.

      *******************************************************
      *  RECHERCHE DU SINISTRE SAISI ET CUMUL DE SES PAIEMENTS
      *  NON ANNULES (DERNIERE SEQUENCE, DEFINITIF DEJA SAISI)
      *******************************************************
       1500-SITUATION-SINISTRE-DEBUT.

           MOVE ZEROES TO WS-POSITION-SINISTRE WS-CUMUL-PAIEMENTS
                          WS-SEQUENCE-MAX.
           MOVE "N" TO WS-DEFINITIF-SAISI.
           PERFORM VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-NB-SINISTRES
               IF WS-SIN-NUMSIN (WS-INDICE) = WS-NUMSIN-SAISI
                   MOVE WS-INDICE TO WS-POSITION-SINISTRE
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-INDICE2 FROM 1 BY 1
                   UNTIL WS-INDICE2 > WS-NB-PAIEMENTS
               IF WS-PAI-NUMSIN (WS-INDICE2) = WS-NUMSIN-SAISI
                   IF WS-PAI-SEQUENCE (WS-INDICE2) > WS-SEQUENCE-MAX
                       MOVE WS-PAI-SEQUENCE (WS-INDICE2)
                            TO WS-SEQUENCE-MAX
                   END-IF
                   IF WS-PAI-STATUT (WS-INDICE2) NOT = "X"
                       ADD WS-PAI-MONTANT (WS-INDICE2)
                           TO WS-CUMUL-PAIEMENTS
                       IF WS-PAI-TYPE (WS-INDICE2) = "D"
                           MOVE "O" TO WS-DEFINITIF-SAISI
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       1500-SITUATION-SINISTRE-FIN.
           EXIT.

      *******************************************************
      *  SAISIE D'UN PAIEMENT (SEQUENCE = MAX + 1 DU SINISTRE)
      *******************************************************
       2000-SAISIE-PAIEMENT-DEBUT.

           DISPLAY "NUMERO DU SINISTRE: " NO ADVANCING.
           MOVE SPACES TO WS-SAISIE.
           ACCEPT WS-SAISIE.
           IF WS-SAISIE (1:8) NOT NUMERIC
               DISPLAY "--> NUMERO NON NUMERIQUE"
               GO TO 2000-SAISIE-PAIEMENT-FIN
           END-IF.
           MOVE WS-SAISIE (1:8) TO WS-NUMSIN-SAISI.
      *
      ****** LE SINISTRE DOIT ETRE OUVERT ET NON SOLDE
           PERFORM 1500-SITUATION-SINISTRE-DEBUT
              THRU 1500-SITUATION-SINISTRE-FIN.
           IF WS-POSITION-SINISTRE = ZEROES
               DISPLAY "--> SINISTRE NON TROUVE: " WS-NUMSIN-SAISI
               GO TO 2000-SAISIE-PAIEMENT-FIN
           END-IF.
           SET WS-INDICE TO WS-POSITION-SINISTRE.
           IF WS-SIN-STATUT (WS-INDICE) NOT = "O"
               DISPLAY "--> SINISTRE DEJA REGLE OU CLOS"
               GO TO 2000-SAISIE-PAIEMENT-FIN
           END-IF.
           IF WS-DEFINITIF-SAISI-OUI
               DISPLAY "--> PAIEMENT DEFINITIF DEJA SAISI SUR CE "
                       "SINISTRE"
               GO TO 2000-SAISIE-PAIEMENT-FIN
           END-IF.
           IF WS-SEQUENCE-MAX >= 999
               DISPLAY "--> ! PLUS DE 999 PAIEMENTS SUR CE SINISTRE!"
               GO TO 2000-SAISIE-PAIEMENT-FIN
           END-IF.
           COMPUTE WS-DISPONIBLE = WS-SIN-RESERVE (WS-INDICE)
                                 - WS-CUMUL-PAIEMENTS.
           MOVE WS-SIN-RESERVE (WS-INDICE) TO WS-EDIT-MONTANT.
           MOVE WS-CUMUL-PAIEMENTS TO WS-EDIT-CUMUL.
           MOVE WS-DISPONIBLE TO WS-EDIT-SOLDE.
           DISPLAY "RESERVE " WS-EDIT-MONTANT " DEJA PAYE "
                   WS-EDIT-CUMUL " DISPONIBLE " WS-EDIT-SOLDE.
      *
      ****** DATE DU PAIEMENT VALIDEE PAR DATESERV
           DISPLAY "DATE DU PAIEMENT (AAAAMMJJ): " NO ADVANCING.
           MOVE SPACES TO WS-SAISIE.
           ACCEPT WS-SAISIE.
           IF WS-SAISIE (1:8) NOT NUMERIC
               DISPLAY "--> DATE NON NUMERIQUE"
               GO TO 2000-SAISIE-PAIEMENT-FIN
           END-IF.
           MOVE WS-SAISIE (1:8) TO WS-DATE-SAISIE.
           MOVE "V" TO WS-DTS-FONCTION.
           MOVE WS-DATE-SAISIE TO WS-DTS-DATE1.
           MOVE "0" TO WS-DTS-STATUT.
           CALL 'DATESERV' USING WS-DATESERV
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           IF NOT WS-DTS-STATUT-OK
               DISPLAY "--> DATE CALENDAIRE INVALIDE: " WS-DATE-SAISIE
               GO TO 2000-SAISIE-PAIEMENT-FIN
           END-IF.
      *
      ****** BENEFICIAIRE OBLIGATOIRE
           DISPLAY "BENEFICIAIRE (30 CAR. MAX): " NO ADVANCING.
           MOVE SPACES TO WS-BENEFICIAIRE-SAISI.
           ACCEPT WS-BENEFICIAIRE-SAISI.
           MOVE FUNCTION UPPER-CASE (WS-BENEFICIAIRE-SAISI)
                TO WS-BENEFICIAIRE-SAISI.
           IF WS-BENEFICIAIRE-SAISI = SPACES
               DISPLAY "--> BENEFICIAIRE OBLIGATOIRE"
               GO TO 2000-SAISIE-PAIEMENT-FIN
           END-IF.
      *
      ****** IBAN DU BENEFICIAIRE VALIDE PAR LA CLE MODULO 97
           DISPLAY "IBAN DU BENEFICIAIRE (SANS ESPACES): "
                   NO ADVANCING.
           MOVE SPACES TO WS-IBAN-SAISI.
           ACCEPT WS-IBAN-SAISI.
           MOVE FUNCTION UPPER-CASE (WS-IBAN-SAISI)
                TO WS-IBAN-SAISI.
           PERFORM 1200-VALIDATION-IBAN-DEBUT
              THRU 1200-VALIDATION-IBAN-FIN.
           IF NOT WS-IBAN-VALIDE-OUI
               DISPLAY "--> SAISIE REFUSEE (IBAN INVALIDE)"
               GO TO 2000-SAISIE-PAIEMENT-FIN
           END-IF.
      *
      ****** MONTANT POSITIF, DANS LA LIMITE DE LA RESERVE
           DISPLAY "MONTANT DU PAIEMENT (EX: 1234,56): " NO ADVANCING.
           MOVE SPACES TO WS-SAISIE.
           ACCEPT WS-SAISIE.
           IF FUNCTION TEST-NUMVAL (WS-SAISIE) NOT = 0
               DISPLAY "--> MONTANT NON NUMERIQUE: " WS-SAISIE
               GO TO 2000-SAISIE-PAIEMENT-FIN
           END-IF.
           COMPUTE WS-MONTANT-SAISI = FUNCTION NUMVAL (WS-SAISIE).
           IF WS-MONTANT-SAISI = ZEROES
               DISPLAY "--> MONTANT NUL"
               GO TO 2000-SAISIE-PAIEMENT-FIN
           END-IF.
           IF WS-MONTANT-SAISI > WS-DISPONIBLE
               DISPLAY "--> SAISIE REFUSEE: LE CUMUL DES PAIEMENTS "
                       "DEPASSERAIT LA RESERVE DU SINISTRE"
               GO TO 2000-SAISIE-PAIEMENT-FIN
           END-IF.
      *
      ****** TYPE : P PROVISIONNEL (DEFAUT), D DEFINITIF
           DISPLAY "TYPE (P)ROVISIONNEL / (D)EFINITIF [P]: "
                   NO ADVANCING.
           MOVE SPACES TO WS-TYPE-SAISI.
           ACCEPT WS-TYPE-SAISI.
           MOVE FUNCTION UPPER-CASE (WS-TYPE-SAISI) TO WS-TYPE-SAISI.
           IF WS-TYPE-SAISI = SPACES
               MOVE "P" TO WS-TYPE-SAISI
           END-IF.
           IF NOT WS-TYPE-SAISI-VALIDE
               DISPLAY "--> TYPE INVALIDE: " WS-TYPE-SAISI
               GO TO 2000-SAISIE-PAIEMENT-FIN
           END-IF.

           IF WS-NB-PAIEMENTS >= WS-MAX-PAIEMENTS
               DISPLAY "--> ! PLUS DE " WS-MAX-PAIEMENTS
                       " PAIEMENTS!"
               GO TO 2000-SAISIE-PAIEMENT-FIN
           END-IF.

           ADD 1 TO WS-SEQUENCE-MAX.
           ADD 1 TO WS-NB-PAIEMENTS.
           SET WS-INDICE2 TO WS-NB-PAIEMENTS.
           MOVE WS-NUMSIN-SAISI  TO WS-PAI-NUMSIN (WS-INDICE2).
           MOVE WS-SEQUENCE-MAX  TO WS-PAI-SEQUENCE (WS-INDICE2).
           MOVE WS-DATE-SAISIE   TO WS-PAI-DATE (WS-INDICE2).
           MOVE WS-BENEFICIAIRE-SAISI
                TO WS-PAI-BENEFICIAIRE (WS-INDICE2).
           MOVE WS-IBAN-SAISI    TO WS-PAI-IBAN (WS-INDICE2).
           MOVE WS-MONTANT-SAISI TO WS-PAI-MONTANT (WS-INDICE2).
           MOVE WS-TYPE-SAISI    TO WS-PAI-TYPE (WS-INDICE2).
           MOVE "A"              TO WS-PAI-STATUT (WS-INDICE2).
           MOVE ZEROES           TO WS-PAI-DATE-VIREMENT (WS-INDICE2).
           ADD 1 TO WS-COMPTEUR-SAISIS.
           MOVE "O" TO WS-FICHIER-MODIFIE.
           MOVE WS-MONTANT-SAISI TO WS-EDIT-MONTANT.
           DISPLAY "--> PAIEMENT " WS-NUMSIN-SAISI "-" WS-SEQUENCE-MAX
                   " DE " WS-EDIT-MONTANT " A VIRER".
      *
      ****** FILTRAGE SANCTIONS DU BENEFICIAIRE : UNE CORRESPONDANCE
      ****** BLOQUE LE VIREMENT JUSQU'A LA DECISION DE LA CONFORMITE
           MOVE WS-NUMSIN-SAISI       TO WS-IDP-NUMSIN.
           MOVE WS-SEQUENCE-MAX       TO WS-IDP-SEQUENCE.
           MOVE "F"                   TO WS-FIL-FONCTION.
           MOVE WS-IDENT-PAIEMENT     TO WS-FIL-IDENT.
           MOVE WS-BENEFICIAIRE-SAISI TO WS-FIL-NOM.
           MOVE SPACES                TO WS-FIL-PRENOM.
           CALL 'CTRLSANC' USING WS-FILTRAGE
               ON EXCEPTION
                   MOVE "9" TO WS-FIL-STATUT
           END-CALL.
           EVALUATE TRUE
               WHEN WS-FIL-A-EXAMINER
               WHEN WS-FIL-GELE
                   ADD 1 TO WS-COMPTEUR-BLOQUES
                   DISPLAY "--> ALERTE FILTRAGE SANCTIONS SUR LE "
                           "BENEFICIAIRE: VIREMENT BLOQUE JUSQU'A "
                           "DECISION DE LA CONFORMITE"
               WHEN WS-FIL-NON-FILTRE
                   DISPLAY "--> BENEFICIAIRE NON FILTRE (LISTE DES "
                           "SANCTIONS ABSENTE)"
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2000-SAISIE-PAIEMENT-FIN.
           EXIT.

      *******************************************************
      *  ANNULATION D'UN PAIEMENT ENCORE A VIRER
      *******************************************************
       3000-ANNULATION-DEBUT.

           DISPLAY "NUMERO DU SINISTRE: " NO ADVANCING.
           MOVE SPACES TO WS-SAISIE.
           ACCEPT WS-SAISIE.
           IF WS-SAISIE (1:8) NOT NUMERIC
               DISPLAY "--> NUMERO NON NUMERIQUE"
               GO TO 3000-ANNULATION-FIN
           END-IF.
           MOVE WS-SAISIE (1:8) TO WS-NUMSIN-SAISI.

           DISPLAY "SEQUENCE DU PAIEMENT (3 CHIFFRES): " NO ADVANCING.
           MOVE SPACES TO WS-SAISIE.
           ACCEPT WS-SAISIE.
           IF WS-SAISIE (1:3) NOT NUMERIC
               DISPLAY "--> SEQUENCE NON NUMERIQUE"
               GO TO 3000-ANNULATION-FIN
           END-IF.
           MOVE WS-SAISIE (1:3) TO WS-SEQUENCE-SAISIE.

           PERFORM VARYING WS-INDICE2 FROM 1 BY 1
                   UNTIL WS-INDICE2 > WS-NB-PAIEMENTS
               IF WS-PAI-NUMSIN (WS-INDICE2) = WS-NUMSIN-SAISI
               AND WS-PAI-SEQUENCE (WS-INDICE2) = WS-SEQUENCE-SAISIE
                   IF WS-PAI-STATUT (WS-INDICE2) NOT = "A"
                       DISPLAY "--> PAIEMENT DEJA VIRE OU ANNULE"
                       GO TO 3000-ANNULATION-FIN
                   END-IF
                   MOVE "X" TO WS-PAI-STATUT (WS-INDICE2)
                   ADD 1 TO WS-COMPTEUR-ANNULES
                   MOVE "O" TO WS-FICHIER-MODIFIE
                   DISPLAY "--> PAIEMENT " WS-NUMSIN-SAISI "-"
                           WS-SEQUENCE-SAISIE " ANNULE"
                   GO TO 3000-ANNULATION-FIN
               END-IF
           END-PERFORM.

           DISPLAY "--> PAIEMENT NON TROUVE: " WS-NUMSIN-SAISI "-"
                   WS-SEQUENCE-SAISIE.

       3000-ANNULATION-FIN.
           EXIT.

      *******************************************************
      *  LISTE DES PAIEMENTS D'UN SINISTRE
      *******************************************************
       4000-LISTE-DEBUT.

           DISPLAY "NUMERO DU SINISTRE: " NO ADVANCING.
           MOVE SPACES TO WS-SAISIE.
           ACCEPT WS-SAISIE.
           IF WS-SAISIE (1:8) NOT NUMERIC
               DISPLAY "--> NUMERO NON NUMERIQUE"
               GO TO 4000-LISTE-FIN
           END-IF.
           MOVE WS-SAISIE (1:8) TO WS-NUMSIN-SAISI.

           MOVE ZEROES TO WS-COMPTEUR-TROUVES.
           PERFORM VARYING WS-INDICE2 FROM 1 BY 1
                   UNTIL WS-INDICE2 > WS-NB-PAIEMENTS
               IF WS-PAI-NUMSIN (WS-INDICE2) = WS-NUMSIN-SAISI
                   ADD 1 TO WS-COMPTEUR-TROUVES
                   MOVE WS-PAI-MONTANT (WS-INDICE2)
                        TO WS-EDIT-MONTANT
                   DISPLAY WS-PAI-SEQUENCE (WS-INDICE2)
                           " DU " WS-PAI-DATE (WS-INDICE2)
                           " " WS-PAI-TYPE (WS-INDICE2)
                           " " WS-PAI-STATUT (WS-INDICE2)
                           " " WS-EDIT-MONTANT
                           " " WS-PAI-BENEFICIAIRE (WS-INDICE2)
                           " " WS-PAI-IBAN (WS-INDICE2)
               END-IF
           END-PERFORM.

           IF WS-COMPTEUR-TROUVES = ZEROES
               DISPLAY "--> AUCUN PAIEMENT SUR CE SINISTRE"
               GO TO 4000-LISTE-FIN
           END-IF.
           PERFORM 1500-SITUATION-SINISTRE-DEBUT
              THRU 1500-SITUATION-SINISTRE-FIN.
           MOVE WS-CUMUL-PAIEMENTS TO WS-EDIT-CUMUL.
           IF WS-POSITION-SINISTRE = ZEROES
               DISPLAY "CUMUL NON ANNULE " WS-EDIT-CUMUL
                       " (SINISTRE ABSENT DE SINISTRES.txt)"
           ELSE
               SET WS-INDICE TO WS-POSITION-SINISTRE
               MOVE WS-SIN-RESERVE (WS-INDICE) TO WS-EDIT-MONTANT
               DISPLAY "CUMUL NON ANNULE " WS-EDIT-CUMUL
                       " RESERVE " WS-EDIT-MONTANT
           END-IF.

       4000-LISTE-FIN.
           EXIT.

      *******************************************************
      *  REECRITURE COMPLETE DU FICHIER DES PAIEMENTS
      *******************************************************
       5000-REECRITURE-PAIEMENTS-DEBUT.

      ****** ECRITURE DANS LA NOUVELLE GENERATION
           MOVE WS-REE-NOUVEAU TO WS-NOM-FSINPAIE.
           MOVE ZEROES TO WS-REE-NB-ENREG WS-REE-TOTAL.
           OPEN OUTPUT FSINPAIE.
           IF NOT WS-STATUS-FILE-FSINPAIE-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FSINPAIE': "
                       WS-STATUS-FILE-FSINPAIE
               MOVE WS-REE-FICHIER TO WS-NOM-FSINPAIE
               MOVE 16 TO RETURN-CODE
               GO TO 5000-REECRITURE-PAIEMENTS-FIN
           END-IF.

           PERFORM VARYING WS-INDICE2 FROM 1 BY 1
                   UNTIL WS-INDICE2 > WS-NB-PAIEMENTS
               MOVE SPACES TO RSINPAIE
               MOVE WS-PAI-NUMSIN (WS-INDICE2)   TO SPA-NUMSIN
               MOVE WS-PAI-SEQUENCE (WS-INDICE2) TO SPA-SEQUENCE
               MOVE WS-PAI-DATE (WS-INDICE2)     TO SPA-DATE
               MOVE WS-PAI-BENEFICIAIRE (WS-INDICE2)
                    TO SPA-BENEFICIAIRE
               MOVE WS-PAI-IBAN (WS-INDICE2)     TO SPA-IBAN
               MOVE WS-PAI-MONTANT (WS-INDICE2)  TO SPA-MONTANT
               MOVE WS-PAI-TYPE (WS-INDICE2)     TO SPA-TYPE
               MOVE WS-PAI-STATUT (WS-INDICE2)   TO SPA-STATUT
               MOVE WS-PAI-DATE-VIREMENT (WS-INDICE2)
                    TO SPA-DATE-VIREMENT
               WRITE RSINPAIE
               ADD 1 TO WS-REE-NB-ENREG
               ADD SPA-MONTANT TO WS-REE-TOTAL
           END-PERFORM.
           CLOSE FSINPAIE.
           MOVE WS-REE-FICHIER TO WS-NOM-FSINPAIE.
      *
      ****** CONTROLE DE LA GENERATION PUIS BASCULE
           MOVE "B" TO WS-REE-FONCTION.
           CALL 'REECRIT' USING WS-REECRITURE
               ON EXCEPTION
                   MOVE "9" TO WS-REE-STATUT
           END-CALL.
           IF NOT WS-REE-OK
               DISPLAY "*** SINISTRES-PAIEMENTS.txt NON REMPLACE ***"
               MOVE 16 TO RETURN-CODE
               GO TO 5000-REECRITURE-PAIEMENTS-FIN
           END-IF.

           DISPLAY "NOMBRE DE PAIEMENTS REECRITS: " WS-NB-PAIEMENTS.

       5000-REECRITURE-PAIEMENTS-FIN.
           EXIT.
