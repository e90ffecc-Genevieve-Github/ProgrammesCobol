       IDENTIFICATION DIVISION.
       PROGRAM-ID. LITMAINT.
       AUTHOR. GENEVIEVE GIANNASI.
       INSTALLATION. PERSONAL PC.
       DATE-WRITTEN. 15-10-2026.
       DATE-COMPILED. 15-10-2026.
       SECURITY. NON-CONFIDENTIAL.
      ******************************************************************
      * OBJECTIF:
      * Gestion du registre des litiges clients : quand un client
      * conteste une facture, RELANCE continuait l'escalade jusqu'a
      * la mise en demeure, INTERETS facturait des penalites dessus
      * et PERTES finissait par la passer en perte.
      *
      * Le registre LITIGES-CLIENTS.txt porte une ligne par facture
      * contestee (numero FACTEDIT) :
      *   NUMFACT . CLIENT . OUVERTURE . STATUT . MOTIF .
      *   RESPONSABLE . MONTANT . CLOTURE . RESOLUTION
      * Ce programme le maintient sur le modele de MANDMAINT :
      *   (O)UVERTURE d'un litige : la facture doit figurer dans
      *       FACTURES-HISTORIQUE.txt, qui donne le client et le
      *       montant conteste (TTC) ; un seul litige ouvert par
      *       facture ; motif et responsable obligatoires
      *   (C)LOTURE d'un litige ouvert avec sa resolution :
      *       A avoir emis, R litige rejete, P reglement partiel
      *   (L)ISTE des litiges
      * Tant qu'un litige est ouvert, la facture est exclue de
      * l'escalade RELANCE, des INTERETS et des PERTES, et marquee
      * EN LITIGE sur RELEVE et BALANCE. LITAGE edite l'anciennete
      * des litiges ouverts pour la reunion credit.
      * Le registre est reecrit par REECRIT : nouvelle generation
      * controlee puis basculee.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ******** FICHIER CLIENT (NOM DU CLIENT)
           SELECT FCLIENT ASSIGN TO "FICHIERCLIENT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FCLIENT.

      ******** HISTORIQUE PERMANENT DE FACTURATION
           SELECT FHIST ASSIGN TO "FACTURES-HISTORIQUE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FHIST.

      ******** REGISTRE DES LITIGES CLIENTS
           SELECT FLITIGE ASSIGN TO DYNAMIC WS-NOM-FLITIGE
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FLITIGE.

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

      ******** REGISTRE DES LITIGES CLIENTS
           COPY 'COBOL-FD-LITIGE.cpy'.

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
       01  WS-STATUS-FILE-FLITIGE PIC X(02).
           88 WS-STATUS-FILE-FLITIGE-OK  VALUE "00".
           88 WS-STATUS-FILE-FLITIGE-EOF VALUE "10".

      *************************************
      *  TABLE DES CLIENTS (NOM)
      *************************************
       01  WS-TABLE-CLIENTS.
           05 WS-CLIENT-ENTRY OCCURS 5000 INDEXED BY WS-INDICE.
               10 WS-CLIENT-ID  PIC X(08).
               10 WS-CLIENT-NOM PIC X(20).
       01  WS-NB-CLIENTS  PIC 9(04) VALUE ZEROES.
       01  WS-MAX-CLIENTS PIC 9(04) VALUE 5000.
       01  WS-NOM-CLIENT  PIC X(20) VALUE SPACES.

      *************************************
      *  FACTURE RECHERCHEE DANS L'HISTORIQUE
      *************************************
       01  WS-FACTURE-TROUVEE PIC X(01) VALUE "N".
           88 WS-FACTURE-TROUVEE-OUI VALUE "O".
       01  WS-FACT-CLIENT  PIC X(08) VALUE SPACES.
       01  WS-FACT-MONTANT PIC 9(08)V99 VALUE ZEROES.
       01  WS-FACT-DATE    PIC 9(08) VALUE ZEROES.

      *************************************
      *  TABLE DES LITIGES CHARGES EN MEMOIRE
      *************************************
       01  WS-TABLE-LITIGES.
           05 WS-LIT-ENTRY OCCURS 5000 INDEXED BY WS-INDICE2.
               10 WS-LIT-NUMFACT     PIC X(08).
               10 WS-LIT-ID          PIC X(08).
               10 WS-LIT-OUVERTURE   PIC 9(08).
               10 WS-LIT-STATUT      PIC X(01).
               10 WS-LIT-MOTIF       PIC X(30).
               10 WS-LIT-RESPONSABLE PIC X(10).
               10 WS-LIT-MONTANT     PIC 9(08)V99.
               10 WS-LIT-CLOTURE     PIC 9(08).
               10 WS-LIT-RESOLUTION  PIC X(01).
       01  WS-NB-LITIGES  PIC 9(04) VALUE ZEROES.
       01  WS-MAX-LITIGES PIC 9(04) VALUE 5000.
       01  WS-POSITION-LITIGE PIC 9(04) VALUE ZEROES.

      *************************************
      *  ZONES DE SAISIE ET DE CONTROLE
      *************************************
       01  WS-ACTION PIC X(01) VALUE SPACES.
           88  WS-ACTION-OUVERTURE VALUE "O".
           88  WS-ACTION-CLOTURE   VALUE "C".
           88  WS-ACTION-LISTE     VALUE "L".
           88  WS-ACTION-QUITTER   VALUE "Q".
       01  WS-SAISIE PIC X(30) VALUE SPACES.
       01  WS-NUMFACT-RECHERCHE PIC X(08) VALUE SPACES.
       01  WS-MOTIF PIC X(30) VALUE SPACES.
       01  WS-RESPONSABLE PIC X(10) VALUE SPACES.
       01  WS-RESOLUTION PIC X(01) VALUE SPACES.
           88  WS-RESOLUTION-VALIDE VALUE "A" "R" "P".
       01  WS-DATE-JOUR PIC 9(08) VALUE ZEROES.
       01  WS-FICHIER-MODIFIE PIC X(01) VALUE "N".
           88 WS-FICHIER-MODIFIE-OUI VALUE "O".
       01  WS-COMPTEUR-OUVERTURES PIC 9(04) VALUE ZEROES.
       01  WS-COMPTEUR-CLOTURES   PIC 9(04) VALUE ZEROES.
       01  WS-EDIT-MONTANT PIC ZZ.ZZZ.ZZ9,99.

      ***********************************************
      * REECRITURE SURE DES FICHIERS PERMANENTS (REECRIT) :
      * LE REGISTRE EST ECRIT DANS UNE NOUVELLE GENERATION,
      * CONTROLEE (NOMBRE, TOTAL DES MONTANTS) PUIS BASCULEE
      ***********************************************
       01  WS-NOM-FLITIGE PIC X(40) VALUE "LITIGES-CLIENTS.txt".
       01  WS-REECRITURE.
           05  WS-REE-FONCTION  PIC X(01) VALUE "R".
           05  WS-REE-FICHIER   PIC X(40) VALUE "LITIGES-CLIENTS.txt".
           05  WS-REE-NOUVEAU   PIC X(40) VALUE SPACES.
           05  WS-REE-PROGRAMME PIC X(08) VALUE "LITMAINT".
           05  WS-REE-POSITION  PIC 9(04) VALUE 72.
           05  WS-REE-LONGUEUR  PIC 9(02) VALUE 10.
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
           DISPLAY "GESTION DES LITIGES CLIENTS".
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATE-JOUR.
      *
      *********** REPRISE D'UNE REECRITURE INTERROMPUE DU REGISTRE
           MOVE "R" TO WS-REE-FONCTION.
           CALL 'REECRIT' USING WS-REECRITURE
               ON EXCEPTION
                   DISPLAY "--> SOUS-PROGRAMME REECRIT INTROUVABLE"
                   MOVE 16 TO RETURN-CODE
                   GO TO 0000-MAIN-FIN
           END-CALL.
      *
      *********** CHARGEMENT DES TABLES
           PERFORM 1000-CHARGEMENT-CLIENTS-DEBUT
              THRU 1000-CHARGEMENT-CLIENTS-FIN.
           PERFORM 1100-CHARGEMENT-LITIGES-DEBUT
              THRU 1100-CHARGEMENT-LITIGES-FIN.
      *
      *********** BOUCLE DE SAISIE DES OPERATIONS
           PERFORM UNTIL WS-ACTION-QUITTER
               MOVE SPACES TO WS-ACTION
               DISPLAY "ACTION? (O)UVERTURE (C)LOTURE (L)ISTE "
                       "(Q)UITTER: " NO ADVANCING
               ACCEPT WS-ACTION
               MOVE FUNCTION UPPER-CASE (WS-ACTION) TO WS-ACTION
               IF WS-ACTION = SPACES
                   MOVE "Q" TO WS-ACTION
                   DISPLAY "SAISIE VIDE - FIN DE LA GESTION"
               END-IF
               EVALUATE TRUE
                   WHEN WS-ACTION-OUVERTURE
                       PERFORM 2000-OUVERTURE-LITIGE-DEBUT
                          THRU 2000-OUVERTURE-LITIGE-FIN
                   WHEN WS-ACTION-CLOTURE
                       PERFORM 3000-CLOTURE-LITIGE-DEBUT
                          THRU 3000-CLOTURE-LITIGE-FIN
                   WHEN WS-ACTION-LISTE
                       PERFORM 4000-LISTE-LITIGES-DEBUT
                          THRU 4000-LISTE-LITIGES-FIN
                   WHEN WS-ACTION-QUITTER
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "ACTION INVALIDE - CHOISIR O, C, L OU Q"
               END-EVALUATE
           END-PERFORM.
      *
      *********** REECRITURE DU REGISTRE SI MODIFIE
           IF WS-FICHIER-MODIFIE-OUI
               PERFORM 5000-REECRITURE-LITIGES-DEBUT
                  THRU 5000-REECRITURE-LITIGES-FIN
           ELSE
               DISPLAY "AUCUNE MODIFICATION - FICHIER INCHANGE"
           END-IF.

           DISPLAY "==============================================".
           DISPLAY "LITIGES OUVERTS : " WS-COMPTEUR-OUVERTURES.
           DISPLAY "LITIGES CLOS    : " WS-COMPTEUR-CLOTURES.
           DISPLAY "==============================================".

       0000-MAIN-FIN.
           STOP RUN.

      *******************************************************
      *  CHARGEMENT DES CLIENTS EN TABLE
      *******************************************************
       1000-CHARGEMENT-CLIENTS-DEBUT.

           OPEN INPUT FCLIENT.
           IF NOT WS-STATUS-FILE-FCLIENT-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FCLIENT': "
                       WS-STATUS-FILE-FCLIENT
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
                           MOVE RCLIENT-ID
                                TO WS-CLIENT-ID (WS-INDICE)
                           MOVE RCLIENT-NOM
                                TO WS-CLIENT-NOM (WS-INDICE)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FCLIENT.

           DISPLAY "NOMBRE DE CLIENTS CHARGES EN TABLES: "
                   WS-NB-CLIENTS.

       1000-CHARGEMENT-CLIENTS-FIN.
           EXIT.

      *******************************************************
      *  CHARGEMENT DU REGISTRE DES LITIGES EN MEMOIRE
      *******************************************************
       1100-CHARGEMENT-LITIGES-DEBUT.

           OPEN INPUT FLITIGE.
           IF NOT WS-STATUS-FILE-FLITIGE-OK
               DISPLAY "--> AUCUN LITIGE EXISTANT"
               GO TO 1100-CHARGEMENT-LITIGES-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FLITIGE-OK
               READ FLITIGE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-NB-LITIGES < WS-MAX-LITIGES
                           ADD 1 TO WS-NB-LITIGES
                           SET WS-INDICE2 TO WS-NB-LITIGES
                           MOVE LIT-NUMFACT
                                TO WS-LIT-NUMFACT (WS-INDICE2)
                           MOVE LIT-ID
                                TO WS-LIT-ID (WS-INDICE2)
                           MOVE LIT-DATE-OUVERTURE
                                TO WS-LIT-OUVERTURE (WS-INDICE2)
                           MOVE LIT-STATUT
                                TO WS-LIT-STATUT (WS-INDICE2)
                           MOVE LIT-MOTIF
                                TO WS-LIT-MOTIF (WS-INDICE2)
                           MOVE LIT-RESPONSABLE
                                TO WS-LIT-RESPONSABLE (WS-INDICE2)
                           MOVE LIT-RESOLUTION
                                TO WS-LIT-RESOLUTION (WS-INDICE2)
      ****** LIGNES ANTERIEURES : MONTANT ET CLOTURE A BLANC
                           IF LIT-MONTANT IS NUMERIC
                               MOVE LIT-MONTANT
                                    TO WS-LIT-MONTANT (WS-INDICE2)
                           ELSE
                               MOVE ZEROES
                                    TO WS-LIT-MONTANT (WS-INDICE2)
                           END-IF
                           IF LIT-DATE-CLOTURE IS NUMERIC
                               MOVE LIT-DATE-CLOTURE
                                    TO WS-LIT-CLOTURE (WS-INDICE2)
                           ELSE
                               MOVE ZEROES
                                    TO WS-LIT-CLOTURE (WS-INDICE2)
                           END-IF
                       ELSE
                           DISPLAY "--> ! PLUS DE " WS-MAX-LITIGES
                                   " LITIGES!"
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FLITIGE.

           DISPLAY "NOMBRE DE LITIGES CHARGES: " WS-NB-LITIGES.

       1100-CHARGEMENT-LITIGES-FIN.
           EXIT.

      *******************************************************
      *  RECHERCHE DE LA FACTURE DANS L'HISTORIQUE PERMANENT :
      *  CLIENT FACTURE ET MONTANT DU (TTC, SINON HORS TAXE)
      *******************************************************
       1200-RECHERCHE-FACTURE-DEBUT.

           MOVE "N" TO WS-FACTURE-TROUVEE.
           OPEN INPUT FHIST.
           IF NOT WS-STATUS-FILE-FHIST-OK
               DISPLAY "--> FACTURES-HISTORIQUE.txt ABSENT"
               GO TO 1200-RECHERCHE-FACTURE-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FHIST-OK
                      OR WS-FACTURE-TROUVEE-OUI
               READ FHIST
                   AT END
                       CONTINUE
                   NOT AT END
                       IF HIST-NUMFACT IS NUMERIC
                       AND HIST-NUMFACT = WS-NUMFACT-RECHERCHE
                           MOVE "O" TO WS-FACTURE-TROUVEE
                           MOVE HIST-CLIENT TO WS-FACT-CLIENT
                           MOVE HIST-DATE   TO WS-FACT-DATE
                           IF HIST-TTC IS NUMERIC
                           AND HIST-TTC > ZEROES
                               MOVE HIST-TTC TO WS-FACT-MONTANT
                           ELSE
                               MOVE HIST-MONTANT TO WS-FACT-MONTANT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FHIST.

       1200-RECHERCHE-FACTURE-FIN.
           EXIT.

      *******************************************************
      *  OUVERTURE D'UN LITIGE SUR UNE FACTURE
      *******************************************************
       2000-OUVERTURE-LITIGE-DEBUT.

           DISPLAY "NUMERO DE FACTURE CONTESTEE (8 CHIFFRES): "
                   NO ADVANCING.
           MOVE SPACES TO WS-SAISIE.
           ACCEPT WS-SAISIE.
           IF WS-SAISIE (1:8) NOT NUMERIC
               DISPLAY "--> NUMERO DE FACTURE INVALIDE"
               GO TO 2000-OUVERTURE-LITIGE-FIN
           END-IF.
           MOVE WS-SAISIE (1:8) TO WS-NUMFACT-RECHERCHE.
      *
      ****** UN SEUL LITIGE OUVERT PAR FACTURE
           PERFORM VARYING WS-INDICE2 FROM 1 BY 1
                   UNTIL WS-INDICE2 > WS-NB-LITIGES
               IF WS-LIT-NUMFACT (WS-INDICE2) = WS-NUMFACT-RECHERCHE
               AND WS-LIT-STATUT (WS-INDICE2) = "O"
                   DISPLAY "--> UN LITIGE EST DEJA OUVERT SUR CETTE "
                           "FACTURE DEPUIS LE "
                           WS-LIT-OUVERTURE (WS-INDICE2)
                   GO TO 2000-OUVERTURE-LITIGE-FIN
               END-IF
           END-PERFORM.
      *
      ****** LA FACTURE DOIT AVOIR ETE EMISE (HISTORIQUE)
           PERFORM 1200-RECHERCHE-FACTURE-DEBUT
              THRU 1200-RECHERCHE-FACTURE-FIN.
           IF NOT WS-FACTURE-TROUVEE-OUI
               DISPLAY "--> FACTURE INCONNUE DE L'HISTORIQUE: "
                       WS-NUMFACT-RECHERCHE
               GO TO 2000-OUVERTURE-LITIGE-FIN
           END-IF.

           MOVE SPACES TO WS-NOM-CLIENT.
           PERFORM VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-NB-CLIENTS
               IF WS-CLIENT-ID (WS-INDICE) = WS-FACT-CLIENT
                   MOVE WS-CLIENT-NOM (WS-INDICE) TO WS-NOM-CLIENT
               END-IF
           END-PERFORM.
           MOVE WS-FACT-MONTANT TO WS-EDIT-MONTANT.
           DISPLAY "FACTURE DU " WS-FACT-DATE " - CLIENT "
                   WS-FACT-CLIENT " " WS-NOM-CLIENT
                   " - MONTANT " WS-EDIT-MONTANT.
      *
      ****** MOTIF ET RESPONSABLE DU DOSSIER
           DISPLAY "MOTIF DE LA CONTESTATION: " NO ADVANCING.
           MOVE SPACES TO WS-SAISIE.
           ACCEPT WS-SAISIE.
           IF WS-SAISIE = SPACES
               DISPLAY "--> MOTIF OBLIGATOIRE"
               GO TO 2000-OUVERTURE-LITIGE-FIN
           END-IF.
           MOVE FUNCTION UPPER-CASE (WS-SAISIE) TO WS-MOTIF.

           DISPLAY "RESPONSABLE DU DOSSIER (10 CAR. MAX): "
                   NO ADVANCING.
           MOVE SPACES TO WS-SAISIE.
           ACCEPT WS-SAISIE.
           IF WS-SAISIE = SPACES
               DISPLAY "--> RESPONSABLE OBLIGATOIRE"
               GO TO 2000-OUVERTURE-LITIGE-FIN
           END-IF.
           MOVE FUNCTION UPPER-CASE (WS-SAISIE (1:10))
                TO WS-RESPONSABLE.

           IF WS-NB-LITIGES >= WS-MAX-LITIGES
               DISPLAY "--> ! PLUS DE " WS-MAX-LITIGES " LITIGES!"
               GO TO 2000-OUVERTURE-LITIGE-FIN
           END-IF.

           ADD 1 TO WS-NB-LITIGES.
           SET WS-INDICE2 TO WS-NB-LITIGES.
           MOVE WS-NUMFACT-RECHERCHE TO WS-LIT-NUMFACT (WS-INDICE2).
           MOVE WS-FACT-CLIENT       TO WS-LIT-ID (WS-INDICE2).
           MOVE WS-DATE-JOUR         TO WS-LIT-OUVERTURE (WS-INDICE2).
           MOVE "O"                  TO WS-LIT-STATUT (WS-INDICE2).
           MOVE WS-MOTIF             TO WS-LIT-MOTIF (WS-INDICE2).
           MOVE WS-RESPONSABLE       TO WS-LIT-RESPONSABLE (WS-INDICE2).
           MOVE WS-FACT-MONTANT      TO WS-LIT-MONTANT (WS-INDICE2).
           MOVE ZEROES               TO WS-LIT-CLOTURE (WS-INDICE2).
           MOVE SPACES               TO WS-LIT-RESOLUTION (WS-INDICE2).
           ADD 1 TO WS-COMPTEUR-OUVERTURES.
           MOVE "O" TO WS-FICHIER-MODIFIE.
           DISPLAY "--> LITIGE OUVERT SUR LA FACTURE "
                   WS-NUMFACT-RECHERCHE.

       2000-OUVERTURE-LITIGE-FIN.
           EXIT.

      *******************************************************
      *  CLOTURE DU LITIGE OUVERT D'UNE FACTURE
      *******************************************************
       3000-CLOTURE-LITIGE-DEBUT.

           DISPLAY "NUMERO DE FACTURE DU LITIGE: " NO ADVANCING.
           MOVE SPACES TO WS-SAISIE.
           ACCEPT WS-SAISIE.
           MOVE WS-SAISIE (1:8) TO WS-NUMFACT-RECHERCHE.

           MOVE ZEROES TO WS-POSITION-LITIGE.
           PERFORM VARYING WS-INDICE2 FROM 1 BY 1
                   UNTIL WS-INDICE2 > WS-NB-LITIGES
               IF WS-LIT-NUMFACT (WS-INDICE2) = WS-NUMFACT-RECHERCHE
               AND WS-LIT-STATUT (WS-INDICE2) = "O"
                   MOVE WS-INDICE2 TO WS-POSITION-LITIGE
               END-IF
           END-PERFORM.

           IF WS-POSITION-LITIGE = ZEROES
               DISPLAY "--> AUCUN LITIGE OUVERT SUR CETTE FACTURE"
               GO TO 3000-CLOTURE-LITIGE-FIN
           END-IF.
           SET WS-INDICE2 TO WS-POSITION-LITIGE.
           DISPLAY "LITIGE DU " WS-LIT-OUVERTURE (WS-INDICE2)
                   " - CLIENT " WS-LIT-ID (WS-INDICE2)
                   " - " WS-LIT-MOTIF (WS-INDICE2).
      *
      ****** RESOLUTION OBLIGATOIRE
           DISPLAY "RESOLUTION? (A)VOIR EMIS (R)EJETE "
                   "(P)ARTIEL: " NO ADVANCING.
           MOVE SPACES TO WS-SAISIE.
           ACCEPT WS-SAISIE.
           MOVE FUNCTION UPPER-CASE (WS-SAISIE (1:1))
                TO WS-RESOLUTION.
           IF NOT WS-RESOLUTION-VALIDE
               DISPLAY "--> RESOLUTION INVALIDE - CHOISIR A, R OU P"
               GO TO 3000-CLOTURE-LITIGE-FIN
           END-IF.

           MOVE "C"           TO WS-LIT-STATUT (WS-INDICE2).
           MOVE WS-DATE-JOUR  TO WS-LIT-CLOTURE (WS-INDICE2).
           MOVE WS-RESOLUTION TO WS-LIT-RESOLUTION (WS-INDICE2).
           ADD 1 TO WS-COMPTEUR-CLOTURES.
           MOVE "O" TO WS-FICHIER-MODIFIE.
           DISPLAY "--> LITIGE CLOS SUR LA FACTURE "
                   WS-NUMFACT-RECHERCHE.

       3000-CLOTURE-LITIGE-FIN.
           EXIT.

      *******************************************************
      *  LISTE DES LITIGES CHARGES
      *******************************************************
       4000-LISTE-LITIGES-DEBUT.

           PERFORM VARYING WS-INDICE2 FROM 1 BY 1
                   UNTIL WS-INDICE2 > WS-NB-LITIGES
               MOVE WS-LIT-MONTANT (WS-INDICE2) TO WS-EDIT-MONTANT
               DISPLAY WS-LIT-NUMFACT (WS-INDICE2) " "
                       WS-LIT-STATUT (WS-INDICE2) " "
                       WS-LIT-ID (WS-INDICE2) " "
                       WS-LIT-OUVERTURE (WS-INDICE2) " "
                       WS-LIT-RESPONSABLE (WS-INDICE2) " "
                       WS-EDIT-MONTANT " "
                       WS-LIT-RESOLUTION (WS-INDICE2) " "
                       WS-LIT-MOTIF (WS-INDICE2)
           END-PERFORM.

           IF WS-NB-LITIGES = ZEROES
               DISPLAY "--> AUCUN LITIGE"
           END-IF.

       4000-LISTE-LITIGES-FIN.
           EXIT.

      *******************************************************
      *  REECRITURE COMPLETE DU REGISTRE DES LITIGES
      *******************************************************
       5000-REECRITURE-LITIGES-DEBUT.

      ****** ECRITURE DANS LA NOUVELLE GENERATION
           MOVE WS-REE-NOUVEAU TO WS-NOM-FLITIGE.
           MOVE ZEROES TO WS-REE-NB-ENREG WS-REE-TOTAL.
           OPEN OUTPUT FLITIGE.
           IF NOT WS-STATUS-FILE-FLITIGE-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FLITIGE': "
                       WS-STATUS-FILE-FLITIGE
               MOVE WS-REE-FICHIER TO WS-NOM-FLITIGE
               MOVE 16 TO RETURN-CODE
               GO TO 5000-REECRITURE-LITIGES-FIN
           END-IF.

           PERFORM VARYING WS-INDICE2 FROM 1 BY 1
                   UNTIL WS-INDICE2 > WS-NB-LITIGES
               MOVE SPACES TO RLITIGE
               MOVE WS-LIT-NUMFACT (WS-INDICE2)   TO LIT-NUMFACT
               MOVE WS-LIT-ID (WS-INDICE2)        TO LIT-ID
               MOVE WS-LIT-OUVERTURE (WS-INDICE2) TO LIT-DATE-OUVERTURE
               MOVE WS-LIT-STATUT (WS-INDICE2)    TO LIT-STATUT
               MOVE WS-LIT-MOTIF (WS-INDICE2)     TO LIT-MOTIF
               MOVE WS-LIT-RESPONSABLE (WS-INDICE2)
                    TO LIT-RESPONSABLE
               MOVE WS-LIT-MONTANT (WS-INDICE2)   TO LIT-MONTANT
               MOVE WS-LIT-CLOTURE (WS-INDICE2)   TO LIT-DATE-CLOTURE
               MOVE WS-LIT-RESOLUTION (WS-INDICE2) TO LIT-RESOLUTION
               WRITE RLITIGE
               ADD 1 TO WS-REE-NB-ENREG
               IF LIT-MONTANT IS NUMERIC
                   ADD LIT-MONTANT TO WS-REE-TOTAL
               END-IF
           END-PERFORM.
           CLOSE FLITIGE.
           MOVE WS-REE-FICHIER TO WS-NOM-FLITIGE.
      *
      ****** CONTROLE DE LA GENERATION PUIS BASCULE
           MOVE "B" TO WS-REE-FONCTION.
           CALL 'REECRIT' USING WS-REECRITURE
               ON EXCEPTION
                   MOVE "9" TO WS-REE-STATUT
           END-CALL.
           IF NOT WS-REE-OK
               DISPLAY "*** LITIGES-CLIENTS.txt NON REMPLACE ***"
               MOVE 16 TO RETURN-CODE
               GO TO 5000-REECRITURE-LITIGES-FIN
           END-IF.

           DISPLAY "NOMBRE DE LITIGES REECRITS: " WS-NB-LITIGES.

       5000-REECRITURE-LITIGES-FIN.
           EXIT.
