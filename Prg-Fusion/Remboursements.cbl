       IDENTIFICATION DIVISION.
       PROGRAM-ID. REMBOURS.
       AUTHOR. GENEVIEVE GIANNASI.
       INSTALLATION. PERSONAL PC.
       DATE-WRITTEN. 15-10-2026.
       DATE-COMPILED. 15-10-2026.
       SECURITY. NON-CONFIDENTIAL.
      ******************************************************************
      * OBJECTIF:
      * Remboursement par virement des soldes crediteurs : les
      * trop-percus (LETTRAGE-SUSPENS.txt) et les avoirs de
      * RESILIATION laissent de nombreux clients crediteurs, que le
      * service client remboursait a la main depuis le portail de la
      * banque sans aucune trace dans nos fichiers.
      *
      * Les soldes sont ceux du service partage SOLDECLI, a ce jour,
      * pour chaque compte facture de FICHIERSOR.txt (suivi au groupe
      * payeur de GROUPES-CLIENTS.txt, prelevements rejetes
      * neutralises, remboursements deja verses au debit). Pour
      * chaque solde crediteur :
      *   - sans IBAN connu dans MANDATS.txt, le client est liste
      *     avec son adresse dans REMBOURSEMENTS-SANS-IBAN.txt pour
      *     un courrier de demande de coordonnees bancaires
      *   - sinon l'operateur (code saisi au lancement) approuve ou
      *     non le remboursement du credit
      * Les remboursements approuves donnent :
      *   - le fichier de virements sortants VIREMENTS-SORTANTS.txt
      *     (entete / details avec IBAN / pied, comme REMISE-BANQUE)
      *   - une ligne par virement au registre permanent
      *     REMBOURSEMENTS.txt, porte au debit du client par BALANCE
      *     et RELEVE : le compte revient a zero
      *   - les ecritures DEBIT 411+societe / CREDIT 512000 banque,
      *     lot RMB+date remis a ECRICPTA
      * Un client bloque par le filtrage sanctions (alerte a
      * examiner ou gel confirme au registre FILTRAGE-REGISTRE.txt,
      * sous-programme CTRLSANC) n'est ni rembourse ni liste pour
      * le courrier : son credit attend la decision de la
      * conformite.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ******** FICHIER DE SORTIE FACTURATION (LE FACTURE)
           SELECT FCLISOR ASSIGN TO "FICHIERSOR.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FCLISOR.

      ******** GROUPES DE CLIENTS (DETTE SUIVIE AU GROUPE)
           SELECT FGROUPE ASSIGN TO "GROUPES-CLIENTS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FGROUPE.

      ******** FICHIER DES MANDATS DE PRELEVEMENT (IBAN CLIENT)
           SELECT FMANDAT ASSIGN TO "MANDATS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FMANDAT.

      ******** REGISTRE PERMANENT DES REMBOURSEMENTS
           SELECT FREMB ASSIGN TO "REMBOURSEMENTS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FREMB.

      ******** FICHIER DE VIREMENTS SORTANTS POUR LA BANQUE
           SELECT FVIREMENT ASSIGN TO "VIREMENTS-SORTANTS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FVIREMENT.

      ******** CLIENTS CREDITEURS SANS IBAN (COURRIER A ENVOYER)
           SELECT FSANSIBAN ASSIGN TO "REMBOURSEMENTS-SANS-IBAN.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FSANSIBAN.

       DATA DIVISION.
       FILE SECTION.
      ******** FICHIER DE SORTIE FACTURATION
           COPY 'COBOL-FD-FCLISOR.cpy'.

      ******** GROUPES DE CLIENTS (UNE LIGNE PAR MEMBRE)
       FD  FGROUPE.
       01  RGROUPE.
           05  GRP-GROUPE PIC X(08).
           05  FILLER     PIC X(01).
           05  GRP-MEMBRE PIC X(08).
           05  FILLER     PIC X(01).
           05  GRP-NOM    PIC X(30).

      ******** FICHIER DES MANDATS DE PRELEVEMENT
           COPY 'COBOL-FD-MANDAT.cpy'.

      ******** REGISTRE PERMANENT DES REMBOURSEMENTS
           COPY 'COBOL-FD-REMBOURS.cpy'.

      ******** FICHIER DE VIREMENTS SORTANTS (132 POSITIONS)
       FD  FVIREMENT.
       01  RVIREMENT PIC X(132).

      ******** CLIENTS CREDITEURS SANS IBAN
       FD  FSANSIBAN.
       01  RSANSIBAN PIC X(132).

       WORKING-STORAGE SECTION.
      ***********************************************
      * DEFINTION DES STATUS DES FICHIERS
      ***********************************************
       01  WS-STATUS-FILE-FCLISOR PIC X(02).
           88 WS-STATUS-FILE-FCLISOR-OK  VALUE "00".
           88 WS-STATUS-FILE-FCLISOR-EOF VALUE "10".
       01  WS-STATUS-FILE-FGROUPE PIC X(02).
           88 WS-STATUS-FILE-FGROUPE-OK  VALUE "00".
           88 WS-STATUS-FILE-FGROUPE-EOF VALUE "10".
       01  WS-STATUS-FILE-FMANDAT PIC X(02).
           88 WS-STATUS-FILE-FMANDAT-OK  VALUE "00".
           88 WS-STATUS-FILE-FMANDAT-EOF VALUE "10".
       01  WS-STATUS-FILE-FREMB PIC X(02).
           88 WS-STATUS-FILE-FREMB-OK  VALUE "00".
           88 WS-STATUS-FILE-FREMB-EOF VALUE "10".
           88 WS-STATUS-FILE-FREMB-INEXISTANT VALUE "35".
       01  WS-STATUS-FILE-FVIREMENT PIC X(02).
           88 WS-STATUS-FILE-FVIREMENT-OK  VALUE "00".
       01  WS-STATUS-FILE-FSANSIBAN PIC X(02).
           88 WS-STATUS-FILE-FSANSIBAN-OK  VALUE "00".

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
           05  WS-ECR-PROGRAMME    PIC X(08) VALUE "REMBOURS".
           05  WS-ECR-OUVERTURE    PIC X(01) VALUE "A".
           05  WS-ECR-LIGNE        PIC X(46) VALUE SPACES.
           05  WS-ECR-RESULTAT     PIC X(01) VALUE SPACES.
               88  WS-ECR-COMPTABILISE VALUE "C".
               88  WS-ECR-SUSPENS      VALUE "S".
               88  WS-ECR-DEJA-EMIS    VALUE "D".
               88  WS-ECR-ERREUR       VALUE "E".
           05  WS-ECR-NB-ANOMALIES PIC 9(04) VALUE ZEROES.
           05  WS-ECR-NB-LOTS      PIC 9(04) VALUE ZEROES.
       01  WS-RC-SAUVE PIC S9(04) VALUE ZEROES.
       01  WS-COMPTE-BANQUE PIC X(10) VALUE "512000".
       01  WS-COMPTA-BATCH PIC X(12) VALUE SPACES.

      ******************************************
      *  TABLE DES SOLDES PAR CLIENT (IDENTIFIANT DE SUIVI),
      *  SOCIETE ET ADRESSE DE LA PREMIERE LIGNE FACTUREE
      ******************************************
       01  WS-TABLE-CLIENTS.
           05 WS-CLI-ENTRY OCCURS 5000 INDEXED BY WS-INDICE.
               10 WS-CLI-ID         PIC X(08).
               10 WS-CLI-NOM        PIC X(20).
               10 WS-CLI-SOCIETE    PIC X(05).
               10 WS-CLI-RUE        PIC X(30).
               10 WS-CLI-CODEPOSTAL PIC X(05).
               10 WS-CLI-VILLE      PIC X(20).
               10 WS-CLI-SOLDE      PIC S9(09)V99.
               10 WS-CLI-IBAN       PIC X(34).
               10 WS-CLI-APPROUVE   PIC X(01).
                   88 WS-CLI-APPROUVE-OUI VALUE "O".
               10 WS-CLI-CREDIT     PIC 9(07)V99.
       01  WS-NB-CLIENTS  PIC 9(04) VALUE ZEROES.
       01  WS-MAX-CLIENTS PIC 9(04) VALUE 5000.
       01  WS-TROUVE PIC X(01) VALUE "N".
           88 WS-TROUVE-OUI VALUE "O".

      ****** SERVICE PARTAGE SOLDECLI (SOLDE D'UN COMPTE CLIENT)
       01  WS-SOLDECLI.
           05  WS-SOL-FONCTION       PIC X(01) VALUE "S".
           05  WS-SOL-CLIENT         PIC X(08) VALUE SPACES.
           05  WS-SOL-DATE           PIC 9(08) VALUE ZEROES.
           05  WS-SOL-RANG           PIC 9(04) VALUE ZEROES.
           05  WS-SOL-PAYEUR         PIC X(08) VALUE SPACES.
           05  WS-SOL-NOM            PIC X(20) VALUE SPACES.
           05  WS-SOL-NB-FACTURES    PIC 9(05) VALUE ZEROES.
           05  WS-SOL-FACTURE        PIC 9(09)V99 VALUE ZEROES.
           05  WS-SOL-FACTURE-CLIENT PIC 9(09)V99 VALUE ZEROES.
           05  WS-SOL-REMBOURSE      PIC 9(09)V99 VALUE ZEROES.
           05  WS-SOL-REGLE          PIC 9(09)V99 VALUE ZEROES.
           05  WS-SOL-REJETE         PIC 9(09)V99 VALUE ZEROES.
           05  WS-SOL-CREDITE        PIC 9(09)V99 VALUE ZEROES.
           05  WS-SOL-SOLDE          PIC S9(09)V99 VALUE ZEROES.
           05  WS-SOL-ECHU           PIC 9(09)V99 VALUE ZEROES.
           05  WS-SOL-ECHEANCE       PIC 9(08) VALUE ZEROES.
           05  WS-SOL-JOURS          PIC S9(05) VALUE ZEROES.
           05  WS-SOL-TRANCHES.
               10  WS-SOL-TRANCHE    PIC S9(09)V99 OCCURS 5.
           05  WS-SOL-SOUS-PLAN      PIC X(01) VALUE "N".
           05  WS-SOL-DATE-FACTURATION PIC 9(08) VALUE ZEROES.
           05  WS-SOL-STATUT         PIC X(01) VALUE "0".
               88  WS-SOL-STATUT-OK  VALUE "0".
               88  WS-SOL-INCONNU    VALUE "1".
               88  WS-SOL-FIN        VALUE "2".
               88  WS-SOL-ILLISIBLE  VALUE "9".

      ******************************************
      *  GROUPES DE CLIENTS : LA DETTE D'UN MEMBRE EST SUIVIE
      *  SOUS L'IDENTIFIANT DE SON GROUPE PAYEUR
      ******************************************
       01  WS-TABLE-GROUPES.
           05 WS-GRP-ENTRY OCCURS 2000 INDEXED BY WS-INDICE-GRP.
               10 WS-GRP-GROUPE PIC X(08).
               10 WS-GRP-MEMBRE PIC X(08).
               10 WS-GRP-NOM    PIC X(30).
       01  WS-NB-GROUPES  PIC 9(04) VALUE ZEROES.
       01  WS-MAX-GROUPES PIC 9(04) VALUE 2000.
       01  WS-ID-EFFECTIF  PIC X(08) VALUE SPACES.
       01  WS-NOM-EFFECTIF PIC X(20) VALUE SPACES.

      ******************************************
      *  SAISIES DE L'OPERATEUR
      ******************************************
       01  WS-OPERATEUR PIC X(03) VALUE SPACES.
      ****** OPERATEUR CONNECTE A LA CONSOLE (SINON SAISI)
           COPY 'COBOL-SESSION.cpy'.
       01  WS-REPONSE PIC X(01) VALUE SPACES.
           88 WS-REPONSE-OUI VALUE "O".
           88 WS-REPONSE-FIN VALUE "F".
       01  WS-EXAMEN-TERMINE PIC X(01) VALUE "N".
           88 WS-EXAMEN-TERMINE-OUI VALUE "O".

      ******************************************
      *  IDENTIFICATION DU REMETTANT (COMME REMISE-BANQUE)
      ******************************************
       01  WS-REMETTANT PIC X(10) VALUE "CGS0075017".

      ******************************************
      *  COMPTEURS, TOTAUX ET EDITION
      ******************************************
       01  WS-DATE-JOUR PIC 9(08) VALUE ZEROES.
       01  WS-SOLDE PIC S9(09)V99 VALUE ZEROES.
       01  WS-COMPTEUR-CREDITEURS PIC 9(05) VALUE ZEROES.
       01  WS-COMPTEUR-SANS-IBAN PIC 9(05) VALUE ZEROES.
       01  WS-COMPTEUR-APPROUVES PIC 9(05) VALUE ZEROES.
       01  WS-COMPTEUR-REFUSES PIC 9(05) VALUE ZEROES.
       01  WS-COMPTEUR-BLOQUES PIC 9(05) VALUE ZEROES.
       01  WS-TOTAL-REMBOURSE PIC 9(11)V99 VALUE ZEROES.
       01  WS-EDIT-MONTANT PIC ZZ.ZZZ.ZZ9,99.
       01  WS-EDIT-TOTAL   PIC ZZZ.ZZZ.ZZ9,99.
       01  WS-LIGNE PIC X(132) VALUE SPACES.

      ******************************************
      *  FILTRAGE SANCTIONS (CTRLSANC) : AUCUN PAIEMENT SORTANT
      *  VERS UN CLIENT BLOQUE
      ******************************************
       01  WS-FILTRAGE.
           05  WS-FIL-FONCTION      PIC X(01) VALUE "B".
           05  WS-FIL-PROGRAMME     PIC X(08) VALUE "REMBOURS".
           05  WS-FIL-TYPE          PIC X(01) VALUE "C".
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

      ***********************************************
      * MANIFESTE DES SORTIES (MANIFEST) : FICHIERSOR.txt
      * VERIFIE AVANT TRAITEMENT (NOMBRE, TOTAL HT, CLE)
      ***********************************************
       01  WS-MANIFESTE.
           05  WS-MAN-FONCTION  PIC X(01) VALUE "V".
           05  WS-MAN-FICHIER   PIC X(30) VALUE "FICHIERSOR.txt".
           05  WS-MAN-PROGRAMME PIC X(08) VALUE "REMBOURS".
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
           DISPLAY "REMBOURSEMENT DES SOLDES CREDITEURS".
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATE-JOUR.
           MOVE SPACES TO WS-COMPTA-BATCH.
           STRING "RMB " WS-DATE-JOUR
                  DELIMITED BY SIZE INTO WS-COMPTA-BATCH.
      *
      *********** IDENTIFICATION DE L'OPERATEUR QUI APPROUVE
           IF SES-CONNECTEE
               MOVE SES-OPERATEUR TO WS-OPERATEUR
               DISPLAY "CODE OPERATEUR: " WS-OPERATEUR
           ELSE
               DISPLAY "CODE OPERATEUR (3 CAR.): "
                       NO ADVANCING
               ACCEPT WS-OPERATEUR
           END-IF.
           MOVE FUNCTION UPPER-CASE (WS-OPERATEUR) TO WS-OPERATEUR.
           IF WS-OPERATEUR = SPACES
               DISPLAY "--> CODE OPERATEUR OBLIGATOIRE: "
                       "REMBOURSEMENTS REFUSES"
               MOVE 8 TO RETURN-CODE
               GO TO 0000-MAIN-FIN
           END-IF.
      *
      *********** COMPTES FACTURES ET LEURS SOLDES (SOLDECLI)
           PERFORM 1500-CHARGEMENT-GROUPES-DEBUT
              THRU 1500-CHARGEMENT-GROUPES-FIN.
           PERFORM 2000-CHARGEMENT-CLIENTS-DEBUT
              THRU 2000-CHARGEMENT-CLIENTS-FIN.
           IF RETURN-CODE > 8
               GO TO 0000-MAIN-FIN
           END-IF.
           PERFORM 3000-CHARGEMENT-SOLDES-DEBUT
              THRU 3000-CHARGEMENT-SOLDES-FIN.
           IF RETURN-CODE > 8
               GO TO 0000-MAIN-FIN
           END-IF.
           PERFORM 4000-CHARGEMENT-MANDATS-DEBUT
              THRU 4000-CHARGEMENT-MANDATS-FIN.
      *
      *********** EXAMEN ET APPROBATION DES SOLDES CREDITEURS
           PERFORM 5000-EXAMEN-CREDITEURS-DEBUT
              THRU 5000-EXAMEN-CREDITEURS-FIN.
           IF RETURN-CODE > 8
               GO TO 0000-MAIN-FIN
           END-IF.
      *
      *********** ECRITURES, VIREMENTS ET REGISTRE
           IF WS-COMPTEUR-APPROUVES = ZEROES
               DISPLAY "--> AUCUN REMBOURSEMENT APPROUVE"
           ELSE
               PERFORM 6000-ECRITURES-DEBUT
                  THRU 6000-ECRITURES-FIN
               IF RETURN-CODE < 16
                   PERFORM 7000-VIREMENTS-DEBUT
                      THRU 7000-VIREMENTS-FIN
               END-IF
           END-IF.

           MOVE WS-TOTAL-REMBOURSE TO WS-EDIT-TOTAL.
           DISPLAY "==============================================".
           DISPLAY "SOLDES CREDITEURS        : "
                   WS-COMPTEUR-CREDITEURS.
           DISPLAY "SANS IBAN (COURRIER)     : "
                   WS-COMPTEUR-SANS-IBAN.
           DISPLAY "REMBOURSEMENTS APPROUVES : "
                   WS-COMPTEUR-APPROUVES.
           DISPLAY "REMBOURSEMENTS REFUSES   : "
                   WS-COMPTEUR-REFUSES.
           DISPLAY "BLOQUES (FILTRAGE)       : "
                   WS-COMPTEUR-BLOQUES.
           DISPLAY "MONTANT TOTAL REMBOURSE  : " WS-EDIT-TOTAL.
           DISPLAY "==============================================".

       0000-MAIN-FIN.
           GOBACK.

      *******************************************************
      *  CHARGEMENT DES GROUPES DE CLIENTS (FACULTATIF)
      *******************************************************
       1500-CHARGEMENT-GROUPES-DEBUT.

           OPEN INPUT FGROUPE.
           IF NOT WS-STATUS-FILE-FGROUPE-OK
               GO TO 1500-CHARGEMENT-GROUPES-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FGROUPE-OK
               READ FGROUPE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF GRP-GROUPE NOT = SPACES
                       AND GRP-MEMBRE NOT = SPACES
                       AND WS-NB-GROUPES < WS-MAX-GROUPES
                           ADD 1 TO WS-NB-GROUPES
                           SET WS-INDICE-GRP TO WS-NB-GROUPES
                           MOVE GRP-GROUPE
                                TO WS-GRP-GROUPE (WS-INDICE-GRP)
                           MOVE GRP-MEMBRE
                                TO WS-GRP-MEMBRE (WS-INDICE-GRP)
                           MOVE GRP-NOM
                                TO WS-GRP-NOM (WS-INDICE-GRP)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FGROUPE.

       1500-CHARGEMENT-GROUPES-FIN.
           EXIT.

      *******************************************************
      *  SUBSTITUTION DE GROUPE : L'IDENTIFIANT EFFECTIF DE
      *  SUIVI EST CELUI DU GROUPE PAYEUR QUAND LE CLIENT EN
      *  EST MEMBRE, LE SIEN SINON
      *******************************************************
       1600-SUBSTITUTION-GROUPE-DEBUT.

           PERFORM VARYING WS-INDICE-GRP FROM 1 BY 1
                   UNTIL WS-INDICE-GRP > WS-NB-GROUPES
               IF WS-GRP-MEMBRE (WS-INDICE-GRP) = WS-ID-EFFECTIF
                   MOVE WS-GRP-GROUPE (WS-INDICE-GRP)
                        TO WS-ID-EFFECTIF
                   MOVE WS-GRP-NOM (WS-INDICE-GRP) (1:20)
                        TO WS-NOM-EFFECTIF
                   GO TO 1600-SUBSTITUTION-GROUPE-FIN
               END-IF
           END-PERFORM.

       1600-SUBSTITUTION-GROUPE-FIN.
           EXIT.

      *******************************************************
      *  RECHERCHE DU CLIENT WS-ID-EFFECTIF DANS LA TABLE
      *******************************************************
       1700-RECHERCHE-CLIENT-DEBUT.

           MOVE "N" TO WS-TROUVE.
           PERFORM VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-NB-CLIENTS OR WS-TROUVE-OUI
               IF WS-CLI-ID (WS-INDICE) = WS-ID-EFFECTIF
                   MOVE "O" TO WS-TROUVE
               END-IF
           END-PERFORM.
           IF WS-TROUVE-OUI
               SET WS-INDICE DOWN BY 1
           END-IF.

       1700-RECHERCHE-CLIENT-FIN.
           EXIT.

      *******************************************************
      *  COMPTES FACTURES (FICHIERSOR.txt)
      *******************************************************
       2000-CHARGEMENT-CLIENTS-DEBUT.

           OPEN INPUT FCLISOR.
           IF NOT WS-STATUS-FILE-FCLISOR-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FCLISOR': "
                       WS-STATUS-FILE-FCLISOR
               MOVE 16 TO RETURN-CODE
               GO TO 2000-CHARGEMENT-CLIENTS-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FCLISOR-OK
               READ FCLISOR
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 2100-AJOUT-CLIENT-DEBUT
                          THRU 2100-AJOUT-CLIENT-FIN
               END-READ
           END-PERFORM.

           CLOSE FCLISOR.

       2000-CHARGEMENT-CLIENTS-FIN.
           EXIT.

      *******************************************************
      *  AJOUT DU COMPTE PAYEUR D'UNE LIGNE FACTUREE : LA
      *  PREMIERE LIGNE DONNE LA SOCIETE (COMPTE 411) ET
      *  L'ADRESSE DU COURRIER
      *******************************************************
       2100-AJOUT-CLIENT-DEBUT.

           MOVE RCLISOR-ID  TO WS-ID-EFFECTIF.
           MOVE RCLISOR-NOM TO WS-NOM-EFFECTIF.
           PERFORM 1600-SUBSTITUTION-GROUPE-DEBUT
              THRU 1600-SUBSTITUTION-GROUPE-FIN.

           PERFORM 1700-RECHERCHE-CLIENT-DEBUT
              THRU 1700-RECHERCHE-CLIENT-FIN.
           IF WS-TROUVE-OUI
               GO TO 2100-AJOUT-CLIENT-FIN
           END-IF.

           IF WS-NB-CLIENTS >= WS-MAX-CLIENTS
               DISPLAY "--> ! PLUS DE " WS-MAX-CLIENTS " CLIENTS!"
               GO TO 2100-AJOUT-CLIENT-FIN
           END-IF.
           ADD 1 TO WS-NB-CLIENTS.
           SET WS-INDICE TO WS-NB-CLIENTS.
           MOVE WS-ID-EFFECTIF     TO WS-CLI-ID (WS-INDICE).
           MOVE WS-NOM-EFFECTIF    TO WS-CLI-NOM (WS-INDICE).
           MOVE RCLISOR-SOCIETE    TO WS-CLI-SOCIETE (WS-INDICE).
           MOVE RCLISOR-RUE        TO WS-CLI-RUE (WS-INDICE).
           MOVE RCLISOR-CODEPOSTAL TO WS-CLI-CODEPOSTAL (WS-INDICE).
           MOVE RCLISOR-VILLE      TO WS-CLI-VILLE (WS-INDICE).
           MOVE ZEROES TO WS-CLI-SOLDE (WS-INDICE)
                          WS-CLI-CREDIT (WS-INDICE).
           MOVE SPACES TO WS-CLI-IBAN (WS-INDICE).
           MOVE "N" TO WS-CLI-APPROUVE (WS-INDICE).

       2100-AJOUT-CLIENT-FIN.
           EXIT.

      *******************************************************
      *  SOLDE A CE JOUR DE CHAQUE COMPTE (SOLDECLI) : LES
      *  REMBOURSEMENTS DEJA VERSES SONT AU DEBIT, UN CREDIT
      *  DEJA REMBOURSE NE L'EST PAS DEUX FOIS
      *******************************************************
       3000-CHARGEMENT-SOLDES-DEBUT.

           MOVE "C" TO WS-SOL-FONCTION.
           CALL 'SOLDECLI' USING WS-SOLDECLI
               ON EXCEPTION
                   MOVE "9" TO WS-SOL-STATUT
           END-CALL.
           IF NOT WS-SOL-STATUT-OK
               DISPLAY "ERREUR CHARGEMENT DES SOLDES (SOLDECLI): "
                       "FICHIERSOR.txt ILLISIBLE OU SERVICE ABSENT"
               MOVE 16 TO RETURN-CODE
               GO TO 3000-CHARGEMENT-SOLDES-FIN
           END-IF.

           MOVE "S" TO WS-SOL-FONCTION.
           MOVE ZEROES TO WS-SOL-DATE.
           PERFORM VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-NB-CLIENTS
               MOVE WS-CLI-ID (WS-INDICE) TO WS-SOL-CLIENT
               CALL 'SOLDECLI' USING WS-SOLDECLI
                   ON EXCEPTION
                       MOVE "9" TO WS-SOL-STATUT
               END-CALL
               IF WS-SOL-STATUT-OK
                   MOVE WS-SOL-SOLDE TO WS-CLI-SOLDE (WS-INDICE)
               END-IF
           END-PERFORM.

       3000-CHARGEMENT-SOLDES-FIN.
           EXIT.

      *******************************************************
      *  IBAN DES CLIENTS (MANDATS.txt) : LE DERNIER IBAN CONNU,
      *  CELUI D'UN MANDAT ACTIF ETANT PREFERE
      *******************************************************
       4000-CHARGEMENT-MANDATS-DEBUT.

           OPEN INPUT FMANDAT.
           IF NOT WS-STATUS-FILE-FMANDAT-OK
               DISPLAY "--> MANDATS.txt ABSENT: AUCUN IBAN CONNU"
               GO TO 4000-CHARGEMENT-MANDATS-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FMANDAT-OK
               READ FMANDAT
                   AT END
                       CONTINUE
                   NOT AT END
                       IF MAND-IBAN NOT = SPACES
                           MOVE MAND-ID TO WS-ID-EFFECTIF
                           PERFORM 1700-RECHERCHE-CLIENT-DEBUT
                              THRU 1700-RECHERCHE-CLIENT-FIN
                           IF WS-TROUVE-OUI
                               IF MAND-STATUT = "A"
                               OR WS-CLI-IBAN (WS-INDICE) = SPACES
                                   MOVE MAND-IBAN
                                        TO WS-CLI-IBAN (WS-INDICE)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FMANDAT.

       4000-CHARGEMENT-MANDATS-FIN.
           EXIT.

      *******************************************************
      *  EXAMEN DES SOLDES CREDITEURS : LISTE DES CLIENTS SANS
      *  IBAN, APPROBATION DES AUTRES PAR L'OPERATEUR
      *******************************************************
       5000-EXAMEN-CREDITEURS-DEBUT.

           OPEN OUTPUT FSANSIBAN.
           IF NOT WS-STATUS-FILE-FSANSIBAN-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FSANSIBAN': "
                       WS-STATUS-FILE-FSANSIBAN
               MOVE 16 TO RETURN-CODE
               GO TO 5000-EXAMEN-CREDITEURS-FIN
           END-IF.
           MOVE SPACES TO WS-LIGNE.
           STRING "CLIENTS CREDITEURS SANS IBAN AU " WS-DATE-JOUR
                  " : COURRIER DE DEMANDE DE COORDONNEES BANCAIRES"
                  DELIMITED BY SIZE INTO WS-LIGNE.
           MOVE WS-LIGNE TO RSANSIBAN.
           WRITE RSANSIBAN.

           DISPLAY "REPONDRE O POUR REMBOURSER, N POUR DIFFERER, "
                   "F POUR TERMINER L'EXAMEN".
           PERFORM 5100-EXAMEN-CLIENT-DEBUT
              THRU 5100-EXAMEN-CLIENT-FIN
               VARYING WS-INDICE FROM 1 BY 1
               UNTIL WS-INDICE > WS-NB-CLIENTS.

           CLOSE FSANSIBAN.

       5000-EXAMEN-CREDITEURS-FIN.
           EXIT.

      *******************************************************
      *  EXAMEN D'UN CLIENT
      *******************************************************
       5100-EXAMEN-CLIENT-DEBUT.

           MOVE WS-CLI-SOLDE (WS-INDICE) TO WS-SOLDE.
           IF WS-SOLDE >= ZEROES
               GO TO 5100-EXAMEN-CLIENT-FIN
           END-IF.
           ADD 1 TO WS-COMPTEUR-CREDITEURS.
           COMPUTE WS-CLI-CREDIT (WS-INDICE) = ZEROES - WS-SOLDE.
           MOVE WS-CLI-CREDIT (WS-INDICE) TO WS-EDIT-MONTANT.
      *
      ****** CLIENT BLOQUE PAR LE FILTRAGE SANCTIONS : PAS DE
      ****** REMBOURSEMENT AVANT LA DECISION DE LA CONFORMITE
           MOVE "B" TO WS-FIL-FONCTION.
           MOVE WS-CLI-ID (WS-INDICE) TO WS-FIL-IDENT.
           MOVE RETURN-CODE TO WS-RC-SAUVE.
           CALL 'CTRLSANC' USING WS-FILTRAGE
               ON EXCEPTION
                   MOVE "0" TO WS-FIL-STATUT
           END-CALL.
           MOVE WS-RC-SAUVE TO RETURN-CODE.
           IF WS-FIL-A-EXAMINER OR WS-FIL-GELE
               ADD 1 TO WS-COMPTEUR-BLOQUES
               DISPLAY "CLIENT " WS-CLI-ID (WS-INDICE) " "
                       WS-CLI-NOM (WS-INDICE) " CREDIT "
                       WS-EDIT-MONTANT " BLOQUE (FILTRAGE SANCTIONS)"
               GO TO 5100-EXAMEN-CLIENT-FIN
           END-IF.
      *
      ****** SANS IBAN : LIGNE POUR LE COURRIER, AVEC L'ADRESSE
           IF WS-CLI-IBAN (WS-INDICE) = SPACES
               ADD 1 TO WS-COMPTEUR-SANS-IBAN
               MOVE SPACES TO WS-LIGNE
               STRING WS-CLI-ID (WS-INDICE) " "
                      WS-CLI-NOM (WS-INDICE) " "
                      WS-EDIT-MONTANT " "
                      WS-CLI-RUE (WS-INDICE) " "
                      WS-CLI-CODEPOSTAL (WS-INDICE) " "
                      WS-CLI-VILLE (WS-INDICE)
                      DELIMITED BY SIZE INTO WS-LIGNE
               MOVE WS-LIGNE TO RSANSIBAN
               WRITE RSANSIBAN
               GO TO 5100-EXAMEN-CLIENT-FIN
           END-IF.
           IF WS-EXAMEN-TERMINE-OUI
               GO TO 5100-EXAMEN-CLIENT-FIN
           END-IF.
      *
      ****** APPROBATION PAR L'OPERATEUR
           DISPLAY "CLIENT " WS-CLI-ID (WS-INDICE) " "
                   WS-CLI-NOM (WS-INDICE) " CREDIT " WS-EDIT-MONTANT
                   " IBAN " WS-CLI-IBAN (WS-INDICE).
           DISPLAY "REMBOURSER ? (O/N/F): " NO ADVANCING.
           MOVE "N" TO WS-REPONSE.
           ACCEPT WS-REPONSE.
           MOVE FUNCTION UPPER-CASE (WS-REPONSE) TO WS-REPONSE.
           EVALUATE TRUE
               WHEN WS-REPONSE-OUI
                   MOVE "O" TO WS-CLI-APPROUVE (WS-INDICE)
                   ADD 1 TO WS-COMPTEUR-APPROUVES
                   ADD WS-CLI-CREDIT (WS-INDICE)
                       TO WS-TOTAL-REMBOURSE
               WHEN WS-REPONSE-FIN
                   MOVE "O" TO WS-EXAMEN-TERMINE
                   ADD 1 TO WS-COMPTEUR-REFUSES
               WHEN OTHER
                   ADD 1 TO WS-COMPTEUR-REFUSES
           END-EVALUATE.

       5100-EXAMEN-CLIENT-FIN.
           EXIT.

      *******************************************************
      *  ECRITURES DU LOT RMB+DATE : DEBIT 411+SOCIETE PAR
      *  REMBOURSEMENT, CREDIT 512000 BANQUE POUR LE TOTAL
      *******************************************************
       6000-ECRITURES-DEBUT.

           PERFORM VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-NB-CLIENTS
               IF WS-CLI-APPROUVE-OUI (WS-INDICE)
                   MOVE SPACES TO RCOMPTA
                   MOVE "D" TO COMPTA-SENS
                   STRING "411" WS-CLI-SOCIETE (WS-INDICE)
                          DELIMITED BY SIZE INTO COMPTA-COMPTE
                   MOVE WS-CLI-CREDIT (WS-INDICE) TO COMPTA-MONTANT
                   PERFORM 6100-EMISSION-ECRITURE-DEBUT
                      THRU 6100-EMISSION-ECRITURE-FIN
               END-IF
           END-PERFORM.
           MOVE SPACES TO RCOMPTA.
           MOVE "C" TO COMPTA-SENS.
           MOVE WS-COMPTE-BANQUE TO COMPTA-COMPTE.
           MOVE WS-TOTAL-REMBOURSE TO COMPTA-MONTANT.
           PERFORM 6100-EMISSION-ECRITURE-DEBUT
              THRU 6100-EMISSION-ECRITURE-FIN.
      *
      ****** VALIDATION DU LOT PAR LE PLAN COMPTABLE
           MOVE "V" TO WS-ECR-ACTION.
           MOVE SPACES TO RCOMPTA.
           PERFORM 6100-EMISSION-ECRITURE-DEBUT
              THRU 6100-EMISSION-ECRITURE-FIN.
           EVALUATE TRUE
               WHEN WS-ECR-SUSPENS
                   DISPLAY "*** LOT " WS-COMPTA-BATCH " EN SUSPENS: "
                           WS-ECR-NB-ANOMALIES " COMPTE(S) HORS PLAN "
                           "COMPTABLE ***"
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               WHEN WS-ECR-ERREUR
                   DISPLAY "*** ECRITURES DE REMBOURSEMENT NON EMISES: "
                           "AUCUN VIREMENT PRODUIT ***"
                   MOVE 16 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "LOT " WS-COMPTA-BATCH " EMIS"
           END-EVALUATE.

       6000-ECRITURES-FIN.
           EXIT.

      *******************************************************
      *  REMISE D'UNE LIGNE (OU DE LA VALIDATION DU LOT) A
      *  ECRICPTA, SANS PERDRE LE CODE RETOUR EN COURS
      *******************************************************
       6100-EMISSION-ECRITURE-DEBUT.

           MOVE WS-DATE-JOUR TO COMPTA-DATE.
           MOVE WS-COMPTA-BATCH TO COMPTA-BATCH.
           MOVE RETURN-CODE TO WS-RC-SAUVE.
           MOVE RCOMPTA TO WS-ECR-LIGNE.
           CALL 'ECRICPTA' USING WS-ECRITURE
               ON EXCEPTION
                   MOVE "E" TO WS-ECR-RESULTAT
           END-CALL.
           MOVE WS-RC-SAUVE TO RETURN-CODE.

       6100-EMISSION-ECRITURE-FIN.
           EXIT.

      *******************************************************
      *  FICHIER DE VIREMENTS SORTANTS ET REGISTRE PERMANENT
      *******************************************************
       7000-VIREMENTS-DEBUT.

           OPEN OUTPUT FVIREMENT.
           IF NOT WS-STATUS-FILE-FVIREMENT-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FVIREMENT': "
                       WS-STATUS-FILE-FVIREMENT
               MOVE 16 TO RETURN-CODE
               GO TO 7000-VIREMENTS-FIN
           END-IF.
           OPEN EXTEND FREMB.
           IF WS-STATUS-FILE-FREMB-INEXISTANT
               OPEN OUTPUT FREMB
           END-IF.
           IF NOT WS-STATUS-FILE-FREMB-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FREMB': "
                       WS-STATUS-FILE-FREMB
               CLOSE FVIREMENT
               MOVE 16 TO RETURN-CODE
               GO TO 7000-VIREMENTS-FIN
           END-IF.
      *
      ****** ENTETE DE REMISE
           MOVE SPACES TO WS-LIGNE.
           STRING "E " WS-REMETTANT " " WS-DATE-JOUR " VIREMENTS"
                  DELIMITED BY SIZE INTO WS-LIGNE.
           MOVE WS-LIGNE TO RVIREMENT.
           WRITE RVIREMENT.
      *
      ****** UN DETAIL ET UNE LIGNE DE REGISTRE PAR REMBOURSEMENT
           PERFORM VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-NB-CLIENTS
               IF WS-CLI-APPROUVE-OUI (WS-INDICE)
                   MOVE WS-CLI-CREDIT (WS-INDICE) TO WS-EDIT-MONTANT
                   MOVE SPACES TO WS-LIGNE
                   STRING "D " WS-CLI-ID (WS-INDICE) " "
                          WS-CLI-NOM (WS-INDICE) " "
                          WS-EDIT-MONTANT " "
                          WS-CLI-IBAN (WS-INDICE) " "
                          WS-COMPTA-BATCH
                          DELIMITED BY SIZE INTO WS-LIGNE
                   MOVE WS-LIGNE TO RVIREMENT
                   WRITE RVIREMENT

                   MOVE SPACES TO RREMB
                   MOVE WS-CLI-ID (WS-INDICE) TO REMB-ID
                   MOVE WS-DATE-JOUR TO REMB-DATE
                   MOVE WS-CLI-CREDIT (WS-INDICE) TO REMB-MONTANT
                   MOVE WS-CLI-IBAN (WS-INDICE) TO REMB-IBAN
                   MOVE WS-OPERATEUR TO REMB-OPERATEUR
                   WRITE RREMB
                   DISPLAY "--> REMBOURSE: " WS-CLI-ID (WS-INDICE)
                           " " WS-EDIT-MONTANT
               END-IF
           END-PERFORM.
      *
      ****** PIED DE REMISE : NOMBRE ET SOMME DES DETAILS
           MOVE WS-TOTAL-REMBOURSE TO WS-EDIT-TOTAL.
           MOVE SPACES TO WS-LIGNE.
           STRING "P " WS-COMPTEUR-APPROUVES " " WS-EDIT-TOTAL
                  DELIMITED BY SIZE INTO WS-LIGNE.
           MOVE WS-LIGNE TO RVIREMENT.
           WRITE RVIREMENT.

           CLOSE FVIREMENT.
           CLOSE FREMB.

       7000-VIREMENTS-FIN.
           EXIT.
