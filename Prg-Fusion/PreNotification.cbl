       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRENOTIF.
       AUTHOR. GENEVIEVE GIANNASI.
       INSTALLATION. PERSONAL PC.
       DATE-WRITTEN. 15-10-2026.
       DATE-COMPILED. 15-10-2026.
       SECURITY. NON-CONFIDENTIAL.
      ******************************************************************
      * OBJECTIF:
      * Avis prealables de prelevement SEPA : le debiteur doit etre
      * informe du montant et de la date du prelevement N jours avant
      * (N saisi au lancement, 14 par defaut).
      *
      * Prelevements prevus, pour les clients marques pour prelevement
      * (RCLISOR-PRELEVEMENT = O) comme dans REMISEBANQ :
      *   - client sous echeancier (ECHEANCIERS.txt) : chaque echeance
      *     a sa date
      *   - autre client : le montant de FICHIERSOR.txt (TTC, sinon
      *     hors taxe) a l'echeance de ses conditions de paiement
      *     (service ECHEANCE, date de la derniere facturation)
      * Tout prelevement prevu au plus tard dans N jours et pas encore
      * avise (registre permanent PRENOTIFICATIONS.txt) fait l'objet
      * d'un avis. La date annoncee n'est jamais anterieure a la date
      * du jour + N jours : un prelevement prevu plus tot est reporte
      * a cette date (signale, RC 4).
      * Un seul avis par client dans PRENOTIFICATIONS-AVIS.txt : date
      * et montant de chaque prelevement, reference unique du mandat
      * (MAND-RUM) et identifiant creancier SEPA. Un client sans
      * mandat actif ou dont le mandat est caduc (36 mois sans
      * prelevement) n'est pas avise : REMISEBANQ ne le remettra pas.
      * Chaque avis emis est inscrit au registre permanent des
      * correspondances (sous-programme CORRESP), reference = RUM,
      * et indexe pour la mise sous pli de la nuit (sous-programme
      * INDEXPLI, voir MISEPLI).
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ******** FICHIER CLIENT (ADRESSE DE L'AVIS)
           SELECT FCLIENT ASSIGN TO "FICHIERCLIENT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FCLIENT.

      ******** FICHIER DE SORTIE FACTURATION
           SELECT FCLISOR ASSIGN TO "FICHIERSOR.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FCLISOR.

      ******** FICHIER DE CONTROLE (DATE DE LA DERNIERE FACTURATION)
           SELECT FCTRL ASSIGN TO "FACTURES-CONTROLE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FCTRL.

      ******** FICHIER DES ECHEANCIERS DE PAIEMENT
           SELECT FECH ASSIGN TO "ECHEANCIERS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FECH.

      ******** FICHIER DES MANDATS DE PRELEVEMENT (MANDMAINT)
           SELECT FMANDAT ASSIGN TO "MANDATS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FMANDAT.

      ******** REGISTRE PERMANENT DES PRELEVEMENTS AVISES
           SELECT FPRENOT ASSIGN TO "PRENOTIFICATIONS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FPRENOT.

      ******** AVIS DE PRELEVEMENT A ENVOYER AUX CLIENTS
           SELECT FAVIS ASSIGN TO "PRENOTIFICATIONS-AVIS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FAVIS.

       DATA DIVISION.
       FILE SECTION.
      ******** FICHIER CLIENT
           COPY 'COBOL-FD-FCLIENT.CPY'.

      ******** FICHIER DE SORTIE FACTURATION
           COPY 'COBOL-FD-FCLISOR.cpy'.

      ******** FICHIER DE CONTROLE DES EXECUTIONS
           COPY 'COBOL-FD-CTRL.cpy'.

      ******** FICHIER DES ECHEANCIERS DE PAIEMENT
       FD  FECH.
       01  RECH.
           05  ECH-ID       PIC X(08).
           05  FILLER       PIC X(01).
           05  ECH-SEQUENCE PIC 9(02).
           05  FILLER       PIC X(01).
           05  ECH-DATE     PIC 9(08).
           05  FILLER       PIC X(01).
           05  ECH-MONTANT  PIC 9(07)V99.

      ******** FICHIER DES MANDATS DE PRELEVEMENT
           COPY 'COBOL-FD-MANDAT.cpy'.

      ******** REGISTRE PERMANENT DES PRELEVEMENTS AVISES : UNE
      ******** LIGNE PAR PRELEVEMENT (ORIGINE E ECHEANCE, F FACTURE)
       FD  FPRENOT.
       01  RPRENOT.
           05  PNO-ID           PIC X(08).
           05  FILLER           PIC X(01).
           05  PNO-ORIGINE      PIC X(01).
           05  FILLER           PIC X(01).
           05  PNO-DATE-PREVUE  PIC 9(08).
           05  FILLER           PIC X(01).
           05  PNO-MONTANT      PIC 9(08)V99.
           05  FILLER           PIC X(01).
           05  PNO-DATE-DEBIT   PIC 9(08).
           05  FILLER           PIC X(01).
           05  PNO-RUM          PIC X(16).
           05  FILLER           PIC X(01).
           05  PNO-DATE-AVIS    PIC 9(08).

      ******** AVIS DE PRELEVEMENT A ENVOYER AUX CLIENTS
       FD  FAVIS.
       01  RAVIS PIC X(100).

       WORKING-STORAGE SECTION.
      ***********************************************
      * DEFINTION DES STATUS DES FICHIERS
      ***********************************************
       01  WS-STATUS-FILE-FCLIENT PIC X(02).
           88 WS-STATUS-FILE-FCLIENT-OK  VALUE "00".
           88 WS-STATUS-FILE-FCLIENT-EOF VALUE "10".
       01  WS-STATUS-FILE-FCLISOR PIC X(02).
           88 WS-STATUS-FILE-FCLISOR-OK  VALUE "00".
           88 WS-STATUS-FILE-FCLISOR-EOF VALUE "10".
       01  WS-STATUS-FILE-FCTRL PIC X(02).
           88 WS-STATUS-FILE-FCTRL-OK  VALUE "00".
           88 WS-STATUS-FILE-FCTRL-EOF VALUE "10".
       01  WS-STATUS-FILE-FECH PIC X(02).
           88 WS-STATUS-FILE-FECH-OK  VALUE "00".
           88 WS-STATUS-FILE-FECH-EOF VALUE "10".
       01  WS-STATUS-FILE-FMANDAT PIC X(02).
           88 WS-STATUS-FILE-FMANDAT-OK  VALUE "00".
           88 WS-STATUS-FILE-FMANDAT-EOF VALUE "10".
       01  WS-STATUS-FILE-FPRENOT PIC X(02).
           88 WS-STATUS-FILE-FPRENOT-OK  VALUE "00".
           88 WS-STATUS-FILE-FPRENOT-EOF VALUE "10".
           88 WS-STATUS-FILE-FPRENOT-INEXISTANT VALUE "35".
       01  WS-STATUS-FILE-FAVIS PIC X(02).
           88 WS-STATUS-FILE-FAVIS-OK  VALUE "00".

      ******************************************
      *  IDENTIFIANT CREANCIER SEPA (ICS) ET REMETTANT
      ******************************************
       01  WS-ICS       PIC X(13) VALUE "FR46ZZZ075017".
       01  WS-CREANCIER PIC X(30) VALUE "CGS - SERVICE CLIENTS".

      ******************************************
      *  CLIENTS MARQUES POUR PRELEVEMENT
      ******************************************
       01  WS-TABLE-CLIENTS.
           05 WS-CLI-ENTRY OCCURS 5000 INDEXED BY WS-INDICE.
               10 WS-CLI-ID       PIC X(08).
               10 WS-CLI-NOM      PIC X(20).
               10 WS-CLI-PLAN     PIC X(01).
               10 WS-CLI-MANDAT   PIC 9(04).
       01  WS-NB-CLIENTS  PIC 9(04) VALUE ZEROES.
       01  WS-MAX-CLIENTS PIC 9(04) VALUE 5000.
       01  WS-POSITION-CLIENT PIC 9(04) VALUE ZEROES.

      ******************************************
      *  IDENTITE ET ADRESSE DES CLIENTS
      ******************************************
       01  WS-TABLE-IDENTITES.
           05 WS-IDT-ENTRY OCCURS 5000 INDEXED BY WS-INDICE-IDT.
               10 WS-IDT-ID         PIC X(08).
               10 WS-IDT-NOM        PIC X(20).
               10 WS-IDT-PRENOM     PIC X(20).
               10 WS-IDT-RUE        PIC X(30).
               10 WS-IDT-CODEPOSTAL PIC X(05).
               10 WS-IDT-VILLE      PIC X(20).
       01  WS-NB-IDENTITES  PIC 9(04) VALUE ZEROES.
       01  WS-MAX-IDENTITES PIC 9(04) VALUE 5000.

      ******************************************
      *  ECHEANCES DES PLANS DE PAIEMENT
      ******************************************
       01  WS-TABLE-ECHEANCES.
           05 WS-ECH-ENTRY OCCURS 5000 INDEXED BY WS-INDICE-ECH.
               10 WS-ECH-ID      PIC X(08).
               10 WS-ECH-DATE    PIC 9(08).
               10 WS-ECH-MONTANT PIC 9(07)V99.
       01  WS-NB-ECHEANCES  PIC 9(04) VALUE ZEROES.
       01  WS-MAX-ECHEANCES PIC 9(04) VALUE 5000.

      ******************************************
      *  MANDATS DE PRELEVEMENT
      ******************************************
       01  WS-TABLE-MANDATS.
           05 WS-MAND-ENTRY OCCURS 5000 INDEXED BY WS-INDICE2.
               10 WS-MAND-ID          PIC X(08).
               10 WS-MAND-RUM         PIC X(16).
               10 WS-MAND-STATUT      PIC X(01).
               10 WS-MAND-SIGNATURE   PIC 9(08).
               10 WS-MAND-UTILISATION PIC 9(08).
       01  WS-NB-MANDATS  PIC 9(04) VALUE ZEROES.
       01  WS-MAX-MANDATS PIC 9(04) VALUE 5000.
       01  WS-DATE-CADUCITE  PIC 9(08) VALUE ZEROES.
       01  WS-DATE-REFERENCE PIC 9(08) VALUE ZEROES.

      ******************************************
      *  PRELEVEMENTS PREVUS (CUMULES PAR CLIENT, DATE, ORIGINE)
      ******************************************
       01  WS-TABLE-PRELEVEMENTS.
           05 WS-PRL-ENTRY OCCURS 9000 INDEXED BY WS-INDICE-PRL.
               10 WS-PRL-ID       PIC X(08).
               10 WS-PRL-ORIGINE  PIC X(01).
               10 WS-PRL-DATE     PIC 9(08).
               10 WS-PRL-MONTANT  PIC 9(08)V99.
               10 WS-PRL-DEBIT    PIC 9(08).
               10 WS-PRL-RETENU   PIC X(01).
       01  WS-NB-PRELEVEMENTS  PIC 9(04) VALUE ZEROES.
       01  WS-MAX-PRELEVEMENTS PIC 9(04) VALUE 9000.

      ******************************************
      *  PRELEVEMENTS DEJA AVISES (REGISTRE)
      ******************************************
       01  WS-TABLE-AVISES.
           05 WS-AVI-ENTRY OCCURS 9000 INDEXED BY WS-INDICE-AVI.
               10 WS-AVI-ID      PIC X(08).
               10 WS-AVI-ORIGINE PIC X(01).
               10 WS-AVI-DATE    PIC 9(08).
       01  WS-NB-AVISES  PIC 9(04) VALUE ZEROES.
       01  WS-MAX-AVISES PIC 9(04) VALUE 9000.

      ******************************************
      *  ECHEANCE D'UNE FACTURE (SERVICE ECHEANCE)
      ******************************************
       01  WS-DATE-FACTURATION PIC 9(08) VALUE ZEROES.
       01  WS-ECHEANCE.
           05  WS-ECHS-CLIENT        PIC X(08) VALUE SPACES.
           05  WS-ECHS-SOCIETE       PIC X(05) VALUE SPACES.
           05  WS-ECHS-DATE-FACTURE  PIC 9(08) VALUE ZEROES.
           05  WS-ECHS-CODE          PIC X(04) VALUE SPACES.
           05  WS-ECHS-LIBELLE       PIC X(30) VALUE SPACES.
           05  WS-ECHS-JOURS         PIC 9(03) VALUE ZEROES.
           05  WS-ECHS-FIN-MOIS      PIC X(01) VALUE SPACES.
           05  WS-ECHS-DATE-ECHEANCE PIC 9(08) VALUE ZEROES.
           05  WS-ECHS-ORIGINE       PIC X(01) VALUE SPACES.
               88  WS-ECHS-SANS-CONDITION VALUE "A".
           05  WS-ECHS-STATUT        PIC X(01) VALUE "0".
               88  WS-ECHS-STATUT-OK VALUE "0".

      ******************************************
      *  TRAITEMENT ET EDITION
      ******************************************
       01  WS-SAISIE PIC X(10) VALUE SPACES.
       01  WS-DELAI-AVIS PIC 9(03) VALUE 14.
       01  WS-DATE-JOUR PIC 9(08) VALUE ZEROES.
       01  WS-DATE-LIMITE PIC 9(08) VALUE ZEROES.
       01  WS-PRL-CLE-ID      PIC X(08) VALUE SPACES.
       01  WS-PRL-CLE-ORIGINE PIC X(01) VALUE SPACES.
       01  WS-PRL-CLE-DATE    PIC 9(08) VALUE ZEROES.
       01  WS-PRL-CLE-MONTANT PIC 9(08)V99 VALUE ZEROES.
       01  WS-TROUVE PIC X(01) VALUE "N".
           88 WS-TROUVE-OUI VALUE "O".
       01  WS-NB-RETENUS-CLIENT PIC 9(04) VALUE ZEROES.
       01  WS-TOTAL-CLIENT PIC 9(09)V99 VALUE ZEROES.
       01  WS-COMPTEUR-AVIS      PIC 9(05) VALUE ZEROES.
       01  WS-COMPTEUR-AVISES    PIC 9(05) VALUE ZEROES.
       01  WS-COMPTEUR-REPORTES  PIC 9(05) VALUE ZEROES.
       01  WS-COMPTEUR-SANS-MANDAT PIC 9(05) VALUE ZEROES.
       01  WS-COMPTEUR-DEJA      PIC 9(05) VALUE ZEROES.
       01  WS-TOTAL-AVISE PIC 9(11)V99 VALUE ZEROES.
       01  WS-EDIT-MONTANT PIC ZZZ.ZZZ.ZZ9,99.
       01  WS-EDIT-TOTAL   PIC Z.ZZZ.ZZZ.ZZ9,99.
       01  WS-EDIT-DATE    PIC 9(04)/9(02)/9(02).
       01  WS-LIGNE PIC X(100) VALUE SPACES.

      ***********************************************
      * MANIFESTE DES SORTIES (MANIFEST) : FICHIERSOR.txt
      * VERIFIE AVANT TRAITEMENT (NOMBRE, TOTAL HT, CLE)
      ***********************************************
       01  WS-MANIFESTE.
           05  WS-MAN-FONCTION  PIC X(01) VALUE "V".
           05  WS-MAN-FICHIER   PIC X(30) VALUE "FICHIERSOR.txt".
           05  WS-MAN-PROGRAMME PIC X(08) VALUE "PRENOTIF".
           05  WS-MAN-POSITION  PIC 9(04) VALUE 73.
           05  WS-MAN-LONGUEUR  PIC 9(02) VALUE 9.
           05  WS-MAN-NB-ENREG  PIC 9(09) VALUE ZEROES.
           05  WS-MAN-TOTAL     PIC 9(13)V99 VALUE ZEROES.
           05  WS-MAN-CONTROLE  PIC 9(09) VALUE ZEROES.
           05  WS-MAN-STATUT    PIC X(01) VALUE SPACES.
               88  WS-MAN-ALTERE VALUE "2".

      ***********************************************
      * REGISTRE DES CORRESPONDANCES (CORRESP)
      ***********************************************
       01  WS-CORRESPONDANCE.
           05  WS-COR-CLIENT-ID     PIC X(08) VALUE SPACES.
           05  WS-COR-DOCUMENT      PIC X(10) VALUE "PRENOTIF".
           05  WS-COR-REFERENCE     PIC X(20) VALUE SPACES.
           05  WS-COR-CANAL         PIC X(01) VALUE "C".
           05  WS-COR-FICHIER       PIC X(30)
               VALUE "PRENOTIFICATIONS-AVIS.txt".
           05  WS-COR-GENERATION    PIC X(14) VALUE SPACES.
           05  WS-COR-PROGRAMME     PIC X(08) VALUE "PRENOTIF".
           05  WS-COR-STATUT        PIC X(01) VALUE SPACES.
               88  WS-COR-INSCRIT   VALUE "0".
       01  WS-COMPTEUR-NON-INSCRITS PIC 9(05) VALUE ZEROES.

      ***********************************************
      * INDEX DES DOCUMENTS POUR LA MISE SOUS PLI (INDEXPLI)
      ***********************************************
       01  WS-PLI.
           05  WS-PLI-FICHIER       PIC X(30)
               VALUE "PRENOTIFICATIONS-AVIS.txt".
           05  WS-PLI-GENERATION    PIC X(14) VALUE SPACES.
           05  WS-PLI-RANG          PIC 9(05) VALUE ZEROES.
           05  WS-PLI-DESTINATAIRE  PIC X(08) VALUE SPACES.
           05  WS-PLI-DOCUMENT      PIC X(10) VALUE "PRENOTIF".
           05  WS-PLI-PROGRAMME     PIC X(08) VALUE "PRENOTIF".
           05  WS-PLI-STATUT        PIC X(01) VALUE SPACES.
               88  WS-PLI-INDEXE    VALUE "0".
       01  WS-COMPTEUR-NON-INDEXES PIC 9(05) VALUE ZEROES.

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
           DISPLAY "AVIS PREALABLES DE PRELEVEMENT SEPA".
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATE-JOUR.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-COR-GENERATION.
           MOVE WS-COR-GENERATION TO WS-PLI-GENERATION.
      ****** UN MANDAT NON UTILISE DEPUIS AVANT CETTE DATE EST CADUC
           COMPUTE WS-DATE-CADUCITE = WS-DATE-JOUR - 30000.

           DISPLAY "DELAI DE PREAVIS EN JOURS (DEFAUT 14): "
                   NO ADVANCING.
           MOVE SPACES TO WS-SAISIE.
           ACCEPT WS-SAISIE.
           IF FUNCTION TEST-NUMVAL (WS-SAISIE) = 0
           AND FUNCTION NUMVAL (WS-SAISIE) > ZEROES
               COMPUTE WS-DELAI-AVIS = FUNCTION NUMVAL (WS-SAISIE)
           END-IF.
           COMPUTE WS-DATE-LIMITE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-DATE-JOUR)
                    + WS-DELAI-AVIS).
      *
      *********** DONNEES DE REFERENCE
           PERFORM 0500-LECTURE-DATE-FACTURATION-DEBUT
              THRU 0500-LECTURE-DATE-FACTURATION-FIN.
           PERFORM 0600-CHARGEMENT-IDENTITES-DEBUT
              THRU 0600-CHARGEMENT-IDENTITES-FIN.
           PERFORM 0700-CHARGEMENT-ECHEANCIERS-DEBUT
              THRU 0700-CHARGEMENT-ECHEANCIERS-FIN.
           PERFORM 0800-CHARGEMENT-MANDATS-DEBUT
              THRU 0800-CHARGEMENT-MANDATS-FIN.
           PERFORM 0900-CHARGEMENT-AVISES-DEBUT
              THRU 0900-CHARGEMENT-AVISES-FIN.
      *
      *********** PRELEVEMENTS PREVUS
           PERFORM 1000-PRELEVEMENTS-FACTURES-DEBUT
              THRU 1000-PRELEVEMENTS-FACTURES-FIN.
           IF RETURN-CODE >= 16
               GO TO 0000-MAIN-FIN
           END-IF.
           PERFORM 2000-PRELEVEMENTS-ECHEANCES-DEBUT
              THRU 2000-PRELEVEMENTS-ECHEANCES-FIN.
      *
      *********** AVIS ET REGISTRE
           PERFORM 3000-EMISSION-AVIS-DEBUT
              THRU 3000-EMISSION-AVIS-FIN.

           MOVE WS-TOTAL-AVISE TO WS-EDIT-TOTAL.
           DISPLAY "==============================================".
           DISPLAY "AVIS EMIS                 : " WS-COMPTEUR-AVIS.
           DISPLAY "PRELEVEMENTS AVISES       : " WS-COMPTEUR-AVISES.
           DISPLAY "MONTANT AVISE             : " WS-EDIT-TOTAL.
           DISPLAY "DATES REPORTEES (PREAVIS) : " WS-COMPTEUR-REPORTES.
           DISPLAY "DEJA AVISES               : " WS-COMPTEUR-DEJA.
           DISPLAY "CLIENTS SANS MANDAT VALIDE: "
                   WS-COMPTEUR-SANS-MANDAT.
           IF WS-COMPTEUR-NON-INSCRITS > ZEROES
               DISPLAY "NON INSCRITS AU REGISTRE DES CORRESPONDANCES: "
                       WS-COMPTEUR-NON-INSCRITS
           END-IF.
           IF WS-COMPTEUR-NON-INDEXES > ZEROES
               DISPLAY "DOCUMENTS NON INDEXES POUR LA MISE SOUS PLI: "
                       WS-COMPTEUR-NON-INDEXES
           END-IF.
           DISPLAY "==============================================".

       0000-MAIN-FIN.
           STOP RUN.

      *******************************************************
      *  DATE DE LA DERNIERE EXECUTION DE FACTURES (A DEFAUT
      *  LA DATE DU JOUR)
      *******************************************************
       0500-LECTURE-DATE-FACTURATION-DEBUT.

           MOVE WS-DATE-JOUR TO WS-DATE-FACTURATION.
           OPEN INPUT FCTRL.
           IF NOT WS-STATUS-FILE-FCTRL-OK
               DISPLAY "--> FACTURES-CONTROLE.txt ABSENT: "
                       "ECHEANCES CALCULEES SUR LA DATE DU JOUR"
               GO TO 0500-LECTURE-DATE-FACTURATION-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FCTRL-OK
               READ FCTRL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CTRL-DATE-JOUR IS NUMERIC
                       AND CTRL-DATE-JOUR > ZEROES
                           MOVE CTRL-DATE-JOUR
                                TO WS-DATE-FACTURATION
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FCTRL.

       0500-LECTURE-DATE-FACTURATION-FIN.
           EXIT.

      *******************************************************
      *  CHARGEMENT DE L'IDENTITE ET DE L'ADRESSE DES CLIENTS
      *******************************************************
       0600-CHARGEMENT-IDENTITES-DEBUT.

           OPEN INPUT FCLIENT.
           IF NOT WS-STATUS-FILE-FCLIENT-OK
               DISPLAY "--> FICHIERCLIENT.txt ABSENT: AVIS SANS "
                       "ADRESSE"
               GO TO 0600-CHARGEMENT-IDENTITES-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FCLIENT-OK
               READ FCLIENT
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-NB-IDENTITES < WS-MAX-IDENTITES
                           ADD 1 TO WS-NB-IDENTITES
                           SET WS-INDICE-IDT TO WS-NB-IDENTITES
                           MOVE RCLIENT-ID
                                TO WS-IDT-ID (WS-INDICE-IDT)
                           MOVE RCLIENT-NOM
                                TO WS-IDT-NOM (WS-INDICE-IDT)
                           MOVE RCLIENT-PRENOM
                                TO WS-IDT-PRENOM (WS-INDICE-IDT)
                           MOVE RCLIENT-RUE
                                TO WS-IDT-RUE (WS-INDICE-IDT)
                           MOVE RCLIENT-CODEPOSTAL
                                TO WS-IDT-CODEPOSTAL (WS-INDICE-IDT)
                           MOVE RCLIENT-VILLE
                                TO WS-IDT-VILLE (WS-INDICE-IDT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FCLIENT.

       0600-CHARGEMENT-IDENTITES-FIN.
           EXIT.

      *******************************************************
      *  CHARGEMENT DES ECHEANCIERS (FICHIER FACULTATIF)
      *******************************************************
       0700-CHARGEMENT-ECHEANCIERS-DEBUT.

           OPEN INPUT FECH.
           IF NOT WS-STATUS-FILE-FECH-OK
               GO TO 0700-CHARGEMENT-ECHEANCIERS-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FECH-OK
               READ FECH
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-NB-ECHEANCES < WS-MAX-ECHEANCES
                       AND ECH-DATE IS NUMERIC
                       AND ECH-MONTANT IS NUMERIC
                           ADD 1 TO WS-NB-ECHEANCES
                           SET WS-INDICE-ECH TO WS-NB-ECHEANCES
                           MOVE ECH-ID
                                TO WS-ECH-ID (WS-INDICE-ECH)
                           MOVE ECH-DATE
                                TO WS-ECH-DATE (WS-INDICE-ECH)
                           MOVE ECH-MONTANT
                                TO WS-ECH-MONTANT (WS-INDICE-ECH)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FECH.

       0700-CHARGEMENT-ECHEANCIERS-FIN.
           EXIT.

      *******************************************************
      *  CHARGEMENT DES MANDATS DE PRELEVEMENT
      *******************************************************
       0800-CHARGEMENT-MANDATS-DEBUT.

           OPEN INPUT FMANDAT.
           IF NOT WS-STATUS-FILE-FMANDAT-OK
               DISPLAY "--> MANDATS.txt ABSENT: AUCUN CLIENT NE "
                       "POURRA ETRE AVISE"
               GO TO 0800-CHARGEMENT-MANDATS-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FMANDAT-OK
               READ FMANDAT
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-NB-MANDATS < WS-MAX-MANDATS
                           ADD 1 TO WS-NB-MANDATS
                           SET WS-INDICE2 TO WS-NB-MANDATS
                           MOVE MAND-ID
                                TO WS-MAND-ID (WS-INDICE2)
                           MOVE MAND-RUM
                                TO WS-MAND-RUM (WS-INDICE2)
                           MOVE MAND-STATUT
                                TO WS-MAND-STATUT (WS-INDICE2)
                           MOVE MAND-DATE-SIGNATURE
                                TO WS-MAND-SIGNATURE (WS-INDICE2)
                           IF MAND-DATE-UTILISATION IS NUMERIC
                               MOVE MAND-DATE-UTILISATION
                                    TO WS-MAND-UTILISATION (WS-INDICE2)
                           ELSE
                               MOVE ZEROES
                                    TO WS-MAND-UTILISATION (WS-INDICE2)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FMANDAT.

       0800-CHARGEMENT-MANDATS-FIN.
           EXIT.

      *******************************************************
      *  PRELEVEMENTS DEJA AVISES (REGISTRE FACULTATIF)
      *******************************************************
       0900-CHARGEMENT-AVISES-DEBUT.

           OPEN INPUT FPRENOT.
           IF NOT WS-STATUS-FILE-FPRENOT-OK
               GO TO 0900-CHARGEMENT-AVISES-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FPRENOT-OK
               READ FPRENOT
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-NB-AVISES < WS-MAX-AVISES
                       AND PNO-DATE-PREVUE IS NUMERIC
                           ADD 1 TO WS-NB-AVISES
                           SET WS-INDICE-AVI TO WS-NB-AVISES
                           MOVE PNO-ID
                                TO WS-AVI-ID (WS-INDICE-AVI)
                           MOVE PNO-ORIGINE
                                TO WS-AVI-ORIGINE (WS-INDICE-AVI)
                           MOVE PNO-DATE-PREVUE
                                TO WS-AVI-DATE (WS-INDICE-AVI)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FPRENOT.

       0900-CHARGEMENT-AVISES-FIN.
           EXIT.

      *******************************************************
      *  CLIENTS MARQUES POUR PRELEVEMENT ET PRELEVEMENTS DES
      *  FACTURES (CLIENTS HORS ECHEANCIER)
      *******************************************************
       1000-PRELEVEMENTS-FACTURES-DEBUT.

           OPEN INPUT FCLISOR.
           IF NOT WS-STATUS-FILE-FCLISOR-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FCLISOR': "
                       WS-STATUS-FILE-FCLISOR
               MOVE 16 TO RETURN-CODE
               GO TO 1000-PRELEVEMENTS-FACTURES-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FCLISOR-OK
               READ FCLISOR
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RCLISOR-PRELEVEMENT = "O"
                           PERFORM 1100-FACTURE-PRELEVEE-DEBUT
                              THRU 1100-FACTURE-PRELEVEE-FIN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FCLISOR.

       1000-PRELEVEMENTS-FACTURES-FIN.
           EXIT.

      *******************************************************
      *  UNE FACTURE A PRELEVER
      *******************************************************
       1100-FACTURE-PRELEVEE-DEBUT.
      *
      ****** LE CLIENT (SOUS ECHEANCIER OU NON, MANDAT VALIDE)
           MOVE ZEROES TO WS-POSITION-CLIENT.
           PERFORM VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-NB-CLIENTS
               IF WS-CLI-ID (WS-INDICE) = RCLISOR-ID
                   SET WS-POSITION-CLIENT TO WS-INDICE
               END-IF
           END-PERFORM.
           IF WS-POSITION-CLIENT = ZEROES
               PERFORM 1200-AJOUT-CLIENT-DEBUT
                  THRU 1200-AJOUT-CLIENT-FIN
           END-IF.
           IF WS-POSITION-CLIENT = ZEROES
               GO TO 1100-FACTURE-PRELEVEE-FIN
           END-IF.
           SET WS-INDICE TO WS-POSITION-CLIENT.
      *
      ****** CLIENT SOUS ECHEANCIER : SEULES SES ECHEANCES SONT
      ****** PRELEVEES (COMME DANS REMISEBANQ)
           IF WS-CLI-PLAN (WS-INDICE) = "O"
               GO TO 1100-FACTURE-PRELEVEE-FIN
           END-IF.
      *
      ****** ECHEANCE DE LA FACTURE SELON LES CONDITIONS DU CLIENT
      ****** (SERVICE ABSENT : A RECEPTION)
           MOVE RCLISOR-ID          TO WS-ECHS-CLIENT.
           MOVE RCLISOR-SOCIETE     TO WS-ECHS-SOCIETE.
           MOVE WS-DATE-FACTURATION TO WS-ECHS-DATE-FACTURE.
           MOVE "0" TO WS-ECHS-STATUT.
           CALL 'ECHEANCE' USING WS-ECHEANCE
               ON EXCEPTION
                   MOVE "1" TO WS-ECHS-STATUT
           END-CALL.
           IF NOT WS-ECHS-STATUT-OK
               MOVE WS-DATE-FACTURATION TO WS-ECHS-DATE-ECHEANCE
           END-IF.

           MOVE RCLISOR-ID TO WS-PRL-CLE-ID.
           MOVE "F" TO WS-PRL-CLE-ORIGINE.
           MOVE WS-ECHS-DATE-ECHEANCE TO WS-PRL-CLE-DATE.
           IF RCLISOR-MONTANT-TTC IS NUMERIC
           AND RCLISOR-MONTANT-TTC > ZEROES
               MOVE RCLISOR-MONTANT-TTC TO WS-PRL-CLE-MONTANT
           ELSE
               MOVE RCLISOR-MONTANT TO WS-PRL-CLE-MONTANT
           END-IF.
           PERFORM 1300-AJOUT-PRELEVEMENT-DEBUT
              THRU 1300-AJOUT-PRELEVEMENT-FIN.

       1100-FACTURE-PRELEVEE-FIN.
           EXIT.

      *******************************************************
      *  NOUVEAU CLIENT A PRELEVER : ECHEANCIER ET MANDAT
      *******************************************************
       1200-AJOUT-CLIENT-DEBUT.

           IF WS-NB-CLIENTS >= WS-MAX-CLIENTS
               DISPLAY "--> ! PLUS DE " WS-MAX-CLIENTS " CLIENTS!"
               GO TO 1200-AJOUT-CLIENT-FIN
           END-IF.
           ADD 1 TO WS-NB-CLIENTS.
           SET WS-INDICE TO WS-NB-CLIENTS.
           SET WS-POSITION-CLIENT TO WS-INDICE.
           MOVE RCLISOR-ID  TO WS-CLI-ID (WS-INDICE).
           MOVE RCLISOR-NOM TO WS-CLI-NOM (WS-INDICE).
           MOVE "N" TO WS-CLI-PLAN (WS-INDICE).
           MOVE ZEROES TO WS-CLI-MANDAT (WS-INDICE).

           PERFORM VARYING WS-INDICE-ECH FROM 1 BY 1
                   UNTIL WS-INDICE-ECH > WS-NB-ECHEANCES
               IF WS-ECH-ID (WS-INDICE-ECH) = RCLISOR-ID
                   MOVE "O" TO WS-CLI-PLAN (WS-INDICE)
               END-IF
           END-PERFORM.
      *
      ****** MANDAT ACTIF ET NON CADUC (MEME REGLE QUE REMISEBANQ)
           PERFORM VARYING WS-INDICE2 FROM 1 BY 1
                   UNTIL WS-INDICE2 > WS-NB-MANDATS
               IF WS-MAND-ID (WS-INDICE2) = RCLISOR-ID
               AND WS-MAND-STATUT (WS-INDICE2) = "A"
                   SET WS-CLI-MANDAT (WS-INDICE) TO WS-INDICE2
               END-IF
           END-PERFORM.
           IF WS-CLI-MANDAT (WS-INDICE) > ZEROES
               SET WS-INDICE2 TO WS-CLI-MANDAT (WS-INDICE)
               IF WS-MAND-UTILISATION (WS-INDICE2) > ZEROES
                   MOVE WS-MAND-UTILISATION (WS-INDICE2)
                        TO WS-DATE-REFERENCE
               ELSE
                   MOVE WS-MAND-SIGNATURE (WS-INDICE2)
                        TO WS-DATE-REFERENCE
               END-IF
               IF WS-DATE-REFERENCE < WS-DATE-CADUCITE
                   DISPLAY "--> CLIENT " RCLISOR-ID " MANDAT "
                           WS-MAND-RUM (WS-INDICE2) " CADUC"
                   MOVE ZEROES TO WS-CLI-MANDAT (WS-INDICE)
               END-IF
           END-IF.
           IF WS-CLI-MANDAT (WS-INDICE) = ZEROES
               ADD 1 TO WS-COMPTEUR-SANS-MANDAT
               DISPLAY "--> CLIENT " RCLISOR-ID
                       " SANS MANDAT VALIDE: NON AVISE"
           END-IF.

       1200-AJOUT-CLIENT-FIN.
           EXIT.

      *******************************************************
      *  CUMUL D'UN PRELEVEMENT PREVU (CLIENT, ORIGINE, DATE)
      *******************************************************
       1300-AJOUT-PRELEVEMENT-DEBUT.

           MOVE "N" TO WS-TROUVE.
           PERFORM VARYING WS-INDICE-PRL FROM 1 BY 1
                   UNTIL WS-INDICE-PRL > WS-NB-PRELEVEMENTS
                      OR WS-TROUVE-OUI
               IF WS-PRL-ID (WS-INDICE-PRL) = WS-PRL-CLE-ID
               AND WS-PRL-ORIGINE (WS-INDICE-PRL) = WS-PRL-CLE-ORIGINE
               AND WS-PRL-DATE (WS-INDICE-PRL) = WS-PRL-CLE-DATE
                   ADD WS-PRL-CLE-MONTANT
                       TO WS-PRL-MONTANT (WS-INDICE-PRL)
                   MOVE "O" TO WS-TROUVE
               END-IF
           END-PERFORM.
           IF WS-TROUVE-OUI
               GO TO 1300-AJOUT-PRELEVEMENT-FIN
           END-IF.

           IF WS-NB-PRELEVEMENTS >= WS-MAX-PRELEVEMENTS
               DISPLAY "--> ! PLUS DE " WS-MAX-PRELEVEMENTS
                       " PRELEVEMENTS!"
               GO TO 1300-AJOUT-PRELEVEMENT-FIN
           END-IF.
           ADD 1 TO WS-NB-PRELEVEMENTS.
           SET WS-INDICE-PRL TO WS-NB-PRELEVEMENTS.
           MOVE WS-PRL-CLE-ID      TO WS-PRL-ID (WS-INDICE-PRL).
           MOVE WS-PRL-CLE-ORIGINE TO WS-PRL-ORIGINE (WS-INDICE-PRL).
           MOVE WS-PRL-CLE-DATE    TO WS-PRL-DATE (WS-INDICE-PRL).
           MOVE WS-PRL-CLE-MONTANT TO WS-PRL-MONTANT (WS-INDICE-PRL).
           MOVE ZEROES TO WS-PRL-DEBIT (WS-INDICE-PRL).
           MOVE "N" TO WS-PRL-RETENU (WS-INDICE-PRL).

       1300-AJOUT-PRELEVEMENT-FIN.
           EXIT.

      *******************************************************
      *  PRELEVEMENTS DES ECHEANCES DES CLIENTS SOUS PLAN
      *******************************************************
       2000-PRELEVEMENTS-ECHEANCES-DEBUT.

           PERFORM VARYING WS-INDICE-ECH FROM 1 BY 1
                   UNTIL WS-INDICE-ECH > WS-NB-ECHEANCES
               PERFORM VARYING WS-INDICE FROM 1 BY 1
                       UNTIL WS-INDICE > WS-NB-CLIENTS
                   IF WS-CLI-ID (WS-INDICE) = WS-ECH-ID (WS-INDICE-ECH)
                   AND WS-CLI-PLAN (WS-INDICE) = "O"
                       MOVE WS-ECH-ID (WS-INDICE-ECH) TO WS-PRL-CLE-ID
                       MOVE "E" TO WS-PRL-CLE-ORIGINE
                       MOVE WS-ECH-DATE (WS-INDICE-ECH)
                            TO WS-PRL-CLE-DATE
                       MOVE WS-ECH-MONTANT (WS-INDICE-ECH)
                            TO WS-PRL-CLE-MONTANT
                       PERFORM 1300-AJOUT-PRELEVEMENT-DEBUT
                          THRU 1300-AJOUT-PRELEVEMENT-FIN
                   END-IF
               END-PERFORM
           END-PERFORM.

       2000-PRELEVEMENTS-ECHEANCES-FIN.
           EXIT.

      *******************************************************
      *  SELECTION DES PRELEVEMENTS A AVISER, UN AVIS PAR
      *  CLIENT, INSCRIPTION AU REGISTRE
      *******************************************************
       3000-EMISSION-AVIS-DEBUT.

           OPEN OUTPUT FAVIS.
           IF NOT WS-STATUS-FILE-FAVIS-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FAVIS': "
                       WS-STATUS-FILE-FAVIS
               MOVE 16 TO RETURN-CODE
               GO TO 3000-EMISSION-AVIS-FIN
           END-IF.
           OPEN EXTEND FPRENOT.
           IF WS-STATUS-FILE-FPRENOT-INEXISTANT
               OPEN OUTPUT FPRENOT
           END-IF.
           IF NOT WS-STATUS-FILE-FPRENOT-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FPRENOT': "
                       WS-STATUS-FILE-FPRENOT
               CLOSE FAVIS
               MOVE 16 TO RETURN-CODE
               GO TO 3000-EMISSION-AVIS-FIN
           END-IF.

           PERFORM 3100-AVIS-CLIENT-DEBUT
              THRU 3100-AVIS-CLIENT-FIN
               VARYING WS-INDICE FROM 1 BY 1
               UNTIL WS-INDICE > WS-NB-CLIENTS.

           CLOSE FAVIS.
           CLOSE FPRENOT.

           IF WS-COMPTEUR-REPORTES > ZEROES
               DISPLAY "*** " WS-COMPTEUR-REPORTES " PRELEVEMENT(S) "
                       "REPORTE(S) POUR RESPECTER LE PREAVIS ***"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       3000-EMISSION-AVIS-FIN.
           EXIT.

      *******************************************************
      *  AVIS D'UN CLIENT : SES PRELEVEMENTS PREVUS AU PLUS TARD
      *  A LA DATE LIMITE ET NON ENCORE AVISES
      *******************************************************
       3100-AVIS-CLIENT-DEBUT.

           IF WS-CLI-MANDAT (WS-INDICE) = ZEROES
               GO TO 3100-AVIS-CLIENT-FIN
           END-IF.
           SET WS-INDICE2 TO WS-CLI-MANDAT (WS-INDICE).

           MOVE ZEROES TO WS-NB-RETENUS-CLIENT WS-TOTAL-CLIENT.
           PERFORM VARYING WS-INDICE-PRL FROM 1 BY 1
                   UNTIL WS-INDICE-PRL > WS-NB-PRELEVEMENTS
               IF WS-PRL-ID (WS-INDICE-PRL) = WS-CLI-ID (WS-INDICE)
               AND WS-PRL-DATE (WS-INDICE-PRL) <= WS-DATE-LIMITE
                   PERFORM 3200-SELECTION-PRELEVEMENT-DEBUT
                      THRU 3200-SELECTION-PRELEVEMENT-FIN
               END-IF
           END-PERFORM.
           IF WS-NB-RETENUS-CLIENT = ZEROES
               GO TO 3100-AVIS-CLIENT-FIN
           END-IF.
      *
      ****** ENTETE DE L'AVIS : DEBITEUR, CREANCIER, MANDAT
           ADD 1 TO WS-COMPTEUR-AVIS.
           MOVE WS-CLI-ID (WS-INDICE) TO WS-PLI-DESTINATAIRE.
           PERFORM 3400-INDEXATION-PLI-DEBUT
              THRU 3400-INDEXATION-PLI-FIN.
           MOVE ALL "=" TO WS-LIGNE.
           MOVE WS-LIGNE TO RAVIS.
           WRITE RAVIS.
           MOVE WS-DATE-JOUR TO WS-EDIT-DATE.
           MOVE SPACES TO WS-LIGNE.
           STRING "AVIS DE PRELEVEMENT SEPA DU " WS-EDIT-DATE
                  DELIMITED BY SIZE INTO WS-LIGNE.
           MOVE WS-LIGNE TO RAVIS.
           WRITE RAVIS.
           PERFORM 3300-ADRESSE-CLIENT-DEBUT
              THRU 3300-ADRESSE-CLIENT-FIN.
           MOVE SPACES TO WS-LIGNE.
           STRING "CREANCIER : " WS-CREANCIER
                  DELIMITED BY SIZE INTO WS-LIGNE.
           MOVE WS-LIGNE TO RAVIS.
           WRITE RAVIS.
           MOVE SPACES TO WS-LIGNE.
           STRING "IDENTIFIANT CREANCIER SEPA (ICS) : " WS-ICS
                  DELIMITED BY SIZE INTO WS-LIGNE.
           MOVE WS-LIGNE TO RAVIS.
           WRITE RAVIS.
           MOVE SPACES TO WS-LIGNE.
           STRING "REFERENCE UNIQUE DU MANDAT (RUM) : "
                  WS-MAND-RUM (WS-INDICE2)
                  DELIMITED BY SIZE INTO WS-LIGNE.
           MOVE WS-LIGNE TO RAVIS.
           WRITE RAVIS.
      *
      ****** UNE LIGNE PAR PRELEVEMENT ANNONCE
           PERFORM VARYING WS-INDICE-PRL FROM 1 BY 1
                   UNTIL WS-INDICE-PRL > WS-NB-PRELEVEMENTS
               IF WS-PRL-ID (WS-INDICE-PRL) = WS-CLI-ID (WS-INDICE)
               AND WS-PRL-RETENU (WS-INDICE-PRL) = "O"
                   MOVE WS-PRL-MONTANT (WS-INDICE-PRL)
                        TO WS-EDIT-MONTANT
                   MOVE WS-PRL-DEBIT (WS-INDICE-PRL) TO WS-EDIT-DATE
                   MOVE SPACES TO WS-LIGNE
                   STRING "PRELEVEMENT DE " WS-EDIT-MONTANT
                          " EUR LE " WS-EDIT-DATE
                          DELIMITED BY SIZE INTO WS-LIGNE
                   IF WS-PRL-ORIGINE (WS-INDICE-PRL) = "E"
                       MOVE "(ECHEANCIER)" TO WS-LIGNE (50:12)
                   END-IF
                   MOVE WS-LIGNE TO RAVIS
                   WRITE RAVIS
               END-IF
           END-PERFORM.

           IF WS-NB-RETENUS-CLIENT > 1
               MOVE WS-TOTAL-CLIENT TO WS-EDIT-MONTANT
               MOVE SPACES TO WS-LIGNE
               STRING "TOTAL          " WS-EDIT-MONTANT " EUR"
                      DELIMITED BY SIZE INTO WS-LIGNE
               MOVE WS-LIGNE TO RAVIS
               WRITE RAVIS
           END-IF.
           MOVE "MERCI DE VEILLER A L'APPROVISIONNEMENT DE VOTRE "
                TO WS-LIGNE.
           MOVE WS-LIGNE TO RAVIS.
           WRITE RAVIS.
           MOVE "COMPTE A CETTE DATE." TO WS-LIGNE.
           MOVE WS-LIGNE TO RAVIS.
           WRITE RAVIS.
           MOVE SPACES TO RAVIS.
           WRITE RAVIS.
      *
      ****** INSCRIPTION AU REGISTRE DES CORRESPONDANCES
           MOVE WS-CLI-ID (WS-INDICE) TO WS-COR-CLIENT-ID.
           MOVE SPACES TO WS-COR-REFERENCE.
           STRING "RUM " WS-MAND-RUM (WS-INDICE2)
                  DELIMITED BY SIZE INTO WS-COR-REFERENCE.
           CALL 'CORRESP' USING WS-CORRESPONDANCE
               ON EXCEPTION
                   MOVE "9" TO WS-COR-STATUT
           END-CALL.
           IF NOT WS-COR-INSCRIT
               ADD 1 TO WS-COMPTEUR-NON-INSCRITS
           END-IF.

       3100-AVIS-CLIENT-FIN.
           EXIT.

      *******************************************************
      *  UN PRELEVEMENT DU CLIENT : DEJA AVISE, OU RETENU AVEC
      *  SA DATE ANNONCEE (JAMAIS AVANT LE PREAVIS) ET INSCRIT
      *  AU REGISTRE
      *******************************************************
       3200-SELECTION-PRELEVEMENT-DEBUT.

           PERFORM VARYING WS-INDICE-AVI FROM 1 BY 1
                   UNTIL WS-INDICE-AVI > WS-NB-AVISES
               IF WS-AVI-ID (WS-INDICE-AVI) = WS-PRL-ID (WS-INDICE-PRL)
               AND WS-AVI-ORIGINE (WS-INDICE-AVI)
                   = WS-PRL-ORIGINE (WS-INDICE-PRL)
               AND WS-AVI-DATE (WS-INDICE-AVI)
                   = WS-PRL-DATE (WS-INDICE-PRL)
                   ADD 1 TO WS-COMPTEUR-DEJA
                   GO TO 3200-SELECTION-PRELEVEMENT-FIN
               END-IF
           END-PERFORM.

           MOVE "O" TO WS-PRL-RETENU (WS-INDICE-PRL).
           IF WS-PRL-DATE (WS-INDICE-PRL) < WS-DATE-LIMITE
               MOVE WS-DATE-LIMITE TO WS-PRL-DEBIT (WS-INDICE-PRL)
               ADD 1 TO WS-COMPTEUR-REPORTES
               DISPLAY "--> CLIENT " WS-PRL-ID (WS-INDICE-PRL)
                       " PRELEVEMENT PREVU LE "
                       WS-PRL-DATE (WS-INDICE-PRL)
                       " ANNONCE AU " WS-DATE-LIMITE
           ELSE
               MOVE WS-PRL-DATE (WS-INDICE-PRL)
                    TO WS-PRL-DEBIT (WS-INDICE-PRL)
           END-IF.
           ADD 1 TO WS-NB-RETENUS-CLIENT.
           ADD 1 TO WS-COMPTEUR-AVISES.
           ADD WS-PRL-MONTANT (WS-INDICE-PRL) TO WS-TOTAL-CLIENT.
           ADD WS-PRL-MONTANT (WS-INDICE-PRL) TO WS-TOTAL-AVISE.

           MOVE SPACES TO RPRENOT.
           MOVE WS-PRL-ID (WS-INDICE-PRL)      TO PNO-ID.
           MOVE WS-PRL-ORIGINE (WS-INDICE-PRL) TO PNO-ORIGINE.
           MOVE WS-PRL-DATE (WS-INDICE-PRL)    TO PNO-DATE-PREVUE.
           MOVE WS-PRL-MONTANT (WS-INDICE-PRL) TO PNO-MONTANT.
           MOVE WS-PRL-DEBIT (WS-INDICE-PRL)   TO PNO-DATE-DEBIT.
           MOVE WS-MAND-RUM (WS-INDICE2)       TO PNO-RUM.
           MOVE WS-DATE-JOUR                   TO PNO-DATE-AVIS.
           WRITE RPRENOT.

       3200-SELECTION-PRELEVEMENT-FIN.
           EXIT.

      *******************************************************
      *  DEBITEUR : NOM ET ADRESSE (FICHIERCLIENT)
      *******************************************************
       3300-ADRESSE-CLIENT-DEBUT.

           MOVE SPACES TO WS-LIGNE.
           STRING "DEBITEUR : " WS-CLI-ID (WS-INDICE) " "
                  WS-CLI-NOM (WS-INDICE)
                  DELIMITED BY SIZE INTO WS-LIGNE.

           PERFORM VARYING WS-INDICE-IDT FROM 1 BY 1
                   UNTIL WS-INDICE-IDT > WS-NB-IDENTITES
               IF WS-IDT-ID (WS-INDICE-IDT) = WS-CLI-ID (WS-INDICE)
                   MOVE SPACES TO WS-LIGNE
                   STRING "DEBITEUR : " WS-CLI-ID (WS-INDICE) " "
                          WS-IDT-NOM (WS-INDICE-IDT) " "
                          WS-IDT-PRENOM (WS-INDICE-IDT)
                          DELIMITED BY SIZE INTO WS-LIGNE
                   MOVE WS-LIGNE TO RAVIS
                   WRITE RAVIS
                   MOVE SPACES TO WS-LIGNE
                   STRING "           " WS-IDT-RUE (WS-INDICE-IDT)
                          DELIMITED BY SIZE INTO WS-LIGNE
                   MOVE WS-LIGNE TO RAVIS
                   WRITE RAVIS
                   MOVE SPACES TO WS-LIGNE
                   STRING "           "
                          WS-IDT-CODEPOSTAL (WS-INDICE-IDT) " "
                          WS-IDT-VILLE (WS-INDICE-IDT)
                          DELIMITED BY SIZE INTO WS-LIGNE
                   GO TO 3300-ADRESSE-CLIENT-ECRITURE
               END-IF
           END-PERFORM.

       3300-ADRESSE-CLIENT-ECRITURE.
           MOVE WS-LIGNE TO RAVIS.
           WRITE RAVIS.

       3300-ADRESSE-CLIENT-FIN.
           EXIT.

      *******************************************************
      *  INDEXATION DU DOCUMENT POUR LA MISE SOUS PLI : SON
      *  RANG DANS LE FICHIER ET SON DESTINATAIRE
      *******************************************************
       3400-INDEXATION-PLI-DEBUT.

           ADD 1 TO WS-PLI-RANG.
           CALL 'INDEXPLI' USING WS-PLI
               ON EXCEPTION
                   MOVE "9" TO WS-PLI-STATUT
           END-CALL.
           IF NOT WS-PLI-INDEXE
               ADD 1 TO WS-COMPTEUR-NON-INDEXES
           END-IF.

       3400-INDEXATION-PLI-FIN.
           EXIT.
