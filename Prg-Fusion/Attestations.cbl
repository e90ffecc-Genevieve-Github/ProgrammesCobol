       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATTEST.
       AUTHOR. GENEVIEVE GIANNASI.
       INSTALLATION. PERSONAL PC.
       DATE-WRITTEN. 15-10-2026.
       DATE-COMPILED. 15-10-2026.
       SECURITY. NON-CONFIDENTIAL.
      ******************************************************************
      * OBJECTIF:
      * Attestations d'assurance : les clients en demandent pour leur
      * bailleur, leur employeur, l'ecole ; elles etaient tapees a la
      * main d'apres un ecran de LECTURE sur ASSURANCES.txt, et l'une
      * d'elles a ete delivree pour un contrat deja resilie.
      *
      * Deux modes, pour une date d'attestation saisie (defaut : le
      * jour, controlee par DATESERV) :
      *   (C)LIENT        : a la demande, un client et tous ses
      *                     contrats (liens actifs de
      *                     CLIENTS-CONTRATS.txt, a defaut le contrat
      *                     RCLIENT-ASSUR, comme FACTURES)
      *   (R)ENOUVELLEMENT: en lot, tous les clients d'un contrat
      * Chaque contrat est pris dans sa version en vigueur a la date
      * (service ASSURVERS : libelle et validite de l'avenant). Sont
      * refuses :
      *   - le contrat resilie (RESILIATIONS-REGISTRE.txt, effet
      *     atteint, ou lien resilie pour ce client)
      *   - le contrat expire ou pas encore en vigueur a la date
      *   - tous les contrats d'un client dont le solde impaye
      *     (FICHIERSOR.txt TTC, moins REGLEMENTS.txt et AVOIRS.txt,
      *     plus REMBOURSEMENTS.txt, comme RELEVE) depasse le seuil
      *     saisi (defaut 0)
      * Chaque attestation delivree recoit un numero (suite de
      * ATTESTATIONS-REGISTRE.txt) et y est enregistree contrat par
      * contrat ; le document, vise par l'operateur, s'ajoute a
      * ATTESTATIONS.txt. Les refus sont listes dans
      * ATTESTATIONS-REFUS.txt. Code retour 4 s'il y a un refus, 8 si
      * le client ou le contrat demande est inconnu.
      * Chaque attestation delivree est aussi inscrite, avec son
      * numero, au registre permanent des correspondances
      * (sous-programme CORRESP).
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ******** FICHIER CLIENT
           SELECT FCLIENT ASSIGN TO "FICHIERCLIENT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FCLIENT.

      ******** LIENS CLIENT-CONTRATS (N CONTRATS PAR CLIENT)
           SELECT FLIENS ASSIGN TO "CLIENTS-CONTRATS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FLIENS.

      ******** REGISTRE DES RESILIATIONS DE CONTRATS
           SELECT FRESIL ASSIGN TO "RESILIATIONS-REGISTRE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FRESIL.

      ******** FICHIER DE SORTIE FACTURATION (LE FACTURE)
           SELECT FCLISOR ASSIGN TO "FICHIERSOR.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FCLISOR.

      ******** FICHIER DES REGLEMENTS RECUS (LE REGLE)
           SELECT FREGL ASSIGN TO "REGLEMENTS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FREGL.

      ******** FICHIER DES AVOIRS EMIS
           SELECT FAVOIR ASSIGN TO "AVOIRS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FAVOIR.

      ******** REGISTRE DES REMBOURSEMENTS VERSES
           SELECT FREMB ASSIGN TO "REMBOURSEMENTS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FREMB.

      ******** REGISTRE DES ATTESTATIONS DELIVREES
           SELECT FATTREG ASSIGN TO "ATTESTATIONS-REGISTRE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FATTREG.

      ******** ATTESTATIONS EDITEES
           SELECT FEDITION ASSIGN TO "ATTESTATIONS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FEDITION.

      ******** ATTESTATIONS REFUSEES
           SELECT FREFUS ASSIGN TO "ATTESTATIONS-REFUS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FREFUS.

       DATA DIVISION.
       FILE SECTION.
      ******** FICHIER CLIENT
           COPY 'COBOL-FD-FCLIENT.CPY'.

      ******** LIENS CLIENT-CONTRATS
       FD  FLIENS.
       01  RLIEN.
           05  LIEN-ID      PIC X(08).
           05  FILLER       PIC X(01).
           05  LIEN-NUMACT  PIC 9(08).
           05  FILLER       PIC X(01).
           05  LIEN-STATUT  PIC X(01).

      ******** REGISTRE DES RESILIATIONS (LIGNE EDITEE PAR
      ******** RESILIATION : DATE, CONTRAT, DEMANDE, EFFET)
       FD  FRESIL.
       01  RRESIL.
           05  RESIL-DATE           PIC X(08).
           05  FILLER               PIC X(01).
           05  RESIL-LIBELLE        PIC X(20).
           05  RESIL-NUMACT         PIC X(08).
           05  FILLER               PIC X(13).
           05  RESIL-DEMANDE        PIC X(08).
           05  FILLER               PIC X(10).
           05  RESIL-EFFET          PIC X(08).
           05  FILLER               PIC X(24).

      ******** FICHIER DE SORTIE FACTURATION
           COPY 'COBOL-FD-FCLISOR.cpy'.

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

      ******** FICHIER DES AVOIRS EMIS
       FD  FAVOIR.
       01  RAVOIR.
           05  AVR-ID       PIC X(08).
           05  FILLER       PIC X(01).
           05  AVR-NUMFACT  PIC X(08).
           05  FILLER       PIC X(01).
           05  AVR-DATE     PIC 9(08).
           05  FILLER       PIC X(01).
           05  AVR-MONTANT  PIC 9(07)V99.
           05  FILLER       PIC X(01).
           05  AVR-MOTIF    PIC X(30).

      ******** REGISTRE DES REMBOURSEMENTS VERSES
           COPY 'COBOL-FD-REMBOURS.cpy'.

      ******** REGISTRE DES ATTESTATIONS DELIVREES
           COPY 'COBOL-FD-ATTEST.cpy'.

      ******** ATTESTATIONS EDITEES
       FD  FEDITION.
       01  REDITION PIC X(80).

      ******** ATTESTATIONS REFUSEES
       FD  FREFUS.
       01  RREFUS PIC X(100).

       WORKING-STORAGE SECTION.
      ***********************************************
      * DEFINTION DES STATUS DES FICHIERS
      ***********************************************
       01  WS-STATUS-FILE-FCLIENT PIC X(02).
           88 WS-STATUS-FILE-FCLIENT-OK  VALUE "00".
           88 WS-STATUS-FILE-FCLIENT-EOF VALUE "10".
       01  WS-STATUS-FILE-FLIENS PIC X(02).
           88 WS-STATUS-FILE-FLIENS-OK  VALUE "00".
       01  WS-STATUS-FILE-FRESIL PIC X(02).
           88 WS-STATUS-FILE-FRESIL-OK  VALUE "00".
       01  WS-STATUS-FILE-FCLISOR PIC X(02).
           88 WS-STATUS-FILE-FCLISOR-OK  VALUE "00".
       01  WS-STATUS-FILE-FREGL PIC X(02).
           88 WS-STATUS-FILE-FREGL-OK  VALUE "00".
       01  WS-STATUS-FILE-FAVOIR PIC X(02).
           88 WS-STATUS-FILE-FAVOIR-OK  VALUE "00".
       01  WS-STATUS-FILE-FREMB PIC X(02).
           88 WS-STATUS-FILE-FREMB-OK  VALUE "00".
       01  WS-STATUS-FILE-FATTREG PIC X(02).
           88 WS-STATUS-FILE-FATTREG-OK  VALUE "00".
           88 WS-STATUS-FILE-FATTREG-INEXISTANT VALUE "35".
       01  WS-STATUS-FILE-FEDITION PIC X(02).
           88 WS-STATUS-FILE-FEDITION-OK  VALUE "00".
           88 WS-STATUS-FILE-FEDITION-INEXISTANT VALUE "35".
       01  WS-STATUS-FILE-FREFUS PIC X(02).
           88 WS-STATUS-FILE-FREFUS-OK  VALUE "00".

      ******************************************
      *  PARAMETRES DE L'EXECUTION
      ******************************************
       01  WS-SAISIE PIC X(10) VALUE SPACES.
       01  WS-MODE PIC X(01) VALUE SPACES.
           88 WS-MODE-CLIENT VALUE "C".
           88 WS-MODE-LOT    VALUE "R".
       01  WS-CLIENT-DEMANDE  PIC X(08) VALUE SPACES.
       01  WS-CONTRAT-DEMANDE PIC 9(08) VALUE ZEROES.
       01  WS-DATE-ATTESTATION PIC 9(08) VALUE ZEROES.
       01  WS-SEUIL-IMPAYE PIC 9(07)V99 VALUE ZEROES.
       01  WS-OPERATEUR PIC X(03) VALUE SPACES.
      ****** OPERATEUR CONNECTE A LA CONSOLE (SINON SAISI)
           COPY 'COBOL-SESSION.cpy'.

      ******************************************
      *  TABLE DES CLIENTS CHARGES EN MEMOIRE
      ******************************************
       01  WS-TABLE-CLIENTS.
           05 WS-CLIENT-ENTRY OCCURS 5000 INDEXED BY WS-INDICE.
               10 WS-CLIENT-IMAGE PIC X(190).
       01  WS-NB-CLIENTS  PIC 9(04) VALUE ZEROES.
       01  WS-MAX-CLIENTS PIC 9(04) VALUE 5000.

      ******************************************
      *  LIENS CLIENT-CONTRATS (ACTIFS ET RESILIES)
      ******************************************
       01  WS-TABLE-LIENS.
           05 WS-LIEN-ENTRY OCCURS 5000 INDEXED BY WS-INDICE2.
               10 WS-LIEN-ID     PIC X(08).
               10 WS-LIEN-NUMACT PIC 9(08).
               10 WS-LIEN-STATUT PIC X(01).
       01  WS-NB-LIENS  PIC 9(04) VALUE ZEROES.
       01  WS-MAX-LIENS PIC 9(04) VALUE 5000.

      ******************************************
      *  CONTRATS RESILIES (CONTRAT, DATE D'EFFET)
      ******************************************
       01  WS-TABLE-RESILIATIONS.
           05 WS-RESIL-ENTRY OCCURS 500 INDEXED BY WS-INDICE3.
               10 WS-RESIL-NUMACT PIC 9(08).
               10 WS-RESIL-EFFET  PIC 9(08).
       01  WS-NB-RESIL  PIC 9(03) VALUE ZEROES.
       01  WS-MAX-RESIL PIC 9(03) VALUE 500.

      ******************************************
      *  SOLDES CLIENTS RECONSTITUES (DU MOINS REGLE)
      ******************************************
       01  WS-TABLE-SOLDES.
           05 WS-SOLDE-ENTRY OCCURS 5000 INDEXED BY WS-INDICE4.
               10 WS-SOLDE-ID      PIC X(08).
               10 WS-SOLDE-MONTANT PIC S9(09)V99.
       01  WS-NB-SOLDES  PIC 9(04) VALUE ZEROES.
       01  WS-MAX-SOLDES PIC 9(04) VALUE 5000.
       01  WS-SOLDE-CLE        PIC X(08) VALUE SPACES.
       01  WS-SOLDE-MOUVEMENT  PIC S9(09)V99 VALUE ZEROES.
       01  WS-SOLDE-CLIENT     PIC S9(09)V99 VALUE ZEROES.

      ******************************************
      *  CONTRATS DU CLIENT EN COURS
      ******************************************
       01  WS-TABLE-CONTRATS.
           05 WS-CTR-ENTRY OCCURS 20 INDEXED BY WS-INDICE5.
               10 WS-CTR-NUMACT     PIC 9(08).
               10 WS-CTR-STATUT     PIC X(01).
               10 WS-CTR-LIBELLE    PIC X(101).
               10 WS-CTR-DATEDEBUT  PIC 9(08).
               10 WS-CTR-DATEFIN    PIC 9(08).
               10 WS-CTR-SEQUENCE   PIC 9(03).
               10 WS-CTR-VALIDE     PIC X(01).
       01  WS-NB-CONTRATS  PIC 9(02) VALUE ZEROES.
       01  WS-MAX-CONTRATS PIC 9(02) VALUE 20.
       01  WS-NB-VALIDES   PIC 9(02) VALUE ZEROES.
       01  WS-NUMACT-LU    PIC 9(08) VALUE ZEROES.
       01  WS-LIEN-ACTIF PIC X(01) VALUE "N".
           88 WS-LIEN-ACTIF-OUI VALUE "O".
       01  WS-TROUVE PIC X(01) VALUE "N".
           88 WS-TROUVE-OUI VALUE "O".
       01  WS-MOTIF-REFUS PIC X(40) VALUE SPACES.

      ****** SERVICE PARTAGE ASSURVERS (VERSION EN VIGUEUR)
       01  WS-VERSION.
           05  WS-VER-NUMACT    PIC 9(08) VALUE ZEROES.
           05  WS-VER-DATE      PIC 9(08) VALUE ZEROES.
           05  WS-VER-LIBELLE   PIC X(101) VALUE SPACES.
           05  WS-VER-DATEDEBUT PIC 9(08) VALUE ZEROES.
           05  WS-VER-DATEFIN   PIC 9(08) VALUE ZEROES.
           05  WS-VER-SEQUENCE  PIC 9(03) VALUE ZEROES.
           05  WS-VER-TROUVE    PIC X(01) VALUE "N".
               88  WS-VER-TROUVE-OUI VALUE "O".

      ****** SERVICE PARTAGE DATESERV (CONTROLE DE LA DATE)
       01  WS-DATESERV.
           05  WS-DTS-FONCTION PIC X(01) VALUE "V".
           05  WS-DTS-DATE1  PIC 9(08) VALUE ZEROES.
           05  WS-DTS-DATE2  PIC 9(08) VALUE ZEROES.
           05  WS-DTS-JOURS  PIC S9(05) VALUE ZEROES.
           05  WS-DTS-STATUT PIC X(01) VALUE "0".
               88  WS-DTS-STATUT-OK VALUE "0".

      ******************************************
      *  NUMEROTATION ET COMPTEURS
      ******************************************
       01  WS-NUMERO-MAX PIC 9(08) VALUE ZEROES.
       01  WS-COMPTEUR-CLIENTS     PIC 9(05) VALUE ZEROES.
       01  WS-COMPTEUR-ATTESTATIONS PIC 9(05) VALUE ZEROES.
       01  WS-COMPTEUR-CONTRATS    PIC 9(05) VALUE ZEROES.
       01  WS-COMPTEUR-REFUS       PIC 9(05) VALUE ZEROES.

      ******************************************
      *  ZONES D'EDITION
      ******************************************
       01  WS-DATE-JOUR PIC 9(08) VALUE ZEROES.
       01  WS-EDIT-DATE-JOUR PIC 9(04)/9(02)/9(02).
       01  WS-EDIT-DATE-ATT  PIC 9(04)/9(02)/9(02).
       01  WS-EDIT-DEBUT     PIC 9(04)/9(02)/9(02).
       01  WS-EDIT-FIN       PIC 9(04)/9(02)/9(02).
       01  WS-EDIT-SOLDE     PIC -ZZ.ZZZ.ZZ9,99.
       01  WS-EDIT-SEUIL     PIC ZZ.ZZZ.ZZ9,99.
       01  WS-LIGNE PIC X(100) VALUE SPACES.

      ******************************************
      *  BLOC SOCIETE EMETTRICE (COMME FACTEDIT)
      ******************************************
       01  WS-SOCIETE-NOM     PIC X(30)
           VALUE "COMPAGNIE GENERALE DE SERVICES".
       01  WS-SOCIETE-ADRESSE PIC X(30)
           VALUE "12 RUE DES BATIGNOLLES".
       01  WS-SOCIETE-VILLE   PIC X(30)
           VALUE "75017 PARIS".

      ***********************************************
      * MANIFESTE DES SORTIES (MANIFEST) : FICHIERSOR.txt
      * VERIFIE AVANT TRAITEMENT (NOMBRE, TOTAL HT, CLE)
      ***********************************************
       01  WS-MANIFESTE.
           05  WS-MAN-FONCTION  PIC X(01) VALUE "V".
           05  WS-MAN-FICHIER   PIC X(30) VALUE "FICHIERSOR.txt".
           05  WS-MAN-PROGRAMME PIC X(08) VALUE "ATTEST".
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
           05  WS-COR-DOCUMENT      PIC X(10) VALUE "ATTESTAT".
           05  WS-COR-REFERENCE     PIC X(20) VALUE SPACES.
           05  WS-COR-CANAL         PIC X(01) VALUE "C".
           05  WS-COR-FICHIER       PIC X(30)
               VALUE "ATTESTATIONS.txt".
           05  WS-COR-GENERATION    PIC X(14) VALUE SPACES.
           05  WS-COR-PROGRAMME     PIC X(08) VALUE "ATTEST".
           05  WS-COR-STATUT        PIC X(01) VALUE SPACES.
               88  WS-COR-INSCRIT   VALUE "0".
       01  WS-COMPTEUR-NON-INSCRITS PIC 9(05) VALUE ZEROES.

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
           DISPLAY "ATTESTATIONS D'ASSURANCE".
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATE-JOUR.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-COR-GENERATION.
           MOVE WS-DATE-JOUR TO WS-EDIT-DATE-JOUR.
      *
      *********** PARAMETRES : SIGNATAIRE, MODE, DATE ET SEUIL
           PERFORM 1000-PARAMETRES-DEBUT
              THRU 1000-PARAMETRES-FIN.
           IF RETURN-CODE NOT = ZEROES
               GO TO 0000-MAIN-FIN
           END-IF.
      *
      *********** CHARGEMENT DES DONNEES
           PERFORM 2000-CHARGEMENT-CLIENTS-DEBUT
              THRU 2000-CHARGEMENT-CLIENTS-FIN.
           IF RETURN-CODE = 16
               GO TO 0000-MAIN-FIN
           END-IF.
           PERFORM 2100-CHARGEMENT-LIENS-DEBUT
              THRU 2100-CHARGEMENT-LIENS-FIN.
           PERFORM 2200-CHARGEMENT-RESILIATIONS-DEBUT
              THRU 2200-CHARGEMENT-RESILIATIONS-FIN.
           PERFORM 2300-CHARGEMENT-SOLDES-DEBUT
              THRU 2300-CHARGEMENT-SOLDES-FIN.
           PERFORM 2400-LECTURE-REGISTRE-DEBUT
              THRU 2400-LECTURE-REGISTRE-FIN.
      *
      *********** OUVERTURE DES SORTIES
           OPEN EXTEND FATTREG.
           IF WS-STATUS-FILE-FATTREG-INEXISTANT
               OPEN OUTPUT FATTREG
           END-IF.
           IF NOT WS-STATUS-FILE-FATTREG-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FATTREG': "
                       WS-STATUS-FILE-FATTREG
               MOVE 16 TO RETURN-CODE
               GO TO 0000-MAIN-FIN
           END-IF.
           OPEN EXTEND FEDITION.
           IF WS-STATUS-FILE-FEDITION-INEXISTANT
               OPEN OUTPUT FEDITION
           END-IF.
           IF NOT WS-STATUS-FILE-FEDITION-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FEDITION': "
                       WS-STATUS-FILE-FEDITION
               CLOSE FATTREG
               MOVE 16 TO RETURN-CODE
               GO TO 0000-MAIN-FIN
           END-IF.
           OPEN OUTPUT FREFUS.
           IF NOT WS-STATUS-FILE-FREFUS-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FREFUS': "
                       WS-STATUS-FILE-FREFUS
               CLOSE FATTREG FEDITION
               MOVE 16 TO RETURN-CODE
               GO TO 0000-MAIN-FIN
           END-IF.
           MOVE WS-DATE-ATTESTATION TO WS-EDIT-DATE-ATT.
           MOVE SPACES TO WS-LIGNE.
           STRING "REFUS D'ATTESTATION AU " WS-EDIT-DATE-ATT
                  " - EDITION DU " WS-EDIT-DATE-JOUR
                  DELIMITED BY SIZE INTO WS-LIGNE.
           MOVE WS-LIGNE TO RREFUS.
           WRITE RREFUS.
      *
      *********** UN CLIENT A LA DEMANDE, OU TOUS LES CLIENTS DU
      *********** CONTRAT EN LOT
           PERFORM VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-NB-CLIENTS
               MOVE WS-CLIENT-IMAGE (WS-INDICE) TO RCLIENT
               IF WS-MODE-CLIENT
                   IF RCLIENT-ID = WS-CLIENT-DEMANDE
                       PERFORM 3000-ATTESTATION-CLIENT-DEBUT
                          THRU 3000-ATTESTATION-CLIENT-FIN
                   END-IF
               ELSE
                   PERFORM 3000-ATTESTATION-CLIENT-DEBUT
                      THRU 3000-ATTESTATION-CLIENT-FIN
               END-IF
           END-PERFORM.

           CLOSE FATTREG FEDITION FREFUS.

           DISPLAY "==============================================".
           DISPLAY "CLIENTS TRAITES        : " WS-COMPTEUR-CLIENTS.
           DISPLAY "ATTESTATIONS DELIVREES : "
                   WS-COMPTEUR-ATTESTATIONS.
           DISPLAY "CONTRATS ATTESTES      : " WS-COMPTEUR-CONTRATS.
           DISPLAY "REFUS                  : " WS-COMPTEUR-REFUS.
           IF WS-COMPTEUR-NON-INSCRITS > ZEROES
               DISPLAY "NON INSCRITES AU REGISTRE DES CORRESPONDANCES: "
                       WS-COMPTEUR-NON-INSCRITS
           END-IF.
           DISPLAY "==============================================".

           IF WS-COMPTEUR-CLIENTS = ZEROES
               IF WS-MODE-CLIENT
                   DISPLAY "--> CLIENT INCONNU: " WS-CLIENT-DEMANDE
               ELSE
                   DISPLAY "--> AUCUN CLIENT SUR LE CONTRAT: "
                           WS-CONTRAT-DEMANDE
               END-IF
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-COMPTEUR-REFUS > ZEROES
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       0000-MAIN-FIN.
           GOBACK.

      *******************************************************
      *  SAISIE ET CONTROLE DES PARAMETRES
      *******************************************************
       1000-PARAMETRES-DEBUT.

           IF SES-CONNECTEE
               MOVE SES-OPERATEUR TO WS-OPERATEUR
               DISPLAY "CODE OPERATEUR SIGNATAIRE: " WS-OPERATEUR
           ELSE
               DISPLAY "CODE OPERATEUR SIGNATAIRE (3 CAR.): "
                       NO ADVANCING
               ACCEPT WS-OPERATEUR
           END-IF.
           MOVE FUNCTION UPPER-CASE (WS-OPERATEUR) TO WS-OPERATEUR.
           IF WS-OPERATEUR = SPACES
               DISPLAY "--> CODE OPERATEUR OBLIGATOIRE"
               MOVE 8 TO RETURN-CODE
               GO TO 1000-PARAMETRES-FIN
           END-IF.

           DISPLAY "(C)LIENT A LA DEMANDE OU (R)ENOUVELLEMENT D'UN "
                   "CONTRAT: " NO ADVANCING.
           ACCEPT WS-MODE.
           MOVE FUNCTION UPPER-CASE (WS-MODE) TO WS-MODE.
           EVALUATE TRUE
               WHEN WS-MODE-CLIENT
                   DISPLAY "IDENTIFIANT DU CLIENT (8 CAR.): "
                           NO ADVANCING
                   ACCEPT WS-CLIENT-DEMANDE
                   IF WS-CLIENT-DEMANDE = SPACES
                       DISPLAY "--> IDENTIFIANT OBLIGATOIRE"
                       MOVE 8 TO RETURN-CODE
                       GO TO 1000-PARAMETRES-FIN
                   END-IF
               WHEN WS-MODE-LOT
                   DISPLAY "NUMERO DU CONTRAT (8 CHIFFRES): "
                           NO ADVANCING
                   MOVE SPACES TO WS-SAISIE
                   ACCEPT WS-SAISIE
                   IF WS-SAISIE (1:8) NOT NUMERIC
                       DISPLAY "--> CONTRAT NON NUMERIQUE: " WS-SAISIE
                       MOVE 8 TO RETURN-CODE
                       GO TO 1000-PARAMETRES-FIN
                   END-IF
                   MOVE WS-SAISIE (1:8) TO WS-CONTRAT-DEMANDE
               WHEN OTHER
                   DISPLAY "--> MODE INVALIDE (C OU R): " WS-MODE
                   MOVE 8 TO RETURN-CODE
                   GO TO 1000-PARAMETRES-FIN
           END-EVALUATE.

           MOVE WS-DATE-JOUR TO WS-DATE-ATTESTATION.
           DISPLAY "DATE DE L'ATTESTATION (AAAAMMJJ, DEFAUT "
                   WS-DATE-JOUR "): " NO ADVANCING.
           MOVE SPACES TO WS-SAISIE.
           ACCEPT WS-SAISIE.
           IF WS-SAISIE NOT = SPACES
               IF WS-SAISIE (1:8) NOT NUMERIC
                   DISPLAY "--> DATE NON NUMERIQUE: " WS-SAISIE
                   MOVE 8 TO RETURN-CODE
                   GO TO 1000-PARAMETRES-FIN
               END-IF
               MOVE WS-SAISIE (1:8) TO WS-DATE-ATTESTATION
           END-IF.
           MOVE "V" TO WS-DTS-FONCTION.
           MOVE WS-DATE-ATTESTATION TO WS-DTS-DATE1.
           CALL 'DATESERV' USING WS-DATESERV
               ON EXCEPTION
                   MOVE "0" TO WS-DTS-STATUT
           END-CALL.
           IF NOT WS-DTS-STATUT-OK
               DISPLAY "--> DATE INVALIDE: " WS-DATE-ATTESTATION
               MOVE 8 TO RETURN-CODE
               GO TO 1000-PARAMETRES-FIN
           END-IF.

           DISPLAY "SEUIL D'IMPAYE TOLERE EN EUROS (DEFAUT 0): "
                   NO ADVANCING.
           MOVE SPACES TO WS-SAISIE.
           ACCEPT WS-SAISIE.
           IF FUNCTION TEST-NUMVAL (WS-SAISIE) = 0
           AND FUNCTION NUMVAL (WS-SAISIE) >= ZEROES
               COMPUTE WS-SEUIL-IMPAYE = FUNCTION NUMVAL (WS-SAISIE)
           END-IF.

       1000-PARAMETRES-FIN.
           EXIT.

      *******************************************************
      *  CHARGEMENT DU FICHIER CLIENT EN MEMOIRE
      *******************************************************
       2000-CHARGEMENT-CLIENTS-DEBUT.

           OPEN INPUT FCLIENT.
           IF NOT WS-STATUS-FILE-FCLIENT-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FCLIENT': "
                       WS-STATUS-FILE-FCLIENT
               MOVE 16 TO RETURN-CODE
               GO TO 2000-CHARGEMENT-CLIENTS-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FCLIENT-OK
               READ FCLIENT
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-NB-CLIENTS < WS-MAX-CLIENTS
                           ADD 1 TO WS-NB-CLIENTS
                           SET WS-INDICE TO WS-NB-CLIENTS
                           MOVE RCLIENT TO WS-CLIENT-IMAGE (WS-INDICE)
                       ELSE
                           DISPLAY "--> ! PLUS DE " WS-MAX-CLIENTS
                                   " CLIENTS!"
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FCLIENT.

       2000-CHARGEMENT-CLIENTS-FIN.
           EXIT.

      *******************************************************
      *  CHARGEMENT DES LIENS CLIENT-CONTRATS, ACTIFS ET
      *  RESILIES (FICHIER FACULTATIF)
      *******************************************************
       2100-CHARGEMENT-LIENS-DEBUT.

           OPEN INPUT FLIENS.
           IF NOT WS-STATUS-FILE-FLIENS-OK
               GO TO 2100-CHARGEMENT-LIENS-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FLIENS-OK
               READ FLIENS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LIEN-NUMACT IS NUMERIC
                       AND (LIEN-STATUT = "A" OR LIEN-STATUT = "R")
                       AND WS-NB-LIENS < WS-MAX-LIENS
                           ADD 1 TO WS-NB-LIENS
                           SET WS-INDICE2 TO WS-NB-LIENS
                           MOVE LIEN-ID
                                TO WS-LIEN-ID (WS-INDICE2)
                           MOVE LIEN-NUMACT
                                TO WS-LIEN-NUMACT (WS-INDICE2)
                           MOVE LIEN-STATUT
                                TO WS-LIEN-STATUT (WS-INDICE2)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FLIENS.

       2100-CHARGEMENT-LIENS-FIN.
           EXIT.

      *******************************************************
      *  CHARGEMENT DES RESILIATIONS ENREGISTREES (FACULTATIF)
      *******************************************************
       2200-CHARGEMENT-RESILIATIONS-DEBUT.

           OPEN INPUT FRESIL.
           IF NOT WS-STATUS-FILE-FRESIL-OK
               GO TO 2200-CHARGEMENT-RESILIATIONS-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FRESIL-OK
               READ FRESIL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RESIL-LIBELLE = "RESILIATION CONTRAT"
                       AND RESIL-NUMACT IS NUMERIC
                       AND RESIL-EFFET IS NUMERIC
                       AND WS-NB-RESIL < WS-MAX-RESIL
                           ADD 1 TO WS-NB-RESIL
                           SET WS-INDICE3 TO WS-NB-RESIL
                           MOVE RESIL-NUMACT
                                TO WS-RESIL-NUMACT (WS-INDICE3)
                           MOVE RESIL-EFFET
                                TO WS-RESIL-EFFET (WS-INDICE3)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FRESIL.

       2200-CHARGEMENT-RESILIATIONS-FIN.
           EXIT.

      *******************************************************
      *  RECONSTITUTION DES SOLDES CLIENTS COMME RELEVE :
      *  FACTURE (TTC S'IL EXISTE) - REGLEMENTS - AVOIRS
      *  + REMBOURSEMENTS
      *******************************************************
       2300-CHARGEMENT-SOLDES-DEBUT.

           OPEN INPUT FCLISOR.
           IF NOT WS-STATUS-FILE-FCLISOR-OK
               DISPLAY "--> FICHIERSOR.txt ABSENT: AUCUN IMPAYE "
                       "CONNU"
               GO TO 2300-CHARGEMENT-SOLDES-FIN
           END-IF.
           PERFORM UNTIL NOT WS-STATUS-FILE-FCLISOR-OK
               READ FCLISOR
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RCLISOR-ID TO WS-SOLDE-CLE
                       IF RCLISOR-MONTANT-TTC IS NUMERIC
                       AND RCLISOR-MONTANT-TTC > ZEROES
                           MOVE RCLISOR-MONTANT-TTC
                                TO WS-SOLDE-MOUVEMENT
                       ELSE
                           MOVE RCLISOR-MONTANT TO WS-SOLDE-MOUVEMENT
                       END-IF
                       PERFORM 2350-CUMUL-SOLDE-DEBUT
                          THRU 2350-CUMUL-SOLDE-FIN
               END-READ
           END-PERFORM.
           CLOSE FCLISOR.

           OPEN INPUT FREGL.
           IF WS-STATUS-FILE-FREGL-OK
               PERFORM UNTIL NOT WS-STATUS-FILE-FREGL-OK
                   READ FREGL
                       AT END
                           CONTINUE
                       NOT AT END
                           IF RREGL-MONTANT IS NUMERIC
                               MOVE RREGL-ID TO WS-SOLDE-CLE
                               COMPUTE WS-SOLDE-MOUVEMENT =
                                       0 - RREGL-MONTANT
                               PERFORM 2350-CUMUL-SOLDE-DEBUT
                                  THRU 2350-CUMUL-SOLDE-FIN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FREGL
           END-IF.

           OPEN INPUT FAVOIR.
           IF WS-STATUS-FILE-FAVOIR-OK
               PERFORM UNTIL NOT WS-STATUS-FILE-FAVOIR-OK
                   READ FAVOIR
                       AT END
                           CONTINUE
                       NOT AT END
                           IF AVR-MONTANT IS NUMERIC
                               MOVE AVR-ID TO WS-SOLDE-CLE
                               COMPUTE WS-SOLDE-MOUVEMENT =
                                       0 - AVR-MONTANT
                               PERFORM 2350-CUMUL-SOLDE-DEBUT
                                  THRU 2350-CUMUL-SOLDE-FIN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FAVOIR
           END-IF.

           OPEN INPUT FREMB.
           IF WS-STATUS-FILE-FREMB-OK
               PERFORM UNTIL NOT WS-STATUS-FILE-FREMB-OK
                   READ FREMB
                       AT END
                           CONTINUE
                       NOT AT END
                           IF REMB-MONTANT IS NUMERIC
                               MOVE REMB-ID TO WS-SOLDE-CLE
                               MOVE REMB-MONTANT TO WS-SOLDE-MOUVEMENT
                               PERFORM 2350-CUMUL-SOLDE-DEBUT
                                  THRU 2350-CUMUL-SOLDE-FIN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FREMB
           END-IF.

       2300-CHARGEMENT-SOLDES-FIN.
           EXIT.

      *******************************************************
      *  CUMUL D'UN MOUVEMENT AU SOLDE DU CLIENT WS-SOLDE-CLE
      *******************************************************
       2350-CUMUL-SOLDE-DEBUT.

           MOVE "N" TO WS-TROUVE.
           PERFORM VARYING WS-INDICE4 FROM 1 BY 1
                   UNTIL WS-INDICE4 > WS-NB-SOLDES
                      OR WS-TROUVE-OUI
               IF WS-SOLDE-ID (WS-INDICE4) = WS-SOLDE-CLE
                   MOVE "O" TO WS-TROUVE
                   ADD WS-SOLDE-MOUVEMENT
                       TO WS-SOLDE-MONTANT (WS-INDICE4)
               END-IF
           END-PERFORM.

           IF NOT WS-TROUVE-OUI
           AND WS-NB-SOLDES < WS-MAX-SOLDES
               ADD 1 TO WS-NB-SOLDES
               SET WS-INDICE4 TO WS-NB-SOLDES
               MOVE WS-SOLDE-CLE TO WS-SOLDE-ID (WS-INDICE4)
               MOVE WS-SOLDE-MOUVEMENT
                    TO WS-SOLDE-MONTANT (WS-INDICE4)
           END-IF.

       2350-CUMUL-SOLDE-FIN.
           EXIT.

      *******************************************************
      *  DERNIER NUMERO D'ATTESTATION DU REGISTRE
      *******************************************************
       2400-LECTURE-REGISTRE-DEBUT.

           OPEN INPUT FATTREG.
           IF NOT WS-STATUS-FILE-FATTREG-OK
               GO TO 2400-LECTURE-REGISTRE-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FATTREG-OK
               READ FATTREG
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ATT-NUMERO IS NUMERIC
                       AND ATT-NUMERO > WS-NUMERO-MAX
                           MOVE ATT-NUMERO TO WS-NUMERO-MAX
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FATTREG.

       2400-LECTURE-REGISTRE-FIN.
           EXIT.

      *******************************************************
      *  ATTESTATION D'UN CLIENT (RCLIENT) : CONTRATS A ATTESTER,
      *  CONTROLES, EDITION ET ENREGISTREMENT
      *******************************************************
       3000-ATTESTATION-CLIENT-DEBUT.
      *
      ****** CONTRATS DU CLIENT : LIENS ACTIFS, A DEFAUT RCLIENT-ASSUR
           MOVE ZEROES TO WS-NB-CONTRATS WS-NB-VALIDES.
           MOVE "N" TO WS-LIEN-ACTIF.
           PERFORM VARYING WS-INDICE2 FROM 1 BY 1
                   UNTIL WS-INDICE2 > WS-NB-LIENS
               IF WS-LIEN-ID (WS-INDICE2) = RCLIENT-ID
                   IF WS-LIEN-STATUT (WS-INDICE2) = "A"
                       MOVE "O" TO WS-LIEN-ACTIF
                   END-IF
                   MOVE WS-LIEN-NUMACT (WS-INDICE2) TO WS-NUMACT-LU
                   PERFORM 3050-AJOUT-CONTRAT-DEBUT
                      THRU 3050-AJOUT-CONTRAT-FIN
               END-IF
           END-PERFORM.
           IF NOT WS-LIEN-ACTIF-OUI
           AND RCLIENT-ASSUR IS NUMERIC
               MOVE RCLIENT-ASSUR TO WS-NUMACT-LU
               MOVE "N" TO WS-TROUVE
               PERFORM VARYING WS-INDICE5 FROM 1 BY 1
                       UNTIL WS-INDICE5 > WS-NB-CONTRATS
                   IF WS-CTR-NUMACT (WS-INDICE5) = WS-NUMACT-LU
                       MOVE "O" TO WS-TROUVE
                   END-IF
               END-PERFORM
               IF NOT WS-TROUVE-OUI
               AND WS-NB-CONTRATS < WS-MAX-CONTRATS
                   ADD 1 TO WS-NB-CONTRATS
                   SET WS-INDICE5 TO WS-NB-CONTRATS
                   MOVE WS-NUMACT-LU TO WS-CTR-NUMACT (WS-INDICE5)
                   MOVE "A" TO WS-CTR-STATUT (WS-INDICE5)
               END-IF
           END-IF.
      *
      ****** EN LOT, SEUL LE CONTRAT RENOUVELE EST ATTESTE
           IF WS-MODE-LOT
               MOVE "N" TO WS-TROUVE
               PERFORM VARYING WS-INDICE5 FROM 1 BY 1
                       UNTIL WS-INDICE5 > WS-NB-CONTRATS
                   IF WS-CTR-NUMACT (WS-INDICE5) = WS-CONTRAT-DEMANDE
                       MOVE "O" TO WS-TROUVE
                       MOVE WS-CTR-ENTRY (WS-INDICE5)
                            TO WS-CTR-ENTRY (1)
                   END-IF
               END-PERFORM
               IF NOT WS-TROUVE-OUI
                   GO TO 3000-ATTESTATION-CLIENT-FIN
               END-IF
               MOVE 1 TO WS-NB-CONTRATS
           END-IF.

           ADD 1 TO WS-COMPTEUR-CLIENTS.
           IF WS-NB-CONTRATS = ZEROES
               MOVE "AUCUN CONTRAT" TO WS-MOTIF-REFUS
               MOVE ZEROES TO WS-NUMACT-LU
               PERFORM 3900-ECRITURE-REFUS-DEBUT
                  THRU 3900-ECRITURE-REFUS-FIN
               GO TO 3000-ATTESTATION-CLIENT-FIN
           END-IF.
      *
      ****** IMPAYE AU-DELA DU SEUIL : AUCUN CONTRAT N'EST ATTESTE
           MOVE ZEROES TO WS-SOLDE-CLIENT.
           PERFORM VARYING WS-INDICE4 FROM 1 BY 1
                   UNTIL WS-INDICE4 > WS-NB-SOLDES
               IF WS-SOLDE-ID (WS-INDICE4) = RCLIENT-ID
                   MOVE WS-SOLDE-MONTANT (WS-INDICE4)
                        TO WS-SOLDE-CLIENT
               END-IF
           END-PERFORM.
           IF WS-SOLDE-CLIENT > WS-SEUIL-IMPAYE
               MOVE WS-SOLDE-CLIENT TO WS-EDIT-SOLDE
               MOVE WS-SEUIL-IMPAYE TO WS-EDIT-SEUIL
               MOVE SPACES TO WS-MOTIF-REFUS
               STRING "IMPAYE " WS-EDIT-SOLDE " > SEUIL"
                      DELIMITED BY SIZE INTO WS-MOTIF-REFUS
               PERFORM VARYING WS-INDICE5 FROM 1 BY 1
                       UNTIL WS-INDICE5 > WS-NB-CONTRATS
                   MOVE WS-CTR-NUMACT (WS-INDICE5) TO WS-NUMACT-LU
                   PERFORM 3900-ECRITURE-REFUS-DEBUT
                      THRU 3900-ECRITURE-REFUS-FIN
               END-PERFORM
               GO TO 3000-ATTESTATION-CLIENT-FIN
           END-IF.
      *
      ****** CONTROLE DE CHAQUE CONTRAT A LA DATE D'ATTESTATION
           PERFORM VARYING WS-INDICE5 FROM 1 BY 1
                   UNTIL WS-INDICE5 > WS-NB-CONTRATS
               PERFORM 3100-CONTROLE-CONTRAT-DEBUT
                  THRU 3100-CONTROLE-CONTRAT-FIN
           END-PERFORM.
           IF WS-NB-VALIDES = ZEROES
               GO TO 3000-ATTESTATION-CLIENT-FIN
           END-IF.
      *
      ****** NUMERO, EDITION ET ENREGISTREMENT
           ADD 1 TO WS-NUMERO-MAX.
           PERFORM 3200-EDITION-ATTESTATION-DEBUT
              THRU 3200-EDITION-ATTESTATION-FIN.
           PERFORM VARYING WS-INDICE5 FROM 1 BY 1
                   UNTIL WS-INDICE5 > WS-NB-CONTRATS
               IF WS-CTR-VALIDE (WS-INDICE5) = "O"
                   MOVE SPACES TO RATTREG
                   MOVE WS-NUMERO-MAX       TO ATT-NUMERO
                   MOVE WS-DATE-JOUR        TO ATT-DATE-EMISSION
                   MOVE WS-DATE-ATTESTATION TO ATT-DATE-EFFET
                   MOVE RCLIENT-ID          TO ATT-CLIENT
                   MOVE WS-CTR-NUMACT (WS-INDICE5)   TO ATT-NUMACT
                   MOVE WS-CTR-SEQUENCE (WS-INDICE5) TO ATT-SEQUENCE
                   MOVE WS-MODE             TO ATT-MODE
                   MOVE WS-OPERATEUR        TO ATT-OPERATEUR
                   WRITE RATTREG
                   ADD 1 TO WS-COMPTEUR-CONTRATS
               END-IF
           END-PERFORM.
           ADD 1 TO WS-COMPTEUR-ATTESTATIONS.
      *
      ****** INSCRIPTION AU REGISTRE DES CORRESPONDANCES
           MOVE RCLIENT-ID TO WS-COR-CLIENT-ID.
           MOVE SPACES TO WS-COR-REFERENCE.
           STRING "ATTESTATION " WS-NUMERO-MAX
                  DELIMITED BY SIZE INTO WS-COR-REFERENCE.
           CALL 'CORRESP' USING WS-CORRESPONDANCE
               ON EXCEPTION
                   MOVE "9" TO WS-COR-STATUT
           END-CALL.
           IF NOT WS-COR-INSCRIT
               ADD 1 TO WS-COMPTEUR-NON-INSCRITS
           END-IF.
           DISPLAY "--> ATTESTATION " WS-NUMERO-MAX " DELIVREE A "
                   RCLIENT-ID " (" WS-NB-VALIDES " CONTRAT(S))".

       3000-ATTESTATION-CLIENT-FIN.
           EXIT.

      *******************************************************
      *  AJOUT D'UN CONTRAT LIE (WS-NUMACT-LU) A LA LISTE DU
      *  CLIENT : UN LIEN ACTIF L'EMPORTE SUR UN LIEN RESILIE
      *******************************************************
       3050-AJOUT-CONTRAT-DEBUT.

           MOVE "N" TO WS-TROUVE.
           PERFORM VARYING WS-INDICE5 FROM 1 BY 1
                   UNTIL WS-INDICE5 > WS-NB-CONTRATS
                      OR WS-TROUVE-OUI
               IF WS-CTR-NUMACT (WS-INDICE5) = WS-NUMACT-LU
                   MOVE "O" TO WS-TROUVE
                   IF WS-LIEN-STATUT (WS-INDICE2) = "A"
                       MOVE "A" TO WS-CTR-STATUT (WS-INDICE5)
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-TROUVE-OUI
               GO TO 3050-AJOUT-CONTRAT-FIN
           END-IF.
           IF WS-NB-CONTRATS >= WS-MAX-CONTRATS
               GO TO 3050-AJOUT-CONTRAT-FIN
           END-IF.

           ADD 1 TO WS-NB-CONTRATS.
           SET WS-INDICE5 TO WS-NB-CONTRATS.
           MOVE WS-NUMACT-LU TO WS-CTR-NUMACT (WS-INDICE5).
           MOVE WS-LIEN-STATUT (WS-INDICE2)
                TO WS-CTR-STATUT (WS-INDICE5).

       3050-AJOUT-CONTRAT-FIN.
           EXIT.

      *******************************************************
      *  CONTROLE D'UN CONTRAT (WS-INDICE5) : VERSION EN VIGUEUR,
      *  RESILIATION, EXPIRATION
      *******************************************************
       3100-CONTROLE-CONTRAT-DEBUT.

           MOVE "N" TO WS-CTR-VALIDE (WS-INDICE5).
           MOVE WS-CTR-NUMACT (WS-INDICE5) TO WS-NUMACT-LU.
      *
      ****** LIEN RESILIE POUR CE CLIENT
           IF WS-CTR-STATUT (WS-INDICE5) = "R"
               MOVE "RESILIE POUR CE CLIENT (LIEN)"
                    TO WS-MOTIF-REFUS
               PERFORM 3900-ECRITURE-REFUS-DEBUT
                  THRU 3900-ECRITURE-REFUS-FIN
               GO TO 3100-CONTROLE-CONTRAT-FIN
           END-IF.
      *
      ****** CONTRAT RESILIE AVEC EFFET ATTEINT A LA DATE
           MOVE "N" TO WS-TROUVE.
           PERFORM VARYING WS-INDICE3 FROM 1 BY 1
                   UNTIL WS-INDICE3 > WS-NB-RESIL
               IF WS-RESIL-NUMACT (WS-INDICE3) = WS-NUMACT-LU
               AND WS-RESIL-EFFET (WS-INDICE3) <= WS-DATE-ATTESTATION
                   MOVE "O" TO WS-TROUVE
                   MOVE WS-RESIL-EFFET (WS-INDICE3) TO WS-EDIT-FIN
               END-IF
           END-PERFORM.
           IF WS-TROUVE-OUI
               MOVE SPACES TO WS-MOTIF-REFUS
               STRING "CONTRAT RESILIE EFFET " WS-EDIT-FIN
                      DELIMITED BY SIZE INTO WS-MOTIF-REFUS
               PERFORM 3900-ECRITURE-REFUS-DEBUT
                  THRU 3900-ECRITURE-REFUS-FIN
               GO TO 3100-CONTROLE-CONTRAT-FIN
           END-IF.
      *
      ****** VERSION EN VIGUEUR A LA DATE (ASSURVERS)
           MOVE WS-NUMACT-LU        TO WS-VER-NUMACT.
           MOVE WS-DATE-ATTESTATION TO WS-VER-DATE.
           CALL 'ASSURVERS' USING WS-VERSION
               ON EXCEPTION
                   MOVE "N" TO WS-VER-TROUVE
           END-CALL.
           IF NOT WS-VER-TROUVE-OUI
               MOVE "CONTRAT INCONNU D'ASSURANCES.txt"
                    TO WS-MOTIF-REFUS
               PERFORM 3900-ECRITURE-REFUS-DEBUT
                  THRU 3900-ECRITURE-REFUS-FIN
               GO TO 3100-CONTROLE-CONTRAT-FIN
           END-IF.
           IF WS-VER-DATEDEBUT > WS-DATE-ATTESTATION
               MOVE WS-VER-DATEDEBUT TO WS-EDIT-DEBUT
               MOVE SPACES TO WS-MOTIF-REFUS
               STRING "PAS ENCORE EN VIGUEUR (" WS-EDIT-DEBUT ")"
                      DELIMITED BY SIZE INTO WS-MOTIF-REFUS
               PERFORM 3900-ECRITURE-REFUS-DEBUT
                  THRU 3900-ECRITURE-REFUS-FIN
               GO TO 3100-CONTROLE-CONTRAT-FIN
           END-IF.
           IF WS-VER-DATEFIN NOT = ZEROES
           AND WS-VER-DATEFIN < WS-DATE-ATTESTATION
               MOVE WS-VER-DATEFIN TO WS-EDIT-FIN
               MOVE SPACES TO WS-MOTIF-REFUS
               STRING "CONTRAT EXPIRE LE " WS-EDIT-FIN
                      DELIMITED BY SIZE INTO WS-MOTIF-REFUS
               PERFORM 3900-ECRITURE-REFUS-DEBUT
                  THRU 3900-ECRITURE-REFUS-FIN
               GO TO 3100-CONTROLE-CONTRAT-FIN
           END-IF.

           MOVE "O" TO WS-CTR-VALIDE (WS-INDICE5).
           MOVE WS-VER-LIBELLE   TO WS-CTR-LIBELLE (WS-INDICE5).
           MOVE WS-VER-DATEDEBUT TO WS-CTR-DATEDEBUT (WS-INDICE5).
           MOVE WS-VER-DATEFIN   TO WS-CTR-DATEFIN (WS-INDICE5).
           MOVE WS-VER-SEQUENCE  TO WS-CTR-SEQUENCE (WS-INDICE5).
           ADD 1 TO WS-NB-VALIDES.

       3100-CONTROLE-CONTRAT-FIN.
           EXIT.

      *******************************************************
      *  EDITION DE L'ATTESTATION (80 COLONNES)
      *******************************************************
       3200-EDITION-ATTESTATION-DEBUT.

           MOVE ALL "=" TO REDITION.
           WRITE REDITION.
           MOVE WS-SOCIETE-NOM TO REDITION.
           WRITE REDITION.
           MOVE WS-SOCIETE-ADRESSE TO REDITION.
           WRITE REDITION.
           MOVE WS-SOCIETE-VILLE TO REDITION.
           WRITE REDITION.
           MOVE SPACES TO REDITION.
           WRITE REDITION.
           MOVE SPACES TO WS-LIGNE.
           STRING "ATTESTATION D'ASSURANCE NO " WS-NUMERO-MAX
                  DELIMITED BY SIZE INTO WS-LIGNE.
           MOVE WS-LIGNE TO REDITION.
           WRITE REDITION.
           MOVE SPACES TO REDITION.
           WRITE REDITION.
      *
      ****** ASSURE
           MOVE "NOUS SOUSSIGNES ATTESTONS QUE" TO REDITION.
           WRITE REDITION.
           MOVE SPACES TO WS-LIGNE.
           STRING "    " DELIMITED BY SIZE
                  RCLIENT-PRENOM DELIMITED BY "  "
                  " " RCLIENT-NOM DELIMITED BY SIZE
                  INTO WS-LIGNE.
           MOVE WS-LIGNE TO REDITION.
           WRITE REDITION.
           MOVE SPACES TO WS-LIGNE.
           STRING "    " RCLIENT-RUE DELIMITED BY SIZE
                  INTO WS-LIGNE.
           MOVE WS-LIGNE TO REDITION.
           WRITE REDITION.
           MOVE SPACES TO WS-LIGNE.
           STRING "    " RCLIENT-CODEPOSTAL " " RCLIENT-VILLE
                  DELIMITED BY SIZE INTO WS-LIGNE.
           MOVE WS-LIGNE TO REDITION.
           WRITE REDITION.
           MOVE SPACES TO WS-LIGNE.
           STRING "CLIENT NO " RCLIENT-ID ", EST ASSURE(E) A LA DATE "
                  "DU " WS-EDIT-DATE-ATT
                  DELIMITED BY SIZE INTO WS-LIGNE.
           MOVE WS-LIGNE TO REDITION.
           WRITE REDITION.
           MOVE "AU TITRE DES CONTRATS SUIVANTS :" TO REDITION.
           WRITE REDITION.
           MOVE ALL "-" TO REDITION.
           WRITE REDITION.
      *
      ****** CONTRATS ATTESTES, DANS LEUR VERSION EN VIGUEUR
           PERFORM VARYING WS-INDICE5 FROM 1 BY 1
                   UNTIL WS-INDICE5 > WS-NB-CONTRATS
               IF WS-CTR-VALIDE (WS-INDICE5) = "O"
                   MOVE SPACES TO WS-LIGNE
                   STRING WS-CTR-NUMACT (WS-INDICE5) " "
                          WS-CTR-LIBELLE (WS-INDICE5)
                          DELIMITED BY SIZE INTO WS-LIGNE
                   MOVE WS-LIGNE TO REDITION
                   WRITE REDITION
                   MOVE WS-CTR-DATEDEBUT (WS-INDICE5) TO WS-EDIT-DEBUT
                   MOVE WS-CTR-DATEFIN (WS-INDICE5)   TO WS-EDIT-FIN
                   MOVE SPACES TO WS-LIGNE
                   IF WS-CTR-DATEFIN (WS-INDICE5) = ZEROES
                       STRING "         VALIDITE A COMPTER DU "
                              WS-EDIT-DEBUT
                              DELIMITED BY SIZE INTO WS-LIGNE
                   ELSE
                       STRING "         VALIDITE DU " WS-EDIT-DEBUT
                              " AU " WS-EDIT-FIN
                              DELIMITED BY SIZE INTO WS-LIGNE
                   END-IF
                   IF WS-CTR-SEQUENCE (WS-INDICE5) > ZEROES
                       MOVE "AVENANT" TO WS-LIGNE (55:7)
                       MOVE WS-CTR-SEQUENCE (WS-INDICE5)
                            TO WS-LIGNE (63:3)
                   END-IF
                   MOVE WS-LIGNE TO REDITION
                   WRITE REDITION
               END-IF
           END-PERFORM.
           MOVE ALL "-" TO REDITION.
           WRITE REDITION.
      *
      ****** VISA
           MOVE SPACES TO WS-LIGNE.
           STRING "ATTESTATION DELIVREE POUR SERVIR ET VALOIR CE QUE "
                  "DE DROIT."
                  DELIMITED BY SIZE INTO WS-LIGNE.
           MOVE WS-LIGNE TO REDITION.
           WRITE REDITION.
           MOVE SPACES TO WS-LIGNE.
           STRING "FAIT A PARIS LE " WS-EDIT-DATE-JOUR
                  " - VISA " WS-OPERATEUR
                  " POUR " WS-SOCIETE-NOM
                  DELIMITED BY SIZE INTO WS-LIGNE.
           MOVE WS-LIGNE TO REDITION.
           WRITE REDITION.
           MOVE SPACES TO REDITION.
           WRITE REDITION.

       3200-EDITION-ATTESTATION-FIN.
           EXIT.

      *******************************************************
      *  LIGNE DE REFUS (CLIENT, CONTRAT WS-NUMACT-LU, MOTIF)
      *******************************************************
       3900-ECRITURE-REFUS-DEBUT.

           ADD 1 TO WS-COMPTEUR-REFUS.
           MOVE SPACES TO WS-LIGNE.
           STRING RCLIENT-ID " " RCLIENT-NOM " " WS-NUMACT-LU " "
                  WS-MOTIF-REFUS
                  DELIMITED BY SIZE INTO WS-LIGNE.
           MOVE WS-LIGNE TO RREFUS.
           WRITE RREFUS.
           DISPLAY "--> REFUS " RCLIENT-ID " CONTRAT " WS-NUMACT-LU
                   ": " WS-MOTIF-REFUS.

       3900-ECRITURE-REFUS-FIN.
           EXIT.
