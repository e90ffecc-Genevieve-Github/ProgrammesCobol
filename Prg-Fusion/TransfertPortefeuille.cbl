       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRFPORTF.
       AUTHOR. GENEVIEVE GIANNASI.
       INSTALLATION. PERSONAL PC.
       DATE-WRITTEN. 15-10-2026.
       DATE-COMPILED. 15-10-2026.
       SECURITY. NON-CONFIDENTIAL.
      ******************************************************************
      * OBJECTIF:
      * Transfert de portefeuille d'un assureur cedant a un assureur
      * repreneur a une date d'effet : quand un assureur se retire
      * d'une branche, le bloc de contrats passait contrat par
      * contrat dans ASSURMAINT et les bordereaux du mois de bascule
      * partaient a la mauvaise compagnie.
      *
      * (T)RANSFERT : code cedant, code repreneur (ASSUREURS.txt),
      * date d'effet (>= date du jour), et contrats a transferer :
      *   - (L)ISTE : les numeros de TRANSFERT-CONTRATS.txt (un par
      *     ligne), chaque refus etant motive
      *   - (T)OUS  : tous les contrats dont le cedant porte une part
      *     a la date d'effet
      * Un contrat est retenu s'il est en vigueur a l'effet (ASSURVERS),
      * si le cedant en porte une part a l'effet (COASSUR, transferts
      * anterieurs compris), s'il n'a ni avenant ni transfert actif
      * a une date d'effet posterieure. Pour chaque contrat retenu :
      *   - un AVENANT a la date d'effet (sequence suivante, version
      *     reconduite) dans ASSURANCES-AVENANTS.txt
      *   - une ligne au registre ASSURANCES-TRANSFERTS.txt : le
      *     service COASSUR y lit, pour la date du bordereau, quel
      *     assureur porte la part ; avant l'effet les bordereaux
      *     restent au cedant, a partir de l'effet ils vont au
      *     repreneur, sans toucher a COASSURANCES.txt
      *   - une lettre a chaque client lie au contrat (lien actif de
      *     CLIENTS-CONTRATS.txt) dans TRANSFERT-LETTRES.txt
      * L'etat TRANSFERT-REGISTRE.txt donne, pour les deux assureurs,
      * le nombre de contrats et le volume de primes (HT facture sur
      * les douze mois avant l'effet, FACTURES-HISTORIQUE.txt, a la
      * quote-part de l'assureur) avant et apres le transfert.
      *
      * (A)NNULATION d'un transfert dont la date d'effet n'est pas
      * atteinte (l'affaire ne se fait pas) : lignes du registre
      * passees au statut N, avenants du transfert retires, lettre
      * d'annulation aux clients.
      *
      * En (S)IMULATION (choix par defaut) rien n'est ecrit hormis
      * l'etat. Chaque avenant cree ou retire est journalise dans
      * MUTATIONS-JOURNAL.txt (action V ou S) sous l'operateur saisi.
      * Code retour 4 s'il y a des contrats refuses, 8 sur saisie ou
      * transfert invalide, 16 sur erreur de fichier.
      * Chaque lettre (transfert ou annulation) est inscrite au
      * registre permanent des correspondances (sous-programme
      * CORRESP) avec le numero du transfert.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ******** FICHIER ASSURANCES
           SELECT FASSUR ASSIGN TO "ASSURANCES.txt"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FASSUR.

      ******** AVENANTS AUX CONTRATS (VERSIONS DATEES)
           SELECT FAVENANT ASSIGN TO "ASSURANCES-AVENANTS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FAVENANT.

      ******** REGISTRE DES TRANSFERTS DE PORTEFEUILLE
           SELECT FTRANSF ASSIGN TO "ASSURANCES-TRANSFERTS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FTRANSF.

      ******** REFERENTIEL DES COMPAGNIES D'ASSURANCE
           SELECT FASSUREUR ASSIGN TO "ASSUREURS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FASSUREUR.

      ******** LISTE DES CONTRATS A TRANSFERER (FACULTATIF)
           SELECT FLISTE ASSIGN TO "TRANSFERT-CONTRATS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FLISTE.

      ******** HISTORIQUE PERMANENT DE FACTURATION (VOLUMES)
           SELECT FHIST ASSIGN TO "FACTURES-HISTORIQUE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FHIST.

      ******** FICHIER CLIENT (ADRESSES DES LETTRES)
           SELECT FCLIENT ASSIGN TO "FICHIERCLIENT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FCLIENT.

      ******** LIENS CLIENTS / CONTRATS
           SELECT FLIENS ASSIGN TO "CLIENTS-CONTRATS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FLIENS.

      ******** ETAT DU TRANSFERT (COMPTES ET VOLUMES)
           SELECT FEDITION ASSIGN TO "TRANSFERT-REGISTRE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FEDITION.

      ******** LETTRES AUX CLIENTS
           SELECT FLETTRE ASSIGN TO "TRANSFERT-LETTRES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FLETTRE.

      ******** JOURNAL PERMANENT DES MUTATIONS DES MAITRES
           SELECT FMUTATION ASSIGN TO "MUTATIONS-JOURNAL.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FMUTATION.

       DATA DIVISION.
       FILE SECTION.
      ******** FICHIER ASSURANCES
           COPY 'COBOL-FD-ASSURANCE.cpy'.

      ******** AVENANTS AUX CONTRATS (VERSIONS DATEES)
           COPY 'COBOL-FD-AVENANT.cpy'.

      ******** REGISTRE DES TRANSFERTS DE PORTEFEUILLE
           COPY 'COBOL-FD-TRANSFERT.cpy'.

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

      ******** LISTE DES CONTRATS A TRANSFERER
       FD  FLISTE.
       01  RLISTE.
           05  LST-NUMACT   PIC X(08).
           05  FILLER       PIC X(72).

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

      ******** FICHIER CLIENT
           COPY 'COBOL-FD-FCLIENT.CPY'.

      ******** LIENS CLIENTS / CONTRATS (A ACTIF, R RESILIE)
       FD  FLIENS.
       01  RLIEN.
           05  LIEN-ID      PIC X(08).
           05  FILLER       PIC X(01).
           05  LIEN-NUMACT  PIC 9(08).
           05  FILLER       PIC X(01).
           05  LIEN-STATUT  PIC X(01).

      ******** ETAT DU TRANSFERT
       FD  FEDITION.
       01  REDITION PIC X(80).

      ******** LETTRES AUX CLIENTS
       FD  FLETTRE.
       01  RLETTRE PIC X(80).

      ******** JOURNAL PERMANENT DES MUTATIONS DES MAITRES
      ******** (MEME GABARIT QUE CELUI ECRIT PAR CLIMAINT)
       FD  FMUTATION.
       01  RMUTATION.
           05  MUT-DATE      PIC 9(08).
           05  FILLER        PIC X(01).
           05  MUT-HEURE     PIC 9(06).
           05  FILLER        PIC X(01).
           05  MUT-OPERATEUR PIC X(03).
           05  FILLER        PIC X(01).
           05  MUT-PROGRAMME PIC X(08).
           05  FILLER        PIC X(01).
           05  MUT-ACTION    PIC X(01).
           05  FILLER        PIC X(01).
           05  MUT-CLE       PIC X(08).
           05  FILLER        PIC X(01).
           05  MUT-AVANT     PIC X(190).
           05  FILLER        PIC X(01).
           05  MUT-APRES     PIC X(190).

       WORKING-STORAGE SECTION.
      ***********************************************
      * DEFINTION DES STATUS DES FICHIERS
      ***********************************************
       01  WS-STATUS-FILE-FASSUR PIC X(02).
           88 WS-STATUS-FILE-FASSUR-OK  VALUE "00".
       01  WS-STATUS-FILE-FAVENANT PIC X(02).
           88 WS-STATUS-FILE-FAVENANT-OK  VALUE "00".
           88 WS-STATUS-FILE-FAVENANT-INEXISTANT VALUE "35".
       01  WS-STATUS-FILE-FTRANSF PIC X(02).
           88 WS-STATUS-FILE-FTRANSF-OK  VALUE "00".
           88 WS-STATUS-FILE-FTRANSF-INEXISTANT VALUE "35".
       01  WS-STATUS-FILE-FASSUREUR PIC X(02).
           88 WS-STATUS-FILE-FASSUREUR-OK  VALUE "00".
       01  WS-STATUS-FILE-FLISTE PIC X(02).
           88 WS-STATUS-FILE-FLISTE-OK  VALUE "00".
       01  WS-STATUS-FILE-FHIST PIC X(02).
           88 WS-STATUS-FILE-FHIST-OK  VALUE "00".
       01  WS-STATUS-FILE-FCLIENT PIC X(02).
           88 WS-STATUS-FILE-FCLIENT-OK  VALUE "00".
       01  WS-STATUS-FILE-FLIENS PIC X(02).
           88 WS-STATUS-FILE-FLIENS-OK  VALUE "00".
       01  WS-STATUS-FILE-FEDITION PIC X(02).
           88 WS-STATUS-FILE-FEDITION-OK  VALUE "00".
       01  WS-STATUS-FILE-FLETTRE PIC X(02).
           88 WS-STATUS-FILE-FLETTRE-OK  VALUE "00".
       01  WS-STATUS-FILE-FMUTATION PIC X(02).
           88 WS-STATUS-FILE-FMUTATION-OK  VALUE "00".
           88 WS-STATUS-FILE-FMUTATION-INEXISTANT VALUE "35".

      *************************************
      *  PARAMETRES SAISIS
      *************************************
       01  WS-SAISIE PIC X(10) VALUE SPACES.
       01  WS-OPERATEUR PIC X(03) VALUE SPACES.
      ****** OPERATEUR CONNECTE A LA CONSOLE (SINON SAISI)
           COPY 'COBOL-SESSION.cpy'.
       01  WS-ACTION PIC X(01) VALUE "T".
           88 WS-ACTION-TRANSFERT  VALUE "T".
           88 WS-ACTION-ANNULATION VALUE "A".
       01  WS-MODE PIC X(01) VALUE "S".
           88 WS-MODE-SIMULATION  VALUE "S".
           88 WS-MODE-APPLICATION VALUE "A".
       01  WS-SELECTION PIC X(01) VALUE "T".
           88 WS-SELECTION-LISTE VALUE "L".
           88 WS-SELECTION-TOUS  VALUE "T".
       01  WS-SOURCE PIC 9(08) VALUE ZEROES.
       01  WS-CIBLE  PIC 9(08) VALUE ZEROES.
       01  WS-DATE-EFFET PIC 9(08) VALUE ZEROES.
       01  WS-DEBUT-VOLUME PIC 9(08) VALUE ZEROES.
       01  WS-NUMERO-TRANSFERT PIC 9(06) VALUE ZEROES.
       01  WS-DATE-JOUR PIC 9(08) VALUE ZEROES.
       01  WS-EDIT-DATE-JOUR PIC 9(04)/9(02)/9(02).
       01  WS-EDIT-DATE-EFFET.
           05  WS-EDIT-EFFET-JJ   PIC 9(02).
           05  FILLER             PIC X(01) VALUE "/".
           05  WS-EDIT-EFFET-MM   PIC 9(02).
           05  FILLER             PIC X(01) VALUE "/".
           05  WS-EDIT-EFFET-AAAA PIC 9(04).

      *************************************
      *  ASSUREURS CEDANT ET REPRENEUR
      *************************************
       01  WS-NOM-SOURCE PIC X(30) VALUE SPACES.
       01  WS-NOM-CIBLE  PIC X(30) VALUE SPACES.
       01  WS-RUE-CIBLE  PIC X(30) VALUE SPACES.
       01  WS-CP-CIBLE   PIC X(05) VALUE SPACES.
       01  WS-VILLE-CIBLE PIC X(20) VALUE SPACES.
       01  WS-CIBLE-CONNUE PIC X(01) VALUE "N".
           88 WS-CIBLE-CONNUE-OUI VALUE "O".

      *************************************
      *  TABLE DES CONTRATS CHARGES EN MEMOIRE
      *************************************
       01  WS-TABLE-CONTRATS.
           05 WS-CONTRAT-ENTRY OCCURS 500 INDEXED BY WS-INDICE.
               10 WS-CONTRAT-IMAGE PIC X(139).
       01  WS-NB-CONTRATS      PIC 9(03) VALUE ZEROES.
       01  WS-MAX-CONTRATS     PIC 9(03) VALUE 500.

      *************************************
      *  TABLE DES AVENANTS (IMAGES, POUR LA REECRITURE EN
      *  ANNULATION)
      *************************************
       01  WS-TABLE-AVENANTS.
           05 WS-AVT-ENTRY OCCURS 2000 INDEXED BY WS-INDICE2.
               10 WS-AVT-IMAGE      PIC X(141).
               10 WS-AVT-RETIRE     PIC X(01).
       01  WS-NB-AVENANTS  PIC 9(04) VALUE ZEROES.
       01  WS-MAX-AVENANTS PIC 9(04) VALUE 2000.

      *************************************
      *  REGISTRE DES TRANSFERTS (IMAGES)
      *************************************
       01  WS-TABLE-TRANSFERTS.
           05 WS-TRF-ENTRY OCCURS 2000 INDEXED BY WS-INDICE3.
               10 WS-TRF-IMAGE PIC X(93).
       01  WS-NB-TRANSFERTS  PIC 9(04) VALUE ZEROES.
       01  WS-MAX-TRANSFERTS PIC 9(04) VALUE 2000.

      *************************************
      *  VOLUME DE PRIMES HT PAR CONTRAT (DOUZE MOIS AVANT L'EFFET)
      *************************************
       01  WS-TABLE-VOLUMES.
           05 WS-VOL-ENTRY OCCURS 500 INDEXED BY WS-INDICE4.
               10 WS-VOL-NUMACT  PIC X(08).
               10 WS-VOL-MONTANT PIC 9(09)V99.
       01  WS-NB-VOLUMES PIC 9(03) VALUE ZEROES.
       01  WS-MAX-VOLUMES PIC 9(03) VALUE 500.

      *************************************
      *  LISTE SAISIE ET CONTRATS RETENUS
      *************************************
       01  WS-TABLE-LISTE.
           05 WS-LST-ENTRY OCCURS 500 INDEXED BY WS-INDICE5.
               10 WS-LST-NUMACT  PIC X(08).
               10 WS-LST-VU      PIC X(01).
       01  WS-NB-LISTE  PIC 9(03) VALUE ZEROES.
       01  WS-MAX-LISTE PIC 9(03) VALUE 500.

       01  WS-TABLE-RETENUS.
           05 WS-RET-ENTRY OCCURS 500 INDEXED BY WS-INDICE6.
               10 WS-RET-NUMACT    PIC 9(08).
               10 WS-RET-LIBELLE   PIC X(30).
               10 WS-RET-POURCENT  PIC 9(03)V99.
               10 WS-RET-VOLUME    PIC 9(09)V99.
               10 WS-RET-SEQUENCE  PIC 9(03).
       01  WS-NB-RETENUS PIC 9(03) VALUE ZEROES.

      *************************************
      *  CLIENTS ET LIENS (LETTRES)
      *************************************
       01  WS-TABLE-CLIENTS.
           05 WS-CLIENT-ENTRY OCCURS 5000 INDEXED BY WS-INDICE7.
               10 WS-CLIENT-IMAGE PIC X(190).
       01  WS-NB-CLIENTS  PIC 9(04) VALUE ZEROES.
       01  WS-MAX-CLIENTS PIC 9(04) VALUE 5000.

       01  WS-TABLE-LIENS.
           05 WS-LIEN-ENTRY OCCURS 5000 INDEXED BY WS-INDICE8.
               10 WS-LIEN-ID     PIC X(08).
               10 WS-LIEN-NUMACT PIC 9(08).
       01  WS-NB-LIENS  PIC 9(04) VALUE ZEROES.
       01  WS-MAX-LIENS PIC 9(04) VALUE 5000.

      *************************************
      *  CONTRAT EN COURS D'EXAMEN
      *************************************
       01  WS-NUMACT      PIC 9(08) VALUE ZEROES.
       01  WS-VOLUME      PIC 9(09)V99 VALUE ZEROES.
       01  WS-PART-SOURCE PIC 9(03)V99 VALUE ZEROES.
       01  WS-VOL-SOURCE  PIC 9(09)V99 VALUE ZEROES.
       01  WS-SEQ-MAX     PIC 9(03) VALUE ZEROES.
       01  WS-EFFET-MAX   PIC 9(08) VALUE ZEROES.
       01  WS-MOTIF-REFUS PIC X(40) VALUE SPACES.
       01  WS-SOURCE-PRESENTE PIC X(01) VALUE "N".
           88 WS-SOURCE-PRESENTE-OUI VALUE "O".
       01  WS-CIBLE-PRESENTE PIC X(01) VALUE "N".
           88 WS-CIBLE-PRESENTE-OUI VALUE "O".
       01  WS-EN-LISTE PIC X(01) VALUE "N".
           88 WS-EN-LISTE-OUI VALUE "O".
       01  WS-TROUVE PIC X(01) VALUE "N".
           88 WS-TROUVE-OUI VALUE "O".
       01  WS-DATE-VALIDE PIC X(01) VALUE "O".
           88 WS-DATE-VALIDE-OUI VALUE "O".
       01  WS-NB-CONTRATS-CLIENT PIC 9(03) VALUE ZEROES.

      ****** SERVICE PARTAGE DES DATES (DATESERV)
       01  WS-DATESERV.
           05  WS-DTS-FONCTION PIC X(01) VALUE "V".
           05  WS-DTS-DATE1  PIC 9(08) VALUE ZEROES.
           05  WS-DTS-DATE2  PIC 9(08) VALUE ZEROES.
           05  WS-DTS-JOURS  PIC S9(05) VALUE ZEROES.
           05  WS-DTS-STATUT PIC X(01) VALUE "0".
               88  WS-DTS-STATUT-OK VALUE "0".

      ****** SERVICE PARTAGE DES VERSIONS DE CONTRAT (ASSURVERS)
       01  WS-VERSION.
           05  WS-VER-NUMACT    PIC 9(08) VALUE ZEROES.
           05  WS-VER-DATE      PIC 9(08) VALUE ZEROES.
           05  WS-VER-LIBELLE   PIC X(101) VALUE SPACES.
           05  WS-VER-DATEDEBUT PIC 9(08) VALUE ZEROES.
           05  WS-VER-DATEFIN   PIC 9(08) VALUE ZEROES.
           05  WS-VER-SEQUENCE  PIC 9(03) VALUE ZEROES.
           05  WS-VER-TROUVE    PIC X(01) VALUE "N".
               88  WS-VER-TROUVE-OUI VALUE "O".

      ****** SERVICE PARTAGE DE COASSURANCE (COASSUR)
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

      *************************************
      *  JOURNAL DES MUTATIONS
      *************************************
       01  WS-MUT-ACTION PIC X(01) VALUE SPACES.
       01  WS-IMAGE-AVANT PIC X(190) VALUE SPACES.
       01  WS-IMAGE-APRES PIC X(190) VALUE SPACES.

      *************************************
      *  COMPTES ET VOLUMES DES DEUX ASSUREURS
      *************************************
       01  WS-NB-SOURCE-AVANT PIC 9(05) VALUE ZEROES.
       01  WS-NB-SOURCE-APRES PIC 9(05) VALUE ZEROES.
       01  WS-NB-CIBLE-AVANT  PIC 9(05) VALUE ZEROES.
       01  WS-NB-CIBLE-APRES  PIC 9(05) VALUE ZEROES.
       01  WS-NB-CIBLE-DEJA   PIC 9(05) VALUE ZEROES.
       01  WS-VOL-SOURCE-AVANT PIC 9(11)V99 VALUE ZEROES.
       01  WS-VOL-SOURCE-APRES PIC 9(11)V99 VALUE ZEROES.
       01  WS-VOL-CIBLE-AVANT  PIC 9(11)V99 VALUE ZEROES.
       01  WS-VOL-CIBLE-APRES  PIC 9(11)V99 VALUE ZEROES.
       01  WS-VOL-TRANSFERE    PIC 9(11)V99 VALUE ZEROES.

      *************************************
      *  COMPTEURS
      *************************************
       01  WS-COMPTEUR-REFUS    PIC 9(05) VALUE ZEROES.
       01  WS-COMPTEUR-AVENANTS PIC 9(05) VALUE ZEROES.
       01  WS-COMPTEUR-LETTRES  PIC 9(05) VALUE ZEROES.
       01  WS-COMPTEUR-SANS-ADRESSE PIC 9(05) VALUE ZEROES.

      *************************************
      *  ZONES D'EDITION
      *************************************
       01  WS-EDIT-COMPTE  PIC ZZZZ9.
       01  WS-EDIT-COMPTE2 PIC ZZZZ9.
       01  WS-EDIT-VOLUME  PIC ZZZ.ZZZ.ZZ9,99.
       01  WS-EDIT-VOLUME2 PIC ZZZ.ZZZ.ZZ9,99.
       01  WS-EDIT-POURCENT PIC ZZ9,99.
       01  WS-LIGNE PIC X(80) VALUE SPACES.

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
      * REGISTRE DES CORRESPONDANCES (CORRESP)
      ***********************************************
       01  WS-CORRESPONDANCE.
           05  WS-COR-CLIENT-ID     PIC X(08) VALUE SPACES.
           05  WS-COR-DOCUMENT      PIC X(10) VALUE "TRANSFERT".
           05  WS-COR-REFERENCE     PIC X(20) VALUE SPACES.
           05  WS-COR-CANAL         PIC X(01) VALUE "C".
           05  WS-COR-FICHIER       PIC X(30)
               VALUE "TRANSFERT-LETTRES.txt".
           05  WS-COR-GENERATION    PIC X(14) VALUE SPACES.
           05  WS-COR-PROGRAMME     PIC X(08) VALUE "TRFPORTF".
           05  WS-COR-STATUT        PIC X(01) VALUE SPACES.
               88  WS-COR-INSCRIT   VALUE "0".
       01  WS-COMPTEUR-NON-INSCRITS PIC 9(05) VALUE ZEROES.
       01  WS-RC-SAUVE PIC S9(04) VALUE ZEROES.

       PROCEDURE DIVISION.
       0000-MAIN-DEB.
      *******************************************************
      *  PARAGRAPHE PRINCIPAL
      *******************************************************
           DISPLAY "TRANSFERT DE PORTEFEUILLE ENTRE ASSUREURS".
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATE-JOUR.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-COR-GENERATION.
           MOVE WS-DATE-JOUR TO WS-EDIT-DATE-JOUR.

           PERFORM 0100-SAISIE-PARAMETRES-DEBUT
              THRU 0100-SAISIE-PARAMETRES-FIN.
           IF RETURN-CODE NOT = ZEROES
               GO TO 0000-MAIN-FIN
           END-IF.
      *
      *********** CHARGEMENT DES FICHIERS DE REFERENCE
           PERFORM 1000-CHARGEMENT-CONTRATS-DEBUT
              THRU 1000-CHARGEMENT-CONTRATS-FIN.
           IF RETURN-CODE = 16
               GO TO 0000-MAIN-FIN
           END-IF.
           PERFORM 1100-CHARGEMENT-AVENANTS-DEBUT
              THRU 1100-CHARGEMENT-AVENANTS-FIN.
           PERFORM 1200-CHARGEMENT-TRANSFERTS-DEBUT
              THRU 1200-CHARGEMENT-TRANSFERTS-FIN.
           PERFORM 1500-CHARGEMENT-CLIENTS-DEBUT
              THRU 1500-CHARGEMENT-CLIENTS-FIN.

           OPEN OUTPUT FEDITION.
           IF NOT WS-STATUS-FILE-FEDITION-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FEDITION': "
                       WS-STATUS-FILE-FEDITION
               MOVE 16 TO RETURN-CODE
               GO TO 0000-MAIN-FIN
           END-IF.
           IF WS-MODE-APPLICATION
               OPEN OUTPUT FLETTRE
               IF NOT WS-STATUS-FILE-FLETTRE-OK
                   DISPLAY "ERREUR OUVERTURE FICHIER 'FLETTRE': "
                           WS-STATUS-FILE-FLETTRE
                   CLOSE FEDITION
                   MOVE 16 TO RETURN-CODE
                   GO TO 0000-MAIN-FIN
               END-IF
           END-IF.

           IF WS-ACTION-TRANSFERT
               PERFORM 2000-TRANSFERT-DEBUT
                  THRU 2000-TRANSFERT-FIN
           ELSE
               PERFORM 6000-ANNULATION-DEBUT
                  THRU 6000-ANNULATION-FIN
      ****** PIED D'ETAT DES QU'UN TRANSFERT A ETE TROUVE
               IF WS-SOURCE NOT = ZEROES
                   PERFORM 4500-PIED-ETAT-DEBUT
                      THRU 4500-PIED-ETAT-FIN
               END-IF
           END-IF.

           CLOSE FEDITION.
           IF WS-MODE-APPLICATION
               CLOSE FLETTRE
           END-IF.

           DISPLAY "==============================================".
           IF WS-MODE-SIMULATION
               DISPLAY "SIMULATION - AUCUN FICHIER MODIFIE"
           END-IF.
           DISPLAY "TRANSFERT NUMERO      : " WS-NUMERO-TRANSFERT.
           DISPLAY "CONTRATS RETENUS      : " WS-NB-RETENUS.
           DISPLAY "CONTRATS REFUSES      : " WS-COMPTEUR-REFUS.
           DISPLAY "AVENANTS ECRITS/RETIRES: " WS-COMPTEUR-AVENANTS.
           DISPLAY "LETTRES AUX CLIENTS   : " WS-COMPTEUR-LETTRES.
           IF WS-COMPTEUR-NON-INSCRITS > ZEROES
               DISPLAY "NON INSCRITES AU REGISTRE DES CORRESPONDANCES: "
                       WS-COMPTEUR-NON-INSCRITS
           END-IF.
           DISPLAY "ETAT : TRANSFERT-REGISTRE.txt".
           DISPLAY "==============================================".

           IF WS-COMPTEUR-REFUS > ZEROES
           AND RETURN-CODE = ZEROES
               MOVE 4 TO RETURN-CODE
           END-IF.

       0000-MAIN-FIN.
           GOBACK.

      *******************************************************
      *  SAISIE ET CONTROLE DES PARAMETRES
      *******************************************************
       0100-SAISIE-PARAMETRES-DEBUT.

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
               DISPLAY "--> CODE OPERATEUR OBLIGATOIRE"
               MOVE 8 TO RETURN-CODE
               GO TO 0100-SAISIE-PARAMETRES-FIN
           END-IF.

           DISPLAY "(T)RANSFERT OU (A)NNULATION D'UN TRANSFERT "
                   "(DEFAUT T): " NO ADVANCING.
           MOVE SPACES TO WS-SAISIE.
           ACCEPT WS-SAISIE.
           MOVE FUNCTION UPPER-CASE (WS-SAISIE) TO WS-SAISIE.
           IF WS-SAISIE (1:1) = "A"
               MOVE "A" TO WS-ACTION
           ELSE
               MOVE "T" TO WS-ACTION
           END-IF.

           DISPLAY "(S)IMULATION OU (A)PPLICATION (DEFAUT S): "
                   NO ADVANCING.
           MOVE SPACES TO WS-SAISIE.
           ACCEPT WS-SAISIE.
           MOVE FUNCTION UPPER-CASE (WS-SAISIE) TO WS-SAISIE.
           IF WS-SAISIE (1:1) = "A"
               MOVE "A" TO WS-MODE
               DISPLAY "--> APPLICATION: LES CHANGEMENTS SERONT ECRITS"
           ELSE
               MOVE "S" TO WS-MODE
               DISPLAY "--> SIMULATION: AUCUNE ECRITURE"
           END-IF.

           IF WS-ACTION-ANNULATION
               DISPLAY "NUMERO DU TRANSFERT A ANNULER: " NO ADVANCING
               MOVE SPACES TO WS-SAISIE
               ACCEPT WS-SAISIE
               IF WS-SAISIE (1:6) NOT NUMERIC
               OR WS-SAISIE (7:4) NOT = SPACES
                   DISPLAY "--> NUMERO INVALIDE (6 CHIFFRES)"
                   MOVE 8 TO RETURN-CODE
                   GO TO 0100-SAISIE-PARAMETRES-FIN
               END-IF
               MOVE WS-SAISIE (1:6) TO WS-NUMERO-TRANSFERT
               GO TO 0100-SAISIE-PARAMETRES-FIN
           END-IF.
      *
      ****** ASSUREURS CEDANT ET REPRENEUR
           DISPLAY "CODE DE L'ASSUREUR CEDANT (8 CHIFFRES): "
                   NO ADVANCING.
           MOVE SPACES TO WS-SAISIE.
           ACCEPT WS-SAISIE.
           IF WS-SAISIE (1:8) NOT NUMERIC
               DISPLAY "--> CODE ASSUREUR INVALIDE"
               MOVE 8 TO RETURN-CODE
               GO TO 0100-SAISIE-PARAMETRES-FIN
           END-IF.
           MOVE WS-SAISIE (1:8) TO WS-SOURCE.
           DISPLAY "CODE DE L'ASSUREUR REPRENEUR (8 CHIFFRES): "
                   NO ADVANCING.
           MOVE SPACES TO WS-SAISIE.
           ACCEPT WS-SAISIE.
           IF WS-SAISIE (1:8) NOT NUMERIC
               DISPLAY "--> CODE ASSUREUR INVALIDE"
               MOVE 8 TO RETURN-CODE
               GO TO 0100-SAISIE-PARAMETRES-FIN
           END-IF.
           MOVE WS-SAISIE (1:8) TO WS-CIBLE.
           IF WS-CIBLE = WS-SOURCE
               DISPLAY "--> CEDANT ET REPRENEUR IDENTIQUES"
               MOVE 8 TO RETURN-CODE
               GO TO 0100-SAISIE-PARAMETRES-FIN
           END-IF.
           PERFORM 1300-CHARGEMENT-ASSUREURS-DEBUT
              THRU 1300-CHARGEMENT-ASSUREURS-FIN.
           IF NOT WS-CIBLE-CONNUE-OUI
               DISPLAY "--> REPRENEUR " WS-CIBLE
                       " INCONNU D'ASSUREURS.txt"
               MOVE 8 TO RETURN-CODE
               GO TO 0100-SAISIE-PARAMETRES-FIN
           END-IF.
           DISPLAY "--> CEDANT   : " WS-SOURCE " " WS-NOM-SOURCE.
           DISPLAY "--> REPRENEUR: " WS-CIBLE " " WS-NOM-CIBLE.
      *
      ****** DATE D'EFFET : CALENDAIRE, JAMAIS DANS LE PASSE
           DISPLAY "DATE D'EFFET DU TRANSFERT (AAAAMMJJ): "
                   NO ADVANCING.
           MOVE SPACES TO WS-SAISIE.
           ACCEPT WS-SAISIE.
           IF WS-SAISIE (1:8) NOT NUMERIC
               DISPLAY "--> DATE D'EFFET INVALIDE"
               MOVE 8 TO RETURN-CODE
               GO TO 0100-SAISIE-PARAMETRES-FIN
           END-IF.
           MOVE WS-SAISIE (1:8) TO WS-DATE-EFFET.
           PERFORM 1400-CONTROLE-DATE-DEBUT
              THRU 1400-CONTROLE-DATE-FIN.
           IF NOT WS-DATE-VALIDE-OUI
               DISPLAY "--> DATE D'EFFET INVALIDE: " WS-DATE-EFFET
               MOVE 8 TO RETURN-CODE
               GO TO 0100-SAISIE-PARAMETRES-FIN
           END-IF.
           IF WS-DATE-EFFET < WS-DATE-JOUR
               DISPLAY "--> DATE D'EFFET DANS LE PASSE: "
                       "LES BORDEREAUX DEJA EMIS NE CHANGENT PAS"
               MOVE 8 TO RETURN-CODE
               GO TO 0100-SAISIE-PARAMETRES-FIN
           END-IF.
           COMPUTE WS-DEBUT-VOLUME = WS-DATE-EFFET - 10000.
      *
      ****** CONTRATS A TRANSFERER
           DISPLAY "(L)ISTE TRANSFERT-CONTRATS.txt OU (T)OUS LES "
                   "CONTRATS DU CEDANT (DEFAUT T): " NO ADVANCING.
           MOVE SPACES TO WS-SAISIE.
           ACCEPT WS-SAISIE.
           MOVE FUNCTION UPPER-CASE (WS-SAISIE) TO WS-SAISIE.
           IF WS-SAISIE (1:1) = "L"
               MOVE "L" TO WS-SELECTION
               PERFORM 1600-CHARGEMENT-LISTE-DEBUT
                  THRU 1600-CHARGEMENT-LISTE-FIN
           ELSE
               MOVE "T" TO WS-SELECTION
           END-IF.

       0100-SAISIE-PARAMETRES-FIN.
           EXIT.

      *******************************************************
      *  CHARGEMENT DU FICHIER DES CONTRATS EN MEMOIRE
      *******************************************************
       1000-CHARGEMENT-CONTRATS-DEBUT.

           OPEN INPUT FASSUR.
           IF NOT WS-STATUS-FILE-FASSUR-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FASSUR': "
                       WS-STATUS-FILE-FASSUR
               MOVE 16 TO RETURN-CODE
               GO TO 1000-CHARGEMENT-CONTRATS-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FASSUR-OK
               READ FASSUR
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-NB-CONTRATS < WS-MAX-CONTRATS
                           ADD 1 TO WS-NB-CONTRATS
                           SET WS-INDICE TO WS-NB-CONTRATS
                           MOVE RASSUR TO WS-CONTRAT-IMAGE (WS-INDICE)
                       ELSE
                           DISPLAY "--> ! PLUS DE " WS-MAX-CONTRATS
                                   " CONTRATS!"
                           MOVE 16 TO RETURN-CODE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FASSUR.

       1000-CHARGEMENT-CONTRATS-FIN.
           EXIT.

      *******************************************************
      *  CHARGEMENT DES AVENANTS EXISTANTS EN TABLE
      *******************************************************
       1100-CHARGEMENT-AVENANTS-DEBUT.

           OPEN INPUT FAVENANT.
           IF NOT WS-STATUS-FILE-FAVENANT-OK
               GO TO 1100-CHARGEMENT-AVENANTS-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FAVENANT-OK
               READ FAVENANT
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-NB-AVENANTS < WS-MAX-AVENANTS
                           ADD 1 TO WS-NB-AVENANTS
                           SET WS-INDICE2 TO WS-NB-AVENANTS
                           MOVE RAVENANT TO WS-AVT-IMAGE (WS-INDICE2)
                           MOVE "N" TO WS-AVT-RETIRE (WS-INDICE2)
                       ELSE
                           DISPLAY "--> ! PLUS DE " WS-MAX-AVENANTS
                                   " AVENANTS!"
                           MOVE 16 TO RETURN-CODE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FAVENANT.

       1100-CHARGEMENT-AVENANTS-FIN.
           EXIT.

      *******************************************************
      *  CHARGEMENT DU REGISTRE DES TRANSFERTS (DERNIER NUMERO)
      *******************************************************
       1200-CHARGEMENT-TRANSFERTS-DEBUT.

           IF WS-ACTION-TRANSFERT
               MOVE ZEROES TO WS-NUMERO-TRANSFERT
           END-IF.
           OPEN INPUT FTRANSF.
           IF NOT WS-STATUS-FILE-FTRANSF-OK
               GO TO 1200-CHARGEMENT-TRANSFERTS-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FTRANSF-OK
               READ FTRANSF
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-NB-TRANSFERTS < WS-MAX-TRANSFERTS
                           ADD 1 TO WS-NB-TRANSFERTS
                           SET WS-INDICE3 TO WS-NB-TRANSFERTS
                           MOVE RTRANSF TO WS-TRF-IMAGE (WS-INDICE3)
                           IF WS-ACTION-TRANSFERT
                           AND TRF-NUMERO IS NUMERIC
                           AND TRF-NUMERO > WS-NUMERO-TRANSFERT
                               MOVE TRF-NUMERO TO WS-NUMERO-TRANSFERT
                           END-IF
                       ELSE
                           DISPLAY "--> ! PLUS DE " WS-MAX-TRANSFERTS
                                   " LIGNES DE TRANSFERT!"
                           MOVE 16 TO RETURN-CODE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FTRANSF.

       1200-CHARGEMENT-TRANSFERTS-FIN.
           EXIT.

      *******************************************************
      *  NOMS ET ADRESSES DU CEDANT ET DU REPRENEUR
      *  (UN CONTRAT NON COASSURE A POUR CODE ASSUREUR SON PROPRE
      *  NUMERO, QUI PEUT NE PAS FIGURER DANS ASSUREURS.txt)
      *******************************************************
       1300-CHARGEMENT-ASSUREURS-DEBUT.

           MOVE SPACES TO WS-NOM-SOURCE WS-NOM-CIBLE.
           MOVE "N" TO WS-CIBLE-CONNUE.
           OPEN INPUT FASSUREUR.
           IF WS-STATUS-FILE-FASSUREUR-OK
               PERFORM UNTIL NOT WS-STATUS-FILE-FASSUREUR-OK
                   READ FASSUREUR
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM 1350-ASSUREUR-LU-DEBUT
                              THRU 1350-ASSUREUR-LU-FIN
                   END-READ
               END-PERFORM
               CLOSE FASSUREUR
           END-IF.

           IF WS-NOM-SOURCE = SPACES
               STRING "ASSUREUR DU CONTRAT " WS-SOURCE
                      DELIMITED BY SIZE INTO WS-NOM-SOURCE
           END-IF.

       1300-CHARGEMENT-ASSUREURS-FIN.
           EXIT.

       1350-ASSUREUR-LU-DEBUT.

           IF ASSR-CODE NOT NUMERIC
               GO TO 1350-ASSUREUR-LU-FIN
           END-IF.
           IF ASSR-CODE = WS-SOURCE
               MOVE ASSR-NOM TO WS-NOM-SOURCE
           END-IF.
           IF ASSR-CODE = WS-CIBLE
               MOVE "O" TO WS-CIBLE-CONNUE
               MOVE ASSR-NOM        TO WS-NOM-CIBLE
               MOVE ASSR-RUE        TO WS-RUE-CIBLE
               MOVE ASSR-CODEPOSTAL TO WS-CP-CIBLE
               MOVE ASSR-VILLE      TO WS-VILLE-CIBLE
           END-IF.

       1350-ASSUREUR-LU-FIN.
           EXIT.

      *******************************************************
      *  CONTROLE CALENDAIRE DE LA DATE D'EFFET PAR DATESERV
      *******************************************************
       1400-CONTROLE-DATE-DEBUT.

           MOVE "O" TO WS-DATE-VALIDE.
           MOVE "V" TO WS-DTS-FONCTION.
           MOVE WS-DATE-EFFET TO WS-DTS-DATE1.
           MOVE "0" TO WS-DTS-STATUT.
           CALL 'DATESERV' USING WS-DATESERV
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           IF NOT WS-DTS-STATUT-OK
               MOVE "N" TO WS-DATE-VALIDE
           END-IF.

       1400-CONTROLE-DATE-FIN.
           EXIT.

      *******************************************************
      *  CHARGEMENT DES CLIENTS ET DES LIENS ACTIFS (LETTRES)
      *******************************************************
       1500-CHARGEMENT-CLIENTS-DEBUT.

           OPEN INPUT FCLIENT.
           IF WS-STATUS-FILE-FCLIENT-OK
               PERFORM UNTIL NOT WS-STATUS-FILE-FCLIENT-OK
                   READ FCLIENT
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-NB-CLIENTS < WS-MAX-CLIENTS
                               ADD 1 TO WS-NB-CLIENTS
                               SET WS-INDICE7 TO WS-NB-CLIENTS
                               MOVE RCLIENT
                                    TO WS-CLIENT-IMAGE (WS-INDICE7)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FCLIENT
           END-IF.

           OPEN INPUT FLIENS.
           IF WS-STATUS-FILE-FLIENS-OK
               PERFORM UNTIL NOT WS-STATUS-FILE-FLIENS-OK
                   READ FLIENS
                       AT END
                           CONTINUE
                       NOT AT END
                           IF LIEN-NUMACT IS NUMERIC
                           AND LIEN-STATUT = "A"
                           AND WS-NB-LIENS < WS-MAX-LIENS
                               ADD 1 TO WS-NB-LIENS
                               SET WS-INDICE8 TO WS-NB-LIENS
                               MOVE LIEN-ID
                                    TO WS-LIEN-ID (WS-INDICE8)
                               MOVE LIEN-NUMACT
                                    TO WS-LIEN-NUMACT (WS-INDICE8)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FLIENS
           END-IF.

       1500-CHARGEMENT-CLIENTS-FIN.
           EXIT.

      *******************************************************
      *  CHARGEMENT DE LA LISTE DES CONTRATS A TRANSFERER
      *******************************************************
       1600-CHARGEMENT-LISTE-DEBUT.

           OPEN INPUT FLISTE.
           IF NOT WS-STATUS-FILE-FLISTE-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FLISTE': "
                       WS-STATUS-FILE-FLISTE
               MOVE 8 TO RETURN-CODE
               GO TO 1600-CHARGEMENT-LISTE-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FLISTE-OK
               READ FLISTE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LST-NUMACT NOT = SPACES
                       AND WS-NB-LISTE < WS-MAX-LISTE
                           ADD 1 TO WS-NB-LISTE
                           SET WS-INDICE5 TO WS-NB-LISTE
                           MOVE LST-NUMACT TO WS-LST-NUMACT (WS-INDICE5)
                           MOVE "N" TO WS-LST-VU (WS-INDICE5)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FLISTE.

           IF WS-NB-LISTE = ZEROES
               DISPLAY "--> LISTE DES CONTRATS VIDE"
               MOVE 8 TO RETURN-CODE
           END-IF.

       1600-CHARGEMENT-LISTE-FIN.
           EXIT.

      *******************************************************
      *  VOLUME DE PRIMES HT PAR CONTRAT SUR LES DOUZE MOIS
      *  PRECEDANT L'EFFET
      *******************************************************
       1700-CHARGEMENT-VOLUMES-DEBUT.

           OPEN INPUT FHIST.
           IF NOT WS-STATUS-FILE-FHIST-OK
               DISPLAY "--> FACTURES-HISTORIQUE.txt ABSENT: "
                       "VOLUMES A ZERO"
               GO TO 1700-CHARGEMENT-VOLUMES-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FHIST-OK
               READ FHIST
                   AT END
                       CONTINUE
                   NOT AT END
                       IF HIST-NUMACT NOT = SPACES
                       AND HIST-DATE IS NUMERIC
                       AND HIST-MONTANT IS NUMERIC
                       AND HIST-DATE >= WS-DEBUT-VOLUME
                       AND HIST-DATE < WS-DATE-EFFET
                           PERFORM 1750-CUMUL-VOLUME-DEBUT
                              THRU 1750-CUMUL-VOLUME-FIN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FHIST.

       1700-CHARGEMENT-VOLUMES-FIN.
           EXIT.

       1750-CUMUL-VOLUME-DEBUT.

           MOVE "N" TO WS-TROUVE.
           PERFORM VARYING WS-INDICE4 FROM 1 BY 1
                   UNTIL WS-INDICE4 > WS-NB-VOLUMES
                      OR WS-TROUVE-OUI
               IF WS-VOL-NUMACT (WS-INDICE4) = HIST-NUMACT
                   MOVE "O" TO WS-TROUVE
                   ADD HIST-MONTANT TO WS-VOL-MONTANT (WS-INDICE4)
               END-IF
           END-PERFORM.
           IF NOT WS-TROUVE-OUI
           AND WS-NB-VOLUMES < WS-MAX-VOLUMES
               ADD 1 TO WS-NB-VOLUMES
               SET WS-INDICE4 TO WS-NB-VOLUMES
               MOVE HIST-NUMACT TO WS-VOL-NUMACT (WS-INDICE4)
               MOVE HIST-MONTANT TO WS-VOL-MONTANT (WS-INDICE4)
           END-IF.

       1750-CUMUL-VOLUME-FIN.
           EXIT.

      *******************************************************
      *  TRANSFERT : EXAMEN DE CHAQUE CONTRAT, COMPTES DES DEUX
      *  ASSUREURS, ECRITURES, ETAT ET LETTRES
      *******************************************************
       2000-TRANSFERT-DEBUT.

           ADD 1 TO WS-NUMERO-TRANSFERT.
           PERFORM 1700-CHARGEMENT-VOLUMES-DEBUT
              THRU 1700-CHARGEMENT-VOLUMES-FIN.
           PERFORM 4000-ENTETE-ETAT-DEBUT
              THRU 4000-ENTETE-ETAT-FIN.

           PERFORM VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-NB-CONTRATS
               MOVE WS-CONTRAT-IMAGE (WS-INDICE) TO RASSUR
               IF RASSUR-NUMACTX IS NUMERIC
                   PERFORM 3000-EXAMEN-CONTRAT-DEBUT
                      THRU 3000-EXAMEN-CONTRAT-FIN
               END-IF
           END-PERFORM.
      *
      ****** CONTRATS DE LA LISTE ABSENTS D'ASSURANCES.txt
           IF WS-SELECTION-LISTE
               PERFORM VARYING WS-INDICE5 FROM 1 BY 1
                       UNTIL WS-INDICE5 > WS-NB-LISTE
                   IF WS-LST-VU (WS-INDICE5) = "N"
                       MOVE ZEROES TO WS-NUMACT
                       IF WS-LST-NUMACT (WS-INDICE5) IS NUMERIC
                           MOVE WS-LST-NUMACT (WS-INDICE5) TO WS-NUMACT
                       END-IF
                       MOVE "CONTRAT INCONNU D'ASSURANCES.txt"
                            TO WS-MOTIF-REFUS
                       PERFORM 3900-REFUS-CONTRAT-DEBUT
                          THRU 3900-REFUS-CONTRAT-FIN
                   END-IF
               END-PERFORM
           END-IF.
      *
      ****** COMPTES APRES TRANSFERT
           COMPUTE WS-NB-SOURCE-APRES =
                   WS-NB-SOURCE-AVANT - WS-NB-RETENUS.
           COMPUTE WS-NB-CIBLE-APRES =
                   WS-NB-CIBLE-AVANT + WS-NB-RETENUS - WS-NB-CIBLE-DEJA.
           COMPUTE WS-VOL-SOURCE-APRES =
                   WS-VOL-SOURCE-AVANT - WS-VOL-TRANSFERE.
           COMPUTE WS-VOL-CIBLE-APRES =
                   WS-VOL-CIBLE-AVANT + WS-VOL-TRANSFERE.
      *
      ****** ECRITURES : AVENANTS, REGISTRE, LETTRES
           IF WS-MODE-APPLICATION
           AND WS-NB-RETENUS > ZEROES
               PERFORM 5000-ECRITURE-TRANSFERT-DEBUT
                  THRU 5000-ECRITURE-TRANSFERT-FIN
               IF RETURN-CODE NOT = 16
                   PERFORM 7000-LETTRES-CLIENTS-DEBUT
                      THRU 7000-LETTRES-CLIENTS-FIN
               END-IF
           END-IF.

           PERFORM 4500-PIED-ETAT-DEBUT
              THRU 4500-PIED-ETAT-FIN.

           IF WS-NB-RETENUS = ZEROES
               DISPLAY "--> AUCUN CONTRAT A TRANSFERER"
           END-IF.

       2000-TRANSFERT-FIN.
           EXIT.

      *******************************************************
      *  EXAMEN D'UN CONTRAT : PARTS DU CEDANT ET DU REPRENEUR A
      *  L'EFFET (COMPTES), PUIS CONTROLES SI LE CONTRAT EST VISE
      *******************************************************
       3000-EXAMEN-CONTRAT-DEBUT.

           MOVE RASSUR-NUMACT TO WS-NUMACT.
      *
      ****** CONTRAT VISE PAR LA LISTE ?
           MOVE "N" TO WS-EN-LISTE.
           IF WS-SELECTION-LISTE
               PERFORM VARYING WS-INDICE5 FROM 1 BY 1
                       UNTIL WS-INDICE5 > WS-NB-LISTE
                   IF WS-LST-NUMACT (WS-INDICE5) = RASSUR-NUMACTX
                       MOVE "O" TO WS-EN-LISTE
                       MOVE "O" TO WS-LST-VU (WS-INDICE5)
                   END-IF
               END-PERFORM
           END-IF.
      *
      ****** VERSION EN VIGUEUR A L'EFFET (ASSURVERS)
           MOVE WS-NUMACT     TO WS-VER-NUMACT.
           MOVE WS-DATE-EFFET TO WS-VER-DATE.
           CALL 'ASSURVERS' USING WS-VERSION
               ON EXCEPTION
                   MOVE "O" TO WS-VER-TROUVE
                   MOVE RASSUR-LIBELLE   TO WS-VER-LIBELLE
                   MOVE RASSUR-DATEDEBUT TO WS-VER-DATEDEBUT
                   MOVE RASSUR-DATEFIN   TO WS-VER-DATEFIN
                   MOVE ZEROES           TO WS-VER-SEQUENCE
           END-CALL.
           IF WS-VER-DATEFIN NOT = ZEROES
           AND WS-VER-DATEFIN < WS-DATE-EFFET
               IF WS-EN-LISTE-OUI
                   MOVE "CONTRAT ECHU A LA DATE D'EFFET"
                        TO WS-MOTIF-REFUS
                   PERFORM 3900-REFUS-CONTRAT-DEBUT
                      THRU 3900-REFUS-CONTRAT-FIN
               END-IF
               GO TO 3000-EXAMEN-CONTRAT-FIN
           END-IF.
      *
      ****** PARTS A L'EFFET (TRANSFERTS ANTERIEURS COMPRIS)
           MOVE ZEROES TO WS-VOLUME.
           PERFORM VARYING WS-INDICE4 FROM 1 BY 1
                   UNTIL WS-INDICE4 > WS-NB-VOLUMES
               IF WS-VOL-NUMACT (WS-INDICE4) = RASSUR-NUMACTX
                   MOVE WS-VOL-MONTANT (WS-INDICE4) TO WS-VOLUME
               END-IF
           END-PERFORM.
           MOVE WS-NUMACT     TO WS-COA-CONTRAT.
           MOVE WS-VOLUME     TO WS-COA-MONTANT.
           MOVE WS-DATE-EFFET TO WS-COA-DATE.
           CALL 'COASSUR' USING WS-COASSURANCE
               ON EXCEPTION
      ****** SERVICE ABSENT : LE CONTRAT RESTE A SON SEUL ASSUREUR
                   MOVE "1" TO WS-COA-STATUT
                   MOVE 1 TO WS-COA-NB-PARTS
                   SET WS-INDICE-COA TO 1
                   MOVE WS-NUMACT TO WS-COA-ASSUREUR (WS-INDICE-COA)
                   MOVE 100 TO WS-COA-POURCENTAGE (WS-INDICE-COA)
                   MOVE WS-VOLUME TO WS-COA-MONTANT-PART (WS-INDICE-COA)
                   MOVE "O" TO WS-COA-APERITEUR (WS-INDICE-COA)
           END-CALL.

           MOVE "N" TO WS-SOURCE-PRESENTE WS-CIBLE-PRESENTE.
           MOVE ZEROES TO WS-PART-SOURCE WS-VOL-SOURCE.
           PERFORM VARYING WS-INDICE-COA FROM 1 BY 1
                   UNTIL WS-INDICE-COA > WS-COA-NB-PARTS
               IF WS-COA-ASSUREUR (WS-INDICE-COA) = WS-SOURCE
                   MOVE "O" TO WS-SOURCE-PRESENTE
                   ADD WS-COA-POURCENTAGE (WS-INDICE-COA)
                       TO WS-PART-SOURCE
                   ADD WS-COA-MONTANT-PART (WS-INDICE-COA)
                       TO WS-VOL-SOURCE
               END-IF
               IF WS-COA-ASSUREUR (WS-INDICE-COA) = WS-CIBLE
                   MOVE "O" TO WS-CIBLE-PRESENTE
                   ADD WS-COA-MONTANT-PART (WS-INDICE-COA)
                       TO WS-VOL-CIBLE-AVANT
               END-IF
           END-PERFORM.
           IF WS-SOURCE-PRESENTE-OUI
               ADD 1 TO WS-NB-SOURCE-AVANT
               ADD WS-VOL-SOURCE TO WS-VOL-SOURCE-AVANT
           END-IF.
           IF WS-CIBLE-PRESENTE-OUI
               ADD 1 TO WS-NB-CIBLE-AVANT
           END-IF.
      *
      ****** CONTRAT VISE : LISTE, OU PART DU CEDANT EN MODE TOUS
           IF WS-SELECTION-LISTE
               IF NOT WS-EN-LISTE-OUI
                   GO TO 3000-EXAMEN-CONTRAT-FIN
               END-IF
               IF NOT WS-SOURCE-PRESENTE-OUI
                   MOVE "LE CEDANT NE PORTE PAS CE CONTRAT"
                        TO WS-MOTIF-REFUS
                   PERFORM 3900-REFUS-CONTRAT-DEBUT
                      THRU 3900-REFUS-CONTRAT-FIN
                   GO TO 3000-EXAMEN-CONTRAT-FIN
               END-IF
           ELSE
               IF NOT WS-SOURCE-PRESENTE-OUI
                   GO TO 3000-EXAMEN-CONTRAT-FIN
               END-IF
           END-IF.
      *
      ****** PAS D'AVENANT NI DE TRANSFERT ACTIF APRES L'EFFET
           PERFORM 3100-DERNIER-AVENANT-DEBUT
              THRU 3100-DERNIER-AVENANT-FIN.
           IF WS-EFFET-MAX > WS-DATE-EFFET
               MOVE SPACES TO WS-MOTIF-REFUS
               STRING "AVENANT POSTERIEUR A L'EFFET ("
                      WS-EFFET-MAX ")"
                      DELIMITED BY SIZE INTO WS-MOTIF-REFUS
               PERFORM 3900-REFUS-CONTRAT-DEBUT
                  THRU 3900-REFUS-CONTRAT-FIN
               GO TO 3000-EXAMEN-CONTRAT-FIN
           END-IF.
           IF WS-SEQ-MAX >= 999
               MOVE "PLUS DE SEQUENCE D'AVENANT DISPONIBLE"
                    TO WS-MOTIF-REFUS
               PERFORM 3900-REFUS-CONTRAT-DEBUT
                  THRU 3900-REFUS-CONTRAT-FIN
               GO TO 3000-EXAMEN-CONTRAT-FIN
           END-IF.
           MOVE "N" TO WS-TROUVE.
           PERFORM VARYING WS-INDICE3 FROM 1 BY 1
                   UNTIL WS-INDICE3 > WS-NB-TRANSFERTS
                      OR WS-TROUVE-OUI
               MOVE WS-TRF-IMAGE (WS-INDICE3) TO RTRANSF
               IF TRF-ACTIF
               AND TRF-CONTRAT = WS-NUMACT
               AND TRF-DATE-EFFET >= WS-DATE-EFFET
                   MOVE "O" TO WS-TROUVE
               END-IF
           END-PERFORM.
           IF WS-TROUVE-OUI
               MOVE SPACES TO WS-MOTIF-REFUS
               STRING "TRANSFERT " TRF-NUMERO " DEJA PREVU AU "
                      TRF-DATE-EFFET
                      DELIMITED BY SIZE INTO WS-MOTIF-REFUS
               PERFORM 3900-REFUS-CONTRAT-DEBUT
                  THRU 3900-REFUS-CONTRAT-FIN
               GO TO 3000-EXAMEN-CONTRAT-FIN
           END-IF.
      *
      ****** CONTRAT RETENU
           ADD 1 TO WS-NB-RETENUS.
           SET WS-INDICE6 TO WS-NB-RETENUS.
           MOVE WS-NUMACT TO WS-RET-NUMACT (WS-INDICE6).
           MOVE WS-VER-LIBELLE TO WS-RET-LIBELLE (WS-INDICE6).
           MOVE WS-PART-SOURCE TO WS-RET-POURCENT (WS-INDICE6).
           MOVE WS-VOL-SOURCE TO WS-RET-VOLUME (WS-INDICE6).
           COMPUTE WS-RET-SEQUENCE (WS-INDICE6) = WS-SEQ-MAX + 1.
           ADD WS-VOL-SOURCE TO WS-VOL-TRANSFERE.
           IF WS-CIBLE-PRESENTE-OUI
               ADD 1 TO WS-NB-CIBLE-DEJA
           END-IF.

           MOVE WS-VOL-SOURCE TO WS-EDIT-VOLUME.
           MOVE WS-PART-SOURCE TO WS-EDIT-POURCENT.
           MOVE SPACES TO WS-LIGNE.
           STRING WS-NUMACT " " WS-VER-LIBELLE (1:30) " "
                  WS-EDIT-POURCENT " % " WS-EDIT-VOLUME
                  "  TRANSFERE"
                  DELIMITED BY SIZE INTO WS-LIGNE.
           MOVE WS-LIGNE TO REDITION.
           WRITE REDITION.

       3000-EXAMEN-CONTRAT-FIN.
           EXIT.

      *******************************************************
      *  DERNIERE SEQUENCE ET DERNIERE DATE D'EFFET D'AVENANT
      *  DU CONTRAT WS-NUMACT
      *******************************************************
       3100-DERNIER-AVENANT-DEBUT.

           MOVE ZEROES TO WS-SEQ-MAX WS-EFFET-MAX.
           PERFORM VARYING WS-INDICE2 FROM 1 BY 1
                   UNTIL WS-INDICE2 > WS-NB-AVENANTS
               MOVE WS-AVT-IMAGE (WS-INDICE2) TO RAVENANT
               IF RAVT-NUMACT IS NUMERIC
               AND RAVT-NUMACT = WS-NUMACT
                   IF RAVT-SEQUENCE > WS-SEQ-MAX
                       MOVE RAVT-SEQUENCE TO WS-SEQ-MAX
                   END-IF
                   IF RAVT-DATE-EFFET > WS-EFFET-MAX
                       MOVE RAVT-DATE-EFFET TO WS-EFFET-MAX
                   END-IF
               END-IF
           END-PERFORM.

       3100-DERNIER-AVENANT-FIN.
           EXIT.

      *******************************************************
      *  CONTRAT REFUSE : LIGNE MOTIVEE SUR L'ETAT
      *******************************************************
       3900-REFUS-CONTRAT-DEBUT.

           ADD 1 TO WS-COMPTEUR-REFUS.
           MOVE SPACES TO WS-LIGNE.
           STRING WS-NUMACT " REFUSE : " WS-MOTIF-REFUS
                  DELIMITED BY SIZE INTO WS-LIGNE.
           MOVE WS-LIGNE TO REDITION.
           WRITE REDITION.
           DISPLAY "--> " WS-NUMACT " REFUSE: " WS-MOTIF-REFUS.

       3900-REFUS-CONTRAT-FIN.
           EXIT.

      *******************************************************
      *  ENTETE DE L'ETAT DU TRANSFERT
      *******************************************************
       4000-ENTETE-ETAT-DEBUT.

           MOVE SPACES TO WS-LIGNE.
           IF WS-ACTION-TRANSFERT
               STRING "TRANSFERT DE PORTEFEUILLE NO "
                      WS-NUMERO-TRANSFERT
                      " - EDITION DU " WS-EDIT-DATE-JOUR
                      DELIMITED BY SIZE INTO WS-LIGNE
           ELSE
               STRING "ANNULATION DU TRANSFERT DE PORTEFEUILLE NO "
                      WS-NUMERO-TRANSFERT
                      " - EDITION DU " WS-EDIT-DATE-JOUR
                      DELIMITED BY SIZE INTO WS-LIGNE
           END-IF.
           MOVE WS-LIGNE TO REDITION.
           WRITE REDITION.
           IF WS-MODE-SIMULATION
               MOVE "*** SIMULATION - AUCUNE ECRITURE ***" TO REDITION
               WRITE REDITION
           END-IF.
           MOVE ALL "=" TO REDITION.
           WRITE REDITION.
           MOVE WS-DATE-EFFET (7:2) TO WS-EDIT-EFFET-JJ.
           MOVE WS-DATE-EFFET (5:2) TO WS-EDIT-EFFET-MM.
           MOVE WS-DATE-EFFET (1:4) TO WS-EDIT-EFFET-AAAA.
           MOVE SPACES TO WS-LIGNE.
           STRING "CEDANT    : " WS-SOURCE " " WS-NOM-SOURCE
                  DELIMITED BY SIZE INTO WS-LIGNE.
           MOVE WS-LIGNE TO REDITION.
           WRITE REDITION.
           MOVE SPACES TO WS-LIGNE.
           STRING "REPRENEUR : " WS-CIBLE " " WS-NOM-CIBLE
                  DELIMITED BY SIZE INTO WS-LIGNE.
           MOVE WS-LIGNE TO REDITION.
           WRITE REDITION.
           MOVE SPACES TO WS-LIGNE.
           STRING "DATE D'EFFET : " WS-EDIT-DATE-EFFET
                  "   OPERATEUR : " WS-OPERATEUR
                  DELIMITED BY SIZE INTO WS-LIGNE.
           MOVE WS-LIGNE TO REDITION.
           WRITE REDITION.
           IF WS-ACTION-TRANSFERT
               MOVE SPACES TO WS-LIGNE
               STRING "VOLUME : PRIMES HT FACTUREES DU "
                      WS-DEBUT-VOLUME " AU " WS-DATE-EFFET
                      " (EXCLU)"
                      DELIMITED BY SIZE INTO WS-LIGNE
               MOVE WS-LIGNE TO REDITION
               WRITE REDITION
           END-IF.
           MOVE SPACES TO REDITION.
           WRITE REDITION.
           MOVE "CONTRAT  LIBELLE                        PART      VOLUM
      -         "E HT" TO REDITION.
           WRITE REDITION.
           MOVE ALL "-" TO REDITION.
           WRITE REDITION.

       4000-ENTETE-ETAT-FIN.
           EXIT.

      *******************************************************
      *  PIED DE L'ETAT : COMPTES ET VOLUMES DES DEUX ASSUREURS
      *******************************************************
       4500-PIED-ETAT-DEBUT.

           MOVE ALL "-" TO REDITION.
           WRITE REDITION.
           MOVE WS-NB-RETENUS TO WS-EDIT-COMPTE.
           MOVE WS-VOL-TRANSFERE TO WS-EDIT-VOLUME.
           MOVE SPACES TO WS-LIGNE.
           IF WS-ACTION-TRANSFERT
               STRING "CONTRATS TRANSFERES : " WS-EDIT-COMPTE
                      "   VOLUME TRANSFERE : " WS-EDIT-VOLUME
                      DELIMITED BY SIZE INTO WS-LIGNE
           ELSE
               STRING "CONTRATS RENDUS     : " WS-EDIT-COMPTE
                      "   VOLUME RENDU     : " WS-EDIT-VOLUME
                      DELIMITED BY SIZE INTO WS-LIGNE
           END-IF.
           MOVE WS-LIGNE TO REDITION.
           WRITE REDITION.
           MOVE WS-COMPTEUR-REFUS TO WS-EDIT-COMPTE.
           MOVE SPACES TO WS-LIGNE.
           STRING "CONTRATS REFUSES    : " WS-EDIT-COMPTE
                  DELIMITED BY SIZE INTO WS-LIGNE.
           MOVE WS-LIGNE TO REDITION.
           WRITE REDITION.

           IF WS-ACTION-TRANSFERT
               MOVE SPACES TO REDITION
               WRITE REDITION
               MOVE "ASSUREUR           CONTRATS AVANT / APRES      VOLU
      -             "ME AVANT       VOLUME APRES" TO REDITION
               WRITE REDITION
               MOVE WS-NB-SOURCE-AVANT TO WS-EDIT-COMPTE
               MOVE WS-NB-SOURCE-APRES TO WS-EDIT-COMPTE2
               MOVE WS-VOL-SOURCE-AVANT TO WS-EDIT-VOLUME
               MOVE WS-VOL-SOURCE-APRES TO WS-EDIT-VOLUME2
               MOVE SPACES TO WS-LIGNE
               STRING "CEDANT    " WS-SOURCE "      " WS-EDIT-COMPTE
                      " / " WS-EDIT-COMPTE2 "   " WS-EDIT-VOLUME
                      "     " WS-EDIT-VOLUME2
                      DELIMITED BY SIZE INTO WS-LIGNE
               MOVE WS-LIGNE TO REDITION
               WRITE REDITION
               MOVE WS-NB-CIBLE-AVANT TO WS-EDIT-COMPTE
               MOVE WS-NB-CIBLE-APRES TO WS-EDIT-COMPTE2
               MOVE WS-VOL-CIBLE-AVANT TO WS-EDIT-VOLUME
               MOVE WS-VOL-CIBLE-APRES TO WS-EDIT-VOLUME2
               MOVE SPACES TO WS-LIGNE
               STRING "REPRENEUR " WS-CIBLE "      " WS-EDIT-COMPTE
                      " / " WS-EDIT-COMPTE2 "   " WS-EDIT-VOLUME
                      "     " WS-EDIT-VOLUME2
                      DELIMITED BY SIZE INTO WS-LIGNE
               MOVE WS-LIGNE TO REDITION
               WRITE REDITION
           END-IF.

           MOVE SPACES TO REDITION.
           WRITE REDITION.
           IF WS-MODE-APPLICATION
               MOVE WS-COMPTEUR-AVENANTS TO WS-EDIT-COMPTE
               MOVE WS-COMPTEUR-LETTRES TO WS-EDIT-COMPTE2
               MOVE SPACES TO WS-LIGNE
               IF WS-ACTION-TRANSFERT
                   STRING "AVENANTS CREES : " WS-EDIT-COMPTE
                          "   LETTRES AUX CLIENTS : " WS-EDIT-COMPTE2
                          DELIMITED BY SIZE INTO WS-LIGNE
               ELSE
                   STRING "AVENANTS RETIRES : " WS-EDIT-COMPTE
                          "   LETTRES AUX CLIENTS : " WS-EDIT-COMPTE2
                          DELIMITED BY SIZE INTO WS-LIGNE
               END-IF
               MOVE WS-LIGNE TO REDITION
               WRITE REDITION
           ELSE
               MOVE "SIMULATION : NI AVENANT, NI REGISTRE, NI LETTRE"
                    TO REDITION
               WRITE REDITION
           END-IF.

       4500-PIED-ETAT-FIN.
           EXIT.

      *******************************************************
      *  ECRITURE DU TRANSFERT : AVENANT ET LIGNE DE REGISTRE
      *  PAR CONTRAT RETENU
      *******************************************************
       5000-ECRITURE-TRANSFERT-DEBUT.

           OPEN EXTEND FAVENANT.
           IF WS-STATUS-FILE-FAVENANT-INEXISTANT
               OPEN OUTPUT FAVENANT
           END-IF.
           IF NOT WS-STATUS-FILE-FAVENANT-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FAVENANT': "
                       WS-STATUS-FILE-FAVENANT
               MOVE 16 TO RETURN-CODE
               GO TO 5000-ECRITURE-TRANSFERT-FIN
           END-IF.
           OPEN EXTEND FTRANSF.
           IF WS-STATUS-FILE-FTRANSF-INEXISTANT
               OPEN OUTPUT FTRANSF
           END-IF.
           IF NOT WS-STATUS-FILE-FTRANSF-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FTRANSF': "
                       WS-STATUS-FILE-FTRANSF
               CLOSE FAVENANT
               MOVE 16 TO RETURN-CODE
               GO TO 5000-ECRITURE-TRANSFERT-FIN
           END-IF.

           PERFORM VARYING WS-INDICE6 FROM 1 BY 1
                   UNTIL WS-INDICE6 > WS-NB-RETENUS
               PERFORM 5100-ECRITURE-CONTRAT-DEBUT
                  THRU 5100-ECRITURE-CONTRAT-FIN
           END-PERFORM.

           CLOSE FAVENANT FTRANSF.

       5000-ECRITURE-TRANSFERT-FIN.
           EXIT.

      *******************************************************
      *  AVENANT A LA DATE D'EFFET (VERSION EN VIGUEUR RECONDUITE)
      *  ET LIGNE DE REGISTRE D'UN CONTRAT RETENU
      *******************************************************
       5100-ECRITURE-CONTRAT-DEBUT.

           MOVE WS-RET-NUMACT (WS-INDICE6) TO WS-NUMACT.
           MOVE WS-NUMACT     TO WS-VER-NUMACT.
           MOVE WS-DATE-EFFET TO WS-VER-DATE.
           CALL 'ASSURVERS' USING WS-VERSION
               ON EXCEPTION
                   MOVE "N" TO WS-VER-TROUVE
           END-CALL.
      *
      ****** IMAGE AVANT : VERSION EN VIGUEUR A L'EFFET
           MOVE SPACES TO RAVENANT.
           MOVE WS-NUMACT TO RAVT-NUMACT.
           MOVE WS-VER-SEQUENCE TO RAVT-SEQUENCE.
           MOVE ZEROES TO RAVT-DATE-EFFET.
           MOVE WS-VER-LIBELLE TO RAVT-LIBELLE.
           MOVE WS-VER-DATEDEBUT TO RAVT-DATEDEBUT.
           MOVE WS-VER-DATEFIN TO RAVT-DATEFIN.
           MOVE SPACES TO WS-IMAGE-AVANT.
           MOVE RAVENANT TO WS-IMAGE-AVANT (1:141).

           MOVE WS-RET-SEQUENCE (WS-INDICE6) TO RAVT-SEQUENCE.
           MOVE WS-DATE-EFFET TO RAVT-DATE-EFFET.
           WRITE RAVENANT.
           IF NOT WS-STATUS-FILE-FAVENANT-OK
               DISPLAY "ERREUR ECRITURE FICHIER 'FAVENANT': "
                       WS-STATUS-FILE-FAVENANT
               MOVE 16 TO RETURN-CODE
               GO TO 5100-ECRITURE-CONTRAT-FIN
           END-IF.
           ADD 1 TO WS-COMPTEUR-AVENANTS.
           MOVE SPACES TO WS-IMAGE-APRES.
           MOVE RAVENANT TO WS-IMAGE-APRES (1:141).
           MOVE "V" TO WS-MUT-ACTION.
           PERFORM 9000-JOURNALISER-MUTATION-DEBUT
              THRU 9000-JOURNALISER-MUTATION-FIN.

           MOVE SPACES TO RTRANSF.
           MOVE WS-NUMERO-TRANSFERT TO TRF-NUMERO.
           MOVE WS-NUMACT TO TRF-CONTRAT.
           MOVE WS-SOURCE TO TRF-SOURCE.
           MOVE WS-CIBLE TO TRF-CIBLE.
           MOVE WS-DATE-EFFET TO TRF-DATE-EFFET.
           MOVE "A" TO TRF-STATUT.
           MOVE WS-RET-SEQUENCE (WS-INDICE6) TO TRF-SEQUENCE.
           MOVE WS-RET-VOLUME (WS-INDICE6) TO TRF-VOLUME.
           MOVE WS-DATE-JOUR TO TRF-DATE-SAISIE.
           MOVE WS-OPERATEUR TO TRF-OPERATEUR.
           MOVE ZEROES TO TRF-DATE-ANNULATION.
           WRITE RTRANSF.
           IF NOT WS-STATUS-FILE-FTRANSF-OK
               DISPLAY "ERREUR ECRITURE FICHIER 'FTRANSF': "
                       WS-STATUS-FILE-FTRANSF
               MOVE 16 TO RETURN-CODE
           END-IF.

       5100-ECRITURE-CONTRAT-FIN.
           EXIT.

      *******************************************************
      *  ANNULATION D'UN TRANSFERT NON ENCORE EFFECTIF
      *******************************************************
       6000-ANNULATION-DEBUT.
      *
      ****** LIGNES ACTIVES DU TRANSFERT DEMANDE
           MOVE ZEROES TO WS-DATE-EFFET.
           PERFORM VARYING WS-INDICE3 FROM 1 BY 1
                   UNTIL WS-INDICE3 > WS-NB-TRANSFERTS
               MOVE WS-TRF-IMAGE (WS-INDICE3) TO RTRANSF
               IF TRF-NUMERO IS NUMERIC
               AND TRF-NUMERO = WS-NUMERO-TRANSFERT
               AND TRF-ACTIF
                   ADD 1 TO WS-NB-RETENUS
                   SET WS-INDICE6 TO WS-NB-RETENUS
                   MOVE TRF-CONTRAT TO WS-RET-NUMACT (WS-INDICE6)
                   MOVE TRF-SEQUENCE TO WS-RET-SEQUENCE (WS-INDICE6)
                   MOVE TRF-VOLUME TO WS-RET-VOLUME (WS-INDICE6)
                   MOVE ZEROES TO WS-RET-POURCENT (WS-INDICE6)
                   MOVE SPACES TO WS-RET-LIBELLE (WS-INDICE6)
                   ADD TRF-VOLUME TO WS-VOL-TRANSFERE
                   MOVE TRF-SOURCE TO WS-SOURCE
                   MOVE TRF-CIBLE TO WS-CIBLE
                   MOVE TRF-DATE-EFFET TO WS-DATE-EFFET
               END-IF
           END-PERFORM.
           IF WS-NB-RETENUS = ZEROES
               DISPLAY "--> TRANSFERT " WS-NUMERO-TRANSFERT
                       " INCONNU OU DEJA ANNULE"
               MOVE 8 TO RETURN-CODE
               GO TO 6000-ANNULATION-FIN
           END-IF.
           PERFORM 1300-CHARGEMENT-ASSUREURS-DEBUT
              THRU 1300-CHARGEMENT-ASSUREURS-FIN.
           PERFORM 4000-ENTETE-ETAT-DEBUT
              THRU 4000-ENTETE-ETAT-FIN.
      *
      ****** L'AFFAIRE NE PEUT PLUS ETRE DEFAITE UNE FOIS L'EFFET
      ****** ATTEINT : LES BORDEREAUX SONT PARTIS AU REPRENEUR
           IF WS-DATE-EFFET <= WS-DATE-JOUR
               MOVE "*** EFFET ATTEINT : ANNULATION IMPOSSIBLE, UN NOUVE
      -             "AU TRANSFERT INVERSE EST NECESSAIRE" TO REDITION
               WRITE REDITION
               DISPLAY "--> TRANSFERT DEJA EFFECTIF AU " WS-DATE-EFFET
                       ": ANNULATION IMPOSSIBLE"
               MOVE ZEROES TO WS-NB-RETENUS
               MOVE 8 TO RETURN-CODE
               GO TO 6000-ANNULATION-FIN
           END-IF.

           PERFORM VARYING WS-INDICE6 FROM 1 BY 1
                   UNTIL WS-INDICE6 > WS-NB-RETENUS
               MOVE WS-RET-NUMACT (WS-INDICE6) TO WS-NUMACT
               PERFORM VARYING WS-INDICE FROM 1 BY 1
                       UNTIL WS-INDICE > WS-NB-CONTRATS
                   IF WS-CONTRAT-IMAGE (WS-INDICE) (1:8)
                      = WS-RET-NUMACT (WS-INDICE6)
                       MOVE WS-CONTRAT-IMAGE (WS-INDICE) (23:30)
                            TO WS-RET-LIBELLE (WS-INDICE6)
                   END-IF
               END-PERFORM
               MOVE WS-RET-VOLUME (WS-INDICE6) TO WS-EDIT-VOLUME
               MOVE SPACES TO WS-LIGNE
               STRING WS-NUMACT " " WS-RET-LIBELLE (WS-INDICE6)
                      "          " WS-EDIT-VOLUME "  RENDU AU CEDANT"
                      DELIMITED BY SIZE INTO WS-LIGNE
               MOVE WS-LIGNE TO REDITION
               WRITE REDITION
           END-PERFORM.

           IF WS-MODE-APPLICATION
               PERFORM 6100-ECRITURE-ANNULATION-DEBUT
                  THRU 6100-ECRITURE-ANNULATION-FIN
               IF RETURN-CODE NOT = 16
                   PERFORM 7000-LETTRES-CLIENTS-DEBUT
                      THRU 7000-LETTRES-CLIENTS-FIN
               END-IF
           END-IF.

       6000-ANNULATION-FIN.
           EXIT.

      *******************************************************
      *  ANNULATION : REGISTRE REECRIT (STATUT N) ET AVENANTS DU
      *  TRANSFERT RETIRES DU FICHIER DES AVENANTS
      *******************************************************
       6100-ECRITURE-ANNULATION-DEBUT.

           OPEN OUTPUT FTRANSF.
           IF NOT WS-STATUS-FILE-FTRANSF-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FTRANSF': "
                       WS-STATUS-FILE-FTRANSF
               MOVE 16 TO RETURN-CODE
               GO TO 6100-ECRITURE-ANNULATION-FIN
           END-IF.
           PERFORM VARYING WS-INDICE3 FROM 1 BY 1
                   UNTIL WS-INDICE3 > WS-NB-TRANSFERTS
               MOVE WS-TRF-IMAGE (WS-INDICE3) TO RTRANSF
               IF TRF-NUMERO IS NUMERIC
               AND TRF-NUMERO = WS-NUMERO-TRANSFERT
               AND TRF-ACTIF
                   MOVE "N" TO TRF-STATUT
                   MOVE WS-DATE-JOUR TO TRF-DATE-ANNULATION
                   PERFORM 6200-RETRAIT-AVENANT-DEBUT
                      THRU 6200-RETRAIT-AVENANT-FIN
               END-IF
               WRITE RTRANSF
           END-PERFORM.
           CLOSE FTRANSF.

           OPEN OUTPUT FAVENANT.
           IF NOT WS-STATUS-FILE-FAVENANT-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FAVENANT': "
                       WS-STATUS-FILE-FAVENANT
               MOVE 16 TO RETURN-CODE
               GO TO 6100-ECRITURE-ANNULATION-FIN
           END-IF.
           PERFORM VARYING WS-INDICE2 FROM 1 BY 1
                   UNTIL WS-INDICE2 > WS-NB-AVENANTS
               IF WS-AVT-RETIRE (WS-INDICE2) NOT = "O"
                   MOVE WS-AVT-IMAGE (WS-INDICE2) TO RAVENANT
                   WRITE RAVENANT
               END-IF
           END-PERFORM.
           CLOSE FAVENANT.

       6100-ECRITURE-ANNULATION-FIN.
           EXIT.

      *******************************************************
      *  RETRAIT DE L'AVENANT CREE PAR LA LIGNE DE TRANSFERT
      *  COURANTE (JOURNALISE EN SUPPRESSION)
      *******************************************************
       6200-RETRAIT-AVENANT-DEBUT.

           MOVE TRF-CONTRAT TO WS-NUMACT.
           PERFORM VARYING WS-INDICE2 FROM 1 BY 1
                   UNTIL WS-INDICE2 > WS-NB-AVENANTS
               MOVE WS-AVT-IMAGE (WS-INDICE2) TO RAVENANT
               IF RAVT-NUMACT IS NUMERIC
               AND RAVT-NUMACT = TRF-CONTRAT
               AND RAVT-SEQUENCE = TRF-SEQUENCE
               AND RAVT-DATE-EFFET = TRF-DATE-EFFET
               AND WS-AVT-RETIRE (WS-INDICE2) NOT = "O"
                   MOVE "O" TO WS-AVT-RETIRE (WS-INDICE2)
                   ADD 1 TO WS-COMPTEUR-AVENANTS
                   MOVE SPACES TO WS-IMAGE-AVANT WS-IMAGE-APRES
                   MOVE RAVENANT TO WS-IMAGE-AVANT (1:141)
                   MOVE "S" TO WS-MUT-ACTION
                   PERFORM 9000-JOURNALISER-MUTATION-DEBUT
                      THRU 9000-JOURNALISER-MUTATION-FIN
               END-IF
           END-PERFORM.

       6200-RETRAIT-AVENANT-FIN.
           EXIT.

      *******************************************************
      *  LETTRES : UNE PAR CLIENT AYANT UN LIEN ACTIF AVEC AU
      *  MOINS UN CONTRAT DU TRANSFERT
      *******************************************************
       7000-LETTRES-CLIENTS-DEBUT.

           PERFORM VARYING WS-INDICE7 FROM 1 BY 1
                   UNTIL WS-INDICE7 > WS-NB-CLIENTS
               MOVE WS-CLIENT-IMAGE (WS-INDICE7) TO RCLIENT
               MOVE ZEROES TO WS-NB-CONTRATS-CLIENT
               PERFORM VARYING WS-INDICE8 FROM 1 BY 1
                       UNTIL WS-INDICE8 > WS-NB-LIENS
                   IF WS-LIEN-ID (WS-INDICE8) = RCLIENT-ID
                       PERFORM VARYING WS-INDICE6 FROM 1 BY 1
                               UNTIL WS-INDICE6 > WS-NB-RETENUS
                           IF WS-RET-NUMACT (WS-INDICE6)
                              = WS-LIEN-NUMACT (WS-INDICE8)
                               ADD 1 TO WS-NB-CONTRATS-CLIENT
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM
               IF WS-NB-CONTRATS-CLIENT > ZEROES
                   PERFORM 7100-LETTRE-CLIENT-DEBUT
                      THRU 7100-LETTRE-CLIENT-FIN
               END-IF
           END-PERFORM.

       7000-LETTRES-CLIENTS-FIN.
           EXIT.

      *******************************************************
      *  LETTRE AU CLIENT RCLIENT (TRANSFERT OU ANNULATION)
      *******************************************************
       7100-LETTRE-CLIENT-DEBUT.

           ADD 1 TO WS-COMPTEUR-LETTRES.
           IF RCLIENT-RUE = SPACES
           OR RCLIENT-VILLE = SPACES
               ADD 1 TO WS-COMPTEUR-SANS-ADRESSE
               DISPLAY "--> CLIENT SANS ADRESSE: " RCLIENT-ID
           END-IF.

           MOVE ALL "=" TO RLETTRE.
           WRITE RLETTRE.
           MOVE WS-SOCIETE-NOM TO RLETTRE.
           WRITE RLETTRE.
           MOVE WS-SOCIETE-ADRESSE TO RLETTRE.
           WRITE RLETTRE.
           MOVE WS-SOCIETE-VILLE TO RLETTRE.
           WRITE RLETTRE.
           MOVE SPACES TO RLETTRE.
           WRITE RLETTRE.
      *
      ****** BLOC ADRESSE (FENETRE D'ENVELOPPE, COLONNE 45)
           MOVE SPACES TO WS-LIGNE.
           IF RCLIENT-PRENOM = SPACES
               MOVE RCLIENT-NOM TO WS-LIGNE (45:36)
           ELSE
               STRING RCLIENT-PRENOM DELIMITED BY "  "
                      " " RCLIENT-NOM DELIMITED BY SIZE
                      INTO WS-LIGNE (45:36)
           END-IF.
           MOVE WS-LIGNE TO RLETTRE.
           WRITE RLETTRE.
           MOVE SPACES TO WS-LIGNE.
           MOVE RCLIENT-RUE TO WS-LIGNE (45:30).
           MOVE WS-LIGNE TO RLETTRE.
           WRITE RLETTRE.
           MOVE SPACES TO WS-LIGNE.
           STRING RCLIENT-CODEPOSTAL " " RCLIENT-VILLE
                  DELIMITED BY SIZE INTO WS-LIGNE (45:36).
           MOVE WS-LIGNE TO RLETTRE.
           WRITE RLETTRE.
           MOVE SPACES TO RLETTRE.
           WRITE RLETTRE.
           MOVE SPACES TO WS-LIGNE.
           STRING "PARIS, LE " WS-EDIT-DATE-JOUR
                  "          CLIENT NO " RCLIENT-ID
                  DELIMITED BY SIZE INTO WS-LIGNE.
           MOVE WS-LIGNE TO RLETTRE.
           WRITE RLETTRE.
           MOVE SPACES TO RLETTRE.
           WRITE RLETTRE.
      *
      ****** CORPS DE LA LETTRE
           IF WS-ACTION-TRANSFERT
               MOVE "OBJET : CHANGEMENT D'ASSUREUR DE VOTRE CONTRAT"
                    TO RLETTRE
               WRITE RLETTRE
               MOVE SPACES TO RLETTRE
               WRITE RLETTRE
               MOVE SPACES TO WS-LIGNE
               STRING "MADAME, MONSIEUR, A COMPTER DU "
                      WS-EDIT-DATE-EFFET
                      ", LE OU LES CONTRATS CI-DESSOUS"
                      DELIMITED BY SIZE INTO WS-LIGNE
               MOVE WS-LIGNE TO RLETTRE
               WRITE RLETTRE
               MOVE SPACES TO WS-LIGNE
               STRING "JUSQU'ICI ASSURES PAR " WS-NOM-SOURCE
                      DELIMITED BY SIZE INTO WS-LIGNE
               MOVE WS-LIGNE TO RLETTRE
               WRITE RLETTRE
               MOVE SPACES TO WS-LIGNE
               STRING "SONT REPRIS PAR " WS-NOM-CIBLE
                      DELIMITED BY SIZE INTO WS-LIGNE
               MOVE WS-LIGNE TO RLETTRE
               WRITE RLETTRE
               MOVE SPACES TO WS-LIGNE
               STRING "(" WS-RUE-CIBLE DELIMITED BY "  "
                      " - " WS-CP-CIBLE " " DELIMITED BY SIZE
                      WS-VILLE-CIBLE DELIMITED BY "  "
                      ")" DELIMITED BY SIZE INTO WS-LIGNE
               MOVE WS-LIGNE TO RLETTRE
               WRITE RLETTRE
               MOVE "VOS GARANTIES, VOS ECHEANCES ET VOS CONDITIONS DE R
      -             "EGLEMENT RESTENT INCHANGEES." TO RLETTRE
               WRITE RLETTRE
           ELSE
               MOVE "OBJET : ANNULATION DU CHANGEMENT D'ASSUREUR"
                    TO RLETTRE
               WRITE RLETTRE
               MOVE SPACES TO RLETTRE
               WRITE RLETTRE
               MOVE SPACES TO WS-LIGNE
               STRING "MADAME, MONSIEUR, LA REPRISE ANNONCEE AU "
                      WS-EDIT-DATE-EFFET " PAR"
                      DELIMITED BY SIZE INTO WS-LIGNE
               MOVE WS-LIGNE TO RLETTRE
               WRITE RLETTRE
               MOVE SPACES TO WS-LIGNE
               STRING WS-NOM-CIBLE DELIMITED BY "  "
                      " N'AURA PAS LIEU." DELIMITED BY SIZE
                      INTO WS-LIGNE
               MOVE WS-LIGNE TO RLETTRE
               WRITE RLETTRE
               MOVE SPACES TO WS-LIGNE
               STRING "LE OU LES CONTRATS CI-DESSOUS RESTENT "
                      "ASSURES PAR " WS-NOM-SOURCE
                      DELIMITED BY SIZE INTO WS-LIGNE
               MOVE WS-LIGNE TO RLETTRE
               WRITE RLETTRE
               MOVE "SANS AUCUN CHANGEMENT." TO RLETTRE
               WRITE RLETTRE
           END-IF.
           MOVE SPACES TO RLETTRE.
           WRITE RLETTRE.
      *
      ****** CONTRATS DU CLIENT CONCERNES
           PERFORM VARYING WS-INDICE8 FROM 1 BY 1
                   UNTIL WS-INDICE8 > WS-NB-LIENS
               IF WS-LIEN-ID (WS-INDICE8) = RCLIENT-ID
                   PERFORM VARYING WS-INDICE6 FROM 1 BY 1
                           UNTIL WS-INDICE6 > WS-NB-RETENUS
                       IF WS-RET-NUMACT (WS-INDICE6)
                          = WS-LIEN-NUMACT (WS-INDICE8)
                           MOVE SPACES TO WS-LIGNE
                           STRING "   CONTRAT " WS-RET-NUMACT
                                  (WS-INDICE6) " "
                                  WS-RET-LIBELLE (WS-INDICE6)
                                  DELIMITED BY SIZE INTO WS-LIGNE
                           MOVE WS-LIGNE TO RLETTRE
                           WRITE RLETTRE
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
      *
      ****** SIGNATURE
           MOVE SPACES TO RLETTRE.
           WRITE RLETTRE.
           MOVE "NOUS VOUS PRIONS D'AGREER, MADAME, MONSIEUR, NOS SALUTA
      -         "TIONS DISTINGUEES." TO RLETTRE.
           WRITE RLETTRE.
           MOVE SPACES TO WS-LIGNE.
           STRING "POUR " WS-SOCIETE-NOM
                  DELIMITED BY SIZE INTO WS-LIGNE.
           MOVE WS-LIGNE TO RLETTRE.
           WRITE RLETTRE.
           MOVE SPACES TO RLETTRE.
           WRITE RLETTRE.
      *
      ****** INSCRIPTION AU REGISTRE DES CORRESPONDANCES (LE CODE
      ****** RETOUR DU TRAITEMENT EST PRESERVE)
           MOVE RCLIENT-ID TO WS-COR-CLIENT-ID.
           MOVE SPACES TO WS-COR-REFERENCE.
           IF WS-ACTION-TRANSFERT
               STRING "TRANSFERT " WS-NUMERO-TRANSFERT
                      DELIMITED BY SIZE INTO WS-COR-REFERENCE
           ELSE
               STRING "ANNULATION " WS-NUMERO-TRANSFERT
                      DELIMITED BY SIZE INTO WS-COR-REFERENCE
           END-IF.
           MOVE RETURN-CODE TO WS-RC-SAUVE.
           CALL 'CORRESP' USING WS-CORRESPONDANCE
               ON EXCEPTION
                   MOVE "9" TO WS-COR-STATUT
           END-CALL.
           MOVE WS-RC-SAUVE TO RETURN-CODE.
           IF NOT WS-COR-INSCRIT
               ADD 1 TO WS-COMPTEUR-NON-INSCRITS
           END-IF.

       7100-LETTRE-CLIENT-FIN.
           EXIT.

      *******************************************************
      *  AJOUT D'UNE LIGNE AU JOURNAL PERMANENT DES MUTATIONS
      *  (OPERATEUR, ACTION, IMAGES AVANT/APRES DE L'AVENANT)
      *******************************************************
       9000-JOURNALISER-MUTATION-DEBUT.

           OPEN EXTEND FMUTATION.
           IF WS-STATUS-FILE-FMUTATION-INEXISTANT
               OPEN OUTPUT FMUTATION
           END-IF.
           IF NOT WS-STATUS-FILE-FMUTATION-OK
               DISPLAY "--> JOURNAL DES MUTATIONS INDISPONIBLE: "
                       WS-STATUS-FILE-FMUTATION
               GO TO 9000-JOURNALISER-MUTATION-FIN
           END-IF.

           MOVE SPACES TO RMUTATION.
           MOVE FUNCTION CURRENT-DATE (1:8) TO MUT-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO MUT-HEURE.
           MOVE WS-OPERATEUR      TO MUT-OPERATEUR.
           MOVE "TRFPORTF"        TO MUT-PROGRAMME.
           MOVE WS-MUT-ACTION     TO MUT-ACTION.
           MOVE WS-NUMACT         TO MUT-CLE.
           MOVE WS-IMAGE-AVANT    TO MUT-AVANT.
           MOVE WS-IMAGE-APRES    TO MUT-APRES.
           WRITE RMUTATION.
           CLOSE FMUTATION.

       9000-JOURNALISER-MUTATION-FIN.
           EXIT.
