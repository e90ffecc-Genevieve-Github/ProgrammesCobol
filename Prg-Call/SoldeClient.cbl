       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOLDECLI.
       AUTHOR. GENEVIEVE GIANNASI.
       INSTALLATION. PERSONAL PC.
       DATE-WRITTEN. 15-10-2026.
       DATE-COMPILED. 15-10-2026.
       SECURITY. NON-CONFIDENTIAL.
      ******************************************************************
      * OBJECTIF: Sous-programme partage du solde d'un compte client a
      * une date donnee. La regle "facture TTC moins REGLEMENTS moins
      * AVOIRS" etait recodee dans chaque programme de recouvrement
      * et les copies ne s'accordaient plus sur les groupes, les
      * echeanciers ni les prelevements rejetes : un meme client
      * pouvait etre solde pour ARCHIVAG et en retard pour RELANCE
      * la meme nuit. Tous passent desormais par ici :
      *
      *     CALL 'SOLDECLI' USING LS-SOLDE
      *
      *     LS-SOL-FONCTION : "S" solde du compte payeur du client
      *                           LS-SOL-CLIENT
      *                       "N" compte suivant (parcours de tous
      *                           les comptes : LS-SOL-RANG a zero
      *                           pour le premier, rendu a chaque
      *                           appel ; l'identifiant du compte
      *                           revient dans LS-SOL-CLIENT)
      *                       "C" rechargement des fichiers (les
      *                           autres fonctions chargent au
      *                           premier appel)
      *     LS-SOL-DATE     : date d'arrete AAAAMMJJ, zero = ce jour ;
      *                       les mouvements dates apres l'arrete et
      *                       la facturation posterieure sont ignores
      *     LS-SOL-PAYEUR / LS-SOL-NOM : compte suivi (le groupe
      *                       payeur pour un membre de groupe)
      *     LS-SOL-NB-FACTURES : lignes de FICHIERSOR.txt du compte
      *     LS-SOL-FACTURE  : facture TTC (HT quand le TTC manque)
      *     LS-SOL-FACTURE-CLIENT : facture propre du client demande
      *     LS-SOL-REMBOURSE: remboursements verses (au debit)
      *     LS-SOL-REGLE    : reglements encaisses (rejets exclus)
      *     LS-SOL-REJETE   : reglements neutralises car rejetes
      *     LS-SOL-CREDITE  : avoirs emis
      *     LS-SOL-SOLDE    : FACTURE + REMBOURSE - REGLE - CREDITE
      *     LS-SOL-ECHU     : part du solde en retard a l'arrete
      *     LS-SOL-ECHEANCE / LS-SOL-JOURS : echeance de reference
      *                       et jours de retard a l'arrete
      *     LS-SOL-TRANCHE (1 A 5) : non echu / 1-30 / 31-60 /
      *                       61-90 / 90+ jours
      *     LS-SOL-SOUS-PLAN: "O" compte sous echeancier
      *     LS-SOL-DATE-FACTURATION : date de la derniere facturation
      *     LS-SOL-STATUT   : "0" compte connu, "1" aucun mouvement
      *                       pour ce client, "2" fin du parcours,
      *                       "9" FICHIERSOR.txt illisible
      *
      * Regles communes :
      *   - GROUPES-CLIENTS.txt : la dette d'un membre est suivie sous
      *     son groupe payeur (facture, reglements, avoirs, rembour-
      *     sements et echeances)
      *   - la facturation est datee de la derniere execution de
      *     FACTURES (FACTURES-CONTROLE.txt, a defaut ce jour) ; son
      *     echeance suit les conditions de paiement du client
      *     (service ECHEANCE), le compte retient la plus proche
      *   - REGLEMENTS-REJETES.txt : une ligne de REGLEMENTS.txt
      *     identique a un rejet (client, date, montant) n'est pas
      *     comptee, un rejet neutralisant un seul reglement
      *   - un montant est echu le lendemain de son echeance ; hors
      *     echeancier tout le solde suit l'echeance du compte
      *   - ECHEANCIERS.txt : le compte sous plan n'est en retard que
      *     sur les echeances passees non couvertes ; l'anciennete
      *     part de la plus ancienne echeance non couverte, le reste
      *     du solde est non echu
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

      ******** FICHIER PERMANENT DE CONTROLE DES EXECUTIONS
           SELECT FCTRL ASSIGN TO "FACTURES-CONTROLE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FCTRL.

      ******** GROUPES DE CLIENTS (DETTE SUIVIE AU GROUPE)
           SELECT FGROUPE ASSIGN TO "GROUPES-CLIENTS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FGROUPE.

      ******** PRELEVEMENTS ET REGLEMENTS REVENUS IMPAYES
           SELECT FREJETE ASSIGN TO "REGLEMENTS-REJETES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FREJETE.

      ******** FICHIER DES REGLEMENTS RECUS (LE REGLE)
           SELECT FREGL ASSIGN TO "REGLEMENTS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FREGL.

      ******** FICHIER DES AVOIRS EMIS (NOTES DE CREDIT)
           SELECT FAVOIR ASSIGN TO "AVOIRS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FAVOIR.

      ******** REGISTRE DES REMBOURSEMENTS (AU DEBIT DU CLIENT)
           SELECT FREMB ASSIGN TO "REMBOURSEMENTS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FREMB.

      ******** FICHIER DES ECHEANCIERS DE PAIEMENT
           SELECT FECH ASSIGN TO "ECHEANCIERS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FECH.

       DATA DIVISION.
       FILE SECTION.
      ******** FICHIER DE SORTIE FACTURATION
           COPY 'COBOL-FD-FCLISOR.cpy'.

      ******** FICHIER PERMANENT DE CONTROLE DES EXECUTIONS
           COPY 'COBOL-FD-CTRL.cpy'.

      ******** GROUPES DE CLIENTS (UNE LIGNE PAR MEMBRE)
       FD  FGROUPE.
       01  RGROUPE.
           05  GRP-GROUPE PIC X(08).
           05  FILLER     PIC X(01).
           05  GRP-MEMBRE PIC X(08).
           05  FILLER     PIC X(01).
           05  GRP-NOM    PIC X(30).

      ******** REGLEMENTS REJETES (DATE = DATE DU REGLEMENT)
       FD  FREJETE.
       01  RREJETE.
           05  REJ-ID       PIC X(08).
           05  FILLER       PIC X(01).
           05  REJ-DATE     PIC 9(08).
           05  FILLER       PIC X(01).
           05  REJ-MONTANT  PIC 9(07)V99.
           05  FILLER       PIC X(01).
           05  REJ-MOTIF    PIC X(20).

      ******** FICHIER DES REGLEMENTS RECUS
       FD  FREGL.
       01  RREGL.
           05  RREGL-ID             PIC X(08).
           05  FILLER               PIC X(01).
           05  RREGL-DATE           PIC 9(08).
           05  FILLER               PIC X(01).
           05  RREGL-MONTANT        PIC 9(07)V99.
           05  FILLER               PIC X(21).

      ******** FICHIER DES AVOIRS EMIS (NOTES DE CREDIT)
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

      ******** REGISTRE DES REMBOURSEMENTS
           COPY 'COBOL-FD-REMBOURS.cpy'.

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

       WORKING-STORAGE SECTION.
       77  WS-STATUS-FILE-FCLISOR PIC X(02) VALUE SPACES.
           88  WS-STATUS-FILE-FCLISOR-OK  VALUE "00".
       77  WS-STATUS-FILE-FCTRL PIC X(02) VALUE SPACES.
           88  WS-STATUS-FILE-FCTRL-OK  VALUE "00".
       77  WS-STATUS-FILE-FGROUPE PIC X(02) VALUE SPACES.
           88  WS-STATUS-FILE-FGROUPE-OK  VALUE "00".
       77  WS-STATUS-FILE-FREJETE PIC X(02) VALUE SPACES.
           88  WS-STATUS-FILE-FREJETE-OK  VALUE "00".
       77  WS-STATUS-FILE-FREGL PIC X(02) VALUE SPACES.
           88  WS-STATUS-FILE-FREGL-OK  VALUE "00".
       77  WS-STATUS-FILE-FAVOIR PIC X(02) VALUE SPACES.
           88  WS-STATUS-FILE-FAVOIR-OK  VALUE "00".
       77  WS-STATUS-FILE-FREMB PIC X(02) VALUE SPACES.
           88  WS-STATUS-FILE-FREMB-OK  VALUE "00".
       77  WS-STATUS-FILE-FECH PIC X(02) VALUE SPACES.
           88  WS-STATUS-FILE-FECH-OK  VALUE "00".

      ****** FICHIERS CHARGES AU PREMIER APPEL ("C" : A NOUVEAU)
       77  WS-TABLE-CHARGEE PIC X(01) VALUE "N".
           88  WS-TABLE-CHARGEE-OUI VALUE "O".
       77  WS-FACTURATION-LUE PIC X(01) VALUE "N".
           88  WS-FACTURATION-LUE-OUI VALUE "O".
       77  WS-DATE-JOUR PIC 9(08) VALUE ZEROES.
       77  WS-DATE-FACTURATION PIC 9(08) VALUE ZEROES.
       77  WS-DATE-ARRETE PIC 9(08) VALUE ZEROES.
      ****** ARRETE DES CUMULS EN TABLE (RECALCULES AU CHANGEMENT)
       77  WS-DATE-CALCUL PIC 9(08) VALUE ZEROES.

      ******************************************
      *  GROUPES DE CLIENTS : MEMBRE -> GROUPE PAYEUR
      ******************************************
       01  WS-TABLE-GROUPES.
           05 WS-GRP-ENTRY OCCURS 2000 INDEXED BY WS-INDICE-GRP.
               10 WS-GRP-GROUPE PIC X(08).
               10 WS-GRP-MEMBRE PIC X(08).
               10 WS-GRP-NOM    PIC X(20).
       77  WS-NB-GROUPES  PIC 9(04) VALUE ZEROES.
       77  WS-MAX-GROUPES PIC 9(04) VALUE 2000.
       77  WS-ID-EFFECTIF  PIC X(08) VALUE SPACES.
       77  WS-NOM-EFFECTIF PIC X(20) VALUE SPACES.

      ******************************************
      *  COMPTES SUIVIS (CLIENT OU GROUPE PAYEUR) ; LES CUMULS
      *  DE MOUVEMENTS SONT CEUX DE L'ARRETE WS-DATE-CALCUL
      ******************************************
       01  WS-TABLE-COMPTES.
           05 WS-CPT-ENTRY OCCURS 5000 INDEXED BY WS-INDICE.
               10 WS-CPT-ID          PIC X(08).
               10 WS-CPT-NOM         PIC X(20).
               10 WS-CPT-NB-FACTURES PIC 9(05).
               10 WS-CPT-FACTURE     PIC 9(09)V99.
               10 WS-CPT-ECHEANCE    PIC 9(08).
               10 WS-CPT-SOUS-PLAN   PIC X(01).
               10 WS-CPT-REGLE       PIC 9(09)V99.
               10 WS-CPT-REJETE      PIC 9(09)V99.
               10 WS-CPT-CREDITE     PIC 9(09)V99.
               10 WS-CPT-REMBOURSE   PIC 9(09)V99.
               10 WS-CPT-DU-PLAN     PIC 9(09)V99.
               10 WS-CPT-CUMUL-PLAN  PIC 9(09)V99.
               10 WS-CPT-ECHEANCE-PLAN PIC 9(08).
       77  WS-NB-COMPTES  PIC 9(04) VALUE ZEROES.
       77  WS-MAX-COMPTES PIC 9(04) VALUE 5000.
       77  WS-COMPTE-TROUVE PIC X(01) VALUE "N".
           88  WS-COMPTE-TROUVE-OUI VALUE "O".
       77  WS-RANG-COMPTE PIC 9(04) VALUE ZEROES.

      ******************************************
      *  FACTURE PROPRE DE CHAQUE CLIENT (AVANT SUBSTITUTION)
      ******************************************
       01  WS-TABLE-FACTURES-CLIENTS.
           05 WS-FCL-ENTRY OCCURS 5000 INDEXED BY WS-INDICE-FCL.
               10 WS-FCL-ID      PIC X(08).
               10 WS-FCL-FACTURE PIC 9(09)V99.
       77  WS-NB-FCL PIC 9(04) VALUE ZEROES.

      ******************************************
      *  MOUVEMENTS DATES DES COMPTES, DANS L'ORDRE DES FICHIERS :
      *  R REGLEMENT, X REGLEMENT REJETE, A AVOIR,
      *  B REMBOURSEMENT, E ECHEANCE DE PLAN
      ******************************************
       01  WS-TABLE-MOUVEMENTS.
           05 WS-MVT-ENTRY OCCURS 30000 INDEXED BY WS-INDICE-MVT.
               10 WS-MVT-TYPE    PIC X(01).
               10 WS-MVT-COMPTE  PIC 9(04).
               10 WS-MVT-DATE    PIC 9(08).
               10 WS-MVT-MONTANT PIC 9(07)V99.
       77  WS-NB-MOUVEMENTS  PIC 9(05) VALUE ZEROES.
       77  WS-MAX-MOUVEMENTS PIC 9(05) VALUE 30000.
       77  WS-TYPE-MOUVEMENT PIC X(01) VALUE SPACES.
       77  WS-DATE-MOUVEMENT PIC 9(08) VALUE ZEROES.
       77  WS-MONTANT-MOUVEMENT PIC 9(07)V99 VALUE ZEROES.

      ******************************************
      *  REJETS A NEUTRALISER (CHACUN UNE SEULE FOIS)
      ******************************************
       01  WS-TABLE-REJETS.
           05 WS-REJ-ENTRY OCCURS 2000 INDEXED BY WS-INDICE-REJ.
               10 WS-REJ-ID      PIC X(08).
               10 WS-REJ-DATE    PIC 9(08).
               10 WS-REJ-MONTANT PIC 9(07)V99.
               10 WS-REJ-UTILISE PIC X(01).
       77  WS-NB-REJETS  PIC 9(04) VALUE ZEROES.
       77  WS-MAX-REJETS PIC 9(04) VALUE 2000.

      ******************************************
      *  CALCUL DU SOLDE ET DE SON ANCIENNETE
      ******************************************
       77  WS-MONTANT-DU PIC 9(09)V99 VALUE ZEROES.
       77  WS-COUVERT PIC S9(09)V99 VALUE ZEROES.
       77  WS-RETARD-PLAN PIC S9(09)V99 VALUE ZEROES.
       77  WS-TRANCHE PIC 9(01) VALUE 1.

      ****** SERVICE PARTAGE ECHEANCE (CONDITIONS DE PAIEMENT)
       01  WS-ECHEANCE.
           05  WS-ECH-CLIENT        PIC X(08) VALUE SPACES.
           05  WS-ECH-SOCIETE       PIC X(05) VALUE SPACES.
           05  WS-ECH-DATE-FACTURE  PIC 9(08) VALUE ZEROES.
           05  WS-ECH-CODE          PIC X(04) VALUE SPACES.
           05  WS-ECH-LIBELLE       PIC X(30) VALUE SPACES.
           05  WS-ECH-JOURS         PIC 9(03) VALUE ZEROES.
           05  WS-ECH-FIN-MOIS      PIC X(01) VALUE SPACES.
           05  WS-ECH-DATE-ECHEANCE PIC 9(08) VALUE ZEROES.
           05  WS-ECH-ORIGINE       PIC X(01) VALUE SPACES.
               88  WS-ECH-SANS-CONDITION VALUE "A".
           05  WS-ECH-STATUT        PIC X(01) VALUE "0".
               88  WS-ECH-STATUT-OK VALUE "0".

       LINKAGE SECTION.
       01  LS-SOLDE.
           05  LS-SOL-FONCTION       PIC X(01).
               88  LS-SOL-CHARGER    VALUE "C".
               88  LS-SOL-SOLDER     VALUE "S".
               88  LS-SOL-SUIVANT    VALUE "N".
           05  LS-SOL-CLIENT         PIC X(08).
           05  LS-SOL-DATE           PIC 9(08).
           05  LS-SOL-RANG           PIC 9(04).
           05  LS-SOL-PAYEUR         PIC X(08).
           05  LS-SOL-NOM            PIC X(20).
           05  LS-SOL-NB-FACTURES    PIC 9(05).
           05  LS-SOL-FACTURE        PIC 9(09)V99.
           05  LS-SOL-FACTURE-CLIENT PIC 9(09)V99.
           05  LS-SOL-REMBOURSE      PIC 9(09)V99.
           05  LS-SOL-REGLE          PIC 9(09)V99.
           05  LS-SOL-REJETE         PIC 9(09)V99.
           05  LS-SOL-CREDITE        PIC 9(09)V99.
           05  LS-SOL-SOLDE          PIC S9(09)V99.
           05  LS-SOL-ECHU           PIC 9(09)V99.
           05  LS-SOL-ECHEANCE       PIC 9(08).
           05  LS-SOL-JOURS          PIC S9(05).
           05  LS-SOL-TRANCHES.
               10  LS-SOL-TRANCHE    PIC S9(09)V99 OCCURS 5.
           05  LS-SOL-SOUS-PLAN      PIC X(01).
           05  LS-SOL-DATE-FACTURATION PIC 9(08).
           05  LS-SOL-STATUT         PIC X(01).
               88  LS-SOL-STATUT-OK  VALUE "0".
               88  LS-SOL-INCONNU    VALUE "1".
               88  LS-SOL-FIN        VALUE "2".
               88  LS-SOL-ILLISIBLE  VALUE "9".

      *******************************************************
      *  PARAGRAPHE PRINCIPAL
      *******************************************************
       PROCEDURE DIVISION USING LS-SOLDE.
       DEBUT-PROGRAMME.

           MOVE "0" TO LS-SOL-STATUT.

           IF LS-SOL-CHARGER OR NOT WS-TABLE-CHARGEE-OUI
               PERFORM 1000-CHARGEMENT-DEBUT
                  THRU 1000-CHARGEMENT-FIN
           END-IF.
           IF NOT WS-TABLE-CHARGEE-OUI
               MOVE "9" TO LS-SOL-STATUT
               GO TO FIN-PROGRAMME
           END-IF.
           MOVE WS-DATE-FACTURATION TO LS-SOL-DATE-FACTURATION.
           IF LS-SOL-CHARGER
               GO TO FIN-PROGRAMME
           END-IF.
      *
      ****** CUMULS A LA DATE D'ARRETE DEMANDEE
           IF LS-SOL-DATE IS NUMERIC
           AND LS-SOL-DATE > ZEROES
               MOVE LS-SOL-DATE TO WS-DATE-ARRETE
           ELSE
               MOVE WS-DATE-JOUR TO WS-DATE-ARRETE
           END-IF.
           IF WS-DATE-ARRETE NOT = WS-DATE-CALCUL
               PERFORM 2000-CUMULS-ARRETE-DEBUT
                  THRU 2000-CUMULS-ARRETE-FIN
           END-IF.

           EVALUATE TRUE
               WHEN LS-SOL-SOLDER
                   PERFORM 3000-SOLDE-CLIENT-DEBUT
                      THRU 3000-SOLDE-CLIENT-FIN
               WHEN LS-SOL-SUIVANT
                   PERFORM 3500-COMPTE-SUIVANT-DEBUT
                      THRU 3500-COMPTE-SUIVANT-FIN
               WHEN OTHER
                   MOVE "1" TO LS-SOL-STATUT
           END-EVALUATE.

       FIN-PROGRAMME.
           EXIT PROGRAM.

      *******************************************************
      *  CHARGEMENT DES FICHIERS EN TABLE : GROUPES, FACTURE,
      *  REJETS PUIS MOUVEMENTS DATES
      *******************************************************
       1000-CHARGEMENT-DEBUT.

           MOVE "N" TO WS-TABLE-CHARGEE.
           MOVE ZEROES TO WS-NB-GROUPES WS-NB-COMPTES WS-NB-FCL
                          WS-NB-MOUVEMENTS WS-NB-REJETS
                          WS-DATE-CALCUL.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATE-JOUR.
      *
      ****** DATE DE LA DERNIERE EXECUTION DE FACTURES
           MOVE WS-DATE-JOUR TO WS-DATE-FACTURATION.
           OPEN INPUT FCTRL.
           IF WS-STATUS-FILE-FCTRL-OK
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
               END-PERFORM
               CLOSE FCTRL
           END-IF.
      *
      ****** GROUPES DE CLIENTS (FACULTATIF)
           OPEN INPUT FGROUPE.
           IF WS-STATUS-FILE-FGROUPE-OK
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
                               MOVE GRP-NOM (1:20)
                                    TO WS-GRP-NOM (WS-INDICE-GRP)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FGROUPE
           END-IF.
      *
      ****** LE FACTURE : SANS FICHIERSOR.txt, PAS DE SOLDE
           OPEN INPUT FCLISOR.
           IF NOT WS-STATUS-FILE-FCLISOR-OK
               GO TO 1000-CHARGEMENT-FIN
           END-IF.
           PERFORM UNTIL NOT WS-STATUS-FILE-FCLISOR-OK
               READ FCLISOR
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 1100-AJOUT-FACTURE-DEBUT
                          THRU 1100-AJOUT-FACTURE-FIN
               END-READ
           END-PERFORM.
           CLOSE FCLISOR.
      *
      ****** REJETS A NEUTRALISER (FACULTATIF)
           OPEN INPUT FREJETE.
           IF WS-STATUS-FILE-FREJETE-OK
               PERFORM UNTIL NOT WS-STATUS-FILE-FREJETE-OK
                   READ FREJETE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF REJ-DATE IS NUMERIC
                           AND REJ-MONTANT IS NUMERIC
                           AND WS-NB-REJETS < WS-MAX-REJETS
                               ADD 1 TO WS-NB-REJETS
                               SET WS-INDICE-REJ TO WS-NB-REJETS
                               MOVE REJ-ID
                                    TO WS-REJ-ID (WS-INDICE-REJ)
                               MOVE REJ-DATE
                                    TO WS-REJ-DATE (WS-INDICE-REJ)
                               MOVE REJ-MONTANT
                                    TO WS-REJ-MONTANT (WS-INDICE-REJ)
                               MOVE "N"
                                    TO WS-REJ-UTILISE (WS-INDICE-REJ)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FREJETE
           END-IF.
      *
      ****** REGLEMENTS : UN REGLEMENT REJETE EST NEUTRALISE
           OPEN INPUT FREGL.
           IF WS-STATUS-FILE-FREGL-OK
               PERFORM UNTIL NOT WS-STATUS-FILE-FREGL-OK
                   READ FREGL
                       AT END
                           CONTINUE
                       NOT AT END
                           IF RREGL-MONTANT IS NUMERIC
                               MOVE "R" TO WS-TYPE-MOUVEMENT
                               PERFORM 1300-RECHERCHE-REJET-DEBUT
                                  THRU 1300-RECHERCHE-REJET-FIN
                               MOVE RREGL-ID TO WS-ID-EFFECTIF
                               MOVE RREGL-MONTANT
                                    TO WS-MONTANT-MOUVEMENT
                               IF RREGL-DATE IS NUMERIC
                                   MOVE RREGL-DATE
                                        TO WS-DATE-MOUVEMENT
                               ELSE
                                   MOVE ZEROES TO WS-DATE-MOUVEMENT
                               END-IF
                               PERFORM 1200-AJOUT-MOUVEMENT-DEBUT
                                  THRU 1200-AJOUT-MOUVEMENT-FIN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FREGL
           END-IF.
      *
      ****** AVOIRS EMIS, AU CREDIT DU COMPTE
           OPEN INPUT FAVOIR.
           IF WS-STATUS-FILE-FAVOIR-OK
               PERFORM UNTIL NOT WS-STATUS-FILE-FAVOIR-OK
                   READ FAVOIR
                       AT END
                           CONTINUE
                       NOT AT END
                           IF AVR-MONTANT IS NUMERIC
                               MOVE "A" TO WS-TYPE-MOUVEMENT
                               MOVE AVR-ID TO WS-ID-EFFECTIF
                               MOVE AVR-MONTANT
                                    TO WS-MONTANT-MOUVEMENT
                               IF AVR-DATE IS NUMERIC
                                   MOVE AVR-DATE TO WS-DATE-MOUVEMENT
                               ELSE
                                   MOVE ZEROES TO WS-DATE-MOUVEMENT
                               END-IF
                               PERFORM 1200-AJOUT-MOUVEMENT-DEBUT
                                  THRU 1200-AJOUT-MOUVEMENT-FIN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FAVOIR
           END-IF.
      *
      ****** REMBOURSEMENTS VERSES, AU DEBIT DU COMPTE
           OPEN INPUT FREMB.
           IF WS-STATUS-FILE-FREMB-OK
               PERFORM UNTIL NOT WS-STATUS-FILE-FREMB-OK
                   READ FREMB
                       AT END
                           CONTINUE
                       NOT AT END
                           IF REMB-MONTANT IS NUMERIC
                               MOVE "B" TO WS-TYPE-MOUVEMENT
                               MOVE REMB-ID TO WS-ID-EFFECTIF
                               MOVE REMB-MONTANT
                                    TO WS-MONTANT-MOUVEMENT
                               IF REMB-DATE IS NUMERIC
                                   MOVE REMB-DATE TO WS-DATE-MOUVEMENT
                               ELSE
                                   MOVE ZEROES TO WS-DATE-MOUVEMENT
                               END-IF
                               PERFORM 1200-AJOUT-MOUVEMENT-DEBUT
                                  THRU 1200-AJOUT-MOUVEMENT-FIN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FREMB
           END-IF.
      *
      ****** ECHEANCES DES PLANS, DANS L'ORDRE DU FICHIER
           OPEN INPUT FECH.
           IF WS-STATUS-FILE-FECH-OK
               PERFORM UNTIL NOT WS-STATUS-FILE-FECH-OK
                   READ FECH
                       AT END
                           CONTINUE
                       NOT AT END
                           IF ECH-DATE IS NUMERIC
                           AND ECH-MONTANT IS NUMERIC
                               MOVE "E" TO WS-TYPE-MOUVEMENT
                               MOVE ECH-ID TO WS-ID-EFFECTIF
                               MOVE ECH-MONTANT
                                    TO WS-MONTANT-MOUVEMENT
                               MOVE ECH-DATE TO WS-DATE-MOUVEMENT
                               PERFORM 1200-AJOUT-MOUVEMENT-DEBUT
                                  THRU 1200-AJOUT-MOUVEMENT-FIN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FECH
           END-IF.

           MOVE "O" TO WS-TABLE-CHARGEE.

       1000-CHARGEMENT-FIN.
           EXIT.

      *******************************************************
      *  AJOUT D'UNE LIGNE FACTUREE AU COMPTE DE SON PAYEUR
      *******************************************************
       1100-AJOUT-FACTURE-DEBUT.

      ****** LE DU EST LE TTC QUAND IL EST CALCULE, SINON LE HT
           IF RCLISOR-MONTANT-TTC IS NUMERIC
           AND RCLISOR-MONTANT-TTC > ZEROES
               MOVE RCLISOR-MONTANT-TTC TO WS-MONTANT-DU
           ELSE
               IF RCLISOR-MONTANT IS NUMERIC
                   MOVE RCLISOR-MONTANT TO WS-MONTANT-DU
               ELSE
                   MOVE ZEROES TO WS-MONTANT-DU
               END-IF
           END-IF.
      *
      ****** FACTURE PROPRE DU CLIENT
           SET WS-INDICE-FCL TO 1.
           SEARCH WS-FCL-ENTRY
               AT END
                   IF WS-NB-FCL < WS-MAX-COMPTES
                       ADD 1 TO WS-NB-FCL
                       SET WS-INDICE-FCL TO WS-NB-FCL
                       MOVE RCLISOR-ID TO WS-FCL-ID (WS-INDICE-FCL)
                       MOVE WS-MONTANT-DU
                            TO WS-FCL-FACTURE (WS-INDICE-FCL)
                   END-IF
               WHEN WS-INDICE-FCL > WS-NB-FCL
                   IF WS-NB-FCL < WS-MAX-COMPTES
                       ADD 1 TO WS-NB-FCL
                       SET WS-INDICE-FCL TO WS-NB-FCL
                       MOVE RCLISOR-ID TO WS-FCL-ID (WS-INDICE-FCL)
                       MOVE WS-MONTANT-DU
                            TO WS-FCL-FACTURE (WS-INDICE-FCL)
                   END-IF
               WHEN WS-FCL-ID (WS-INDICE-FCL) = RCLISOR-ID
                   ADD WS-MONTANT-DU TO WS-FCL-FACTURE (WS-INDICE-FCL)
           END-SEARCH.
      *
      ****** ECHEANCE SELON LES CONDITIONS DU CLIENT FACTURE
      ****** (SERVICE ABSENT : A RECEPTION)
           MOVE RCLISOR-ID          TO WS-ECH-CLIENT.
           MOVE RCLISOR-SOCIETE     TO WS-ECH-SOCIETE.
           MOVE WS-DATE-FACTURATION TO WS-ECH-DATE-FACTURE.
           MOVE "0" TO WS-ECH-STATUT.
           CALL 'ECHEANCE' USING WS-ECHEANCE
               ON EXCEPTION
                   MOVE "1" TO WS-ECH-STATUT
           END-CALL.
           IF NOT WS-ECH-STATUT-OK
               MOVE WS-DATE-FACTURATION TO WS-ECH-DATE-ECHEANCE
           END-IF.

           MOVE RCLISOR-ID  TO WS-ID-EFFECTIF.
           MOVE RCLISOR-NOM TO WS-NOM-EFFECTIF.
           PERFORM 1500-COMPTE-PAYEUR-DEBUT
              THRU 1500-COMPTE-PAYEUR-FIN.
           IF NOT WS-COMPTE-TROUVE-OUI
               GO TO 1100-AJOUT-FACTURE-FIN
           END-IF.

           IF WS-CPT-NOM (WS-INDICE) = SPACES
               MOVE WS-NOM-EFFECTIF TO WS-CPT-NOM (WS-INDICE)
           END-IF.
           ADD 1 TO WS-CPT-NB-FACTURES (WS-INDICE).
           ADD WS-MONTANT-DU TO WS-CPT-FACTURE (WS-INDICE).
           IF WS-CPT-ECHEANCE (WS-INDICE) = ZEROES
           OR WS-ECH-DATE-ECHEANCE < WS-CPT-ECHEANCE (WS-INDICE)
               MOVE WS-ECH-DATE-ECHEANCE
                    TO WS-CPT-ECHEANCE (WS-INDICE)
           END-IF.

       1100-AJOUT-FACTURE-FIN.
           EXIT.

      *******************************************************
      *  AJOUT D'UN MOUVEMENT DATE AU COMPTE DU PAYEUR DE
      *  WS-ID-EFFECTIF
      *******************************************************
       1200-AJOUT-MOUVEMENT-DEBUT.

           MOVE SPACES TO WS-NOM-EFFECTIF.
           PERFORM 1500-COMPTE-PAYEUR-DEBUT
              THRU 1500-COMPTE-PAYEUR-FIN.
           IF NOT WS-COMPTE-TROUVE-OUI
               GO TO 1200-AJOUT-MOUVEMENT-FIN
           END-IF.
           IF WS-NB-MOUVEMENTS NOT < WS-MAX-MOUVEMENTS
               GO TO 1200-AJOUT-MOUVEMENT-FIN
           END-IF.

           ADD 1 TO WS-NB-MOUVEMENTS.
           SET WS-INDICE-MVT TO WS-NB-MOUVEMENTS.
           MOVE WS-TYPE-MOUVEMENT TO WS-MVT-TYPE (WS-INDICE-MVT).
           SET WS-MVT-COMPTE (WS-INDICE-MVT) TO WS-INDICE.
           MOVE WS-DATE-MOUVEMENT TO WS-MVT-DATE (WS-INDICE-MVT).
           MOVE WS-MONTANT-MOUVEMENT
                TO WS-MVT-MONTANT (WS-INDICE-MVT).
           IF WS-TYPE-MOUVEMENT = "E"
               MOVE "O" TO WS-CPT-SOUS-PLAN (WS-INDICE)
           END-IF.

       1200-AJOUT-MOUVEMENT-FIN.
           EXIT.

      *******************************************************
      *  REGLEMENT EN COURS IDENTIQUE A UN REJET NON ENCORE
      *  UTILISE : IL DEVIENT UN MOUVEMENT NEUTRALISE (X)
      *******************************************************
       1300-RECHERCHE-REJET-DEBUT.

           IF WS-NB-REJETS = ZEROES
           OR RREGL-DATE IS NOT NUMERIC
               GO TO 1300-RECHERCHE-REJET-FIN
           END-IF.

           PERFORM VARYING WS-INDICE-REJ FROM 1 BY 1
                   UNTIL WS-INDICE-REJ > WS-NB-REJETS
               IF WS-REJ-UTILISE (WS-INDICE-REJ) = "N"
               AND WS-REJ-ID (WS-INDICE-REJ) = RREGL-ID
               AND WS-REJ-DATE (WS-INDICE-REJ) = RREGL-DATE
               AND WS-REJ-MONTANT (WS-INDICE-REJ) = RREGL-MONTANT
                   MOVE "O" TO WS-REJ-UTILISE (WS-INDICE-REJ)
                   MOVE "X" TO WS-TYPE-MOUVEMENT
                   GO TO 1300-RECHERCHE-REJET-FIN
               END-IF
           END-PERFORM.

       1300-RECHERCHE-REJET-FIN.
           EXIT.

      *******************************************************
      *  COMPTE DU PAYEUR DE WS-ID-EFFECTIF (GROUPE POUR UN
      *  MEMBRE), CREE S'IL N'EXISTE PAS ; WS-INDICE POINTE
      *  SUR LE COMPTE QUAND WS-COMPTE-TROUVE VAUT "O"
      *******************************************************
       1500-COMPTE-PAYEUR-DEBUT.

           PERFORM 1600-SUBSTITUTION-GROUPE-DEBUT
              THRU 1600-SUBSTITUTION-GROUPE-FIN.
           PERFORM 1700-RECHERCHE-COMPTE-DEBUT
              THRU 1700-RECHERCHE-COMPTE-FIN.
           IF WS-COMPTE-TROUVE-OUI
               GO TO 1500-COMPTE-PAYEUR-FIN
           END-IF.

           IF WS-NB-COMPTES NOT < WS-MAX-COMPTES
               GO TO 1500-COMPTE-PAYEUR-FIN
           END-IF.
           ADD 1 TO WS-NB-COMPTES.
           SET WS-INDICE TO WS-NB-COMPTES.
           MOVE WS-ID-EFFECTIF  TO WS-CPT-ID (WS-INDICE).
           MOVE WS-NOM-EFFECTIF TO WS-CPT-NOM (WS-INDICE).
           MOVE ZEROES TO WS-CPT-NB-FACTURES (WS-INDICE)
                          WS-CPT-FACTURE (WS-INDICE)
                          WS-CPT-ECHEANCE (WS-INDICE)
                          WS-CPT-REGLE (WS-INDICE)
                          WS-CPT-REJETE (WS-INDICE)
                          WS-CPT-CREDITE (WS-INDICE)
                          WS-CPT-REMBOURSE (WS-INDICE)
                          WS-CPT-DU-PLAN (WS-INDICE)
                          WS-CPT-CUMUL-PLAN (WS-INDICE)
                          WS-CPT-ECHEANCE-PLAN (WS-INDICE).
           MOVE "N" TO WS-CPT-SOUS-PLAN (WS-INDICE).
           MOVE "O" TO WS-COMPTE-TROUVE.

       1500-COMPTE-PAYEUR-FIN.
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
                   MOVE WS-GRP-NOM (WS-INDICE-GRP) TO WS-NOM-EFFECTIF
                   GO TO 1600-SUBSTITUTION-GROUPE-FIN
               END-IF
           END-PERFORM.

       1600-SUBSTITUTION-GROUPE-FIN.
           EXIT.

      *******************************************************
      *  RECHERCHE DU COMPTE WS-ID-EFFECTIF
      *******************************************************
       1700-RECHERCHE-COMPTE-DEBUT.

           MOVE "N" TO WS-COMPTE-TROUVE.
           PERFORM VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-NB-COMPTES
               IF WS-CPT-ID (WS-INDICE) = WS-ID-EFFECTIF
                   MOVE "O" TO WS-COMPTE-TROUVE
                   GO TO 1700-RECHERCHE-COMPTE-FIN
               END-IF
           END-PERFORM.

       1700-RECHERCHE-COMPTE-FIN.
           EXIT.

      *******************************************************
      *  CUMULS DES MOUVEMENTS A LA DATE D'ARRETE, PUIS
      *  ECHEANCE DE PLAN LA PLUS ANCIENNE NON COUVERTE
      *******************************************************
       2000-CUMULS-ARRETE-DEBUT.

           PERFORM VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-NB-COMPTES
               MOVE ZEROES TO WS-CPT-REGLE (WS-INDICE)
                              WS-CPT-REJETE (WS-INDICE)
                              WS-CPT-CREDITE (WS-INDICE)
                              WS-CPT-REMBOURSE (WS-INDICE)
                              WS-CPT-DU-PLAN (WS-INDICE)
                              WS-CPT-CUMUL-PLAN (WS-INDICE)
                              WS-CPT-ECHEANCE-PLAN (WS-INDICE)
           END-PERFORM.

           PERFORM VARYING WS-INDICE-MVT FROM 1 BY 1
                   UNTIL WS-INDICE-MVT > WS-NB-MOUVEMENTS
               SET WS-INDICE TO WS-MVT-COMPTE (WS-INDICE-MVT)
               IF WS-MVT-DATE (WS-INDICE-MVT) <= WS-DATE-ARRETE
                   EVALUATE WS-MVT-TYPE (WS-INDICE-MVT)
                       WHEN "R"
                           ADD WS-MVT-MONTANT (WS-INDICE-MVT)
                               TO WS-CPT-REGLE (WS-INDICE)
                       WHEN "X"
                           ADD WS-MVT-MONTANT (WS-INDICE-MVT)
                               TO WS-CPT-REJETE (WS-INDICE)
                       WHEN "A"
                           ADD WS-MVT-MONTANT (WS-INDICE-MVT)
                               TO WS-CPT-CREDITE (WS-INDICE)
                       WHEN "B"
                           ADD WS-MVT-MONTANT (WS-INDICE-MVT)
                               TO WS-CPT-REMBOURSE (WS-INDICE)
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
      ****** UNE ECHEANCE DE PLAN EST DUE LE LENDEMAIN DE SA DATE
               IF WS-MVT-TYPE (WS-INDICE-MVT) = "E"
               AND WS-MVT-DATE (WS-INDICE-MVT) < WS-DATE-ARRETE
                   ADD WS-MVT-MONTANT (WS-INDICE-MVT)
                       TO WS-CPT-DU-PLAN (WS-INDICE)
               END-IF
           END-PERFORM.
      *
      ****** LES ECHEANCES SONT COUVERTES DANS L'ORDRE PAR LES
      ****** REGLEMENTS ET AVOIRS, NETS DES REMBOURSEMENTS
           PERFORM VARYING WS-INDICE-MVT FROM 1 BY 1
                   UNTIL WS-INDICE-MVT > WS-NB-MOUVEMENTS
               IF WS-MVT-TYPE (WS-INDICE-MVT) = "E"
                   SET WS-INDICE TO WS-MVT-COMPTE (WS-INDICE-MVT)
                   ADD WS-MVT-MONTANT (WS-INDICE-MVT)
                       TO WS-CPT-CUMUL-PLAN (WS-INDICE)
                   COMPUTE WS-COUVERT = WS-CPT-REGLE (WS-INDICE)
                                      + WS-CPT-CREDITE (WS-INDICE)
                                      - WS-CPT-REMBOURSE (WS-INDICE)
                   IF WS-CPT-ECHEANCE-PLAN (WS-INDICE) = ZEROES
                   AND WS-CPT-CUMUL-PLAN (WS-INDICE) > WS-COUVERT
                       MOVE WS-MVT-DATE (WS-INDICE-MVT)
                            TO WS-CPT-ECHEANCE-PLAN (WS-INDICE)
                   END-IF
               END-IF
           END-PERFORM.

           MOVE WS-DATE-ARRETE TO WS-DATE-CALCUL.

       2000-CUMULS-ARRETE-FIN.
           EXIT.

      *******************************************************
      *  SOLDE DU COMPTE PAYEUR DU CLIENT DEMANDE
      *******************************************************
       3000-SOLDE-CLIENT-DEBUT.

           PERFORM 4500-REMISE-A-ZERO-DEBUT
              THRU 4500-REMISE-A-ZERO-FIN.

           MOVE LS-SOL-CLIENT TO WS-ID-EFFECTIF.
           MOVE SPACES TO WS-NOM-EFFECTIF.
           PERFORM 1600-SUBSTITUTION-GROUPE-DEBUT
              THRU 1600-SUBSTITUTION-GROUPE-FIN.
           MOVE WS-ID-EFFECTIF  TO LS-SOL-PAYEUR.
           MOVE WS-NOM-EFFECTIF TO LS-SOL-NOM.

           PERFORM VARYING WS-INDICE-FCL FROM 1 BY 1
                   UNTIL WS-INDICE-FCL > WS-NB-FCL
               IF WS-FCL-ID (WS-INDICE-FCL) = LS-SOL-CLIENT
               AND WS-DATE-FACTURATION <= WS-DATE-ARRETE
                   MOVE WS-FCL-FACTURE (WS-INDICE-FCL)
                        TO LS-SOL-FACTURE-CLIENT
               END-IF
           END-PERFORM.

           PERFORM 1700-RECHERCHE-COMPTE-DEBUT
              THRU 1700-RECHERCHE-COMPTE-FIN.
           IF NOT WS-COMPTE-TROUVE-OUI
               MOVE "1" TO LS-SOL-STATUT
               GO TO 3000-SOLDE-CLIENT-FIN
           END-IF.

           PERFORM 4000-RESTITUTION-COMPTE-DEBUT
              THRU 4000-RESTITUTION-COMPTE-FIN.

       3000-SOLDE-CLIENT-FIN.
           EXIT.

      *******************************************************
      *  PARCOURS : COMPTE DE RANG LS-SOL-RANG + 1
      *******************************************************
       3500-COMPTE-SUIVANT-DEBUT.

           PERFORM 4500-REMISE-A-ZERO-DEBUT
              THRU 4500-REMISE-A-ZERO-FIN.

           IF LS-SOL-RANG IS NOT NUMERIC
               MOVE ZEROES TO LS-SOL-RANG
           END-IF.
           IF LS-SOL-RANG NOT < WS-NB-COMPTES
               MOVE SPACES TO LS-SOL-CLIENT LS-SOL-PAYEUR
               MOVE "2" TO LS-SOL-STATUT
               GO TO 3500-COMPTE-SUIVANT-FIN
           END-IF.

           ADD 1 TO LS-SOL-RANG.
           SET WS-INDICE TO LS-SOL-RANG.
           MOVE WS-CPT-ID (WS-INDICE)  TO LS-SOL-CLIENT
                                          LS-SOL-PAYEUR.
           MOVE WS-CPT-NOM (WS-INDICE) TO LS-SOL-NOM.
           PERFORM 4000-RESTITUTION-COMPTE-DEBUT
              THRU 4000-RESTITUTION-COMPTE-FIN.

       3500-COMPTE-SUIVANT-FIN.
           EXIT.

      *******************************************************
      *  RESTITUTION DU COMPTE WS-INDICE : SOLDE, RETARD ET
      *  VENTILATION PAR ANCIENNETE
      *******************************************************
       4000-RESTITUTION-COMPTE-DEBUT.

           MOVE WS-CPT-NOM (WS-INDICE) TO LS-SOL-NOM.
           MOVE WS-CPT-SOUS-PLAN (WS-INDICE) TO LS-SOL-SOUS-PLAN.
           MOVE WS-CPT-REGLE (WS-INDICE)     TO LS-SOL-REGLE.
           MOVE WS-CPT-REJETE (WS-INDICE)    TO LS-SOL-REJETE.
           MOVE WS-CPT-CREDITE (WS-INDICE)   TO LS-SOL-CREDITE.
           MOVE WS-CPT-REMBOURSE (WS-INDICE) TO LS-SOL-REMBOURSE.
      *
      ****** LA FACTURATION POSTERIEURE A L'ARRETE N'EST PAS DUE
           IF WS-DATE-FACTURATION <= WS-DATE-ARRETE
               MOVE WS-CPT-NB-FACTURES (WS-INDICE)
                    TO LS-SOL-NB-FACTURES
               MOVE WS-CPT-FACTURE (WS-INDICE) TO LS-SOL-FACTURE
               MOVE WS-CPT-ECHEANCE (WS-INDICE) TO LS-SOL-ECHEANCE
           END-IF.

           COMPUTE LS-SOL-SOLDE = LS-SOL-FACTURE + LS-SOL-REMBOURSE
                                - LS-SOL-REGLE - LS-SOL-CREDITE.
      *
      ****** SOUS ECHEANCIER : RETARD = ECHEANCES PASSEES NON
      ****** COUVERTES, DATE DE LA PLUS ANCIENNE NON COUVERTE
           IF LS-SOL-SOUS-PLAN = "O"
               MOVE WS-CPT-ECHEANCE-PLAN (WS-INDICE)
                    TO LS-SOL-ECHEANCE
               COMPUTE WS-RETARD-PLAN = WS-CPT-DU-PLAN (WS-INDICE)
                                      + LS-SOL-REMBOURSE
                                      - LS-SOL-REGLE - LS-SOL-CREDITE
               IF WS-RETARD-PLAN > LS-SOL-SOLDE
                   MOVE LS-SOL-SOLDE TO WS-RETARD-PLAN
               END-IF
               IF WS-RETARD-PLAN > ZEROES
                   MOVE WS-RETARD-PLAN TO LS-SOL-ECHU
               END-IF
           END-IF.

           IF LS-SOL-ECHEANCE > ZEROES
               COMPUTE LS-SOL-JOURS =
                       FUNCTION INTEGER-OF-DATE (WS-DATE-ARRETE)
                     - FUNCTION INTEGER-OF-DATE (LS-SOL-ECHEANCE)
           END-IF.

           EVALUATE TRUE
               WHEN LS-SOL-JOURS <= 0
                   MOVE 1 TO WS-TRANCHE
               WHEN LS-SOL-JOURS <= 30
                   MOVE 2 TO WS-TRANCHE
               WHEN LS-SOL-JOURS <= 60
                   MOVE 3 TO WS-TRANCHE
               WHEN LS-SOL-JOURS <= 90
                   MOVE 4 TO WS-TRANCHE
               WHEN OTHER
                   MOVE 5 TO WS-TRANCHE
           END-EVALUATE.

           IF LS-SOL-SOUS-PLAN = "O"
               IF LS-SOL-ECHU > ZEROES
                   MOVE LS-SOL-ECHU TO LS-SOL-TRANCHE (WS-TRANCHE)
               END-IF
               ADD LS-SOL-SOLDE TO LS-SOL-TRANCHE (1)
               SUBTRACT LS-SOL-ECHU FROM LS-SOL-TRANCHE (1)
           ELSE
               MOVE LS-SOL-SOLDE TO LS-SOL-TRANCHE (WS-TRANCHE)
               IF LS-SOL-SOLDE > ZEROES
               AND WS-TRANCHE > 1
                   MOVE LS-SOL-SOLDE TO LS-SOL-ECHU
               END-IF
           END-IF.

       4000-RESTITUTION-COMPTE-FIN.
           EXIT.

      *******************************************************
      *  REMISE A ZERO DES ZONES RENDUES
      *******************************************************
       4500-REMISE-A-ZERO-DEBUT.

           MOVE SPACES TO LS-SOL-NOM.
           MOVE "N" TO LS-SOL-SOUS-PLAN.
           MOVE ZEROES TO LS-SOL-NB-FACTURES LS-SOL-FACTURE
                          LS-SOL-FACTURE-CLIENT LS-SOL-REMBOURSE
                          LS-SOL-REGLE LS-SOL-REJETE LS-SOL-CREDITE
                          LS-SOL-SOLDE LS-SOL-ECHU LS-SOL-ECHEANCE
                          LS-SOL-JOURS
                          LS-SOL-TRANCHE (1) LS-SOL-TRANCHE (2)
                          LS-SOL-TRANCHE (3) LS-SOL-TRANCHE (4)
                          LS-SOL-TRANCHE (5).

       4500-REMISE-A-ZERO-FIN.
           EXIT.
