       IDENTIFICATION DIVISION.
       PROGRAM-ID. SINCTRL.
       AUTHOR. GENEVIEVE GIANNASI.
       INSTALLATION. PERSONAL PC.
       DATE-WRITTEN. 15-10-2026.
       DATE-COMPILED. 15-10-2026.
       SECURITY. NON-CONFIDENTIAL.
      ******************************************************************
      * OBJECTIF:
      * Controle de nuit des sinistres ouverts : SINMAINT ne verifie
      * que l'existence du contrat dans ASSURANCES.txt, et un
      * sinistre date avant le debut du contrat, apres sa
      * resiliation ou hors de la version en vigueur passait sans
      * bruit ; les declarations a repetition n'etaient vues de
      * personne.
      *
      * Chaque sinistre ouvert de SINISTRES.txt est controle, chaque
      * motif releve apportant ses points au score :
      *   C  contrat absent d'ASSURANCES.txt                 (50)
      *   H  date du sinistre hors de la validite de la version
      *      du contrat en vigueur a cette date (ASSURVERS)  (40)
      *   R  date du sinistre atteignant la date d'effet d'une
      *      resiliation (RESILIATIONS-REGISTRE.txt)         (40)
      *   N  sinistre survenu dans les N jours du debut du
      *      contrat (defaut 30)                             (20)
      *   M  autre sinistre sur le meme contrat a moins de F
      *      jours (defaut 90)                               (20)
      *   I  client du contrat en relance d'impayes
      *      (niveau 1 ou plus dans RELANCES-ETAT.txt)      (20)
      *
      * Les sinistres signales sont tenus au registre
      * SINISTRES-ALERTES.txt : une alerte reste active, et le
      * sinistre reste a la liste, tant que le gestionnaire ne l'a
      * pas levee (SINALERT), meme si le motif a disparu depuis ;
      * une alerte levee ne revient que sur un motif nouveau.
      * Le registre est reecrit dans une nouvelle generation
      * controlee puis basculee (sous-programme REECRIT) : un arret
      * en cours d'ecriture ne laisse jamais un registre tronque.
      *
      * La liste d'exceptions (SINISTRES-CONTROLE.txt) presente les
      * alertes actives des sinistres ouverts par score decroissant,
      * avec le detail de chaque motif.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ******** FICHIER ASSURANCES (CONTRATS DE BASE)
           SELECT FASSUR ASSIGN TO "ASSURANCES.txt"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FASSUR.

      ******** REGISTRE PERMANENT DES RESILIATIONS (FACULTATIF)
           SELECT FREGISTRE ASSIGN TO "RESILIATIONS-REGISTRE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FREGISTRE.

      ******** ETAT DES RELANCES PAR CLIENT (FACULTATIF)
           SELECT FETAT ASSIGN TO "RELANCES-ETAT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FETAT.

      ******** FICHIER CLIENT (PORTEURS DES CONTRATS)
           SELECT FCLIENT ASSIGN TO "FICHIERCLIENT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FCLIENT.

      ******** FICHIER DES SINISTRES
           SELECT FSINISTRE ASSIGN TO "SINISTRES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FSINISTRE.

      ******** REGISTRE DES ALERTES DE SINISTRES
           SELECT FSINALRT ASSIGN TO DYNAMIC WS-NOM-FSINALRT
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FSINALRT.

      ******** LISTE D'EXCEPTIONS EDITEE
           SELECT FCONTROLE ASSIGN TO "SINISTRES-CONTROLE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FCONTROLE.

       DATA DIVISION.
       FILE SECTION.
      ******** FICHIER ASSURANCES
           COPY 'COBOL-FD-ASSURANCE.cpy'.

      ******** REGISTRE PERMANENT DES RESILIATIONS (LIGNE DE
      ******** RESILIATION : DATE, CONTRAT, DEMANDE, EFFET)
       FD  FREGISTRE.
       01  RREGISTRE.
           05  REG-DATE      PIC X(08).
           05  REG-LIBELLE   PIC X(21).
           05  REG-NUMACT    PIC X(08).
           05  FILLER        PIC X(13).
           05  REG-DEMANDE   PIC X(08).
           05  FILLER        PIC X(10).
           05  REG-EFFET     PIC X(08).
           05  FILLER        PIC X(24).

      ******** ETAT DES RELANCES PAR CLIENT
       FD  FETAT.
       01  RETAT.
           05  ETAT-ID       PIC X(08).
           05  FILLER        PIC X(01).
           05  ETAT-NIVEAU   PIC 9(01).
           05  FILLER        PIC X(01).
           05  ETAT-DATE     PIC 9(08).

      ******** FICHIER CLIENT
           COPY 'COBOL-FD-FCLIENT.CPY'.

      ******** FICHIER DES SINISTRES
           COPY 'COBOL-FD-SINISTRE.cpy'.

      ******** REGISTRE DES ALERTES DE SINISTRES
           COPY 'COBOL-FD-SINALRT.cpy'.

      ******** LISTE D'EXCEPTIONS (132 POSITIONS)
       FD  FCONTROLE.
       01  RCONTROLE PIC X(132).

       WORKING-STORAGE SECTION.
      ***********************************************
      * DEFINTION DES STATUS DES FICHIERS
      ***********************************************
       01  WS-STATUS-FILE-FASSUR PIC X(02).
           88 WS-STATUS-FILE-FASSUR-OK  VALUE "00".
           88 WS-STATUS-FILE-FASSUR-EOF VALUE "10".
       01  WS-STATUS-FILE-FREGISTRE PIC X(02).
           88 WS-STATUS-FILE-FREGISTRE-OK  VALUE "00".
           88 WS-STATUS-FILE-FREGISTRE-EOF VALUE "10".
       01  WS-STATUS-FILE-FETAT PIC X(02).
           88 WS-STATUS-FILE-FETAT-OK  VALUE "00".
           88 WS-STATUS-FILE-FETAT-EOF VALUE "10".
       01  WS-STATUS-FILE-FCLIENT PIC X(02).
           88 WS-STATUS-FILE-FCLIENT-OK  VALUE "00".
           88 WS-STATUS-FILE-FCLIENT-EOF VALUE "10".
       01  WS-STATUS-FILE-FSINISTRE PIC X(02).
           88 WS-STATUS-FILE-FSINISTRE-OK  VALUE "00".
           88 WS-STATUS-FILE-FSINISTRE-EOF VALUE "10".
       01  WS-STATUS-FILE-FSINALRT PIC X(02).
           88 WS-STATUS-FILE-FSINALRT-OK  VALUE "00".
           88 WS-STATUS-FILE-FSINALRT-EOF VALUE "10".
       01  WS-STATUS-FILE-FCONTROLE PIC X(02).
           88 WS-STATUS-FILE-FCONTROLE-OK  VALUE "00".

      ******************************************
      *  PARAMETRES DU CONTROLE
      ******************************************
       01  WS-SAISIE PIC X(30) VALUE SPACES.
       01  WS-DELAI-DEBUT PIC 9(03) VALUE 30.
       01  WS-FENETRE     PIC 9(03) VALUE 90.

      ******************************************
      *  MOTIFS DE CONTROLE : LIBELLES ET POINTS
      ******************************************
       01  WS-LIBELLES-MOTIFS.
           05  FILLER PIC X(20) VALUE "CONTRAT INCONNU".
           05  FILLER PIC X(20) VALUE "HORS COUVERTURE".
           05  FILLER PIC X(20) VALUE "APRES RESILIATION".
           05  FILLER PIC X(20) VALUE "PROCHE DU DEBUT".
           05  FILLER PIC X(20) VALUE "SINISTRES MULTIPLES".
           05  FILLER PIC X(20) VALUE "PRIMES IMPAYEES".
       01  WS-TABLE-LIBELLES REDEFINES WS-LIBELLES-MOTIFS.
           05  WS-LIB-MOTIF PIC X(20) OCCURS 6.
       01  WS-CODES-MOTIFS PIC X(06) VALUE "CHRNMI".
       01  WS-POINTS-MOTIFS.
           05  FILLER PIC 9(03) VALUE 050.
           05  FILLER PIC 9(03) VALUE 040.
           05  FILLER PIC 9(03) VALUE 040.
           05  FILLER PIC 9(03) VALUE 020.
           05  FILLER PIC 9(03) VALUE 020.
           05  FILLER PIC 9(03) VALUE 020.
       01  WS-TABLE-POINTS REDEFINES WS-POINTS-MOTIFS.
           05  WS-PTS-MOTIF PIC 9(03) OCCURS 6.
       01  WS-MOTIF PIC 9(01) VALUE ZEROES.

      ******************************************
      *  CONTRATS DE BASE EN TABLE
      ******************************************
       01  WS-TABLE-CONTRATS.
           05 WS-CTR-ENTRY OCCURS 500 INDEXED BY WS-INDICE-CTR.
               10 WS-CTR-NUMACT    PIC 9(08).
               10 WS-CTR-DATEDEBUT PIC 9(08).
               10 WS-CTR-DATEFIN   PIC 9(08).
       01  WS-NB-CONTRATS  PIC 9(03) VALUE ZEROES.
       01  WS-MAX-CONTRATS PIC 9(03) VALUE 500.
       01  WS-POSITION-CONTRAT PIC 9(03) VALUE ZEROES.

      ******************************************
      *  RESILIATIONS DU REGISTRE (EFFET LE PLUS ANCIEN)
      ******************************************
       01  WS-TABLE-RESILIATIONS.
           05 WS-RES-ENTRY OCCURS 500 INDEXED BY WS-INDICE-RES.
               10 WS-RES-NUMACT PIC 9(08).
               10 WS-RES-EFFET  PIC 9(08).
       01  WS-NB-RESILIATIONS  PIC 9(03) VALUE ZEROES.
       01  WS-MAX-RESILIATIONS PIC 9(03) VALUE 500.
       01  WS-RES-TROUVE PIC X(01) VALUE "N".
           88 WS-RES-TROUVE-OUI VALUE "O".

      ******************************************
      *  CLIENTS EN RELANCE ET CONTRATS CONCERNES
      ******************************************
       01  WS-TABLE-RELANCES.
           05 WS-REL-ENTRY OCCURS 5000 INDEXED BY WS-INDICE-REL.
               10 WS-REL-ID     PIC X(08).
               10 WS-REL-NIVEAU PIC 9(01).
       01  WS-NB-RELANCES  PIC 9(04) VALUE ZEROES.
       01  WS-MAX-RELANCES PIC 9(04) VALUE 5000.
       01  WS-TABLE-IMPAYES.
           05 WS-IMP-ENTRY OCCURS 500 INDEXED BY WS-INDICE-IMP.
               10 WS-IMP-NUMACT  PIC 9(08).
               10 WS-IMP-NB      PIC 9(04).
               10 WS-IMP-NIVEAU  PIC 9(01).
       01  WS-NB-IMPAYES  PIC 9(03) VALUE ZEROES.
       01  WS-MAX-IMPAYES PIC 9(03) VALUE 500.
       01  WS-IMP-TROUVE PIC X(01) VALUE "N".
           88 WS-IMP-TROUVE-OUI VALUE "O".

      ******************************************
      *  SINISTRES EN TABLE
      ******************************************
       01  WS-TABLE-SINISTRES.
           05 WS-SIN-ENTRY OCCURS 5000 INDEXED BY WS-INDICE-SIN
                                                  WS-INDICE-SIN2.
               10 WS-SIN-NUMSIN  PIC 9(08).
               10 WS-SIN-NUMACT  PIC 9(08).
               10 WS-SIN-DATE    PIC 9(08).
               10 WS-SIN-STATUT  PIC X(01).
               10 WS-SIN-RESERVE PIC 9(07)V99.
               10 WS-SIN-LIBELLE PIC X(30).
       01  WS-NB-SINISTRES  PIC 9(04) VALUE ZEROES.
       01  WS-MAX-SINISTRES PIC 9(04) VALUE 5000.

      ******************************************
      *  REGISTRE DES ALERTES EN TABLE
      ******************************************
       01  WS-TABLE-ALERTES.
           05 WS-ALR-ENTRY OCCURS 2000 INDEXED BY WS-INDICE-ALR.
               10 WS-ALR-NUMSIN         PIC 9(08).
               10 WS-ALR-NUMACT         PIC 9(08).
               10 WS-ALR-DATE-DETECTION PIC 9(08).
               10 WS-ALR-DATE-CONTROLE  PIC 9(08).
               10 WS-ALR-SCORE          PIC 9(03).
               10 WS-ALR-MOTIFS         PIC X(06).
               10 WS-ALR-STATUT         PIC X(01).
               10 WS-ALR-DATE-LEVEE     PIC 9(08).
      ****** ZONES DE TRAVAIL DE L'EXECUTION
               10 WS-ALR-POS-SIN        PIC 9(04).
               10 WS-ALR-NOUVELLE       PIC X(01).
               10 WS-ALR-EDITEE         PIC X(01).
               10 WS-ALR-DETAIL         PIC X(96) OCCURS 6.
       01  WS-NB-ALERTES  PIC 9(04) VALUE ZEROES.
       01  WS-MAX-ALERTES PIC 9(04) VALUE 2000.
       01  WS-POSITION-ALERTE PIC 9(04) VALUE ZEROES.

      ******************************************
      *  CONTROLE DU SINISTRE EN COURS
      ******************************************
       01  WS-MOTIFS-JOUR PIC X(06) VALUE SPACES.
       01  WS-TABLE-DETAILS-JOUR.
           05 WS-DETAIL-JOUR PIC X(96) OCCURS 6.
       01  WS-NOUVEAU-MOTIF PIC X(01) VALUE "N".
           88 WS-NOUVEAU-MOTIF-OUI VALUE "O".
       01  WS-NB-VOISINS PIC 9(04) VALUE ZEROES.
       01  WS-NUMSIN-VOISIN PIC 9(08) VALUE ZEROES.
       01  WS-ECART-JOURS PIC S9(05) VALUE ZEROES.
       01  WS-SCORE-CALCULE PIC 9(03) VALUE ZEROES.
       01  WS-MEILLEUR-SCORE PIC 9(03) VALUE ZEROES.
       01  WS-MEILLEURE-ALERTE PIC 9(04) VALUE ZEROES.

      ****** SERVICE PARTAGE DES DATES (DATESERV)
       01  WS-DATESERV.
           05  WS-DTS-FONCTION PIC X(01) VALUE "V".
           05  WS-DTS-DATE1  PIC 9(08) VALUE ZEROES.
           05  WS-DTS-DATE2  PIC 9(08) VALUE ZEROES.
           05  WS-DTS-JOURS  PIC S9(05) VALUE ZEROES.
           05  WS-DTS-STATUT PIC X(01) VALUE "0".
               88  WS-DTS-STATUT-OK VALUE "0".

      ****** VERSION DU CONTRAT EN VIGUEUR A UNE DATE (ASSURVERS)
       01  WS-VERSION.
           05  WS-VER-NUMACT    PIC 9(08).
           05  WS-VER-DATE      PIC 9(08).
           05  WS-VER-LIBELLE   PIC X(101).
           05  WS-VER-DATEDEBUT PIC 9(08).
           05  WS-VER-DATEFIN   PIC 9(08).
           05  WS-VER-SEQUENCE  PIC 9(03).
           05  WS-VER-TROUVE    PIC X(01).
               88  WS-VER-TROUVE-OUI VALUE "O".

      ******************************************
      *  COMPTEURS ET ZONES D'EDITION
      ******************************************
       01  WS-DATE-JOUR PIC 9(08) VALUE ZEROES.
       01  WS-EDIT-DATE-JOUR PIC 9(04)/9(02)/9(02).
       01  WS-EDIT-DATE  PIC 9(04)/9(02)/9(02).
       01  WS-EDIT-DATE2 PIC 9(04)/9(02)/9(02).
       01  WS-EDIT-DATE3 PIC 9(04)/9(02)/9(02).
       01  WS-COMPTEUR-CONTROLES PIC 9(05) VALUE ZEROES.
       01  WS-COMPTEUR-EXCEPTIONS PIC 9(05) VALUE ZEROES.
       01  WS-COMPTEUR-NOUVELLES PIC 9(05) VALUE ZEROES.
       01  WS-COMPTEUR-RELANCEES PIC 9(05) VALUE ZEROES.
       01  WS-COMPTEUR-LEVEES PIC 9(05) VALUE ZEROES.
       01  WS-EDIT-SCORE   PIC ZZ9.
       01  WS-EDIT-JOURS   PIC ZZZZ9.
       01  WS-EDIT-NB      PIC ZZZ9.
       01  WS-EDIT-MONTANT PIC Z.ZZZ.ZZ9,99.
       01  WS-LIGNE PIC X(132) VALUE SPACES.

      ***********************************************
      * REECRITURE SURE DES FICHIERS PERMANENTS (REECRIT) :
      * LE REGISTRE EST ECRIT DANS UNE NOUVELLE GENERATION,
      * CONTROLEE (NOMBRE, TOTAL DES NUMEROS DE SINISTRE) PUIS
      * BASCULEE
      ***********************************************
       01  WS-NOM-FSINALRT PIC X(40) VALUE "SINISTRES-ALERTES.txt".
       01  WS-REECRITURE.
           05  WS-REE-FONCTION  PIC X(01) VALUE "R".
           05  WS-REE-FICHIER   PIC X(40) VALUE "SINISTRES-ALERTES.txt".
           05  WS-REE-NOUVEAU   PIC X(40) VALUE SPACES.
           05  WS-REE-PROGRAMME PIC X(08) VALUE "SINCTRL".
           05  WS-REE-POSITION  PIC 9(04) VALUE 1.
           05  WS-REE-LONGUEUR  PIC 9(02) VALUE 8.
           05  WS-REE-DECIMALES PIC 9(01) VALUE ZERO.
           05  WS-REE-NB-ENREG  PIC 9(09) VALUE ZEROES.
           05  WS-REE-TOTAL     PIC 9(13)V99 VALUE ZEROES.
           05  WS-REE-STATUT    PIC X(01) VALUE SPACES.
               88  WS-REE-OK VALUE "0" "1" "2".
       01  WS-RC-SAUVE PIC S9(04) VALUE ZEROES.

       PROCEDURE DIVISION.
       0000-MAIN-DEB.
      *******************************************************
      *  PARAGRAPHE PRINCIPAL
      *******************************************************
           DISPLAY "CONTROLE DES SINISTRES OUVERTS".
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATE-JOUR.
           MOVE WS-DATE-JOUR TO WS-EDIT-DATE-JOUR.
      *
      *********** REPRISE D'UNE REECRITURE INTERROMPUE
           MOVE "R" TO WS-REE-FONCTION.
           CALL 'REECRIT' USING WS-REECRITURE
               ON EXCEPTION
                   DISPLAY "--> SOUS-PROGRAMME REECRIT INTROUVABLE"
                   MOVE 16 TO RETURN-CODE
                   GO TO 0000-MAIN-FIN
           END-CALL.

           DISPLAY "DELAI APRES LE DEBUT DU CONTRAT EN JOURS "
                   "(DEFAUT 30): " NO ADVANCING.
           MOVE SPACES TO WS-SAISIE.
           ACCEPT WS-SAISIE.
           IF FUNCTION TEST-NUMVAL (WS-SAISIE) = 0
           AND FUNCTION NUMVAL (WS-SAISIE) > ZEROES
           AND FUNCTION NUMVAL (WS-SAISIE) < 1000
               COMPUTE WS-DELAI-DEBUT = FUNCTION NUMVAL (WS-SAISIE)
           END-IF.
           DISPLAY "FENETRE DES SINISTRES MULTIPLES EN JOURS "
                   "(DEFAUT 90): " NO ADVANCING.
           MOVE SPACES TO WS-SAISIE.
           ACCEPT WS-SAISIE.
           IF FUNCTION TEST-NUMVAL (WS-SAISIE) = 0
           AND FUNCTION NUMVAL (WS-SAISIE) > ZEROES
           AND FUNCTION NUMVAL (WS-SAISIE) < 1000
               COMPUTE WS-FENETRE = FUNCTION NUMVAL (WS-SAISIE)
           END-IF.
      *
      *********** REFERENTIELS : CONTRATS, RESILIATIONS, IMPAYES
           PERFORM 1000-CHARGEMENT-CONTRATS-DEBUT
              THRU 1000-CHARGEMENT-CONTRATS-FIN.
           PERFORM 1100-CHARGEMENT-RESILIATIONS-DEBUT
              THRU 1100-CHARGEMENT-RESILIATIONS-FIN.
           PERFORM 1200-CHARGEMENT-RELANCES-DEBUT
              THRU 1200-CHARGEMENT-RELANCES-FIN.
           PERFORM 1300-CHARGEMENT-IMPAYES-DEBUT
              THRU 1300-CHARGEMENT-IMPAYES-FIN.
      *
      *********** SINISTRES ET REGISTRE DES ALERTES
           PERFORM 1400-CHARGEMENT-SINISTRES-DEBUT
              THRU 1400-CHARGEMENT-SINISTRES-FIN.
           IF RETURN-CODE > 8
               GO TO 0000-MAIN-FIN
           END-IF.
           PERFORM 1500-CHARGEMENT-ALERTES-DEBUT
              THRU 1500-CHARGEMENT-ALERTES-FIN.
      *
      *********** CONTROLE DE CHAQUE SINISTRE OUVERT
           PERFORM VARYING WS-INDICE-SIN FROM 1 BY 1
                   UNTIL WS-INDICE-SIN > WS-NB-SINISTRES
               IF WS-SIN-STATUT (WS-INDICE-SIN) = "O"
                   PERFORM 2000-CONTROLE-SINISTRE-DEBUT
                      THRU 2000-CONTROLE-SINISTRE-FIN
               END-IF
           END-PERFORM.
      *
      *********** LISTE D'EXCEPTIONS ET REGISTRE A JOUR
           PERFORM 3000-EDITION-EXCEPTIONS-DEBUT
              THRU 3000-EDITION-EXCEPTIONS-FIN.
           IF RETURN-CODE > 8
               GO TO 0000-MAIN-FIN
           END-IF.
           PERFORM 4000-REECRITURE-ALERTES-DEBUT
              THRU 4000-REECRITURE-ALERTES-FIN.
           IF RETURN-CODE > 8
               GO TO 0000-MAIN-FIN
           END-IF.

           IF WS-COMPTEUR-EXCEPTIONS > ZEROES
               MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY "==============================================".
           DISPLAY "SINISTRES OUVERTS CONTROLES: "
                   WS-COMPTEUR-CONTROLES.
           DISPLAY "EXCEPTIONS A TRAITER       : "
                   WS-COMPTEUR-EXCEPTIONS.
           DISPLAY "  DONT NOUVELLES ALERTES   : "
                   WS-COMPTEUR-NOUVELLES.
           DISPLAY "  DONT ALERTES RELANCEES   : "
                   WS-COMPTEUR-RELANCEES.
           DISPLAY "ALERTES LEVEES CONFIRMEES  : "
                   WS-COMPTEUR-LEVEES.
           DISPLAY "==============================================".

       0000-MAIN-FIN.
           GOBACK.

      *******************************************************
      *  CHARGEMENT DES CONTRATS DE BASE (DATE DE DEBUT)
      *******************************************************
       1000-CHARGEMENT-CONTRATS-DEBUT.

           OPEN INPUT FASSUR.
           IF NOT WS-STATUS-FILE-FASSUR-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FASSUR': "
                       WS-STATUS-FILE-FASSUR
               GO TO 1000-CHARGEMENT-CONTRATS-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FASSUR-OK
               READ FASSUR
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-NB-CONTRATS < WS-MAX-CONTRATS
                       AND RASSUR-NUMACTX IS NUMERIC
                           ADD 1 TO WS-NB-CONTRATS
                           SET WS-INDICE-CTR TO WS-NB-CONTRATS
                           MOVE RASSUR-NUMACT
                                TO WS-CTR-NUMACT (WS-INDICE-CTR)
                           MOVE ZEROES
                                TO WS-CTR-DATEDEBUT (WS-INDICE-CTR)
                                   WS-CTR-DATEFIN (WS-INDICE-CTR)
                           IF RASSUR-DATEDEBUTX IS NUMERIC
                               MOVE RASSUR-DATEDEBUT
                                 TO WS-CTR-DATEDEBUT (WS-INDICE-CTR)
                           END-IF
                           IF RASSUR-DATEFINX IS NUMERIC
                               MOVE RASSUR-DATEFIN
                                 TO WS-CTR-DATEFIN (WS-INDICE-CTR)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FASSUR.

           DISPLAY "CONTRATS CHARGES: " WS-NB-CONTRATS.

       1000-CHARGEMENT-CONTRATS-FIN.
           EXIT.

      *******************************************************
      *  CHARGEMENT DES RESILIATIONS DU REGISTRE PERMANENT
      *******************************************************
       1100-CHARGEMENT-RESILIATIONS-DEBUT.

           OPEN INPUT FREGISTRE.
           IF NOT WS-STATUS-FILE-FREGISTRE-OK
               DISPLAY "--> RESILIATIONS-REGISTRE.txt ABSENT: "
                       "AUCUNE RESILIATION"
               GO TO 1100-CHARGEMENT-RESILIATIONS-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FREGISTRE-OK
               READ FREGISTRE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF REG-LIBELLE = " RESILIATION CONTRAT "
                       AND REG-NUMACT IS NUMERIC
                       AND REG-EFFET IS NUMERIC
                           PERFORM 1110-AJOUT-RESILIATION-DEBUT
                              THRU 1110-AJOUT-RESILIATION-FIN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FREGISTRE.

           DISPLAY "CONTRATS RESILIES: " WS-NB-RESILIATIONS.

       1100-CHARGEMENT-RESILIATIONS-FIN.
           EXIT.

      *******************************************************
      *  UNE RESILIATION : LA DATE D'EFFET LA PLUS ANCIENNE
      *  DU CONTRAT FAIT FOI
      *******************************************************
       1110-AJOUT-RESILIATION-DEBUT.

           MOVE "N" TO WS-RES-TROUVE.
           PERFORM VARYING WS-INDICE-RES FROM 1 BY 1
                   UNTIL WS-INDICE-RES > WS-NB-RESILIATIONS
                      OR WS-RES-TROUVE-OUI
               IF WS-RES-NUMACT (WS-INDICE-RES) = REG-NUMACT
                   MOVE "O" TO WS-RES-TROUVE
                   IF REG-EFFET < WS-RES-EFFET (WS-INDICE-RES)
                       MOVE REG-EFFET TO WS-RES-EFFET (WS-INDICE-RES)
                   END-IF
               END-IF
           END-PERFORM.

           IF NOT WS-RES-TROUVE-OUI
           AND WS-NB-RESILIATIONS < WS-MAX-RESILIATIONS
               ADD 1 TO WS-NB-RESILIATIONS
               SET WS-INDICE-RES TO WS-NB-RESILIATIONS
               MOVE REG-NUMACT TO WS-RES-NUMACT (WS-INDICE-RES)
               MOVE REG-EFFET  TO WS-RES-EFFET (WS-INDICE-RES)
           END-IF.

       1110-AJOUT-RESILIATION-FIN.
           EXIT.

      *******************************************************
      *  CHARGEMENT DES CLIENTS EN RELANCE (NIVEAU 1 ET PLUS)
      *******************************************************
       1200-CHARGEMENT-RELANCES-DEBUT.

           OPEN INPUT FETAT.
           IF NOT WS-STATUS-FILE-FETAT-OK
               DISPLAY "--> RELANCES-ETAT.txt ABSENT: "
                       "AUCUN IMPAYE CONNU"
               GO TO 1200-CHARGEMENT-RELANCES-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FETAT-OK
               READ FETAT
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ETAT-NIVEAU IS NUMERIC
                       AND ETAT-NIVEAU > ZEROES
                       AND WS-NB-RELANCES < WS-MAX-RELANCES
                           ADD 1 TO WS-NB-RELANCES
                           SET WS-INDICE-REL TO WS-NB-RELANCES
                           MOVE ETAT-ID
                                TO WS-REL-ID (WS-INDICE-REL)
                           MOVE ETAT-NIVEAU
                                TO WS-REL-NIVEAU (WS-INDICE-REL)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FETAT.

       1200-CHARGEMENT-RELANCES-FIN.
           EXIT.

      *******************************************************
      *  CONTRATS PORTANT UN CLIENT EN RELANCE (FICHIERCLIENT)
      *******************************************************
       1300-CHARGEMENT-IMPAYES-DEBUT.

           IF WS-NB-RELANCES = ZEROES
               GO TO 1300-CHARGEMENT-IMPAYES-FIN
           END-IF.

           OPEN INPUT FCLIENT.
           IF NOT WS-STATUS-FILE-FCLIENT-OK
               DISPLAY "--> FICHIERCLIENT.txt ABSENT: "
                       "IMPAYES NON RATTACHES"
               GO TO 1300-CHARGEMENT-IMPAYES-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FCLIENT-OK
               READ FCLIENT
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM VARYING WS-INDICE-REL FROM 1 BY 1
                               UNTIL WS-INDICE-REL > WS-NB-RELANCES
                           IF WS-REL-ID (WS-INDICE-REL) = RCLIENT-ID
                           AND RCLIENT-ASSUR IS NUMERIC
                               PERFORM 1310-AJOUT-IMPAYE-DEBUT
                                  THRU 1310-AJOUT-IMPAYE-FIN
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM.
           CLOSE FCLIENT.

           DISPLAY "CONTRATS AVEC IMPAYES: " WS-NB-IMPAYES.

       1300-CHARGEMENT-IMPAYES-FIN.
           EXIT.

      *******************************************************
      *  UN CLIENT EN RELANCE : CUMUL SUR SON CONTRAT
      *******************************************************
       1310-AJOUT-IMPAYE-DEBUT.

           MOVE "N" TO WS-IMP-TROUVE.
           PERFORM VARYING WS-INDICE-IMP FROM 1 BY 1
                   UNTIL WS-INDICE-IMP > WS-NB-IMPAYES
                      OR WS-IMP-TROUVE-OUI
               IF WS-IMP-NUMACT (WS-INDICE-IMP) = RCLIENT-ASSUR
                   MOVE "O" TO WS-IMP-TROUVE
                   ADD 1 TO WS-IMP-NB (WS-INDICE-IMP)
                   IF WS-REL-NIVEAU (WS-INDICE-REL)
                      > WS-IMP-NIVEAU (WS-INDICE-IMP)
                       MOVE WS-REL-NIVEAU (WS-INDICE-REL)
                            TO WS-IMP-NIVEAU (WS-INDICE-IMP)
                   END-IF
               END-IF
           END-PERFORM.

           IF NOT WS-IMP-TROUVE-OUI
           AND WS-NB-IMPAYES < WS-MAX-IMPAYES
               ADD 1 TO WS-NB-IMPAYES
               SET WS-INDICE-IMP TO WS-NB-IMPAYES
               MOVE RCLIENT-ASSUR TO WS-IMP-NUMACT (WS-INDICE-IMP)
               MOVE 1 TO WS-IMP-NB (WS-INDICE-IMP)
               MOVE WS-REL-NIVEAU (WS-INDICE-REL)
                    TO WS-IMP-NIVEAU (WS-INDICE-IMP)
           END-IF.

       1310-AJOUT-IMPAYE-FIN.
           EXIT.

      *******************************************************
      *  CHARGEMENT DES SINISTRES EN TABLE
      *******************************************************
       1400-CHARGEMENT-SINISTRES-DEBUT.

           OPEN INPUT FSINISTRE.
           IF NOT WS-STATUS-FILE-FSINISTRE-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FSINISTRE': "
                       WS-STATUS-FILE-FSINISTRE
               MOVE 16 TO RETURN-CODE
               GO TO 1400-CHARGEMENT-SINISTRES-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FSINISTRE-OK
               READ FSINISTRE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SIN-NUMSIN IS NUMERIC
                       AND WS-NB-SINISTRES < WS-MAX-SINISTRES
                           ADD 1 TO WS-NB-SINISTRES
                           SET WS-INDICE-SIN TO WS-NB-SINISTRES
                           MOVE SIN-NUMSIN
                                TO WS-SIN-NUMSIN (WS-INDICE-SIN)
                           MOVE SIN-NUMACT
                                TO WS-SIN-NUMACT (WS-INDICE-SIN)
                           MOVE SIN-DATE
                                TO WS-SIN-DATE (WS-INDICE-SIN)
                           MOVE SIN-STATUT
                                TO WS-SIN-STATUT (WS-INDICE-SIN)
                           MOVE SIN-RESERVE
                                TO WS-SIN-RESERVE (WS-INDICE-SIN)
                           MOVE SIN-LIBELLE
                                TO WS-SIN-LIBELLE (WS-INDICE-SIN)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FSINISTRE.

           DISPLAY "SINISTRES CHARGES: " WS-NB-SINISTRES.

       1400-CHARGEMENT-SINISTRES-FIN.
           EXIT.

      *******************************************************
      *  CHARGEMENT DU REGISTRE DES ALERTES (FACULTATIF)
      *******************************************************
       1500-CHARGEMENT-ALERTES-DEBUT.

           OPEN INPUT FSINALRT.
           IF NOT WS-STATUS-FILE-FSINALRT-OK
               DISPLAY "--> SINISTRES-ALERTES.txt ABSENT: "
                       "IL SERA CREE"
               GO TO 1500-CHARGEMENT-ALERTES-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FSINALRT-OK
               READ FSINALRT
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ALR-NUMSIN IS NUMERIC
                       AND WS-NB-ALERTES < WS-MAX-ALERTES
                           ADD 1 TO WS-NB-ALERTES
                           SET WS-INDICE-ALR TO WS-NB-ALERTES
                           INITIALIZE WS-ALR-ENTRY (WS-INDICE-ALR)
                           MOVE ALR-NUMSIN
                                TO WS-ALR-NUMSIN (WS-INDICE-ALR)
                           MOVE ALR-NUMACT
                                TO WS-ALR-NUMACT (WS-INDICE-ALR)
                           MOVE ALR-DATE-DETECTION
                             TO WS-ALR-DATE-DETECTION (WS-INDICE-ALR)
                           MOVE ALR-DATE-CONTROLE
                             TO WS-ALR-DATE-CONTROLE (WS-INDICE-ALR)
                           MOVE ALR-SCORE
                                TO WS-ALR-SCORE (WS-INDICE-ALR)
                           MOVE ALR-MOTIFS
                                TO WS-ALR-MOTIFS (WS-INDICE-ALR)
                           MOVE ALR-STATUT
                                TO WS-ALR-STATUT (WS-INDICE-ALR)
                           MOVE ALR-DATE-LEVEE
                                TO WS-ALR-DATE-LEVEE (WS-INDICE-ALR)
                           MOVE "N" TO WS-ALR-NOUVELLE (WS-INDICE-ALR)
                                       WS-ALR-EDITEE (WS-INDICE-ALR)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FSINALRT.

           DISPLAY "ALERTES AU REGISTRE: " WS-NB-ALERTES.

       1500-CHARGEMENT-ALERTES-FIN.
           EXIT.

      *******************************************************
      *  CONTROLE D'UN SINISTRE OUVERT
      *******************************************************
       2000-CONTROLE-SINISTRE-DEBUT.

           ADD 1 TO WS-COMPTEUR-CONTROLES.
           MOVE SPACES TO WS-MOTIFS-JOUR WS-TABLE-DETAILS-JOUR.
      *
      ****** CONTRAT DE BASE
           MOVE ZEROES TO WS-POSITION-CONTRAT.
           PERFORM VARYING WS-INDICE-CTR FROM 1 BY 1
                   UNTIL WS-INDICE-CTR > WS-NB-CONTRATS
                      OR WS-POSITION-CONTRAT > ZEROES
               IF WS-CTR-NUMACT (WS-INDICE-CTR)
                  = WS-SIN-NUMACT (WS-INDICE-SIN)
                   SET WS-POSITION-CONTRAT TO WS-INDICE-CTR
               END-IF
           END-PERFORM.

           IF WS-POSITION-CONTRAT = ZEROES
               MOVE "C" TO WS-MOTIFS-JOUR (1:1)
               STRING "CONTRAT " WS-SIN-NUMACT (WS-INDICE-SIN)
                      " ABSENT D'ASSURANCES.txt"
                      DELIMITED BY SIZE INTO WS-DETAIL-JOUR (1)
           ELSE
               SET WS-INDICE-CTR TO WS-POSITION-CONTRAT
               PERFORM 2100-COUVERTURE-DEBUT
                  THRU 2100-COUVERTURE-FIN
               PERFORM 2300-DEBUT-CONTRAT-DEBUT
                  THRU 2300-DEBUT-CONTRAT-FIN
           END-IF.

           PERFORM 2200-RESILIATION-DEBUT
              THRU 2200-RESILIATION-FIN.
           PERFORM 2400-SINISTRES-MULTIPLES-DEBUT
              THRU 2400-SINISTRES-MULTIPLES-FIN.
           PERFORM 2500-IMPAYES-DEBUT
              THRU 2500-IMPAYES-FIN.
      *
      ****** REPORT AU REGISTRE DES ALERTES
           PERFORM 2600-MISE-A-JOUR-ALERTE-DEBUT
              THRU 2600-MISE-A-JOUR-ALERTE-FIN.

       2000-CONTROLE-SINISTRE-FIN.
           EXIT.

      *******************************************************
      *  COUVERTURE : VERSION DU CONTRAT EN VIGUEUR A LA DATE
      *  DU SINISTRE (A DEFAUT DU SERVICE, CONTRAT DE BASE)
      *******************************************************
       2100-COUVERTURE-DEBUT.

           MOVE WS-SIN-NUMACT (WS-INDICE-SIN) TO WS-VER-NUMACT.
           MOVE WS-SIN-DATE (WS-INDICE-SIN)   TO WS-VER-DATE.
           MOVE "N" TO WS-VER-TROUVE.
           CALL 'ASSURVERS' USING WS-VERSION
               ON EXCEPTION
                   MOVE "N" TO WS-VER-TROUVE
           END-CALL.
           IF NOT WS-VER-TROUVE-OUI
               MOVE WS-CTR-DATEDEBUT (WS-INDICE-CTR)
                    TO WS-VER-DATEDEBUT
               MOVE WS-CTR-DATEFIN (WS-INDICE-CTR) TO WS-VER-DATEFIN
               MOVE ZEROES TO WS-VER-SEQUENCE
           END-IF.

           IF WS-SIN-DATE (WS-INDICE-SIN) < WS-VER-DATEDEBUT
           OR (WS-VER-DATEFIN NOT = ZEROES
               AND WS-SIN-DATE (WS-INDICE-SIN) > WS-VER-DATEFIN)
               MOVE "H" TO WS-MOTIFS-JOUR (2:1)
               MOVE WS-SIN-DATE (WS-INDICE-SIN) TO WS-EDIT-DATE
               MOVE WS-VER-DATEDEBUT TO WS-EDIT-DATE2
               MOVE WS-VER-DATEFIN   TO WS-EDIT-DATE3
               STRING "SINISTRE DU " WS-EDIT-DATE
                      " HORS VERSION " WS-VER-SEQUENCE
                      " VALIDE DU " WS-EDIT-DATE2
                      " AU " WS-EDIT-DATE3
                      DELIMITED BY SIZE INTO WS-DETAIL-JOUR (2)
           END-IF.

       2100-COUVERTURE-FIN.
           EXIT.

      *******************************************************
      *  RESILIATION : EFFET ATTEINT A LA DATE DU SINISTRE
      *******************************************************
       2200-RESILIATION-DEBUT.

           PERFORM VARYING WS-INDICE-RES FROM 1 BY 1
                   UNTIL WS-INDICE-RES > WS-NB-RESILIATIONS
               IF WS-RES-NUMACT (WS-INDICE-RES)
                  = WS-SIN-NUMACT (WS-INDICE-SIN)
               AND WS-RES-EFFET (WS-INDICE-RES)
                  <= WS-SIN-DATE (WS-INDICE-SIN)
                   MOVE "R" TO WS-MOTIFS-JOUR (3:1)
                   MOVE WS-SIN-DATE (WS-INDICE-SIN) TO WS-EDIT-DATE
                   MOVE WS-RES-EFFET (WS-INDICE-RES) TO WS-EDIT-DATE2
                   STRING "SINISTRE DU " WS-EDIT-DATE
                          " - CONTRAT RESILIE EFFET LE "
                          WS-EDIT-DATE2
                          DELIMITED BY SIZE INTO WS-DETAIL-JOUR (3)
               END-IF
           END-PERFORM.

       2200-RESILIATION-FIN.
           EXIT.

      *******************************************************
      *  SINISTRE SURVENU DANS LES N JOURS DU DEBUT DU CONTRAT
      *******************************************************
       2300-DEBUT-CONTRAT-DEBUT.

           IF WS-CTR-DATEDEBUT (WS-INDICE-CTR) = ZEROES
               GO TO 2300-DEBUT-CONTRAT-FIN
           END-IF.

           MOVE "D" TO WS-DTS-FONCTION.
           MOVE WS-CTR-DATEDEBUT (WS-INDICE-CTR) TO WS-DTS-DATE1.
           MOVE WS-SIN-DATE (WS-INDICE-SIN) TO WS-DTS-DATE2.
           MOVE "0" TO WS-DTS-STATUT.
           CALL 'DATESERV' USING WS-DATESERV
               ON EXCEPTION
                   MOVE "1" TO WS-DTS-STATUT
           END-CALL.
           IF NOT WS-DTS-STATUT-OK
           OR WS-DTS-JOURS < ZEROES
           OR WS-DTS-JOURS > WS-DELAI-DEBUT
               GO TO 2300-DEBUT-CONTRAT-FIN
           END-IF.

           MOVE "N" TO WS-MOTIFS-JOUR (4:1).
           MOVE WS-DTS-JOURS TO WS-EDIT-JOURS.
           MOVE WS-CTR-DATEDEBUT (WS-INDICE-CTR) TO WS-EDIT-DATE.
           STRING "SURVENU " WS-EDIT-JOURS
                  " JOUR(S) APRES LE DEBUT DU CONTRAT ("
                  WS-EDIT-DATE ")"
                  DELIMITED BY SIZE INTO WS-DETAIL-JOUR (4).

       2300-DEBUT-CONTRAT-FIN.
           EXIT.

      *******************************************************
      *  AUTRES SINISTRES DU MEME CONTRAT DANS LA FENETRE
      *******************************************************
       2400-SINISTRES-MULTIPLES-DEBUT.

           MOVE ZEROES TO WS-NB-VOISINS WS-NUMSIN-VOISIN.

           PERFORM VARYING WS-INDICE-SIN2 FROM 1 BY 1
                   UNTIL WS-INDICE-SIN2 > WS-NB-SINISTRES
               IF WS-INDICE-SIN2 NOT = WS-INDICE-SIN
               AND WS-SIN-NUMACT (WS-INDICE-SIN2)
                   = WS-SIN-NUMACT (WS-INDICE-SIN)
                   MOVE "D" TO WS-DTS-FONCTION
                   MOVE WS-SIN-DATE (WS-INDICE-SIN2) TO WS-DTS-DATE1
                   MOVE WS-SIN-DATE (WS-INDICE-SIN)  TO WS-DTS-DATE2
                   MOVE "0" TO WS-DTS-STATUT
                   CALL 'DATESERV' USING WS-DATESERV
                       ON EXCEPTION
                           MOVE "1" TO WS-DTS-STATUT
                   END-CALL
                   IF WS-DTS-STATUT-OK
                       IF WS-DTS-JOURS < ZEROES
                           COMPUTE WS-ECART-JOURS = 0 - WS-DTS-JOURS
                       ELSE
                           MOVE WS-DTS-JOURS TO WS-ECART-JOURS
                       END-IF
                       IF WS-ECART-JOURS <= WS-FENETRE
                           ADD 1 TO WS-NB-VOISINS
                           MOVE WS-SIN-NUMSIN (WS-INDICE-SIN2)
                                TO WS-NUMSIN-VOISIN
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-NB-VOISINS > ZEROES
               MOVE "M" TO WS-MOTIFS-JOUR (5:1)
               MOVE WS-NB-VOISINS TO WS-EDIT-NB
               MOVE WS-FENETRE TO WS-EDIT-JOURS
               STRING WS-EDIT-NB " AUTRE(S) SINISTRE(S) DU CONTRAT A "
                      "MOINS DE " WS-EDIT-JOURS " JOURS (DONT "
                      WS-NUMSIN-VOISIN ")"
                      DELIMITED BY SIZE INTO WS-DETAIL-JOUR (5)
           END-IF.

       2400-SINISTRES-MULTIPLES-FIN.
           EXIT.

      *******************************************************
      *  CLIENTS DU CONTRAT EN RELANCE D'IMPAYES
      *******************************************************
       2500-IMPAYES-DEBUT.

           PERFORM VARYING WS-INDICE-IMP FROM 1 BY 1
                   UNTIL WS-INDICE-IMP > WS-NB-IMPAYES
               IF WS-IMP-NUMACT (WS-INDICE-IMP)
                  = WS-SIN-NUMACT (WS-INDICE-SIN)
                   MOVE "I" TO WS-MOTIFS-JOUR (6:1)
                   MOVE WS-IMP-NB (WS-INDICE-IMP) TO WS-EDIT-NB
                   STRING WS-EDIT-NB " CLIENT(S) DU CONTRAT EN "
                          "RELANCE, NIVEAU LE PLUS HAUT "
                          WS-IMP-NIVEAU (WS-INDICE-IMP)
                          DELIMITED BY SIZE INTO WS-DETAIL-JOUR (6)
               END-IF
           END-PERFORM.

       2500-IMPAYES-FIN.
           EXIT.

      *******************************************************
      *  REPORT DU CONTROLE AU REGISTRE DES ALERTES :
      *   - sans alerte : creation si un motif est releve
      *   - alerte active : motifs du jour ajoutes aux motifs
      *     deja releves, l'alerte reste active
      *   - alerte levee : relancee seulement sur motif nouveau
      *******************************************************
       2600-MISE-A-JOUR-ALERTE-DEBUT.

           MOVE ZEROES TO WS-POSITION-ALERTE.
           PERFORM VARYING WS-INDICE-ALR FROM 1 BY 1
                   UNTIL WS-INDICE-ALR > WS-NB-ALERTES
                      OR WS-POSITION-ALERTE > ZEROES
               IF WS-ALR-NUMSIN (WS-INDICE-ALR)
                  = WS-SIN-NUMSIN (WS-INDICE-SIN)
                   SET WS-POSITION-ALERTE TO WS-INDICE-ALR
               END-IF
           END-PERFORM.

           IF WS-POSITION-ALERTE = ZEROES
               IF WS-MOTIFS-JOUR = SPACES
                   GO TO 2600-MISE-A-JOUR-ALERTE-FIN
               END-IF
               IF WS-NB-ALERTES NOT < WS-MAX-ALERTES
                   DISPLAY "--> TABLE DES ALERTES PLEINE: SINISTRE "
                           WS-SIN-NUMSIN (WS-INDICE-SIN)
                           " NON SIGNALE"
                   MOVE 8 TO RETURN-CODE
                   GO TO 2600-MISE-A-JOUR-ALERTE-FIN
               END-IF
               ADD 1 TO WS-NB-ALERTES
               SET WS-INDICE-ALR TO WS-NB-ALERTES
               INITIALIZE WS-ALR-ENTRY (WS-INDICE-ALR)
               MOVE WS-SIN-NUMSIN (WS-INDICE-SIN)
                    TO WS-ALR-NUMSIN (WS-INDICE-ALR)
               MOVE WS-DATE-JOUR
                    TO WS-ALR-DATE-DETECTION (WS-INDICE-ALR)
               MOVE "A" TO WS-ALR-STATUT (WS-INDICE-ALR)
               MOVE "O" TO WS-ALR-NOUVELLE (WS-INDICE-ALR)
               MOVE "N" TO WS-ALR-EDITEE (WS-INDICE-ALR)
               ADD 1 TO WS-COMPTEUR-NOUVELLES
           ELSE
               SET WS-INDICE-ALR TO WS-POSITION-ALERTE
           END-IF.
      *
      ****** ALERTE LEVEE : UN MOTIF NOUVEAU LA RELANCE
           IF WS-ALR-STATUT (WS-INDICE-ALR) = "L"
               MOVE "N" TO WS-NOUVEAU-MOTIF
               PERFORM VARYING WS-MOTIF FROM 1 BY 1
                       UNTIL WS-MOTIF > 6
                   IF WS-MOTIFS-JOUR (WS-MOTIF:1) NOT = SPACE
                   AND WS-ALR-MOTIFS (WS-INDICE-ALR) (WS-MOTIF:1)
                       = SPACE
                       MOVE "O" TO WS-NOUVEAU-MOTIF
                   END-IF
               END-PERFORM
               IF NOT WS-NOUVEAU-MOTIF-OUI
                   IF WS-MOTIFS-JOUR NOT = SPACES
                       ADD 1 TO WS-COMPTEUR-LEVEES
                   END-IF
                   GO TO 2600-MISE-A-JOUR-ALERTE-FIN
               END-IF
               MOVE "A" TO WS-ALR-STATUT (WS-INDICE-ALR)
               MOVE WS-DATE-JOUR
                    TO WS-ALR-DATE-DETECTION (WS-INDICE-ALR)
               MOVE ZEROES TO WS-ALR-DATE-LEVEE (WS-INDICE-ALR)
               MOVE "O" TO WS-ALR-NOUVELLE (WS-INDICE-ALR)
               ADD 1 TO WS-COMPTEUR-RELANCEES
           END-IF.
      *
      ****** ALERTE ACTIVE : CUMUL DES MOTIFS ET DETAIL DU JOUR
           MOVE WS-SIN-NUMACT (WS-INDICE-SIN)
                TO WS-ALR-NUMACT (WS-INDICE-ALR).
           SET WS-ALR-POS-SIN (WS-INDICE-ALR) TO WS-INDICE-SIN.
           MOVE WS-DATE-JOUR TO WS-ALR-DATE-CONTROLE (WS-INDICE-ALR).
           MOVE ZEROES TO WS-SCORE-CALCULE.
           PERFORM VARYING WS-MOTIF FROM 1 BY 1
                   UNTIL WS-MOTIF > 6
               IF WS-MOTIFS-JOUR (WS-MOTIF:1) NOT = SPACE
                   MOVE WS-MOTIFS-JOUR (WS-MOTIF:1)
                     TO WS-ALR-MOTIFS (WS-INDICE-ALR) (WS-MOTIF:1)
               END-IF
               MOVE WS-DETAIL-JOUR (WS-MOTIF)
                    TO WS-ALR-DETAIL (WS-INDICE-ALR, WS-MOTIF)
               IF WS-ALR-MOTIFS (WS-INDICE-ALR) (WS-MOTIF:1)
                  NOT = SPACE
                   ADD WS-PTS-MOTIF (WS-MOTIF) TO WS-SCORE-CALCULE
               END-IF
           END-PERFORM.
           MOVE WS-SCORE-CALCULE TO WS-ALR-SCORE (WS-INDICE-ALR).

       2600-MISE-A-JOUR-ALERTE-FIN.
           EXIT.

      *******************************************************
      *  LISTE D'EXCEPTIONS : ALERTES ACTIVES DES SINISTRES
      *  OUVERTS, PAR SCORE DECROISSANT
      *******************************************************
       3000-EDITION-EXCEPTIONS-DEBUT.

           OPEN OUTPUT FCONTROLE.
           IF NOT WS-STATUS-FILE-FCONTROLE-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FCONTROLE': "
                       WS-STATUS-FILE-FCONTROLE
               MOVE 16 TO RETURN-CODE
               GO TO 3000-EDITION-EXCEPTIONS-FIN
           END-IF.

           MOVE SPACES TO WS-LIGNE.
           STRING "CONTROLE DES SINISTRES OUVERTS DU "
                  WS-EDIT-DATE-JOUR
                  " - LISTE D'EXCEPTIONS POUR LE GESTIONNAIRE"
                  DELIMITED BY SIZE INTO WS-LIGNE.
           PERFORM 3200-ECRITURE-LIGNE-DEBUT
              THRU 3200-ECRITURE-LIGNE-FIN.
           MOVE SPACES TO WS-LIGNE.
           MOVE WS-DELAI-DEBUT TO WS-EDIT-SCORE.
           MOVE WS-FENETRE TO WS-EDIT-JOURS.
           STRING "PARAMETRES : DEBUT DE CONTRAT " WS-EDIT-SCORE
                  " JOURS, FENETRE DES SINISTRES MULTIPLES "
                  WS-EDIT-JOURS " JOURS"
                  DELIMITED BY SIZE INTO WS-LIGNE.
           PERFORM 3200-ECRITURE-LIGNE-DEBUT
              THRU 3200-ECRITURE-LIGNE-FIN.
           MOVE ALL "=" TO WS-LIGNE.
           PERFORM 3200-ECRITURE-LIGNE-DEBUT
              THRU 3200-ECRITURE-LIGNE-FIN.
           MOVE SPACES TO WS-LIGNE.
           STRING "SCORE SINISTRE CONTRAT  DATE SIN.        "
                  "RESERVE DETECTE LE MOTIFS       LIBELLE"
                  DELIMITED BY SIZE INTO WS-LIGNE.
           PERFORM 3200-ECRITURE-LIGNE-DEBUT
              THRU 3200-ECRITURE-LIGNE-FIN.
           MOVE ALL "-" TO WS-LIGNE.
           PERFORM 3200-ECRITURE-LIGNE-DEBUT
              THRU 3200-ECRITURE-LIGNE-FIN.
      *
      ****** SELECTION REPETEE DU PLUS FORT SCORE RESTANT
           MOVE 1 TO WS-MEILLEURE-ALERTE.
           PERFORM UNTIL WS-MEILLEURE-ALERTE = ZEROES
               MOVE ZEROES TO WS-MEILLEURE-ALERTE WS-MEILLEUR-SCORE
               PERFORM VARYING WS-INDICE-ALR FROM 1 BY 1
                       UNTIL WS-INDICE-ALR > WS-NB-ALERTES
                   IF WS-ALR-STATUT (WS-INDICE-ALR) = "A"
                   AND WS-ALR-POS-SIN (WS-INDICE-ALR) > ZEROES
                   AND WS-ALR-EDITEE (WS-INDICE-ALR) = "N"
                   AND (WS-MEILLEURE-ALERTE = ZEROES
                        OR WS-ALR-SCORE (WS-INDICE-ALR)
                           > WS-MEILLEUR-SCORE)
                       SET WS-MEILLEURE-ALERTE TO WS-INDICE-ALR
                       MOVE WS-ALR-SCORE (WS-INDICE-ALR)
                            TO WS-MEILLEUR-SCORE
                   END-IF
               END-PERFORM
               IF WS-MEILLEURE-ALERTE > ZEROES
                   SET WS-INDICE-ALR TO WS-MEILLEURE-ALERTE
                   PERFORM 3100-EDITION-ALERTE-DEBUT
                      THRU 3100-EDITION-ALERTE-FIN
               END-IF
           END-PERFORM.
      *
      ****** PIED DE LISTE
           MOVE ALL "=" TO WS-LIGNE.
           PERFORM 3200-ECRITURE-LIGNE-DEBUT
              THRU 3200-ECRITURE-LIGNE-FIN.
           MOVE SPACES TO WS-LIGNE.
           STRING "SINISTRES OUVERTS CONTROLES : "
                  WS-COMPTEUR-CONTROLES
                  "   EXCEPTIONS : " WS-COMPTEUR-EXCEPTIONS
                  "   NOUVELLES : " WS-COMPTEUR-NOUVELLES
                  "   RELANCEES : " WS-COMPTEUR-RELANCEES
                  DELIMITED BY SIZE INTO WS-LIGNE.
           PERFORM 3200-ECRITURE-LIGNE-DEBUT
              THRU 3200-ECRITURE-LIGNE-FIN.
           MOVE SPACES TO WS-LIGNE.
           STRING "POINTS : C CONTRAT INCONNU 50  H HORS COUVERTURE "
                  "40  R APRES RESILIATION 40"
                  DELIMITED BY SIZE INTO WS-LIGNE.
           PERFORM 3200-ECRITURE-LIGNE-DEBUT
              THRU 3200-ECRITURE-LIGNE-FIN.
           MOVE SPACES TO WS-LIGNE.
           STRING "         N PROCHE DU DEBUT 20  "
                  "M SINISTRES MULTIPLES 20  I PRIMES IMPAYEES 20"
                  DELIMITED BY SIZE INTO WS-LIGNE.
           PERFORM 3200-ECRITURE-LIGNE-DEBUT
              THRU 3200-ECRITURE-LIGNE-FIN.
           MOVE SPACES TO WS-LIGNE.
           STRING "UNE ALERTE RESTE A LA LISTE JUSQU'A SA LEVEE PAR "
                  "LE GESTIONNAIRE (SINALERT)"
                  DELIMITED BY SIZE INTO WS-LIGNE.
           PERFORM 3200-ECRITURE-LIGNE-DEBUT
              THRU 3200-ECRITURE-LIGNE-FIN.

           CLOSE FCONTROLE.

       3000-EDITION-EXCEPTIONS-FIN.
           EXIT.

      *******************************************************
      *  EDITION D'UNE ALERTE ET DU DETAIL DE SES MOTIFS
      *******************************************************
       3100-EDITION-ALERTE-DEBUT.

           MOVE "O" TO WS-ALR-EDITEE (WS-INDICE-ALR).
           ADD 1 TO WS-COMPTEUR-EXCEPTIONS.
           SET WS-INDICE-SIN TO WS-ALR-POS-SIN (WS-INDICE-ALR).

           MOVE WS-ALR-SCORE (WS-INDICE-ALR) TO WS-EDIT-SCORE.
           MOVE WS-SIN-DATE (WS-INDICE-SIN) TO WS-EDIT-DATE.
           MOVE WS-SIN-RESERVE (WS-INDICE-SIN) TO WS-EDIT-MONTANT.
           MOVE WS-ALR-DATE-DETECTION (WS-INDICE-ALR)
                TO WS-EDIT-DATE2.
           MOVE SPACES TO WS-LIGNE.
           STRING "  " WS-EDIT-SCORE " "
                  WS-SIN-NUMSIN (WS-INDICE-SIN) " "
                  WS-SIN-NUMACT (WS-INDICE-SIN) " "
                  WS-EDIT-DATE " " WS-EDIT-MONTANT " "
                  WS-EDIT-DATE2 " "
                  WS-ALR-MOTIFS (WS-INDICE-ALR) " "
                  DELIMITED BY SIZE INTO WS-LIGNE.
           IF WS-ALR-NOUVELLE (WS-INDICE-ALR) = "O"
               MOVE "NOUVEAU" TO WS-LIGNE (80:7)
           END-IF.
           MOVE WS-SIN-LIBELLE (WS-INDICE-SIN) TO WS-LIGNE (88:30).
           PERFORM 3200-ECRITURE-LIGNE-DEBUT
              THRU 3200-ECRITURE-LIGNE-FIN.

           PERFORM VARYING WS-MOTIF FROM 1 BY 1
                   UNTIL WS-MOTIF > 6
               IF WS-ALR-MOTIFS (WS-INDICE-ALR) (WS-MOTIF:1)
                  NOT = SPACE
                   MOVE SPACES TO WS-LIGNE
                   IF WS-ALR-DETAIL (WS-INDICE-ALR, WS-MOTIF)
                      = SPACES
                       STRING "        "
                              WS-CODES-MOTIFS (WS-MOTIF:1) " "
                              WS-LIB-MOTIF (WS-MOTIF)
                              " : RELEVE PRECEDEMMENT, NON "
                              "CONSTATE CE JOUR"
                              DELIMITED BY SIZE INTO WS-LIGNE
                   ELSE
                       STRING "        "
                              WS-CODES-MOTIFS (WS-MOTIF:1) " "
                              WS-LIB-MOTIF (WS-MOTIF) " : "
                              WS-ALR-DETAIL (WS-INDICE-ALR, WS-MOTIF)
                              DELIMITED BY SIZE INTO WS-LIGNE
                   END-IF
                   PERFORM 3200-ECRITURE-LIGNE-DEBUT
                      THRU 3200-ECRITURE-LIGNE-FIN
               END-IF
           END-PERFORM.

       3100-EDITION-ALERTE-FIN.
           EXIT.

      *******************************************************
      *  ECRITURE D'UNE LIGNE DE LA LISTE
      *******************************************************
       3200-ECRITURE-LIGNE-DEBUT.

           MOVE WS-LIGNE TO RCONTROLE.
           WRITE RCONTROLE.

       3200-ECRITURE-LIGNE-FIN.
           EXIT.

      *******************************************************
      *  REECRITURE DU REGISTRE DES ALERTES
      *******************************************************
       4000-REECRITURE-ALERTES-DEBUT.

      ****** ECRITURE DANS LA NOUVELLE GENERATION
           MOVE WS-REE-NOUVEAU TO WS-NOM-FSINALRT.
           MOVE ZEROES TO WS-REE-NB-ENREG WS-REE-TOTAL.
           OPEN OUTPUT FSINALRT.
           IF NOT WS-STATUS-FILE-FSINALRT-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FSINALRT': "
                       WS-STATUS-FILE-FSINALRT
               MOVE WS-REE-FICHIER TO WS-NOM-FSINALRT
               MOVE 16 TO RETURN-CODE
               GO TO 4000-REECRITURE-ALERTES-FIN
           END-IF.

           PERFORM VARYING WS-INDICE-ALR FROM 1 BY 1
                   UNTIL WS-INDICE-ALR > WS-NB-ALERTES
               MOVE SPACES TO RSINALRT
               MOVE WS-ALR-NUMSIN (WS-INDICE-ALR) TO ALR-NUMSIN
               MOVE WS-ALR-NUMACT (WS-INDICE-ALR) TO ALR-NUMACT
               MOVE WS-ALR-DATE-DETECTION (WS-INDICE-ALR)
                    TO ALR-DATE-DETECTION
               MOVE WS-ALR-DATE-CONTROLE (WS-INDICE-ALR)
                    TO ALR-DATE-CONTROLE
               MOVE WS-ALR-SCORE (WS-INDICE-ALR) TO ALR-SCORE
               MOVE WS-ALR-MOTIFS (WS-INDICE-ALR) TO ALR-MOTIFS
               MOVE WS-ALR-STATUT (WS-INDICE-ALR) TO ALR-STATUT
               MOVE WS-ALR-DATE-LEVEE (WS-INDICE-ALR)
                    TO ALR-DATE-LEVEE
               WRITE RSINALRT
               ADD 1 TO WS-REE-NB-ENREG
               ADD ALR-NUMSIN TO WS-REE-TOTAL
           END-PERFORM.
           CLOSE FSINALRT.
           MOVE WS-REE-FICHIER TO WS-NOM-FSINALRT.
      *
      ****** CONTROLE DE LA GENERATION PUIS BASCULE
           MOVE RETURN-CODE TO WS-RC-SAUVE.
           MOVE "B" TO WS-REE-FONCTION.
           CALL 'REECRIT' USING WS-REECRITURE
               ON EXCEPTION
                   MOVE "9" TO WS-REE-STATUT
           END-CALL.
           MOVE WS-RC-SAUVE TO RETURN-CODE.
           IF NOT WS-REE-OK
               DISPLAY "*** SINISTRES-ALERTES.txt NON REMPLACE ***"
               MOVE 16 TO RETURN-CODE
               GO TO 4000-REECRITURE-ALERTES-FIN
           END-IF.

           DISPLAY "ALERTES AU REGISTRE REECRITES: " WS-NB-ALERTES.

       4000-REECRITURE-ALERTES-FIN.
           EXIT.
