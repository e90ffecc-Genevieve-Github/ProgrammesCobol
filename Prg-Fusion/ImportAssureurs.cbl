       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPASSUR.
       AUTHOR. GENEVIEVE GIANNASI.
       INSTALLATION. PERSONAL PC.
       DATE-WRITTEN. 15-10-2026.
       DATE-COMPILED. 15-10-2026.
       SECURITY. NON-CONFIDENTIAL.
      ******************************************************************
      * OBJECTIF:
      * Import du flux des assureurs : leurs changements de produits
      * et de tarifs arrivaient en fichiers ou en courriers et etaient
      * ressaisis dans ASSURMAINT et AVTMAINT, souvent des semaines
      * plus tard.
      *
      * Chaque ligne de ASSUREURS-FLUX.txt (contrat, libelle, dates
      * de validite, date d'effet du changement) est controlee :
      *   - contrat numerique, libelle renseigne
      *   - dates validees par DATESERV, fin >= debut (ou 00000000)
      * puis appliquee :
      *   - contrat inconnu d'ASSURANCES.txt : CREATION du contrat
      *   - contrat connu : AVENANT dans ASSURANCES-AVENANTS.txt avec
      *     la sequence suivante du contrat (sequence maximum + 1,
      *     comme AVTMAINT) ; refuse si la date d'effet est anterieure
      *     a la derniere sequence appliquee, ou si la ligne n'apporte
      *     aucun changement a la derniere version du contrat
      * Les lignes refusees vont dans ASSUREURS-FLUX-REJETS.txt avec
      * leur motif. Chaque changement applique est journalise dans
      * MUTATIONS-JOURNAL.txt sous l'operateur systeme SYS (action A
      * creation, V avenant).
      *
      * En (S)IMULATION (choix par defaut) le programme liste ce qui
      * serait cree ou modifie et les rejets, sans rien ecrire dans
      * les contrats, les avenants ni le journal.
      * Code retour 4 s'il y a des rejets, 16 sur erreur de fichier.
      *
      * ASSURANCES.txt est reecrit par REECRIT (fonction "F",
      * enregistrements fixes de 139 octets) : nouvelle generation
      * controlee puis basculee.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ******** FLUX ENTRANT DES ASSUREURS
           SELECT FFLUX ASSIGN TO "ASSUREURS-FLUX.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FFLUX.

      ******** LIGNES DU FLUX REJETEES
           SELECT FREJET ASSIGN TO "ASSUREURS-FLUX-REJETS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FREJET.

      ******** FICHIER ASSURANCES
           SELECT FASSUR ASSIGN TO DYNAMIC WS-NOM-FASSUR
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FASSUR.

      ******** AVENANTS AUX CONTRATS (VERSIONS DATEES)
           SELECT FAVENANT ASSIGN TO "ASSURANCES-AVENANTS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FAVENANT.

      ******** JOURNAL PERMANENT DES MUTATIONS DES MAITRES
           SELECT FMUTATION ASSIGN TO "MUTATIONS-JOURNAL.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FMUTATION.

       DATA DIVISION.
       FILE SECTION.
      ******** FLUX ENTRANT DES ASSUREURS
           COPY 'COBOL-FD-FLUXASSUR.cpy'.

      ******** LIGNES DU FLUX REJETEES (MOTIF + LIGNE D'ORIGINE)
       FD  FREJET.
       01  RREJET PIC X(190).

      ******** FICHIER ASSURANCES
           COPY 'COBOL-FD-ASSURANCE.cpy'.

      ******** AVENANTS AUX CONTRATS (VERSIONS DATEES)
           COPY 'COBOL-FD-AVENANT.cpy'.

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
       01  WS-STATUS-FILE-FFLUX PIC X(02).
           88 WS-STATUS-FILE-FFLUX-OK  VALUE "00".
           88 WS-STATUS-FILE-FFLUX-EOF VALUE "10".
       01  WS-STATUS-FILE-FREJET PIC X(02).
           88 WS-STATUS-FILE-FREJET-OK  VALUE "00".
       01  WS-STATUS-FILE-FASSUR PIC X(02).
           88 WS-STATUS-FILE-FASSUR-OK  VALUE "00".
           88 WS-STATUS-FILE-FASSUR-EOF VALUE "10".
       01  WS-STATUS-FILE-FAVENANT PIC X(02).
           88 WS-STATUS-FILE-FAVENANT-OK  VALUE "00".
           88 WS-STATUS-FILE-FAVENANT-INEXISTANT VALUE "35".
       01  WS-STATUS-FILE-FMUTATION PIC X(02).
           88 WS-STATUS-FILE-FMUTATION-OK  VALUE "00".
           88 WS-STATUS-FILE-FMUTATION-INEXISTANT VALUE "35".

      *************************************
      *  MODE D'EXECUTION
      *************************************
       01  WS-SAISIE PIC X(01) VALUE SPACES.
       01  WS-MODE PIC X(01) VALUE "S".
           88 WS-MODE-SIMULATION  VALUE "S".
           88 WS-MODE-APPLICATION VALUE "A".

      *************************************
      *  TABLE DES CONTRATS CHARGES EN MEMOIRE
      *************************************
       01  WS-TABLE-CONTRATS.
           05 WS-CONTRAT-ENTRY OCCURS 500 INDEXED BY WS-INDICE.
               10 WS-CONTRAT-IMAGE PIC X(139).
       01  WS-NB-CONTRATS      PIC 9(03) VALUE ZEROES.
       01  WS-MAX-CONTRATS     PIC 9(03) VALUE 500.
       01  WS-CONTRAT-POSITION PIC 9(03) VALUE ZEROES.

      *************************************
      *  TABLE DES AVENANTS EXISTANTS
      *************************************
       01  WS-TABLE-AVENANTS.
           05 WS-AVT-ENTRY OCCURS 2000 INDEXED BY WS-INDICE2.
               10 WS-AVT-NUMACT     PIC 9(08).
               10 WS-AVT-SEQUENCE   PIC 9(03).
               10 WS-AVT-DATE-EFFET PIC 9(08).
               10 WS-AVT-LIBELLE    PIC X(101).
               10 WS-AVT-DATEDEBUT  PIC 9(08).
               10 WS-AVT-DATEFIN    PIC 9(08).
       01  WS-NB-AVENANTS  PIC 9(04) VALUE ZEROES.
       01  WS-MAX-AVENANTS PIC 9(04) VALUE 2000.

      *************************************
      *  LIGNE DU FLUX EN COURS ET DERNIERE VERSION DU CONTRAT
      *************************************
       01  WS-NUMACT      PIC 9(08) VALUE ZEROES.
       01  WS-DATEDEBUT   PIC 9(08) VALUE ZEROES.
       01  WS-DATEFIN     PIC 9(08) VALUE ZEROES.
       01  WS-DATE-EFFET  PIC 9(08) VALUE ZEROES.
       01  WS-SEQ-MAX     PIC 9(03) VALUE ZEROES.
       01  WS-EFFET-MAX   PIC 9(08) VALUE ZEROES.
       01  WS-VERSION-LIBELLE   PIC X(101) VALUE SPACES.
       01  WS-VERSION-DATEDEBUT PIC 9(08) VALUE ZEROES.
       01  WS-VERSION-DATEFIN   PIC 9(08) VALUE ZEROES.
       01  WS-MOTIF-REJET PIC X(40) VALUE SPACES.
       01  WS-DATE-A-CONTROLER PIC 9(08) VALUE ZEROES.
       01  WS-DATE-VALIDE PIC X(01) VALUE "O".
           88 WS-DATE-VALIDE-OUI VALUE "O".
       01  WS-CONTRAT-TROUVE PIC X(01) VALUE "N".
           88 WS-CONTRAT-TROUVE-OUI VALUE "O".
       01  WS-FICHIER-MODIFIE PIC X(01) VALUE "N".
           88 WS-FICHIER-MODIFIE-OUI VALUE "O".

      ****** SERVICE PARTAGE DES DATES (DATESERV)
       01  WS-DATESERV.
           05  WS-DTS-FONCTION PIC X(01) VALUE "V".
           05  WS-DTS-DATE1  PIC 9(08) VALUE ZEROES.
           05  WS-DTS-DATE2  PIC 9(08) VALUE ZEROES.
           05  WS-DTS-JOURS  PIC S9(05) VALUE ZEROES.
           05  WS-DTS-STATUT PIC X(01) VALUE "0".
               88  WS-DTS-STATUT-OK VALUE "0".

      *************************************
      *  JOURNAL DES MUTATIONS : OPERATEUR SYSTEME ET IMAGES
      *  AVANT/APRES DE LA LIGNE APPLIQUEE
      *************************************
       01  WS-OPERATEUR PIC X(03) VALUE "SYS".
       01  WS-MUT-ACTION PIC X(01) VALUE SPACES.
       01  WS-IMAGE-AVANT PIC X(190) VALUE SPACES.
       01  WS-IMAGE-APRES PIC X(190) VALUE SPACES.

      *************************************
      *  COMPTEURS
      *************************************
       01  WS-COMPTEUR-LUES      PIC 9(05) VALUE ZEROES.
       01  WS-COMPTEUR-CREATIONS PIC 9(05) VALUE ZEROES.
       01  WS-COMPTEUR-AVENANTS  PIC 9(05) VALUE ZEROES.
       01  WS-COMPTEUR-REJETS    PIC 9(05) VALUE ZEROES.
       01  WS-LIGNE PIC X(190) VALUE SPACES.

      ***********************************************
      * REECRITURE SURE DES FICHIERS PERMANENTS (REECRIT) :
      * LES CONTRATS SONT ECRITS DANS UNE NOUVELLE GENERATION,
      * CONTROLEE (NOMBRE, TOTAL DES NUMEROS DE CONTRAT) PUIS
      * BASCULEE ; ENREGISTREMENTS FIXES SANS DELIMITEUR
      ***********************************************
       01  WS-NOM-FASSUR PIC X(40) VALUE "ASSURANCES.txt".
       01  WS-REECRITURE.
           05  WS-REE-FONCTION  PIC X(01) VALUE "R".
           05  WS-REE-FICHIER   PIC X(40) VALUE "ASSURANCES.txt".
           05  WS-REE-NOUVEAU   PIC X(40) VALUE SPACES.
           05  WS-REE-PROGRAMME PIC X(08) VALUE "IMPASSUR".
           05  WS-REE-POSITION  PIC 9(04) VALUE 1.
           05  WS-REE-LONGUEUR  PIC 9(02) VALUE 8.
           05  WS-REE-DECIMALES PIC 9(01) VALUE ZERO.
           05  WS-REE-NB-ENREG  PIC 9(09) VALUE ZEROES.
           05  WS-REE-TOTAL     PIC 9(13)V99 VALUE ZEROES.
           05  WS-REE-STATUT    PIC X(01) VALUE SPACES.
               88  WS-REE-OK VALUE "0" "1" "2".
       01  WS-REE-FIXE.
           05  WS-REE-LONGUEUR-ENREG PIC 9(04) VALUE 139.

       PROCEDURE DIVISION.
       0000-MAIN-DEB.
      *******************************************************
      *  PARAGRAPHE PRINCIPAL
      *******************************************************
           DISPLAY "IMPORT DU FLUX DES ASSUREURS".
           DISPLAY "(S)IMULATION OU (A)PPLICATION (DEFAUT S): "
                   NO ADVANCING.
           ACCEPT WS-SAISIE.
           MOVE FUNCTION UPPER-CASE (WS-SAISIE) TO WS-SAISIE.
           IF WS-SAISIE = "A"
               MOVE "A" TO WS-MODE
               DISPLAY "--> APPLICATION: LES CHANGEMENTS SERONT ECRITS"
           ELSE
               MOVE "S" TO WS-MODE
               DISPLAY "--> SIMULATION: AUCUNE ECRITURE"
           END-IF.
      *
      *********** REPRISE D'UNE REECRITURE INTERROMPUE DES CONTRATS
           MOVE "R" TO WS-REE-FONCTION.
           CALL 'REECRIT' USING WS-REECRITURE WS-REE-FIXE
               ON EXCEPTION
                   DISPLAY "--> SOUS-PROGRAMME REECRIT INTROUVABLE"
                   MOVE 16 TO RETURN-CODE
                   GO TO 0000-MAIN-FIN
           END-CALL.
      *
      *********** CHARGEMENT DES CONTRATS ET DES AVENANTS
           PERFORM 1000-CHARGEMENT-CONTRATS-DEBUT
              THRU 1000-CHARGEMENT-CONTRATS-FIN.
           IF RETURN-CODE = 16
               GO TO 0000-MAIN-FIN
           END-IF.
           PERFORM 1100-CHARGEMENT-AVENANTS-DEBUT
              THRU 1100-CHARGEMENT-AVENANTS-FIN.
      *
      *********** OUVERTURE DU FLUX ET DU FICHIER DES REJETS
           OPEN INPUT FFLUX.
           IF NOT WS-STATUS-FILE-FFLUX-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FFLUX': "
                       WS-STATUS-FILE-FFLUX
               MOVE 16 TO RETURN-CODE
               GO TO 0000-MAIN-FIN
           END-IF.
           OPEN OUTPUT FREJET.
           IF NOT WS-STATUS-FILE-FREJET-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FREJET': "
                       WS-STATUS-FILE-FREJET
               CLOSE FFLUX
               MOVE 16 TO RETURN-CODE
               GO TO 0000-MAIN-FIN
           END-IF.
      *
      *********** TRAITEMENT DES LIGNES DU FLUX
           PERFORM UNTIL NOT WS-STATUS-FILE-FFLUX-OK
               READ FFLUX
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO WS-COMPTEUR-LUES
                       PERFORM 2000-TRAITEMENT-LIGNE-DEBUT
                          THRU 2000-TRAITEMENT-LIGNE-FIN
               END-READ
           END-PERFORM.
           CLOSE FFLUX FREJET.
      *
      *********** REECRITURE DU FICHIER DES CONTRATS SI CREATIONS
           IF WS-MODE-APPLICATION
           AND WS-FICHIER-MODIFIE-OUI
               PERFORM 5000-REECRITURE-CONTRATS-DEBUT
                  THRU 5000-REECRITURE-CONTRATS-FIN
           END-IF.

           DISPLAY "==============================================".
           IF WS-MODE-SIMULATION
               DISPLAY "SIMULATION - AUCUN FICHIER MODIFIE"
           END-IF.
           DISPLAY "LIGNES LUES       : " WS-COMPTEUR-LUES.
           DISPLAY "CONTRATS CREES    : " WS-COMPTEUR-CREATIONS.
           DISPLAY "AVENANTS AJOUTES  : " WS-COMPTEUR-AVENANTS.
           DISPLAY "LIGNES REJETEES   : " WS-COMPTEUR-REJETS.
           DISPLAY "==============================================".

           IF WS-COMPTEUR-REJETS > ZEROES
           AND RETURN-CODE = ZEROES
               MOVE 4 TO RETURN-CODE
           END-IF.

       0000-MAIN-FIN.
           GOBACK.

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

           DISPLAY "NOMBRE DE CONTRATS CHARGES EN MEMOIRE: "
                   WS-NB-CONTRATS.

       1000-CHARGEMENT-CONTRATS-FIN.
           EXIT.

      *******************************************************
      *  CHARGEMENT DES AVENANTS EXISTANTS EN TABLE
      *******************************************************
       1100-CHARGEMENT-AVENANTS-DEBUT.

           OPEN INPUT FAVENANT.
           IF NOT WS-STATUS-FILE-FAVENANT-OK
               DISPLAY "--> AUCUN AVENANT EXISTANT"
               GO TO 1100-CHARGEMENT-AVENANTS-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FAVENANT-OK
               READ FAVENANT
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-NB-AVENANTS < WS-MAX-AVENANTS
                       AND RAVT-NUMACT IS NUMERIC
                       AND RAVT-SEQUENCE IS NUMERIC
                           ADD 1 TO WS-NB-AVENANTS
                           SET WS-INDICE2 TO WS-NB-AVENANTS
                           MOVE RAVT-NUMACT
                                TO WS-AVT-NUMACT (WS-INDICE2)
                           MOVE RAVT-SEQUENCE
                                TO WS-AVT-SEQUENCE (WS-INDICE2)
                           MOVE RAVT-DATE-EFFET
                                TO WS-AVT-DATE-EFFET (WS-INDICE2)
                           MOVE RAVT-LIBELLE
                                TO WS-AVT-LIBELLE (WS-INDICE2)
                           MOVE RAVT-DATEDEBUT
                                TO WS-AVT-DATEDEBUT (WS-INDICE2)
                           MOVE RAVT-DATEFIN
                                TO WS-AVT-DATEFIN (WS-INDICE2)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FAVENANT.

           DISPLAY "NOMBRE D'AVENANTS CHARGES: " WS-NB-AVENANTS.

       1100-CHARGEMENT-AVENANTS-FIN.
           EXIT.

      *******************************************************
      *  CONTROLE CALENDAIRE D'UNE DATE PAR DATESERV
      *******************************************************
       1400-CONTROLE-DATE-DEBUT.

           MOVE "O" TO WS-DATE-VALIDE.
           MOVE "V" TO WS-DTS-FONCTION.
           MOVE WS-DATE-A-CONTROLER TO WS-DTS-DATE1.
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
      *  CONTROLE ET APPLICATION D'UNE LIGNE DU FLUX
      *******************************************************
       2000-TRAITEMENT-LIGNE-DEBUT.
      *
      ****** CONTROLES DE FORME
           IF FLX-NUMACT NOT NUMERIC
               MOVE "NUMERO DE CONTRAT NON NUMERIQUE"
                    TO WS-MOTIF-REJET
               PERFORM 2900-REJET-LIGNE-DEBUT
                  THRU 2900-REJET-LIGNE-FIN
               GO TO 2000-TRAITEMENT-LIGNE-FIN
           END-IF.
           MOVE FLX-NUMACT TO WS-NUMACT.
           IF FLX-LIBELLE = SPACES
               MOVE "LIBELLE ABSENT" TO WS-MOTIF-REJET
               PERFORM 2900-REJET-LIGNE-DEBUT
                  THRU 2900-REJET-LIGNE-FIN
               GO TO 2000-TRAITEMENT-LIGNE-FIN
           END-IF.
           IF FLX-DATEDEBUT NOT NUMERIC
           OR FLX-DATEFIN NOT NUMERIC
           OR FLX-DATE-EFFET NOT NUMERIC
               MOVE "DATE NON NUMERIQUE" TO WS-MOTIF-REJET
               PERFORM 2900-REJET-LIGNE-DEBUT
                  THRU 2900-REJET-LIGNE-FIN
               GO TO 2000-TRAITEMENT-LIGNE-FIN
           END-IF.
           MOVE FLX-DATEDEBUT  TO WS-DATEDEBUT.
           MOVE FLX-DATEFIN    TO WS-DATEFIN.
           MOVE FLX-DATE-EFFET TO WS-DATE-EFFET.
      *
      ****** DATES CALENDAIRES (DATESERV)
           MOVE WS-DATEDEBUT TO WS-DATE-A-CONTROLER.
           PERFORM 1400-CONTROLE-DATE-DEBUT
              THRU 1400-CONTROLE-DATE-FIN.
           IF NOT WS-DATE-VALIDE-OUI
               MOVE "DATE DE DEBUT INVALIDE" TO WS-MOTIF-REJET
               PERFORM 2900-REJET-LIGNE-DEBUT
                  THRU 2900-REJET-LIGNE-FIN
               GO TO 2000-TRAITEMENT-LIGNE-FIN
           END-IF.
           IF WS-DATEFIN NOT = ZEROES
               MOVE WS-DATEFIN TO WS-DATE-A-CONTROLER
               PERFORM 1400-CONTROLE-DATE-DEBUT
                  THRU 1400-CONTROLE-DATE-FIN
               IF NOT WS-DATE-VALIDE-OUI
                   MOVE "DATE DE FIN INVALIDE" TO WS-MOTIF-REJET
                   PERFORM 2900-REJET-LIGNE-DEBUT
                      THRU 2900-REJET-LIGNE-FIN
                   GO TO 2000-TRAITEMENT-LIGNE-FIN
               END-IF
               IF WS-DATEFIN < WS-DATEDEBUT
                   MOVE "DATE DE FIN ANTERIEURE AU DEBUT"
                        TO WS-MOTIF-REJET
                   PERFORM 2900-REJET-LIGNE-DEBUT
                      THRU 2900-REJET-LIGNE-FIN
                   GO TO 2000-TRAITEMENT-LIGNE-FIN
               END-IF
           END-IF.
           MOVE WS-DATE-EFFET TO WS-DATE-A-CONTROLER.
           PERFORM 1400-CONTROLE-DATE-DEBUT
              THRU 1400-CONTROLE-DATE-FIN.
           IF NOT WS-DATE-VALIDE-OUI
               MOVE "DATE D'EFFET INVALIDE" TO WS-MOTIF-REJET
               PERFORM 2900-REJET-LIGNE-DEBUT
                  THRU 2900-REJET-LIGNE-FIN
               GO TO 2000-TRAITEMENT-LIGNE-FIN
           END-IF.
      *
      ****** CONTRAT INCONNU : CREATION, SINON AVENANT
           MOVE "N" TO WS-CONTRAT-TROUVE.
           MOVE ZEROES TO WS-CONTRAT-POSITION.
           PERFORM VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-NB-CONTRATS
                      OR WS-CONTRAT-TROUVE-OUI
               IF WS-CONTRAT-IMAGE (WS-INDICE) (1:8) = FLX-NUMACT
                   MOVE "O" TO WS-CONTRAT-TROUVE
                   SET WS-CONTRAT-POSITION TO WS-INDICE
               END-IF
           END-PERFORM.

           IF WS-CONTRAT-TROUVE-OUI
               PERFORM 3000-AVENANT-DEBUT
                  THRU 3000-AVENANT-FIN
           ELSE
               PERFORM 2500-CREATION-DEBUT
                  THRU 2500-CREATION-FIN
           END-IF.

       2000-TRAITEMENT-LIGNE-FIN.
           EXIT.

      *******************************************************
      *  CREATION D'UN CONTRAT INCONNU D'ASSURANCES.txt
      *******************************************************
       2500-CREATION-DEBUT.

           IF WS-NB-CONTRATS >= WS-MAX-CONTRATS
               MOVE "TABLE DES CONTRATS PLEINE" TO WS-MOTIF-REJET
               PERFORM 2900-REJET-LIGNE-DEBUT
                  THRU 2900-REJET-LIGNE-FIN
               GO TO 2500-CREATION-FIN
           END-IF.

           MOVE SPACES TO RASSUR.
           MOVE WS-NUMACT     TO RASSUR-NUMACT.
           MOVE FLX-LIBELLE   TO RASSUR-LIBELLE.
           MOVE WS-DATEDEBUT  TO RASSUR-DATEDEBUT.
           MOVE WS-DATEFIN    TO RASSUR-DATEFIN.
           ADD 1 TO WS-NB-CONTRATS.
           SET WS-INDICE TO WS-NB-CONTRATS.
           MOVE RASSUR TO WS-CONTRAT-IMAGE (WS-INDICE).
           MOVE "O" TO WS-FICHIER-MODIFIE.
           ADD 1 TO WS-COMPTEUR-CREATIONS.

           DISPLAY "--> CREATION " WS-NUMACT " DU " WS-DATEDEBUT
                   " AU " WS-DATEFIN " " FLX-LIBELLE (1:30).

           IF WS-MODE-APPLICATION
               MOVE "A" TO WS-MUT-ACTION
               MOVE SPACES TO WS-IMAGE-AVANT WS-IMAGE-APRES
               MOVE RASSUR TO WS-IMAGE-APRES (1:139)
               PERFORM 9000-JOURNALISER-MUTATION-DEBUT
                  THRU 9000-JOURNALISER-MUTATION-FIN
           END-IF.

       2500-CREATION-FIN.
           EXIT.

      *******************************************************
      *  REJET D'UNE LIGNE DU FLUX (MOTIF + LIGNE D'ORIGINE)
      *******************************************************
       2900-REJET-LIGNE-DEBUT.

           ADD 1 TO WS-COMPTEUR-REJETS.
           MOVE SPACES TO WS-LIGNE.
           STRING WS-MOTIF-REJET " " RFLUX
                  DELIMITED BY SIZE INTO WS-LIGNE.
           MOVE WS-LIGNE TO RREJET.
           WRITE RREJET.
           DISPLAY "--> REJET LIGNE " WS-COMPTEUR-LUES " CONTRAT "
                   FLX-NUMACT ": " WS-MOTIF-REJET.

       2900-REJET-LIGNE-FIN.
           EXIT.

      *******************************************************
      *  CHANGEMENT D'UN CONTRAT CONNU : AVENANT A LA SEQUENCE
      *  SUIVANTE, DATE D'EFFET JAMAIS EN ARRIERE
      *******************************************************
       3000-AVENANT-DEBUT.
      *
      ****** DERNIERE VERSION DU CONTRAT : CONTRAT DE BASE, PUIS
      ****** AVENANT DE PLUS FORTE SEQUENCE
           SET WS-INDICE TO WS-CONTRAT-POSITION.
           MOVE WS-CONTRAT-IMAGE (WS-INDICE) TO RASSUR.
           MOVE RASSUR-LIBELLE TO WS-VERSION-LIBELLE.
           MOVE RASSUR-DATEDEBUT TO WS-VERSION-DATEDEBUT.
           MOVE RASSUR-DATEFIN TO WS-VERSION-DATEFIN.
           MOVE ZEROES TO WS-SEQ-MAX WS-EFFET-MAX.
           PERFORM VARYING WS-INDICE2 FROM 1 BY 1
                   UNTIL WS-INDICE2 > WS-NB-AVENANTS
               IF WS-AVT-NUMACT (WS-INDICE2) = WS-NUMACT
                   IF WS-AVT-SEQUENCE (WS-INDICE2) > WS-SEQ-MAX
                       MOVE WS-AVT-SEQUENCE (WS-INDICE2)
                            TO WS-SEQ-MAX
                       MOVE WS-AVT-LIBELLE (WS-INDICE2)
                            TO WS-VERSION-LIBELLE
                       MOVE WS-AVT-DATEDEBUT (WS-INDICE2)
                            TO WS-VERSION-DATEDEBUT
                       MOVE WS-AVT-DATEFIN (WS-INDICE2)
                            TO WS-VERSION-DATEFIN
                   END-IF
                   IF WS-AVT-DATE-EFFET (WS-INDICE2) > WS-EFFET-MAX
                       MOVE WS-AVT-DATE-EFFET (WS-INDICE2)
                            TO WS-EFFET-MAX
                   END-IF
               END-IF
           END-PERFORM.
      *
      ****** CONTROLES DE COHERENCE AVEC LES VERSIONS EXISTANTES
           IF WS-DATE-EFFET < WS-EFFET-MAX
               MOVE SPACES TO WS-MOTIF-REJET
               STRING "EFFET ANTERIEUR A L'AVENANT DU "
                      WS-EFFET-MAX
                      DELIMITED BY SIZE INTO WS-MOTIF-REJET
               PERFORM 2900-REJET-LIGNE-DEBUT
                  THRU 2900-REJET-LIGNE-FIN
               GO TO 3000-AVENANT-FIN
           END-IF.
           IF FLX-LIBELLE = WS-VERSION-LIBELLE
           AND WS-DATEDEBUT = WS-VERSION-DATEDEBUT
           AND WS-DATEFIN = WS-VERSION-DATEFIN
               MOVE "AUCUN CHANGEMENT SUR LA DERNIERE VERSION"
                    TO WS-MOTIF-REJET
               PERFORM 2900-REJET-LIGNE-DEBUT
                  THRU 2900-REJET-LIGNE-FIN
               GO TO 3000-AVENANT-FIN
           END-IF.
           IF WS-SEQ-MAX >= 999
           OR WS-NB-AVENANTS >= WS-MAX-AVENANTS
               MOVE "PLUS DE SEQUENCE D'AVENANT DISPONIBLE"
                    TO WS-MOTIF-REJET
               PERFORM 2900-REJET-LIGNE-DEBUT
                  THRU 2900-REJET-LIGNE-FIN
               GO TO 3000-AVENANT-FIN
           END-IF.
      *
      ****** AVENANT : IMAGE AVANT = DERNIERE VERSION DU CONTRAT
           MOVE SPACES TO RAVENANT.
           MOVE WS-NUMACT TO RAVT-NUMACT.
           MOVE WS-SEQ-MAX TO RAVT-SEQUENCE.
           MOVE WS-EFFET-MAX TO RAVT-DATE-EFFET.
           MOVE WS-VERSION-LIBELLE TO RAVT-LIBELLE.
           MOVE WS-VERSION-DATEDEBUT TO RAVT-DATEDEBUT.
           MOVE WS-VERSION-DATEFIN TO RAVT-DATEFIN.
           MOVE SPACES TO WS-IMAGE-AVANT.
           MOVE RAVENANT TO WS-IMAGE-AVANT (1:140).

           MOVE SPACES TO RAVENANT.
           MOVE WS-NUMACT TO RAVT-NUMACT.
           COMPUTE RAVT-SEQUENCE = WS-SEQ-MAX + 1.
           MOVE WS-DATE-EFFET TO RAVT-DATE-EFFET.
           MOVE FLX-LIBELLE TO RAVT-LIBELLE.
           MOVE WS-DATEDEBUT TO RAVT-DATEDEBUT.
           MOVE WS-DATEFIN TO RAVT-DATEFIN.
           MOVE SPACES TO WS-IMAGE-APRES.
           MOVE RAVENANT TO WS-IMAGE-APRES (1:140).

           DISPLAY "--> AVENANT " WS-NUMACT " SEQ " RAVT-SEQUENCE
                   " EFFET " WS-DATE-EFFET " " FLX-LIBELLE (1:30).

           IF WS-MODE-APPLICATION
               OPEN EXTEND FAVENANT
               IF WS-STATUS-FILE-FAVENANT-INEXISTANT
                   OPEN OUTPUT FAVENANT
               END-IF
               IF NOT WS-STATUS-FILE-FAVENANT-OK
                   DISPLAY "ERREUR OUVERTURE FICHIER 'FAVENANT': "
                           WS-STATUS-FILE-FAVENANT
                   MOVE 16 TO RETURN-CODE
                   GO TO 3000-AVENANT-FIN
               END-IF
               WRITE RAVENANT
               IF NOT WS-STATUS-FILE-FAVENANT-OK
                   DISPLAY "ERREUR ECRITURE FICHIER 'FAVENANT': "
                           WS-STATUS-FILE-FAVENANT
                   MOVE 16 TO RETURN-CODE
                   CLOSE FAVENANT
                   GO TO 3000-AVENANT-FIN
               END-IF
               CLOSE FAVENANT
               MOVE "V" TO WS-MUT-ACTION
               PERFORM 9000-JOURNALISER-MUTATION-DEBUT
                  THRU 9000-JOURNALISER-MUTATION-FIN
           END-IF.
      *
      ****** L'AVENANT ENTRE DANS LES CONTROLES DES LIGNES SUIVANTES
           ADD 1 TO WS-NB-AVENANTS.
           SET WS-INDICE2 TO WS-NB-AVENANTS.
           MOVE WS-NUMACT TO WS-AVT-NUMACT (WS-INDICE2).
           MOVE RAVT-SEQUENCE TO WS-AVT-SEQUENCE (WS-INDICE2).
           MOVE WS-DATE-EFFET TO WS-AVT-DATE-EFFET (WS-INDICE2).
           MOVE FLX-LIBELLE TO WS-AVT-LIBELLE (WS-INDICE2).
           MOVE WS-DATEDEBUT TO WS-AVT-DATEDEBUT (WS-INDICE2).
           MOVE WS-DATEFIN TO WS-AVT-DATEFIN (WS-INDICE2).
           ADD 1 TO WS-COMPTEUR-AVENANTS.

       3000-AVENANT-FIN.
           EXIT.

      *******************************************************
      *  REECRITURE COMPLETE DU FICHIER DES CONTRATS
      *******************************************************
       5000-REECRITURE-CONTRATS-DEBUT.

      ****** ECRITURE DANS LA NOUVELLE GENERATION
           MOVE WS-REE-NOUVEAU TO WS-NOM-FASSUR.
           MOVE ZEROES TO WS-REE-NB-ENREG WS-REE-TOTAL.
           OPEN OUTPUT FASSUR.
           IF NOT WS-STATUS-FILE-FASSUR-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FASSUR': "
                       WS-STATUS-FILE-FASSUR
               MOVE WS-REE-FICHIER TO WS-NOM-FASSUR
               MOVE 16 TO RETURN-CODE
               GO TO 5000-REECRITURE-CONTRATS-FIN
           END-IF.

           PERFORM VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-NB-CONTRATS
               MOVE WS-CONTRAT-IMAGE (WS-INDICE) TO RASSUR
               WRITE RASSUR
               IF NOT WS-STATUS-FILE-FASSUR-OK
                   DISPLAY "ERREUR ECRITURE FICHIER 'FASSUR': "
                           WS-STATUS-FILE-FASSUR
                   MOVE 16 TO RETURN-CODE
               END-IF
               ADD 1 TO WS-REE-NB-ENREG
               IF RASSUR-NUMACT IS NUMERIC
                   ADD RASSUR-NUMACT TO WS-REE-TOTAL
               END-IF
           END-PERFORM.
           CLOSE FASSUR.
           MOVE WS-REE-FICHIER TO WS-NOM-FASSUR.
      *
      ****** CONTROLE DE LA GENERATION PUIS BASCULE (FIXE)
           MOVE "F" TO WS-REE-FONCTION.
           CALL 'REECRIT' USING WS-REECRITURE WS-REE-FIXE
               ON EXCEPTION
                   MOVE "9" TO WS-REE-STATUT
           END-CALL.
           IF NOT WS-REE-OK
               DISPLAY "*** ASSURANCES.txt NON REMPLACE ***"
               MOVE 16 TO RETURN-CODE
               GO TO 5000-REECRITURE-CONTRATS-FIN
           END-IF.

           DISPLAY "NOMBRE DE CONTRATS REECRITS: " WS-NB-CONTRATS.

       5000-REECRITURE-CONTRATS-FIN.
           EXIT.

      *******************************************************
      *  AJOUT D'UNE LIGNE AU JOURNAL PERMANENT DES MUTATIONS
      *  (OPERATEUR SYSTEME, ACTION, IMAGES AVANT/APRES)
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
           MOVE "IMPASSUR"        TO MUT-PROGRAMME.
           MOVE WS-MUT-ACTION     TO MUT-ACTION.
           MOVE WS-NUMACT         TO MUT-CLE.
           MOVE WS-IMAGE-AVANT    TO MUT-AVANT.
           MOVE WS-IMAGE-APRES    TO MUT-APRES.
           WRITE RMUTATION.
           CLOSE FMUTATION.

       9000-JOURNALISER-MUTATION-FIN.
           EXIT.
