       IDENTIFICATION DIVISION.
       PROGRAM-ID. RAPSOLDE.
       AUTHOR. GENEVIEVE GIANNASI.
       INSTALLATION. PERSONAL PC.
       DATE-WRITTEN. 15-10-2026.
       DATE-COMPILED. 15-10-2026.
       SECURITY. NON-CONFIDENTIAL.
      ******************************************************************
      * OBJECTIF:
      * Rapprochement des soldes avant et apres le passage de tous
      * les programmes de creances au sous-programme partage SOLDECLI.
      * La regle "facture TTC moins REGLEMENTS.txt moins AVOIRS.txt"
      * etait recodee client par client dans INTERETS, PERTES,
      * ARCHIVAGE, EFFACEMENT, PREVISION, REEVALUATION, SCORING et
      * KPIPACK, sans groupe payeur, sans echeancier et sans les
      * reglements rejetes : un meme client pouvait etre "solde a
      * zero" pour l'un et "en retard" pour l'autre.
      *
      * Pour chaque identifiant present dans FICHIERSOR.txt,
      * REGLEMENTS.txt ou AVOIRS.txt, le traitement recalcule
      * l'ancienne regle (facture TTC, a defaut HT, moins reglements
      * moins avoirs de l'identifiant lui-meme) et la compare au
      * solde que rend SOLDECLI a ce jour. Une ligne est ecrite dans
      * RAPPROCHEMENT-SOLDES.txt pour tout client dont le solde ou
      * le facture change, avec la raison probable :
      *   GROUPE  le client est membre d'un groupe payeur : le solde
      *           rendu est celui du compte du groupe
      *   REJET   un reglement du client est revenu impaye
      *   REMB    un remboursement a ete verse au client
      *   PLAN    le compte est sous echeancier
      *   DATE    mouvement date apres ce jour (ignore par SOLDECLI)
      * Les comptes de groupe qui n'existaient pas sous l'ancienne
      * regle sont listes a part. Le moindre ecart rend le code
      * retour 4 : le rapport est a lire avant la premiere nuit.
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

      ******** FICHIER DES REGLEMENTS RECUS
           SELECT FREGL ASSIGN TO "REGLEMENTS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FREGL.

      ******** FICHIER DES AVOIRS EMIS
           SELECT FAVOIR ASSIGN TO "AVOIRS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FAVOIR.

      ******** RAPPORT DE RAPPROCHEMENT DES SOLDES
           SELECT FRAPPORT ASSIGN TO "RAPPROCHEMENT-SOLDES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FRAPPORT.

       DATA DIVISION.
       FILE SECTION.
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
           05  FILLER               PIC X(12).

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

      ******** RAPPORT DE RAPPROCHEMENT DES SOLDES
       FD  FRAPPORT.
       01  RRAPPORT PIC X(132).

       WORKING-STORAGE SECTION.
      ***********************************************
      * DEFINTION DES STATUS DES FICHIERS
      ***********************************************
       01  WS-STATUS-FILE-FCLISOR PIC X(02).
           88 WS-STATUS-FILE-FCLISOR-OK  VALUE "00".
           88 WS-STATUS-FILE-FCLISOR-EOF VALUE "10".
       01  WS-STATUS-FILE-FREGL PIC X(02).
           88 WS-STATUS-FILE-FREGL-OK  VALUE "00".
           88 WS-STATUS-FILE-FREGL-EOF VALUE "10".
       01  WS-STATUS-FILE-FAVOIR PIC X(02).
           88 WS-STATUS-FILE-FAVOIR-OK  VALUE "00".
           88 WS-STATUS-FILE-FAVOIR-EOF VALUE "10".
       01  WS-STATUS-FILE-FRAPPORT PIC X(02).
           88 WS-STATUS-FILE-FRAPPORT-OK  VALUE "00".

      ******************************************
      *  ANCIENNE REGLE PAR IDENTIFIANT : FACTURE TTC (A
      *  DEFAUT HT), REGLEMENTS ET AVOIRS DU SEUL IDENTIFIANT
      ******************************************
       01  WS-TABLE-CLIENTS.
           05 WS-CLI-ENTRY OCCURS 5000 INDEXED BY WS-INDICE.
               10 WS-CLI-ID       PIC X(08).
               10 WS-CLI-FACTURE  PIC 9(09)V99.
               10 WS-CLI-CREDIT   PIC 9(09)V99.
               10 WS-CLI-POSTDATE PIC X(01).
       01  WS-NB-CLIENTS  PIC 9(04) VALUE ZEROES.
       01  WS-MAX-CLIENTS PIC 9(04) VALUE 5000.
       01  WS-TROUVE PIC X(01) VALUE "N".
           88 WS-TROUVE-OUI VALUE "O".

      ******************************************
      *  MOUVEMENT EN COURS DE CUMUL
      ******************************************
       01  WS-MVT-ID       PIC X(08) VALUE SPACES.
       01  WS-MVT-DATE     PIC X(08) VALUE SPACES.
       01  WS-MVT-FACTURE  PIC 9(09)V99 VALUE ZEROES.
       01  WS-MVT-CREDIT   PIC 9(09)V99 VALUE ZEROES.

      ******************************************
      *  COMPARAISON ET EDITION
      ******************************************
       01  WS-DATE-JOUR PIC 9(08) VALUE ZEROES.
       01  WS-ANCIEN  PIC S9(09)V99 VALUE ZEROES.
       01  WS-NOUVEAU PIC S9(09)V99 VALUE ZEROES.
       01  WS-ECART   PIC S9(09)V99 VALUE ZEROES.
       01  WS-MOTIF   PIC X(40) VALUE SPACES.
       01  WS-POINTEUR PIC 9(03) VALUE 1.
       01  WS-COMPTEUR-ECARTS   PIC 9(05) VALUE ZEROES.
       01  WS-COMPTEUR-GROUPES  PIC 9(05) VALUE ZEROES.
       01  WS-EDIT-ANCIEN  PIC -Z.ZZZ.ZZZ.ZZ9,99.
       01  WS-EDIT-NOUVEAU PIC -Z.ZZZ.ZZZ.ZZ9,99.
       01  WS-EDIT-ECART   PIC -Z.ZZZ.ZZZ.ZZ9,99.
       01  WS-LIGNE PIC X(132) VALUE SPACES.

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

      ***********************************************
      * MANIFESTE DES SORTIES (MANIFEST) : FICHIERSOR.txt
      * VERIFIE AVANT TRAITEMENT (NOMBRE, TOTAL HT, CLE)
      ***********************************************
       01  WS-MANIFESTE.
           05  WS-MAN-FONCTION  PIC X(01) VALUE "V".
           05  WS-MAN-FICHIER   PIC X(30) VALUE "FICHIERSOR.txt".
           05  WS-MAN-PROGRAMME PIC X(08) VALUE "RAPSOLDE".
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
               MOVE 16 TO RETURN-CODE
               GO TO 0000-MAIN-FIN
           END-IF.
      *
           DISPLAY "RAPPROCHEMENT DES SOLDES ANCIENNE REGLE / SOLDECLI".
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATE-JOUR.
      *
      *********** SOLDES DU SOUS-PROGRAMME PARTAGE
           MOVE "C" TO WS-SOL-FONCTION.
           CALL 'SOLDECLI' USING WS-SOLDECLI
               ON EXCEPTION
                   MOVE "9" TO WS-SOL-STATUT
           END-CALL.
           IF NOT WS-SOL-STATUT-OK
               DISPLAY "ERREUR CHARGEMENT DES SOLDES (SOLDECLI): "
                       "FICHIERSOR.txt ILLISIBLE OU SERVICE ABSENT"
               MOVE 16 TO RETURN-CODE
               GO TO 0000-MAIN-FIN
           END-IF.
      *
      *********** ANCIENNE REGLE PAR IDENTIFIANT
           PERFORM 1000-ANCIENNE-REGLE-DEBUT
              THRU 1000-ANCIENNE-REGLE-FIN.
      *
      *********** COMPARAISON ET RAPPORT
           OPEN OUTPUT FRAPPORT.
           IF NOT WS-STATUS-FILE-FRAPPORT-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FRAPPORT': "
                       WS-STATUS-FILE-FRAPPORT
               MOVE 16 TO RETURN-CODE
               GO TO 0000-MAIN-FIN
           END-IF.

           MOVE SPACES TO WS-LIGNE.
           STRING "RAPPROCHEMENT DES SOLDES AU " WS-DATE-JOUR
                  " : ANCIENNE REGLE (PAR IDENTIFIANT) / SOLDECLI"
                  DELIMITED BY SIZE INTO WS-LIGNE.
           MOVE WS-LIGNE TO RRAPPORT.
           WRITE RRAPPORT.
           MOVE SPACES TO WS-LIGNE.
           STRING "CLIENT   PAYEUR   "
                  "      ANCIEN SOLDE      NOUVEAU SOLDE"
                  "              ECART  MOTIF"
                  DELIMITED BY SIZE INTO WS-LIGNE.
           MOVE WS-LIGNE TO RRAPPORT.
           WRITE RRAPPORT.

           PERFORM 2000-COMPARAISON-DEBUT
              THRU 2000-COMPARAISON-FIN.
           PERFORM 3000-COMPTES-DE-GROUPE-DEBUT
              THRU 3000-COMPTES-DE-GROUPE-FIN.

           MOVE SPACES TO WS-LIGNE.
           STRING "CLIENTS DONT LES CHIFFRES CHANGENT : "
                  WS-COMPTEUR-ECARTS
                  " - COMPTES DE GROUPE NOUVEAUX : "
                  WS-COMPTEUR-GROUPES
                  DELIMITED BY SIZE INTO WS-LIGNE.
           MOVE WS-LIGNE TO RRAPPORT.
           WRITE RRAPPORT.
           CLOSE FRAPPORT.

           DISPLAY "==============================================".
           DISPLAY "IDENTIFIANTS EXAMINES  : " WS-NB-CLIENTS.
           DISPLAY "CLIENTS EN ECART       : " WS-COMPTEUR-ECARTS.
           DISPLAY "COMPTES DE GROUPE      : " WS-COMPTEUR-GROUPES.
           DISPLAY "==============================================".

           IF WS-COMPTEUR-ECARTS > ZEROES
           OR WS-COMPTEUR-GROUPES > ZEROES
               DISPLAY "--> VOIR LE DETAIL DANS "
                       "RAPPROCHEMENT-SOLDES.txt"
               MOVE 4 TO RETURN-CODE
           END-IF.

       0000-MAIN-FIN.
           GOBACK.

      *******************************************************
      *  ANCIENNE REGLE : CUMULS PAR IDENTIFIANT BRUT
      *******************************************************
       1000-ANCIENNE-REGLE-DEBUT.

           OPEN INPUT FCLISOR.
           IF WS-STATUS-FILE-FCLISOR-OK
               PERFORM UNTIL NOT WS-STATUS-FILE-FCLISOR-OK
                   READ FCLISOR
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE RCLISOR-ID TO WS-MVT-ID
                           MOVE SPACES TO WS-MVT-DATE
                           MOVE ZEROES TO WS-MVT-CREDIT
                           IF RCLISOR-MONTANT-TTC IS NUMERIC
                           AND RCLISOR-MONTANT-TTC > ZEROES
                               MOVE RCLISOR-MONTANT-TTC
                                    TO WS-MVT-FACTURE
                           ELSE
                               MOVE RCLISOR-MONTANT
                                    TO WS-MVT-FACTURE
                           END-IF
                           PERFORM 1100-CUMUL-MOUVEMENT-DEBUT
                              THRU 1100-CUMUL-MOUVEMENT-FIN
                   END-READ
               END-PERFORM
               CLOSE FCLISOR
           END-IF.

           OPEN INPUT FREGL.
           IF WS-STATUS-FILE-FREGL-OK
               PERFORM UNTIL NOT WS-STATUS-FILE-FREGL-OK
                   READ FREGL
                       AT END
                           CONTINUE
                       NOT AT END
                           IF RREGL-MONTANT IS NUMERIC
                               MOVE RREGL-ID TO WS-MVT-ID
                               MOVE RREGL-DATE TO WS-MVT-DATE
                               MOVE ZEROES TO WS-MVT-FACTURE
                               MOVE RREGL-MONTANT TO WS-MVT-CREDIT
                               PERFORM 1100-CUMUL-MOUVEMENT-DEBUT
                                  THRU 1100-CUMUL-MOUVEMENT-FIN
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
                               MOVE AVR-ID TO WS-MVT-ID
                               MOVE AVR-DATE TO WS-MVT-DATE
                               MOVE ZEROES TO WS-MVT-FACTURE
                               MOVE AVR-MONTANT TO WS-MVT-CREDIT
                               PERFORM 1100-CUMUL-MOUVEMENT-DEBUT
                                  THRU 1100-CUMUL-MOUVEMENT-FIN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FAVOIR
           END-IF.

           DISPLAY "IDENTIFIANTS SOUS L'ANCIENNE REGLE: "
                   WS-NB-CLIENTS.

       1000-ANCIENNE-REGLE-FIN.
           EXIT.

      *******************************************************
      *  CUMUL D'UN MOUVEMENT SUR SON IDENTIFIANT
      *******************************************************
       1100-CUMUL-MOUVEMENT-DEBUT.

           IF WS-MVT-ID = SPACES
               GO TO 1100-CUMUL-MOUVEMENT-FIN
           END-IF.

           MOVE "N" TO WS-TROUVE.
           PERFORM VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-NB-CLIENTS OR WS-TROUVE-OUI
               IF WS-CLI-ID (WS-INDICE) = WS-MVT-ID
                   MOVE "O" TO WS-TROUVE
               END-IF
           END-PERFORM.

           IF WS-TROUVE-OUI
               SET WS-INDICE DOWN BY 1
           ELSE
               IF WS-NB-CLIENTS NOT < WS-MAX-CLIENTS
                   DISPLAY "--> ! PLUS DE " WS-MAX-CLIENTS
                           " CLIENTS!"
                   GO TO 1100-CUMUL-MOUVEMENT-FIN
               END-IF
               ADD 1 TO WS-NB-CLIENTS
               SET WS-INDICE TO WS-NB-CLIENTS
               MOVE WS-MVT-ID TO WS-CLI-ID (WS-INDICE)
               MOVE ZEROES TO WS-CLI-FACTURE (WS-INDICE)
                              WS-CLI-CREDIT (WS-INDICE)
               MOVE "N" TO WS-CLI-POSTDATE (WS-INDICE)
           END-IF.

           ADD WS-MVT-FACTURE TO WS-CLI-FACTURE (WS-INDICE).
           ADD WS-MVT-CREDIT  TO WS-CLI-CREDIT (WS-INDICE).
           IF WS-MVT-DATE IS NUMERIC
           AND WS-MVT-DATE > WS-DATE-JOUR
               MOVE "O" TO WS-CLI-POSTDATE (WS-INDICE)
           END-IF.

       1100-CUMUL-MOUVEMENT-FIN.
           EXIT.

      *******************************************************
      *  COMPARAISON CLIENT PAR CLIENT AVEC SOLDECLI A CE JOUR
      *******************************************************
       2000-COMPARAISON-DEBUT.

           PERFORM VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-NB-CLIENTS
               MOVE "S" TO WS-SOL-FONCTION
               MOVE WS-CLI-ID (WS-INDICE) TO WS-SOL-CLIENT
               MOVE WS-DATE-JOUR TO WS-SOL-DATE
               CALL 'SOLDECLI' USING WS-SOLDECLI
               END-CALL
               IF NOT WS-SOL-STATUT-OK
                   MOVE ZEROES TO WS-SOL-SOLDE WS-SOL-FACTURE-CLIENT
                                  WS-SOL-REJETE WS-SOL-REMBOURSE
                   MOVE WS-CLI-ID (WS-INDICE) TO WS-SOL-PAYEUR
                   MOVE "N" TO WS-SOL-SOUS-PLAN
               END-IF
               COMPUTE WS-ANCIEN = WS-CLI-FACTURE (WS-INDICE)
                                 - WS-CLI-CREDIT (WS-INDICE)
               MOVE WS-SOL-SOLDE TO WS-NOUVEAU
               IF WS-ANCIEN NOT = WS-NOUVEAU
               OR WS-CLI-FACTURE (WS-INDICE)
                  NOT = WS-SOL-FACTURE-CLIENT
                   PERFORM 2100-LIGNE-ECART-DEBUT
                      THRU 2100-LIGNE-ECART-FIN
               END-IF
           END-PERFORM.

       2000-COMPARAISON-FIN.
           EXIT.

      *******************************************************
      *  LIGNE D'ECART ET RAISONS PROBABLES
      *******************************************************
       2100-LIGNE-ECART-DEBUT.

           ADD 1 TO WS-COMPTEUR-ECARTS.
           COMPUTE WS-ECART = WS-NOUVEAU - WS-ANCIEN.

           MOVE SPACES TO WS-MOTIF.
           MOVE 1 TO WS-POINTEUR.
           IF WS-SOL-PAYEUR NOT = WS-CLI-ID (WS-INDICE)
               STRING "GROUPE " DELIMITED BY SIZE
                      INTO WS-MOTIF WITH POINTER WS-POINTEUR
           END-IF.
           IF WS-SOL-REJETE > ZEROES
               STRING "REJET " DELIMITED BY SIZE
                      INTO WS-MOTIF WITH POINTER WS-POINTEUR
           END-IF.
           IF WS-SOL-REMBOURSE > ZEROES
               STRING "REMB " DELIMITED BY SIZE
                      INTO WS-MOTIF WITH POINTER WS-POINTEUR
           END-IF.
           IF WS-SOL-SOUS-PLAN = "O"
               STRING "PLAN " DELIMITED BY SIZE
                      INTO WS-MOTIF WITH POINTER WS-POINTEUR
           END-IF.
           IF WS-CLI-POSTDATE (WS-INDICE) = "O"
               STRING "DATE " DELIMITED BY SIZE
                      INTO WS-MOTIF WITH POINTER WS-POINTEUR
           END-IF.
           IF WS-ANCIEN = WS-NOUVEAU
               STRING "FACTURE CLIENT SEUL" DELIMITED BY SIZE
                      INTO WS-MOTIF WITH POINTER WS-POINTEUR
           END-IF.

           MOVE WS-ANCIEN  TO WS-EDIT-ANCIEN.
           MOVE WS-NOUVEAU TO WS-EDIT-NOUVEAU.
           MOVE WS-ECART   TO WS-EDIT-ECART.
           MOVE SPACES TO WS-LIGNE.
           STRING WS-CLI-ID (WS-INDICE) " " WS-SOL-PAYEUR " "
                  WS-EDIT-ANCIEN " " WS-EDIT-NOUVEAU " "
                  WS-EDIT-ECART "  " WS-MOTIF
                  DELIMITED BY SIZE INTO WS-LIGNE.
           MOVE WS-LIGNE TO RRAPPORT.
           WRITE RRAPPORT.

       2100-LIGNE-ECART-FIN.
           EXIT.

      *******************************************************
      *  COMPTES DE GROUPE SANS IDENTIFIANT PROPRE SOUS
      *  L'ANCIENNE REGLE (LE GROUPE PORTE LE SOLDE DE SES
      *  MEMBRES)
      *******************************************************
       3000-COMPTES-DE-GROUPE-DEBUT.

           MOVE "N" TO WS-SOL-FONCTION.
           MOVE ZEROES TO WS-SOL-RANG.
           MOVE WS-DATE-JOUR TO WS-SOL-DATE.
           MOVE "0" TO WS-SOL-STATUT.
           PERFORM UNTIL NOT WS-SOL-STATUT-OK
               CALL 'SOLDECLI' USING WS-SOLDECLI
               END-CALL
               IF WS-SOL-STATUT-OK
                   MOVE "N" TO WS-TROUVE
                   PERFORM VARYING WS-INDICE FROM 1 BY 1
                           UNTIL WS-INDICE > WS-NB-CLIENTS
                              OR WS-TROUVE-OUI
                       IF WS-CLI-ID (WS-INDICE) = WS-SOL-CLIENT
                           MOVE "O" TO WS-TROUVE
                       END-IF
                   END-PERFORM
                   IF NOT WS-TROUVE-OUI
                       ADD 1 TO WS-COMPTEUR-GROUPES
                       MOVE WS-SOL-SOLDE TO WS-EDIT-NOUVEAU
                       MOVE SPACES TO WS-LIGNE
                       STRING WS-SOL-CLIENT " " WS-SOL-CLIENT " "
                              "                  "
                              WS-EDIT-NOUVEAU
                              "                    COMPTE DE GROUPE"
                              DELIMITED BY SIZE INTO WS-LIGNE
                       MOVE WS-LIGNE TO RRAPPORT
                       WRITE RRAPPORT
                   END-IF
               END-IF
           END-PERFORM.

       3000-COMPTES-DE-GROUPE-FIN.
           EXIT.
