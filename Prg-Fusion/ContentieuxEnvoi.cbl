       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTXENVOI.
       AUTHOR. GENEVIEVE GIANNASI.
       INSTALLATION. PERSONAL PC.
       DATE-WRITTEN. 15-10-2026.
       DATE-COMPILED. 15-10-2026.
       SECURITY. NON-CONFIDENTIAL.
      ******************************************************************
      * OBJECTIF:
      * Transmission des dossiers a l'agence de recouvrement : apres
      * la mise en demeure (niveau 3 de RELANCE) il ne restait qu'a
      * attendre ou a passer en pertes.
      *
      * Sont transmis les clients (ou groupes payeurs) :
      *   - au niveau 3 de RELANCES-ETAT.txt depuis plus de N jours
      *     (N saisi au lancement, 30 par defaut) ; l'anciennete part
      *     de la premiere mise en demeure du cycle en cours relue
      *     dans RELANCES-HISTORIQUE.txt, a defaut de la date de la
      *     derniere lettre
      *   - dont le solde (comme RELANCE : facture TTC de
      *     FICHIERSOR.txt moins REGLEMENTS.txt moins AVOIRS.txt) est
      *     debiteur
      *   - sans litige ouvert (LITIGES-CLIENTS.txt) ni dossier deja
      *     chez l'agence (CONTENTIEUX-DOSSIERS.txt, statut T ou I)
      * Sorties :
      *   - CONTENTIEUX-ENVOI.txt pour l'agence : entete E, puis par
      *     dossier une ligne C (identite, adresse, solde, date de
      *     mise en demeure), une ligne F par facture (numero FACTEDIT
      *     reconstitue comme dans RELEVE), une ligne L par lettre de
      *     relance envoyee ; pied P (nombre et total transmis)
      *   - une ligne T par dossier au registre permanent
      *     CONTENTIEUX-DOSSIERS.txt : RELANCE n'ecrit plus au client
      * Le retour mensuel de l'agence est traite par CTXRETOUR.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ******** FICHIER CLIENT (IDENTITE ET ADRESSE)
           SELECT FCLIENT ASSIGN TO "FICHIERCLIENT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FCLIENT.

      ******** FICHIER DE SORTIE FACTURATION (LES FACTURES EMISES)
           SELECT FCLISOR ASSIGN TO "FICHIERSOR.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FCLISOR.

      ******** DERNIER NUMERO DE FACTURE ATTRIBUE PAR FACTEDIT
           SELECT FNUMFACT ASSIGN TO "FACTURES-NUMFACT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FNUMFACT.

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

      ******** GROUPES DE CLIENTS (DETTE SUIVIE AU GROUPE)
           SELECT FGROUPE ASSIGN TO "GROUPES-CLIENTS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FGROUPE.

      ******** ETAT DES RELANCES PAR CLIENT
           SELECT FETAT ASSIGN TO "RELANCES-ETAT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FETAT.

      ******** HISTORIQUE PERMANENT DES LETTRES DE RELANCE
           SELECT FRELHIST ASSIGN TO "RELANCES-HISTORIQUE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FRELHIST.

      ******** REGISTRE DES LITIGES CLIENTS
           SELECT FLITIGE ASSIGN TO "LITIGES-CLIENTS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FLITIGE.

      ******** REGISTRE DES DOSSIERS TRANSMIS A L'AGENCE
           SELECT FCONTENT ASSIGN TO "CONTENTIEUX-DOSSIERS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FCONTENT.

      ******** FICHIER DES DOSSIERS POUR L'AGENCE
           SELECT FENVOI ASSIGN TO "CONTENTIEUX-ENVOI.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FENVOI.

       DATA DIVISION.
       FILE SECTION.
      ******** FICHIER CLIENT
           COPY 'COBOL-FD-FCLIENT.CPY'.

      ******** FICHIER DE SORTIE FACTURATION
           COPY 'COBOL-FD-FCLISOR.cpy'.

      ******** DERNIER NUMERO DE FACTURE ATTRIBUE PAR FACTEDIT
       FD  FNUMFACT.
       01  RNUMFACT PIC X(20).

      ******** FICHIER DES REGLEMENTS RECUS
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

      ******** GROUPES DE CLIENTS (UNE LIGNE PAR MEMBRE)
       FD  FGROUPE.
       01  RGROUPE.
           05  GRP-GROUPE PIC X(08).
           05  FILLER     PIC X(01).
           05  GRP-MEMBRE PIC X(08).
           05  FILLER     PIC X(01).
           05  GRP-NOM    PIC X(30).

      ******** ETAT DES RELANCES PAR CLIENT
       FD  FETAT.
       01  RETAT.
           05  ETAT-ID       PIC X(08).
           05  FILLER        PIC X(01).
           05  ETAT-NIVEAU   PIC 9(01).
           05  FILLER        PIC X(01).
           05  ETAT-DATE     PIC 9(08).

      ******** HISTORIQUE PERMANENT DES LETTRES DE RELANCE
           COPY 'COBOL-FD-RELHIST.cpy'.

      ******** REGISTRE DES LITIGES CLIENTS
           COPY 'COBOL-FD-LITIGE.cpy'.

      ******** REGISTRE DES DOSSIERS TRANSMIS A L'AGENCE
           COPY 'COBOL-FD-CONTENT.cpy'.

      ******** FICHIER DES DOSSIERS POUR L'AGENCE
       FD  FENVOI.
       01  RENVOI PIC X(160).

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
       01  WS-STATUS-FILE-FNUMFACT PIC X(02).
           88 WS-STATUS-FILE-FNUMFACT-OK  VALUE "00".
           88 WS-STATUS-FILE-FNUMFACT-EOF VALUE "10".
       01  WS-STATUS-FILE-FREGL PIC X(02).
           88 WS-STATUS-FILE-FREGL-OK  VALUE "00".
           88 WS-STATUS-FILE-FREGL-EOF VALUE "10".
       01  WS-STATUS-FILE-FAVOIR PIC X(02).
           88 WS-STATUS-FILE-FAVOIR-OK  VALUE "00".
           88 WS-STATUS-FILE-FAVOIR-EOF VALUE "10".
       01  WS-STATUS-FILE-FGROUPE PIC X(02).
           88 WS-STATUS-FILE-FGROUPE-OK  VALUE "00".
           88 WS-STATUS-FILE-FGROUPE-EOF VALUE "10".
       01  WS-STATUS-FILE-FETAT PIC X(02).
           88 WS-STATUS-FILE-FETAT-OK  VALUE "00".
           88 WS-STATUS-FILE-FETAT-EOF VALUE "10".
       01  WS-STATUS-FILE-FRELHIST PIC X(02).
           88 WS-STATUS-FILE-FRELHIST-OK  VALUE "00".
           88 WS-STATUS-FILE-FRELHIST-EOF VALUE "10".
       01  WS-STATUS-FILE-FLITIGE PIC X(02).
           88 WS-STATUS-FILE-FLITIGE-OK  VALUE "00".
           88 WS-STATUS-FILE-FLITIGE-EOF VALUE "10".
       01  WS-STATUS-FILE-FCONTENT PIC X(02).
           88 WS-STATUS-FILE-FCONTENT-OK  VALUE "00".
           88 WS-STATUS-FILE-FCONTENT-EOF VALUE "10".
           88 WS-STATUS-FILE-FCONTENT-INEXISTANT VALUE "35".
       01  WS-STATUS-FILE-FENVOI PIC X(02).
           88 WS-STATUS-FILE-FENVOI-OK  VALUE "00".

      ******************************************
      *  GROUPES DE CLIENTS : LA DETTE D'UN MEMBRE EST SUIVIE
      *  SOUS LE GROUPE PAYEUR, COMME DANS RELANCE
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
      *  SOLDES ET SITUATION DE RELANCE PAR CLIENT (OU GROUPE)
      ******************************************
       01  WS-TABLE-CLIENTS.
           05 WS-CLI-ENTRY OCCURS 5000 INDEXED BY WS-INDICE.
               10 WS-CLI-ID        PIC X(08).
               10 WS-CLI-NOM       PIC X(20).
               10 WS-CLI-FACTURE   PIC 9(09)V99.
               10 WS-CLI-REGLE     PIC 9(09)V99.
               10 WS-CLI-NIVEAU    PIC 9(01).
               10 WS-CLI-DATE      PIC 9(08).
               10 WS-CLI-DATE-N3   PIC 9(08).
               10 WS-CLI-LITIGE    PIC X(01).
               10 WS-CLI-DOSSIER   PIC X(01).
       01  WS-NB-CLIENTS  PIC 9(04) VALUE ZEROES.
       01  WS-MAX-CLIENTS PIC 9(04) VALUE 5000.
       01  WS-TROUVE PIC X(01) VALUE "N".
           88 WS-TROUVE-OUI VALUE "O".

      ******************************************
      *  FACTURES DE L'EDITION (NUMEROS RECONSTITUES)
      ******************************************
       01  WS-TABLE-FACTURES.
           05 WS-FACT-ENTRY OCCURS 5000 INDEXED BY WS-INDICE-FACT.
               10 WS-FACT-NUMERO   PIC 9(08).
               10 WS-FACT-ID       PIC X(08).
               10 WS-FACT-EFFECTIF PIC X(08).
               10 WS-FACT-DU       PIC 9(08)V99.
       01  WS-NB-FACTURES  PIC 9(04) VALUE ZEROES.
       01  WS-MAX-FACTURES PIC 9(04) VALUE 5000.
       01  WS-DERNIER-NUMERO PIC 9(08) VALUE ZEROES.
       01  WS-DERNIER-EDITE  PIC 9(08) VALUE ZEROES.
       01  WS-PREMIER-NUMERO PIC 9(08) VALUE ZEROES.

      ******************************************
      *  LETTRES DE RELANCE ENVOYEES (HISTORIQUE)
      ******************************************
       01  WS-TABLE-LETTRES.
           05 WS-LET-ENTRY OCCURS 9000 INDEXED BY WS-INDICE-LET.
               10 WS-LET-ID      PIC X(08).
               10 WS-LET-DATE    PIC 9(08).
               10 WS-LET-NIVEAU  PIC 9(01).
               10 WS-LET-MONTANT PIC 9(09)V99.
       01  WS-NB-LETTRES  PIC 9(04) VALUE ZEROES.
       01  WS-MAX-LETTRES PIC 9(04) VALUE 9000.

      ******************************************
      *  SELECTION DES DOSSIERS
      ******************************************
       01  WS-SAISIE PIC X(10) VALUE SPACES.
       01  WS-AGE-MINIMUM PIC 9(03) VALUE 30.
       01  WS-DATE-JOUR PIC 9(08) VALUE ZEROES.
       01  WS-JOUR-INT  PIC S9(07) VALUE ZEROES.
       01  WS-JOURS-NIVEAU3 PIC S9(05) VALUE ZEROES.
       01  WS-SOLDE PIC S9(09)V99 VALUE ZEROES.
       01  WS-COMPTEUR-TRANSMIS PIC 9(04) VALUE ZEROES.
       01  WS-COMPTEUR-LITIGES  PIC 9(04) VALUE ZEROES.
       01  WS-COMPTEUR-DEJA     PIC 9(04) VALUE ZEROES.
       01  WS-COMPTEUR-RECENTS  PIC 9(04) VALUE ZEROES.
       01  WS-TOTAL-TRANSMIS PIC 9(11)V99 VALUE ZEROES.

      ******************************************
      *  ZONES D'EDITION
      ******************************************
       01  WS-DOS-NOM        PIC X(20) VALUE SPACES.
       01  WS-DOS-PRENOM     PIC X(20) VALUE SPACES.
       01  WS-DOS-RUE        PIC X(30) VALUE SPACES.
       01  WS-DOS-CODEPOSTAL PIC X(05) VALUE SPACES.
       01  WS-DOS-VILLE      PIC X(20) VALUE SPACES.
       01  WS-MEMBRE PIC X(08) VALUE SPACES.
       01  WS-EDIT-MONTANT PIC ZZZ.ZZZ.ZZ9,99.
       01  WS-EDIT-TOTAL   PIC Z.ZZZ.ZZZ.ZZ9,99.
       01  WS-LIGNE PIC X(160) VALUE SPACES.

      ***********************************************
      * MANIFESTE DES SORTIES (MANIFEST) : FICHIERSOR.txt
      * VERIFIE AVANT TRAITEMENT (NOMBRE, TOTAL HT, CLE)
      ***********************************************
       01  WS-MANIFESTE.
           05  WS-MAN-FONCTION  PIC X(01) VALUE "V".
           05  WS-MAN-FICHIER   PIC X(30) VALUE "FICHIERSOR.txt".
           05  WS-MAN-PROGRAMME PIC X(08) VALUE "CTXENVOI".
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
           DISPLAY "TRANSMISSION DES DOSSIERS AU RECOUVREMENT".
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATE-JOUR.
           COMPUTE WS-JOUR-INT =
                   FUNCTION INTEGER-OF-DATE (WS-DATE-JOUR).

           DISPLAY "ANCIENNETE MINIMUM AU NIVEAU 3 EN JOURS "
                   "(DEFAUT 30): " NO ADVANCING.
           MOVE SPACES TO WS-SAISIE.
           ACCEPT WS-SAISIE.
           IF FUNCTION TEST-NUMVAL (WS-SAISIE) = 0
           AND FUNCTION NUMVAL (WS-SAISIE) > ZEROES
               COMPUTE WS-AGE-MINIMUM = FUNCTION NUMVAL (WS-SAISIE)
           END-IF.
      *
      *********** GROUPES, IDENTITES ET NUMEROTATION DES FACTURES
           PERFORM 0500-CHARGEMENT-GROUPES-DEBUT
              THRU 0500-CHARGEMENT-GROUPES-FIN.
           PERFORM 0700-CHARGEMENT-IDENTITES-DEBUT
              THRU 0700-CHARGEMENT-IDENTITES-FIN.
           PERFORM 0800-LECTURE-NUMEROTATION-DEBUT
              THRU 0800-LECTURE-NUMEROTATION-FIN.
      *
      *********** SOLDES : LE FACTURE PUIS LES CREDITS
           PERFORM 1000-CUMUL-FACTURE-DEBUT
              THRU 1000-CUMUL-FACTURE-FIN.
           IF WS-NB-CLIENTS = ZEROES
               DISPLAY "--> AUCUN SOLDE CLIENT: AUCUN DOSSIER"
               GO TO 0000-MAIN-FIN
           END-IF.
           PERFORM 2000-CUMUL-CREDITS-DEBUT
              THRU 2000-CUMUL-CREDITS-FIN.
      *
      *********** RELANCES, LETTRES, LITIGES ET DOSSIERS EXISTANTS
           PERFORM 3000-LECTURE-ETAT-DEBUT
              THRU 3000-LECTURE-ETAT-FIN.
           PERFORM 3100-LECTURE-LETTRES-DEBUT
              THRU 3100-LECTURE-LETTRES-FIN.
           PERFORM 3200-LECTURE-LITIGES-DEBUT
              THRU 3200-LECTURE-LITIGES-FIN.
           PERFORM 3300-LECTURE-DOSSIERS-DEBUT
              THRU 3300-LECTURE-DOSSIERS-FIN.
      *
      *********** SELECTION ET TRANSMISSION DES DOSSIERS
           PERFORM 4000-TRANSMISSION-DEBUT
              THRU 4000-TRANSMISSION-FIN.

           MOVE WS-TOTAL-TRANSMIS TO WS-EDIT-TOTAL.
           DISPLAY "==============================================".
           DISPLAY "DOSSIERS TRANSMIS        : " WS-COMPTEUR-TRANSMIS.
           DISPLAY "MONTANT TRANSMIS         : " WS-EDIT-TOTAL.
           DISPLAY "NIVEAU 3 TROP RECENT     : " WS-COMPTEUR-RECENTS.
           DISPLAY "EXCLUS (LITIGE OUVERT)   : " WS-COMPTEUR-LITIGES.
           DISPLAY "DEJA CHEZ L'AGENCE       : " WS-COMPTEUR-DEJA.
           DISPLAY "==============================================".

       0000-MAIN-FIN.
           GOBACK.

      *******************************************************
      *  CHARGEMENT DES GROUPES DE CLIENTS (FACULTATIF)
      *******************************************************
       0500-CHARGEMENT-GROUPES-DEBUT.

           OPEN INPUT FGROUPE.
           IF NOT WS-STATUS-FILE-FGROUPE-OK
               GO TO 0500-CHARGEMENT-GROUPES-FIN
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

       0500-CHARGEMENT-GROUPES-FIN.
           EXIT.

      *******************************************************
      *  SUBSTITUTION DE GROUPE : L'IDENTIFIANT EFFECTIF DE
      *  SUIVI EST LE GROUPE PAYEUR POUR SES MEMBRES
      *******************************************************
       0600-SUBSTITUTION-GROUPE-DEBUT.

           PERFORM VARYING WS-INDICE-GRP FROM 1 BY 1
                   UNTIL WS-INDICE-GRP > WS-NB-GROUPES
               IF WS-GRP-MEMBRE (WS-INDICE-GRP) = WS-ID-EFFECTIF
                   MOVE WS-GRP-GROUPE (WS-INDICE-GRP)
                        TO WS-ID-EFFECTIF
                   MOVE WS-GRP-NOM (WS-INDICE-GRP) (1:20)
                        TO WS-NOM-EFFECTIF
                   GO TO 0600-SUBSTITUTION-GROUPE-FIN
               END-IF
           END-PERFORM.

       0600-SUBSTITUTION-GROUPE-FIN.
           EXIT.

      *******************************************************
      *  CHARGEMENT DE L'IDENTITE ET DE L'ADRESSE DES CLIENTS
      *******************************************************
       0700-CHARGEMENT-IDENTITES-DEBUT.

           OPEN INPUT FCLIENT.
           IF NOT WS-STATUS-FILE-FCLIENT-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FCLIENT': "
                       WS-STATUS-FILE-FCLIENT
               MOVE 16 TO RETURN-CODE
               GO TO 0700-CHARGEMENT-IDENTITES-FIN
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

       0700-CHARGEMENT-IDENTITES-FIN.
           EXIT.

      *******************************************************
      *  LECTURE DU DERNIER NUMERO DE FACTURE EDITE
      *******************************************************
       0800-LECTURE-NUMEROTATION-DEBUT.

           OPEN INPUT FNUMFACT.
           IF NOT WS-STATUS-FILE-FNUMFACT-OK
               DISPLAY "--> FACTURES-NUMFACT.txt ABSENT: "
                       "DOSSIERS SANS NUMEROS DE FACTURE"
               GO TO 0800-LECTURE-NUMEROTATION-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FNUMFACT-OK
               READ FNUMFACT
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RNUMFACT (1:8) = "NUMFACT="
                       AND RNUMFACT (9:8) IS NUMERIC
                           MOVE RNUMFACT (9:8) TO WS-DERNIER-NUMERO
                       END-IF
                       IF RNUMFACT (1:9) = "DERNEDIT="
                       AND RNUMFACT (10:8) IS NUMERIC
                           MOVE RNUMFACT (10:8) TO WS-DERNIER-EDITE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FNUMFACT.
      ****** DERNEDIT= EST LE DERNIER NUMERO REELLEMENT EDITE
           IF WS-DERNIER-EDITE > ZEROES
               MOVE WS-DERNIER-EDITE TO WS-DERNIER-NUMERO
           END-IF.

       0800-LECTURE-NUMEROTATION-FIN.
           EXIT.

      *******************************************************
      *  CUMUL DU FACTURE PAR CLIENT (TTC QUAND IL EXISTE) ET
      *  TABLE DES FACTURES DE L'EDITION
      *******************************************************
       1000-CUMUL-FACTURE-DEBUT.

           OPEN INPUT FCLISOR.
           IF NOT WS-STATUS-FILE-FCLISOR-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FCLISOR': "
                       WS-STATUS-FILE-FCLISOR
               MOVE 16 TO RETURN-CODE
               GO TO 1000-CUMUL-FACTURE-FIN
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
      ****** NUMEROS FACTEDIT : DERNIER - NOMBRE + 1 A DERNIER
           IF WS-DERNIER-NUMERO >= WS-NB-FACTURES
           AND WS-NB-FACTURES > ZEROES
               COMPUTE WS-PREMIER-NUMERO =
                       WS-DERNIER-NUMERO - WS-NB-FACTURES + 1
               PERFORM VARYING WS-INDICE-FACT FROM 1 BY 1
                       UNTIL WS-INDICE-FACT > WS-NB-FACTURES
                   COMPUTE WS-FACT-NUMERO (WS-INDICE-FACT) =
                           WS-PREMIER-NUMERO + WS-INDICE-FACT - 1
               END-PERFORM
           END-IF.

       1000-CUMUL-FACTURE-FIN.
           EXIT.

      *******************************************************
      *  AJOUT D'UNE FACTURE A LA TABLE ET AU SOLDE DU CLIENT
      *******************************************************
       1100-AJOUT-FACTURE-DEBUT.

           MOVE RCLISOR-ID  TO WS-ID-EFFECTIF.
           MOVE RCLISOR-NOM TO WS-NOM-EFFECTIF.
           PERFORM 0600-SUBSTITUTION-GROUPE-DEBUT
              THRU 0600-SUBSTITUTION-GROUPE-FIN.

           IF WS-NB-FACTURES < WS-MAX-FACTURES
               ADD 1 TO WS-NB-FACTURES
               SET WS-INDICE-FACT TO WS-NB-FACTURES
               MOVE ZEROES TO WS-FACT-NUMERO (WS-INDICE-FACT)
               MOVE RCLISOR-ID TO WS-FACT-ID (WS-INDICE-FACT)
               MOVE WS-ID-EFFECTIF TO WS-FACT-EFFECTIF (WS-INDICE-FACT)
               IF RCLISOR-MONTANT-TTC IS NUMERIC
               AND RCLISOR-MONTANT-TTC > ZEROES
                   MOVE RCLISOR-MONTANT-TTC
                        TO WS-FACT-DU (WS-INDICE-FACT)
               ELSE
                   MOVE RCLISOR-MONTANT
                        TO WS-FACT-DU (WS-INDICE-FACT)
               END-IF
           ELSE
               DISPLAY "--> ! PLUS DE " WS-MAX-FACTURES " FACTURES!"
               GO TO 1100-AJOUT-FACTURE-FIN
           END-IF.

           MOVE "N" TO WS-TROUVE.
           PERFORM VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-NB-CLIENTS OR WS-TROUVE-OUI
               IF WS-CLI-ID (WS-INDICE) = WS-ID-EFFECTIF
                   ADD WS-FACT-DU (WS-INDICE-FACT)
                       TO WS-CLI-FACTURE (WS-INDICE)
                   MOVE "O" TO WS-TROUVE
               END-IF
           END-PERFORM.

           IF NOT WS-TROUVE-OUI
               IF WS-NB-CLIENTS < WS-MAX-CLIENTS
                   ADD 1 TO WS-NB-CLIENTS
                   SET WS-INDICE TO WS-NB-CLIENTS
                   MOVE WS-ID-EFFECTIF  TO WS-CLI-ID (WS-INDICE)
                   MOVE WS-NOM-EFFECTIF TO WS-CLI-NOM (WS-INDICE)
                   MOVE WS-FACT-DU (WS-INDICE-FACT)
                        TO WS-CLI-FACTURE (WS-INDICE)
                   MOVE ZEROES TO WS-CLI-REGLE (WS-INDICE)
                                  WS-CLI-NIVEAU (WS-INDICE)
                                  WS-CLI-DATE (WS-INDICE)
                                  WS-CLI-DATE-N3 (WS-INDICE)
                   MOVE "N" TO WS-CLI-LITIGE (WS-INDICE)
                               WS-CLI-DOSSIER (WS-INDICE)
               ELSE
                   DISPLAY "--> ! PLUS DE " WS-MAX-CLIENTS
                           " CLIENTS!"
               END-IF
           END-IF.

       1100-AJOUT-FACTURE-FIN.
           EXIT.

      *******************************************************
      *  CUMUL DES REGLEMENTS ET DES AVOIRS AU CREDIT
      *******************************************************
       2000-CUMUL-CREDITS-DEBUT.

           OPEN INPUT FREGL.
           IF WS-STATUS-FILE-FREGL-OK
               PERFORM UNTIL NOT WS-STATUS-FILE-FREGL-OK
                   READ FREGL
                       AT END
                           CONTINUE
                       NOT AT END
                           IF RREGL-MONTANT IS NUMERIC
                               MOVE RREGL-ID TO WS-ID-EFFECTIF
                               PERFORM 2100-CREDIT-CLIENT-DEBUT
                                  THRU 2100-CREDIT-CLIENT-FIN
                               PERFORM VARYING WS-INDICE FROM 1 BY 1
                                       UNTIL WS-INDICE > WS-NB-CLIENTS
                                   IF WS-CLI-ID (WS-INDICE)
                                      = WS-ID-EFFECTIF
                                       ADD RREGL-MONTANT TO
                                           WS-CLI-REGLE (WS-INDICE)
                                   END-IF
                               END-PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FREGL
           ELSE
               DISPLAY "--> REGLEMENTS.txt ABSENT"
           END-IF.

           OPEN INPUT FAVOIR.
           IF WS-STATUS-FILE-FAVOIR-OK
               PERFORM UNTIL NOT WS-STATUS-FILE-FAVOIR-OK
                   READ FAVOIR
                       AT END
                           CONTINUE
                       NOT AT END
                           IF AVR-MONTANT IS NUMERIC
                               MOVE AVR-ID TO WS-ID-EFFECTIF
                               PERFORM 2100-CREDIT-CLIENT-DEBUT
                                  THRU 2100-CREDIT-CLIENT-FIN
                               PERFORM VARYING WS-INDICE FROM 1 BY 1
                                       UNTIL WS-INDICE > WS-NB-CLIENTS
                                   IF WS-CLI-ID (WS-INDICE)
                                      = WS-ID-EFFECTIF
                                       ADD AVR-MONTANT TO
                                           WS-CLI-REGLE (WS-INDICE)
                                   END-IF
                               END-PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FAVOIR
           END-IF.

       2000-CUMUL-CREDITS-FIN.
           EXIT.

      *******************************************************
      *  UN CREDIT D'UN MEMBRE VIENT AU GROUPE PAYEUR
      *******************************************************
       2100-CREDIT-CLIENT-DEBUT.

           MOVE SPACES TO WS-NOM-EFFECTIF.
           PERFORM 0600-SUBSTITUTION-GROUPE-DEBUT
              THRU 0600-SUBSTITUTION-GROUPE-FIN.

       2100-CREDIT-CLIENT-FIN.
           EXIT.

      *******************************************************
      *  ETAT DES RELANCES : NIVEAU ET DATE DE DERNIERE LETTRE
      *******************************************************
       3000-LECTURE-ETAT-DEBUT.

           OPEN INPUT FETAT.
           IF NOT WS-STATUS-FILE-FETAT-OK
               DISPLAY "--> RELANCES-ETAT.txt ABSENT: "
                       "AUCUN CLIENT AU NIVEAU 3"
               GO TO 3000-LECTURE-ETAT-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FETAT-OK
               READ FETAT
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ETAT-NIVEAU IS NUMERIC
                       AND ETAT-DATE IS NUMERIC
                           PERFORM VARYING WS-INDICE FROM 1 BY 1
                                   UNTIL WS-INDICE > WS-NB-CLIENTS
                               IF WS-CLI-ID (WS-INDICE) = ETAT-ID
                                   MOVE ETAT-NIVEAU TO
                                        WS-CLI-NIVEAU (WS-INDICE)
                                   MOVE ETAT-DATE TO
                                        WS-CLI-DATE (WS-INDICE)
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FETAT.

       3000-LECTURE-ETAT-FIN.
           EXIT.

      *******************************************************
      *  HISTORIQUE DES LETTRES (FACULTATIF) : LA DATE DE MISE
      *  EN DEMEURE EST LA PREMIERE LETTRE DE NIVEAU 3 DEPUIS
      *  LE DERNIER RAPPEL DE NIVEAU 1 (DEBUT DU CYCLE)
      *******************************************************
       3100-LECTURE-LETTRES-DEBUT.

           OPEN INPUT FRELHIST.
           IF NOT WS-STATUS-FILE-FRELHIST-OK
               DISPLAY "--> RELANCES-HISTORIQUE.txt ABSENT: "
                       "ANCIENNETE SUR LA DERNIERE LETTRE"
               GO TO 3100-LECTURE-LETTRES-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FRELHIST-OK
               READ FRELHIST
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RHL-DATE IS NUMERIC
                       AND RHL-NIVEAU IS NUMERIC
                           PERFORM 3150-AJOUT-LETTRE-DEBUT
                              THRU 3150-AJOUT-LETTRE-FIN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FRELHIST.

       3100-LECTURE-LETTRES-FIN.
           EXIT.

      *******************************************************
      *  UNE LETTRE : TABLE DES LETTRES ET DATE DE MISE EN
      *  DEMEURE DU CLIENT
      *******************************************************
       3150-AJOUT-LETTRE-DEBUT.

           IF WS-NB-LETTRES < WS-MAX-LETTRES
               ADD 1 TO WS-NB-LETTRES
               SET WS-INDICE-LET TO WS-NB-LETTRES
               MOVE RHL-ID      TO WS-LET-ID (WS-INDICE-LET)
               MOVE RHL-DATE    TO WS-LET-DATE (WS-INDICE-LET)
               MOVE RHL-NIVEAU  TO WS-LET-NIVEAU (WS-INDICE-LET)
               IF RHL-MONTANT IS NUMERIC
                   MOVE RHL-MONTANT TO WS-LET-MONTANT (WS-INDICE-LET)
               ELSE
                   MOVE ZEROES TO WS-LET-MONTANT (WS-INDICE-LET)
               END-IF
           END-IF.

           PERFORM VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-NB-CLIENTS
               IF WS-CLI-ID (WS-INDICE) = RHL-ID
                   EVALUATE TRUE
                       WHEN RHL-NIVEAU = 1
                           MOVE ZEROES TO WS-CLI-DATE-N3 (WS-INDICE)
                       WHEN RHL-NIVEAU = 3
                       AND WS-CLI-DATE-N3 (WS-INDICE) = ZEROES
                           MOVE RHL-DATE TO WS-CLI-DATE-N3 (WS-INDICE)
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM.

       3150-AJOUT-LETTRE-FIN.
           EXIT.

      *******************************************************
      *  LITIGES OUVERTS (FACULTATIF) : LE CLIENT (OU SON
      *  GROUPE PAYEUR) N'EST PAS TRANSMIS
      *******************************************************
       3200-LECTURE-LITIGES-DEBUT.

           OPEN INPUT FLITIGE.
           IF NOT WS-STATUS-FILE-FLITIGE-OK
               GO TO 3200-LECTURE-LITIGES-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FLITIGE-OK
               READ FLITIGE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LIT-STATUT-OUVERT
                           MOVE LIT-ID TO WS-ID-EFFECTIF
                           MOVE SPACES TO WS-NOM-EFFECTIF
                           PERFORM 0600-SUBSTITUTION-GROUPE-DEBUT
                              THRU 0600-SUBSTITUTION-GROUPE-FIN
                           PERFORM VARYING WS-INDICE FROM 1 BY 1
                                   UNTIL WS-INDICE > WS-NB-CLIENTS
                               IF WS-CLI-ID (WS-INDICE)
                                  = WS-ID-EFFECTIF
                                   MOVE "O" TO WS-CLI-LITIGE (WS-INDICE)
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FLITIGE.

       3200-LECTURE-LITIGES-FIN.
           EXIT.

      *******************************************************
      *  DOSSIERS DEJA CHEZ L'AGENCE (TRANSMIS OU CLOS
      *  IRRECOUVRABLE) : PAS DE SECONDE TRANSMISSION
      *******************************************************
       3300-LECTURE-DOSSIERS-DEBUT.

           OPEN INPUT FCONTENT.
           IF NOT WS-STATUS-FILE-FCONTENT-OK
               GO TO 3300-LECTURE-DOSSIERS-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FCONTENT-OK
               READ FCONTENT
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CTX-STATUT-TRANSMIS
                       OR CTX-STATUT-IRRECOUVRABLE
                           PERFORM VARYING WS-INDICE FROM 1 BY 1
                                   UNTIL WS-INDICE > WS-NB-CLIENTS
                               IF WS-CLI-ID (WS-INDICE) = CTX-ID
                                   MOVE "O" TO
                                        WS-CLI-DOSSIER (WS-INDICE)
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FCONTENT.

       3300-LECTURE-DOSSIERS-FIN.
           EXIT.

      *******************************************************
      *  SELECTION DES DOSSIERS, FICHIER POUR L'AGENCE ET
      *  INSCRIPTION AU REGISTRE
      *******************************************************
       4000-TRANSMISSION-DEBUT.

           OPEN OUTPUT FENVOI.
           IF NOT WS-STATUS-FILE-FENVOI-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FENVOI': "
                       WS-STATUS-FILE-FENVOI
               MOVE 16 TO RETURN-CODE
               GO TO 4000-TRANSMISSION-FIN
           END-IF.
           OPEN EXTEND FCONTENT.
           IF WS-STATUS-FILE-FCONTENT-INEXISTANT
               OPEN OUTPUT FCONTENT
           END-IF.
           IF NOT WS-STATUS-FILE-FCONTENT-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FCONTENT': "
                       WS-STATUS-FILE-FCONTENT
               CLOSE FENVOI
               MOVE 16 TO RETURN-CODE
               GO TO 4000-TRANSMISSION-FIN
           END-IF.
      *
      ****** ENTETE DE L'ENVOI
           MOVE SPACES TO WS-LIGNE.
           STRING "E " WS-DATE-JOUR " DOSSIERS TRANSMIS AU RECOUVREMENT"
                  DELIMITED BY SIZE INTO WS-LIGNE.
           MOVE WS-LIGNE TO RENVOI.
           WRITE RENVOI.

           PERFORM 4100-EXAMEN-CLIENT-DEBUT
              THRU 4100-EXAMEN-CLIENT-FIN
               VARYING WS-INDICE FROM 1 BY 1
               UNTIL WS-INDICE > WS-NB-CLIENTS.
      *
      ****** PIED : NOMBRE ET TOTAL DES DOSSIERS
           MOVE WS-TOTAL-TRANSMIS TO WS-EDIT-TOTAL.
           MOVE SPACES TO WS-LIGNE.
           STRING "P " WS-COMPTEUR-TRANSMIS " " WS-EDIT-TOTAL
                  DELIMITED BY SIZE INTO WS-LIGNE.
           MOVE WS-LIGNE TO RENVOI.
           WRITE RENVOI.

           CLOSE FENVOI.
           CLOSE FCONTENT.

           IF WS-COMPTEUR-TRANSMIS = ZEROES
               DISPLAY "--> AUCUN DOSSIER A TRANSMETTRE"
           END-IF.

       4000-TRANSMISSION-FIN.
           EXIT.

      *******************************************************
      *  EXAMEN D'UN CLIENT : NIVEAU 3 DEPUIS N JOURS, SOLDE
      *  DEBITEUR, NI LITIGE NI DOSSIER EN COURS
      *******************************************************
       4100-EXAMEN-CLIENT-DEBUT.

           IF WS-CLI-NIVEAU (WS-INDICE) NOT = 3
               GO TO 4100-EXAMEN-CLIENT-FIN
           END-IF.
           COMPUTE WS-SOLDE = WS-CLI-FACTURE (WS-INDICE)
                            - WS-CLI-REGLE (WS-INDICE).
           IF WS-SOLDE <= ZEROES
               GO TO 4100-EXAMEN-CLIENT-FIN
           END-IF.
           IF WS-CLI-DOSSIER (WS-INDICE) = "O"
               ADD 1 TO WS-COMPTEUR-DEJA
               GO TO 4100-EXAMEN-CLIENT-FIN
           END-IF.
           IF WS-CLI-LITIGE (WS-INDICE) = "O"
               ADD 1 TO WS-COMPTEUR-LITIGES
               DISPLAY "--> CLIENT EN LITIGE, NON TRANSMIS: "
                       WS-CLI-ID (WS-INDICE)
               GO TO 4100-EXAMEN-CLIENT-FIN
           END-IF.
      *
      ****** ANCIENNETE DE LA MISE EN DEMEURE
           IF WS-CLI-DATE-N3 (WS-INDICE) = ZEROES
               MOVE WS-CLI-DATE (WS-INDICE)
                    TO WS-CLI-DATE-N3 (WS-INDICE)
           END-IF.
           IF WS-CLI-DATE-N3 (WS-INDICE) = ZEROES
               GO TO 4100-EXAMEN-CLIENT-FIN
           END-IF.
           COMPUTE WS-JOURS-NIVEAU3 = WS-JOUR-INT
                 - FUNCTION INTEGER-OF-DATE
                   (WS-CLI-DATE-N3 (WS-INDICE)).
           IF WS-JOURS-NIVEAU3 < WS-AGE-MINIMUM
               ADD 1 TO WS-COMPTEUR-RECENTS
               GO TO 4100-EXAMEN-CLIENT-FIN
           END-IF.

           ADD 1 TO WS-COMPTEUR-TRANSMIS.
           ADD WS-SOLDE TO WS-TOTAL-TRANSMIS.
           PERFORM 4200-IDENTITE-DOSSIER-DEBUT
              THRU 4200-IDENTITE-DOSSIER-FIN.
      *
      ****** LIGNE C : IDENTITE, ADRESSE, SOLDE, MISE EN DEMEURE
           MOVE WS-SOLDE TO WS-EDIT-MONTANT.
           MOVE SPACES TO WS-LIGNE.
           STRING "C " WS-CLI-ID (WS-INDICE) " "
                  WS-DOS-NOM " " WS-DOS-PRENOM " "
                  WS-DOS-RUE " " WS-DOS-CODEPOSTAL " "
                  WS-DOS-VILLE " " WS-EDIT-MONTANT " "
                  WS-CLI-DATE-N3 (WS-INDICE)
                  DELIMITED BY SIZE INTO WS-LIGNE.
           MOVE WS-LIGNE TO RENVOI.
           WRITE RENVOI.
      *
      ****** LIGNES F : FACTURES DU CLIENT (OU DES MEMBRES)
           PERFORM VARYING WS-INDICE-FACT FROM 1 BY 1
                   UNTIL WS-INDICE-FACT > WS-NB-FACTURES
               IF WS-FACT-EFFECTIF (WS-INDICE-FACT)
                  = WS-CLI-ID (WS-INDICE)
                   MOVE WS-FACT-DU (WS-INDICE-FACT) TO WS-EDIT-MONTANT
                   MOVE SPACES TO WS-LIGNE
                   STRING "F " WS-CLI-ID (WS-INDICE) " "
                          WS-FACT-NUMERO (WS-INDICE-FACT) " "
                          WS-FACT-ID (WS-INDICE-FACT) " "
                          WS-EDIT-MONTANT
                          DELIMITED BY SIZE INTO WS-LIGNE
                   MOVE WS-LIGNE TO RENVOI
                   WRITE RENVOI
               END-IF
           END-PERFORM.
      *
      ****** LIGNES L : LETTRES DE RELANCE ENVOYEES ; SANS
      ****** HISTORIQUE, LA DERNIERE MISE EN DEMEURE CONNUE
           MOVE "N" TO WS-TROUVE.
           PERFORM VARYING WS-INDICE-LET FROM 1 BY 1
                   UNTIL WS-INDICE-LET > WS-NB-LETTRES
               IF WS-LET-ID (WS-INDICE-LET) = WS-CLI-ID (WS-INDICE)
                   MOVE "O" TO WS-TROUVE
                   MOVE WS-LET-MONTANT (WS-INDICE-LET)
                        TO WS-EDIT-MONTANT
                   MOVE SPACES TO WS-LIGNE
                   STRING "L " WS-CLI-ID (WS-INDICE) " "
                          WS-LET-DATE (WS-INDICE-LET) " NIVEAU "
                          WS-LET-NIVEAU (WS-INDICE-LET) " "
                          WS-EDIT-MONTANT
                          DELIMITED BY SIZE INTO WS-LIGNE
                   MOVE WS-LIGNE TO RENVOI
                   WRITE RENVOI
               END-IF
           END-PERFORM.
           IF NOT WS-TROUVE-OUI
               MOVE SPACES TO WS-LIGNE
               STRING "L " WS-CLI-ID (WS-INDICE) " "
                      WS-CLI-DATE (WS-INDICE) " NIVEAU 3"
                      DELIMITED BY SIZE INTO WS-LIGNE
               MOVE WS-LIGNE TO RENVOI
               WRITE RENVOI
           END-IF.
      *
      ****** INSCRIPTION AU REGISTRE : LE CLIENT SORT DE LA RELANCE
           MOVE SPACES TO RCONTENT.
           MOVE WS-CLI-ID (WS-INDICE) TO CTX-ID.
           MOVE WS-DATE-JOUR TO CTX-DATE-TRANSMIS.
           MOVE "T" TO CTX-STATUT.
           MOVE WS-SOLDE TO CTX-MONTANT.
           MOVE ZEROES TO CTX-RECOUVRE CTX-FRAIS CTX-DATE-CLOTURE.
           WRITE RCONTENT.

           DISPLAY "--> TRANSMIS: " WS-CLI-ID (WS-INDICE) " "
                   WS-DOS-NOM " " WS-EDIT-MONTANT.

       4100-EXAMEN-CLIENT-FIN.
           EXIT.

      *******************************************************
      *  IDENTITE DU DOSSIER : LE CLIENT LUI-MEME, OU POUR UN
      *  GROUPE PAYEUR SON NOM ET L'ADRESSE D'UN MEMBRE
      *******************************************************
       4200-IDENTITE-DOSSIER-DEBUT.

           MOVE WS-CLI-NOM (WS-INDICE) TO WS-DOS-NOM.
           MOVE SPACES TO WS-DOS-PRENOM WS-DOS-RUE
                          WS-DOS-CODEPOSTAL WS-DOS-VILLE.
           MOVE WS-CLI-ID (WS-INDICE) TO WS-MEMBRE.

           PERFORM VARYING WS-INDICE-GRP FROM 1 BY 1
                   UNTIL WS-INDICE-GRP > WS-NB-GROUPES
               IF WS-GRP-GROUPE (WS-INDICE-GRP) = WS-CLI-ID (WS-INDICE)
               AND WS-MEMBRE = WS-CLI-ID (WS-INDICE)
                   MOVE WS-GRP-MEMBRE (WS-INDICE-GRP) TO WS-MEMBRE
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-INDICE-IDT FROM 1 BY 1
                   UNTIL WS-INDICE-IDT > WS-NB-IDENTITES
               IF WS-IDT-ID (WS-INDICE-IDT) = WS-MEMBRE
                   IF WS-MEMBRE = WS-CLI-ID (WS-INDICE)
                       MOVE WS-IDT-NOM (WS-INDICE-IDT) TO WS-DOS-NOM
                       MOVE WS-IDT-PRENOM (WS-INDICE-IDT)
                            TO WS-DOS-PRENOM
                   END-IF
                   MOVE WS-IDT-RUE (WS-INDICE-IDT) TO WS-DOS-RUE
                   MOVE WS-IDT-CODEPOSTAL (WS-INDICE-IDT)
                        TO WS-DOS-CODEPOSTAL
                   MOVE WS-IDT-VILLE (WS-INDICE-IDT) TO WS-DOS-VILLE
               END-IF
           END-PERFORM.

       4200-IDENTITE-DOSSIER-FIN.
           EXIT.
