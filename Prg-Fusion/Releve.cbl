      *     depuis FACTURES-NUMFACT.txt comme dans LETTRAGE)
      *   - les reglements recus (REGLEMENTS.txt)
      *   - les avoirs emis (AVOIRS.txt)
      *   - les remboursements de credit verses (REMBOURSEMENTS.txt)
      *   - le solde courant apres chaque mouvement
      * Les factures ayant un litige ouvert au registre
      * LITIGES-CLIENTS.txt (LITMAINT) portent la mention EN LITIGE.
      * Mise en page sur 80 colonnes dans l'esprit de
      * FACTURES-EDITION.txt, avec le bloc d'adresse du client pour
      * un envoi postal avec les etiquettes de MAILING.
      * Sortie : RELEVES-COMPTE.txt (une page par client).
      * Un client dont un pli est revenu NPAI (retour ouvert au
      * registre NPAI-REGISTRE.txt, sous-programme CTRLADR) n'a pas
      * de releve papier : il part sur ADRESSES-A-CORRIGER.txt pour
      * mise a jour de l'adresse.
      *
      * Les reglements et avoirs deplaces par ARCHPERI sont resumes
      * par une ligne de REPORT A NOUVEAU. Sur demande au lancement,
      * les archives inscrites a ARCHIVES-PERIODE-CATALOGUE.txt sont
      * relues : les mouvements archives reapparaissent en detail
      * (mention ARCHIVE) et les reports, qui les cumulent, sont
      * ignores.
      *
      * Un client peut etre demande au lancement : seul son releve
      * est edite, et ses reglements et avoirs sont lus par cle dans
      * REGLEMENTS.IDX et AVOIRS.IDX (sous-programme MVTIDX) ; sans
      * index, les fichiers sequentiels sont relus en entier.
      *
      * Chaque releve edite est inscrit au registre permanent des
      * correspondances (sous-programme CORRESP), reference = date
      * d'arrete du releve.
      *
      * Chaque releve est indexe pour la mise sous pli de la nuit
      * (sous-programme INDEXPLI, voir MISEPLI).
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           FILE STATUS IS WS-STATUS-FILE-FCLISOR.

      ******** FICHIER DES REGLEMENTS RECUS
           SELECT FREGL ASSIGN TO DYNAMIC WS-NOM-FREGL
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FREGL.

      ******** FICHIER DES AVOIRS EMIS
           SELECT FAVOIR ASSIGN TO DYNAMIC WS-NOM-FAVOIR
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FAVOIR.

      ******** REGISTRE DES REMBOURSEMENTS VERSES
           SELECT FREMB ASSIGN TO "REMBOURSEMENTS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FREMB.

      ******** DERNIER NUMERO DE FACTURE ATTRIBUE PAR FACTEDIT
           SELECT FNUMFACT ASSIGN TO "FACTURES-NUMFACT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FNUMFACT.

      ******** REGISTRE DES LITIGES CLIENTS
           SELECT FLITIGE ASSIGN TO "LITIGES-CLIENTS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FLITIGE.

      ******** CATALOGUE DES ARCHIVES DE FIN DE PERIODE
           SELECT FARCHCAT ASSIGN TO "ARCHIVES-PERIODE-CATALOGUE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FARCHCAT.

      ******** RELEVES DE COMPTE EDITES
           SELECT FRELEVE ASSIGN TO "RELEVES-COMPTE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           05  RREGL-MONTANT        PIC 9(07)V99.
           05  FILLER               PIC X(01).
           05  RREGL-NUMFACT        PIC X(08).
           05  FILLER               PIC X(01).
           05  RREGL-MODE           PIC X(03).
           05  FILLER               PIC X(01).
           05  RREGL-CHEQUE         PIC X(07).

      ******** FICHIER DES AVOIRS EMIS
       FD  FAVOIR.
           05  AVR-MOTIF    PIC X(30).

      ******** DERNIER NUMERO DE FACTURE ATTRIBUE PAR FACTEDIT
      ******** REGISTRE DES REMBOURSEMENTS VERSES
           COPY 'COBOL-FD-REMBOURS.cpy'.

       FD  FNUMFACT.
       01  RNUMFACT PIC X(20).

      ******** REGISTRE DES LITIGES CLIENTS
           COPY 'COBOL-FD-LITIGE.cpy'.

      ******** CATALOGUE DES ARCHIVES DE FIN DE PERIODE
           COPY 'COBOL-FD-ARCHCAT.cpy'.

      ******** RELEVES DE COMPTE EDITES
       FD  FRELEVE.
       01  RRELEVE PIC X(80).
       01  WS-STATUS-FILE-FAVOIR PIC X(02).
           88 WS-STATUS-FILE-FAVOIR-OK  VALUE "00".
           88 WS-STATUS-FILE-FAVOIR-EOF VALUE "10".
       01  WS-STATUS-FILE-FREMB PIC X(02).
           88 WS-STATUS-FILE-FREMB-OK  VALUE "00".
           88 WS-STATUS-FILE-FREMB-EOF VALUE "10".
       01  WS-STATUS-FILE-FNUMFACT PIC X(02).
           88 WS-STATUS-FILE-FNUMFACT-OK  VALUE "00".
           88 WS-STATUS-FILE-FNUMFACT-EOF VALUE "10".
       01  WS-STATUS-FILE-FLITIGE PIC X(02).
           88 WS-STATUS-FILE-FLITIGE-OK  VALUE "00".
           88 WS-STATUS-FILE-FLITIGE-EOF VALUE "10".
       01  WS-STATUS-FILE-FRELEVE PIC X(02).
           88 WS-STATUS-FILE-FRELEVE-OK  VALUE "00".
       01  WS-STATUS-FILE-FARCHCAT PIC X(02).
           88 WS-STATUS-FILE-FARCHCAT-OK  VALUE "00".

      ***********************************************
      * FICHIERS VIVANTS OU ARCHIVES DE FIN DE PERIODE
      ***********************************************
       01  WS-NOM-FREGL  PIC X(40) VALUE "REGLEMENTS.txt".
       01  WS-NOM-FAVOIR PIC X(40) VALUE "AVOIRS.txt".
       01  WS-SAISIE PIC X(03) VALUE SPACES.
       01  WS-AVEC-ARCHIVES PIC X(01) VALUE "N".
           88 WS-AVEC-ARCHIVES-OUI VALUE "O".
      ****** ORIGINE D'UN MOUVEMENT : L EN LIGNE, A ARCHIVE,
      ****** R REPORT A NOUVEAU
       01  WS-ORIGINE PIC X(01) VALUE "L".
       01  WS-LIBELLE-REPORT PIC X(16) VALUE "REPORT A NOUVEAU".
      ****** CLIENT DEMANDE AU LANCEMENT (ESPACES = TOUS)
       01  WS-CLIENT-DEMANDE PIC X(08) VALUE SPACES.

      ******************************************
      *  TABLE DES FACTURES DE L'EDITION (AVEC ADRESSE CLIENT)
               10 WS-FACT-CODEPOSTAL PIC X(05).
               10 WS-FACT-VILLE      PIC X(20).
               10 WS-FACT-EDITE      PIC X(01).
               10 WS-FACT-LITIGE     PIC X(01).
       01  WS-NB-FACTURES  PIC 9(04) VALUE ZEROES.
       01  WS-MAX-FACTURES PIC 9(04) VALUE 5000.

               10 WS-REGL-ID      PIC X(08).
               10 WS-REGL-DATE    PIC 9(08).
               10 WS-REGL-MONTANT PIC 9(07)V99.
               10 WS-REGL-ORIGINE PIC X(01).
       01  WS-NB-REGLEMENTS  PIC 9(04) VALUE ZEROES.
       01  WS-MAX-REGLEMENTS PIC 9(04) VALUE 5000.

               10 WS-AVR-ID      PIC X(08).
               10 WS-AVR-DATE    PIC 9(08).
               10 WS-AVR-MONTANT PIC 9(07)V99.
               10 WS-AVR-ORIGINE PIC X(01).
       01  WS-NB-AVOIRS  PIC 9(04) VALUE ZEROES.
       01  WS-MAX-AVOIRS PIC 9(04) VALUE 1000.

      ******************************************
      *  TABLE DES REMBOURSEMENTS VERSES
      ******************************************
       01  WS-TABLE-REMBOURSEMENTS.
           05 WS-REMB-ENTRY OCCURS 1000 INDEXED BY WS-INDICE5.
               10 WS-REMB-ID      PIC X(08).
               10 WS-REMB-DATE    PIC 9(08).
               10 WS-REMB-MONTANT PIC 9(07)V99.
       01  WS-NB-REMBOURSEMENTS  PIC 9(04) VALUE ZEROES.
       01  WS-MAX-REMBOURSEMENTS PIC 9(04) VALUE 1000.

      ******************************************
      *  NUMEROTATION RECONSTITUEE DE L'EDITION
      ******************************************
       01  WS-BALAYAGE PIC 9(04) VALUE ZEROES.
       01  WS-INDICE4  PIC 9(04) VALUE ZEROES.
       01  WS-COMPTEUR-RELEVES PIC 9(05) VALUE ZEROES.
       01  WS-COMPTEUR-NPAI    PIC 9(05) VALUE ZEROES.

      ******************************************
      *  ZONES D'EDITION
       01  WS-SOCIETE-VILLE   PIC X(30)
           VALUE "75017 PARIS".

      ***********************************************
      * MANIFESTE DES SORTIES (MANIFEST) : FICHIERSOR.txt
      * VERIFIE AVANT TRAITEMENT (NOMBRE, TOTAL HT, CLE)
      ***********************************************
       01  WS-MANIFESTE.
           05  WS-MAN-FONCTION  PIC X(01) VALUE "V".
           05  WS-MAN-FICHIER   PIC X(30) VALUE "FICHIERSOR.txt".
           05  WS-MAN-PROGRAMME PIC X(08) VALUE "RELEVE".
           05  WS-MAN-POSITION  PIC 9(04) VALUE 73.
           05  WS-MAN-LONGUEUR  PIC 9(02) VALUE 9.
           05  WS-MAN-NB-ENREG  PIC 9(09) VALUE ZEROES.
           05  WS-MAN-TOTAL     PIC 9(13)V99 VALUE ZEROES.
           05  WS-MAN-CONTROLE  PIC 9(09) VALUE ZEROES.
           05  WS-MAN-STATUT    PIC X(01) VALUE SPACES.
               88  WS-MAN-ALTERE VALUE "2".

      ***********************************************
      * MOUVEMENTS INDEXES PAR CLIENT (MVTIDX) :
      * REGLEMENTS ET AVOIRS DU CLIENT DEMANDE LUS PAR CLE
      ***********************************************
       01  WS-MOUVEMENT-IDX.
           05  WS-MVI-FONCTION PIC X(01) VALUE "P".
           05  WS-MVI-FICHIER  PIC X(01) VALUE "R".
           05  WS-MVI-ID       PIC X(08) VALUE SPACES.
           05  WS-MVI-DATE     PIC X(08) VALUE SPACES.
           05  WS-MVI-ENREG    PIC X(67) VALUE SPACES.
           05  WS-MVI-STATUT   PIC X(01) VALUE SPACES.
               88  WS-MVI-OK           VALUE "0".
               88  WS-MVI-INACCESSIBLE VALUE "8" "9".
       01  WS-RC-SAUVE PIC S9(04) VALUE ZEROES.

      ***********************************************
      * RETOURS DE COURRIER NPAI (CTRLADR)
      ***********************************************
       01  WS-ADRESSE.
           05  WS-ADR-FONCTION      PIC X(01) VALUE "N".
           05  WS-ADR-CLIENT-ID     PIC X(08) VALUE SPACES.
           05  WS-ADR-NOM           PIC X(20) VALUE SPACES.
           05  WS-ADR-RUE           PIC X(30) VALUE SPACES.
           05  WS-ADR-CODEPOSTAL    PIC X(05) VALUE SPACES.
           05  WS-ADR-VILLE         PIC X(20) VALUE SPACES.
           05  WS-ADR-DEPT          PIC X(03) VALUE SPACES.
           05  WS-ADR-PROGRAMME     PIC X(08) VALUE "RELEVE".
           05  WS-ADR-VILLE-REF     PIC X(20) VALUE SPACES.
           05  WS-ADR-DEPT-REF      PIC X(03) VALUE SPACES.
           05  WS-ADR-ECART-VILLE   PIC X(01) VALUE SPACES.
           05  WS-ADR-ECART-DEPT    PIC X(01) VALUE SPACES.
           05  WS-ADR-DATE-RETOUR   PIC 9(08) VALUE ZEROES.
           05  WS-ADR-NB-LEVES      PIC 9(03) VALUE ZEROES.
           05  WS-ADR-STATUT        PIC X(01) VALUE SPACES.
               88  WS-ADR-NPAI      VALUE "1".

      ***********************************************
      * REGISTRE DES CORRESPONDANCES (CORRESP)
      ***********************************************
       01  WS-CORRESPONDANCE.
           05  WS-COR-CLIENT-ID     PIC X(08) VALUE SPACES.
           05  WS-COR-DOCUMENT      PIC X(10) VALUE "RELEVE".
           05  WS-COR-REFERENCE     PIC X(20) VALUE SPACES.
           05  WS-COR-CANAL         PIC X(01) VALUE "C".
           05  WS-COR-FICHIER       PIC X(30)
               VALUE "RELEVES-COMPTE.txt".
           05  WS-COR-GENERATION    PIC X(14) VALUE SPACES.
           05  WS-COR-PROGRAMME     PIC X(08) VALUE "RELEVE".
           05  WS-COR-STATUT        PIC X(01) VALUE SPACES.
               88  WS-COR-INSCRIT   VALUE "0".
       01  WS-COMPTEUR-NON-INSCRITS PIC 9(05) VALUE ZEROES.

      ***********************************************
      * INDEX DES DOCUMENTS POUR LA MISE SOUS PLI (INDEXPLI)
      ***********************************************
       01  WS-PLI.
           05  WS-PLI-FICHIER       PIC X(30)
               VALUE "RELEVES-COMPTE.txt".
           05  WS-PLI-GENERATION    PIC X(14) VALUE SPACES.
           05  WS-PLI-RANG          PIC 9(05) VALUE ZEROES.
           05  WS-PLI-DESTINATAIRE  PIC X(08) VALUE SPACES.
           05  WS-PLI-DOCUMENT      PIC X(10) VALUE "RELEVE".
           05  WS-PLI-PROGRAMME     PIC X(08) VALUE "RELEVE".
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
           DISPLAY "EDITION DES RELEVES DE COMPTE CLIENTS".
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATE-JOUR.
           MOVE WS-DATE-JOUR TO WS-EDIT-DATE-JOUR.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-COR-GENERATION.
           MOVE WS-COR-GENERATION TO WS-PLI-GENERATION.

           DISPLAY "INCLURE LES ARCHIVES DE FIN DE PERIODE (O/N): "
                   NO ADVANCING.
           MOVE SPACES TO WS-SAISIE.
           ACCEPT WS-SAISIE.
           IF WS-SAISIE (1:1) = "O" OR WS-SAISIE (1:1) = "o"
               MOVE "O" TO WS-AVEC-ARCHIVES
           END-IF.

           DISPLAY "CLIENT (VIDE = TOUS): " NO ADVANCING.
           ACCEPT WS-CLIENT-DEMANDE.
      *
      *********** CHARGEMENT DES DONNEES
           PERFORM 1000-LECTURE-NUMEROTATION-DEBUT
              THRU 2200-CHARGEMENT-REGLEMENTS-FIN.
           PERFORM 2300-CHARGEMENT-AVOIRS-DEBUT
              THRU 2300-CHARGEMENT-AVOIRS-FIN.
           PERFORM 2400-CHARGEMENT-REMBOURSEMENTS-DEBUT
              THRU 2400-CHARGEMENT-REMBOURSEMENTS-FIN.
           PERFORM 2500-LECTURE-LITIGES-DEBUT
              THRU 2500-LECTURE-LITIGES-FIN.
           IF WS-AVEC-ARCHIVES-OUI
               PERFORM 2600-CHARGEMENT-ARCHIVES-DEBUT
                  THRU 2600-CHARGEMENT-ARCHIVES-FIN
           END-IF.
      *
      *********** EDITION D'UN RELEVE PAR CLIENT
           OPEN OUTPUT FRELEVE.
           PERFORM VARYING WS-BALAYAGE FROM 1 BY 1
                   UNTIL WS-BALAYAGE > WS-NB-FACTURES
               IF WS-FACT-EDITE (WS-BALAYAGE) NOT = "O"
               AND (WS-CLIENT-DEMANDE = SPACES
                    OR WS-FACT-ID (WS-BALAYAGE) = WS-CLIENT-DEMANDE)
                   MOVE WS-FACT-ID (WS-BALAYAGE) TO WS-CLIENT-COURANT
                   MOVE WS-BALAYAGE TO WS-INDICE4
                   PERFORM 3000-EDITION-RELEVE-DEBUT

           CLOSE FRELEVE.

           IF WS-CLIENT-DEMANDE NOT = SPACES
           AND WS-COMPTEUR-RELEVES = ZEROES
           AND WS-COMPTEUR-NPAI = ZEROES
               DISPLAY "--> CLIENT " WS-CLIENT-DEMANDE
                       " SANS FACTURE DANS FICHIERSOR.txt"
               MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY "==============================================".
           DISPLAY "RELEVES DE COMPTE EDITES: " WS-COMPTEUR-RELEVES.
           IF WS-COMPTEUR-NPAI > ZEROES
               DISPLAY "CLIENTS NPAI NON EDITES : " WS-COMPTEUR-NPAI
               DISPLAY "--> VOIR ADRESSES-A-CORRIGER.txt"
           END-IF.
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
           MOVE RCLISOR-CODEPOSTAL TO WS-FACT-CODEPOSTAL (WS-INDICE).
           MOVE RCLISOR-VILLE      TO WS-FACT-VILLE (WS-INDICE).
           MOVE "N" TO WS-FACT-EDITE (WS-INDICE).
           MOVE "N" TO WS-FACT-LITIGE (WS-INDICE).

       2100-AJOUT-FACTURE-FIN.
           EXIT.
      *******************************************************
       2200-CHARGEMENT-REGLEMENTS-DEBUT.

           MOVE "L" TO WS-ORIGINE.
           IF WS-CLIENT-DEMANDE NOT = SPACES
               MOVE "R" TO WS-MVI-FICHIER
               MOVE "P" TO WS-MVI-FONCTION
               MOVE WS-CLIENT-DEMANDE TO WS-MVI-ID
               MOVE SPACES TO WS-MVI-DATE
               PERFORM 9100-APPEL-MVTIDX-DEBUT
                  THRU 9100-APPEL-MVTIDX-FIN
               IF NOT WS-MVI-INACCESSIBLE
                   PERFORM UNTIL NOT WS-MVI-OK
                       MOVE WS-MVI-ENREG TO RREGL
                       PERFORM 2215-RETENUE-REGLEMENT-DEBUT
                          THRU 2215-RETENUE-REGLEMENT-FIN
                       MOVE "S" TO WS-MVI-FONCTION
                       PERFORM 9100-APPEL-MVTIDX-DEBUT
                          THRU 9100-APPEL-MVTIDX-FIN
                   END-PERFORM
                   GO TO 2200-CHARGEMENT-REGLEMENTS-FIN
               END-IF
           END-IF.

      ****** SANS CLIENT DEMANDE OU SANS INDEX : REGLEMENTS.txt
           OPEN INPUT FREGL.
           IF NOT WS-STATUS-FILE-FREGL-OK
               DISPLAY "--> REGLEMENTS.txt ABSENT: "
                       "RELEVES SANS ENCAISSEMENTS"
               GO TO 2200-CHARGEMENT-REGLEMENTS-FIN
           END-IF.
           PERFORM 2210-LECTURE-REGLEMENTS-DEBUT
              THRU 2210-LECTURE-REGLEMENTS-FIN.

       2200-CHARGEMENT-REGLEMENTS-FIN.
           EXIT.

      *******************************************************
      *  LECTURE DU FICHIER DE REGLEMENTS OUVERT (EN LIGNE OU
      *  ARCHIVE) ; AVEC LES ARCHIVES, LES REPORTS SONT IGNORES
      *******************************************************
       2210-LECTURE-REGLEMENTS-DEBUT.

           PERFORM UNTIL NOT WS-STATUS-FILE-FREGL-OK
               READ FREGL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-CLIENT-DEMANDE = SPACES
                       OR RREGL-ID = WS-CLIENT-DEMANDE
                           PERFORM 2215-RETENUE-REGLEMENT-DEBUT
                              THRU 2215-RETENUE-REGLEMENT-FIN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FREGL.

       2210-LECTURE-REGLEMENTS-FIN.
           EXIT.

      *******************************************************
      *  UN REGLEMENT LU (RREGL) RETENU EN TABLE ; AVEC LES
      *  ARCHIVES, LES REPORTS SONT IGNORES
      *******************************************************
       2215-RETENUE-REGLEMENT-DEBUT.

           IF WS-NB-REGLEMENTS < WS-MAX-REGLEMENTS
           AND RREGL-MONTANT IS NUMERIC
           AND NOT (WS-AVEC-ARCHIVES-OUI
                    AND RREGL-NUMFACT = "REPORT")
               ADD 1 TO WS-NB-REGLEMENTS
               SET WS-INDICE2 TO WS-NB-REGLEMENTS
               MOVE RREGL-ID      TO WS-REGL-ID (WS-INDICE2)
               MOVE RREGL-DATE    TO WS-REGL-DATE (WS-INDICE2)
               MOVE RREGL-MONTANT TO WS-REGL-MONTANT (WS-INDICE2)
               MOVE WS-ORIGINE    TO WS-REGL-ORIGINE (WS-INDICE2)
               IF RREGL-NUMFACT = "REPORT"
                   MOVE "R" TO WS-REGL-ORIGINE (WS-INDICE2)
               END-IF
           END-IF.

       2215-RETENUE-REGLEMENT-FIN.
           EXIT.

      *******************************************************
      *******************************************************
       2300-CHARGEMENT-AVOIRS-DEBUT.

           MOVE "L" TO WS-ORIGINE.
           IF WS-CLIENT-DEMANDE NOT = SPACES
               MOVE "A" TO WS-MVI-FICHIER
               MOVE "P" TO WS-MVI-FONCTION
               MOVE WS-CLIENT-DEMANDE TO WS-MVI-ID
               MOVE SPACES TO WS-MVI-DATE
               PERFORM 9100-APPEL-MVTIDX-DEBUT
                  THRU 9100-APPEL-MVTIDX-FIN
               IF NOT WS-MVI-INACCESSIBLE
                   PERFORM UNTIL NOT WS-MVI-OK
                       MOVE WS-MVI-ENREG TO RAVOIR
                       PERFORM 2315-RETENUE-AVOIR-DEBUT
                          THRU 2315-RETENUE-AVOIR-FIN
                       MOVE "S" TO WS-MVI-FONCTION
                       PERFORM 9100-APPEL-MVTIDX-DEBUT
                          THRU 9100-APPEL-MVTIDX-FIN
                   END-PERFORM
                   GO TO 2300-CHARGEMENT-AVOIRS-FIN
               END-IF
           END-IF.

      ****** SANS CLIENT DEMANDE OU SANS INDEX : AVOIRS.txt
           OPEN INPUT FAVOIR.
           IF NOT WS-STATUS-FILE-FAVOIR-OK
               DISPLAY "--> AVOIRS.txt ABSENT: RELEVES SANS AVOIRS"
               GO TO 2300-CHARGEMENT-AVOIRS-FIN
           END-IF.
           PERFORM 2310-LECTURE-AVOIRS-DEBUT
              THRU 2310-LECTURE-AVOIRS-FIN.

       2300-CHARGEMENT-AVOIRS-FIN.
           EXIT.

      *******************************************************
      *  LECTURE DU FICHIER D'AVOIRS OUVERT (EN LIGNE OU
      *  ARCHIVE) ; AVEC LES ARCHIVES, LES REPORTS SONT IGNORES
      *******************************************************
       2310-LECTURE-AVOIRS-DEBUT.

           PERFORM UNTIL NOT WS-STATUS-FILE-FAVOIR-OK
               READ FAVOIR
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-CLIENT-DEMANDE = SPACES
                       OR AVR-ID = WS-CLIENT-DEMANDE
                           PERFORM 2315-RETENUE-AVOIR-DEBUT
                              THRU 2315-RETENUE-AVOIR-FIN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FAVOIR.

       2310-LECTURE-AVOIRS-FIN.
           EXIT.

      *******************************************************
      *  UN AVOIR LU (RAVOIR) RETENU EN TABLE ; AVEC LES
      *  ARCHIVES, LES REPORTS SONT IGNORES
      *******************************************************
       2315-RETENUE-AVOIR-DEBUT.

           IF WS-NB-AVOIRS < WS-MAX-AVOIRS
           AND AVR-MONTANT IS NUMERIC
           AND NOT (WS-AVEC-ARCHIVES-OUI
                    AND AVR-MOTIF (1:16) = WS-LIBELLE-REPORT)
               ADD 1 TO WS-NB-AVOIRS
               SET WS-INDICE3 TO WS-NB-AVOIRS
               MOVE AVR-ID      TO WS-AVR-ID (WS-INDICE3)
               MOVE AVR-DATE    TO WS-AVR-DATE (WS-INDICE3)
               MOVE AVR-MONTANT TO WS-AVR-MONTANT (WS-INDICE3)
               MOVE WS-ORIGINE  TO WS-AVR-ORIGINE (WS-INDICE3)
               IF AVR-MOTIF (1:16) = WS-LIBELLE-REPORT
                   MOVE "R" TO WS-AVR-ORIGINE (WS-INDICE3)
               END-IF
           END-IF.

       2315-RETENUE-AVOIR-FIN.
           EXIT.

      *******************************************************
      *  CHARGEMENT DES REMBOURSEMENTS VERSES (FACULTATIF)
      *******************************************************
       2400-CHARGEMENT-REMBOURSEMENTS-DEBUT.

           OPEN INPUT FREMB.
           IF NOT WS-STATUS-FILE-FREMB-OK
               GO TO 2400-CHARGEMENT-REMBOURSEMENTS-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FREMB-OK
               READ FREMB
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-NB-REMBOURSEMENTS < WS-MAX-REMBOURSEMENTS
                       AND REMB-MONTANT IS NUMERIC
                           ADD 1 TO WS-NB-REMBOURSEMENTS
                           SET WS-INDICE5 TO WS-NB-REMBOURSEMENTS
                           MOVE REMB-ID
                                TO WS-REMB-ID (WS-INDICE5)
                           MOVE REMB-DATE
                                TO WS-REMB-DATE (WS-INDICE5)
                           MOVE REMB-MONTANT
                                TO WS-REMB-MONTANT (WS-INDICE5)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FREMB.

       2400-CHARGEMENT-REMBOURSEMENTS-FIN.
           EXIT.

      *******************************************************
      *  LITIGES OUVERTS (FACULTATIF) : LA FACTURE CONTESTEE
      *  EST MARQUEE EN LITIGE SUR LE RELEVE
      *******************************************************
       2500-LECTURE-LITIGES-DEBUT.

           OPEN INPUT FLITIGE.
           IF NOT WS-STATUS-FILE-FLITIGE-OK
               GO TO 2500-LECTURE-LITIGES-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FLITIGE-OK
               READ FLITIGE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LIT-STATUT-OUVERT
                       AND LIT-NUMFACT IS NUMERIC
                           PERFORM VARYING WS-INDICE FROM 1 BY 1
                                   UNTIL WS-INDICE > WS-NB-FACTURES
                               IF WS-FACT-NUMERO (WS-INDICE) =
                                  LIT-NUMFACT
                                   MOVE "O"
                                        TO WS-FACT-LITIGE (WS-INDICE)
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FLITIGE.

       2500-LECTURE-LITIGES-FIN.
           EXIT.

      *******************************************************
      *  REGLEMENTS ET AVOIRS DES ARCHIVES DE FIN DE PERIODE
      *  INSCRITES AU CATALOGUE
      *******************************************************
       2600-CHARGEMENT-ARCHIVES-DEBUT.

           OPEN INPUT FARCHCAT.
           IF NOT WS-STATUS-FILE-FARCHCAT-OK
               DISPLAY "--> AUCUNE ARCHIVE DE FIN DE PERIODE"
               GO TO 2600-CHARGEMENT-ARCHIVES-FIN
           END-IF.
           MOVE "A" TO WS-ORIGINE.

           PERFORM UNTIL NOT WS-STATUS-FILE-FARCHCAT-OK
               READ FARCHCAT
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ARC-TYPE-REGLEMENTS
                           MOVE ARC-FICHIER TO WS-NOM-FREGL
                           OPEN INPUT FREGL
                           IF WS-STATUS-FILE-FREGL-OK
                               PERFORM 2210-LECTURE-REGLEMENTS-DEBUT
                                  THRU 2210-LECTURE-REGLEMENTS-FIN
                           ELSE
                               DISPLAY "--> ARCHIVE "
                                       FUNCTION TRIM (ARC-FICHIER)
                                       " ABSENTE"
                           END-IF
                       END-IF
                       IF ARC-TYPE-AVOIRS
                           MOVE ARC-FICHIER TO WS-NOM-FAVOIR
                           OPEN INPUT FAVOIR
                           IF WS-STATUS-FILE-FAVOIR-OK
                               PERFORM 2310-LECTURE-AVOIRS-DEBUT
                                  THRU 2310-LECTURE-AVOIRS-FIN
                           ELSE
                               DISPLAY "--> ARCHIVE "
                                       FUNCTION TRIM (ARC-FICHIER)
                                       " ABSENTE"
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FARCHCAT.
           MOVE "REGLEMENTS.txt" TO WS-NOM-FREGL.
           MOVE "AVOIRS.txt" TO WS-NOM-FAVOIR.

           IF WS-NB-REGLEMENTS = WS-MAX-REGLEMENTS
           OR WS-NB-AVOIRS = WS-MAX-AVOIRS
               DISPLAY "--> TABLES PLEINES: ARCHIVES EN PARTIE "
                       "SEULEMENT SUR LES RELEVES"
           END-IF.

       2600-CHARGEMENT-ARCHIVES-FIN.
           EXIT.

      *******************************************************
      *  EDITION DU RELEVE DU CLIENT COURANT : FACTURES,
      *  REGLEMENTS, AVOIRS, REMBOURSEMENTS ET SOLDE COURANT
      *******************************************************
       3000-EDITION-RELEVE-DEBUT.

      ****** PLI DEJA REVENU NPAI : PAS DE RELEVE PAPIER, LES
      ****** LIGNES DU CLIENT SONT CONSIDEREES COMME TRAITEES
           MOVE "N" TO WS-ADR-FONCTION.
           MOVE WS-CLIENT-COURANT TO WS-ADR-CLIENT-ID.
           MOVE WS-FACT-NOM (WS-INDICE4) TO WS-ADR-NOM.
           CALL 'CTRLADR' USING WS-ADRESSE
               ON EXCEPTION
                   MOVE "0" TO WS-ADR-STATUT
           END-CALL.
           IF WS-ADR-NPAI
               ADD 1 TO WS-COMPTEUR-NPAI
               DISPLAY "--> CLIENT " WS-CLIENT-COURANT
                       " NPAI: RELEVE NON EDITE"
               PERFORM VARYING WS-INDICE FROM 1 BY 1
                       UNTIL WS-INDICE > WS-NB-FACTURES
                   IF WS-FACT-ID (WS-INDICE) = WS-CLIENT-COURANT
                       MOVE "O" TO WS-FACT-EDITE (WS-INDICE)
                   END-IF
               END-PERFORM
               GO TO 3000-EDITION-RELEVE-FIN
           END-IF.

           ADD 1 TO WS-COMPTEUR-RELEVES.
           MOVE ZEROES TO WS-SOLDE-COURANT.
           MOVE WS-CLIENT-COURANT TO WS-PLI-DESTINATAIRE.
           PERFORM 3200-INDEXATION-PLI-DEBUT
              THRU 3200-INDEXATION-PLI-FIN.
      *
      ****** ENTETE DE PAGE (MEME ESPRIT QUE FACTEDIT)
           MOVE ALL "=" TO WS-LIGNE.
                          "  MONTANT " WS-EDIT-MONTANT
                          "  SOLDE " WS-EDIT-SOLDE
                          DELIMITED BY SIZE INTO WS-LIGNE
                   IF WS-FACT-LITIGE (WS-INDICE) = "O"
                       MOVE "  EN LITIGE" TO WS-LIGNE (62:11)
                   END-IF
                   PERFORM 3100-ECRITURE-LIGNE-DEBUT
                      THRU 3100-ECRITURE-LIGNE-FIN
               END-IF
                          "  RECU  " WS-EDIT-MONTANT
                          "  SOLDE " WS-EDIT-SOLDE
                          DELIMITED BY SIZE INTO WS-LIGNE
                   IF WS-REGL-ORIGINE (WS-INDICE2) = "R"
                       MOVE "REPORT    AU " TO WS-LIGNE (1:13)
                   END-IF
                   IF WS-REGL-ORIGINE (WS-INDICE2) = "A"
                       MOVE "  ARCHIVE" TO WS-LIGNE (65:9)
                   END-IF
                   PERFORM 3100-ECRITURE-LIGNE-DEBUT
                      THRU 3100-ECRITURE-LIGNE-FIN
               END-IF
                          "  EMIS  " WS-EDIT-MONTANT
                          "  SOLDE " WS-EDIT-SOLDE
                          DELIMITED BY SIZE INTO WS-LIGNE
                   IF WS-AVR-ORIGINE (WS-INDICE3) = "R"
                       MOVE "REPORT    AU " TO WS-LIGNE (1:13)
                   END-IF
                   IF WS-AVR-ORIGINE (WS-INDICE3) = "A"
                       MOVE "  ARCHIVE" TO WS-LIGNE (65:9)
                   END-IF
                   PERFORM 3100-ECRITURE-LIGNE-DEBUT
                      THRU 3100-ECRITURE-LIGNE-FIN
               END-IF
           END-PERFORM.
      *
      ****** REMBOURSEMENTS DE CREDIT VERSES AU CLIENT
           PERFORM VARYING WS-INDICE5 FROM 1 BY 1
                   UNTIL WS-INDICE5 > WS-NB-REMBOURSEMENTS
               IF WS-REMB-ID (WS-INDICE5) = WS-CLIENT-COURANT
                   ADD WS-REMB-MONTANT (WS-INDICE5)
                       TO WS-SOLDE-COURANT
                   MOVE WS-REMB-MONTANT (WS-INDICE5)
                        TO WS-EDIT-MONTANT
                   MOVE WS-SOLDE-COURANT TO WS-EDIT-SOLDE
                   MOVE SPACES TO WS-LIGNE
                   STRING "REMBOURST DU "
                          WS-REMB-DATE (WS-INDICE5)
                          "  VERSE " WS-EDIT-MONTANT
                          "  SOLDE " WS-EDIT-SOLDE
                          DELIMITED BY SIZE INTO WS-LIGNE
                   PERFORM 3100-ECRITURE-LIGNE-DEBUT
                      THRU 3100-ECRITURE-LIGNE-FIN
               END-IF
           MOVE SPACES TO WS-LIGNE.
           PERFORM 3100-ECRITURE-LIGNE-DEBUT
              THRU 3100-ECRITURE-LIGNE-FIN.
      *
      ****** INSCRIPTION AU REGISTRE DES CORRESPONDANCES
           MOVE WS-CLIENT-COURANT TO WS-COR-CLIENT-ID.
           MOVE SPACES TO WS-COR-REFERENCE.
           STRING "ARRETE AU " WS-DATE-JOUR
                  DELIMITED BY SIZE INTO WS-COR-REFERENCE.
           CALL 'CORRESP' USING WS-CORRESPONDANCE
               ON EXCEPTION
                   MOVE "9" TO WS-COR-STATUT
           END-CALL.
           IF NOT WS-COR-INSCRIT
               ADD 1 TO WS-COMPTEUR-NON-INSCRITS
           END-IF.

       3000-EDITION-RELEVE-FIN.
           EXIT.

       3100-ECRITURE-LIGNE-FIN.
           EXIT.

      *******************************************************
      *  INDEXATION DU DOCUMENT POUR LA MISE SOUS PLI : SON
      *  RANG DANS LE FICHIER ET SON DESTINATAIRE
      *******************************************************
       3200-INDEXATION-PLI-DEBUT.

           ADD 1 TO WS-PLI-RANG.
           CALL 'INDEXPLI' USING WS-PLI
               ON EXCEPTION
                   MOVE "9" TO WS-PLI-STATUT
           END-CALL.
           IF NOT WS-PLI-INDEXE
               ADD 1 TO WS-COMPTEUR-NON-INDEXES
           END-IF.

       3200-INDEXATION-PLI-FIN.
           EXIT.

      *******************************************************
      *  ACCES PAR CLE AUX MOUVEMENTS DU CLIENT (MVTIDX)
      *******************************************************
       9100-APPEL-MVTIDX-DEBUT.

           MOVE RETURN-CODE TO WS-RC-SAUVE.
           CALL 'MVTIDX' USING WS-MOUVEMENT-IDX
               ON EXCEPTION
                   MOVE "9" TO WS-MVI-STATUT
           END-CALL.
           MOVE WS-RC-SAUVE TO RETURN-CODE.

       9100-APPEL-MVTIDX-FIN.
           EXIT.
