       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEVMAINT.
       AUTHOR. GENEVIEVE GIANNASI.
       INSTALLATION. PERSONAL PC.
       DATE-WRITTEN. 15-10-2026.
       DATE-COMPILED. 15-10-2026.
       SECURITY. NON-CONFIDENTIAL.
      ******************************************************************
      * OBJECTIF:
      * Prospects et devis : les commerciaux preparaient leurs devis
      * sur traitement de texte et, a la signature, le back-office
      * ressaisissait tout dans CLIMAINT et LIENMAINT - les fautes de
      * frappe ressortaient en exceptions dans FACTURES.
      *
      * Le fichier DEVIS.txt porte une ligne par devis : le prospect
      * (memes zones que le client) et jusqu'a cinq contrats
      * d'ASSURANCES.txt, chacun tarife par le service TARIFAGE
      * (grille TARIFS-GRILLE.txt ; prime saisie pour un produit hors
      * grille ou un prospect en devise). Actions :
      *   (N)OUVEAU     : saisie du prospect et des contrats, numero
      *                   attribue (max+1), date de validite (defaut
      *                   30 jours, DATESERV) et edition du devis
      *   (I)MPRESSION  : reedition d'un devis
      *   (A)CCEPTATION : conversion en une fois d'un devis emis et
      *                   non expire en client FICHIERCLIENT.txt
      *                   (memes controles que CLIMAINT), plus un lien
      *                   CLIENTS-CONTRATS.txt par contrat quand le
      *                   devis en porte plusieurs ; ajout journalise
      *                   dans MUTATIONS-JOURNAL.txt
      *   (P)ERDU       : devis refuse par le prospect
      *   (L)ISTE       : devis en cours (emis), expires signales
      * Les devis edites s'ajoutent a DEVIS-EDITION.txt.
      * FICHIERCLIENT.txt et DEVIS.txt sont reecrits par REECRIT :
      * nouvelle generation controlee puis basculee, reprise au
      * lancement d'une reecriture interrompue.
      *
      * FACTURES facture RCLIENT-MONTANT une fois par lien actif :
      * pour un devis a plusieurs contrats, le montant du client est
      * la moyenne des primes du devis, ce qui refacture le total.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ******** PROSPECTS ET DEVIS
           SELECT FDEVIS ASSIGN TO DYNAMIC WS-NOM-FDEVIS
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FDEVIS.

      ******** EDITION DES DEVIS
           SELECT FEDITION ASSIGN TO "DEVIS-EDITION.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FEDITION.

      ******** FICHIER CLIENT
           SELECT FCLIENT ASSIGN TO DYNAMIC WS-NOM-FCLIENT
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FCLIENT.

      ******** LIENS CLIENT-CONTRATS
           SELECT FLIENS ASSIGN TO "CLIENTS-CONTRATS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FLIENS.

      ******** FICHIER DEPARTEMENT
           SELECT FDEPT ASSIGN TO "FR-LISTE-DEPT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FDEPT.

      ******** FICHIER ASSURANCES
           SELECT FASSUR ASSIGN TO "ASSURANCES.txt"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FASSUR.

      ******** TABLE DES TAUX DE TVA (CODE, TAUX, VALIDITE)
           SELECT FTVA ASSIGN TO "TVA-TAUX.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FTVA.

      ******** JOURNAL PERMANENT DES MUTATIONS DES MAITRES
           SELECT FMUTATION ASSIGN TO "MUTATIONS-JOURNAL.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FMUTATION.

       DATA DIVISION.
       FILE SECTION.
      ******** PROSPECTS ET DEVIS
           COPY 'COBOL-FD-DEVIS.cpy'.

      ******** EDITION DES DEVIS
       FD  FEDITION.
       01  REDITION PIC X(80).

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

      ******** FICHIER DEPARTEMENT
           COPY 'COBOL-FD-DEPT.cpy'.

      ******** FICHIER ASSURANCES
           COPY 'COBOL-FD-ASSURANCE.cpy'.

      ******** TABLE DES TAUX DE TVA (CODE, TAUX, VALIDITE)
       FD  FTVA.
       01  RTVA.
           05  RTVA-CODE            PIC X(02).
           05  FILLER               PIC X(01).
           05  RTVA-TAUX            PIC 9(02)V99.
           05  FILLER               PIC X(01).
           05  RTVA-DATEDEBUT       PIC 9(08).
           05  FILLER               PIC X(01).
           05  RTVA-DATEFIN         PIC 9(08).

      ******** JOURNAL PERMANENT DES MUTATIONS DES MAITRES
      ******** (IMAGE AVANT / IMAGE APRES DE CHAQUE OPERATION)
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
       01  WS-STATUS-FILE-FDEVIS    PIC X(02).
           88 WS-STATUS-FILE-FDEVIS-OK  VALUE "00".
           88 WS-STATUS-FILE-FDEVIS-EOF VALUE "10".
       01  WS-STATUS-FILE-FEDITION  PIC X(02).
           88 WS-STATUS-FILE-FEDITION-OK  VALUE "00".
           88 WS-STATUS-FILE-FEDITION-INEXISTANT VALUE "35".
       01  WS-STATUS-FILE-FCLIENT   PIC X(02).
           88 WS-STATUS-FILE-FCLIENT-OK  VALUE "00".
           88 WS-STATUS-FILE-FCLIENT-EOF VALUE "10".
       01  WS-STATUS-FILE-FLIENS    PIC X(02).
           88 WS-STATUS-FILE-FLIENS-OK  VALUE "00".
           88 WS-STATUS-FILE-FLIENS-INEXISTANT VALUE "35".
       01  WS-STATUS-FILE-FDEPT     PIC X(02).
           88 WS-STATUS-FILE-FDEPT-OK  VALUE "00".
           88 WS-STATUS-FILE-FDEPT-EOF VALUE "10".
       01  WS-STATUS-FILE-FASSUR    PIC X(02).
           88 WS-STATUS-FILE-FASSUR-OK  VALUE "00".
           88 WS-STATUS-FILE-FASSUR-EOF VALUE "10".
       01  WS-STATUS-FILE-FTVA      PIC X(02).
           88 WS-STATUS-FILE-FTVA-OK  VALUE "00".
           88 WS-STATUS-FILE-FTVA-EOF VALUE "10".
       01  WS-STATUS-FILE-FMUTATION PIC X(02).
           88 WS-STATUS-FILE-FMUTATION-OK  VALUE "00".
           88 WS-STATUS-FILE-FMUTATION-INEXISTANT VALUE "35".

      *************************************
      *  TABLES DE CONTROLE (DEPARTEMENTS, CONTRATS, TVA)
      *************************************
       01  WS-TABLE-DEPARTEMENT.
           05  WS-TABLE-DEPT OCCURS 500 INDEXED BY WS-INDICE.
               10  WS-TABLE-DEPT-ID PIC X(03).
       01  WS-NB-DEPT  PIC 9(03) VALUE ZEROES.
       01  WS-MAX-DEPT PIC 9(03) VALUE 500.

       01  WS-TABLE-ASSURANCE.
           05  WS-TABLE-ASSUR OCCURS 500 INDEXED BY WS-INDICE2.
               10  WS-TABLE-ASSUR-ID      PIC 9(08).
               10  WS-TABLE-ASSUR-LIBELLE PIC X(40).
       01  WS-NB-ASSUR  PIC 9(03) VALUE ZEROES.
       01  WS-MAX-ASSUR PIC 9(03) VALUE 500.

       01  WS-TABLE-TAUX-TVA.
           05  WS-TABLE-TVA OCCURS 20 INDEXED BY WS-INDICE4.
               10  WS-TABLE-TVA-CODE PIC X(02).
       01  WS-NB-TVA  PIC 9(02) VALUE ZEROES.
       01  WS-MAX-TVA PIC 9(02) VALUE 20.

      *************************************
      *  TABLE DES CLIENTS CHARGES EN MEMOIRE
      *************************************
       01  WS-TABLE-CLIENTS.
           05 WS-CLIENT-ENTRY OCCURS 5000 INDEXED BY WS-INDICE3.
               10 WS-CLIENT-IMAGE PIC X(190).
       01  WS-NB-CLIENTS  PIC 9(04) VALUE ZEROES.
       01  WS-MAX-CLIENTS PIC 9(04) VALUE 5000.

      *************************************
      *  TABLE DES DEVIS CHARGES EN MEMOIRE
      *************************************
       01  WS-TABLE-DEVIS.
           05 WS-DEVIS-ENTRY OCCURS 2000 INDEXED BY WS-INDICE5.
               10 WS-DEVIS-IMAGE PIC X(314).
       01  WS-NB-DEVIS  PIC 9(04) VALUE ZEROES.
       01  WS-MAX-DEVIS PIC 9(04) VALUE 2000.
       01  WS-NUMERO-MAX PIC 9(08) VALUE ZEROES.
       01  WS-DEVIS-POSITION PIC 9(04) VALUE ZEROES.
       01  WS-INDICE-LIGNE PIC 9(01) VALUE ZEROES.
       01  WS-INDICE-LIGNE2 PIC 9(01) VALUE ZEROES.

      *************************************
      *  ZONE DE TRAVAIL DU CLIENT ISSU DU DEVIS
      *  (MEME GABARIT QUE RCLIENT)
      *************************************
       01  WS-CLIENT.
           05  WS-CLIENT-ID           PIC X(08) VALUE SPACES.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-CLIENT-NOM          PIC X(20) VALUE SPACES.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-CLIENT-PRENOM       PIC X(20) VALUE SPACES.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-CLIENT-POSTE        PIC X(20) VALUE SPACES.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-CLIENT-MONTANT      PIC X(12) VALUE SPACES.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-CLIENT-DEPT         PIC X(03) VALUE SPACES.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-CLIENT-ASSUR        PIC X(08) VALUE SPACES.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-CLIENT-SOCIETE      PIC X(05) VALUE SPACES.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-CLIENT-CODE-TVA     PIC X(02) VALUE SPACES.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-CLIENT-DEVISE       PIC X(03) VALUE SPACES.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-CLIENT-PRELEVEMENT  PIC X(01) VALUE SPACES.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-CLIENT-RUE          PIC X(30) VALUE SPACES.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-CLIENT-CODEPOSTAL   PIC X(05) VALUE SPACES.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-CLIENT-VILLE        PIC X(20) VALUE SPACES.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-CLIENT-FREQUENCE    PIC X(01) VALUE SPACES.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-CLIENT-PROCHAINE    PIC X(08) VALUE SPACES.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-CLIENT-NB-ASSURES   PIC X(02) VALUE SPACES.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-CLIENT-NAISSANCE    PIC X(04) VALUE SPACES.

      *************************************
      *  ZONES DE SAISIE ET DE CONTROLE
      *************************************
       01  WS-ACTION PIC X(01) VALUE SPACES.
           88  WS-ACTION-NOUVEAU      VALUE "N".
           88  WS-ACTION-IMPRESSION   VALUE "I".
           88  WS-ACTION-ACCEPTATION  VALUE "A".
           88  WS-ACTION-PERDU        VALUE "P".
           88  WS-ACTION-LISTE        VALUE "L".
           88  WS-ACTION-QUITTER      VALUE "Q".
       01  WS-SAISIE PIC X(12) VALUE SPACES.
       01  WS-NUMERO-SAISI PIC 9(08) VALUE ZEROES.
       01  WS-ID-RECHERCHE PIC X(08) VALUE SPACES.
       01  WS-NUMACT-SAISI PIC 9(08) VALUE ZEROES.
       01  WS-TROUVE PIC X(01) VALUE "N".
           88  WS-TROUVE-OUI VALUE "O".
       01  WS-SAISIE-VALIDE PIC X(01) VALUE "O".
           88  WS-SAISIE-VALIDE-OUI VALUE "O".
       01  WS-FIN-LIGNES PIC X(01) VALUE "N".
           88  WS-FIN-LIGNES-OUI VALUE "O".
       01  WS-CONFIRMATION PIC X(01) VALUE "N".
           88  WS-CONFIRMATION-OUI VALUE "O".
       01  WS-DEVIS-MODIFIE PIC X(01) VALUE "N".
           88  WS-DEVIS-MODIFIE-OUI VALUE "O".
       01  WS-ASSUR-NUMERIQUE PIC 9(08) VALUE ZEROES.
       01  WS-ANNEE-NAISSANCE PIC 9(04) VALUE ZEROES.
       01  WS-ANNEE-JOUR      PIC 9(04) VALUE ZEROES.
       01  WS-DATE-JOUR PIC 9(08) VALUE ZEROES.
       01  WS-JOURS-VALIDITE PIC 9(03) VALUE 30.
       01  WS-PRIME-SAISIE PIC 9(07)V99 VALUE ZEROES.
       01  WS-PRIME-CLIENT PIC 9(07)V99 VALUE ZEROES.
       01  WS-MONTANT-CLIENT.
           05  WS-MONTANT-INT        PIC 9(07) VALUE ZEROES.
           05  FILLER                PIC X(01) VALUE ",".
           05  WS-MONTANT-DEC        PIC 9(02) VALUE ZEROES.
       01  WS-OPERATEUR PIC X(03) VALUE SPACES.
      ****** OPERATEUR CONNECTE A LA CONSOLE (SINON SAISI)
           COPY 'COBOL-SESSION.cpy'.
       01  WS-COMPTEUR-EMIS     PIC 9(04) VALUE ZEROES.
       01  WS-COMPTEUR-ACCEPTES PIC 9(04) VALUE ZEROES.
       01  WS-COMPTEUR-PERDUS   PIC 9(04) VALUE ZEROES.
       01  WS-COMPTEUR-LISTES   PIC 9(04) VALUE ZEROES.

      ****** SERVICE PARTAGE TARIFAGE (PRIME SELON LA GRILLE)
       01  WS-TARIFAGE.
           05  WS-TRF-CONTRAT        PIC 9(08) VALUE ZEROES.
           05  WS-TRF-DEPT           PIC X(03) VALUE SPACES.
           05  WS-TRF-SOCIETE        PIC X(05) VALUE SPACES.
           05  WS-TRF-NB-ASSURES     PIC X(02) VALUE SPACES.
           05  WS-TRF-NAISSANCE      PIC X(04) VALUE SPACES.
           05  WS-TRF-DATE           PIC 9(08) VALUE ZEROES.
           05  WS-TRF-MONTANT        PIC 9(07)V99 VALUE ZEROES.
           05  WS-TRF-BASE           PIC 9(07)V99 VALUE ZEROES.
           05  WS-TRF-REGION         PIC X(27) VALUE SPACES.
           05  WS-TRF-AGE            PIC 9(03) VALUE ZEROES.
           05  WS-TRF-COEF-REGION    PIC 9(01)V9999 VALUE ZEROES.
           05  WS-TRF-COEF-PERSONNES PIC 9(01)V9999 VALUE ZEROES.
           05  WS-TRF-COEF-AGE       PIC 9(01)V9999 VALUE ZEROES.
           05  WS-TRF-COEF-SOCIETE   PIC 9(01)V9999 VALUE ZEROES.
           05  WS-TRF-STATUT         PIC X(01) VALUE "0".
               88  WS-TRF-STATUT-OK     VALUE "0".

      ****** SERVICE PARTAGE DATESERV (DATE DE VALIDITE)
       01  WS-DATESERV.
           05  WS-DTS-FONCTION PIC X(01) VALUE "A".
           05  WS-DTS-DATE1  PIC 9(08) VALUE ZEROES.
           05  WS-DTS-DATE2  PIC 9(08) VALUE ZEROES.
           05  WS-DTS-JOURS  PIC S9(05) VALUE ZEROES.
           05  WS-DTS-STATUT PIC X(01) VALUE "0".
               88  WS-DTS-STATUT-OK VALUE "0".

      *************************************
      *  JOURNAL DES MUTATIONS : IMAGES AVANT/APRES
      *************************************
       01  WS-IMAGE-AVANT PIC X(190) VALUE SPACES.
       01  WS-IMAGE-APRES PIC X(190) VALUE SPACES.

      *************************************
      *  EDITION DU DEVIS
      *************************************
       01  WS-LIGNE-EDITION PIC X(80) VALUE SPACES.
       01  WS-EDIT-DATE     PIC 9(04)/9(02)/9(02).
       01  WS-EDIT-VALIDITE PIC 9(04)/9(02)/9(02).
       01  WS-EDIT-MONTANT  PIC Z.ZZZ.ZZ9,99.
       01  WS-EDIT-TOTAL    PIC Z.ZZZ.ZZ9,99.
       01  WS-MARQUE-PRIX   PIC X(02) VALUE SPACES.
       01  WS-PRIX-HORS-GRILLE PIC X(01) VALUE "N".
           88  WS-PRIX-HORS-GRILLE-OUI VALUE "O".
       01  WS-DEVISE-EDITION PIC X(03) VALUE SPACES.
       01  WS-ETAT-DEVIS    PIC X(08) VALUE SPACES.

      ******************************************
      *  BLOC SOCIETE EMETTRICE
      ******************************************
       01  WS-SOCIETE-NOM     PIC X(30)
           VALUE "COMPAGNIE GENERALE DE SERVICES".
       01  WS-SOCIETE-ADRESSE PIC X(30)
           VALUE "12 RUE DES BATIGNOLLES".
       01  WS-SOCIETE-VILLE   PIC X(30)
           VALUE "75017 PARIS".

      ***********************************************
      * REECRITURE SURE DES FICHIERS PERMANENTS (REECRIT) :
      * CHAQUE FICHIER EST ECRIT DANS UNE NOUVELLE GENERATION,
      * CONTROLEE (NOMBRE, TOTAL) PUIS BASCULEE
      ***********************************************
       01  WS-NOM-FCLIENT PIC X(40) VALUE "FICHIERCLIENT.txt".
       01  WS-NOM-FDEVIS  PIC X(40) VALUE "DEVIS.txt".
       01  WS-REECRITURE.
           05  WS-REE-FONCTION  PIC X(01) VALUE "R".
           05  WS-REE-FICHIER   PIC X(40) VALUE SPACES.
           05  WS-REE-NOUVEAU   PIC X(40) VALUE SPACES.
           05  WS-REE-PROGRAMME PIC X(08) VALUE "DEVMAINT".
           05  WS-REE-POSITION  PIC 9(04) VALUE ZEROES.
           05  WS-REE-LONGUEUR  PIC 9(02) VALUE ZEROES.
           05  WS-REE-DECIMALES PIC 9(01) VALUE ZERO.
           05  WS-REE-NB-ENREG  PIC 9(09) VALUE ZEROES.
           05  WS-REE-TOTAL     PIC 9(13)V99 VALUE ZEROES.
           05  WS-REE-STATUT    PIC X(01) VALUE SPACES.
               88  WS-REE-OK VALUE "0" "1" "2".

       PROCEDURE DIVISION.
       0000-MAIN-DEB.
      *******************************************************
      *  PARAGRAPHE PRINCIPAL
      *******************************************************
           DISPLAY "PROSPECTS ET DEVIS".
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATE-JOUR.
      *
      *********** IDENTIFICATION DE L'OPERATEUR : LES CONVERSIONS
      *********** EN CLIENT SONT JOURNALISEES AVEC SES INITIALES
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
                       "SAISIE REFUSEE"
               MOVE 8 TO RETURN-CODE
               GO TO 0000-MAIN-FIN
           END-IF.
      *
      *********** REPRISE D'UNE REECRITURE INTERROMPUE DES FICHIERS
           MOVE "FICHIERCLIENT.txt" TO WS-REE-FICHIER.
           PERFORM 7000-REPRISE-REECRITURE-DEBUT
              THRU 7000-REPRISE-REECRITURE-FIN.
           MOVE "DEVIS.txt" TO WS-REE-FICHIER.
           PERFORM 7000-REPRISE-REECRITURE-DEBUT
              THRU 7000-REPRISE-REECRITURE-FIN.
           IF RETURN-CODE = 16
               GO TO 0000-MAIN-FIN
           END-IF.
      *
      *********** CHARGEMENT DES TABLES ET DES FICHIERS
           PERFORM 1000-CHARGEMENT-TABLES-DEBUT
              THRU 1000-CHARGEMENT-TABLES-FIN.
           PERFORM 1200-CHARGEMENT-CLIENTS-DEBUT
              THRU 1200-CHARGEMENT-CLIENTS-FIN.
           PERFORM 1250-CHARGEMENT-DEVIS-DEBUT
              THRU 1250-CHARGEMENT-DEVIS-FIN.
      *
      *********** BOUCLE DE SAISIE DES OPERATIONS
           PERFORM UNTIL WS-ACTION-QUITTER
               MOVE SPACES TO WS-ACTION
               DISPLAY "ACTION? (N)OUVEAU (I)MPRESSION (A)CCEPTATION "
                       "(P)ERDU (L)ISTE (Q)UITTER: " NO ADVANCING
               ACCEPT WS-ACTION
               MOVE FUNCTION UPPER-CASE (WS-ACTION) TO WS-ACTION
               IF WS-ACTION = SPACES
                   MOVE "Q" TO WS-ACTION
                   DISPLAY "SAISIE VIDE - FIN DE LA SAISIE DES DEVIS"
               END-IF
               EVALUATE TRUE
                   WHEN WS-ACTION-NOUVEAU
                       PERFORM 2000-NOUVEAU-DEVIS-DEBUT
                          THRU 2000-NOUVEAU-DEVIS-FIN
                   WHEN WS-ACTION-IMPRESSION
                       PERFORM 2500-REEDITION-DEVIS-DEBUT
                          THRU 2500-REEDITION-DEVIS-FIN
                   WHEN WS-ACTION-ACCEPTATION
                       PERFORM 4000-ACCEPTATION-DEVIS-DEBUT
                          THRU 4000-ACCEPTATION-DEVIS-FIN
                   WHEN WS-ACTION-PERDU
                       PERFORM 4500-DEVIS-PERDU-DEBUT
                          THRU 4500-DEVIS-PERDU-FIN
                   WHEN WS-ACTION-LISTE
                       PERFORM 4800-LISTE-DEVIS-DEBUT
                          THRU 4800-LISTE-DEVIS-FIN
                   WHEN WS-ACTION-QUITTER
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "ACTION INVALIDE - CHOISIR N, I, A, P, "
                               "L OU Q"
               END-EVALUATE
           END-PERFORM.
      *
      *********** REECRITURE DES DEVIS SI MODIFIES
           IF WS-DEVIS-MODIFIE-OUI
               PERFORM 5200-REECRITURE-DEVIS-DEBUT
                  THRU 5200-REECRITURE-DEVIS-FIN
           ELSE
               DISPLAY "AUCUNE MODIFICATION - FICHIER DES DEVIS "
                       "INCHANGE"
           END-IF.

           DISPLAY "==============================================".
           DISPLAY "DEVIS EMIS      : " WS-COMPTEUR-EMIS.
           DISPLAY "DEVIS ACCEPTES  : " WS-COMPTEUR-ACCEPTES.
           DISPLAY "DEVIS PERDUS    : " WS-COMPTEUR-PERDUS.
           DISPLAY "==============================================".

       0000-MAIN-FIN.
           GOBACK.

      *******************************************************
      *  CHARGEMENT DES TABLES DE CONTROLE
      *******************************************************
       1000-CHARGEMENT-TABLES-DEBUT.

           OPEN INPUT FDEPT.
           IF NOT WS-STATUS-FILE-FDEPT-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FDEPT': "
                       WS-STATUS-FILE-FDEPT
           ELSE
               PERFORM UNTIL NOT WS-STATUS-FILE-FDEPT-OK
                   READ FDEPT
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-NB-DEPT < WS-MAX-DEPT
                               ADD 1 TO WS-NB-DEPT
                               SET WS-INDICE TO WS-NB-DEPT
                               MOVE RDEPT-ID
                                    TO WS-TABLE-DEPT-ID (WS-INDICE)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FDEPT
           END-IF.

           OPEN INPUT FASSUR.
           IF NOT WS-STATUS-FILE-FASSUR-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FASSUR': "
                       WS-STATUS-FILE-FASSUR
           ELSE
               PERFORM UNTIL NOT WS-STATUS-FILE-FASSUR-OK
                   READ FASSUR
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-NB-ASSUR < WS-MAX-ASSUR
                               ADD 1 TO WS-NB-ASSUR
                               SET WS-INDICE2 TO WS-NB-ASSUR
                               MOVE RASSUR-NUMACT
                                    TO WS-TABLE-ASSUR-ID (WS-INDICE2)
                               MOVE RASSUR-LIBELLE
                                 TO WS-TABLE-ASSUR-LIBELLE (WS-INDICE2)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FASSUR
           END-IF.

           OPEN INPUT FTVA.
           IF NOT WS-STATUS-FILE-FTVA-OK
               DISPLAY "--> TVA-TAUX.txt ABSENT: "
                       "CODES DE TVA NON CONTROLES"
           ELSE
               PERFORM UNTIL NOT WS-STATUS-FILE-FTVA-OK
                   READ FTVA
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-NB-TVA < WS-MAX-TVA
                               ADD 1 TO WS-NB-TVA
                               SET WS-INDICE4 TO WS-NB-TVA
                               MOVE RTVA-CODE
                                    TO WS-TABLE-TVA-CODE (WS-INDICE4)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FTVA
           END-IF.

           DISPLAY "DEPARTEMENTS: " WS-NB-DEPT
                   "  CONTRATS: " WS-NB-ASSUR
                   "  CODES TVA: " WS-NB-TVA.

       1000-CHARGEMENT-TABLES-FIN.
           EXIT.

      *******************************************************
      *  CHARGEMENT DU FICHIER CLIENT EN MEMOIRE
      *******************************************************
       1200-CHARGEMENT-CLIENTS-DEBUT.

           OPEN INPUT FCLIENT.
           IF NOT WS-STATUS-FILE-FCLIENT-OK
               DISPLAY "FICHIER CLIENT INEXISTANT OU INACCESSIBLE: "
                       WS-STATUS-FILE-FCLIENT
               DISPLAY "--> IL SERA CREE A LA PREMIERE CONVERSION"
               GO TO 1200-CHARGEMENT-CLIENTS-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FCLIENT-OK
               READ FCLIENT
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-NB-CLIENTS < WS-MAX-CLIENTS
                           ADD 1 TO WS-NB-CLIENTS
                           SET WS-INDICE3 TO WS-NB-CLIENTS
                           MOVE RCLIENT
                                TO WS-CLIENT-IMAGE (WS-INDICE3)
                       ELSE
                           DISPLAY "--> ! PLUS DE " WS-MAX-CLIENTS
                                   " CLIENTS!"
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FCLIENT.

       1200-CHARGEMENT-CLIENTS-FIN.
           EXIT.

      *******************************************************
      *  CHARGEMENT DES DEVIS EN MEMOIRE (NUMERO MAXIMUM)
      *******************************************************
       1250-CHARGEMENT-DEVIS-DEBUT.

           OPEN INPUT FDEVIS.
           IF NOT WS-STATUS-FILE-FDEVIS-OK
               DISPLAY "--> DEVIS.txt ABSENT: IL SERA CREE AU "
                       "PREMIER DEVIS"
               GO TO 1250-CHARGEMENT-DEVIS-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FDEVIS-OK
               READ FDEVIS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-NB-DEVIS < WS-MAX-DEVIS
                       AND DEV-NUMERO IS NUMERIC
                           ADD 1 TO WS-NB-DEVIS
                           SET WS-INDICE5 TO WS-NB-DEVIS
                           MOVE RDEVIS TO WS-DEVIS-IMAGE (WS-INDICE5)
                           IF DEV-NUMERO > WS-NUMERO-MAX
                               MOVE DEV-NUMERO TO WS-NUMERO-MAX
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FDEVIS.

           DISPLAY "NOMBRE DE DEVIS CHARGES: " WS-NB-DEVIS.

       1250-CHARGEMENT-DEVIS-FIN.
           EXIT.

      *******************************************************
      *  RECHERCHE D'UN CLIENT PAR SON IDENTIFIANT
      *******************************************************
       1300-RECHERCHE-CLIENT-DEBUT.

           MOVE "N" TO WS-TROUVE.
           PERFORM VARYING WS-INDICE3 FROM 1 BY 1
                   UNTIL WS-INDICE3 > WS-NB-CLIENTS
                      OR WS-TROUVE-OUI
               IF WS-CLIENT-IMAGE (WS-INDICE3) (1:8) = WS-ID-RECHERCHE
                   MOVE "O" TO WS-TROUVE
               END-IF
           END-PERFORM.

       1300-RECHERCHE-CLIENT-FIN.
           EXIT.

      *******************************************************
      *  RECHERCHE D'UN DEVIS PAR SON NUMERO (CHARGE DANS RDEVIS)
      *******************************************************
       1350-RECHERCHE-DEVIS-DEBUT.

           MOVE "N" TO WS-TROUVE.
           MOVE ZEROES TO WS-DEVIS-POSITION.
           DISPLAY "NUMERO DU DEVIS: " NO ADVANCING.
           MOVE SPACES TO WS-SAISIE.
           ACCEPT WS-SAISIE.
           IF WS-SAISIE (1:8) NOT NUMERIC
               DISPLAY "--> NUMERO NON NUMERIQUE (8 CHIFFRES): "
                       WS-SAISIE
               GO TO 1350-RECHERCHE-DEVIS-FIN
           END-IF.
           MOVE WS-SAISIE (1:8) TO WS-NUMERO-SAISI.

           PERFORM VARYING WS-INDICE5 FROM 1 BY 1
                   UNTIL WS-INDICE5 > WS-NB-DEVIS
                      OR WS-TROUVE-OUI
               IF WS-DEVIS-IMAGE (WS-INDICE5) (1:8) = WS-SAISIE (1:8)
                   MOVE "O" TO WS-TROUVE
                   SET WS-DEVIS-POSITION TO WS-INDICE5
                   MOVE WS-DEVIS-IMAGE (WS-INDICE5) TO RDEVIS
               END-IF
           END-PERFORM.

           IF NOT WS-TROUVE-OUI
               DISPLAY "--> DEVIS NON TROUVE: " WS-NUMERO-SAISI
           END-IF.

       1350-RECHERCHE-DEVIS-FIN.
           EXIT.

      *******************************************************
      *  CONTROLE DU CLIENT ISSU DU DEVIS : MEMES CONTROLES QUE
      *  CLIMAINT AVANT ECRITURE
      *******************************************************
       1500-CONTROLE-CHAMPS-DEBUT.

           MOVE "O" TO WS-SAISIE-VALIDE.
      *
      ****** LE NOM EST OBLIGATOIRE
           IF WS-CLIENT-NOM = SPACES
               MOVE "N" TO WS-SAISIE-VALIDE
               DISPLAY "--> NOM OBLIGATOIRE"
           END-IF.
      *
      ****** LE MONTANT DOIT ETRE NUMERIQUE
           IF FUNCTION TEST-NUMVAL(WS-CLIENT-MONTANT) NOT = 0
               MOVE "N" TO WS-SAISIE-VALIDE
               DISPLAY "--> MONTANT NON NUMERIQUE: " WS-CLIENT-MONTANT
           END-IF.
      *
      ****** LE DEPARTEMENT DOIT EXISTER DANS FR-LISTE-DEPT.txt
           MOVE "N" TO WS-TROUVE.
           PERFORM VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-NB-DEPT
               IF WS-TABLE-DEPT-ID (WS-INDICE) = WS-CLIENT-DEPT
                   MOVE "O" TO WS-TROUVE
               END-IF
           END-PERFORM.
           IF NOT WS-TROUVE-OUI
               MOVE "N" TO WS-SAISIE-VALIDE
               DISPLAY "--> DEPARTEMENT NON TROUVE: " WS-CLIENT-DEPT
           END-IF.
      *
      ****** LE CONTRAT DOIT ETRE NUMERIQUE 8 CHIFFRES ET EXISTER
      ****** DANS ASSURANCES.txt
           IF WS-CLIENT-ASSUR NOT NUMERIC
               MOVE "N" TO WS-SAISIE-VALIDE
               DISPLAY "--> CONTRAT NON NUMERIQUE: " WS-CLIENT-ASSUR
           ELSE
               MOVE WS-CLIENT-ASSUR TO WS-ASSUR-NUMERIQUE
               PERFORM 1600-CONTROLE-CONTRAT-DEBUT
                  THRU 1600-CONTROLE-CONTRAT-FIN
               IF NOT WS-TROUVE-OUI
                   MOVE "N" TO WS-SAISIE-VALIDE
                   DISPLAY "--> CONTRAT NON TROUVE: " WS-CLIENT-ASSUR
               END-IF
           END-IF.
      *
      ****** LA SOCIETE EST OBLIGATOIRE
           IF WS-CLIENT-SOCIETE = SPACES
               MOVE "N" TO WS-SAISIE-VALIDE
               DISPLAY "--> SOCIETE OBLIGATOIRE"
           END-IF.
      *
      ****** LE CODE TVA, S'IL EST RENSEIGNE, DOIT EXISTER DANS
      ****** TVA-TAUX.txt (UN CODE A BLANC VAUT HORS CHAMP TVA)
           IF WS-CLIENT-CODE-TVA NOT = SPACES
           AND WS-NB-TVA > ZEROES
               MOVE "N" TO WS-TROUVE
               PERFORM VARYING WS-INDICE4 FROM 1 BY 1
                       UNTIL WS-INDICE4 > WS-NB-TVA
                   IF WS-TABLE-TVA-CODE (WS-INDICE4)
                      = WS-CLIENT-CODE-TVA
                       MOVE "O" TO WS-TROUVE
                   END-IF
               END-PERFORM
               IF NOT WS-TROUVE-OUI
                   MOVE "N" TO WS-SAISIE-VALIDE
                   DISPLAY "--> CODE TVA NON TROUVE: "
                           WS-CLIENT-CODE-TVA
               END-IF
           END-IF.
      *
      ****** LA FREQUENCE, SI RENSEIGNEE, DOIT ETRE M, T OU A ;
      ****** LA PROCHAINE DATE, SI RENSEIGNEE, DOIT ETRE NUMERIQUE
           IF WS-CLIENT-FREQUENCE NOT = SPACES
           AND WS-CLIENT-FREQUENCE NOT = "M"
           AND WS-CLIENT-FREQUENCE NOT = "T"
           AND WS-CLIENT-FREQUENCE NOT = "A"
               MOVE "N" TO WS-SAISIE-VALIDE
               DISPLAY "--> FREQUENCE INVALIDE (M/T/A OU BLANC): "
                       WS-CLIENT-FREQUENCE
           END-IF.
           IF WS-CLIENT-PROCHAINE NOT = SPACES
           AND WS-CLIENT-PROCHAINE NOT NUMERIC
               MOVE "N" TO WS-SAISIE-VALIDE
               DISPLAY "--> PROCHAINE FACTURATION NON NUMERIQUE: "
                       WS-CLIENT-PROCHAINE
           END-IF.
      *
      ****** LE NOMBRE D'ASSURES ET L'ANNEE DE NAISSANCE, S'ILS SONT
      ****** RENSEIGNES, DOIVENT ETRE NUMERIQUES ET PLAUSIBLES
           IF WS-CLIENT-NB-ASSURES NOT = SPACES
           AND (WS-CLIENT-NB-ASSURES NOT NUMERIC
                OR WS-CLIENT-NB-ASSURES = "00")
               MOVE "N" TO WS-SAISIE-VALIDE
               DISPLAY "--> NOMBRE D'ASSURES INVALIDE: "
                       WS-CLIENT-NB-ASSURES
           END-IF.
           IF WS-CLIENT-NAISSANCE NOT = SPACES
               IF WS-CLIENT-NAISSANCE NOT NUMERIC
                   MOVE "N" TO WS-SAISIE-VALIDE
                   DISPLAY "--> ANNEE DE NAISSANCE NON NUMERIQUE: "
                           WS-CLIENT-NAISSANCE
               ELSE
                   MOVE WS-CLIENT-NAISSANCE TO WS-ANNEE-NAISSANCE
                   MOVE WS-DATE-JOUR (1:4) TO WS-ANNEE-JOUR
                   IF WS-ANNEE-NAISSANCE > WS-ANNEE-JOUR
                   OR WS-ANNEE-NAISSANCE + 120 < WS-ANNEE-JOUR
                       MOVE "N" TO WS-SAISIE-VALIDE
                       DISPLAY "--> ANNEE DE NAISSANCE INVALIDE: "
                               WS-CLIENT-NAISSANCE
                   END-IF
               END-IF
           END-IF.

       1500-CONTROLE-CHAMPS-FIN.
           EXIT.

      *******************************************************
      *  EXISTENCE D'UN CONTRAT (WS-ASSUR-NUMERIQUE) DANS
      *  ASSURANCES.txt ; WS-INDICE2 POINTE SUR LE CONTRAT
      *******************************************************
       1600-CONTROLE-CONTRAT-DEBUT.

           MOVE "N" TO WS-TROUVE.
           PERFORM VARYING WS-INDICE2 FROM 1 BY 1
                   UNTIL WS-INDICE2 > WS-NB-ASSUR
                      OR WS-TROUVE-OUI
               IF WS-TABLE-ASSUR-ID (WS-INDICE2) = WS-ASSUR-NUMERIQUE
                   MOVE "O" TO WS-TROUVE
               END-IF
           END-PERFORM.
           IF WS-TROUVE-OUI
               SET WS-INDICE2 DOWN BY 1
           END-IF.

       1600-CONTROLE-CONTRAT-FIN.
           EXIT.

      *******************************************************
      *  CONSTRUCTION DU CLIENT A PARTIR DU DEVIS (RDEVIS) : LE
      *  PREMIER CONTRAT EST RCLIENT-ASSUR ET LE MONTANT EST LA
      *  MOYENNE DES PRIMES (FACTUREE UNE FOIS PAR CONTRAT)
      *******************************************************
       1700-CONSTRUCTION-CLIENT-DEBUT.

           MOVE SPACES TO WS-CLIENT.
           MOVE DEV-NOM        TO WS-CLIENT-NOM.
           MOVE DEV-PRENOM     TO WS-CLIENT-PRENOM.
           MOVE DEV-POSTE      TO WS-CLIENT-POSTE.
           MOVE DEV-DEPT       TO WS-CLIENT-DEPT.
           MOVE DEV-SOCIETE    TO WS-CLIENT-SOCIETE.
           MOVE DEV-CODE-TVA   TO WS-CLIENT-CODE-TVA.
           MOVE DEV-DEVISE     TO WS-CLIENT-DEVISE.
           MOVE DEV-RUE        TO WS-CLIENT-RUE.
           MOVE DEV-CODEPOSTAL TO WS-CLIENT-CODEPOSTAL.
           MOVE DEV-VILLE      TO WS-CLIENT-VILLE.
           MOVE DEV-NB-ASSURES TO WS-CLIENT-NB-ASSURES.
           MOVE DEV-NAISSANCE  TO WS-CLIENT-NAISSANCE.
           MOVE "N"            TO WS-CLIENT-PRELEVEMENT.

           IF DEV-NB-LIGNES = ZEROES
               GO TO 1700-CONSTRUCTION-CLIENT-FIN
           END-IF.
           MOVE DEV-LIG-NUMACT (1) TO WS-CLIENT-ASSUR.
           COMPUTE WS-PRIME-CLIENT ROUNDED =
                   DEV-TOTAL / DEV-NB-LIGNES.
           MOVE WS-PRIME-CLIENT TO WS-MONTANT-INT.
           COMPUTE WS-MONTANT-DEC =
                   (WS-PRIME-CLIENT - WS-MONTANT-INT) * 100.
           MOVE WS-MONTANT-CLIENT TO WS-CLIENT-MONTANT.

       1700-CONSTRUCTION-CLIENT-FIN.
           EXIT.

      *******************************************************
      *  NOUVEAU DEVIS : PROSPECT, CONTRATS TARIFES, VALIDITE,
      *  NUMERO ET EDITION
      *******************************************************
       2000-NOUVEAU-DEVIS-DEBUT.

           IF WS-NB-DEVIS >= WS-MAX-DEVIS
               DISPLAY "--> ! PLUS DE " WS-MAX-DEVIS " DEVIS!"
               GO TO 2000-NOUVEAU-DEVIS-FIN
           END-IF.
      *
      ****** LA ZONE ENTIERE (SEPARATEURS COMPRIS) EST MISE A BLANC
           MOVE SPACES TO RDEVIS.
           DISPLAY "NOM DU PROSPECT (20 CAR. MAX): " NO ADVANCING.
           ACCEPT DEV-NOM.
           DISPLAY "PRENOM (20 CAR. MAX): " NO ADVANCING.
           ACCEPT DEV-PRENOM.
           DISPLAY "POSTE (20 CAR. MAX): " NO ADVANCING.
           ACCEPT DEV-POSTE.
           DISPLAY "DEPARTEMENT (3 CAR.): " NO ADVANCING.
           ACCEPT DEV-DEPT.
           DISPLAY "SOCIETE (5 CAR.): " NO ADVANCING.
           ACCEPT DEV-SOCIETE.
           DISPLAY "NOMBRE DE PERSONNES ASSUREES (2 CHIFFRES, "
                   "BLANC = 1): " NO ADVANCING.
           ACCEPT DEV-NB-ASSURES.
           DISPLAY "ANNEE DE NAISSANCE DE L'ASSURE PRINCIPAL (AAAA, "
                   "BLANC SI INCONNUE): " NO ADVANCING.
           ACCEPT DEV-NAISSANCE.
           DISPLAY "CODE TVA (2 CAR., BLANC SI HORS CHAMP): "
                   NO ADVANCING.
           ACCEPT DEV-CODE-TVA.
           DISPLAY "DEVISE (3 CAR., BLANC OU EUR SI EUROS): "
                   NO ADVANCING.
           ACCEPT DEV-DEVISE.
           MOVE FUNCTION UPPER-CASE (DEV-DEVISE) TO DEV-DEVISE.
           DISPLAY "RUE (30 CAR. MAX): " NO ADVANCING.
           ACCEPT DEV-RUE.
           DISPLAY "CODE POSTAL (5 CAR.): " NO ADVANCING.
           ACCEPT DEV-CODEPOSTAL.
           DISPLAY "VILLE (20 CAR. MAX): " NO ADVANCING.
           ACCEPT DEV-VILLE.
      *
      ****** CONTRATS DU DEVIS (CINQ AU PLUS)
           MOVE ZEROES TO DEV-NB-LIGNES DEV-TOTAL.
           MOVE "N" TO WS-FIN-LIGNES.
           PERFORM 2100-SAISIE-LIGNE-DEBUT
              THRU 2100-SAISIE-LIGNE-FIN
             UNTIL WS-FIN-LIGNES-OUI
                OR DEV-NB-LIGNES = 5.
           IF DEV-NB-LIGNES = ZEROES
               DISPLAY "--> DEVIS ABANDONNE (AUCUN CONTRAT)"
               GO TO 2000-NOUVEAU-DEVIS-FIN
           END-IF.
      *
      ****** LE PROSPECT DOIT POUVOIR DEVENIR CLIENT TEL QUEL
           PERFORM 1700-CONSTRUCTION-CLIENT-DEBUT
              THRU 1700-CONSTRUCTION-CLIENT-FIN.
           PERFORM 1500-CONTROLE-CHAMPS-DEBUT
              THRU 1500-CONTROLE-CHAMPS-FIN.
           IF NOT WS-SAISIE-VALIDE-OUI
               DISPLAY "--> DEVIS REFUSE (SAISIE INVALIDE)"
               GO TO 2000-NOUVEAU-DEVIS-FIN
           END-IF.
      *
      ****** DUREE DE VALIDITE
           MOVE 30 TO WS-JOURS-VALIDITE.
           DISPLAY "DUREE DE VALIDITE EN JOURS (DEFAUT 30): "
                   NO ADVANCING.
           MOVE SPACES TO WS-SAISIE.
           ACCEPT WS-SAISIE.
           IF FUNCTION TEST-NUMVAL (WS-SAISIE) = 0
           AND FUNCTION NUMVAL (WS-SAISIE) > ZEROES
           AND FUNCTION NUMVAL (WS-SAISIE) < 1000
               COMPUTE WS-JOURS-VALIDITE = FUNCTION NUMVAL (WS-SAISIE)
           END-IF.
           MOVE "A" TO WS-DTS-FONCTION.
           MOVE WS-DATE-JOUR TO WS-DTS-DATE1.
           MOVE WS-JOURS-VALIDITE TO WS-DTS-JOURS.
           CALL 'DATESERV' USING WS-DATESERV
               ON EXCEPTION
                   MOVE "1" TO WS-DTS-STATUT
           END-CALL.
           IF WS-DTS-STATUT-OK
               MOVE WS-DTS-DATE2 TO DEV-VALIDITE
           ELSE
               COMPUTE DEV-VALIDITE = FUNCTION DATE-OF-INTEGER
                     (FUNCTION INTEGER-OF-DATE (WS-DATE-JOUR)
                      + WS-JOURS-VALIDITE)
           END-IF.
      *
      ****** NUMERO, STATUT EMIS ET RANGEMENT EN TABLE
           ADD 1 TO WS-NUMERO-MAX.
           MOVE WS-NUMERO-MAX TO DEV-NUMERO.
           MOVE WS-DATE-JOUR  TO DEV-DATE.
           MOVE "E"           TO DEV-STATUT.
           MOVE ZEROES        TO DEV-DATE-STATUT.
           MOVE WS-OPERATEUR  TO DEV-OPERATEUR.
           MOVE SPACES        TO DEV-CLIENT.
           ADD 1 TO WS-NB-DEVIS.
           SET WS-INDICE5 TO WS-NB-DEVIS.
           MOVE RDEVIS TO WS-DEVIS-IMAGE (WS-INDICE5).
           MOVE "O" TO WS-DEVIS-MODIFIE.
           ADD 1 TO WS-COMPTEUR-EMIS.

           PERFORM 3000-EDITION-DEVIS-DEBUT
              THRU 3000-EDITION-DEVIS-FIN.
           DISPLAY "--> DEVIS " DEV-NUMERO " EMIS ET EDITE".

       2000-NOUVEAU-DEVIS-FIN.
           EXIT.

      *******************************************************
      *  SAISIE D'UN CONTRAT DU DEVIS ET DE SA PRIME
      *******************************************************
       2100-SAISIE-LIGNE-DEBUT.

           COMPUTE WS-INDICE-LIGNE = DEV-NB-LIGNES + 1.
           DISPLAY "CONTRAT " WS-INDICE-LIGNE
                   " (8 CHIFFRES, ENTREE = FIN): " NO ADVANCING.
           MOVE SPACES TO WS-SAISIE.
           ACCEPT WS-SAISIE.
           IF WS-SAISIE = SPACES
               MOVE "O" TO WS-FIN-LIGNES
               GO TO 2100-SAISIE-LIGNE-FIN
           END-IF.
           IF WS-SAISIE (1:8) NOT NUMERIC
               DISPLAY "--> CONTRAT NON NUMERIQUE: " WS-SAISIE
               GO TO 2100-SAISIE-LIGNE-FIN
           END-IF.
           MOVE WS-SAISIE (1:8) TO WS-ASSUR-NUMERIQUE.
           PERFORM 1600-CONTROLE-CONTRAT-DEBUT
              THRU 1600-CONTROLE-CONTRAT-FIN.
           IF NOT WS-TROUVE-OUI
               DISPLAY "--> CONTRAT NON TROUVE: " WS-ASSUR-NUMERIQUE
               GO TO 2100-SAISIE-LIGNE-FIN
           END-IF.
           DISPLAY "    " WS-TABLE-ASSUR-LIBELLE (WS-INDICE2).
           PERFORM VARYING WS-INDICE-LIGNE2 FROM 1 BY 1
                   UNTIL WS-INDICE-LIGNE2 > DEV-NB-LIGNES
               IF DEV-LIG-NUMACT (WS-INDICE-LIGNE2)
                  = WS-ASSUR-NUMERIQUE
                   MOVE "N" TO WS-TROUVE
               END-IF
           END-PERFORM.
           IF NOT WS-TROUVE-OUI
               DISPLAY "--> CONTRAT DEJA PORTE PAR LE DEVIS"
               GO TO 2100-SAISIE-LIGNE-FIN
           END-IF.
      *
      ****** TARIF DE LA GRILLE (PROSPECT EN EUROS)
           MOVE ZEROES TO WS-TRF-MONTANT.
           MOVE "1" TO WS-TRF-STATUT.
           IF DEV-DEVISE = SPACES
           OR DEV-DEVISE = "EUR"
               MOVE WS-ASSUR-NUMERIQUE TO WS-TRF-CONTRAT
               MOVE DEV-DEPT           TO WS-TRF-DEPT
               MOVE DEV-SOCIETE        TO WS-TRF-SOCIETE
               MOVE DEV-NB-ASSURES     TO WS-TRF-NB-ASSURES
               MOVE DEV-NAISSANCE      TO WS-TRF-NAISSANCE
               MOVE WS-DATE-JOUR       TO WS-TRF-DATE
               CALL 'TARIFAGE' USING WS-TARIFAGE
                   ON EXCEPTION
                       MOVE "2" TO WS-TRF-STATUT
               END-CALL
           END-IF.

           IF WS-TRF-STATUT-OK
               MOVE WS-TRF-MONTANT TO WS-EDIT-MONTANT
               DISPLAY "PRIME (ENTREE = TARIF " WS-EDIT-MONTANT
                       "): " NO ADVANCING
           ELSE
               DISPLAY "PRIME HORS GRILLE (EX: 1234,56): "
                       NO ADVANCING
           END-IF.
           MOVE SPACES TO WS-SAISIE.
           ACCEPT WS-SAISIE.
           IF WS-SAISIE = SPACES
           AND WS-TRF-STATUT-OK
               MOVE WS-TRF-MONTANT TO WS-PRIME-SAISIE
           ELSE
               IF FUNCTION TEST-NUMVAL (WS-SAISIE) NOT = 0
                   DISPLAY "--> PRIME NON NUMERIQUE: " WS-SAISIE
                   GO TO 2100-SAISIE-LIGNE-FIN
               END-IF
               COMPUTE WS-PRIME-SAISIE = FUNCTION NUMVAL (WS-SAISIE)
           END-IF.
           IF WS-PRIME-SAISIE = ZEROES
               DISPLAY "--> PRIME NULLE REFUSEE"
               GO TO 2100-SAISIE-LIGNE-FIN
           END-IF.
      *
      ****** RANGEMENT DE LA LIGNE
           ADD 1 TO DEV-NB-LIGNES.
           MOVE WS-ASSUR-NUMERIQUE
                TO DEV-LIG-NUMACT (DEV-NB-LIGNES).
           MOVE WS-PRIME-SAISIE TO DEV-LIG-MONTANT (DEV-NB-LIGNES).
           IF WS-TRF-STATUT-OK
           AND WS-PRIME-SAISIE = WS-TRF-MONTANT
               MOVE "O" TO DEV-LIG-TARIFE (DEV-NB-LIGNES)
           ELSE
               MOVE "N" TO DEV-LIG-TARIFE (DEV-NB-LIGNES)
           END-IF.
           ADD WS-PRIME-SAISIE TO DEV-TOTAL.

       2100-SAISIE-LIGNE-FIN.
           EXIT.

      *******************************************************
      *  REEDITION D'UN DEVIS EXISTANT
      *******************************************************
       2500-REEDITION-DEVIS-DEBUT.

           PERFORM 1350-RECHERCHE-DEVIS-DEBUT
              THRU 1350-RECHERCHE-DEVIS-FIN.
           IF NOT WS-TROUVE-OUI
               GO TO 2500-REEDITION-DEVIS-FIN
           END-IF.

           PERFORM 3000-EDITION-DEVIS-DEBUT
              THRU 3000-EDITION-DEVIS-FIN.
           DISPLAY "--> DEVIS " DEV-NUMERO " REEDITE".

       2500-REEDITION-DEVIS-FIN.
           EXIT.

      *******************************************************
      *  EDITION DU DEVIS (RDEVIS) A LA SUITE DE DEVIS-EDITION.txt
      *******************************************************
       3000-EDITION-DEVIS-DEBUT.

           OPEN EXTEND FEDITION.
           IF WS-STATUS-FILE-FEDITION-INEXISTANT
               OPEN OUTPUT FEDITION
           END-IF.
           IF NOT WS-STATUS-FILE-FEDITION-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FEDITION': "
                       WS-STATUS-FILE-FEDITION
               GO TO 3000-EDITION-DEVIS-FIN
           END-IF.
      *
      ****** ENTETE : SOCIETE EMETTRICE, NUMERO ET VALIDITE
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
           MOVE DEV-DATE TO WS-EDIT-DATE.
           MOVE DEV-VALIDITE TO WS-EDIT-VALIDITE.
           MOVE SPACES TO WS-LIGNE-EDITION.
           STRING "DEVIS NO " DEV-NUMERO " DU " WS-EDIT-DATE
                  " - VALABLE JUSQU'AU " WS-EDIT-VALIDITE
                  DELIMITED BY SIZE INTO WS-LIGNE-EDITION.
           MOVE WS-LIGNE-EDITION TO REDITION.
           WRITE REDITION.
           MOVE SPACES TO REDITION.
           WRITE REDITION.
      *
      ****** DESTINATAIRE
           MOVE SPACES TO WS-LIGNE-EDITION.
           STRING DEV-PRENOM DELIMITED BY "  "
                  " " DEV-NOM DELIMITED BY SIZE
                  INTO WS-LIGNE-EDITION.
           MOVE WS-LIGNE-EDITION TO REDITION.
           WRITE REDITION.
           IF DEV-POSTE NOT = SPACES
               MOVE DEV-POSTE TO REDITION
               WRITE REDITION
           END-IF.
           MOVE DEV-RUE TO REDITION.
           WRITE REDITION.
           MOVE SPACES TO WS-LIGNE-EDITION.
           STRING DEV-CODEPOSTAL " " DEV-VILLE
                  DELIMITED BY SIZE INTO WS-LIGNE-EDITION.
           MOVE WS-LIGNE-EDITION TO REDITION.
           WRITE REDITION.
           MOVE ALL "-" TO REDITION.
           WRITE REDITION.
      *
      ****** CONTRATS PROPOSES
           MOVE "CONTRAT  GARANTIE                                 "
                TO WS-LIGNE-EDITION.
           MOVE "PRIME" TO WS-LIGNE-EDITION (65:5).
           MOVE WS-LIGNE-EDITION TO REDITION.
           WRITE REDITION.
           MOVE "N" TO WS-PRIX-HORS-GRILLE.
           PERFORM VARYING WS-INDICE-LIGNE FROM 1 BY 1
                   UNTIL WS-INDICE-LIGNE > DEV-NB-LIGNES
               PERFORM 3100-EDITION-LIGNE-DEBUT
                  THRU 3100-EDITION-LIGNE-FIN
           END-PERFORM.
           MOVE ALL "-" TO REDITION.
           WRITE REDITION.
           IF DEV-DEVISE = SPACES
               MOVE "EUR" TO WS-DEVISE-EDITION
           ELSE
               MOVE DEV-DEVISE TO WS-DEVISE-EDITION
           END-IF.
           MOVE DEV-TOTAL TO WS-EDIT-TOTAL.
           MOVE SPACES TO WS-LIGNE-EDITION.
           STRING "TOTAL DU DEVIS (PAR ECHEANCE DE FACTURATION)"
                  "             " WS-EDIT-TOTAL " " WS-DEVISE-EDITION
                  DELIMITED BY SIZE INTO WS-LIGNE-EDITION.
           MOVE WS-LIGNE-EDITION TO REDITION.
           WRITE REDITION.
           IF WS-PRIX-HORS-GRILLE-OUI
               MOVE "* PRIME HORS GRILLE TARIFAIRE, SOUS RESERVE "
                    TO WS-LIGNE-EDITION
               MOVE "D'ACCORD DE LA COMPAGNIE"
                    TO WS-LIGNE-EDITION (45:24)
               MOVE WS-LIGNE-EDITION TO REDITION
               WRITE REDITION
           END-IF.
      *
      ****** PIED : ACCORD DU PROSPECT
           MOVE SPACES TO REDITION.
           WRITE REDITION.
           MOVE SPACES TO WS-LIGNE-EDITION.
           STRING "OFFRE VALABLE JUSQU'AU " WS-EDIT-VALIDITE
                  ". BON POUR ACCORD, DATE ET SIGNATURE :"
                  DELIMITED BY SIZE INTO WS-LIGNE-EDITION.
           MOVE WS-LIGNE-EDITION TO REDITION.
           WRITE REDITION.
           MOVE SPACES TO REDITION.
           WRITE REDITION.
           WRITE REDITION.
           CLOSE FEDITION.

       3000-EDITION-DEVIS-FIN.
           EXIT.

      *******************************************************
      *  EDITION D'UN CONTRAT DU DEVIS
      *******************************************************
       3100-EDITION-LIGNE-DEBUT.

           MOVE DEV-LIG-NUMACT (WS-INDICE-LIGNE) TO WS-ASSUR-NUMERIQUE.
           PERFORM 1600-CONTROLE-CONTRAT-DEBUT
              THRU 1600-CONTROLE-CONTRAT-FIN.
           MOVE SPACES TO WS-LIGNE-EDITION.
           MOVE WS-ASSUR-NUMERIQUE TO WS-LIGNE-EDITION (1:8).
           IF WS-TROUVE-OUI
               MOVE WS-TABLE-ASSUR-LIBELLE (WS-INDICE2)
                    TO WS-LIGNE-EDITION (10:40)
           END-IF.
           MOVE DEV-LIG-MONTANT (WS-INDICE-LIGNE) TO WS-EDIT-MONTANT.
           MOVE WS-EDIT-MONTANT TO WS-LIGNE-EDITION (58:12).
           IF DEV-LIG-TARIFE (WS-INDICE-LIGNE) NOT = "O"
               MOVE " *" TO WS-LIGNE-EDITION (70:2)
               MOVE "O" TO WS-PRIX-HORS-GRILLE
           END-IF.
           MOVE WS-LIGNE-EDITION TO REDITION.
           WRITE REDITION.

       3100-EDITION-LIGNE-FIN.
           EXIT.

      *******************************************************
      *  ACCEPTATION : CONVERSION DU DEVIS EN CLIENT ET LIENS
      *******************************************************
       4000-ACCEPTATION-DEVIS-DEBUT.

           PERFORM 1350-RECHERCHE-DEVIS-DEBUT
              THRU 1350-RECHERCHE-DEVIS-FIN.
           IF NOT WS-TROUVE-OUI
               GO TO 4000-ACCEPTATION-DEVIS-FIN
           END-IF.

           IF NOT DEV-EMIS
               DISPLAY "--> DEVIS DEJA " DEV-STATUT
                       " (A ACCEPTE, P PERDU) - CONVERSION REFUSEE"
               GO TO 4000-ACCEPTATION-DEVIS-FIN
           END-IF.
           IF DEV-VALIDITE < WS-DATE-JOUR
               MOVE DEV-VALIDITE TO WS-EDIT-VALIDITE
               DISPLAY "--> DEVIS EXPIRE LE " WS-EDIT-VALIDITE
                       ": A REEMETTRE AU TARIF DU JOUR"
               GO TO 4000-ACCEPTATION-DEVIS-FIN
           END-IF.

           MOVE DEV-TOTAL TO WS-EDIT-TOTAL.
           DISPLAY "DEVIS " DEV-NUMERO " " DEV-NOM " " DEV-SOCIETE
                   " - " DEV-NB-LIGNES " CONTRAT(S) - TOTAL "
                   WS-EDIT-TOTAL.
      *
      ****** IDENTIFIANT DU NOUVEAU CLIENT ET ZONES DE FACTURATION
           DISPLAY "IDENTIFIANT DU NOUVEAU CLIENT (8 CAR.): "
                   NO ADVANCING.
           MOVE SPACES TO WS-ID-RECHERCHE.
           ACCEPT WS-ID-RECHERCHE.
           IF WS-ID-RECHERCHE = SPACES
               DISPLAY "--> IDENTIFIANT OBLIGATOIRE"
               GO TO 4000-ACCEPTATION-DEVIS-FIN
           END-IF.
           PERFORM 1300-RECHERCHE-CLIENT-DEBUT
              THRU 1300-RECHERCHE-CLIENT-FIN.
           IF WS-TROUVE-OUI
               DISPLAY "--> CLIENT DEJA EXISTANT: " WS-ID-RECHERCHE
               GO TO 4000-ACCEPTATION-DEVIS-FIN
           END-IF.
           IF WS-NB-CLIENTS >= WS-MAX-CLIENTS
               DISPLAY "--> ! PLUS DE " WS-MAX-CLIENTS " CLIENTS!"
               GO TO 4000-ACCEPTATION-DEVIS-FIN
           END-IF.

           PERFORM 1700-CONSTRUCTION-CLIENT-DEBUT
              THRU 1700-CONSTRUCTION-CLIENT-FIN.
           MOVE WS-ID-RECHERCHE TO WS-CLIENT-ID.
           DISPLAY "PRELEVEMENT AUTOMATIQUE? (O/N): " NO ADVANCING.
           ACCEPT WS-CLIENT-PRELEVEMENT.
           MOVE FUNCTION UPPER-CASE (WS-CLIENT-PRELEVEMENT)
                TO WS-CLIENT-PRELEVEMENT.
           DISPLAY "FREQUENCE DE FACTURATION (M/T/A, BLANC = "
                   "CHAQUE EXECUTION): " NO ADVANCING.
           ACCEPT WS-CLIENT-FREQUENCE.
           MOVE FUNCTION UPPER-CASE (WS-CLIENT-FREQUENCE)
                TO WS-CLIENT-FREQUENCE.
           DISPLAY "PROCHAINE FACTURATION (AAAAMMJJ, BLANC = "
                   "DES LA PROCHAINE EXECUTION): " NO ADVANCING.
           ACCEPT WS-CLIENT-PROCHAINE.
      *
      ****** MEMES CONTROLES QUE CLIMAINT, PLUS L'EXISTENCE DE CHAQUE
      ****** CONTRAT DU DEVIS (LE REFERENTIEL A PU CHANGER)
           PERFORM 1500-CONTROLE-CHAMPS-DEBUT
              THRU 1500-CONTROLE-CHAMPS-FIN.
           PERFORM VARYING WS-INDICE-LIGNE FROM 1 BY 1
                   UNTIL WS-INDICE-LIGNE > DEV-NB-LIGNES
               MOVE DEV-LIG-NUMACT (WS-INDICE-LIGNE)
                    TO WS-ASSUR-NUMERIQUE
               PERFORM 1600-CONTROLE-CONTRAT-DEBUT
                  THRU 1600-CONTROLE-CONTRAT-FIN
               IF NOT WS-TROUVE-OUI
                   MOVE "N" TO WS-SAISIE-VALIDE
                   DISPLAY "--> CONTRAT NON TROUVE: "
                           WS-ASSUR-NUMERIQUE
               END-IF
           END-PERFORM.
           IF NOT WS-SAISIE-VALIDE-OUI
               DISPLAY "--> CONVERSION REFUSEE (SAISIE INVALIDE)"
               GO TO 4000-ACCEPTATION-DEVIS-FIN
           END-IF.

           DISPLAY "CLIENT A CREER: " WS-CLIENT.
           IF DEV-NB-LIGNES > 1
               DISPLAY "--> " DEV-NB-LIGNES " LIENS CLIENT-CONTRATS, "
                       "MONTANT PAR CONTRAT " WS-CLIENT-MONTANT
           END-IF.
           DISPLAY "CONFIRMER LA CONVERSION? (O/N): " NO ADVANCING.
           MOVE "N" TO WS-CONFIRMATION.
           ACCEPT WS-CONFIRMATION.
           MOVE FUNCTION UPPER-CASE (WS-CONFIRMATION)
                TO WS-CONFIRMATION.
           IF NOT WS-CONFIRMATION-OUI
               DISPLAY "--> CONVERSION ABANDONNEE"
               GO TO 4000-ACCEPTATION-DEVIS-FIN
           END-IF.
      *
      ****** CLIENT, LIENS, JOURNAL PUIS DEVIS ACCEPTE
           ADD 1 TO WS-NB-CLIENTS.
           SET WS-INDICE3 TO WS-NB-CLIENTS.
           MOVE WS-CLIENT TO WS-CLIENT-IMAGE (WS-INDICE3).
           PERFORM 5000-REECRITURE-CLIENTS-DEBUT
              THRU 5000-REECRITURE-CLIENTS-FIN.
           IF RETURN-CODE = 16
               SUBTRACT 1 FROM WS-NB-CLIENTS
               DISPLAY "--> CONVERSION ABANDONNEE"
               GO TO 4000-ACCEPTATION-DEVIS-FIN
           END-IF.

           IF DEV-NB-LIGNES > 1
               PERFORM 5100-ECRITURE-LIENS-DEBUT
                  THRU 5100-ECRITURE-LIENS-FIN
           END-IF.

           MOVE SPACES TO WS-IMAGE-AVANT.
           MOVE WS-CLIENT TO WS-IMAGE-APRES.
           PERFORM 9000-JOURNALISER-MUTATION-DEBUT
              THRU 9000-JOURNALISER-MUTATION-FIN.

           MOVE "A" TO DEV-STATUT.
           MOVE WS-DATE-JOUR TO DEV-DATE-STATUT.
           MOVE WS-CLIENT-ID TO DEV-CLIENT.
           SET WS-INDICE5 TO WS-DEVIS-POSITION.
           MOVE RDEVIS TO WS-DEVIS-IMAGE (WS-INDICE5).
           ADD 1 TO WS-COMPTEUR-ACCEPTES.
           DISPLAY "--> DEVIS " DEV-NUMERO " CONVERTI EN CLIENT "
                   WS-CLIENT-ID.
           PERFORM 5200-REECRITURE-DEVIS-DEBUT
              THRU 5200-REECRITURE-DEVIS-FIN.
           MOVE "N" TO WS-DEVIS-MODIFIE.

       4000-ACCEPTATION-DEVIS-FIN.
           EXIT.

      *******************************************************
      *  DEVIS PERDU (REFUSE PAR LE PROSPECT)
      *******************************************************
       4500-DEVIS-PERDU-DEBUT.

           PERFORM 1350-RECHERCHE-DEVIS-DEBUT
              THRU 1350-RECHERCHE-DEVIS-FIN.
           IF NOT WS-TROUVE-OUI
               GO TO 4500-DEVIS-PERDU-FIN
           END-IF.

           IF NOT DEV-EMIS
               DISPLAY "--> DEVIS DEJA " DEV-STATUT
                       " (A ACCEPTE, P PERDU)"
               GO TO 4500-DEVIS-PERDU-FIN
           END-IF.

           DISPLAY "DEVIS " DEV-NUMERO " " DEV-NOM " " DEV-SOCIETE.
           DISPLAY "CONFIRMER LA PERTE DU DEVIS? (O/N): "
                   NO ADVANCING.
           MOVE "N" TO WS-CONFIRMATION.
           ACCEPT WS-CONFIRMATION.
           MOVE FUNCTION UPPER-CASE (WS-CONFIRMATION)
                TO WS-CONFIRMATION.
           IF NOT WS-CONFIRMATION-OUI
               DISPLAY "--> DEVIS INCHANGE"
               GO TO 4500-DEVIS-PERDU-FIN
           END-IF.

           MOVE "P" TO DEV-STATUT.
           MOVE WS-DATE-JOUR TO DEV-DATE-STATUT.
           SET WS-INDICE5 TO WS-DEVIS-POSITION.
           MOVE RDEVIS TO WS-DEVIS-IMAGE (WS-INDICE5).
           MOVE "O" TO WS-DEVIS-MODIFIE.
           ADD 1 TO WS-COMPTEUR-PERDUS.
           DISPLAY "--> DEVIS " DEV-NUMERO " PERDU".

       4500-DEVIS-PERDU-FIN.
           EXIT.

      *******************************************************
      *  LISTE DES DEVIS EN COURS (EMIS), EXPIRES SIGNALES
      *******************************************************
       4800-LISTE-DEVIS-DEBUT.

           MOVE ZEROES TO WS-COMPTEUR-LISTES.
           PERFORM VARYING WS-INDICE5 FROM 1 BY 1
                   UNTIL WS-INDICE5 > WS-NB-DEVIS
               MOVE WS-DEVIS-IMAGE (WS-INDICE5) TO RDEVIS
               IF DEV-EMIS
                   ADD 1 TO WS-COMPTEUR-LISTES
                   IF DEV-VALIDITE < WS-DATE-JOUR
                       MOVE "EXPIRE" TO WS-ETAT-DEVIS
                   ELSE
                       MOVE "EN COURS" TO WS-ETAT-DEVIS
                   END-IF
                   MOVE DEV-VALIDITE TO WS-EDIT-VALIDITE
                   MOVE DEV-TOTAL TO WS-EDIT-TOTAL
                   DISPLAY DEV-NUMERO " " DEV-NOM " " DEV-SOCIETE
                           " " WS-EDIT-TOTAL " VALIDITE "
                           WS-EDIT-VALIDITE " " WS-ETAT-DEVIS
               END-IF
           END-PERFORM.
           DISPLAY "NOMBRE DE DEVIS EMIS: " WS-COMPTEUR-LISTES.

       4800-LISTE-DEVIS-FIN.
           EXIT.

      *******************************************************
      *  REECRITURE COMPLETE DU FICHIER CLIENT
      *******************************************************
       5000-REECRITURE-CLIENTS-DEBUT.

      ****** ECRITURE DANS LA NOUVELLE GENERATION (CONTROLE SUR
      ****** LE NUMERO DE POLICE)
           MOVE "FICHIERCLIENT.txt" TO WS-REE-FICHIER.
           MOVE 90 TO WS-REE-POSITION.
           MOVE 8 TO WS-REE-LONGUEUR.
           MOVE ZERO TO WS-REE-DECIMALES.
           PERFORM 7100-GENERATION-DEBUT THRU 7100-GENERATION-FIN.
           MOVE WS-REE-NOUVEAU TO WS-NOM-FCLIENT.
           OPEN OUTPUT FCLIENT.
           IF NOT WS-STATUS-FILE-FCLIENT-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FCLIENT': "
                       WS-STATUS-FILE-FCLIENT
               MOVE WS-REE-FICHIER TO WS-NOM-FCLIENT
               MOVE 16 TO RETURN-CODE
               GO TO 5000-REECRITURE-CLIENTS-FIN
           END-IF.

           PERFORM VARYING WS-INDICE3 FROM 1 BY 1
                   UNTIL WS-INDICE3 > WS-NB-CLIENTS
               MOVE WS-CLIENT-IMAGE (WS-INDICE3) TO RCLIENT
               WRITE RCLIENT
               IF NOT WS-STATUS-FILE-FCLIENT-OK
                   DISPLAY "ERREUR ECRITURE FICHIER 'FCLIENT': "
                           WS-STATUS-FILE-FCLIENT
               END-IF
               ADD 1 TO WS-REE-NB-ENREG
               IF RCLIENT-ASSUR IS NUMERIC
                   ADD RCLIENT-ASSUR TO WS-REE-TOTAL
               END-IF
           END-PERFORM.
           CLOSE FCLIENT.
           MOVE WS-REE-FICHIER TO WS-NOM-FCLIENT.
           PERFORM 7200-BASCULE-DEBUT THRU 7200-BASCULE-FIN.
           IF RETURN-CODE = 16
               GO TO 5000-REECRITURE-CLIENTS-FIN
           END-IF.
           DISPLAY "NOMBRE DE CLIENTS REECRITS: " WS-NB-CLIENTS.

       5000-REECRITURE-CLIENTS-FIN.
           EXIT.

      *******************************************************
      *  UN LIEN ACTIF PAR CONTRAT DU DEVIS (FACTURES FACTURE
      *  ALORS CHAQUE CONTRAT, Y COMPRIS LE PREMIER)
      *******************************************************
       5100-ECRITURE-LIENS-DEBUT.

           OPEN EXTEND FLIENS.
           IF WS-STATUS-FILE-FLIENS-INEXISTANT
               OPEN OUTPUT FLIENS
           END-IF.
           IF NOT WS-STATUS-FILE-FLIENS-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FLIENS': "
                       WS-STATUS-FILE-FLIENS
               MOVE 16 TO RETURN-CODE
               GO TO 5100-ECRITURE-LIENS-FIN
           END-IF.

           PERFORM VARYING WS-INDICE-LIGNE FROM 1 BY 1
                   UNTIL WS-INDICE-LIGNE > DEV-NB-LIGNES
               MOVE SPACES TO RLIEN
               MOVE WS-CLIENT-ID TO LIEN-ID
               MOVE DEV-LIG-NUMACT (WS-INDICE-LIGNE) TO LIEN-NUMACT
               MOVE "A" TO LIEN-STATUT
               WRITE RLIEN
           END-PERFORM.
           CLOSE FLIENS.

       5100-ECRITURE-LIENS-FIN.
           EXIT.

      *******************************************************
      *  REECRITURE COMPLETE DU FICHIER DES DEVIS
      *******************************************************
       5200-REECRITURE-DEVIS-DEBUT.

      ****** ECRITURE DANS LA NOUVELLE GENERATION (CONTROLE SUR
      ****** LE TOTAL DES DEVIS)
           MOVE "DEVIS.txt" TO WS-REE-FICHIER.
           MOVE 198 TO WS-REE-POSITION.
           MOVE 9 TO WS-REE-LONGUEUR.
           MOVE 2 TO WS-REE-DECIMALES.
           PERFORM 7100-GENERATION-DEBUT THRU 7100-GENERATION-FIN.
           MOVE WS-REE-NOUVEAU TO WS-NOM-FDEVIS.
           OPEN OUTPUT FDEVIS.
           IF NOT WS-STATUS-FILE-FDEVIS-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FDEVIS': "
                       WS-STATUS-FILE-FDEVIS
               MOVE WS-REE-FICHIER TO WS-NOM-FDEVIS
               MOVE 16 TO RETURN-CODE
               GO TO 5200-REECRITURE-DEVIS-FIN
           END-IF.

           PERFORM VARYING WS-INDICE5 FROM 1 BY 1
                   UNTIL WS-INDICE5 > WS-NB-DEVIS
               MOVE WS-DEVIS-IMAGE (WS-INDICE5) TO RDEVIS
               WRITE RDEVIS
               ADD 1 TO WS-REE-NB-ENREG
               IF DEV-TOTAL IS NUMERIC
                   ADD DEV-TOTAL TO WS-REE-TOTAL
               END-IF
           END-PERFORM.
           CLOSE FDEVIS.
           MOVE WS-REE-FICHIER TO WS-NOM-FDEVIS.
           PERFORM 7200-BASCULE-DEBUT THRU 7200-BASCULE-FIN.
           IF RETURN-CODE = 16
               GO TO 5200-REECRITURE-DEVIS-FIN
           END-IF.
           DISPLAY "NOMBRE DE DEVIS REECRITS: " WS-NB-DEVIS.

       5200-REECRITURE-DEVIS-FIN.
           EXIT.

      *******************************************************
      *  AJOUT D'UNE LIGNE AU JOURNAL PERMANENT DES MUTATIONS
      *  (OPERATEUR, ACTION, IMAGES AVANT/APRES) - UN JOURNAL
      *  INDISPONIBLE NE BLOQUE PAS LA CONVERSION MAIS SE
      *  SIGNALE
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
           MOVE WS-OPERATEUR  TO MUT-OPERATEUR.
           MOVE "DEVMAINT"    TO MUT-PROGRAMME.
           MOVE "A"           TO MUT-ACTION.
           MOVE WS-CLIENT-ID  TO MUT-CLE.
           MOVE WS-IMAGE-AVANT TO MUT-AVANT.
           MOVE WS-IMAGE-APRES TO MUT-APRES.
           WRITE RMUTATION.
           CLOSE FMUTATION.

       9000-JOURNALISER-MUTATION-FIN.
           EXIT.

      *******************************************************
      *  REPRISE AU LANCEMENT D'UNE REECRITURE INTERROMPUE DU
      *  FICHIER DESIGNE PAR WS-REE-FICHIER
      *******************************************************
       7000-REPRISE-REECRITURE-DEBUT.

           MOVE "R" TO WS-REE-FONCTION.
           CALL 'REECRIT' USING WS-REECRITURE
               ON EXCEPTION
                   DISPLAY "--> SOUS-PROGRAMME REECRIT INTROUVABLE"
                   MOVE 16 TO RETURN-CODE
           END-CALL.

       7000-REPRISE-REECRITURE-FIN.
           EXIT.

      *******************************************************
      *  NOM DE LA NOUVELLE GENERATION DU FICHIER DESIGNE PAR
      *  WS-REE-FICHIER, COMPTEURS DE CONTROLE A ZERO
      *******************************************************
       7100-GENERATION-DEBUT.

           MOVE "N" TO WS-REE-FONCTION.
           CALL 'REECRIT' USING WS-REECRITURE
               ON EXCEPTION
                   MOVE WS-REE-FICHIER TO WS-REE-NOUVEAU
           END-CALL.
           MOVE ZEROES TO WS-REE-NB-ENREG WS-REE-TOTAL.

       7100-GENERATION-FIN.
           EXIT.

      *******************************************************
      *  CONTROLE DE LA NOUVELLE GENERATION PUIS BASCULE
      *******************************************************
       7200-BASCULE-DEBUT.

           MOVE "B" TO WS-REE-FONCTION.
           CALL 'REECRIT' USING WS-REECRITURE
               ON EXCEPTION
                   MOVE "9" TO WS-REE-STATUT
           END-CALL.
           IF NOT WS-REE-OK
               DISPLAY "*** " FUNCTION TRIM (WS-REE-FICHIER)
                       " NON REMPLACE ***"
               MOVE 16 TO RETURN-CODE
           END-IF.

       7200-BASCULE-FIN.
           EXIT.
