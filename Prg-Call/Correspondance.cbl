       IDENTIFICATION DIVISION.
       PROGRAM-ID. CORRESP.
       AUTHOR. GENEVIEVE GIANNASI.
       INSTALLATION. PERSONAL PC.
       DATE-WRITTEN. 15-10-2026.
       DATE-COMPILED. 15-10-2026.
       SECURITY. NON-CONFIDENTIAL.
      ******************************************************************
      * OBJECTIF: Sous-programme partage d'inscription au registre
      * permanent des correspondances clients. Chaque programme qui
      * edite un document adresse a un client (facture, relance,
      * releve, interets de retard, lettre de renouvellement...)
      * l'appelle pour chaque document : le client qui demande "que
      * m'avez-vous envoye ?" a une reponse unique (TRACECLI,
      * CORRLIST), alors que les fichiers d'edition sont reecrits a
      * chaque execution.
      *
      *     CALL 'CORRESP' USING LS-CORRESPONDANCE
      *
      *     LS-COR-CLIENT-ID  : client destinataire
      *     LS-COR-DOCUMENT   : type de document (voir
      *                         COBOL-FD-CORRESP.cpy)
      *     LS-COR-REFERENCE  : numero de facture, niveau de
      *                         relance, contrat, periode...
      *     LS-COR-CANAL      : "C" courrier au client, "G" courrier
      *                         au groupe payeur (blanc = "C")
      *     LS-COR-FICHIER    : fichier d'edition produit
      *     LS-COR-GENERATION : date et heure de debut de
      *                         l'execution (AAAAMMJJHHMMSS), la meme
      *                         pour tous les documents d'un meme
      *                         fichier ; blanc = date et heure de
      *                         l'appel
      *     LS-COR-PROGRAMME  : programme d'edition
      *     LS-COR-STATUT     : "0" inscrit, "9" registre non ouvert
      *
      * Chaque appel ajoute une ligne a CORRESPONDANCES-REGISTRE.txt
      * (date, heure, client, document, reference, canal, fichier,
      * generation, programme et operateur connecte a la console).
      * Le registre n'est jamais reecrit ni purge par ce programme.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ******** REGISTRE PERMANENT DES CORRESPONDANCES
           SELECT FCORRESP ASSIGN TO "CORRESPONDANCES-REGISTRE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FCORRESP.

       DATA DIVISION.
       FILE SECTION.
      ******** REGISTRE DES CORRESPONDANCES
           COPY 'COBOL-FD-CORRESP.cpy'.

       WORKING-STORAGE SECTION.
       77  WS-STATUS-FILE-FCORRESP PIC X(02) VALUE SPACES.
           88  WS-STATUS-FILE-FCORRESP-OK  VALUE "00".
           88  WS-STATUS-FILE-FCORRESP-INEXISTANT VALUE "35".
       77  WS-HORODATAGE PIC X(14) VALUE SPACES.

      ****** OPERATEUR CONNECTE A LA CONSOLE
           COPY 'COBOL-SESSION.cpy'.

       LINKAGE SECTION.
       01  LS-CORRESPONDANCE.
           05  LS-COR-CLIENT-ID     PIC X(08).
           05  LS-COR-DOCUMENT      PIC X(10).
           05  LS-COR-REFERENCE     PIC X(20).
           05  LS-COR-CANAL         PIC X(01).
           05  LS-COR-FICHIER       PIC X(30).
           05  LS-COR-GENERATION    PIC X(14).
           05  LS-COR-PROGRAMME     PIC X(08).
           05  LS-COR-STATUT        PIC X(01).

      *******************************************************
      *  PARAGRAPHE PRINCIPAL
      *******************************************************
       PROCEDURE DIVISION USING LS-CORRESPONDANCE.
       DEBUT-PROGRAMME.

           MOVE "0" TO LS-COR-STATUT.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-HORODATAGE.

           OPEN EXTEND FCORRESP.
           IF WS-STATUS-FILE-FCORRESP-INEXISTANT
               OPEN OUTPUT FCORRESP
           END-IF.
           IF NOT WS-STATUS-FILE-FCORRESP-OK
               MOVE "9" TO LS-COR-STATUT
               GO TO FIN-PROGRAMME
           END-IF.

           MOVE SPACES TO RCORRESP.
           MOVE WS-HORODATAGE (1:8)  TO COR-DATE.
           MOVE WS-HORODATAGE (9:6)  TO COR-HEURE.
           MOVE LS-COR-CLIENT-ID     TO COR-CLIENT-ID.
           MOVE LS-COR-DOCUMENT      TO COR-DOCUMENT.
           MOVE LS-COR-REFERENCE     TO COR-REFERENCE.
           IF LS-COR-CANAL = SPACES
               MOVE "C" TO COR-CANAL
           ELSE
               MOVE LS-COR-CANAL TO COR-CANAL
           END-IF.
           MOVE LS-COR-FICHIER       TO COR-FICHIER.
           IF LS-COR-GENERATION = SPACES
               MOVE WS-HORODATAGE TO COR-GENERATION
           ELSE
               MOVE LS-COR-GENERATION TO COR-GENERATION
           END-IF.
           MOVE LS-COR-PROGRAMME     TO COR-PROGRAMME.
           IF SES-CONNECTEE
               MOVE SES-OPERATEUR TO COR-OPERATEUR
           END-IF.
           WRITE RCORRESP.
           CLOSE FCORRESP.

       FIN-PROGRAMME.
           EXIT PROGRAM.
