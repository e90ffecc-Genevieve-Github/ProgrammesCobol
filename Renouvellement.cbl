      *     (contrat, echeance, jours restants)
      *   - RENOUVELLEMENT-LETTRES.txt : une lettre de renouvellement
      *     par contrat (numero, libelle, date d'echeance)
      * Chaque lettre est inscrite au registre permanent des
      * correspondances (sous-programme CORRESP) pour chaque client
      * ayant un lien actif avec le contrat (CLIENTS-CONTRATS.txt).
      * Pour la mise sous pli de la nuit (MISEPLI), chaque lettre est
      * indexee (sous-programme INDEXPLI) au nom du premier client
      * lie au contrat ; sans client lie, elle est indexee sans
      * destinataire et MISEPLI la laisse hors des plis.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FLETTRES.

           SELECT FLIENS ASSIGN TO "CLIENTS-CONTRATS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FLIENS.

       DATA DIVISION.
       FILE SECTION.
           COPY 'COBOL-FD-ASSURANCE.cpy'.
       FD  FLETTRES.
       01  RLETTRE PIC X(120).

      ****** LIENS CLIENTS / CONTRATS (A ACTIF, R RESILIE)
       FD  FLIENS.
       01  RLIEN.
           05  LIEN-ID      PIC X(08).
           05  FILLER       PIC X(01).
           05  LIEN-NUMACT  PIC 9(08).
           05  FILLER       PIC X(01).
           05  LIEN-STATUT  PIC X(01).

       WORKING-STORAGE SECTION.
       77  WS-STATUS-FILE-FASSUR PIC X(02) VALUE SPACES.
           88  WS-STATUS-FILE-FASSUR-OK  VALUE "00".
           88  WS-STATUS-FILE-FTRAVAIL-OK VALUE "00".
       77  WS-STATUS-FILE-FLETTRES PIC X(02) VALUE SPACES.
           88  WS-STATUS-FILE-FLETTRES-OK VALUE "00".
       77  WS-STATUS-FILE-FLIENS PIC X(02) VALUE SPACES.
           88  WS-STATUS-FILE-FLIENS-OK VALUE "00".

       77  WS-COMPTEUR-FILE-FASSUR PIC 9(05) VALUE ZEROES.
       77  WS-COMPTEUR-A-RENOUVELER PIC 9(05) VALUE ZEROES.
       77  WS-SAISIE        PIC X(03) VALUE SPACES.
       01  WS-LIGNE         PIC X(120) VALUE SPACES.

      ****** CLIENTS TITULAIRES DES CONTRATS (LIENS ACTIFS)
       01  WS-TABLE-LIENS.
           05  WS-LIEN-ENTRY OCCURS 5000 INDEXED BY WS-INDICE-LIEN.
               10  WS-LIEN-ID     PIC X(08).
               10  WS-LIEN-NUMACT PIC 9(08).
       77  WS-NB-LIENS      PIC 9(04) VALUE ZEROES.
       77  WS-MAX-LIENS     PIC 9(04) VALUE 5000.
       77  WS-NB-TITULAIRES PIC 9(04) VALUE ZEROES.
       77  WS-COMPTEUR-SANS-TITULAIRE PIC 9(05) VALUE ZEROES.
       77  WS-COMPTEUR-NON-INSCRITS   PIC 9(05) VALUE ZEROES.

      ****** REGISTRE DES CORRESPONDANCES (CORRESP)
       01  WS-CORRESPONDANCE.
           05  WS-COR-CLIENT-ID     PIC X(08) VALUE SPACES.
           05  WS-COR-DOCUMENT      PIC X(10) VALUE "RENOUVEL".
           05  WS-COR-REFERENCE     PIC X(20) VALUE SPACES.
           05  WS-COR-CANAL         PIC X(01) VALUE "C".
           05  WS-COR-FICHIER       PIC X(30)
               VALUE "RENOUVELLEMENT-LETTRES.txt".
           05  WS-COR-GENERATION    PIC X(14) VALUE SPACES.
           05  WS-COR-PROGRAMME     PIC X(08) VALUE "RENOUVEL".
           05  WS-COR-STATUT        PIC X(01) VALUE SPACES.
               88  WS-COR-INSCRIT   VALUE "0".

      ****** INDEX DES DOCUMENTS POUR LA MISE SOUS PLI (INDEXPLI)
       01  WS-PLI.
           05  WS-PLI-FICHIER       PIC X(30)
               VALUE "RENOUVELLEMENT-LETTRES.txt".
           05  WS-PLI-GENERATION    PIC X(14) VALUE SPACES.
           05  WS-PLI-RANG          PIC 9(05) VALUE ZEROES.
           05  WS-PLI-DESTINATAIRE  PIC X(08) VALUE SPACES.
           05  WS-PLI-DOCUMENT      PIC X(10) VALUE "RENOUVEL".
           05  WS-PLI-PROGRAMME     PIC X(08) VALUE "RENOUVEL".
           05  WS-PLI-STATUT        PIC X(01) VALUE SPACES.
               88  WS-PLI-INDEXE    VALUE "0".
       77  WS-COMPTEUR-NON-INDEXES PIC 9(05) VALUE ZEROES.

      ****** SERVICE PARTAGE DES DATES (DATESERV) : L'HORIZON
      ****** DE RENOUVELLEMENT SE COMPTE EN JOURS OUVRES
       01  WS-DATESERV.

           DISPLAY "RELANCE DE RENOUVELLEMENT DES POLICES".
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATE-JOUR.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-COR-GENERATION.
           MOVE WS-COR-GENERATION TO WS-PLI-GENERATION.
           COMPUTE WS-JOUR-INT =
                   FUNCTION INTEGER-OF-DATE (WS-DATE-JOUR).

               COMPUTE WS-DELAI-JOURS = FUNCTION NUMVAL (WS-SAISIE)
           END-IF.

           PERFORM CHARGEMENT-LIENS-DEBUT THRU CHARGEMENT-LIENS-FIN.

           OPEN INPUT FASSUR.
           IF NOT WS-STATUS-FILE-FASSUR-OK
               DISPLAY "--> ERREUR OUVERTURE FICHIER ASSURANCES: "
           DISPLAY "CONTRATS LUS         : " WS-COMPTEUR-FILE-FASSUR.
           DISPLAY "CONTRATS A RENOUVELER: "
                   WS-COMPTEUR-A-RENOUVELER.
           IF WS-COMPTEUR-SANS-TITULAIRE > ZEROES
               DISPLAY "LETTRES SANS CLIENT LIE: "
                       WS-COMPTEUR-SANS-TITULAIRE
           END-IF.
           IF WS-COMPTEUR-NON-INSCRITS > ZEROES
               DISPLAY "NON INSCRITES AU REGISTRE DES CORRESPONDANCES: "
                       WS-COMPTEUR-NON-INSCRITS
           END-IF.
           IF WS-COMPTEUR-NON-INDEXES > ZEROES
               DISPLAY "DOCUMENTS NON INDEXES POUR LA MISE SOUS PLI: "
                       WS-COMPTEUR-NON-INDEXES
           END-IF.
           DISPLAY "==============================================".

       FIN-PROGRAMME.
                  DELIMITED BY SIZE INTO RTRAVAIL.
           WRITE RTRAVAIL.
      *
      ****** LETTRE DE RENOUVELLEMENT, INDEXEE POUR LA MISE SOUS
      ****** PLI AU NOM DU PREMIER CLIENT LIE AU CONTRAT
           MOVE SPACES TO WS-PLI-DESTINATAIRE.
           PERFORM RECHERCHE-DESTINATAIRE-DEBUT
              THRU RECHERCHE-DESTINATAIRE-FIN
               VARYING WS-INDICE-LIEN FROM 1 BY 1
               UNTIL WS-INDICE-LIEN > WS-NB-LIENS
               OR WS-PLI-DESTINATAIRE NOT = SPACES.
           PERFORM INDEXATION-PLI-DEBUT THRU INDEXATION-PLI-FIN.

           MOVE ALL "=" TO WS-LIGNE.
           MOVE WS-LIGNE TO RLETTRE.
           WRITE RLETTRE.

           MOVE SPACES TO RLETTRE.
           WRITE RLETTRE.
      *
      ****** INSCRIPTION AU REGISTRE DES CORRESPONDANCES POUR
      ****** CHAQUE CLIENT TITULAIRE DU CONTRAT
           MOVE SPACES TO WS-COR-REFERENCE.
           STRING "CONTRAT " RASSUR-NUMACT
                  DELIMITED BY SIZE INTO WS-COR-REFERENCE.
           MOVE ZEROES TO WS-NB-TITULAIRES.
           PERFORM INSCRIPTION-CORRESP-DEBUT
              THRU INSCRIPTION-CORRESP-FIN
               VARYING WS-INDICE-LIEN FROM 1 BY 1
               UNTIL WS-INDICE-LIEN > WS-NB-LIENS.
           IF WS-NB-TITULAIRES = ZEROES
               ADD 1 TO WS-COMPTEUR-SANS-TITULAIRE
           END-IF.

       LECTURE-FIN.
           EXIT.

      *******************************************************
      *  CHARGEMENT DES LIENS ACTIFS CLIENTS / CONTRATS
      *  (FICHIER ABSENT = LETTRES NON RATTACHEES A UN CLIENT)
      *******************************************************
       CHARGEMENT-LIENS-DEBUT.

           OPEN INPUT FLIENS.
           IF NOT WS-STATUS-FILE-FLIENS-OK
               GO TO CHARGEMENT-LIENS-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FLIENS-OK
               READ FLIENS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LIEN-NUMACT IS NUMERIC
                       AND LIEN-STATUT = "A"
                       AND WS-NB-LIENS < WS-MAX-LIENS
                           ADD 1 TO WS-NB-LIENS
                           SET WS-INDICE-LIEN TO WS-NB-LIENS
                           MOVE LIEN-ID
                                TO WS-LIEN-ID (WS-INDICE-LIEN)
                           MOVE LIEN-NUMACT
                                TO WS-LIEN-NUMACT (WS-INDICE-LIEN)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FLIENS.

       CHARGEMENT-LIENS-FIN.
           EXIT.

      *******************************************************
      *  INSCRIPTION DE LA LETTRE AU REGISTRE POUR UN CLIENT
      *  TITULAIRE DU CONTRAT COURANT
      *******************************************************
       INSCRIPTION-CORRESP-DEBUT.

           IF WS-LIEN-NUMACT (WS-INDICE-LIEN) NOT = RASSUR-NUMACT
               GO TO INSCRIPTION-CORRESP-FIN
           END-IF.

           ADD 1 TO WS-NB-TITULAIRES.
           MOVE WS-LIEN-ID (WS-INDICE-LIEN) TO WS-COR-CLIENT-ID.
           CALL 'CORRESP' USING WS-CORRESPONDANCE
               ON EXCEPTION
                   MOVE "9" TO WS-COR-STATUT
           END-CALL.
           IF NOT WS-COR-INSCRIT
               ADD 1 TO WS-COMPTEUR-NON-INSCRITS
           END-IF.

       INSCRIPTION-CORRESP-FIN.
           EXIT.

      *******************************************************
      *  PREMIER CLIENT LIE AU CONTRAT COURANT : DESTINATAIRE
      *  DE LA LETTRE POUR LA MISE SOUS PLI
      *******************************************************
       RECHERCHE-DESTINATAIRE-DEBUT.

           IF WS-LIEN-NUMACT (WS-INDICE-LIEN) = RASSUR-NUMACT
               MOVE WS-LIEN-ID (WS-INDICE-LIEN) TO WS-PLI-DESTINATAIRE
           END-IF.

       RECHERCHE-DESTINATAIRE-FIN.
           EXIT.

      *******************************************************
      *  INDEXATION DU DOCUMENT POUR LA MISE SOUS PLI : SON
      *  RANG DANS LE FICHIER ET SON DESTINATAIRE
      *******************************************************
       INDEXATION-PLI-DEBUT.

           ADD 1 TO WS-PLI-RANG.
           CALL 'INDEXPLI' USING WS-PLI
               ON EXCEPTION
                   MOVE "9" TO WS-PLI-STATUT
           END-CALL.
           IF NOT WS-PLI-INDEXE
               ADD 1 TO WS-COMPTEUR-NON-INDEXES
           END-IF.

       INDEXATION-PLI-FIN.
           EXIT.
