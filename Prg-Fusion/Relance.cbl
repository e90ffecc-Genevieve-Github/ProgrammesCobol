      ******************************************************************
      * OBJECTIF:
      * Relance des impayes avec escalade : les soldes clients sont
      * ceux du sous-programme partage SOLDECLI (facture TTC de
      * FICHIERSOR.txt moins reglements non rejetes et avoirs, plus
      * remboursements, au groupe payeur pour ses membres), le
      * niveau de relance de chaque client est conserve dans
      * RELANCES-ETAT.txt, et les lettres partent dans
      * RELANCES-LETTRES.txt avec un libelle par niveau :
      * configure depuis la derniere relance ; un solde revenu a
      * zero remet le compteur du client a zero. La synthese par
      * niveau (RELANCES-SYNTHESE.txt) montre ou sont les cas durs.
      *
      * Aucune relance avant l'echeance : l'echeance de chaque
      * facture decoule de la date de la derniere facturation
      * (FACTURES-CONTROLE.txt) et des conditions de paiement du
      * client (service ECHEANCE) ; un client dont l'echeance la
      * plus proche n'est pas depassee garde son niveau et ne recoit
      * pas de lettre. Un client sous echeancier (ECHEANCIERS.txt)
      * n'est relance que sur ses echeances passees non couvertes :
      * c'est la part echue rendue par SOLDECLI.
      *
      * Les factures en litige ouvert au registre LITIGES-CLIENTS.txt
      * (LITMAINT) sont retirees du solde relance : un client dont
      * tout le solde est conteste garde son niveau sans lettre ni
      * escalade (gele), les autres ne sont relances que sur le
      * solde hors litige.
      *
      * Chaque lettre emise est ajoutee a l'historique permanent
      * RELANCES-HISTORIQUE.txt (client, date, niveau, solde). Un
      * client transmis a l'agence de recouvrement (dossier T ou I au
      * registre CONTENTIEUX-DOSSIERS.txt de CTXENVOI) garde son
      * niveau mais ne recoit plus de lettre.
      *
      * Un client dont un pli est revenu NPAI (retour ouvert au
      * registre NPAI-REGISTRE.txt, sous-programme CTRLADR) ne
      * recoit pas de lettre et garde son niveau - pas d'escalade
      * sur une lettre qui ne peut pas arriver : il part sur
      * ADRESSES-A-CORRIGER.txt pour mise a jour de l'adresse.
      *
      * Chaque lettre est aussi inscrite au registre permanent des
      * correspondances (sous-programme CORRESP) avec son niveau ;
      * la lettre d'un groupe payeur y est inscrite pour chacun de
      * ses membres (canal G).
      *
      * Chaque lettre est indexee pour la mise sous pli de la nuit
      * (sous-programme INDEXPLI, voir MISEPLI) au nom du compte
      * relance (client ou groupe payeur).
      *
      * RELANCES-ETAT.txt est reecrit par nouvelle generation
      * controlee puis basculee (sous-programme REECRIT) : un arret
      * en cours d'ecriture ne perd jamais les niveaux de relance.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ******** GROUPES DE CLIENTS (DETTE SUIVIE AU GROUPE)
           SELECT FGROUPE ASSIGN TO "GROUPES-CLIENTS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FGROUPE.

      ******** REGISTRE DES LITIGES CLIENTS
           SELECT FLITIGE ASSIGN TO "LITIGES-CLIENTS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FLITIGE.

      ******** ETAT DES RELANCES PAR CLIENT (PERSISTANT)
           SELECT FETAT ASSIGN TO DYNAMIC WS-NOM-FETAT
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FETAT.

      ******** DOSSIERS TRANSMIS A L'AGENCE DE RECOUVREMENT
           SELECT FCONTENT ASSIGN TO "CONTENTIEUX-DOSSIERS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FCONTENT.

      ******** HISTORIQUE PERMANENT DES LETTRES DE RELANCE
           SELECT FRELHIST ASSIGN TO "RELANCES-HISTORIQUE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FRELHIST.

      ******** LETTRES DE RELANCE
           SELECT FLETTRES ASSIGN TO "RELANCES-LETTRES.txt"

       DATA DIVISION.
       FILE SECTION.
      ******** GROUPES DE CLIENTS (UNE LIGNE PAR MEMBRE)
       FD  FGROUPE.
       01  RGROUPE.
           05  FILLER     PIC X(01).
           05  GRP-NOM    PIC X(30).

      ******** REGISTRE DES LITIGES CLIENTS
           COPY 'COBOL-FD-LITIGE.cpy'.

      ******** ETAT DES RELANCES PAR CLIENT (PERSISTANT)
       FD  FETAT.
       01  RETAT.
           05  FILLER        PIC X(01).
           05  ETAT-DATE     PIC 9(08).

      ******** DOSSIERS TRANSMIS A L'AGENCE DE RECOUVREMENT
           COPY 'COBOL-FD-CONTENT.cpy'.

      ******** HISTORIQUE PERMANENT DES LETTRES DE RELANCE
           COPY 'COBOL-FD-RELHIST.cpy'.

      ******** LETTRES DE RELANCE
       FD  FLETTRES.
       01  RLETTRE PIC X(100).
      ***********************************************
      * DEFINTION DES STATUS DES FICHIERS
      ***********************************************
       01  WS-STATUS-FILE-FGROUPE PIC X(02).
           88 WS-STATUS-FILE-FGROUPE-OK  VALUE "00".
           88 WS-STATUS-FILE-FGROUPE-EOF VALUE "10".
       01  WS-STATUS-FILE-FLITIGE PIC X(02).
           88 WS-STATUS-FILE-FLITIGE-OK  VALUE "00".
           88 WS-STATUS-FILE-FLITIGE-EOF VALUE "10".
       01  WS-STATUS-FILE-FCONTENT PIC X(02).
           88 WS-STATUS-FILE-FCONTENT-OK  VALUE "00".
           88 WS-STATUS-FILE-FCONTENT-EOF VALUE "10".
       01  WS-STATUS-FILE-FRELHIST PIC X(02).
           88 WS-STATUS-FILE-FRELHIST-OK  VALUE "00".
           88 WS-STATUS-FILE-FRELHIST-INEXISTANT VALUE "35".

      ******************************************
      *  GROUPES DE CLIENTS : LA DETTE ET L'ESCALADE D'UN
           05 WS-CLI-ENTRY OCCURS 5000 INDEXED BY WS-INDICE.
               10 WS-CLI-ID      PIC X(08).
               10 WS-CLI-NOM     PIC X(20).
      ****** SOLDE DU COMPTE ET PART ECHUE A CE JOUR (SOLDECLI)
               10 WS-CLI-SOLDE   PIC S9(09)V99.
               10 WS-CLI-ECHU    PIC 9(09)V99.
               10 WS-CLI-NIVEAU  PIC 9(01).
               10 WS-CLI-DATE    PIC 9(08).
               10 WS-CLI-ECHEANCE PIC 9(08).
      ****** MONTANT EN LITIGE OUVERT ; LITIGE-TOTAL "O" QUAND UN
      ****** LITIGE ANCIEN NE PORTE PAS DE MONTANT (TOUT EST GELE)
               10 WS-CLI-LITIGE  PIC 9(09)V99.
               10 WS-CLI-LITIGE-TOTAL PIC X(01).
      ****** "O" QUAND LE DOSSIER EST CHEZ L'AGENCE DE RECOUVREMENT
               10 WS-CLI-CONTENTIEUX PIC X(01).
       01  WS-NB-CLIENTS  PIC 9(04) VALUE ZEROES.
       01  WS-MAX-CLIENTS PIC 9(04) VALUE 5000.
       01  WS-TROUVE PIC X(01) VALUE "N".
           88 WS-TROUVE-OUI VALUE "O".
       01  WS-SOLDE PIC S9(09)V99 VALUE ZEROES.
       01  WS-COMPTEUR-SOUS-PLAN PIC 9(04) VALUE ZEROES.

      ******************************************
       01  WS-NOUVEAU-NIVEAU PIC 9(01) VALUE ZEROES.
       01  WS-COMPTEUR-LETTRES PIC 9(05) VALUE ZEROES.
       01  WS-COMPTEUR-RESETS  PIC 9(05) VALUE ZEROES.
       01  WS-COMPTEUR-GELES   PIC 9(05) VALUE ZEROES.
       01  WS-COMPTEUR-CONTENTIEUX PIC 9(05) VALUE ZEROES.
       01  WS-COMPTEUR-NPAI    PIC 9(05) VALUE ZEROES.
       01  WS-NB-PAR-NIVEAU.
           05 WS-NIVEAU-NB OCCURS 3 PIC 9(05) VALUE ZEROES.
       01  WS-NIV PIC 9(01) VALUE ZEROES.
       01  WS-EDIT-SOLDE PIC ZZZ.ZZZ.ZZ9,99.
       01  WS-LIGNE PIC X(100) VALUE SPACES.

      ****** ECHEANCES : CONDITIONS DE PAIEMENT DU CLIENT
      ****** APPLIQUEES A LA DATE DE LA DERNIERE FACTURATION
       01  WS-DATE-FACTURATION PIC 9(08) VALUE ZEROES.
       01  WS-COMPTEUR-NON-ECHUS PIC 9(05) VALUE ZEROES.
       01  WS-EDIT-ECHEANCE PIC 9(04)/9(02)/9(02).

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

      ****** SERVICE PARTAGE DES DATES (DATESERV) : LE DELAI
      ****** ENTRE RELANCES SE COMPTE EN JOURS OUVRES
       01  WS-DATESERV.
           05  WS-DTS-STATUT PIC X(01) VALUE "0".
               88  WS-DTS-STATUT-OK VALUE "0".

      ***********************************************
      * MANIFESTE DES SORTIES (MANIFEST) : FICHIERSOR.txt
      * VERIFIE AVANT TRAITEMENT (NOMBRE, TOTAL HT, CLE)
      ***********************************************
       01  WS-MANIFESTE.
           05  WS-MAN-FONCTION  PIC X(01) VALUE "V".
           05  WS-MAN-FICHIER   PIC X(30) VALUE "FICHIERSOR.txt".
           05  WS-MAN-PROGRAMME PIC X(08) VALUE "RELANCE".
           05  WS-MAN-POSITION  PIC 9(04) VALUE 73.
           05  WS-MAN-LONGUEUR  PIC 9(02) VALUE 9.
           05  WS-MAN-NB-ENREG  PIC 9(09) VALUE ZEROES.
           05  WS-MAN-TOTAL     PIC 9(13)V99 VALUE ZEROES.
           05  WS-MAN-CONTROLE  PIC 9(09) VALUE ZEROES.
           05  WS-MAN-STATUT    PIC X(01) VALUE SPACES.
               88  WS-MAN-ALTERE VALUE "2".

      ***********************************************
      * REECRITURE SURE DES FICHIERS PERMANENTS (REECRIT) :
      * L'ETAT EST ECRIT DANS UNE NOUVELLE GENERATION,
      * CONTROLEE (NOMBRE, TOTAL DES DATES) PUIS BASCULEE
      ***********************************************
       01  WS-NOM-FETAT PIC X(40) VALUE "RELANCES-ETAT.txt".
       01  WS-REECRITURE.
           05  WS-REE-FONCTION  PIC X(01) VALUE "R".
           05  WS-REE-FICHIER   PIC X(40) VALUE "RELANCES-ETAT.txt".
           05  WS-REE-NOUVEAU   PIC X(40) VALUE SPACES.
           05  WS-REE-PROGRAMME PIC X(08) VALUE "RELANCE".
           05  WS-REE-POSITION  PIC 9(04) VALUE 12.
           05  WS-REE-LONGUEUR  PIC 9(02) VALUE 8.
           05  WS-REE-DECIMALES PIC 9(01) VALUE ZERO.
           05  WS-REE-NB-ENREG  PIC 9(09) VALUE ZEROES.
           05  WS-REE-TOTAL     PIC 9(13)V99 VALUE ZEROES.
           05  WS-REE-STATUT    PIC X(01) VALUE SPACES.
               88  WS-REE-OK VALUE "0" "1" "2".

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
           05  WS-ADR-PROGRAMME     PIC X(08) VALUE "RELANCE".
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
           05  WS-COR-DOCUMENT      PIC X(10) VALUE "RELANCE".
           05  WS-COR-REFERENCE     PIC X(20) VALUE SPACES.
           05  WS-COR-CANAL         PIC X(01) VALUE "C".
           05  WS-COR-FICHIER       PIC X(30)
               VALUE "RELANCES-LETTRES.txt".
           05  WS-COR-GENERATION    PIC X(14) VALUE SPACES.
           05  WS-COR-PROGRAMME     PIC X(08) VALUE "RELANCE".
           05  WS-COR-STATUT        PIC X(01) VALUE SPACES.
               88  WS-COR-INSCRIT   VALUE "0".
       01  WS-COMPTEUR-NON-INSCRITS PIC 9(05) VALUE ZEROES.

      ***********************************************
      * INDEX DES DOCUMENTS POUR LA MISE SOUS PLI (INDEXPLI)
      ***********************************************
       01  WS-PLI.
           05  WS-PLI-FICHIER       PIC X(30)
               VALUE "RELANCES-LETTRES.txt".
           05  WS-PLI-GENERATION    PIC X(14) VALUE SPACES.
           05  WS-PLI-RANG          PIC 9(05) VALUE ZEROES.
           05  WS-PLI-DESTINATAIRE  PIC X(08) VALUE SPACES.
           05  WS-PLI-DOCUMENT      PIC X(10) VALUE "RELANCE".
           05  WS-PLI-PROGRAMME     PIC X(08) VALUE "RELANCE".
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
           DISPLAY "RELANCE DES IMPAYES AVEC ESCALADE".
      *
      *********** REPRISE D'UNE REECRITURE INTERROMPUE DE L'ETAT
           MOVE "R" TO WS-REE-FONCTION.
           CALL 'REECRIT' USING WS-REECRITURE
               ON EXCEPTION
                   DISPLAY "--> SOUS-PROGRAMME REECRIT INTROUVABLE"
                   MOVE 16 TO RETURN-CODE
                   GO TO 0000-MAIN-FIN
           END-CALL.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATE-JOUR.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-COR-GENERATION.
           MOVE WS-COR-GENERATION TO WS-PLI-GENERATION.
           COMPUTE WS-JOUR-INT =
                   FUNCTION INTEGER-OF-DATE (WS-DATE-JOUR).

           PERFORM 0500-CHARGEMENT-GROUPES-DEBUT
              THRU 0500-CHARGEMENT-GROUPES-FIN.
      *
      *********** SOLDES ET PART ECHUE PAR COMPTE (SOLDECLI) :
      *********** AVOIRS, REMBOURSEMENTS, REJETS ET ECHEANCIERS
      *********** Y SONT DEJA APPLIQUES
           PERFORM 1000-CHARGEMENT-SOLDES-DEBUT
              THRU 1000-CHARGEMENT-SOLDES-FIN.
           IF RETURN-CODE = 16
               GO TO 0000-MAIN-FIN
           END-IF.
      *
      *********** LITIGES OUVERTS : FACTURES CONTESTEES HORS RELANCE
           PERFORM 2800-APPLICATION-LITIGES-DEBUT
              THRU 2800-APPLICATION-LITIGES-FIN.
      *
      *********** DOSSIERS CHEZ L'AGENCE DE RECOUVREMENT
           PERFORM 2900-LECTURE-CONTENTIEUX-DEBUT
              THRU 2900-LECTURE-CONTENTIEUX-FIN.
      *
      *********** ETAT DES RELANCES DE L'EXECUTION PRECEDENTE
           PERFORM 3000-LECTURE-ETAT-DEBUT
              THRU 3000-LECTURE-ETAT-FIN.
      *
      *********** RELANCES, ESCALADES ET REMISES A ZERO
           OPEN EXTEND FRELHIST.
           IF WS-STATUS-FILE-FRELHIST-INEXISTANT
               OPEN OUTPUT FRELHIST
           END-IF.
           IF NOT WS-STATUS-FILE-FRELHIST-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FRELHIST': "
                       WS-STATUS-FILE-FRELHIST
               MOVE 16 TO RETURN-CODE
               GO TO 0000-MAIN-FIN
           END-IF.

           OPEN OUTPUT FLETTRES.
           IF NOT WS-STATUS-FILE-FLETTRES-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FLETTRES': "
                       WS-STATUS-FILE-FLETTRES
               CLOSE FRELHIST
               MOVE 16 TO RETURN-CODE
               GO TO 0000-MAIN-FIN
           END-IF.
               UNTIL WS-INDICE > WS-NB-CLIENTS.

           CLOSE FLETTRES.
           CLOSE FRELHIST.
      *
      *********** SAUVEGARDE DE L'ETAT ET SYNTHESE PAR NIVEAU
           PERFORM 5000-ECRITURE-ETAT-DEBUT
           DISPLAY "==============================================".
           DISPLAY "LETTRES EMISES        : " WS-COMPTEUR-LETTRES.
           DISPLAY "COMPTEURS REMIS A ZERO: " WS-COMPTEUR-RESETS.
           DISPLAY "CLIENTS NON ECHUS     : " WS-COMPTEUR-NON-ECHUS.
           DISPLAY "CLIENTS GELES (LITIGE): " WS-COMPTEUR-GELES.
           DISPLAY "CLIENTS AU CONTENTIEUX: " WS-COMPTEUR-CONTENTIEUX.
           DISPLAY "CLIENTS NPAI (ADRESSE): " WS-COMPTEUR-NPAI.
           DISPLAY "NIVEAU 1 / 2 / 3      : " WS-NIVEAU-NB (1)
                   " / " WS-NIVEAU-NB (2) " / " WS-NIVEAU-NB (3).
           IF WS-COMPTEUR-NON-INSCRITS > ZEROES
               DISPLAY "NON INSCRITES AU REGISTRE DES CORRESPONDANCES: "
                       WS-COMPTEUR-NON-INSCRITS
           END-IF.
           IF WS-COMPTEUR-NON-INDEXES > ZEROES
               DISPLAY "DOCUMENTS NON INDEXES POUR LA MISE SOUS PLI: "
                       WS-COMPTEUR-NON-INDEXES
           END-IF.
           DISPLAY "==============================================".

       0000-MAIN-FIN.
           EXIT.

      *******************************************************
      *  SOLDES DE TOUS LES COMPTES A CE JOUR (SOLDECLI) :
      *  SEULS LES COMPTES FACTURES SONT RELANCES
      *******************************************************
       1000-CHARGEMENT-SOLDES-DEBUT.

           MOVE "C" TO WS-SOL-FONCTION.
           CALL 'SOLDECLI' USING WS-SOLDECLI
               ON EXCEPTION
                   MOVE "9" TO WS-SOL-STATUT
           END-CALL.
           IF NOT WS-SOL-STATUT-OK
               DISPLAY "ERREUR CHARGEMENT DES SOLDES (SOLDECLI): "
                       "FICHIERSOR.txt ILLISIBLE OU SERVICE ABSENT"
               MOVE 16 TO RETURN-CODE
               GO TO 1000-CHARGEMENT-SOLDES-FIN
           END-IF.
           MOVE WS-SOL-DATE-FACTURATION TO WS-DATE-FACTURATION.
           DISPLAY "--> ECHEANCES CALCULEES SUR LA FACTURATION DU "
                   WS-DATE-FACTURATION.

           MOVE "N" TO WS-SOL-FONCTION.
           MOVE ZEROES TO WS-SOL-RANG.
           MOVE WS-DATE-JOUR TO WS-SOL-DATE.
           PERFORM UNTIL NOT WS-SOL-STATUT-OK
               CALL 'SOLDECLI' USING WS-SOLDECLI
                   ON EXCEPTION
                       MOVE "9" TO WS-SOL-STATUT
               END-CALL
               IF WS-SOL-STATUT-OK
               AND WS-SOL-NB-FACTURES > ZEROES
                   PERFORM 1100-AJOUT-COMPTE-DEBUT
                      THRU 1100-AJOUT-COMPTE-FIN
               END-IF
           END-PERFORM.

           IF WS-COMPTEUR-SOUS-PLAN > ZEROES
               DISPLAY "CLIENTS SOUS ECHEANCIER: "
                       WS-COMPTEUR-SOUS-PLAN
           END-IF.

       1000-CHARGEMENT-SOLDES-FIN.
           EXIT.

      *******************************************************
      *  AJOUT D'UN COMPTE A LA TABLE DE RELANCE
      *******************************************************
       1100-AJOUT-COMPTE-DEBUT.

           IF WS-NB-CLIENTS NOT < WS-MAX-CLIENTS
               DISPLAY "--> ! PLUS DE " WS-MAX-CLIENTS " CLIENTS!"
               GO TO 1100-AJOUT-COMPTE-FIN
           END-IF.

           ADD 1 TO WS-NB-CLIENTS.
           SET WS-INDICE TO WS-NB-CLIENTS.
           MOVE WS-SOL-CLIENT   TO WS-CLI-ID (WS-INDICE).
           MOVE WS-SOL-NOM      TO WS-CLI-NOM (WS-INDICE).
           MOVE WS-SOL-SOLDE    TO WS-CLI-SOLDE (WS-INDICE).
           MOVE WS-SOL-ECHU     TO WS-CLI-ECHU (WS-INDICE).
           MOVE WS-SOL-ECHEANCE TO WS-CLI-ECHEANCE (WS-INDICE).
           MOVE ZEROES TO WS-CLI-NIVEAU (WS-INDICE)
                          WS-CLI-DATE (WS-INDICE)
                          WS-CLI-LITIGE (WS-INDICE).
           MOVE "N" TO WS-CLI-LITIGE-TOTAL (WS-INDICE)
                       WS-CLI-CONTENTIEUX (WS-INDICE).
           IF WS-SOL-SOUS-PLAN = "O"
               ADD 1 TO WS-COMPTEUR-SOUS-PLAN
           END-IF.

       1100-AJOUT-COMPTE-FIN.
           EXIT.

      *******************************************************
      *  LITIGES OUVERTS (FICHIER FACULTATIF) : LE MONTANT
      *  CONTESTE EST CUMULE SOUS LE CLIENT (OU SON GROUPE
      *  PAYEUR) POUR ETRE RETIRE DU SOLDE RELANCE
      *******************************************************
       2800-APPLICATION-LITIGES-DEBUT.

           OPEN INPUT FLITIGE.
           IF NOT WS-STATUS-FILE-FLITIGE-OK
               GO TO 2800-APPLICATION-LITIGES-FIN
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
                                   UNTIL WS-INDICE > WS-NB-CLIENTS
                               IF WS-CLI-ID (WS-INDICE)
                                  = WS-ID-EFFECTIF
                                   IF LIT-MONTANT IS NUMERIC
                                   AND LIT-MONTANT > ZEROES
                                       ADD LIT-MONTANT
                                           TO WS-CLI-LITIGE (WS-INDICE)
                                   ELSE
                                       MOVE "O" TO
                                         WS-CLI-LITIGE-TOTAL (WS-INDICE)
                                   END-IF
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FLITIGE.

       2800-APPLICATION-LITIGES-FIN.
           EXIT.

      *******************************************************
      *  DOSSIERS TRANSMIS A L'AGENCE DE RECOUVREMENT (FICHIER
      *  FACULTATIF) : UN DOSSIER TRANSMIS OU CLOS IRRECOUVRABLE
      *  SORT LE CLIENT DE LA RELANCE
      *******************************************************
       2900-LECTURE-CONTENTIEUX-DEBUT.

           OPEN INPUT FCONTENT.
           IF NOT WS-STATUS-FILE-FCONTENT-OK
               GO TO 2900-LECTURE-CONTENTIEUX-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FCONTENT-OK
               READ FCONTENT
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CTX-STATUT-TRANSMIS
                       OR CTX-STATUT-IRRECOUVRABLE
                           MOVE CTX-ID TO WS-ID-EFFECTIF
                           MOVE SPACES TO WS-NOM-EFFECTIF
                           PERFORM 0600-SUBSTITUTION-GROUPE-DEBUT
                              THRU 0600-SUBSTITUTION-GROUPE-FIN
                           PERFORM VARYING WS-INDICE FROM 1 BY 1
                                   UNTIL WS-INDICE > WS-NB-CLIENTS
                               IF WS-CLI-ID (WS-INDICE)
                                  = WS-ID-EFFECTIF
                                   MOVE "O" TO
                                        WS-CLI-CONTENTIEUX (WS-INDICE)
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FCONTENT.

       2900-LECTURE-CONTENTIEUX-FIN.
           EXIT.

      *******************************************************
      *******************************************************
       4000-TRAITEMENT-CLIENT-DEBUT.

           MOVE WS-CLI-SOLDE (WS-INDICE) TO WS-SOLDE.
      *
      ****** SOLDE APURE : LE COMPTEUR DE RELANCE REPART A ZERO
           IF WS-SOLDE <= ZEROES
               GO TO 4000-TRAITEMENT-CLIENT-FIN
           END-IF.
      *
      ****** DOSSIER CHEZ L'AGENCE DE RECOUVREMENT : PLUS DE LETTRE
           IF WS-CLI-CONTENTIEUX (WS-INDICE) = "O"
               ADD 1 TO WS-COMPTEUR-CONTENTIEUX
               IF WS-CLI-NIVEAU (WS-INDICE) > ZEROES
                   MOVE WS-CLI-NIVEAU (WS-INDICE) TO WS-NIV
                   ADD 1 TO WS-NIVEAU-NB (WS-NIV)
               END-IF
               GO TO 4000-TRAITEMENT-CLIENT-FIN
           END-IF.
      *
      ****** SOLDE ENTIEREMENT EN LITIGE : NIVEAU GELE, NI LETTRE
      ****** NI ESCALADE ; SINON SEUL LE SOLDE HORS LITIGE EST RELANCE
           IF WS-CLI-LITIGE-TOTAL (WS-INDICE) = "O"
           OR WS-SOLDE <= WS-CLI-LITIGE (WS-INDICE)
               ADD 1 TO WS-COMPTEUR-GELES
               IF WS-CLI-NIVEAU (WS-INDICE) > ZEROES
                   MOVE WS-CLI-NIVEAU (WS-INDICE) TO WS-NIV
                   ADD 1 TO WS-NIVEAU-NB (WS-NIV)
               END-IF
               GO TO 4000-TRAITEMENT-CLIENT-FIN
           END-IF.
           SUBTRACT WS-CLI-LITIGE (WS-INDICE) FROM WS-SOLDE.
      *
      ****** RIEN D'ECHU (ECHEANCE NON DEPASSEE, ECHEANCES DU PLAN
      ****** COUVERTES) : NI LETTRE NI ESCALADE ; SOUS ECHEANCIER,
      ****** SEULE LA PART ECHUE EST RELANCEE
           IF WS-CLI-ECHU (WS-INDICE) < WS-SOLDE
               MOVE WS-CLI-ECHU (WS-INDICE) TO WS-SOLDE
           END-IF.
           IF WS-SOLDE <= ZEROES
               ADD 1 TO WS-COMPTEUR-NON-ECHUS
               IF WS-CLI-NIVEAU (WS-INDICE) > ZEROES
                   MOVE WS-CLI-NIVEAU (WS-INDICE) TO WS-NIV
                   ADD 1 TO WS-NIVEAU-NB (WS-NIV)
               END-IF
               GO TO 4000-TRAITEMENT-CLIENT-FIN
           END-IF.
      *
      ****** PLI DEJA REVENU NPAI : NI LETTRE NI ESCALADE
           MOVE "N" TO WS-ADR-FONCTION.
           MOVE WS-CLI-ID (WS-INDICE)  TO WS-ADR-CLIENT-ID.
           MOVE WS-CLI-NOM (WS-INDICE) TO WS-ADR-NOM.
           CALL 'CTRLADR' USING WS-ADRESSE
               ON EXCEPTION
                   MOVE "0" TO WS-ADR-STATUT
           END-CALL.
           IF WS-ADR-NPAI
               ADD 1 TO WS-COMPTEUR-NPAI
               IF WS-CLI-NIVEAU (WS-INDICE) > ZEROES
                   MOVE WS-CLI-NIVEAU (WS-INDICE) TO WS-NIV
                   ADD 1 TO WS-NIVEAU-NB (WS-NIV)
               END-IF
               GO TO 4000-TRAITEMENT-CLIENT-FIN
           END-IF.
      *
      ****** PREMIERE RELANCE, OU ESCALADE PASSE LE DELAI
           IF WS-CLI-NIVEAU (WS-INDICE) = ZEROES
               MOVE 1 TO WS-NOUVEAU-NIVEAU

           ADD 1 TO WS-COMPTEUR-LETTRES.
           MOVE WS-SOLDE TO WS-EDIT-SOLDE.
      *
      ****** TRACE PERMANENTE DE LA LETTRE
           MOVE SPACES TO RRELHIST.
           MOVE WS-CLI-ID (WS-INDICE) TO RHL-ID.
           MOVE WS-DATE-JOUR          TO RHL-DATE.
           MOVE WS-NOUVEAU-NIVEAU     TO RHL-NIVEAU.
           MOVE WS-SOLDE              TO RHL-MONTANT.
           WRITE RRELHIST.

           MOVE WS-CLI-ID (WS-INDICE) TO WS-PLI-DESTINATAIRE.
           PERFORM 4300-INDEXATION-PLI-DEBUT
              THRU 4300-INDEXATION-PLI-FIN.
           MOVE ALL "=" TO WS-LIGNE.
           MOVE WS-LIGNE TO RLETTRE.
           WRITE RLETTRE.
           MOVE WS-LIGNE TO RLETTRE.
           WRITE RLETTRE.

           IF WS-CLI-LITIGE (WS-INDICE) > ZEROES
               MOVE WS-CLI-LITIGE (WS-INDICE) TO WS-EDIT-SOLDE
               MOVE SPACES TO WS-LIGNE
               STRING "HORS FACTURE(S) EN LITIGE : " WS-EDIT-SOLDE
                      " EUR"
                      DELIMITED BY SIZE INTO WS-LIGNE
               MOVE WS-LIGNE TO RLETTRE
               WRITE RLETTRE
           END-IF.

           IF WS-CLI-ECHEANCE (WS-INDICE) > ZEROES
               MOVE WS-CLI-ECHEANCE (WS-INDICE) TO WS-EDIT-ECHEANCE
               MOVE SPACES TO WS-LIGNE
               STRING "ECHEANCE DEPASSEE : " WS-EDIT-ECHEANCE
                      DELIMITED BY SIZE INTO WS-LIGNE
               MOVE WS-LIGNE TO RLETTRE
               WRITE RLETTRE
           END-IF.

           MOVE SPACES TO WS-LIGNE.
           EVALUATE WS-NOUVEAU-NIVEAU
               WHEN 1

           MOVE SPACES TO RLETTRE.
           WRITE RLETTRE.
      *
      ****** INSCRIPTION AU REGISTRE DES CORRESPONDANCES : AU
      ****** COMPTE RELANCE, OU A CHAQUE MEMBRE DU GROUPE PAYEUR
           MOVE SPACES TO WS-COR-REFERENCE.
           STRING "NIVEAU " WS-NOUVEAU-NIVEAU
                  DELIMITED BY SIZE INTO WS-COR-REFERENCE.
           MOVE "N" TO WS-TROUVE.
           PERFORM VARYING WS-INDICE-GRP FROM 1 BY 1
                   UNTIL WS-INDICE-GRP > WS-NB-GROUPES
               IF WS-GRP-GROUPE (WS-INDICE-GRP) = WS-CLI-ID (WS-INDICE)
                   MOVE "O" TO WS-TROUVE
                   MOVE WS-GRP-MEMBRE (WS-INDICE-GRP)
                        TO WS-COR-CLIENT-ID
                   MOVE "G" TO WS-COR-CANAL
                   PERFORM 4200-INSCRIPTION-CORRESP-DEBUT
                      THRU 4200-INSCRIPTION-CORRESP-FIN
               END-IF
           END-PERFORM.
           IF NOT WS-TROUVE-OUI
               MOVE WS-CLI-ID (WS-INDICE) TO WS-COR-CLIENT-ID
               MOVE "C" TO WS-COR-CANAL
               PERFORM 4200-INSCRIPTION-CORRESP-DEBUT
                  THRU 4200-INSCRIPTION-CORRESP-FIN
           END-IF.

       4100-LETTRE-RELANCE-FIN.
           EXIT.

      *******************************************************
      *  INSCRIPTION D'UNE LETTRE AU REGISTRE DES
      *  CORRESPONDANCES
      *******************************************************
       4200-INSCRIPTION-CORRESP-DEBUT.

           CALL 'CORRESP' USING WS-CORRESPONDANCE
               ON EXCEPTION
                   MOVE "9" TO WS-COR-STATUT
           END-CALL.
           IF NOT WS-COR-INSCRIT
               ADD 1 TO WS-COMPTEUR-NON-INSCRITS
           END-IF.

       4200-INSCRIPTION-CORRESP-FIN.
           EXIT.

      *******************************************************
      *  INDEXATION DU DOCUMENT POUR LA MISE SOUS PLI : SON
      *  RANG DANS LE FICHIER ET SON DESTINATAIRE
      *******************************************************
       4300-INDEXATION-PLI-DEBUT.

           ADD 1 TO WS-PLI-RANG.
           CALL 'INDEXPLI' USING WS-PLI
               ON EXCEPTION
                   MOVE "9" TO WS-PLI-STATUT
           END-CALL.
           IF NOT WS-PLI-INDEXE
               ADD 1 TO WS-COMPTEUR-NON-INDEXES
           END-IF.

       4300-INDEXATION-PLI-FIN.
           EXIT.

      *******************************************************
      *  SAUVEGARDE DE L'ETAT DES RELANCES (NIVEAUX > 0)
      *******************************************************
       5000-ECRITURE-ETAT-DEBUT.

      ****** ECRITURE DANS LA NOUVELLE GENERATION
           MOVE WS-REE-NOUVEAU TO WS-NOM-FETAT.
           MOVE ZEROES TO WS-REE-NB-ENREG WS-REE-TOTAL.
           OPEN OUTPUT FETAT.
           IF NOT WS-STATUS-FILE-FETAT-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FETAT': "
                       WS-STATUS-FILE-FETAT
               MOVE WS-REE-FICHIER TO WS-NOM-FETAT
               MOVE 16 TO RETURN-CODE
               GO TO 5000-ECRITURE-ETAT-FIN
           END-IF.
                   MOVE WS-CLI-NIVEAU (WS-INDICE) TO ETAT-NIVEAU
                   MOVE WS-CLI-DATE (WS-INDICE)   TO ETAT-DATE
                   WRITE RETAT
                   ADD 1 TO WS-REE-NB-ENREG
                   ADD ETAT-DATE TO WS-REE-TOTAL
               END-IF
           END-PERFORM.
           CLOSE FETAT.
           MOVE WS-REE-FICHIER TO WS-NOM-FETAT.
      *
      ****** CONTROLE DE LA GENERATION PUIS BASCULE
           MOVE "B" TO WS-REE-FONCTION.
           CALL 'REECRIT' USING WS-REECRITURE
               ON EXCEPTION
                   MOVE "9" TO WS-REE-STATUT
           END-CALL.
           IF NOT WS-REE-OK
               DISPLAY "*** RELANCES-ETAT.txt NON REMPLACE ***"
               MOVE 16 TO RETURN-CODE
           END-IF.

       5000-ECRITURE-ETAT-FIN.
           EXIT.
           PERFORM VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-NB-CLIENTS
               IF WS-CLI-NIVEAU (WS-INDICE) = 3
                   MOVE WS-CLI-SOLDE (WS-INDICE) TO WS-SOLDE
                   MOVE WS-SOLDE TO WS-EDIT-SOLDE
                   MOVE SPACES TO WS-LIGNE
                   STRING "CAS DUR: " WS-CLI-ID (WS-INDICE) " "
