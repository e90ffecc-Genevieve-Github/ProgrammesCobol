       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROVISION.
       AUTHOR. GENEVIEVE GIANNASI.
       INSTALLATION. PERSONAL PC.
       DATE-WRITTEN. 15-10-2026.
       DATE-COMPILED. 15-10-2026.
       SECURITY. NON-CONFIDENTIAL.
      ******************************************************************
      * OBJECTIF:
      * Provision de fin de mois des creances douteuses : avant le
      * passage en pertes (PERTES), les vieux soldes 90+ restaient
      * a leur valeur pleine dans les comptes et l'audit le relevait
      * chaque annee.
      *
      * Pour le mois demande (AAAAMM), les soldes sont ceux du
      * service partage SOLDECLI arretes au dernier jour du mois
      * (suivi au groupe payeur, prelevements rejetes neutralises,
      * echeanciers) ; la tranche d'anciennete d'un compte est la
      * plus ancienne tranche de retard sur l'echeance ou il reste
      * un montant du (le non echu compte en 0-30 J). Chaque client
      * recoit un taux selon :
      *   - le bareme tranche x niveau de relance (RELANCES-ETAT.txt)
      *                  NIV 0  NIV 1  NIV 2  NIV 3
      *       0-30 J       0 %    0 %    0 %    0 %
      *       31-60 J      0 %    0 %   10 %   20 %
      *       61-90 J      0 %   10 %   20 %   30 %
      *       90+ J       20 %   30 %   40 %   50 %
      *   - un litige ouvert au registre LITIGES-CLIENTS.txt : 50 %
      *     au minimum
      *   - une mise en demeure (niveau 3) de plus de 6 mois : 100 %
      * La provision porte sur la part hors taxe du solde (la TVA
      * n'est regularisee qu'au passage en pertes).
      *
      * La provision du mois precedent (PROVISIONS-ETAT.txt, qui
      * retient aussi la date de la premiere mise en demeure vue)
      * est reprise : seule la variation est comptabilisee, lot
      * PRO+date de fin de mois remis a ECRICPTA :
      *   hausse  DEBIT 681700 dotation / CREDIT 491000 provision
      *   baisse  DEBIT 491000 provision / CREDIT 781700 reprise
      * Le detail par client est ajoute au registre permanent
      * PROVISIONS-REGISTRE.txt (dossier d'audit). Un mois deja
      * provisionne ou deja cloture n'est pas retraite.
      * PROVISIONS-ETAT.txt est reecrit dans une nouvelle generation
      * controlee puis basculee (sous-programme REECRIT) : un arret
      * en cours d'ecriture ne laisse jamais un etat tronque.
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

      ******** REGISTRE DES LITIGES CLIENTS
           SELECT FLITIGE ASSIGN TO "LITIGES-CLIENTS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FLITIGE.

      ******** PERIODES COMPTABLES CLOTUREES
           SELECT FCLOTURE ASSIGN TO "PERIODES-CLOTUREES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FCLOTURE.

      ******** PROVISIONS DU MOIS PRECEDENT PAR CLIENT (PERSISTANT)
           SELECT FPROV ASSIGN TO DYNAMIC WS-NOM-FPROV
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FPROV.

      ******** REGISTRE PERMANENT DES PROVISIONS
           SELECT FREGISTRE ASSIGN TO "PROVISIONS-REGISTRE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FREGISTRE.

       DATA DIVISION.
       FILE SECTION.
      ******** FICHIER DE SORTIE FACTURATION
           COPY 'COBOL-FD-FCLISOR.cpy'.

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

      ******** REGISTRE DES LITIGES CLIENTS
           COPY 'COBOL-FD-LITIGE.cpy'.

      ******** PERIODES COMPTABLES CLOTUREES
       FD  FCLOTURE.
       01  RCLOTURE.
           05  CLO-MOIS    PIC 9(06).
           05  FILLER      PIC X(01).
           05  CLO-DATE    PIC 9(08).
           05  FILLER      PIC X(01).
           05  CLO-STATUT  PIC X(01).

      ******** PROVISIONS PAR CLIENT : MOIS, MONTANT PROVISIONNE ET
      ******** DATE DE LA PREMIERE MISE EN DEMEURE CONSTATEE
       FD  FPROV.
       01  RPROV.
           05  PRV-ID            PIC X(08).
           05  FILLER            PIC X(01).
           05  PRV-MOIS          PIC 9(06).
           05  FILLER            PIC X(01).
           05  PRV-MONTANT       PIC 9(09)V99.
           05  FILLER            PIC X(01).
           05  PRV-DATE-DEMEURE  PIC 9(08).

      ******** REGISTRE PERMANENT DES PROVISIONS
       FD  FREGISTRE.
       01  RREGISTRE PIC X(150).

       WORKING-STORAGE SECTION.
      ***********************************************
      * DEFINTION DES STATUS DES FICHIERS
      ***********************************************
       01  WS-STATUS-FILE-FCLISOR PIC X(02).
           88 WS-STATUS-FILE-FCLISOR-OK  VALUE "00".
           88 WS-STATUS-FILE-FCLISOR-EOF VALUE "10".
       01  WS-STATUS-FILE-FGROUPE PIC X(02).
           88 WS-STATUS-FILE-FGROUPE-OK  VALUE "00".
           88 WS-STATUS-FILE-FGROUPE-EOF VALUE "10".
       01  WS-STATUS-FILE-FETAT PIC X(02).
           88 WS-STATUS-FILE-FETAT-OK  VALUE "00".
           88 WS-STATUS-FILE-FETAT-EOF VALUE "10".
       01  WS-STATUS-FILE-FLITIGE PIC X(02).
           88 WS-STATUS-FILE-FLITIGE-OK  VALUE "00".
           88 WS-STATUS-FILE-FLITIGE-EOF VALUE "10".
       01  WS-STATUS-FILE-FCLOTURE PIC X(02).
           88 WS-STATUS-FILE-FCLOTURE-OK  VALUE "00".
           88 WS-STATUS-FILE-FCLOTURE-EOF VALUE "10".
       01  WS-STATUS-FILE-FPROV PIC X(02).
           88 WS-STATUS-FILE-FPROV-OK  VALUE "00".
           88 WS-STATUS-FILE-FPROV-EOF VALUE "10".
       01  WS-STATUS-FILE-FREGISTRE PIC X(02).
           88 WS-STATUS-FILE-FREGISTRE-OK  VALUE "00".
           88 WS-STATUS-FILE-FREGISTRE-INEXISTANT VALUE "35".

      ******************************************
      *  LIGNE D'INTERFACE COMPTABLE, EMISE PAR ECRICPTA APRES
      *  CONTROLE DU PLAN COMPTABLE
      ******************************************
       01  RCOMPTA.
           05  COMPTA-DATE    PIC 9(08).
           05  FILLER         PIC X(01).
           05  COMPTA-BATCH   PIC X(12).
           05  FILLER         PIC X(01).
           05  COMPTA-SENS    PIC X(01).
           05  FILLER         PIC X(01).
           05  COMPTA-COMPTE  PIC X(10).
           05  FILLER         PIC X(01).
           05  COMPTA-MONTANT PIC 9(09)V99.
       01  WS-ECRITURE.
           05  WS-ECR-ACTION       PIC X(01) VALUE "L".
           05  WS-ECR-PROGRAMME    PIC X(08) VALUE "PROVISIO".
           05  WS-ECR-OUVERTURE    PIC X(01) VALUE "U".
           05  WS-ECR-LIGNE        PIC X(46) VALUE SPACES.
           05  WS-ECR-RESULTAT     PIC X(01) VALUE SPACES.
               88  WS-ECR-COMPTABILISE VALUE "C".
               88  WS-ECR-SUSPENS      VALUE "S".
               88  WS-ECR-DEJA-EMIS    VALUE "D".
               88  WS-ECR-ERREUR       VALUE "E".
           05  WS-ECR-NB-ANOMALIES PIC 9(04) VALUE ZEROES.
           05  WS-ECR-NB-LOTS      PIC 9(04) VALUE ZEROES.
       01  WS-RC-SAUVE PIC S9(04) VALUE ZEROES.

      ******************************************
      *  BAREME DES TAUX DE PROVISION (%) : UNE LIGNE PAR
      *  TRANCHE D'ANCIENNETE, UNE COLONNE PAR NIVEAU 0 A 3
      ******************************************
       01  WS-TABLE-BAREME.
           05  FILLER PIC X(12) VALUE "000000000000".
           05  FILLER PIC X(12) VALUE "000000010020".
           05  FILLER PIC X(12) VALUE "000010020030".
           05  FILLER PIC X(12) VALUE "020030040050".
       01  WS-TABLE-BAREME-R REDEFINES WS-TABLE-BAREME.
           05  WS-BAREME-TRANCHE OCCURS 4.
               10  WS-BAREME-TAUX OCCURS 4 PIC 9(03).
       01  WS-TAUX-LITIGE PIC 9(03) VALUE 50.
       01  WS-TAUX-DEMEURE-ANCIENNE PIC 9(03) VALUE 100.
       01  WS-DELAI-DEMEURE-JOURS PIC 9(03) VALUE 183.

      ******************************************
      *  TABLE DES SOLDES ET PROVISIONS PAR CLIENT
      ******************************************
       01  WS-TABLE-CLIENTS.
           05 WS-CLI-ENTRY OCCURS 5000 INDEXED BY WS-INDICE.
               10 WS-CLI-ID        PIC X(08).
               10 WS-CLI-NOM       PIC X(20).
               10 WS-CLI-FACTURE   PIC 9(09)V99.
               10 WS-CLI-HT        PIC 9(09)V99.
               10 WS-CLI-SOLDE     PIC S9(09)V99.
               10 WS-CLI-TRANCHE   PIC 9(01).
               10 WS-CLI-NIVEAU    PIC 9(01).
               10 WS-CLI-DATE-RELANCE PIC 9(08).
               10 WS-CLI-LITIGE    PIC X(01).
               10 WS-CLI-DEMEURE   PIC 9(08).
               10 WS-CLI-PROV-PREC PIC 9(09)V99.
               10 WS-CLI-BASE      PIC 9(09)V99.
               10 WS-CLI-TAUX      PIC 9(03).
               10 WS-CLI-PROV      PIC 9(09)V99.
       01  WS-NB-CLIENTS  PIC 9(04) VALUE ZEROES.
       01  WS-MAX-CLIENTS PIC 9(04) VALUE 5000.
       01  WS-TROUVE PIC X(01) VALUE "N".
           88 WS-TROUVE-OUI VALUE "O".
       01  WS-MONTANT-DU PIC 9(09)V99 VALUE ZEROES.
       01  WS-MONTANT-HT PIC 9(09)V99 VALUE ZEROES.

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
       01  WS-TRANCHE-SOL PIC 9(01) VALUE ZEROES.

      ******************************************
      *  GROUPES DE CLIENTS : LA DETTE D'UN MEMBRE EST SUIVIE
      *  SOUS L'IDENTIFIANT DE SON GROUPE PAYEUR
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
      *  MOIS PROVISIONNE ET ANCIENNETE
      ******************************************
       01  WS-SAISIE PIC X(06) VALUE SPACES.
       01  WS-MOIS-PROVISION PIC 9(06) VALUE ZEROES.
       01  WS-MOIS-PROVISION-R REDEFINES WS-MOIS-PROVISION.
           05  WS-MOIS-PROVISION-AAAA PIC 9(04).
           05  WS-MOIS-PROVISION-MM   PIC 9(02).
       01  WS-MOIS-PRECEDENT PIC 9(06) VALUE ZEROES.
       01  WS-DATE-CALCUL PIC 9(08) VALUE ZEROES.
       01  WS-DATE-FIN-MOIS PIC 9(08) VALUE ZEROES.
       01  WS-DATE-FACTURATION PIC 9(08) VALUE ZEROES.
       01  WS-JOURS-DEMEURE PIC S9(05) VALUE ZEROES.
       01  WS-TRANCHE PIC 9(01) VALUE 1.
       01  WS-COLONNE PIC 9(01) VALUE 1.
       01  WS-COMPTA-BATCH PIC X(12) VALUE SPACES.

      ******************************************
      *  CALCUL ET EDITION DES PROVISIONS
      ******************************************
       01  WS-SOLDE PIC S9(09)V99 VALUE ZEROES.
       01  WS-BASE-HT PIC 9(09)V99 VALUE ZEROES.
       01  WS-TAUX PIC 9(03) VALUE ZEROES.
       01  WS-MOTIF PIC X(24) VALUE SPACES.
       01  WS-VARIATION PIC S9(09)V99 VALUE ZEROES.
       01  WS-TOTAL-DOTATIONS PIC 9(11)V99 VALUE ZEROES.
       01  WS-TOTAL-REPRISES  PIC 9(11)V99 VALUE ZEROES.
       01  WS-TOTAL-PROVISION PIC 9(11)V99 VALUE ZEROES.
       01  WS-TOTAL-PRECEDENT PIC 9(11)V99 VALUE ZEROES.
       01  WS-COMPTEUR-PROVISIONNES PIC 9(05) VALUE ZEROES.
       01  WS-COMPTEUR-LITIGES PIC 9(05) VALUE ZEROES.
       01  WS-EDIT-SOLDE PIC -ZZZ.ZZZ.ZZ9,99.
       01  WS-EDIT-BASE PIC ZZZ.ZZZ.ZZ9,99.
       01  WS-EDIT-PROV PIC ZZZ.ZZZ.ZZ9,99.
       01  WS-EDIT-PREC PIC ZZZ.ZZZ.ZZ9,99.
       01  WS-EDIT-VARIATION PIC -ZZZ.ZZZ.ZZ9,99.
       01  WS-EDIT-TOTAL PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01  WS-EDIT-DOTATIONS PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01  WS-EDIT-REPRISES PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01  WS-EDIT-TAUX PIC ZZ9.
       01  WS-LIGNE PIC X(150) VALUE SPACES.

      ***********************************************
      * MANIFESTE DES SORTIES (MANIFEST) : FICHIERSOR.txt
      * VERIFIE AVANT TRAITEMENT (NOMBRE, TOTAL HT, CLE)
      ***********************************************
       01  WS-MANIFESTE.
           05  WS-MAN-FONCTION  PIC X(01) VALUE "V".
           05  WS-MAN-FICHIER   PIC X(30) VALUE "FICHIERSOR.txt".
           05  WS-MAN-PROGRAMME PIC X(08) VALUE "PROVISIO".
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
      * CONTROLEE (NOMBRE, TOTAL DES PROVISIONS) PUIS BASCULEE
      ***********************************************
       01  WS-NOM-FPROV PIC X(40) VALUE "PROVISIONS-ETAT.txt".
       01  WS-REECRITURE.
           05  WS-REE-FONCTION  PIC X(01) VALUE "R".
           05  WS-REE-FICHIER   PIC X(40) VALUE "PROVISIONS-ETAT.txt".
           05  WS-REE-NOUVEAU   PIC X(40) VALUE SPACES.
           05  WS-REE-PROGRAMME PIC X(08) VALUE "PROVISIO".
           05  WS-REE-POSITION  PIC 9(04) VALUE 17.
           05  WS-REE-LONGUEUR  PIC 9(02) VALUE 11.
           05  WS-REE-DECIMALES PIC 9(01) VALUE 2.
           05  WS-REE-NB-ENREG  PIC 9(09) VALUE ZEROES.
           05  WS-REE-TOTAL     PIC 9(13)V99 VALUE ZEROES.
           05  WS-REE-STATUT    PIC X(01) VALUE SPACES.
               88  WS-REE-OK VALUE "0" "1" "2".

       PROCEDURE DIVISION.
       0000-MAIN-DEB.
      *******************************************************
      *  PARAGRAPHE PRINCIPAL
      *******************************************************
      *********** REPRISE D'UNE REECRITURE INTERROMPUE
           MOVE "R" TO WS-REE-FONCTION.
           CALL 'REECRIT' USING WS-REECRITURE
               ON EXCEPTION
                   DISPLAY "--> SOUS-PROGRAMME REECRIT INTROUVABLE"
                   MOVE 16 TO RETURN-CODE
                   GO TO 0000-MAIN-FIN
           END-CALL.
      *
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
           DISPLAY "PROVISION DES CREANCES DOUTEUSES".

           DISPLAY "MOIS A PROVISIONNER (AAAAMM): " NO ADVANCING.
           MOVE SPACES TO WS-SAISIE.
           ACCEPT WS-SAISIE.
           IF WS-SAISIE (1:6) NOT NUMERIC
               DISPLAY "--> MOIS NON NUMERIQUE: " WS-SAISIE
               MOVE 8 TO RETURN-CODE
               GO TO 0000-MAIN-FIN
           END-IF.
           MOVE WS-SAISIE (1:6) TO WS-MOIS-PROVISION.
           IF WS-MOIS-PROVISION-MM < 1 OR WS-MOIS-PROVISION-MM > 12
               DISPLAY "--> MOIS INVALIDE: " WS-SAISIE
               MOVE 8 TO RETURN-CODE
               GO TO 0000-MAIN-FIN
           END-IF.
      *
      *********** DATE DE FIN DE MOIS, MOIS CLOS OU DEJA PROVISIONNE
           PERFORM 1000-CONTROLE-MOIS-DEBUT
              THRU 1000-CONTROLE-MOIS-FIN.
           IF RETURN-CODE > ZEROES
               GO TO 0000-MAIN-FIN
           END-IF.
      *
      *********** SOLDES ET ANCIENNETE PAR COMPTE (SOLDECLI)
           PERFORM 1500-CHARGEMENT-GROUPES-DEBUT
              THRU 1500-CHARGEMENT-GROUPES-FIN.
           PERFORM 2000-CHARGEMENT-SOLDES-DEBUT
              THRU 2000-CHARGEMENT-SOLDES-FIN.
           IF RETURN-CODE > 8
               GO TO 0000-MAIN-FIN
           END-IF.
           PERFORM 3000-PART-HORS-TAXE-DEBUT
              THRU 3000-PART-HORS-TAXE-FIN.
      *
      *********** RELANCES, LITIGES, PROVISION PRECEDENTE
           PERFORM 4500-LECTURE-RELANCES-DEBUT
              THRU 4500-LECTURE-RELANCES-FIN.
           PERFORM 4600-LECTURE-LITIGES-DEBUT
              THRU 4600-LECTURE-LITIGES-FIN.
           PERFORM 4700-LECTURE-PROVISIONS-DEBUT
              THRU 4700-LECTURE-PROVISIONS-FIN.
           IF RETURN-CODE > ZEROES
               GO TO 0000-MAIN-FIN
           END-IF.
      *
      *********** CALCUL DES PROVISIONS ET ECRITURES DE VARIATION
           PERFORM 5000-CALCUL-PROVISIONS-DEBUT
              THRU 5000-CALCUL-PROVISIONS-FIN
               VARYING WS-INDICE FROM 1 BY 1
               UNTIL WS-INDICE > WS-NB-CLIENTS.
           PERFORM 6000-ECRITURES-DEBUT
              THRU 6000-ECRITURES-FIN.
           IF RETURN-CODE > 8
               GO TO 0000-MAIN-FIN
           END-IF.
      *
      *********** REGISTRE D'AUDIT ET ETAT POUR LE MOIS SUIVANT
           PERFORM 7000-REGISTRE-DEBUT
              THRU 7000-REGISTRE-FIN.
           PERFORM 8000-ECRITURE-ETAT-DEBUT
              THRU 8000-ECRITURE-ETAT-FIN.

           DISPLAY "==============================================".
           DISPLAY "CLIENTS PROVISIONNES  : "
                   WS-COMPTEUR-PROVISIONNES.
           DISPLAY "CLIENTS EN LITIGE     : " WS-COMPTEUR-LITIGES.
           MOVE WS-TOTAL-PRECEDENT TO WS-EDIT-TOTAL.
           DISPLAY "PROVISION PRECEDENTE  : " WS-EDIT-TOTAL.
           MOVE WS-TOTAL-PROVISION TO WS-EDIT-TOTAL.
           DISPLAY "PROVISION DU MOIS     : " WS-EDIT-TOTAL.
           MOVE WS-TOTAL-DOTATIONS TO WS-EDIT-TOTAL.
           DISPLAY "DOTATIONS             : " WS-EDIT-TOTAL.
           MOVE WS-TOTAL-REPRISES TO WS-EDIT-TOTAL.
           DISPLAY "REPRISES              : " WS-EDIT-TOTAL.
           DISPLAY "==============================================".

       0000-MAIN-FIN.
           GOBACK.

      *******************************************************
      *  CONTROLE DU MOIS : DERNIER JOUR DU MOIS (DATE DES
      *  ECRITURES ET DE L'ANCIENNETE), REFUS D'UN MOIS CLOS
      *******************************************************
       1000-CONTROLE-MOIS-DEBUT.

           IF WS-MOIS-PROVISION-MM = 12
               COMPUTE WS-DATE-CALCUL =
                       (WS-MOIS-PROVISION-AAAA + 1) * 10000 + 0101
           ELSE
               COMPUTE WS-DATE-CALCUL =
                       (WS-MOIS-PROVISION + 1) * 100 + 01
           END-IF.
           COMPUTE WS-DATE-FIN-MOIS = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-DATE-CALCUL) - 1).

           MOVE SPACES TO WS-COMPTA-BATCH.
           STRING "PRO " WS-DATE-FIN-MOIS
                  DELIMITED BY SIZE INTO WS-COMPTA-BATCH.

           OPEN INPUT FCLOTURE.
           IF NOT WS-STATUS-FILE-FCLOTURE-OK
               GO TO 1000-CONTROLE-MOIS-FIN
           END-IF.
           PERFORM UNTIL NOT WS-STATUS-FILE-FCLOTURE-OK
               READ FCLOTURE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CLO-MOIS = WS-MOIS-PROVISION
                       AND CLO-STATUT = "C"
                           DISPLAY "--> MOIS " WS-MOIS-PROVISION
                                   " DEJA CLOTURE: PROVISION A "
                                   "PASSER AVANT LA CLOTURE"
                           MOVE 8 TO RETURN-CODE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FCLOTURE.

       1000-CONTROLE-MOIS-FIN.
           EXIT.

      *******************************************************
      *  CHARGEMENT DES GROUPES DE CLIENTS (FACULTATIF)
      *******************************************************
       1500-CHARGEMENT-GROUPES-DEBUT.

           OPEN INPUT FGROUPE.
           IF NOT WS-STATUS-FILE-FGROUPE-OK
               GO TO 1500-CHARGEMENT-GROUPES-FIN
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

       1500-CHARGEMENT-GROUPES-FIN.
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
                   MOVE WS-GRP-NOM (WS-INDICE-GRP) (1:20)
                        TO WS-NOM-EFFECTIF
                   GO TO 1600-SUBSTITUTION-GROUPE-FIN
               END-IF
           END-PERFORM.

       1600-SUBSTITUTION-GROUPE-FIN.
           EXIT.

      *******************************************************
      *  RECHERCHE DU CLIENT WS-ID-EFFECTIF DANS LA TABLE
      *******************************************************
       1700-RECHERCHE-CLIENT-DEBUT.

           MOVE "N" TO WS-TROUVE.
           PERFORM VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-NB-CLIENTS OR WS-TROUVE-OUI
               IF WS-CLI-ID (WS-INDICE) = WS-ID-EFFECTIF
                   MOVE "O" TO WS-TROUVE
               END-IF
           END-PERFORM.
           IF WS-TROUVE-OUI
               SET WS-INDICE DOWN BY 1
           END-IF.

       1700-RECHERCHE-CLIENT-FIN.
           EXIT.

      *******************************************************
      *  AJOUT DU CLIENT WS-ID-EFFECTIF A LA TABLE
      *******************************************************
       1800-AJOUT-CLIENT-DEBUT.

           IF WS-NB-CLIENTS >= WS-MAX-CLIENTS
               DISPLAY "--> ! PLUS DE " WS-MAX-CLIENTS " CLIENTS!"
               GO TO 1800-AJOUT-CLIENT-FIN
           END-IF.

           ADD 1 TO WS-NB-CLIENTS.
           SET WS-INDICE TO WS-NB-CLIENTS.
           MOVE "O" TO WS-TROUVE.
           MOVE WS-ID-EFFECTIF  TO WS-CLI-ID (WS-INDICE).
           MOVE WS-NOM-EFFECTIF TO WS-CLI-NOM (WS-INDICE).
           MOVE "N" TO WS-CLI-LITIGE (WS-INDICE).
           MOVE ZEROES TO WS-CLI-FACTURE (WS-INDICE)
                          WS-CLI-HT (WS-INDICE)
                          WS-CLI-SOLDE (WS-INDICE)
                          WS-CLI-TRANCHE (WS-INDICE)
                          WS-CLI-NIVEAU (WS-INDICE)
                          WS-CLI-DATE-RELANCE (WS-INDICE)
                          WS-CLI-DEMEURE (WS-INDICE)
                          WS-CLI-PROV-PREC (WS-INDICE)
                          WS-CLI-BASE (WS-INDICE)
                          WS-CLI-TAUX (WS-INDICE)
                          WS-CLI-PROV (WS-INDICE).

       1800-AJOUT-CLIENT-FIN.
           EXIT.

      *******************************************************
      *  SOLDES DE TOUS LES COMPTES ARRETES AU DERNIER JOUR DU
      *  MOIS (SOLDECLI)
      *******************************************************
       2000-CHARGEMENT-SOLDES-DEBUT.

           MOVE "C" TO WS-SOL-FONCTION.
           CALL 'SOLDECLI' USING WS-SOLDECLI
               ON EXCEPTION
                   MOVE "9" TO WS-SOL-STATUT
           END-CALL.
           IF NOT WS-SOL-STATUT-OK
               DISPLAY "ERREUR CHARGEMENT DES SOLDES (SOLDECLI): "
                       "FICHIERSOR.txt ILLISIBLE OU SERVICE ABSENT"
               MOVE 16 TO RETURN-CODE
               GO TO 2000-CHARGEMENT-SOLDES-FIN
           END-IF.

           MOVE WS-SOL-DATE-FACTURATION TO WS-DATE-FACTURATION.
           DISPLAY "--> FACTURATION DU " WS-DATE-FACTURATION
                   " : SOLDES ARRETES AU " WS-DATE-FIN-MOIS.

           MOVE "N" TO WS-SOL-FONCTION.
           MOVE ZEROES TO WS-SOL-RANG.
           MOVE WS-DATE-FIN-MOIS TO WS-SOL-DATE.
           PERFORM UNTIL NOT WS-SOL-STATUT-OK
               CALL 'SOLDECLI' USING WS-SOLDECLI
                   ON EXCEPTION
                       MOVE "9" TO WS-SOL-STATUT
               END-CALL
               IF WS-SOL-STATUT-OK
                   PERFORM 2100-AJOUT-COMPTE-DEBUT
                      THRU 2100-AJOUT-COMPTE-FIN
               END-IF
           END-PERFORM.

       2000-CHARGEMENT-SOLDES-FIN.
           EXIT.

      *******************************************************
      *  AJOUT D'UN COMPTE FACTURE : SOLDE ET TRANCHE DU BAREME
      *  (PLUS ANCIENNE TRANCHE DE RETARD ENCORE DUE ; LE NON
      *  ECHU ET LE 1-30 J SONT EN PREMIERE TRANCHE)
      *******************************************************
       2100-AJOUT-COMPTE-DEBUT.

           IF WS-SOL-NB-FACTURES = ZEROES
               GO TO 2100-AJOUT-COMPTE-FIN
           END-IF.

           MOVE WS-SOL-CLIENT TO WS-ID-EFFECTIF.
           MOVE WS-SOL-NOM    TO WS-NOM-EFFECTIF.
           PERFORM 1800-AJOUT-CLIENT-DEBUT
              THRU 1800-AJOUT-CLIENT-FIN.
           IF NOT WS-TROUVE-OUI
               GO TO 2100-AJOUT-COMPTE-FIN
           END-IF.

           MOVE WS-SOL-SOLDE TO WS-CLI-SOLDE (WS-INDICE).
           MOVE 1 TO WS-CLI-TRANCHE (WS-INDICE).
           PERFORM VARYING WS-TRANCHE-SOL FROM 5 BY -1
                   UNTIL WS-TRANCHE-SOL < 3
               IF WS-SOL-TRANCHE (WS-TRANCHE-SOL) > ZEROES
               AND WS-CLI-TRANCHE (WS-INDICE) = 1
                   COMPUTE WS-CLI-TRANCHE (WS-INDICE) =
                           WS-TRANCHE-SOL - 1
               END-IF
           END-PERFORM.

       2100-AJOUT-COMPTE-FIN.
           EXIT.

      *******************************************************
      *  PART HORS TAXE DU FACTURE PAR COMPTE (FICHIERSOR.txt) :
      *  SERT SEULEMENT A RAMENER LE SOLDE A SA BASE HT
      *******************************************************
       3000-PART-HORS-TAXE-DEBUT.

           OPEN INPUT FCLISOR.
           IF NOT WS-STATUS-FILE-FCLISOR-OK
               GO TO 3000-PART-HORS-TAXE-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FCLISOR-OK
               READ FCLISOR
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 3100-AJOUT-FACTURE-DEBUT
                          THRU 3100-AJOUT-FACTURE-FIN
               END-READ
           END-PERFORM.

           CLOSE FCLISOR.

       3000-PART-HORS-TAXE-FIN.
           EXIT.

      *******************************************************
      *  AJOUT D'UNE FACTURE (TTC ET HT) A SON COMPTE PAYEUR
      *******************************************************
       3100-AJOUT-FACTURE-DEBUT.

           IF RCLISOR-MONTANT IS NUMERIC
               MOVE RCLISOR-MONTANT TO WS-MONTANT-HT
           ELSE
               MOVE ZEROES TO WS-MONTANT-HT
           END-IF.
           IF RCLISOR-MONTANT-TTC IS NUMERIC
           AND RCLISOR-MONTANT-TTC > ZEROES
               MOVE RCLISOR-MONTANT-TTC TO WS-MONTANT-DU
           ELSE
               MOVE WS-MONTANT-HT TO WS-MONTANT-DU
           END-IF.

           MOVE RCLISOR-ID  TO WS-ID-EFFECTIF.
           PERFORM 1600-SUBSTITUTION-GROUPE-DEBUT
              THRU 1600-SUBSTITUTION-GROUPE-FIN.
           PERFORM 1700-RECHERCHE-CLIENT-DEBUT
              THRU 1700-RECHERCHE-CLIENT-FIN.
           IF WS-TROUVE-OUI
               ADD WS-MONTANT-DU TO WS-CLI-FACTURE (WS-INDICE)
               ADD WS-MONTANT-HT TO WS-CLI-HT (WS-INDICE)
           END-IF.

       3100-AJOUT-FACTURE-FIN.
           EXIT.

      *******************************************************
      *  NIVEAU ET DATE DE RELANCE PAR CLIENT
      *******************************************************
       4500-LECTURE-RELANCES-DEBUT.

           OPEN INPUT FETAT.
           IF NOT WS-STATUS-FILE-FETAT-OK
               DISPLAY "--> AUCUN ETAT DE RELANCE"
               GO TO 4500-LECTURE-RELANCES-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FETAT-OK
               READ FETAT
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ETAT-NIVEAU IS NUMERIC
                       AND ETAT-DATE IS NUMERIC
                           MOVE ETAT-ID TO WS-ID-EFFECTIF
                           PERFORM 1700-RECHERCHE-CLIENT-DEBUT
                              THRU 1700-RECHERCHE-CLIENT-FIN
                           IF WS-TROUVE-OUI
                               MOVE ETAT-NIVEAU
                                    TO WS-CLI-NIVEAU (WS-INDICE)
                               MOVE ETAT-DATE
                                    TO WS-CLI-DATE-RELANCE (WS-INDICE)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FETAT.

       4500-LECTURE-RELANCES-FIN.
           EXIT.

      *******************************************************
      *  LITIGES OUVERTS (FACULTATIF) : LE CLIENT (OU SON
      *  GROUPE PAYEUR) EST MARQUE EN LITIGE
      *******************************************************
       4600-LECTURE-LITIGES-DEBUT.

           OPEN INPUT FLITIGE.
           IF NOT WS-STATUS-FILE-FLITIGE-OK
               GO TO 4600-LECTURE-LITIGES-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FLITIGE-OK
               READ FLITIGE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LIT-STATUT-OUVERT
                           MOVE LIT-ID TO WS-ID-EFFECTIF
                           PERFORM 1600-SUBSTITUTION-GROUPE-DEBUT
                              THRU 1600-SUBSTITUTION-GROUPE-FIN
                           PERFORM 1700-RECHERCHE-CLIENT-DEBUT
                              THRU 1700-RECHERCHE-CLIENT-FIN
                           IF WS-TROUVE-OUI
                               MOVE "O" TO WS-CLI-LITIGE (WS-INDICE)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FLITIGE.

       4600-LECTURE-LITIGES-FIN.
           EXIT.

      *******************************************************
      *  PROVISIONS DU MOIS PRECEDENT : UN MOIS DEJA PASSE
      *  N'EST PAS RETRAITE ; UN CLIENT DISPARU DES SOLDES
      *  EST REPRIS EN TABLE (SA PROVISION SERA REPRISE)
      *******************************************************
       4700-LECTURE-PROVISIONS-DEBUT.

           OPEN INPUT FPROV.
           IF NOT WS-STATUS-FILE-FPROV-OK
               DISPLAY "--> AUCUNE PROVISION ANTERIEURE"
               GO TO 4700-LECTURE-PROVISIONS-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FPROV-OK
               READ FPROV
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PRV-MOIS IS NUMERIC
                       AND PRV-MONTANT IS NUMERIC
                           IF PRV-MOIS > WS-MOIS-PRECEDENT
                               MOVE PRV-MOIS TO WS-MOIS-PRECEDENT
                           END-IF
                           IF PRV-ID NOT = SPACES
                               PERFORM 4710-PROVISION-CLIENT-DEBUT
                                  THRU 4710-PROVISION-CLIENT-FIN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FPROV.

           IF WS-MOIS-PRECEDENT = WS-MOIS-PROVISION
               DISPLAY "--> MOIS " WS-MOIS-PROVISION
                       " DEJA PROVISIONNE: NON RETRAITE"
               MOVE 4 TO RETURN-CODE
               GO TO 4700-LECTURE-PROVISIONS-FIN
           END-IF.
           IF WS-MOIS-PRECEDENT > WS-MOIS-PROVISION
               DISPLAY "--> PROVISION DE " WS-MOIS-PRECEDENT
                       " DEJA PASSEE: MOIS " WS-MOIS-PROVISION
                       " ANTERIEUR REFUSE"
               MOVE 8 TO RETURN-CODE
               GO TO 4700-LECTURE-PROVISIONS-FIN
           END-IF.
           DISPLAY "--> PROVISION PRECEDENTE: " WS-MOIS-PRECEDENT.

       4700-LECTURE-PROVISIONS-FIN.
           EXIT.

      *******************************************************
      *  PROVISION PRECEDENTE ET DATE DE MISE EN DEMEURE D'UN
      *  CLIENT
      *******************************************************
       4710-PROVISION-CLIENT-DEBUT.

           MOVE PRV-ID TO WS-ID-EFFECTIF.
           PERFORM 1700-RECHERCHE-CLIENT-DEBUT
              THRU 1700-RECHERCHE-CLIENT-FIN.
           IF NOT WS-TROUVE-OUI
               MOVE SPACES TO WS-NOM-EFFECTIF
               PERFORM 1800-AJOUT-CLIENT-DEBUT
                  THRU 1800-AJOUT-CLIENT-FIN
           END-IF.
           IF NOT WS-TROUVE-OUI
               GO TO 4710-PROVISION-CLIENT-FIN
           END-IF.

           MOVE PRV-MONTANT TO WS-CLI-PROV-PREC (WS-INDICE).
           IF PRV-DATE-DEMEURE IS NUMERIC
               MOVE PRV-DATE-DEMEURE TO WS-CLI-DEMEURE (WS-INDICE)
           END-IF.

       4710-PROVISION-CLIENT-FIN.
           EXIT.

      *******************************************************
      *  PROVISION D'UN CLIENT : TAUX DU BAREME, RELEVE PAR LE
      *  LITIGE ET LA MISE EN DEMEURE ANCIENNE, SUR LA PART
      *  HORS TAXE DU SOLDE
      *******************************************************
       5000-CALCUL-PROVISIONS-DEBUT.

           MOVE ZEROES TO WS-CLI-PROV (WS-INDICE)
                          WS-CLI-BASE (WS-INDICE)
                          WS-CLI-TAUX (WS-INDICE).
           MOVE WS-CLI-SOLDE (WS-INDICE) TO WS-SOLDE.
           MOVE WS-CLI-TRANCHE (WS-INDICE) TO WS-TRANCHE.
           IF WS-TRANCHE < 1
               MOVE 1 TO WS-TRANCHE
           END-IF.
      *
      ****** DATE DE LA PREMIERE MISE EN DEMEURE CONSTATEE : LA
      ****** DATE DE RELANCE D'UN NIVEAU 3 EST REPOUSSEE A CHAQUE
      ****** LETTRE, SEULE LA PREMIERE VUE EST RETENUE
           IF WS-CLI-NIVEAU (WS-INDICE) = 3
               IF WS-CLI-DEMEURE (WS-INDICE) = ZEROES
                   MOVE WS-CLI-DATE-RELANCE (WS-INDICE)
                        TO WS-CLI-DEMEURE (WS-INDICE)
               END-IF
           ELSE
               MOVE ZEROES TO WS-CLI-DEMEURE (WS-INDICE)
           END-IF.

           IF WS-SOLDE <= ZEROES
               MOVE ZEROES TO WS-CLI-DEMEURE (WS-INDICE)
               GO TO 5000-CALCUL-PROVISIONS-CUMUL
           END-IF.
      *
      ****** TAUX DU BAREME, PUIS LITIGE ET MISE EN DEMEURE
           COMPUTE WS-COLONNE = WS-CLI-NIVEAU (WS-INDICE) + 1.
           MOVE WS-BAREME-TAUX (WS-TRANCHE, WS-COLONNE) TO WS-TAUX.
           IF WS-CLI-LITIGE (WS-INDICE) = "O"
           AND WS-TAUX < WS-TAUX-LITIGE
               MOVE WS-TAUX-LITIGE TO WS-TAUX
           END-IF.
           IF WS-CLI-DEMEURE (WS-INDICE) > ZEROES
               COMPUTE WS-JOURS-DEMEURE =
                       FUNCTION INTEGER-OF-DATE (WS-DATE-FIN-MOIS)
                     - FUNCTION INTEGER-OF-DATE
                       (WS-CLI-DEMEURE (WS-INDICE))
               IF WS-JOURS-DEMEURE >= WS-DELAI-DEMEURE-JOURS
                   MOVE WS-TAUX-DEMEURE-ANCIENNE TO WS-TAUX
               END-IF
           END-IF.
           IF WS-TAUX = ZEROES
               GO TO 5000-CALCUL-PROVISIONS-CUMUL
           END-IF.
      *
      ****** BASE HORS TAXE : PART HT DU FACTURE DANS LE SOLDE
           IF WS-CLI-FACTURE (WS-INDICE) > ZEROES
           AND WS-CLI-HT (WS-INDICE) < WS-CLI-FACTURE (WS-INDICE)
               COMPUTE WS-BASE-HT ROUNDED = WS-SOLDE
                     * WS-CLI-HT (WS-INDICE)
                     / WS-CLI-FACTURE (WS-INDICE)
           ELSE
               MOVE WS-SOLDE TO WS-BASE-HT
           END-IF.
           COMPUTE WS-CLI-PROV (WS-INDICE) ROUNDED =
                   WS-BASE-HT * WS-TAUX / 100.
           MOVE WS-BASE-HT TO WS-CLI-BASE (WS-INDICE).
           MOVE WS-TAUX TO WS-CLI-TAUX (WS-INDICE).

       5000-CALCUL-PROVISIONS-CUMUL.
           IF WS-CLI-PROV (WS-INDICE) > ZEROES
               ADD 1 TO WS-COMPTEUR-PROVISIONNES
           END-IF.
           IF WS-CLI-LITIGE (WS-INDICE) = "O"
               ADD 1 TO WS-COMPTEUR-LITIGES
           END-IF.
           ADD WS-CLI-PROV (WS-INDICE) TO WS-TOTAL-PROVISION.
           ADD WS-CLI-PROV-PREC (WS-INDICE) TO WS-TOTAL-PRECEDENT.
           IF WS-CLI-PROV (WS-INDICE) > WS-CLI-PROV-PREC (WS-INDICE)
               COMPUTE WS-TOTAL-DOTATIONS = WS-TOTAL-DOTATIONS
                     + WS-CLI-PROV (WS-INDICE)
                     - WS-CLI-PROV-PREC (WS-INDICE)
           ELSE
               COMPUTE WS-TOTAL-REPRISES = WS-TOTAL-REPRISES
                     + WS-CLI-PROV-PREC (WS-INDICE)
                     - WS-CLI-PROV (WS-INDICE)
           END-IF.

       5000-CALCUL-PROVISIONS-FIN.
           EXIT.

      *******************************************************
      *  ECRITURES DE VARIATION, LOT PRO+DATE DE FIN DE MOIS :
      *  DOTATION DEBIT 681700 / CREDIT 491000, REPRISE DEBIT
      *  491000 / CREDIT 781700
      *******************************************************
       6000-ECRITURES-DEBUT.

           IF WS-TOTAL-DOTATIONS = ZEROES
           AND WS-TOTAL-REPRISES = ZEROES
               DISPLAY "--> AUCUNE VARIATION DE PROVISION"
               GO TO 6000-ECRITURES-FIN
           END-IF.

           IF WS-TOTAL-DOTATIONS > ZEROES
               MOVE SPACES TO RCOMPTA
               MOVE "D" TO COMPTA-SENS
               MOVE "681700" TO COMPTA-COMPTE
               MOVE WS-TOTAL-DOTATIONS TO COMPTA-MONTANT
               PERFORM 6100-EMISSION-ECRITURE-DEBUT
                  THRU 6100-EMISSION-ECRITURE-FIN
               MOVE SPACES TO RCOMPTA
               MOVE "C" TO COMPTA-SENS
               MOVE "491000" TO COMPTA-COMPTE
               MOVE WS-TOTAL-DOTATIONS TO COMPTA-MONTANT
               PERFORM 6100-EMISSION-ECRITURE-DEBUT
                  THRU 6100-EMISSION-ECRITURE-FIN
           END-IF.
           IF WS-TOTAL-REPRISES > ZEROES
               MOVE SPACES TO RCOMPTA
               MOVE "D" TO COMPTA-SENS
               MOVE "491000" TO COMPTA-COMPTE
               MOVE WS-TOTAL-REPRISES TO COMPTA-MONTANT
               PERFORM 6100-EMISSION-ECRITURE-DEBUT
                  THRU 6100-EMISSION-ECRITURE-FIN
               MOVE SPACES TO RCOMPTA
               MOVE "C" TO COMPTA-SENS
               MOVE "781700" TO COMPTA-COMPTE
               MOVE WS-TOTAL-REPRISES TO COMPTA-MONTANT
               PERFORM 6100-EMISSION-ECRITURE-DEBUT
                  THRU 6100-EMISSION-ECRITURE-FIN
           END-IF.
      *
      ****** VALIDATION DU LOT PAR LE PLAN COMPTABLE
           MOVE "V" TO WS-ECR-ACTION.
           MOVE SPACES TO RCOMPTA.
           PERFORM 6100-EMISSION-ECRITURE-DEBUT
              THRU 6100-EMISSION-ECRITURE-FIN.
           EVALUATE TRUE
               WHEN WS-ECR-SUSPENS
                   DISPLAY "*** LOT " WS-COMPTA-BATCH " EN SUSPENS: "
                           WS-ECR-NB-ANOMALIES " COMPTE(S) HORS PLAN "
                           "COMPTABLE ***"
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               WHEN WS-ECR-DEJA-EMIS
                   DISPLAY "*** LOT " WS-COMPTA-BATCH " DEJA EMIS ***"
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               WHEN WS-ECR-ERREUR
                   DISPLAY "*** ECRITURES DE PROVISION NON EMISES: "
                           "ETAT ET REGISTRE NON MIS A JOUR ***"
                   MOVE 16 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "LOT " WS-COMPTA-BATCH " EMIS"
           END-EVALUATE.

       6000-ECRITURES-FIN.
           EXIT.

      *******************************************************
      *  REMISE D'UNE LIGNE (OU DE LA VALIDATION DU LOT) A
      *  ECRICPTA, SANS PERDRE LE CODE RETOUR EN COURS
      *******************************************************
       6100-EMISSION-ECRITURE-DEBUT.

           MOVE WS-DATE-FIN-MOIS TO COMPTA-DATE.
           MOVE WS-COMPTA-BATCH TO COMPTA-BATCH.
           MOVE RETURN-CODE TO WS-RC-SAUVE.
           MOVE RCOMPTA TO WS-ECR-LIGNE.
           CALL 'ECRICPTA' USING WS-ECRITURE
               ON EXCEPTION
                   MOVE "E" TO WS-ECR-RESULTAT
           END-CALL.
           MOVE WS-RC-SAUVE TO RETURN-CODE.

       6100-EMISSION-ECRITURE-FIN.
           EXIT.

      *******************************************************
      *  REGISTRE PERMANENT : UNE LIGNE PAR CLIENT PROVISIONNE
      *  OU DONT LA PROVISION EST REPRISE, ET LE TOTAL DU MOIS
      *******************************************************
       7000-REGISTRE-DEBUT.

           OPEN EXTEND FREGISTRE.
           IF WS-STATUS-FILE-FREGISTRE-INEXISTANT
               OPEN OUTPUT FREGISTRE
           END-IF.
           IF NOT WS-STATUS-FILE-FREGISTRE-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FREGISTRE': "
                       WS-STATUS-FILE-FREGISTRE
               MOVE 16 TO RETURN-CODE
               GO TO 7000-REGISTRE-FIN
           END-IF.

           MOVE SPACES TO WS-LIGNE.
           STRING "PROVISIONS DU MOIS " WS-MOIS-PROVISION
                  " - LOT " WS-COMPTA-BATCH
                  " - FACTURATION DU " WS-DATE-FACTURATION
                  " - SOLDES AU " WS-DATE-FIN-MOIS
                  DELIMITED BY SIZE INTO WS-LIGNE.
           MOVE WS-LIGNE TO RREGISTRE.
           WRITE RREGISTRE.
           MOVE SPACES TO WS-LIGNE.
           STRING "MOIS   CLIENT   NOM                 "
                  "           SOLDE        BASE HT N L TAUX"
                  "      PROVISION     PRECEDENTE       VARIATION"
                  " MOTIF"
                  DELIMITED BY SIZE INTO WS-LIGNE.
           MOVE WS-LIGNE TO RREGISTRE.
           WRITE RREGISTRE.

           PERFORM VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-NB-CLIENTS
               IF WS-CLI-PROV (WS-INDICE) > ZEROES
               OR WS-CLI-PROV-PREC (WS-INDICE) > ZEROES
                   PERFORM 7100-LIGNE-REGISTRE-DEBUT
                      THRU 7100-LIGNE-REGISTRE-FIN
               END-IF
           END-PERFORM.

           MOVE WS-TOTAL-PROVISION TO WS-EDIT-TOTAL.
           MOVE WS-TOTAL-DOTATIONS TO WS-EDIT-DOTATIONS.
           MOVE WS-TOTAL-REPRISES TO WS-EDIT-REPRISES.
           MOVE SPACES TO WS-LIGNE.
           STRING "TOTAL PROVISION " WS-MOIS-PROVISION " : "
                  WS-EDIT-TOTAL " DOTATIONS : " WS-EDIT-DOTATIONS
                  " REPRISES : " WS-EDIT-REPRISES
                  DELIMITED BY SIZE INTO WS-LIGNE.
           MOVE WS-LIGNE TO RREGISTRE.
           WRITE RREGISTRE.

           CLOSE FREGISTRE.

       7000-REGISTRE-FIN.
           EXIT.

      *******************************************************
      *  LIGNE DE REGISTRE D'UN CLIENT
      *******************************************************
       7100-LIGNE-REGISTRE-DEBUT.

           MOVE WS-CLI-SOLDE (WS-INDICE) TO WS-SOLDE.
           MOVE WS-CLI-BASE (WS-INDICE) TO WS-BASE-HT.
           MOVE WS-CLI-TAUX (WS-INDICE) TO WS-TAUX.

           EVALUATE TRUE
               WHEN WS-CLI-PROV (WS-INDICE) = ZEROES
                   MOVE "PROVISION REPRISE" TO WS-MOTIF
               WHEN WS-TAUX = WS-TAUX-DEMEURE-ANCIENNE
               AND WS-CLI-DEMEURE (WS-INDICE) > ZEROES
                   MOVE "MISE EN DEMEURE + 6 MOIS" TO WS-MOTIF
               WHEN WS-CLI-LITIGE (WS-INDICE) = "O"
                   MOVE "LITIGE OUVERT" TO WS-MOTIF
               WHEN OTHER
                   MOVE "BAREME" TO WS-MOTIF
           END-EVALUATE.

           COMPUTE WS-VARIATION = WS-CLI-PROV (WS-INDICE)
                                - WS-CLI-PROV-PREC (WS-INDICE).
           MOVE WS-SOLDE TO WS-EDIT-SOLDE.
           MOVE WS-BASE-HT TO WS-EDIT-BASE.
           MOVE WS-CLI-PROV (WS-INDICE) TO WS-EDIT-PROV.
           MOVE WS-CLI-PROV-PREC (WS-INDICE) TO WS-EDIT-PREC.
           MOVE WS-VARIATION TO WS-EDIT-VARIATION.
           MOVE WS-TAUX TO WS-EDIT-TAUX.

           MOVE SPACES TO WS-LIGNE.
           STRING WS-MOIS-PROVISION " "
                  WS-CLI-ID (WS-INDICE) " "
                  WS-CLI-NOM (WS-INDICE) " "
                  WS-EDIT-SOLDE " " WS-EDIT-BASE " "
                  WS-CLI-NIVEAU (WS-INDICE) " "
                  WS-CLI-LITIGE (WS-INDICE) " "
                  WS-EDIT-TAUX "% "
                  WS-EDIT-PROV " " WS-EDIT-PREC " "
                  WS-EDIT-VARIATION " " WS-MOTIF
                  DELIMITED BY SIZE INTO WS-LIGNE.
           MOVE WS-LIGNE TO RREGISTRE.
           WRITE RREGISTRE.

       7100-LIGNE-REGISTRE-FIN.
           EXIT.

      *******************************************************
      *  ETAT POUR LE MOIS SUIVANT : PROVISION ET DATE DE MISE
      *  EN DEMEURE DE CHAQUE CLIENT PROVISIONNE OU AU NIVEAU 3
      *******************************************************
       8000-ECRITURE-ETAT-DEBUT.

      ****** ECRITURE DANS LA NOUVELLE GENERATION
           MOVE WS-REE-NOUVEAU TO WS-NOM-FPROV.
           MOVE ZEROES TO WS-REE-NB-ENREG WS-REE-TOTAL.
           OPEN OUTPUT FPROV.
           IF NOT WS-STATUS-FILE-FPROV-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FPROV': "
                       WS-STATUS-FILE-FPROV
               MOVE WS-REE-FICHIER TO WS-NOM-FPROV
               MOVE 16 TO RETURN-CODE
               GO TO 8000-ECRITURE-ETAT-FIN
           END-IF.

      ****** UNE LIGNE A ZERO MEMORISE LE MOIS TRAITE MEME SANS
      ****** AUCUNE PROVISION EN COURS
           MOVE SPACES TO RPROV.
           MOVE SPACES TO PRV-ID.
           MOVE WS-MOIS-PROVISION TO PRV-MOIS.
           MOVE ZEROES TO PRV-MONTANT PRV-DATE-DEMEURE.
           WRITE RPROV.
           ADD 1 TO WS-REE-NB-ENREG.

           PERFORM VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-NB-CLIENTS
               IF WS-CLI-PROV (WS-INDICE) > ZEROES
               OR WS-CLI-DEMEURE (WS-INDICE) > ZEROES
                   MOVE SPACES TO RPROV
                   MOVE WS-CLI-ID (WS-INDICE) TO PRV-ID
                   MOVE WS-MOIS-PROVISION TO PRV-MOIS
                   MOVE WS-CLI-PROV (WS-INDICE) TO PRV-MONTANT
                   MOVE WS-CLI-DEMEURE (WS-INDICE)
                        TO PRV-DATE-DEMEURE
                   WRITE RPROV
                   ADD 1 TO WS-REE-NB-ENREG
                   ADD PRV-MONTANT TO WS-REE-TOTAL
               END-IF
           END-PERFORM.
           CLOSE FPROV.
           MOVE WS-REE-FICHIER TO WS-NOM-FPROV.
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
               DISPLAY "*** PROVISIONS-ETAT.txt NON REMPLACE ***"
               MOVE 16 TO RETURN-CODE
               GO TO 8000-ECRITURE-ETAT-FIN
           END-IF.

       8000-ECRITURE-ETAT-FIN.
           EXIT.
