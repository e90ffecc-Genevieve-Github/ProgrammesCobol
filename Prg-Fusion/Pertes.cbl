      * balance agee pour toujours et la tranche 90+ ne faisait que
      * grossir.
      *
      * Les soldes sont ceux du sous-programme partage SOLDECLI,
      * comme dans BALANCE et RELANCE (facture de FICHIERSOR.txt
      * moins reglements non rejetes et avoirs, plus remboursements,
      * au groupe payeur pour ses membres) : le passage en pertes
      * porte sur le compte payeur que RELANCE escalade. Sont
      * passes en pertes les clients :
      *   - au niveau 3 de relance depuis plus de N jours (N saisi
      *     au lancement, 90 par defaut), ou
      *   - un avoir d'apurement est ajoute a AVOIRS.txt (la balance
      *     et la relance voient le compte solde)
      *   - des ecritures equilibrees sont ajoutees a
      *     FACTURES-COMPTA.txt (DEBIT 654+dept pertes au HT, DEBIT
      *     44571+code TVA pour la TVA collectee regularisee, CREDIT
      *     411+societe au TTC), lot PER+date ; la part de TVA de la
      *     perte est celle de la TVA dans le facture du client ;
      *     le lot est remis a ECRICPTA, qui le met en suspens
      *     (COMPTA-SUSPENS.txt) s'il porte un compte absent du plan
      *     comptable ou inactif
      *   - le client sort de RELANCES-ETAT.txt (nouvelle generation
      *     controlee puis basculee, sous-programme REECRIT)
      *   - une ligne est ajoutee au registre permanent
      *     PERTES-REGISTRE.txt (exige a l'audit de fin d'annee)
      *
      * Un client qui a une facture en litige ouvert au registre
      * LITIGES-CLIENTS.txt (LITMAINT) n'est pas passe en pertes :
      * le passage apure tout le compte et le litige doit d'abord
      * etre tranche.
      *
      * Les dossiers de l'agence de recouvrement (registre
      * CONTENTIEUX-DOSSIERS.txt de CTXENVOI / CTXRETOUR) : un dossier
      * clos irrecouvrable par l'agence (statut I) est passe en pertes
      * sans condition d'anciennete ; un dossier encore chez l'agence
      * (statut T) n'est pas passe en pertes.
      *
      * Controle a quatre yeux : une premiere passe simule la
      * selection (PERTES-SIMULATION.txt : client, montant, motif) et
      * depose une demande d'approbation (APPROBAT) avec les seuils et
      * le total a passer. Rien n'est ecrit tant qu'un second
      * operateur ne l'a pas approuvee (APPROUVE) ; relance avec les
      * memes seuils et le meme resultat, le passage s'execute.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FCLISOR.

      ******** FICHIER DES AVOIRS EMIS
           SELECT FAVOIR ASSIGN TO "AVOIRS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FAVOIR.

      ******** ETAT DES RELANCES PAR CLIENT
           SELECT FETAT ASSIGN TO DYNAMIC WS-NOM-FETAT
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FETAT.

      ******** REGISTRE DES LITIGES CLIENTS
           SELECT FLITIGE ASSIGN TO "LITIGES-CLIENTS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FLITIGE.

      ******** DOSSIERS TRANSMIS A L'AGENCE DE RECOUVREMENT
           SELECT FCONTENT ASSIGN TO "CONTENTIEUX-DOSSIERS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FCONTENT.

      ******** SIMULATION DU PASSAGE (SOUMISE A APPROBATION)
           SELECT FSIMUL ASSIGN TO "PERTES-SIMULATION.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FSIMUL.

      ******** REGISTRE PERMANENT DES PASSAGES EN PERTES
           SELECT FREGISTRE ASSIGN TO "PERTES-REGISTRE.txt"
      ******** FICHIER DE SORTIE FACTURATION
           COPY 'COBOL-FD-FCLISOR.cpy'.

      ******** FICHIER DES AVOIRS EMIS
       FD  FAVOIR.
       01  RAVOIR.
           05  FILLER        PIC X(01).
           05  ETAT-DATE     PIC 9(08).

      ******** REGISTRE DES LITIGES CLIENTS
           COPY 'COBOL-FD-LITIGE.cpy'.

      ******** DOSSIERS TRANSMIS A L'AGENCE DE RECOUVREMENT
           COPY 'COBOL-FD-CONTENT.cpy'.

      ******** SIMULATION DU PASSAGE
       FD  FSIMUL.
       01  RSIMUL PIC X(100).

      ******** REGISTRE PERMANENT DES PASSAGES EN PERTES
       FD  FREGISTRE.
       01  WS-STATUS-FILE-FCLISOR PIC X(02).
           88 WS-STATUS-FILE-FCLISOR-OK  VALUE "00".
           88 WS-STATUS-FILE-FCLISOR-EOF VALUE "10".
       01  WS-STATUS-FILE-FAVOIR PIC X(02).
           88 WS-STATUS-FILE-FAVOIR-OK  VALUE "00".
           88 WS-STATUS-FILE-FAVOIR-EOF VALUE "10".
       01  WS-STATUS-FILE-FETAT PIC X(02).
           88 WS-STATUS-FILE-FETAT-OK  VALUE "00".
           88 WS-STATUS-FILE-FETAT-EOF VALUE "10".
       01  WS-STATUS-FILE-FREGISTRE PIC X(02).
           88 WS-STATUS-FILE-FREGISTRE-OK  VALUE "00".
           88 WS-STATUS-FILE-FREGISTRE-INEXISTANT VALUE "35".
       01  WS-STATUS-FILE-FSIMUL PIC X(02).
           88 WS-STATUS-FILE-FSIMUL-OK  VALUE "00".
       01  WS-STATUS-FILE-FLITIGE PIC X(02).
           88 WS-STATUS-FILE-FLITIGE-OK  VALUE "00".
           88 WS-STATUS-FILE-FLITIGE-EOF VALUE "10".
       01  WS-STATUS-FILE-FCONTENT PIC X(02).
           88 WS-STATUS-FILE-FCONTENT-OK  VALUE "00".
           88 WS-STATUS-FILE-FCONTENT-EOF VALUE "10".

      ******************************************
      *  TABLE DES SOLDES PAR COMPTE PAYEUR (AVEC DEPT ET
      *  SOCIETE POUR LES ECRITURES COMPTABLES ; LE FACTURE
      *  ET LA TVA SERVENT A LA PART DE TVA DE LA PERTE)
      ******************************************
       01  WS-TABLE-SOLDES.
           05 WS-CLI-ENTRY OCCURS 5000 INDEXED BY WS-INDICE.
               10 WS-CLI-NOM     PIC X(20).
               10 WS-CLI-DEPT    PIC X(03).
               10 WS-CLI-SOCIETE PIC X(05).
               10 WS-CLI-CODE-TVA PIC X(02).
               10 WS-CLI-FACTURE PIC 9(09)V99.
               10 WS-CLI-TVA     PIC 9(09)V99.
               10 WS-CLI-SOLDE   PIC S9(09)V99.
               10 WS-CLI-NIVEAU  PIC 9(01).
               10 WS-CLI-DATE    PIC 9(08).
               10 WS-CLI-PASSE   PIC X(01).
               10 WS-CLI-LITIGE  PIC X(01).
      ****** STATUT DU DOSSIER CHEZ L'AGENCE (N AUCUN, T, I)
               10 WS-CLI-CONTENTIEUX PIC X(01).
       01  WS-NB-CLIENTS  PIC 9(04) VALUE ZEROES.
       01  WS-MAX-CLIENTS PIC 9(04) VALUE 5000.
       01  WS-TROUVE PIC X(01) VALUE "N".
           88 WS-TROUVE-OUI VALUE "O".

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

      ******************************************
      *  SEUILS DE SELECTION
      ******************************************
      ******************************************
       01  WS-SOLDE PIC S9(09)V99 VALUE ZEROES.
       01  WS-MONTANT-PERTE PIC 9(07)V99 VALUE ZEROES.
       01  WS-MONTANT-PERTE-HT  PIC 9(07)V99 VALUE ZEROES.
       01  WS-MONTANT-PERTE-TVA PIC 9(07)V99 VALUE ZEROES.
       01  WS-MOTIF-PERTE PIC X(30) VALUE SPACES.
       01  WS-COMPTA-BATCH PIC X(12) VALUE SPACES.
       01  WS-COMPTEUR-PASSES PIC 9(04) VALUE ZEROES.
       01  WS-COMPTEUR-LITIGES PIC 9(04) VALUE ZEROES.
       01  WS-COMPTEUR-AGENCE  PIC 9(04) VALUE ZEROES.
       01  WS-TOTAL-PERTES PIC 9(09)V99 VALUE ZEROES.
       01  WS-EDIT-MONTANT PIC ZZZ.ZZZ.ZZ9,99.
       01  WS-LIGNE PIC X(100) VALUE SPACES.

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
           05  WS-ECR-PROGRAMME    PIC X(08) VALUE "PERTES".
           05  WS-ECR-OUVERTURE    PIC X(01) VALUE "A".
           05  WS-ECR-LIGNE        PIC X(46) VALUE SPACES.
           05  WS-ECR-RESULTAT     PIC X(01) VALUE SPACES.
               88  WS-ECR-COMPTABILISE VALUE "C".
               88  WS-ECR-SUSPENS      VALUE "S".
               88  WS-ECR-ERREUR       VALUE "E".
           05  WS-ECR-NB-ANOMALIES PIC 9(04) VALUE ZEROES.
           05  WS-ECR-NB-LOTS      PIC 9(04) VALUE ZEROES.
       01  WS-RC-SAUVE PIC S9(04) VALUE ZEROES.

      ***********************************************
      * CONTROLE A QUATRE YEUX (APPROBAT) : SIMULATION
      * PUIS PASSAGE UNE FOIS LA DEMANDE APPROUVEE
      ***********************************************
       01  WS-MODE-PASSAGE PIC X(01) VALUE "S".
           88 WS-MODE-SIMULATION VALUE "S".
       01  WS-EDIT-SEUIL PIC 9(05),99.
       01  WS-APPROBATION.
           05  WS-APR-FONCTION    PIC X(01) VALUE "D".
           05  WS-APR-PROGRAMME   PIC X(08) VALUE "PERTES".
           05  WS-APR-OPERATION   PIC X(08) VALUE "PERTES".
           05  WS-APR-PARAMETRES  PIC X(40) VALUE SPACES.
           05  WS-APR-IMPACT      PIC X(60) VALUE SPACES.
           05  WS-APR-RAPPORT     PIC X(30)
                                  VALUE "PERTES-SIMULATION.txt".
           05  WS-APR-NUMERO      PIC 9(06) VALUE ZEROES.
           05  WS-APR-DECISION    PIC X(01) VALUE SPACES.
           05  WS-APR-DEMANDEUR   PIC X(03) VALUE SPACES.
           05  WS-APR-APPROBATEUR PIC X(03) VALUE SPACES.
           05  WS-APR-STATUT      PIC X(01) VALUE SPACES.
               88  WS-APR-APPROUVEE VALUE "A".
               88  WS-APR-FAIT      VALUE "0".

      ***********************************************
      * MANIFESTE DES SORTIES (MANIFEST) : FICHIERSOR.txt
      * VERIFIE AVANT TRAITEMENT (NOMBRE, TOTAL HT, CLE)
      ***********************************************
       01  WS-MANIFESTE.
           05  WS-MAN-FONCTION  PIC X(01) VALUE "V".
           05  WS-MAN-FICHIER   PIC X(30) VALUE "FICHIERSOR.txt".
           05  WS-MAN-PROGRAMME PIC X(08) VALUE "PERTES".
           05  WS-MAN-POSITION  PIC 9(04) VALUE 73.
           05  WS-MAN-LONGUEUR  PIC 9(02) VALUE 9.
           05  WS-MAN-NB-ENREG  PIC 9(09) VALUE ZEROES.
           05  WS-MAN-TOTAL     PIC 9(13)V99 VALUE ZEROES.
           05  WS-MAN-CONTROLE  PIC 9(09) VALUE ZEROES.
           05  WS-MAN-STATUT    PIC X(01) VALUE SPACES.
               88  WS-MAN-ALTERE VALUE "2".

      ***********************************************
      * MOUVEMENTS INDEXES PAR CLIENT (MVTIDX) :
      * AVOIRS.IDX TENU A JOUR A CHAQUE AVOIR EMIS
      ***********************************************
       01  WS-MOUVEMENT-IDX.
           05  WS-MVI-FONCTION PIC X(01) VALUE "A".
           05  WS-MVI-FICHIER  PIC X(01) VALUE "A".
           05  WS-MVI-ID       PIC X(08) VALUE SPACES.
           05  WS-MVI-DATE     PIC X(08) VALUE SPACES.
           05  WS-MVI-ENREG    PIC X(67) VALUE SPACES.
           05  WS-MVI-STATUT   PIC X(01) VALUE SPACES.
               88  WS-MVI-INACCESSIBLE VALUE "8".

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
           05  WS-REE-PROGRAMME PIC X(08) VALUE "PERTES".
           05  WS-REE-POSITION  PIC 9(04) VALUE 12.
           05  WS-REE-LONGUEUR  PIC 9(02) VALUE 8.
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
           DISPLAY "PASSAGE EN PERTES DES CREANCES IRRECOUVRABLES".
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
           COMPUTE WS-JOUR-INT =
                   FUNCTION INTEGER-OF-DATE (WS-DATE-JOUR).
               COMPUTE WS-SEUIL-MINIME = FUNCTION NUMVAL (WS-SAISIE)
           END-IF.
      *
      *********** SOLDES DES COMPTES PAYEURS (SOLDECLI)
           PERFORM 1000-CUMUL-FACTURE-DEBUT
              THRU 1000-CUMUL-FACTURE-FIN.
           IF RETURN-CODE = 16
               GO TO 0000-MAIN-FIN
           END-IF.
           PERFORM 3000-LECTURE-RELANCES-DEBUT
              THRU 3000-LECTURE-RELANCES-FIN.
           PERFORM 3500-LECTURE-LITIGES-DEBUT
              THRU 3500-LECTURE-LITIGES-FIN.
           PERFORM 3600-LECTURE-CONTENTIEUX-DEBUT
              THRU 3600-LECTURE-CONTENTIEUX-FIN.
      *
      *********** SIMULATION SOUMISE A APPROBATION
           PERFORM 3800-SIMULATION-DEBUT
              THRU 3800-SIMULATION-FIN.
           IF NOT WS-APR-APPROUVEE
               GO TO 0000-MAIN-FIN
           END-IF.
      *
      *********** SELECTION ET PASSAGE EN PERTES
           PERFORM 4000-PASSAGE-PERTES-DEBUT
              THRU 4000-PASSAGE-PERTES-FIN.

      *
      *********** LES CLIENTS PASSES SORTENT DE LA RELANCE
           IF WS-COMPTEUR-PASSES > ZEROES
               PERFORM 5000-EPURATION-RELANCES-DEBUT
                  THRU 5000-EPURATION-RELANCES-FIN
           END-IF.
      *
      *********** LA DEMANDE APPROUVEE EST SOLDEE PAR L'EXECUTION
           IF RETURN-CODE < 12
               MOVE "X" TO WS-APR-FONCTION
               MOVE RETURN-CODE TO WS-RC-SAUVE
               CALL 'APPROBAT' USING WS-APPROBATION
                   ON EXCEPTION
                       MOVE "9" TO WS-APR-STATUT
               END-CALL
               MOVE WS-RC-SAUVE TO RETURN-CODE
               IF NOT WS-APR-FAIT
                   DISPLAY "--> EXECUTION DE LA DEMANDE " WS-APR-NUMERO
                           " NON ENREGISTREE"
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

           MOVE WS-TOTAL-PERTES TO WS-EDIT-MONTANT.
           DISPLAY "==============================================".
           DISPLAY "CLIENTS PASSES EN PERTES: " WS-COMPTEUR-PASSES.
           DISPLAY "MONTANT TOTAL PASSE     : " WS-EDIT-MONTANT.
           DISPLAY "CLIENTS EXCLUS (LITIGE) : " WS-COMPTEUR-LITIGES.
           DISPLAY "CLIENTS CHEZ L'AGENCE   : " WS-COMPTEUR-AGENCE.
           DISPLAY "==============================================".

       0000-MAIN-FIN.
           GOBACK.

      *******************************************************
      *  CUMUL DU FACTURE PAR COMPTE PAYEUR (TTC QUAND IL
      *  EXISTE) ; LE SOLDE EST CELUI DE SOLDECLI
      *******************************************************
       1000-CUMUL-FACTURE-DEBUT.

           MOVE "C" TO WS-SOL-FONCTION.
           CALL 'SOLDECLI' USING WS-SOLDECLI
               ON EXCEPTION
                   MOVE "9" TO WS-SOL-STATUT
           END-CALL.
           IF NOT WS-SOL-STATUT-OK
               DISPLAY "ERREUR CHARGEMENT DES SOLDES (SOLDECLI): "
                       "FICHIERSOR.txt ILLISIBLE OU SERVICE ABSENT"
               MOVE 16 TO RETURN-CODE
               GO TO 1000-CUMUL-FACTURE-FIN
           END-IF.

           OPEN INPUT FCLISOR.
           IF NOT WS-STATUS-FILE-FCLISOR-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FCLISOR': "
           EXIT.

      *******************************************************
      *  AJOUT D'UNE FACTURE AU COMPTE DE SON PAYEUR
      *******************************************************
       1100-AJOUT-FACTURE-DEBUT.

           MOVE RCLISOR-ID TO WS-SOL-CLIENT.
           PERFORM 1200-COMPTE-PAYEUR-DEBUT
              THRU 1200-COMPTE-PAYEUR-FIN.

           MOVE "N" TO WS-TROUVE.
           PERFORM VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-NB-CLIENTS OR WS-TROUVE-OUI
               IF WS-CLI-ID (WS-INDICE) = WS-SOL-PAYEUR
                   MOVE "O" TO WS-TROUVE
                   IF RCLISOR-MONTANT-TTC IS NUMERIC
                   AND RCLISOR-MONTANT-TTC > ZEROES
                       ADD RCLISOR-MONTANT-TTC
                           TO WS-CLI-FACTURE (WS-INDICE)
                       IF RCLISOR-MONTANT-TVA IS NUMERIC
                           ADD RCLISOR-MONTANT-TVA
                               TO WS-CLI-TVA (WS-INDICE)
                       END-IF
                   ELSE
                       ADD RCLISOR-MONTANT
                           TO WS-CLI-FACTURE (WS-INDICE)
               IF WS-NB-CLIENTS < WS-MAX-CLIENTS
                   ADD 1 TO WS-NB-CLIENTS
                   SET WS-INDICE TO WS-NB-CLIENTS
                   MOVE WS-SOL-PAYEUR   TO WS-CLI-ID (WS-INDICE)
                   MOVE WS-SOL-NOM      TO WS-CLI-NOM (WS-INDICE)
                   IF WS-SOL-NOM = SPACES
                       MOVE RCLISOR-NOM TO WS-CLI-NOM (WS-INDICE)
                   END-IF
                   MOVE WS-SOL-SOLDE    TO WS-CLI-SOLDE (WS-INDICE)
                   MOVE RCLISOR-ID-DEPT TO WS-CLI-DEPT (WS-INDICE)
                   MOVE RCLISOR-SOCIETE TO WS-CLI-SOCIETE (WS-INDICE)
                   MOVE RCLISOR-CODE-TVA
                        TO WS-CLI-CODE-TVA (WS-INDICE)
                   MOVE ZEROES TO WS-CLI-TVA (WS-INDICE)
                   IF RCLISOR-MONTANT-TTC IS NUMERIC
                   AND RCLISOR-MONTANT-TTC > ZEROES
                       MOVE RCLISOR-MONTANT-TTC
                            TO WS-CLI-FACTURE (WS-INDICE)
                       IF RCLISOR-MONTANT-TVA IS NUMERIC
                           MOVE RCLISOR-MONTANT-TVA
                                TO WS-CLI-TVA (WS-INDICE)
                       END-IF
                   ELSE
                       MOVE RCLISOR-MONTANT
                            TO WS-CLI-FACTURE (WS-INDICE)
                   END-IF
                   MOVE ZEROES TO WS-CLI-NIVEAU (WS-INDICE)
                                  WS-CLI-DATE (WS-INDICE)
                   MOVE "N" TO WS-CLI-PASSE (WS-INDICE)
                               WS-CLI-LITIGE (WS-INDICE)
                               WS-CLI-CONTENTIEUX (WS-INDICE)
               ELSE
                   DISPLAY "--> ! PLUS DE " WS-MAX-CLIENTS
                           " CLIENTS!"
           EXIT.

      *******************************************************
      *  COMPTE PAYEUR (ET SOLDE) DU CLIENT WS-SOL-CLIENT A CE
      *  JOUR ; SERVICE ABSENT : LE CLIENT LUI-MEME
      *******************************************************
       1200-COMPTE-PAYEUR-DEBUT.

           MOVE "S" TO WS-SOL-FONCTION.
           MOVE WS-DATE-JOUR TO WS-SOL-DATE.
           MOVE WS-SOL-CLIENT TO WS-SOL-PAYEUR.
           CALL 'SOLDECLI' USING WS-SOLDECLI
               ON EXCEPTION
                   MOVE "9" TO WS-SOL-STATUT
           END-CALL.

       1200-COMPTE-PAYEUR-FIN.
           EXIT.

      *******************************************************
       3000-LECTURE-RELANCES-FIN.
           EXIT.

      *******************************************************
      *  LITIGES OUVERTS (FACULTATIF) : LE CLIENT (OU SON
      *  GROUPE PAYEUR) EST MARQUE EN LITIGE ET RESTE HORS DU
      *  PASSAGE EN PERTES
      *******************************************************
       3500-LECTURE-LITIGES-DEBUT.

           OPEN INPUT FLITIGE.
           IF NOT WS-STATUS-FILE-FLITIGE-OK
               GO TO 3500-LECTURE-LITIGES-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FLITIGE-OK
               READ FLITIGE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LIT-STATUT-OUVERT
                           MOVE LIT-ID TO WS-SOL-CLIENT
                           PERFORM 1200-COMPTE-PAYEUR-DEBUT
                              THRU 1200-COMPTE-PAYEUR-FIN
                           PERFORM VARYING WS-INDICE FROM 1 BY 1
                                   UNTIL WS-INDICE > WS-NB-CLIENTS
                               IF WS-CLI-ID (WS-INDICE) = WS-SOL-PAYEUR
                                   MOVE "O" TO WS-CLI-LITIGE (WS-INDICE)
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FLITIGE.

       3500-LECTURE-LITIGES-FIN.
           EXIT.

      *******************************************************
      *  DOSSIERS DE L'AGENCE DE RECOUVREMENT (FACULTATIF) :
      *  STATUT T (EN COURS) OU I (CLOS IRRECOUVRABLE)
      *******************************************************
       3600-LECTURE-CONTENTIEUX-DEBUT.

           OPEN INPUT FCONTENT.
           IF NOT WS-STATUS-FILE-FCONTENT-OK
               GO TO 3600-LECTURE-CONTENTIEUX-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FCONTENT-OK
               READ FCONTENT
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CTX-STATUT-TRANSMIS
                       OR CTX-STATUT-IRRECOUVRABLE
                           MOVE CTX-ID TO WS-SOL-CLIENT
                           PERFORM 1200-COMPTE-PAYEUR-DEBUT
                              THRU 1200-COMPTE-PAYEUR-FIN
                           PERFORM VARYING WS-INDICE FROM 1 BY 1
                                   UNTIL WS-INDICE > WS-NB-CLIENTS
                               IF WS-CLI-ID (WS-INDICE) = WS-SOL-PAYEUR
                                   MOVE CTX-STATUT TO
                                        WS-CLI-CONTENTIEUX (WS-INDICE)
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FCONTENT.

       3600-LECTURE-CONTENTIEUX-FIN.
           EXIT.

      *******************************************************
      *  SIMULATION DE LA SELECTION ET DEMANDE D'APPROBATION :
      *  SANS APPROBATION VALABLE, RIEN N'EST PASSE (CODE 4)
      *******************************************************
       3800-SIMULATION-DEBUT.

           MOVE "S" TO WS-MODE-PASSAGE.
           MOVE SPACES TO WS-APR-STATUT.
           OPEN OUTPUT FSIMUL.
           IF NOT WS-STATUS-FILE-FSIMUL-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FSIMUL': "
                       WS-STATUS-FILE-FSIMUL
               MOVE 16 TO RETURN-CODE
               GO TO 3800-SIMULATION-FIN
           END-IF.
           MOVE SPACES TO WS-LIGNE.
           STRING "PASSAGE EN PERTES - SIMULATION DU " WS-DATE-JOUR
                  " (ANCIENNETE " WS-AGE-MINIMUM " JOURS)"
                  DELIMITED BY SIZE INTO WS-LIGNE.
           MOVE WS-LIGNE TO RSIMUL.
           WRITE RSIMUL.

           PERFORM VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-NB-CLIENTS
               PERFORM 4100-EXAMEN-CLIENT-DEBUT
                  THRU 4100-EXAMEN-CLIENT-FIN
           END-PERFORM.

           MOVE WS-TOTAL-PERTES TO WS-EDIT-MONTANT.
           MOVE SPACES TO WS-LIGNE.
           STRING "TOTAL: " WS-COMPTEUR-PASSES " CLIENT(S), "
                  WS-EDIT-MONTANT " EUR"
                  DELIMITED BY SIZE INTO WS-LIGNE.
           MOVE WS-LIGNE TO RSIMUL.
           WRITE RSIMUL.
           CLOSE FSIMUL.

           IF WS-COMPTEUR-PASSES = ZEROES
               DISPLAY "--> AUCUN CLIENT A PASSER EN PERTES"
               GO TO 3800-SIMULATION-FIN
           END-IF.

           MOVE WS-SEUIL-MINIME TO WS-EDIT-SEUIL.
           MOVE SPACES TO WS-APR-PARAMETRES.
           STRING "ANCIENNETE=" WS-AGE-MINIMUM " SEUIL=" WS-EDIT-SEUIL
                  DELIMITED BY SIZE INTO WS-APR-PARAMETRES.
           MOVE SPACES TO WS-APR-IMPACT.
           STRING WS-COMPTEUR-PASSES " CLIENT(S) A PASSER EN PERTES, "
                  "TOTAL " WS-EDIT-MONTANT
                  DELIMITED BY SIZE INTO WS-APR-IMPACT.

           MOVE "D" TO WS-APR-FONCTION.
           CALL 'APPROBAT' USING WS-APPROBATION
               ON EXCEPTION
                   DISPLAY "--> SOUS-PROGRAMME APPROBAT INTROUVABLE"
                   MOVE 16 TO RETURN-CODE
                   GO TO 3800-SIMULATION-FIN
           END-CALL.
           IF NOT WS-APR-APPROUVEE
               DISPLAY "*** PASSAGE EN PERTES SOUMIS A APPROBATION: "
                       "RIEN N'EST ECRIT ***"
               MOVE 4 TO RETURN-CODE
               GO TO 3800-SIMULATION-FIN
           END-IF.
      *
      ****** APPROUVE : LES COMPTEURS REPARTENT POUR LE PASSAGE
           MOVE "X" TO WS-MODE-PASSAGE.
           MOVE ZEROES TO WS-COMPTEUR-PASSES WS-COMPTEUR-LITIGES
                          WS-COMPTEUR-AGENCE WS-TOTAL-PERTES.

       3800-SIMULATION-FIN.
           EXIT.

      *******************************************************
      *  SELECTION ET PASSAGE EN PERTES : AVOIR D'APUREMENT,
      *  ECRITURES COMPTABLES ET REGISTRE PERMANENT
           IF WS-STATUS-FILE-FAVOIR-INEXISTANT
               OPEN OUTPUT FAVOIR
           END-IF.
           OPEN EXTEND FREGISTRE.
           IF WS-STATUS-FILE-FREGISTRE-INEXISTANT
               OPEN OUTPUT FREGISTRE
           END-IF.

           IF NOT WS-STATUS-FILE-FAVOIR-OK
           OR NOT WS-STATUS-FILE-FREGISTRE-OK
               DISPLAY "ERREUR OUVERTURE DES FICHIERS DE PASSAGE"
               MOVE 16 TO RETURN-CODE
           END-PERFORM.

           CLOSE FAVOIR.
           CLOSE FREGISTRE.
      *
      ****** VALIDATION DU LOT PAR LE PLAN COMPTABLE
           MOVE "V" TO WS-ECR-ACTION.
           PERFORM 4200-EMISSION-ECRITURE-DEBUT
              THRU 4200-EMISSION-ECRITURE-FIN.
           IF WS-ECR-SUSPENS
               DISPLAY "*** LOT " WS-COMPTA-BATCH " EN SUSPENS: "
                       WS-ECR-NB-ANOMALIES " COMPTE(S) HORS PLAN ***"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           IF WS-ECR-ERREUR
               DISPLAY "*** ECRITURES DE PERTES NON EMISES ***"
               MOVE 16 TO RETURN-CODE
           END-IF.

       4000-PASSAGE-PERTES-FIN.
           EXIT.
      *******************************************************
       4100-EXAMEN-CLIENT-DEBUT.

           MOVE WS-CLI-SOLDE (WS-INDICE) TO WS-SOLDE.
           IF WS-SOLDE <= ZEROES
               GO TO 4100-EXAMEN-CLIENT-FIN
           END-IF.
      *
      ****** UNE FACTURE EN LITIGE OUVERT SUSPEND LE PASSAGE
           IF WS-CLI-LITIGE (WS-INDICE) = "O"
               ADD 1 TO WS-COMPTEUR-LITIGES
               IF WS-MODE-SIMULATION
                   DISPLAY "--> CLIENT EN LITIGE, NON PASSE EN PERTES: "
                           WS-CLI-ID (WS-INDICE)
               END-IF
               GO TO 4100-EXAMEN-CLIENT-FIN
           END-IF.

      *
      ****** DOSSIER EN COURS CHEZ L'AGENCE : ELLE RECOUVRE ENCORE
           IF WS-CLI-CONTENTIEUX (WS-INDICE) = "T"
               ADD 1 TO WS-COMPTEUR-AGENCE
               GO TO 4100-EXAMEN-CLIENT-FIN
           END-IF.

           MOVE SPACES TO WS-MOTIF-PERTE.
           IF WS-CLI-CONTENTIEUX (WS-INDICE) = "I"
               MOVE "IRRECOUVRABLE SELON L'AGENCE" TO WS-MOTIF-PERTE
           END-IF.
           IF WS-MOTIF-PERTE = SPACES
           AND WS-CLI-NIVEAU (WS-INDICE) = 3
           AND WS-CLI-DATE (WS-INDICE) > ZEROES
               COMPUTE WS-JOURS-NIVEAU3 = WS-JOUR-INT
                     - FUNCTION INTEGER-OF-DATE
               GO TO 4100-EXAMEN-CLIENT-FIN
           END-IF.

      *
      ****** EN SIMULATION, LA LIGNE DU RAPPORT SEULEMENT
           IF WS-MODE-SIMULATION
               ADD 1 TO WS-COMPTEUR-PASSES
               ADD WS-SOLDE TO WS-TOTAL-PERTES
               MOVE WS-SOLDE TO WS-EDIT-MONTANT
               MOVE SPACES TO WS-LIGNE
               STRING WS-CLI-ID (WS-INDICE) " "
                      WS-CLI-NOM (WS-INDICE) " "
                      WS-EDIT-MONTANT " " WS-MOTIF-PERTE
                      DELIMITED BY SIZE INTO WS-LIGNE
               MOVE WS-LIGNE TO RSIMUL
               WRITE RSIMUL
               GO TO 4100-EXAMEN-CLIENT-FIN
           END-IF.

           MOVE WS-SOLDE TO WS-MONTANT-PERTE.
           MOVE "O" TO WS-CLI-PASSE (WS-INDICE).
           ADD 1 TO WS-COMPTEUR-PASSES.
           MOVE WS-MONTANT-PERTE TO AVR-MONTANT.
           MOVE WS-MOTIF-PERTE TO AVR-MOTIF.
           WRITE RAVOIR.
           PERFORM 7500-INDEXATION-AVOIR-DEBUT
              THRU 7500-INDEXATION-AVOIR-FIN.
      *
      ****** PART DE TVA DE LA PERTE : AU PRORATA DE LA TVA DANS
      ****** LE FACTURE TTC DU CLIENT
           MOVE ZEROES TO WS-MONTANT-PERTE-TVA.
           IF WS-CLI-TVA (WS-INDICE) > ZEROES
           AND WS-CLI-CODE-TVA (WS-INDICE) NOT = SPACES
               COMPUTE WS-MONTANT-PERTE-TVA ROUNDED =
                       WS-MONTANT-PERTE * WS-CLI-TVA (WS-INDICE)
                       / WS-CLI-FACTURE (WS-INDICE)
           END-IF.
           COMPUTE WS-MONTANT-PERTE-HT =
                   WS-MONTANT-PERTE - WS-MONTANT-PERTE-TVA.
      *
      ****** ECRITURES EQUILIBREES : DEBIT PERTES (HT) ET TVA
      ****** COLLECTEE, CREDIT CLIENT (TTC)
           MOVE SPACES TO RCOMPTA.
           MOVE WS-DATE-JOUR TO COMPTA-DATE.
           MOVE WS-COMPTA-BATCH TO COMPTA-BATCH.
           MOVE SPACES TO COMPTA-COMPTE.
           STRING "654" WS-CLI-DEPT (WS-INDICE)
                  DELIMITED BY SIZE INTO COMPTA-COMPTE.
           MOVE WS-MONTANT-PERTE-HT TO COMPTA-MONTANT.
           PERFORM 4200-EMISSION-ECRITURE-DEBUT
              THRU 4200-EMISSION-ECRITURE-FIN.

           IF WS-MONTANT-PERTE-TVA > ZEROES
               MOVE SPACES TO RCOMPTA
               MOVE WS-DATE-JOUR TO COMPTA-DATE
               MOVE WS-COMPTA-BATCH TO COMPTA-BATCH
               MOVE "D" TO COMPTA-SENS
               MOVE SPACES TO COMPTA-COMPTE
               STRING "44571" WS-CLI-CODE-TVA (WS-INDICE)
                      DELIMITED BY SIZE INTO COMPTA-COMPTE
               MOVE WS-MONTANT-PERTE-TVA TO COMPTA-MONTANT
               PERFORM 4200-EMISSION-ECRITURE-DEBUT
                  THRU 4200-EMISSION-ECRITURE-FIN
           END-IF.

           MOVE SPACES TO RCOMPTA.
           MOVE WS-DATE-JOUR TO COMPTA-DATE.
           STRING "411" WS-CLI-SOCIETE (WS-INDICE)
                  DELIMITED BY SIZE INTO COMPTA-COMPTE.
           MOVE WS-MONTANT-PERTE TO COMPTA-MONTANT.
           PERFORM 4200-EMISSION-ECRITURE-DEBUT
              THRU 4200-EMISSION-ECRITURE-FIN.
      *
      ****** REGISTRE PERMANENT DES PASSAGES
           MOVE WS-MONTANT-PERTE TO WS-EDIT-MONTANT.
       4100-EXAMEN-CLIENT-FIN.
           EXIT.

      *******************************************************
      *  REMISE D'UNE LIGNE (OU DE LA VALIDATION DU LOT) A
      *  ECRICPTA, SANS PERDRE LE CODE RETOUR EN COURS
      *******************************************************
       4200-EMISSION-ECRITURE-DEBUT.

           MOVE RETURN-CODE TO WS-RC-SAUVE.
           MOVE RCOMPTA TO WS-ECR-LIGNE.
           CALL 'ECRICPTA' USING WS-ECRITURE
               ON EXCEPTION
                   MOVE "E" TO WS-ECR-RESULTAT
           END-CALL.
           MOVE WS-RC-SAUVE TO RETURN-CODE.

       4200-EMISSION-ECRITURE-FIN.
           EXIT.

      *******************************************************
      *  LES CLIENTS PASSES EN PERTES SORTENT DE L'ETAT DES
      *  RELANCES (PLUS AUCUNE LETTRE NE PARTIRA)
      *******************************************************
       5000-EPURATION-RELANCES-DEBUT.

      ****** ECRITURE DANS LA NOUVELLE GENERATION
           MOVE WS-REE-NOUVEAU TO WS-NOM-FETAT.
           MOVE ZEROES TO WS-REE-NB-ENREG WS-REE-TOTAL.
           OPEN OUTPUT FETAT.
           IF NOT WS-STATUS-FILE-FETAT-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FETAT': "
                       WS-STATUS-FILE-FETAT
               MOVE WS-REE-FICHIER TO WS-NOM-FETAT
               MOVE 16 TO RETURN-CODE
               GO TO 5000-EPURATION-RELANCES-FIN
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

       5000-EPURATION-RELANCES-FIN.
           EXIT.

      *******************************************************
      *  L'AVOIR ECRIT DANS AVOIRS.txt EST AJOUTE A AVOIRS.IDX
      *  (SOUS-PROGRAMME MVTIDX, SANS EFFET TANT QUE L'INDEX
      *  N'A PAS ETE CONSTRUIT PAR AVOIRMIGRE)
      *******************************************************
       7500-INDEXATION-AVOIR-DEBUT.

           MOVE "A" TO WS-MVI-FONCTION.
           MOVE AVR-ID TO WS-MVI-ID.
           MOVE AVR-DATE TO WS-MVI-DATE.
           MOVE RAVOIR TO WS-MVI-ENREG.
           MOVE RETURN-CODE TO WS-RC-SAUVE.
           CALL 'MVTIDX' USING WS-MOUVEMENT-IDX
               ON EXCEPTION
                   MOVE "9" TO WS-MVI-STATUT
           END-CALL.
           MOVE WS-RC-SAUVE TO RETURN-CODE.
           IF WS-MVI-INACCESSIBLE
               DISPLAY "--> ! AVOIRS.IDX NON MIS A JOUR: "
                       "RELANCER AVOIRMIGRE"
           END-IF.

       7500-INDEXATION-AVOIR-FIN.
           EXIT.
