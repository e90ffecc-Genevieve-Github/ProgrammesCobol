      *     statut (SOLDEE, PARTIELLE, OUVERTE) et les totaux
      *   - LETTRAGE-SUSPENS.txt : reglements inconnus, factures
      *     introuvables et trop-percus, a traiter par le back-office
      *
      * Escompte pour paiement anticipe : une facture dont le client
      * (ou sa societe) a des conditions d'escompte dans
      * ESCOMPTE-CONDITIONS.txt, reglee au plus tard a la date limite
      * (DATEDIT= de FACTURES-NUMFACT.txt plus le delai) pour au moins
      * son montant escompte, est SOLDEE : le reliquat est accorde en
      * escompte. Sans numero de facture, un reglement couvre d'abord
      * le montant escompte de chaque facture ouverte du client, puis
      * complete les factures dans le meme ordre. Pour chaque
      * escompte accorde :
      *   - un avoir ESCOMPTE est ajoute a AVOIRS.txt (la balance, la
      *     relance et les releves voient la facture soldee ; un
      *     escompte deja accorde n'est jamais repris)
      *   - des ecritures equilibrees sont remises a ECRICPTA, lot
      *     ESC+date : DEBIT 665000 escomptes accordes au HT, DEBIT
      *     44571+code TVA pour la TVA regularisee (au prorata de la
      *     TVA de la facture), CREDIT 411+societe au TTC
      *
      * Les lignes de REPORT A NOUVEAU posees par ARCHPERI (numero
      * de facture REPORT) cumulent des reglements deja lettres sur
      * des factures archivees : elles ne sont pas imputees.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FNUMFACT.

      ******** CONDITIONS D'ESCOMPTE POUR PAIEMENT ANTICIPE
           SELECT FESCOMPTE ASSIGN TO "ESCOMPTE-CONDITIONS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FESCOMPTE.

      ******** FICHIER DES AVOIRS EMIS (AVOIRS D'ESCOMPTE)
           SELECT FAVOIR ASSIGN TO "AVOIRS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FAVOIR.

      ******** RAPPORT DE LETTRAGE
           SELECT FRAPPORT ASSIGN TO "LETTRAGE-RAPPORT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           05  RREGL-MONTANT        PIC 9(07)V99.
           05  FILLER               PIC X(01).
           05  RREGL-NUMFACT        PIC X(08).
           05  FILLER               PIC X(01).
           05  RREGL-MODE           PIC X(03).
           05  FILLER               PIC X(01).
           05  RREGL-CHEQUE         PIC X(07).

      ******** DERNIER NUMERO DE FACTURE ATTRIBUE PAR FACTEDIT
       FD  FNUMFACT.
       01  RNUMFACT PIC X(20).

      ******** CONDITIONS D'ESCOMPTE POUR PAIEMENT ANTICIPE
           COPY 'COBOL-FD-ESCOMPTE.cpy'.

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

      ******** RAPPORT DE LETTRAGE
       FD  FRAPPORT.
       01  RRAPPORT PIC X(100).
       01  WS-STATUS-FILE-FSUSPENS PIC X(02).
           88 WS-STATUS-FILE-FSUSPENS-OK  VALUE "00".

       01  WS-STATUS-FILE-FESCOMPTE PIC X(02).
           88 WS-STATUS-FILE-FESCOMPTE-OK  VALUE "00".
           88 WS-STATUS-FILE-FESCOMPTE-EOF VALUE "10".

       01  WS-STATUS-FILE-FAVOIR PIC X(02).
           88 WS-STATUS-FILE-FAVOIR-OK  VALUE "00".
           88 WS-STATUS-FILE-FAVOIR-EOF VALUE "10".
           88 WS-STATUS-FILE-FAVOIR-INEXISTANT VALUE "35".

      ******************************************
      *  TABLE DES FACTURES DE L'EDITION COURANTE
      ******************************************
               10 WS-FACT-NOM     PIC X(20).
               10 WS-FACT-DU      PIC 9(08)V99.
               10 WS-FACT-REGLE   PIC 9(09)V99.
               10 WS-FACT-SOCIETE  PIC X(05).
               10 WS-FACT-CODE-TVA PIC X(02).
               10 WS-FACT-TVA      PIC 9(07)V99.
               10 WS-FACT-ESC-POSSIBLE PIC 9(07)V99.
               10 WS-FACT-ESC-LIMITE   PIC 9(08).
               10 WS-FACT-DERNIER-REGL PIC 9(08).
               10 WS-FACT-ESCOMPTE     PIC 9(07)V99.
               10 WS-FACT-ESC-NOUVEAU  PIC X(01).
                   88 WS-FACT-ESC-NOUVEAU-OUI VALUE "O".
       01  WS-NB-FACTURES  PIC 9(04) VALUE ZEROES.
       01  WS-MAX-FACTURES PIC 9(04) VALUE 5000.

       01  WS-DERNIER-NUMERO PIC 9(08) VALUE ZEROES.
       01  WS-DERNIER-EDITE  PIC 9(08) VALUE ZEROES.
       01  WS-PREMIER-NUMERO PIC 9(08) VALUE ZEROES.
       01  WS-DATE-EDITION   PIC 9(08) VALUE ZEROES.

      ******************************************
      *  CONDITIONS D'ESCOMPTE (CLIENT NOMME, PUIS SOCIETE)
      ******************************************
       01  WS-TABLE-ESCOMPTES.
           05 WS-ESC-ENTRY OCCURS 100 INDEXED BY WS-INDICE-ESC.
               10 WS-ESC-TYPE    PIC X(01).
               10 WS-ESC-CRITERE PIC X(08).
               10 WS-ESC-TAUX    PIC 9(02)V99.
               10 WS-ESC-JOURS   PIC 9(03).
       01  WS-NB-ESCOMPTES  PIC 9(03) VALUE ZEROES.
       01  WS-MAX-ESCOMPTES PIC 9(03) VALUE 100.
       01  WS-TAUX-ESCOMPTE  PIC 9(02)V99 VALUE ZEROES.
       01  WS-JOURS-ESCOMPTE PIC 9(03) VALUE ZEROES.
       01  WS-PASSE PIC 9(01) VALUE ZEROES.
       01  WS-MOTIF-ESCOMPTE PIC X(30)
           VALUE "ESCOMPTE PAIEMENT ANTICIPE".
       01  WS-NB-ESCOMPTES-ACCORDES PIC 9(05) VALUE ZEROES.
       01  WS-TOTAL-ESCOMPTES PIC 9(09)V99 VALUE ZEROES.
       01  WS-MONTANT-ESC-TVA PIC 9(07)V99 VALUE ZEROES.
       01  WS-MONTANT-ESC-HT  PIC 9(07)V99 VALUE ZEROES.
       01  WS-AVR-NUMFACT PIC 9(08) VALUE ZEROES.

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
           05  WS-ECR-PROGRAMME    PIC X(08) VALUE "LETTRAGE".
           05  WS-ECR-OUVERTURE    PIC X(01) VALUE "A".
           05  WS-ECR-LIGNE        PIC X(46) VALUE SPACES.
           05  WS-ECR-RESULTAT     PIC X(01) VALUE SPACES.
               88  WS-ECR-COMPTABILISE VALUE "C".
               88  WS-ECR-SUSPENS      VALUE "S".
               88  WS-ECR-DEJA-EMIS    VALUE "D".
               88  WS-ECR-ERREUR       VALUE "E".
           05  WS-ECR-NB-ANOMALIES PIC 9(04) VALUE ZEROES.
           05  WS-ECR-NB-LOTS      PIC 9(04) VALUE ZEROES.
       01  WS-RC-SAUVE PIC S9(04) VALUE ZEROES.
       01  WS-COMPTE-ESCOMPTE PIC X(10) VALUE "665000".
       01  WS-COMPTA-BATCH PIC X(12) VALUE SPACES.

      ******************************************
      *  ZONES DE LETTRAGE DU REGLEMENT COURANT
       01  WS-NB-PARTIELLES PIC 9(05) VALUE ZEROES.
       01  WS-NB-OUVERTES   PIC 9(05) VALUE ZEROES.

      ***********************************************
      * MANIFESTE DES SORTIES (MANIFEST) : FICHIERSOR.txt
      * VERIFIE AVANT TRAITEMENT (NOMBRE, TOTAL HT, CLE)
      ***********************************************
       01  WS-MANIFESTE.
           05  WS-MAN-FONCTION  PIC X(01) VALUE "V".
           05  WS-MAN-FICHIER   PIC X(30) VALUE "FICHIERSOR.txt".
           05  WS-MAN-PROGRAMME PIC X(08) VALUE "LETTRAGE".
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
           DISPLAY "LETTRAGE DES REGLEMENTS SUR FACTURES".
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATE-JOUR.
           MOVE SPACES TO WS-COMPTA-BATCH.
           STRING "ESC " WS-DATE-JOUR
                  DELIMITED BY SIZE INTO WS-COMPTA-BATCH.
      *
      *********** NUMEROTATION FACTEDIT DE L'EDITION COURANTE
           PERFORM 1000-LECTURE-NUMEROTATION-DEBUT
              THRU 1000-LECTURE-NUMEROTATION-FIN.
      *
      *********** CONDITIONS D'ESCOMPTE NEGOCIEES
           PERFORM 1500-CHARGEMENT-ESCOMPTES-DEBUT
              THRU 1500-CHARGEMENT-ESCOMPTES-FIN.
      *
      *********** CHARGEMENT DES FACTURES DE L'EDITION
           PERFORM 2000-CHARGEMENT-FACTURES-DEBUT
              THRU 2000-CHARGEMENT-FACTURES-FIN.
      *
      *********** ESCOMPTES DEJA ACCORDES (AVOIRS D'ESCOMPTE)
           PERFORM 2500-ESCOMPTES-ACCORDES-DEBUT
              THRU 2500-ESCOMPTES-ACCORDES-FIN.

           IF WS-NB-FACTURES = ZEROES
               DISPLAY "--> AUCUNE FACTURE A LETTRER"

           CLOSE FSUSPENS.
      *
      *********** ESCOMPTES GAGNES PAR LES REGLEMENTS DANS LE DELAI
           PERFORM 3500-ATTRIBUTION-ESCOMPTES-DEBUT
              THRU 3500-ATTRIBUTION-ESCOMPTES-FIN.
      *
      *********** RAPPORT DE LETTRAGE
           PERFORM 4000-EDITION-RAPPORT-DEBUT
              THRU 4000-EDITION-RAPPORT-FIN.
      *
      *********** AVOIRS ET ECRITURES DES ESCOMPTES ACCORDES
           IF WS-NB-ESCOMPTES-ACCORDES > ZEROES
               PERFORM 5000-COMPTABILISATION-ESCOMPTES-DEBUT
                  THRU 5000-COMPTABILISATION-ESCOMPTES-FIN
           END-IF.

           DISPLAY "==============================================".
           DISPLAY "FACTURES LETTREES     : " WS-NB-FACTURES.
           DISPLAY "DONT OUVERTES         : " WS-NB-OUVERTES.
           DISPLAY "REGLEMENTS LUS        : " WS-COMPTEUR-FILE-FREGL.
           DISPLAY "LIGNES EN SUSPENS     : " WS-COMPTEUR-SUSPENS.
           DISPLAY "ESCOMPTES ACCORDES    : "
                   WS-NB-ESCOMPTES-ACCORDES.
           DISPLAY "==============================================".

       0000-MAIN-FIN.
                               MOVE RNUMFACT (10:8)
                                    TO WS-DERNIER-EDITE
                           END-IF
                           IF RNUMFACT (1:8) = "DATEDIT="
                           AND RNUMFACT (9:8) IS NUMERIC
                               MOVE RNUMFACT (9:8)
                                    TO WS-DATE-EDITION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FNUMFACT
       1000-LECTURE-NUMEROTATION-FIN.
           EXIT.

      *******************************************************
      *  CHARGEMENT DES CONDITIONS D'ESCOMPTE (FICHIER
      *  FACULTATIF : ABSENT = AUCUN ESCOMPTE ACCORDE)
      *******************************************************
       1500-CHARGEMENT-ESCOMPTES-DEBUT.

           OPEN INPUT FESCOMPTE.
           IF NOT WS-STATUS-FILE-FESCOMPTE-OK
               GO TO 1500-CHARGEMENT-ESCOMPTES-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FESCOMPTE-OK
               READ FESCOMPTE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF (ESC-TYPE-CLIENT OR ESC-TYPE-SOCIETE)
                       AND ESC-TAUX IS NUMERIC
                       AND ESC-JOURS IS NUMERIC
                       AND WS-NB-ESCOMPTES < WS-MAX-ESCOMPTES
                           ADD 1 TO WS-NB-ESCOMPTES
                           SET WS-INDICE-ESC TO WS-NB-ESCOMPTES
                           MOVE ESC-TYPE
                                TO WS-ESC-TYPE (WS-INDICE-ESC)
                           MOVE ESC-CRITERE
                                TO WS-ESC-CRITERE (WS-INDICE-ESC)
                           MOVE ESC-TAUX
                                TO WS-ESC-TAUX (WS-INDICE-ESC)
                           MOVE ESC-JOURS
                                TO WS-ESC-JOURS (WS-INDICE-ESC)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FESCOMPTE.

           IF WS-NB-ESCOMPTES > ZEROES
           AND WS-DATE-EDITION = ZEROES
               DISPLAY "--> DATE D'EDITION INCONNUE (DATEDIT=): "
                       "AUCUN ESCOMPTE NE SERA ACCORDE"
           END-IF.

       1500-CHARGEMENT-ESCOMPTES-FIN.
           EXIT.

      *******************************************************
      *  CHARGEMENT DES FACTURES DE L'EDITION EN TABLE :
      *  L'ORDRE DE FICHIERSOR.txt EST CELUI DE L'EDITION,
               MOVE RCLISOR-MONTANT TO WS-FACT-DU (WS-INDICE)
           END-IF.
           MOVE ZEROES TO WS-FACT-REGLE (WS-INDICE).
           MOVE RCLISOR-SOCIETE  TO WS-FACT-SOCIETE (WS-INDICE).
           MOVE RCLISOR-CODE-TVA TO WS-FACT-CODE-TVA (WS-INDICE).
           IF RCLISOR-MONTANT-TVA IS NUMERIC
           AND RCLISOR-MONTANT-TTC IS NUMERIC
           AND RCLISOR-MONTANT-TTC > ZEROES
               MOVE RCLISOR-MONTANT-TVA TO WS-FACT-TVA (WS-INDICE)
           ELSE
               MOVE ZEROES TO WS-FACT-TVA (WS-INDICE)
           END-IF.
           MOVE ZEROES TO WS-FACT-ESC-POSSIBLE (WS-INDICE)
                          WS-FACT-ESC-LIMITE (WS-INDICE)
                          WS-FACT-DERNIER-REGL (WS-INDICE)
                          WS-FACT-ESCOMPTE (WS-INDICE).
           MOVE "N" TO WS-FACT-ESC-NOUVEAU (WS-INDICE).
      *
      ****** CONDITIONS D'ESCOMPTE : MONTANT SUR LE TTC, DATE
      ****** LIMITE DEPUIS LA DATE D'EDITION DES FACTURES
           PERFORM 2200-RECHERCHE-ESCOMPTE-DEBUT
              THRU 2200-RECHERCHE-ESCOMPTE-FIN.
           IF WS-TAUX-ESCOMPTE > ZEROES
           AND WS-DATE-EDITION > ZEROES
               COMPUTE WS-FACT-ESC-POSSIBLE (WS-INDICE) ROUNDED =
                       WS-FACT-DU (WS-INDICE) * WS-TAUX-ESCOMPTE / 100
               COMPUTE WS-FACT-ESC-LIMITE (WS-INDICE) =
                       FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE (WS-DATE-EDITION)
                        + WS-JOURS-ESCOMPTE)
           END-IF.

       2100-AJOUT-FACTURE-FIN.
           EXIT.

      *******************************************************
      *  CONDITIONS D'ESCOMPTE DE LA FACTURE LUE : LE CLIENT
      *  NOMME GAGNE SUR SA SOCIETE (COMME DANS FACTEDIT)
      *******************************************************
       2200-RECHERCHE-ESCOMPTE-DEBUT.

           MOVE ZEROES TO WS-TAUX-ESCOMPTE WS-JOURS-ESCOMPTE.

           PERFORM VARYING WS-INDICE-ESC FROM 1 BY 1
                   UNTIL WS-INDICE-ESC > WS-NB-ESCOMPTES
                      OR WS-TAUX-ESCOMPTE > ZEROES
               IF WS-ESC-TYPE (WS-INDICE-ESC) = "C"
               AND WS-ESC-CRITERE (WS-INDICE-ESC) = RCLISOR-ID
                   MOVE WS-ESC-TAUX (WS-INDICE-ESC)
                        TO WS-TAUX-ESCOMPTE
                   MOVE WS-ESC-JOURS (WS-INDICE-ESC)
                        TO WS-JOURS-ESCOMPTE
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-INDICE-ESC FROM 1 BY 1
                   UNTIL WS-INDICE-ESC > WS-NB-ESCOMPTES
                      OR WS-TAUX-ESCOMPTE > ZEROES
               IF WS-ESC-TYPE (WS-INDICE-ESC) = "S"
               AND WS-ESC-CRITERE (WS-INDICE-ESC) (1:5)
                   = RCLISOR-SOCIETE
                   MOVE WS-ESC-TAUX (WS-INDICE-ESC)
                        TO WS-TAUX-ESCOMPTE
                   MOVE WS-ESC-JOURS (WS-INDICE-ESC)
                        TO WS-JOURS-ESCOMPTE
               END-IF
           END-PERFORM.

       2200-RECHERCHE-ESCOMPTE-FIN.
           EXIT.

      *******************************************************
      *  ESCOMPTES DEJA ACCORDES PAR UN LETTRAGE PRECEDENT :
      *  LES AVOIRS D'ESCOMPTE (AVOIRS.txt) SONT REPORTES SUR
      *  LEUR FACTURE, QUI NE PEUT PLUS EN RECEVOIR D'AUTRE
      *******************************************************
       2500-ESCOMPTES-ACCORDES-DEBUT.

           OPEN INPUT FAVOIR.
           IF NOT WS-STATUS-FILE-FAVOIR-OK
               GO TO 2500-ESCOMPTES-ACCORDES-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FAVOIR-OK
               READ FAVOIR
                   AT END
                       CONTINUE
                   NOT AT END
                       IF AVR-MOTIF = WS-MOTIF-ESCOMPTE
                       AND AVR-NUMFACT IS NUMERIC
                       AND AVR-MONTANT IS NUMERIC
                           MOVE AVR-NUMFACT TO WS-AVR-NUMFACT
                           PERFORM VARYING WS-INDICE FROM 1 BY 1
                                   UNTIL WS-INDICE > WS-NB-FACTURES
                               IF WS-FACT-NUMERO (WS-INDICE)
                                  = WS-AVR-NUMFACT
                               AND WS-FACT-ID (WS-INDICE) = AVR-ID
                                   ADD AVR-MONTANT
                                       TO WS-FACT-ESCOMPTE (WS-INDICE)
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FAVOIR.

       2500-ESCOMPTES-ACCORDES-FIN.
           EXIT.

      *******************************************************
      *  LECTURE DES REGLEMENTS ET IMPUTATION SUR LES FACTURES
      *******************************************************
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RREGL-NUMFACT NOT = "REPORT"
                           ADD 1 TO WS-COMPTEUR-FILE-FREGL
                           PERFORM 3100-IMPUTATION-REGLEMENT-DEBUT
                              THRU 3100-IMPUTATION-REGLEMENT-FIN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FREGL.
                   IF WS-FACT-NUMERO (WS-INDICE) = WS-REGL-NUMFACT
                   AND WS-FACT-ID (WS-INDICE) = RREGL-ID
                       MOVE "O" TO WS-FACT-TROUVE
                       MOVE 2 TO WS-PASSE
                       PERFORM 3200-APPLIQUER-MONTANT-DEBUT
                          THRU 3200-APPLIQUER-MONTANT-FIN
                   END-IF
           ELSE
      *
      ****** SANS NUMERO : PLUS ANCIENNE FACTURE OUVERTE DU CLIENT
      ****** (PREMIER PASSAGE AU MONTANT ESCOMPTE QUAND LE
      ****** REGLEMENT EST DANS LE DELAI, SECOND AU MONTANT PLEIN)
               PERFORM 3150-IMPUTATION-OUVERTES-DEBUT
                  THRU 3150-IMPUTATION-OUVERTES-FIN
                   VARYING WS-PASSE FROM 1 BY 1
                   UNTIL WS-PASSE > 2
                      OR WS-RESTE-A-IMPUTER = ZEROES
               IF NOT WS-FACT-TROUVE-OUI
                   MOVE SPACES TO RSUSPENS
                   MOVE "REGLEMENT SANS FACTURE" TO SUSP-MOTIF
       3100-IMPUTATION-REGLEMENT-FIN.
           EXIT.

      *******************************************************
      *  UN PASSAGE D'IMPUTATION SUR LES FACTURES OUVERTES DU
      *  CLIENT, DE LA PLUS ANCIENNE A LA PLUS RECENTE
      *******************************************************
       3150-IMPUTATION-OUVERTES-DEBUT.

           PERFORM VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-NB-FACTURES
                      OR WS-RESTE-A-IMPUTER = ZEROES
               IF WS-FACT-ID (WS-INDICE) = RREGL-ID
               AND WS-FACT-REGLE (WS-INDICE)
                   + WS-FACT-ESCOMPTE (WS-INDICE)
                   < WS-FACT-DU (WS-INDICE)
                   MOVE "O" TO WS-FACT-TROUVE
                   PERFORM 3200-APPLIQUER-MONTANT-DEBUT
                      THRU 3200-APPLIQUER-MONTANT-FIN
               END-IF
           END-PERFORM.

       3150-IMPUTATION-OUVERTES-FIN.
           EXIT.

      *******************************************************
      *  APPLICATION DU MONTANT DISPONIBLE SUR LA FACTURE
      *  INDICEE (JAMAIS AU-DELA DE SON RESTE DU ; AU PREMIER
      *  PASSAGE, PAS AU-DELA DE SON MONTANT ESCOMPTE QUAND LE
      *  REGLEMENT ARRIVE DANS LE DELAI D'ESCOMPTE)
      *******************************************************
       3200-APPLIQUER-MONTANT-DEBUT.

           COMPUTE WS-RESTE-FACTURE = WS-FACT-DU (WS-INDICE)
                                    - WS-FACT-REGLE (WS-INDICE)
                                    - WS-FACT-ESCOMPTE (WS-INDICE).
           IF WS-RESTE-FACTURE <= ZEROES
               GO TO 3200-APPLIQUER-MONTANT-FIN
           END-IF.

           IF WS-PASSE = 1
           AND WS-FACT-ESC-POSSIBLE (WS-INDICE) > ZEROES
           AND WS-FACT-ESCOMPTE (WS-INDICE) = ZEROES
           AND RREGL-DATE <= WS-FACT-ESC-LIMITE (WS-INDICE)
               SUBTRACT WS-FACT-ESC-POSSIBLE (WS-INDICE)
                   FROM WS-RESTE-FACTURE
               IF WS-RESTE-FACTURE <= ZEROES
                   GO TO 3200-APPLIQUER-MONTANT-FIN
               END-IF
           END-IF.

           IF WS-RESTE-A-IMPUTER > WS-RESTE-FACTURE
               MOVE WS-RESTE-FACTURE TO WS-IMPUTE
           ELSE

           ADD WS-IMPUTE TO WS-FACT-REGLE (WS-INDICE).
           SUBTRACT WS-IMPUTE FROM WS-RESTE-A-IMPUTER.
           IF RREGL-DATE > WS-FACT-DERNIER-REGL (WS-INDICE)
               MOVE RREGL-DATE TO WS-FACT-DERNIER-REGL (WS-INDICE)
           END-IF.

       3200-APPLIQUER-MONTANT-FIN.
           EXIT.
       3300-ECRITURE-SUSPENS-FIN.
           EXIT.

      *******************************************************
      *  ATTRIBUTION DES ESCOMPTES : FACTURE REGLEE EN TOTALITE
      *  DANS LE DELAI, POUR AU MOINS SON MONTANT ESCOMPTE ;
      *  LE RELIQUAT (AU PLUS L'ESCOMPTE) EST ACCORDE
      *******************************************************
       3500-ATTRIBUTION-ESCOMPTES-DEBUT.

           PERFORM VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-NB-FACTURES
               IF WS-FACT-ESC-POSSIBLE (WS-INDICE) > ZEROES
               AND WS-FACT-ESCOMPTE (WS-INDICE) = ZEROES
               AND WS-FACT-REGLE (WS-INDICE) > ZEROES
               AND WS-FACT-DERNIER-REGL (WS-INDICE)
                   <= WS-FACT-ESC-LIMITE (WS-INDICE)
                   COMPUTE WS-RESTE-FACTURE = WS-FACT-DU (WS-INDICE)
                                        - WS-FACT-REGLE (WS-INDICE)
                   IF WS-RESTE-FACTURE > ZEROES
                   AND WS-RESTE-FACTURE
                       <= WS-FACT-ESC-POSSIBLE (WS-INDICE)
                       MOVE WS-RESTE-FACTURE
                            TO WS-FACT-ESCOMPTE (WS-INDICE)
                       MOVE "O" TO WS-FACT-ESC-NOUVEAU (WS-INDICE)
                       ADD 1 TO WS-NB-ESCOMPTES-ACCORDES
                       ADD WS-RESTE-FACTURE TO WS-TOTAL-ESCOMPTES
                   END-IF
               END-IF
           END-PERFORM.

       3500-ATTRIBUTION-ESCOMPTES-FIN.
           EXIT.

      *******************************************************
      *  EDITION DU RAPPORT DE LETTRAGE
      *******************************************************
                  THRU 4100-EDITION-LIGNE-FACTURE-FIN
           END-PERFORM.

           IF WS-NB-ESCOMPTES-ACCORDES > ZEROES
               PERFORM 4200-EDITION-ESCOMPTES-DEBUT
                  THRU 4200-EDITION-ESCOMPTES-FIN
           END-IF.

           MOVE WS-TOTAL-SUSPENS TO WS-EDIT-REGLE.
           MOVE SPACES TO WS-LIGNE.
           STRING "LIGNES EN SUSPENS : " WS-COMPTEUR-SUSPENS
       4100-EDITION-LIGNE-FACTURE-DEBUT.

           COMPUTE WS-RESTE-FACTURE = WS-FACT-DU (WS-INDICE)
                                    - WS-FACT-REGLE (WS-INDICE)
                                    - WS-FACT-ESCOMPTE (WS-INDICE).

           EVALUATE TRUE
               WHEN WS-RESTE-FACTURE <= ZEROES

       4100-EDITION-LIGNE-FACTURE-FIN.
           EXIT.

      *******************************************************
      *  EDITION DES ESCOMPTES ACCORDES PAR CE LETTRAGE
      *******************************************************
       4200-EDITION-ESCOMPTES-DEBUT.

           MOVE SPACES TO WS-LIGNE.
           STRING "ESCOMPTES POUR PAIEMENT ANTICIPE ACCORDES "
                  "(LOT " WS-COMPTA-BATCH ")"
                  DELIMITED BY SIZE INTO WS-LIGNE.
           MOVE WS-LIGNE TO RRAPPORT.
           WRITE RRAPPORT.

           PERFORM VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-NB-FACTURES
               IF WS-FACT-ESC-NOUVEAU-OUI (WS-INDICE)
                   MOVE WS-FACT-ESCOMPTE (WS-INDICE) TO WS-EDIT-DU
                   MOVE SPACES TO WS-LIGNE
                   STRING WS-FACT-NUMERO (WS-INDICE) " "
                          WS-FACT-ID (WS-INDICE) " "
                          WS-FACT-NOM (WS-INDICE) " "
                          WS-EDIT-DU " REGLE LE "
                          WS-FACT-DERNIER-REGL (WS-INDICE)
                          " LIMITE "
                          WS-FACT-ESC-LIMITE (WS-INDICE)
                          DELIMITED BY SIZE INTO WS-LIGNE
                   MOVE WS-LIGNE TO RRAPPORT
                   WRITE RRAPPORT
               END-IF
           END-PERFORM.

           MOVE WS-TOTAL-ESCOMPTES TO WS-EDIT-REGLE.
           MOVE SPACES TO WS-LIGNE.
           STRING "ESCOMPTES ACCORDES : " WS-NB-ESCOMPTES-ACCORDES
                  " POUR " WS-EDIT-REGLE " EUR"
                  DELIMITED BY SIZE INTO WS-LIGNE.
           MOVE WS-LIGNE TO RRAPPORT.
           WRITE RRAPPORT.

       4200-EDITION-ESCOMPTES-FIN.
           EXIT.

      *******************************************************
      *  AVOIRS D'ESCOMPTE ET ECRITURES DU LOT ESC+DATE
      *******************************************************
       5000-COMPTABILISATION-ESCOMPTES-DEBUT.

           OPEN EXTEND FAVOIR.
           IF WS-STATUS-FILE-FAVOIR-INEXISTANT
               OPEN OUTPUT FAVOIR
           END-IF.
           IF NOT WS-STATUS-FILE-FAVOIR-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FAVOIR': "
                       WS-STATUS-FILE-FAVOIR
               MOVE 16 TO RETURN-CODE
               GO TO 5000-COMPTABILISATION-ESCOMPTES-FIN
           END-IF.

           PERFORM VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-NB-FACTURES
               IF WS-FACT-ESC-NOUVEAU-OUI (WS-INDICE)
                   PERFORM 5100-ESCOMPTE-FACTURE-DEBUT
                      THRU 5100-ESCOMPTE-FACTURE-FIN
               END-IF
           END-PERFORM.

           CLOSE FAVOIR.
      *
      ****** VALIDATION DU LOT PAR LE PLAN COMPTABLE
           MOVE "V" TO WS-ECR-ACTION.
           MOVE SPACES TO RCOMPTA.
           PERFORM 5200-EMISSION-ECRITURE-DEBUT
              THRU 5200-EMISSION-ECRITURE-FIN.
           EVALUATE TRUE
               WHEN WS-ECR-SUSPENS
                   DISPLAY "*** LOT " WS-COMPTA-BATCH " EN SUSPENS: "
                           WS-ECR-NB-ANOMALIES " COMPTE(S) HORS PLAN "
                           "COMPTABLE ***"
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               WHEN WS-ECR-ERREUR
                   DISPLAY "*** ECRITURES D'ESCOMPTE NON EMISES ***"
                   MOVE 16 TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       5000-COMPTABILISATION-ESCOMPTES-FIN.
           EXIT.

      *******************************************************
      *  ESCOMPTE D'UNE FACTURE : AVOIR D'ESCOMPTE, PUIS
      *  DEBIT 665000 (HT) ET 44571+CODE TVA (TVA REGULARISEE
      *  AU PRORATA DE LA TVA DE LA FACTURE), CREDIT 411+SOCIETE
      *******************************************************
       5100-ESCOMPTE-FACTURE-DEBUT.

           MOVE SPACES TO RAVOIR.
           MOVE WS-FACT-ID (WS-INDICE) TO AVR-ID.
           MOVE WS-FACT-NUMERO (WS-INDICE) TO AVR-NUMFACT.
           MOVE WS-DATE-JOUR TO AVR-DATE.
           MOVE WS-FACT-ESCOMPTE (WS-INDICE) TO AVR-MONTANT.
           MOVE WS-MOTIF-ESCOMPTE TO AVR-MOTIF.
           WRITE RAVOIR.
           PERFORM 7500-INDEXATION-AVOIR-DEBUT
              THRU 7500-INDEXATION-AVOIR-FIN.

           MOVE ZEROES TO WS-MONTANT-ESC-TVA.
           IF WS-FACT-TVA (WS-INDICE) > ZEROES
           AND WS-FACT-CODE-TVA (WS-INDICE) NOT = SPACES
               COMPUTE WS-MONTANT-ESC-TVA ROUNDED =
                       WS-FACT-ESCOMPTE (WS-INDICE)
                     * WS-FACT-TVA (WS-INDICE)
                     / WS-FACT-DU (WS-INDICE)
           END-IF.
           COMPUTE WS-MONTANT-ESC-HT =
                   WS-FACT-ESCOMPTE (WS-INDICE) - WS-MONTANT-ESC-TVA.

           MOVE SPACES TO RCOMPTA.
           MOVE "D" TO COMPTA-SENS.
           MOVE WS-COMPTE-ESCOMPTE TO COMPTA-COMPTE.
           MOVE WS-MONTANT-ESC-HT TO COMPTA-MONTANT.
           PERFORM 5200-EMISSION-ECRITURE-DEBUT
              THRU 5200-EMISSION-ECRITURE-FIN.

           IF WS-MONTANT-ESC-TVA > ZEROES
               MOVE SPACES TO RCOMPTA
               MOVE "D" TO COMPTA-SENS
               STRING "44571" WS-FACT-CODE-TVA (WS-INDICE)
                      DELIMITED BY SIZE INTO COMPTA-COMPTE
               MOVE WS-MONTANT-ESC-TVA TO COMPTA-MONTANT
               PERFORM 5200-EMISSION-ECRITURE-DEBUT
                  THRU 5200-EMISSION-ECRITURE-FIN
           END-IF.

           MOVE SPACES TO RCOMPTA.
           MOVE "C" TO COMPTA-SENS.
           STRING "411" WS-FACT-SOCIETE (WS-INDICE)
                  DELIMITED BY SIZE INTO COMPTA-COMPTE.
           MOVE WS-FACT-ESCOMPTE (WS-INDICE) TO COMPTA-MONTANT.
           PERFORM 5200-EMISSION-ECRITURE-DEBUT
              THRU 5200-EMISSION-ECRITURE-FIN.

       5100-ESCOMPTE-FACTURE-FIN.
           EXIT.

      *******************************************************
      *  REMISE D'UNE LIGNE (OU DE LA VALIDATION DU LOT) A
      *  ECRICPTA, SANS PERDRE LE CODE RETOUR EN COURS
      *******************************************************
       5200-EMISSION-ECRITURE-DEBUT.

           MOVE WS-DATE-JOUR TO COMPTA-DATE.
           MOVE WS-COMPTA-BATCH TO COMPTA-BATCH.
           MOVE RETURN-CODE TO WS-RC-SAUVE.
           MOVE RCOMPTA TO WS-ECR-LIGNE.
           CALL 'ECRICPTA' USING WS-ECRITURE
               ON EXCEPTION
                   MOVE "E" TO WS-ECR-RESULTAT
           END-CALL.
           MOVE WS-RC-SAUVE TO RETURN-CODE.

       5200-EMISSION-ECRITURE-FIN.
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
