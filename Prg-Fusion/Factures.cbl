       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ******** FICHIER EMPLOYE
           SELECT FCLIENT ASSIGN TO DYNAMIC WS-NOM-FCLIENT
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FCLIENT.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FSORPREC.

      ******** PARTS DE COASSURANCE DES LIGNES DU FICHIER DE SORTIE
      ******** (UNE LIGNE PAR ASSUREUR DE CHAQUE LIGNE)
           SELECT FBORDPART ASSIGN TO "FACTURES-BORDEREAU-PARTS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FBORDPART.

      ******** REFERENTIEL DES COMPAGNIES D'ASSURANCE (NOM DES
      ******** COASSUREURS PORTE SUR LEUR BORDEREAU)
           SELECT FASSUREUR ASSIGN TO "ASSUREURS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FASSUREUR.

      ******** COPIE DES PARTS TRIEES PAR ASSUREUR
      ******** (SUPPORT DU DECOUPAGE EN BORDEREAUX)
           SELECT FBORDTRI ASSIGN TO "FACTURES-BORDEREAU-TRI.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FALERTE.

      ******** LIENS CLIENT-CONTRATS (N CONTRATS PAR CLIENT)
           SELECT FLIENS ASSIGN TO "CLIENTS-CONTRATS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
      ******** FICHIER DE TRI DU FICHIER CLIENT
           SELECT SCLISOR ASSIGN TO SORTFILE.

      ******** FICHIER DE TRI DES PARTS DE BORDEREAU
           SELECT SBORDPART ASSIGN TO SORTFILE.

      ******** FICHIER DE TRI DU FICHIER ASSUREUR
           SELECT SASSUR ASSIGN TO SORTFILE.
      
           05  FILLER               PIC X(01).
           05  RTVA-DATEFIN         PIC 9(08).

      ******** PARTS DE COASSURANCE DES LIGNES DU FICHIER DE SORTIE
           COPY 'COBOL-FD-BORDPART.cpy'.

      ******** COPIE DES PARTS TRIEES PAR ASSUREUR
           COPY 'COBOL-FD-BORDPART.cpy'
               REPLACING LEADING ==FBORDPART== BY ==FBORDTRI==
                         LEADING ==RBORDPART== BY ==RBORDTRI==.

      ******** REFERENTIEL DES COMPAGNIES D'ASSURANCE
       FD  FASSUREUR.
       01  RASSUREUR.
           05  ASSR-CODE        PIC 9(08).
           05  FILLER           PIC X(01).
           05  ASSR-NOM         PIC X(30).
           05  FILLER           PIC X(01).
           05  ASSR-RUE         PIC X(30).
           05  FILLER           PIC X(01).
           05  ASSR-CODEPOSTAL  PIC X(05).
           05  FILLER           PIC X(01).
           05  ASSR-VILLE       PIC X(20).
           05  FILLER           PIC X(01).
           05  ASSR-CONTACT     PIC X(20).
           05  FILLER           PIC X(01).
           05  ASSR-DELAI       PIC 9(03).
           05  FILLER           PIC X(01).
           05  ASSR-COMPTE      PIC X(10).

      ******** BORDEREAU D'UN ASSUREUR (NOM DE FICHIER DYNAMIQUE)
       FD  FBORD.
       FD  FALERTE.
       01  RALERTE PIC X(100).

      ******** LIENS CLIENT-CONTRATS (N CONTRATS PAR CLIENT)
       FD  FLIENS.
       01  RLIEN.
                         LEADING ==FCLISOR== BY ==SCLISOR==
                         LEADING ==RCLISOR== BY ==SCLISOR-REC==.  

      ******** FICHIER DE TRI DES PARTS DE BORDEREAU
           COPY 'COBOL-FD-BORDPART.cpy'
               REPLACING LEADING ==FD== BY ==SD==
                         LEADING ==FBORDPART== BY ==SBORDPART==
                         LEADING ==RBORDPART== BY ==SBORDPART-REC==.

      ******** FICHIER DE TRI DES ASSURANCES
           COPY 'COBOL-FD-ASSURANCE.cpy'
               REPLACING LEADING ==FD== BY ==SD== 
       01  WS-COMPTEUR-BORDEREAUX PIC 9(03) VALUE ZEROES.
       01  WS-EDIT-BORD-MONTANT PIC ZZZ.ZZZ.ZZ9,99.
       01  WS-LIGNE-BORD PIC X(132) VALUE SPACES.
       01  WS-EDIT-BORD-POURCENTAGE PIC ZZ9,99.

      ******************************************
      *  REPARTITION DES LIGNES ENTRE COASSUREURS (SERVICE COASSUR)
      ******************************************
       01   WS-STATUS-FILE-FBORDPART PIC X(02).
           88 WS-STATUS-FILE-FBORDPART-OK  VALUE "00".
       01   WS-STATUS-FILE-FASSUREUR PIC X(02).
           88 WS-STATUS-FILE-FASSUREUR-OK  VALUE "00".
       01  WS-COASSURANCE.
           05  WS-COA-CONTRAT       PIC 9(08).
           05  WS-COA-MONTANT       PIC 9(09)V99.
           05  WS-COA-NB-PARTS      PIC 9(02).
           05  WS-COA-PART OCCURS 10 INDEXED BY WS-INDICE-COA.
               10  WS-COA-ASSUREUR     PIC 9(08).
               10  WS-COA-POURCENTAGE  PIC 9(03)V99.
               10  WS-COA-MONTANT-PART PIC 9(09)V99.
               10  WS-COA-APERITEUR    PIC X(01).
           05  WS-COA-STATUT        PIC X(01).
               88  WS-COA-COASSURE       VALUE "0".
               88  WS-COA-NON-COASSURE   VALUE "1".
               88  WS-COA-INVALIDE       VALUE "2".
           05  WS-COA-DATE          PIC 9(08) VALUE ZEROES.
       01  WS-TABLE-NOMS-ASSUREURS.
           05  WS-NAS-ENTRY OCCURS 500 INDEXED BY WS-INDICE-NAS.
               10  WS-NAS-CODE  PIC 9(08).
               10  WS-NAS-NOM   PIC X(30).
       01  WS-NB-NOMS-ASSUREURS  PIC 9(03) VALUE ZEROES.
       01  WS-MAX-NOMS-ASSUREURS PIC 9(03) VALUE 500.
       01  WS-COMPTEUR-PARTS-BORD PIC 9(05) VALUE ZEROES.
       01  WS-COMPTEUR-COA-INVALIDE PIC 9(05) VALUE ZEROES.

       01   WS-STATUS-FILE-FLIMITE PIC X(02).
           88 WS-STATUS-FILE-FLIMITE-OK  VALUE "00".
       01  WS-EDIT-PLAFOND PIC ZZZ.ZZZ.ZZ9,99.
       01  WS-LIGNE-ALERTE PIC X(100) VALUE SPACES.

      ******************************************
      *  LIGNE D'INTERFACE COMPTABLE (ECRITURES EQUILIBREES),
      *  EMISE PAR ECRICPTA APRES CONTROLE DU PLAN COMPTABLE
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
           05  WS-ECR-PROGRAMME    PIC X(08) VALUE "FACTURES".
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
      *  INTERFACE COMPTABLE : CUMUL DU CHIFFRE D'AFFAIRES
       01  WS-NB-DEPTCPT PIC 9(03) VALUE ZEROES.
       01  WS-DEPTCPT-TROUVE PIC X(01) VALUE "N".
           88 WS-DEPTCPT-TROUVE-OUI VALUE "O".

      ******************************************
      *  INTERFACE COMPTABLE : CUMUL DE LA TVA COLLECTEE
      *  PAR CODE DE TVA (COTE CREDIT, COMPTE 44571+CODE)
      ******************************************
       01  WS-TABLE-TVA-COMPTA.
           05 WS-TVACPT-ENTRY OCCURS 20 INDEXED BY WS-INDICE19.
               10 WS-TVACPT-CODE    PIC X(02).
               10 WS-TVACPT-MONTANT PIC 9(09)V99.
       01  WS-NB-TVACPT PIC 9(02) VALUE ZEROES.
       01  WS-TVACPT-TROUVE PIC X(01) VALUE "N".
           88 WS-TVACPT-TROUVE-OUI VALUE "O".
       01  WS-COMPTA-BATCH   PIC X(12) VALUE SPACES.
       01  WS-COMPTA-DEBITS  PIC 9(11)V99 VALUE ZEROES.
       01  WS-COMPTA-CREDITS PIC 9(11)V99 VALUE ZEROES.
           05  WS-VRO-OBTENU    PIC X(01) VALUE "N".
               88  WS-VRO-OBTENU-OUI VALUE "O".

      ***********************************************
      * REECRITURE SURE DU FICHIER CLIENT (REECRIT) :
      * LES PROCHAINES DATES SONT ECRITES DANS UNE NOUVELLE
      * GENERATION, CONTROLEE (NOMBRE, TOTAL DES POLICES)
      * PUIS BASCULEE
      ***********************************************
       01  WS-NOM-FCLIENT PIC X(40) VALUE "FICHIERCLIENT.txt".
       01  WS-REECRITURE.
           05  WS-REE-FONCTION  PIC X(01) VALUE "R".
           05  WS-REE-FICHIER   PIC X(40) VALUE "FICHIERCLIENT.txt".
           05  WS-REE-NOUVEAU   PIC X(40) VALUE SPACES.
           05  WS-REE-PROGRAMME PIC X(08) VALUE "FACTURES".
           05  WS-REE-POSITION  PIC 9(04) VALUE 90.
           05  WS-REE-LONGUEUR  PIC 9(02) VALUE 8.
           05  WS-REE-DECIMALES PIC 9(01) VALUE ZERO.
           05  WS-REE-NB-ENREG  PIC 9(09) VALUE ZEROES.
           05  WS-REE-TOTAL     PIC 9(13)V99 VALUE ZEROES.
           05  WS-REE-STATUT    PIC X(01) VALUE SPACES.
               88  WS-REE-OK VALUE "0" "1" "2".



      ******************************************
           05  WS-JRN-SEVERITE  PIC X(01) VALUE "I".
           05  WS-JRN-MESSAGE   PIC X(60) VALUE SPACES.

      ******************************************
      *  MANIFESTE DES SORTIES (MANIFEST) : FICHIERSOR.txt EST
      *  ENREGISTRE (NOMBRE, TOTAL HT, CLE) POUR LES CONSOMMATEURS
      ******************************************
       01  WS-MANIFESTE.
           05  WS-MAN-FONCTION  PIC X(01) VALUE "E".
           05  WS-MAN-FICHIER   PIC X(30) VALUE "FICHIERSOR.txt".
           05  WS-MAN-PROGRAMME PIC X(08) VALUE "FACTURES".
           05  WS-MAN-POSITION  PIC 9(04) VALUE 73.
           05  WS-MAN-LONGUEUR  PIC 9(02) VALUE 9.
           05  WS-MAN-NB-ENREG  PIC 9(09) VALUE ZEROES.
           05  WS-MAN-TOTAL     PIC 9(13)V99 VALUE ZEROES.
           05  WS-MAN-CONTROLE  PIC 9(09) VALUE ZEROES.
           05  WS-MAN-STATUT    PIC X(01) VALUE SPACES.

      ******************************************
      *  ZONE DE TRAVAIL DES SOUS-TOTAUX PAR DEPARTEMENT/REGION
      ******************************************
               10 WS-SOCIETE-CODE    PIC X(05) VALUE SPACES.
               10 WS-SOCIETE-NB      PIC 9(05) VALUE ZEROES.
               10 WS-SOCIETE-MONTANT PIC 9(09)V99 VALUE ZEROES.
               10 WS-SOCIETE-TTC     PIC 9(09)V99 VALUE ZEROES.
       01  WS-NB-SOCIETES PIC 9(02) VALUE ZEROES.
       01  WS-SOCIETE-TROUVE PIC X(01) VALUE "N".
           88 WS-SOCIETE-TROUVE-OUI VALUE "O".
           88 WS-FREQ-A-AVANCER-OUI VALUE "O".
       01  WS-FCLISOR-AVANT-CLIENT PIC 9(05) VALUE ZEROES.

      ******************************************
      *  FILTRAGE SANCTIONS (CTRLSANC) : UN CLIENT AVEC UNE ALERTE
      *  A EXAMINER OU UN GEL CONFIRME N'EST PAS FACTURE
      ******************************************
       01  WS-FILTRAGE.
           05  WS-FIL-FONCTION      PIC X(01) VALUE "B".
           05  WS-FIL-PROGRAMME     PIC X(08) VALUE "FACTURES".
           05  WS-FIL-TYPE          PIC X(01) VALUE "C".
           05  WS-FIL-IDENT         PIC X(12) VALUE SPACES.
           05  WS-FIL-NOM           PIC X(30) VALUE SPACES.
           05  WS-FIL-PRENOM        PIC X(20) VALUE SPACES.
           05  WS-FIL-NUMERO        PIC 9(06) VALUE ZEROES.
           05  WS-FIL-DECISION      PIC X(01) VALUE SPACES.
           05  WS-FIL-OPERATEUR     PIC X(03) VALUE SPACES.
           05  WS-FIL-MOTIF         PIC X(40) VALUE SPACES.
           05  WS-FIL-NB-ALERTES    PIC 9(03) VALUE ZEROES.
           05  WS-FIL-SCORE         PIC 9(03) VALUE ZEROES.
           05  WS-FIL-REFERENCE     PIC X(10) VALUE SPACES.
           05  WS-FIL-STATUT        PIC X(01) VALUE SPACES.
               88  WS-FIL-A-EXAMINER    VALUE "1".
               88  WS-FIL-GELE          VALUE "2".
       01  WS-CLIENT-BLOQUE PIC X(01) VALUE "N".
           88 WS-CLIENT-BLOQUE-OUI VALUE "O".
       01  WS-COMPTEUR-BLOQUES-FILTRAGE PIC 9(05) VALUE ZEROES.

      ******************************************
      *  ZONE DE CHECKPOINT/REPRISE DU TRAITEMENT
      ******************************************
               GO TO 0000-MAIN-FIN
           END-IF.
      *
      *********** REPRISE D'UNE REECRITURE INTERROMPUE DU FICHIER
      *********** CLIENT AVANT TOUTE LECTURE
           MOVE "R" TO WS-REE-FONCTION.
           CALL 'REECRIT' USING WS-REECRITURE
               ON EXCEPTION
                   DISPLAY "--> SOUS-PROGRAMME REECRIT INTROUVABLE"
                   MOVE "L" TO WS-VRO-ACTION
                   CALL 'VERROU' USING WS-VERROU
                       ON EXCEPTION
                           CONTINUE
                   END-CALL
                   MOVE 16 TO RETURN-CODE
                   GO TO 0000-MAIN-FIN
           END-CALL.
      *
      *********** JOURNALISATION DU DEBUT DE TRAITEMENT
           MOVE "I" TO WS-JRN-SEVERITE.
           MOVE "DEBUT DE LA FACTURATION" TO WS-JRN-MESSAGE.
           DISPLAY "NOMBRE D'ENREGISTREMENTS COMPTE-RENDU ECRITS: "
                    WS-COMPTEUR-FILE-FCLISOR.
      *
      ****** ENREGISTREMENT DE FICHIERSOR.txt AU MANIFESTE DES SORTIES
           IF WS-TRAITEMENT-FAIT-OUI
               CALL 'MANIFEST' USING WS-MANIFESTE
                   ON EXCEPTION
                       DISPLAY "--> MANIFESTE DES SORTIES INDISPONIBLE"
               END-CALL
           END-IF.
      *
      ****** CONTROLE DE TOTALISATION FCLIENT / FCLISOR
      ****** (SEULEMENT SI LE TRAITEMENT CLIENT A REELLEMENT EU LIEU :
      ****** SINON LES COMPTEURS SONT TOUS A ZERO, LA COMPARAISON EST
                       WS-COMPTEUR-REPORTES-T " / "
                       WS-COMPTEUR-REPORTES-A
           END-IF.
           IF WS-COMPTEUR-BLOQUES-FILTRAGE > ZEROES
               DISPLAY "CLIENTS BLOQUES PAR LE FILTRAGE SANCTIONS: "
                       WS-COMPTEUR-BLOQUES-FILTRAGE
               MOVE "A" TO WS-JRN-SEVERITE
               MOVE SPACES TO WS-JRN-MESSAGE
               STRING WS-COMPTEUR-BLOQUES-FILTRAGE
                      " CLIENT(S) NON FACTURE(S): FILTRAGE SANCTIONS"
                      DELIMITED BY SIZE INTO WS-JRN-MESSAGE
               PERFORM 9998-JOURNALISER-DEBUT
                  THRU 9998-JOURNALISER-FIN
           END-IF.
      *
      ****** TOTAUX PAR SOCIETE/PLAN (SEGREGATION MULTI-SOCIETE)
           PERFORM 6097-ECRITURE-SOCIETES-DEBUT
           END-IF.
           DISPLAY "DUREE DE L'EXECUTION: " WS-DUREE-SEC " SECONDES".
      *
      ****** JOURNALISATION DE LA FIN DE TRAITEMENT (CODE RETOUR
      ****** PRESERVE A TRAVERS LES APPELS DE FIN)
           MOVE RETURN-CODE TO WS-RC-SAUVE.
           IF WS-RECONCILIATION-OK
               MOVE "I" TO WS-JRN-SEVERITE
               MOVE "FIN DE LA FACTURATION (TOTAUX JUSTES)"
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE WS-RC-SAUVE TO RETURN-CODE.

       0000-MAIN-FIN.
           GOBACK.
                           IF WS-CLIENT-REPORTE-OUI
                               ADD 1 TO WS-COMPTEUR-FREQ-REPORTES
                           ELSE
                           PERFORM 6063-CONTROLE-FILTRAGE-DEBUT
                              THRU 6063-CONTROLE-FILTRAGE-FIN
                           IF WS-CLIENT-BLOQUE-OUI
                               ADD 1 TO WS-COMPTEUR-BLOQUES-FILTRAGE
                           ELSE
                           MOVE WS-COMPTEUR-FILE-FCLISOR
                                TO WS-FCLISOR-AVANT-CLIENT
                           PERFORM 6061-TRAITEMENT-CLIENT-LIENS-DEBUT
                              THRU 6007-ECRITURE-CHECKPOINT-FIN
                           END-IF
                           END-IF
                           END-IF
                       END-IF
           END-PERFORM.

       6062-CONTROLE-FREQUENCE-FIN.
           EXIT.

       6063-CONTROLE-FILTRAGE-DEBUT.
      *******************************************************
      *  FILTRAGE SANCTIONS DU CLIENT COURANT : BLOQUE TANT
      *  QU'UNE ALERTE EST A EXAMINER OU QUE LE GEL EST
      *  CONFIRME ; IL N'EST PAS FACTURE ET SA PROCHAINE DATE
      *  N'AVANCE PAS
      *******************************************************
           MOVE "N" TO WS-CLIENT-BLOQUE.
           MOVE "B" TO WS-FIL-FONCTION.
           MOVE RCLIENT-ID TO WS-FIL-IDENT.
           MOVE RETURN-CODE TO WS-RC-SAUVE.
           CALL 'CTRLSANC' USING WS-FILTRAGE
               ON EXCEPTION
                   MOVE "0" TO WS-FIL-STATUT
           END-CALL.
           MOVE WS-RC-SAUVE TO RETURN-CODE.

           IF WS-FIL-A-EXAMINER OR WS-FIL-GELE
               MOVE "O" TO WS-CLIENT-BLOQUE
               DISPLAY "--> CLIENT " RCLIENT-ID " BLOQUE (FILTRAGE "
                       "SANCTIONS): NON FACTURE"
           END-IF.

       6063-CONTROLE-FILTRAGE-FIN.
           EXIT.

       6061-TRAITEMENT-CLIENT-LIENS-DEBUT.

           MOVE ZEROES TO WS-NB-LIENS-CLIENT.
                       ADD 1 TO WS-SOCIETE-NB (WS-INDICE8)
                       ADD WS-MONTANT-CONVERTI TO
                           WS-SOCIETE-MONTANT (WS-INDICE8)
                       ADD WS-MONTANT-TTC TO
                           WS-SOCIETE-TTC (WS-INDICE8)
                       MOVE "O" TO WS-SOCIETE-TROUVE
                   END-IF
               END-PERFORM
                   MOVE 1               TO WS-SOCIETE-NB (WS-INDICE8)
                   MOVE WS-MONTANT-CONVERTI TO
                        WS-SOCIETE-MONTANT (WS-INDICE8)
                   MOVE WS-MONTANT-TTC TO
                        WS-SOCIETE-TTC (WS-INDICE8)
               END-IF
           END-IF.

           EXIT.

      *******************************************************
      *  BORDEREAUX PAR ASSUREUR : CHAQUE LIGNE DU FICHIER DE
      *  SORTIE EST REPARTIE ENTRE LES COASSUREURS DU CONTRAT DANS
      *  UN FICHIER DE TRAVAIL (UNE SEULE PART POUR UN CONTRAT NON
      *  COASSURE), RETRIE PAR CODE ASSUREUR, PUIS DECOUPE EN
      *  RUPTURE DE CODE, UN FICHIER BORDEREAU-NNNNNNNN.txt PAR
      *  ASSUREUR AVEC ENTETE, DETAILS ET PIED DE CONTROLE
      *******************************************************
       6200-BORDEREAUX-ASSUREURS-DEBUT.

           DISPLAY "--> DEBUT DES BORDEREAUX PAR ASSUREUR".

           PERFORM 6201-CHARGEMENT-NOMS-ASSUREURS-DEBUT
              THRU 6201-CHARGEMENT-NOMS-ASSUREURS-FIN.

           PERFORM 6202-REPARTITION-PARTS-DEBUT
              THRU 6202-REPARTITION-PARTS-FIN.
           IF NOT WS-STATUS-FILE-FBORDPART-OK
               GO TO 6200-BORDEREAUX-ASSUREURS-FIN
           END-IF.

           SORT SBORDPART ON ASCENDING KEY SBORDPART-REC-CODEASSUR,
                                            SBORDPART-REC-NOM
               USING FBORDPART GIVING FBORDTRI.

           MOVE "O" TO WS-BORD-PREMIER.
           MOVE "N" TO WS-BORD-OUVERT.
       6200-BORDEREAUX-ASSUREURS-FIN.
           EXIT.

      *******************************************************
      *  NOMS DES COMPAGNIES (ASSUREURS.txt, FACULTATIF) POUR
      *  L'ENTETE DU BORDEREAU D'UN COASSUREUR
      *******************************************************
       6201-CHARGEMENT-NOMS-ASSUREURS-DEBUT.

           MOVE ZEROES TO WS-NB-NOMS-ASSUREURS.
           OPEN INPUT FASSUREUR.
           IF NOT WS-STATUS-FILE-FASSUREUR-OK
               GO TO 6201-CHARGEMENT-NOMS-ASSUREURS-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FASSUREUR-OK
               READ FASSUREUR
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ASSR-CODE IS NUMERIC
                       AND WS-NB-NOMS-ASSUREURS < WS-MAX-NOMS-ASSUREURS
                           ADD 1 TO WS-NB-NOMS-ASSUREURS
                           SET WS-INDICE-NAS TO WS-NB-NOMS-ASSUREURS
                           MOVE ASSR-CODE TO WS-NAS-CODE (WS-INDICE-NAS)
                           MOVE ASSR-NOM  TO WS-NAS-NOM (WS-INDICE-NAS)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FASSUREUR.

       6201-CHARGEMENT-NOMS-ASSUREURS-FIN.
           EXIT.

      *******************************************************
      *  REPARTITION DE CHAQUE LIGNE DU FICHIER DE SORTIE ENTRE LES
      *  COASSUREURS DU CONTRAT (SERVICE COASSUR) : UNE LIGNE DE
      *  TRAVAIL PAR PART, L'ECART D'ARRONDI REVENANT A L'APERITEUR
      *******************************************************
       6202-REPARTITION-PARTS-DEBUT.

           MOVE ZEROES TO WS-COMPTEUR-PARTS-BORD
                          WS-COMPTEUR-COA-INVALIDE.

           OPEN OUTPUT FBORDPART.
           IF NOT WS-STATUS-FILE-FBORDPART-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FBORDPART': "
                       WS-STATUS-FILE-FBORDPART
               GO TO 6202-REPARTITION-PARTS-FIN
           END-IF.

           OPEN INPUT FCLISOR.
           PERFORM UNTIL NOT WS-STATUS-FILE-FCLISOR-OK
               READ FCLISOR
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 6203-PARTS-LIGNE-DEBUT
                          THRU 6203-PARTS-LIGNE-FIN
               END-READ
           END-PERFORM.
           CLOSE FCLISOR.
           CLOSE FBORDPART.

           DISPLAY "NOMBRE DE PARTS DE BORDEREAU: "
                   WS-COMPTEUR-PARTS-BORD.
           IF WS-COMPTEUR-COA-INVALIDE > ZEROES
               DISPLAY "--> REPARTITIONS DE COASSURANCE INVALIDES "
                       "(LIGNES AU SEUL ASSUREUR DU CONTRAT): "
                       WS-COMPTEUR-COA-INVALIDE
           END-IF.

       6202-REPARTITION-PARTS-FIN.
           EXIT.

      *******************************************************
      *  PARTS D'UNE LIGNE DU FICHIER DE SORTIE
      *******************************************************
       6203-PARTS-LIGNE-DEBUT.

           MOVE RCLISOR-CODEASSUR TO WS-COA-CONTRAT.
           MOVE RCLISOR-MONTANT   TO WS-COA-MONTANT.
           MOVE WS-DATE-JOUR      TO WS-COA-DATE.
           CALL 'COASSUR' USING WS-COASSURANCE
               ON EXCEPTION
      ****** SERVICE ABSENT : LE CONTRAT RESTE A SON SEUL ASSUREUR
                   MOVE "1" TO WS-COA-STATUT
                   MOVE 1 TO WS-COA-NB-PARTS
                   SET WS-INDICE-COA TO 1
                   MOVE RCLISOR-CODEASSUR
                        TO WS-COA-ASSUREUR (WS-INDICE-COA)
                   MOVE 100 TO WS-COA-POURCENTAGE (WS-INDICE-COA)
                   MOVE RCLISOR-MONTANT
                        TO WS-COA-MONTANT-PART (WS-INDICE-COA)
                   MOVE "O" TO WS-COA-APERITEUR (WS-INDICE-COA)
           END-CALL.
           IF WS-COA-INVALIDE
               ADD 1 TO WS-COMPTEUR-COA-INVALIDE
           END-IF.

           PERFORM VARYING WS-INDICE-COA FROM 1 BY 1
                   UNTIL WS-INDICE-COA > WS-COA-NB-PARTS
               MOVE SPACES TO RBORDPART
               MOVE RCLISOR-ID     TO RBORDPART-ID
               MOVE RCLISOR-NOM    TO RBORDPART-NOM
               MOVE RCLISOR-PRENOM TO RBORDPART-PRENOM
               MOVE WS-COA-ASSUREUR (WS-INDICE-COA)
                    TO RBORDPART-CODEASSUR
               MOVE WS-COA-MONTANT-PART (WS-INDICE-COA)
                    TO RBORDPART-MONTANT
               MOVE RCLISOR-CODEASSUR TO RBORDPART-CONTRAT
               MOVE WS-COA-POURCENTAGE (WS-INDICE-COA)
                    TO RBORDPART-POURCENTAGE
               MOVE WS-COA-APERITEUR (WS-INDICE-COA)
                    TO RBORDPART-APERITEUR
      ****** NOM : CELUI DE LA LIGNE POUR L'ASSUREUR DU CONTRAT,
      ****** CELUI DU REFERENTIEL POUR UN AUTRE COASSUREUR
               MOVE RCLISOR-NOMASSUR TO RBORDPART-NOMASSUR
               IF WS-COA-COASSURE
                   MOVE "O" TO RBORDPART-COASSURE
                   IF RBORDPART-CODEASSUR NOT = RCLISOR-CODEASSUR
                       MOVE SPACES TO RBORDPART-NOMASSUR
                       PERFORM VARYING WS-INDICE-NAS FROM 1 BY 1
                               UNTIL WS-INDICE-NAS >
                                     WS-NB-NOMS-ASSUREURS
                           IF WS-NAS-CODE (WS-INDICE-NAS) =
                              RBORDPART-CODEASSUR
                               MOVE WS-NAS-NOM (WS-INDICE-NAS)
                                    TO RBORDPART-NOMASSUR
                           END-IF
                       END-PERFORM
                   END-IF
               ELSE
                   MOVE "N" TO RBORDPART-COASSURE
               END-IF
               WRITE RBORDPART
               ADD 1 TO WS-COMPTEUR-PARTS-BORD
           END-PERFORM.

       6203-PARTS-LIGNE-FIN.
           EXIT.

      *******************************************************
      *  TRAITEMENT D'UNE LIGNE DU FICHIER TRIE PAR ASSUREUR
      *  (RUPTURE SUR LE CODE ASSUREUR)
           IF WS-BORD-OUVERT-OUI
               MOVE RBORDTRI-MONTANT TO WS-EDIT-BORD-MONTANT
               MOVE SPACES TO WS-LIGNE-BORD
               IF RBORDTRI-COASSURE-OUI
                   MOVE RBORDTRI-POURCENTAGE
                        TO WS-EDIT-BORD-POURCENTAGE
                   STRING RBORDTRI-ID " " RBORDTRI-NOM " "
                          RBORDTRI-PRENOM " " WS-EDIT-BORD-MONTANT
                          " QUOTE-PART " WS-EDIT-BORD-POURCENTAGE
                          " % CONTRAT " RBORDTRI-CONTRAT
                          DELIMITED BY SIZE INTO WS-LIGNE-BORD
               ELSE
                   STRING RBORDTRI-ID " " RBORDTRI-NOM " "
                          RBORDTRI-PRENOM " " WS-EDIT-BORD-MONTANT
                          DELIMITED BY SIZE INTO WS-LIGNE-BORD
               END-IF
               MOVE WS-LIGNE-BORD TO RBORD
               WRITE RBORD
               ADD 1 TO WS-BORD-NB

      *******************************************************
      *  INTERFACE COMPTABLE : ECRITURES EQUILIBREES DE LA JOURNEE
      *  (DEBIT CLIENTS PAR SOCIETE AU TTC, CREDIT CHIFFRE
      *  D'AFFAIRES PAR DEPARTEMENT AU HT, CREDIT TVA COLLECTEE
      *  PAR CODE DE TVA) AVEC PIED PROUVANT DEBITS = CREDITS.
      *  LE LOT EST REMIS A ECRICPTA : UN COMPTE HORS PLAN LE MET
      *  EN SUSPENS AU LIEU DE LE LIBERER. LE LOT EST AJOUTE AU
      *  GRAND LIVRE PERMANENT ; UNE RELANCE DANS LA JOURNEE NE
      *  REEMET PAS UN LOT DEJA EMIS
      *******************************************************
       6093-INTERFACE-COMPTABLE-DEBUT.

           MOVE SPACES TO WS-COMPTA-BATCH.
           STRING "FACT" WS-DATE-JOUR
                  DELIMITED BY SIZE INTO WS-COMPTA-BATCH.
           MOVE ZEROES TO WS-COMPTA-DEBITS WS-COMPTA-CREDITS.

      ****** DEBIT : COMPTES CLIENTS PAR SOCIETE (411xxxxx) AU TTC
           PERFORM VARYING WS-INDICE8 FROM 1 BY 1
                   UNTIL WS-INDICE8 > WS-NB-SOCIETES
               MOVE SPACES TO RCOMPTA
               MOVE SPACES TO COMPTA-COMPTE
               STRING "411" WS-SOCIETE-CODE (WS-INDICE8)
                      DELIMITED BY SIZE INTO COMPTA-COMPTE
               MOVE WS-SOCIETE-TTC (WS-INDICE8)
                    TO COMPTA-MONTANT
               ADD WS-SOCIETE-TTC (WS-INDICE8)
                   TO WS-COMPTA-DEBITS
               PERFORM 6089-EMISSION-ECRITURE-DEBUT
                  THRU 6089-EMISSION-ECRITURE-FIN
           END-PERFORM.

      ****** CREDIT : CHIFFRE D'AFFAIRES PAR DEPARTEMENT (706xxx)
                    TO COMPTA-MONTANT
               ADD WS-DEPTCPT-MONTANT (WS-INDICE13)
                   TO WS-COMPTA-CREDITS
               PERFORM 6089-EMISSION-ECRITURE-DEBUT
                  THRU 6089-EMISSION-ECRITURE-FIN
           END-PERFORM.

      ****** CREDIT : TVA COLLECTEE PAR CODE DE TVA (44571xx)
           PERFORM VARYING WS-INDICE19 FROM 1 BY 1
                   UNTIL WS-INDICE19 > WS-NB-TVACPT
               MOVE SPACES TO RCOMPTA
               MOVE WS-DATE-JOUR TO COMPTA-DATE
               MOVE WS-COMPTA-BATCH TO COMPTA-BATCH
               MOVE "C" TO COMPTA-SENS
               MOVE SPACES TO COMPTA-COMPTE
               STRING "44571" WS-TVACPT-CODE (WS-INDICE19)
                      DELIMITED BY SIZE INTO COMPTA-COMPTE
               MOVE WS-TVACPT-MONTANT (WS-INDICE19)
                    TO COMPTA-MONTANT
               ADD WS-TVACPT-MONTANT (WS-INDICE19)
                   TO WS-COMPTA-CREDITS
               PERFORM 6089-EMISSION-ECRITURE-DEBUT
                  THRU 6089-EMISSION-ECRITURE-FIN
           END-PERFORM.

      ****** PIED DE CONTROLE : LES DEBITS EGALENT LES CREDITS
           MOVE "T" TO COMPTA-SENS.
           MOVE "EQUILIBRE" TO COMPTA-COMPTE.
           MOVE WS-COMPTA-DEBITS TO COMPTA-MONTANT.
           PERFORM 6089-EMISSION-ECRITURE-DEBUT
              THRU 6089-EMISSION-ECRITURE-FIN.

      ****** VALIDATION DU LOT PAR LE PLAN COMPTABLE
           MOVE "V" TO WS-ECR-ACTION.
           PERFORM 6089-EMISSION-ECRITURE-DEBUT
              THRU 6089-EMISSION-ECRITURE-FIN.
           MOVE "L" TO WS-ECR-ACTION.
           IF WS-ECR-ERREUR
               DISPLAY "*** INTERFACE COMPTABLE NON EMISE ***"
               MOVE 16 TO RETURN-CODE
               GO TO 6093-INTERFACE-COMPTABLE-FIN
           END-IF.
           IF WS-ECR-SUSPENS
               DISPLAY "*** LOT " WS-COMPTA-BATCH " EN SUSPENS: "
                       WS-ECR-NB-ANOMALIES " COMPTE(S) HORS PLAN ***"
               MOVE "A" TO WS-JRN-SEVERITE
               MOVE SPACES TO WS-JRN-MESSAGE
               STRING "LOT " WS-COMPTA-BATCH " EN SUSPENS: "
                      "COMPTE(S) HORS PLAN COMPTABLE"
                      DELIMITED BY SIZE INTO WS-JRN-MESSAGE
               PERFORM 9998-JOURNALISER-DEBUT
                  THRU 9998-JOURNALISER-FIN
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           IF WS-ECR-DEJA-EMIS
               MOVE "A" TO WS-JRN-SEVERITE
               MOVE SPACES TO WS-JRN-MESSAGE
               STRING "LOT " WS-COMPTA-BATCH " DEJA EMIS: "
                      "NON REEMIS"
                      DELIMITED BY SIZE INTO WS-JRN-MESSAGE
               PERFORM 9998-JOURNALISER-DEBUT
                  THRU 9998-JOURNALISER-FIN
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           IF WS-COMPTA-DEBITS NOT = WS-COMPTA-CREDITS
               DISPLAY "*** INTERFACE COMPTABLE DESEQUILIBREE ***"
               DISPLAY "CREDITS: " WS-COMPTA-CREDITS
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-ECR-COMPTABILISE
                   DISPLAY "--> INTERFACE COMPTABLE EMISE, LOT "
                           WS-COMPTA-BATCH
               END-IF
           END-IF.

       6093-INTERFACE-COMPTABLE-FIN.
           EXIT.

      *******************************************************
      *  REMISE D'UNE LIGNE (OU DE LA VALIDATION DU LOT) A
      *  ECRICPTA, SANS PERDRE LE CODE RETOUR EN COURS
      *******************************************************
       6089-EMISSION-ECRITURE-DEBUT.

           MOVE RETURN-CODE TO WS-RC-SAUVE.
           MOVE RCOMPTA TO WS-ECR-LIGNE.
           CALL 'ECRICPTA' USING WS-ECRITURE
               ON EXCEPTION
                   MOVE "E" TO WS-ECR-RESULTAT
           END-CALL.
           MOVE WS-RC-SAUVE TO RETURN-CODE.

       6089-EMISSION-ECRITURE-FIN.
           EXIT.

      *******************************************************
      *  COPIES GENERATION DATEES DES SORTIES DU JOUR
      *  (FICHIERSOR, CSV, SOUS-TOTAUX, TOP CLIENTS) ET
              WS-COMPTEUR-FILE-FCLISOR
                                  - WS-COMPTEUR-LIENS-SUPPLEMENT
                                  + WS-COMPTEUR-FREQ-REPORTES
                                  + WS-COMPTEUR-BLOQUES-FILTRAGE
                                  + WS-COMPTEUR-POLICE-EXPIREE
                                  + WS-COMPTEUR-DOUBLONS
                                  + WS-COMPTEUR-MONTANT-INVALIDE
               GO TO 6103-MISE-A-JOUR-PROCHAINES-FIN
           END-IF.

      ****** ECRITURE DANS LA NOUVELLE GENERATION
           MOVE WS-REE-NOUVEAU TO WS-NOM-FCLIENT.
           MOVE ZEROES TO WS-REE-NB-ENREG WS-REE-TOTAL.
           OPEN OUTPUT FCLIENT.
           IF NOT WS-STATUS-FILE-FCLIENT-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FCLIENT': "
                       WS-STATUS-FILE-FCLIENT
               MOVE WS-REE-FICHIER TO WS-NOM-FCLIENT
               MOVE 16 TO RETURN-CODE
               GO TO 6103-MISE-A-JOUR-PROCHAINES-FIN
           END-IF.

                   UNTIL WS-INDICE18 > WS-NB-CLIENTS-MAJ
               MOVE WS-MAJ-IMAGE (WS-INDICE18) TO RCLIENT
               WRITE RCLIENT
               ADD 1 TO WS-REE-NB-ENREG
               IF RCLIENT-ASSUR IS NUMERIC
                   ADD RCLIENT-ASSUR TO WS-REE-TOTAL
               END-IF
           END-PERFORM.
           CLOSE FCLIENT.
           MOVE WS-REE-FICHIER TO WS-NOM-FCLIENT.
      *
      ****** CONTROLE DE LA GENERATION PUIS BASCULE
           MOVE "B" TO WS-REE-FONCTION.
           CALL 'REECRIT' USING WS-REECRITURE
               ON EXCEPTION
                   MOVE "9" TO WS-REE-STATUT
           END-CALL.
           IF NOT WS-REE-OK
               DISPLAY "*** FICHIERCLIENT.txt NON REMPLACE ***"
               MOVE 16 TO RETURN-CODE
               GO TO 6103-MISE-A-JOUR-PROCHAINES-FIN
           END-IF.

           DISPLAY "--> PROCHAINES DATES DE FACTURATION MISES "
                   "A JOUR".
           PERFORM 6145-ACCUMULER-DEPT-COMPTA-DEBUT
              THRU 6145-ACCUMULER-DEPT-COMPTA-FIN.

           PERFORM 6146-ACCUMULER-TVA-COMPTA-DEBUT
              THRU 6146-ACCUMULER-TVA-COMPTA-FIN.

           PERFORM 6150-INSERER-TOPN-DEBUT
              THRU 6150-INSERER-TOPN-FIN.

       6145-ACCUMULER-DEPT-COMPTA-FIN.
           EXIT.

      *******************************************************
      *  ACCUMULATION DE LA TVA COLLECTEE PAR CODE DE TVA POUR
      *  L'INTERFACE COMPTABLE (CODE A BLANC = HORS CHAMP)
      *******************************************************
       6146-ACCUMULER-TVA-COMPTA-DEBUT.

           IF RCLISOR-CODE-TVA = SPACES
           OR RCLISOR-MONTANT-TVA IS NOT NUMERIC
           OR RCLISOR-MONTANT-TVA = ZEROES
               GO TO 6146-ACCUMULER-TVA-COMPTA-FIN
           END-IF.

           MOVE "N" TO WS-TVACPT-TROUVE.

           IF WS-NB-TVACPT > ZEROES
               PERFORM VARYING WS-INDICE19 FROM 1 BY 1
                       UNTIL WS-INDICE19 > WS-NB-TVACPT
                          OR WS-TVACPT-TROUVE-OUI
                   IF WS-TVACPT-CODE (WS-INDICE19) = RCLISOR-CODE-TVA
                       ADD RCLISOR-MONTANT-TVA
                           TO WS-TVACPT-MONTANT (WS-INDICE19)
                       MOVE "O" TO WS-TVACPT-TROUVE
                   END-IF
               END-PERFORM
           END-IF.

           IF NOT WS-TVACPT-TROUVE-OUI
               IF WS-NB-TVACPT < 20
                   ADD 1 TO WS-NB-TVACPT
                   SET WS-INDICE19 TO WS-NB-TVACPT
                   MOVE RCLISOR-CODE-TVA
                        TO WS-TVACPT-CODE (WS-INDICE19)
                   MOVE RCLISOR-MONTANT-TVA
                        TO WS-TVACPT-MONTANT (WS-INDICE19)
               END-IF
           END-IF.

       6146-ACCUMULER-TVA-COMPTA-FIN.
           EXIT.

      *******************************************************
      *  INSERTION D'UN CLIENT DANS LE CLASSEMENT DES MEILLEURS
      *  CLIENTS DU DEPARTEMENT COURANT (TOP 10, DESCENDANT)
