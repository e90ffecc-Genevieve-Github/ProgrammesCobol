       IDENTIFICATION DIVISION.
       PROGRAM-ID. TARIFCTL.
       AUTHOR. GENEVIEVE GIANNASI.
       INSTALLATION. PERSONAL PC.
       DATE-WRITTEN. 15-10-2026.
       DATE-COMPILED. 15-10-2026.
       SECURITY. NON-CONFIDENTIAL.
      ******************************************************************
      * OBJECTIF:
      * Controle de nuit des primes : RCLIENT-MONTANT est toujours
      * frappe ou retouche a la main (CLIMAINT, REVTARIF) et rien ne
      * disait si un client payait le prix de la grille.
      *
      * Chaque client est tarife par le service TARIFAGE
      * (TARIFS-GRILLE.txt : prime de base du produit, coefficients
      * de region, de nombre d'assures, de tranche d'age et de
      * societe). Tout client dont le montant stocke s'ecarte du
      * tarif de plus de la tolerance (en %, saisie, defaut 5) est
      * liste dans TARIFS-ECARTS.txt pour revue commerciale, avec
      * les facteurs retenus.
      *
      * Un client porteur de liens actifs (CLIENTS-CONTRATS.txt)
      * est facture une fois par contrat lie a RCLIENT-MONTANT : il
      * est compare a la moyenne des tarifs de ses contrats lies.
      *
      * Ne sont pas compares, mais comptes en fin de liste :
      *   - les clients en devise (la grille est en euros)
      *   - les produits sans prime de base dans la grille (pour un
      *     client a liens, un seul contrat lie suffit)
      *   - les montants non numeriques (rejetes par FACTURES)
      * Code retour 4 s'il y a au moins un ecart, 8 sans grille.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ******** FICHIER CLIENT
           SELECT FCLIENT ASSIGN TO "FICHIERCLIENT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FCLIENT.

      ******** LISTE DES ECARTS AU TARIF (132 POSITIONS)
           SELECT FECARTS ASSIGN TO "TARIFS-ECARTS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FECARTS.

      ******** LIENS CLIENT-CONTRATS (N CONTRATS PAR CLIENT)
           SELECT FLIENS ASSIGN TO "CLIENTS-CONTRATS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FLIENS.

       DATA DIVISION.
       FILE SECTION.
      ******** FICHIER CLIENT
           COPY 'COBOL-FD-FCLIENT.CPY'.

      ******** LISTE DES ECARTS AU TARIF (132 POSITIONS)
       FD  FECARTS.
       01  RECARTS PIC X(132).

      ******** LIENS CLIENT-CONTRATS (N CONTRATS PAR CLIENT)
       FD  FLIENS.
       01  RLIEN.
           05  LIEN-ID      PIC X(08).
           05  FILLER       PIC X(01).
           05  LIEN-NUMACT  PIC 9(08).
           05  FILLER       PIC X(01).
           05  LIEN-STATUT  PIC X(01).

       WORKING-STORAGE SECTION.
      ***********************************************
      * DEFINTION DES STATUS DES FICHIERS
      ***********************************************
       01  WS-STATUS-FILE-FCLIENT PIC X(02).
           88 WS-STATUS-FILE-FCLIENT-OK  VALUE "00".
           88 WS-STATUS-FILE-FCLIENT-EOF VALUE "10".
       01  WS-COMPTEUR-FILE-FCLIENT PIC 9(05) VALUE ZEROES.
       01  WS-STATUS-FILE-FECARTS PIC X(02).
           88 WS-STATUS-FILE-FECARTS-OK  VALUE "00".
       01  WS-STATUS-FILE-FLIENS PIC X(02).
           88 WS-STATUS-FILE-FLIENS-OK  VALUE "00".

      ******************************************
      *  LIENS CLIENT-CONTRATS ACTIFS
      ******************************************
       01  WS-TABLE-LIENS.
           05 WS-LIEN-ENTRY OCCURS 5000 INDEXED BY WS-INDICE-LIEN.
               10 WS-LIEN-ID     PIC X(08).
               10 WS-LIEN-NUMACT PIC 9(08).
       01  WS-NB-LIENS  PIC 9(04) VALUE ZEROES.
       01  WS-MAX-LIENS PIC 9(04) VALUE 5000.
       01  WS-NB-LIENS-CLIENT PIC 9(03) VALUE ZEROES.
       01  WS-SOMME-TARIFS PIC 9(09)V99 VALUE ZEROES.
       01  WS-STATUT-LIENS PIC X(01) VALUE "N".
           88 WS-SANS-LIEN     VALUE "N".
           88 WS-LIENS-TARIFES VALUE "0".

      ******************************************
      *  PARAMETRE DU CONTROLE
      ******************************************
       01  WS-SAISIE PIC X(10) VALUE SPACES.
       01  WS-TOLERANCE PIC 9(03)V99 VALUE 5.

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
               88  WS-TRF-SANS-BASE     VALUE "1".
               88  WS-TRF-SANS-GRILLE   VALUE "2".

      ******************************************
      *  ZONES DE CALCUL DE L'ECART
      ******************************************
       01  WS-MONTANT-STOCKE PIC 9(07)V99 VALUE ZEROES.
       01  WS-ECART          PIC S9(07)V99 VALUE ZEROES.
       01  WS-ECART-POURCENT PIC S9(05)V99 VALUE ZEROES.
       01  WS-ECART-ABSOLU   PIC 9(05)V99 VALUE ZEROES.
       01  WS-GRILLE-ABSENTE PIC X(01) VALUE "N".
           88 WS-GRILLE-ABSENTE-OUI VALUE "O".

      ******************************************
      *  COMPTEURS
      ******************************************
       01  WS-COMPTEUR-CONFORMES  PIC 9(05) VALUE ZEROES.
       01  WS-COMPTEUR-ECARTS     PIC 9(05) VALUE ZEROES.
       01  WS-COMPTEUR-DEVISES    PIC 9(05) VALUE ZEROES.
       01  WS-COMPTEUR-HORS-GRILLE PIC 9(05) VALUE ZEROES.
       01  WS-COMPTEUR-INVALIDES  PIC 9(05) VALUE ZEROES.
       01  WS-TOTAL-ECARTS PIC S9(09)V99 VALUE ZEROES.

      ******************************************
      *  ZONES D'EDITION
      ******************************************
       01  WS-DATE-JOUR PIC 9(08) VALUE ZEROES.
       01  WS-EDIT-DATE PIC 9(04)/9(02)/9(02).
       01  WS-EDIT-STOCKE PIC Z.ZZZ.ZZ9,99.
       01  WS-EDIT-TARIF  PIC Z.ZZZ.ZZ9,99.
       01  WS-EDIT-ECART  PIC -Z.ZZZ.ZZ9,99.
       01  WS-EDIT-POURCENT PIC -ZZ.ZZ9,99.
       01  WS-EDIT-TOLERANCE PIC ZZ9,99.
       01  WS-EDIT-COEF-R PIC 9,9999.
       01  WS-EDIT-COEF-P PIC 9,9999.
       01  WS-EDIT-COEF-A PIC 9,9999.
       01  WS-EDIT-COEF-S PIC 9,9999.
       01  WS-EDIT-BASE   PIC Z.ZZZ.ZZ9,99.
       01  WS-EDIT-AGE    PIC ZZ9.
       01  WS-EDIT-TOTAL  PIC -ZZZ.ZZZ.ZZ9,99.
       01  WS-LIGNE PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-DEB.
      *******************************************************
      *  PARAGRAPHE PRINCIPAL
      *******************************************************
           DISPLAY "CONTROLE DES PRIMES CONTRE LA GRILLE TARIFAIRE".
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATE-JOUR.

           DISPLAY "TOLERANCE D'ECART EN % (DEFAUT 5): "
                   NO ADVANCING.
           MOVE SPACES TO WS-SAISIE.
           ACCEPT WS-SAISIE.
           IF FUNCTION TEST-NUMVAL (WS-SAISIE) = 0
           AND FUNCTION NUMVAL (WS-SAISIE) >= ZEROES
               COMPUTE WS-TOLERANCE = FUNCTION NUMVAL (WS-SAISIE)
           END-IF.
      *
      *********** LIENS CLIENT-CONTRATS ACTIFS (FICHIER FACULTATIF)
           PERFORM 1000-CHARGEMENT-LIENS-DEBUT
              THRU 1000-CHARGEMENT-LIENS-FIN.
      *
      *********** LECTURE DES CLIENTS ET LISTE DES ECARTS
           PERFORM 2000-CONTROLE-CLIENTS-DEBUT
              THRU 2000-CONTROLE-CLIENTS-FIN.

           IF RETURN-CODE = 16
               GO TO 0000-MAIN-FIN
           END-IF.

           DISPLAY "==============================================".
           DISPLAY "CLIENTS LUS          : " WS-COMPTEUR-FILE-FCLIENT.
           DISPLAY "CONFORMES AU TARIF   : " WS-COMPTEUR-CONFORMES.
           DISPLAY "ECARTS A REVOIR      : " WS-COMPTEUR-ECARTS.
           DISPLAY "CLIENTS EN DEVISE    : " WS-COMPTEUR-DEVISES.
           DISPLAY "PRODUITS HORS GRILLE : " WS-COMPTEUR-HORS-GRILLE.
           DISPLAY "MONTANTS INVALIDES   : " WS-COMPTEUR-INVALIDES.
           DISPLAY "==============================================".

           IF WS-GRILLE-ABSENTE-OUI
               DISPLAY "--> TARIFS-GRILLE.txt ABSENT: AUCUN CONTROLE"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-COMPTEUR-ECARTS > ZEROES
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       0000-MAIN-FIN.
           GOBACK.

      *******************************************************
      *  CHARGEMENT DES LIENS CLIENT-CONTRATS ACTIFS
      *  (FICHIER FACULTATIF : ABSENT = UN CONTRAT PAR CLIENT)
      *******************************************************
       1000-CHARGEMENT-LIENS-DEBUT.

           OPEN INPUT FLIENS.
           IF NOT WS-STATUS-FILE-FLIENS-OK
               GO TO 1000-CHARGEMENT-LIENS-FIN
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

           IF WS-NB-LIENS > ZEROES
               DISPLAY "NOMBRE DE LIENS CLIENT-CONTRATS ACTIFS: "
                       WS-NB-LIENS
           END-IF.

       1000-CHARGEMENT-LIENS-FIN.
           EXIT.

      *******************************************************
      *  LECTURE DU FICHIER CLIENT ET EDITION DES ECARTS
      *******************************************************
       2000-CONTROLE-CLIENTS-DEBUT.

           OPEN INPUT FCLIENT.
           IF NOT WS-STATUS-FILE-FCLIENT-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FCLIENT': "
                       WS-STATUS-FILE-FCLIENT
               MOVE 16 TO RETURN-CODE
               GO TO 2000-CONTROLE-CLIENTS-FIN
           END-IF.

           OPEN OUTPUT FECARTS.
           IF NOT WS-STATUS-FILE-FECARTS-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FECARTS': "
                       WS-STATUS-FILE-FECARTS
               CLOSE FCLIENT
               MOVE 16 TO RETURN-CODE
               GO TO 2000-CONTROLE-CLIENTS-FIN
           END-IF.
      *
      ****** EN-TETE
           MOVE WS-DATE-JOUR TO WS-EDIT-DATE.
           MOVE WS-TOLERANCE TO WS-EDIT-TOLERANCE.
           MOVE SPACES TO WS-LIGNE.
           STRING "PRIMES HORS TARIF AU " WS-EDIT-DATE
                  " - TOLERANCE " WS-EDIT-TOLERANCE " %"
                  " - A REVOIR PAR LE SERVICE COMMERCIAL"
                  DELIMITED BY SIZE INTO WS-LIGNE.
           MOVE WS-LIGNE TO RECARTS.
           WRITE RECARTS.
           MOVE SPACES TO WS-LIGNE.
           STRING "CLIENT   NOM                  SOCIETE CONTRAT  "
                  "DEPT  MONTANT STOCKE  MONTANT TARIFE"
                  "          ECART   ECART %"
                  DELIMITED BY SIZE INTO WS-LIGNE.
           MOVE WS-LIGNE TO RECARTS.
           WRITE RECARTS.
           MOVE ALL "-" TO WS-LIGNE.
           MOVE WS-LIGNE TO RECARTS.
           WRITE RECARTS.

           PERFORM UNTIL NOT WS-STATUS-FILE-FCLIENT-OK
                      OR WS-GRILLE-ABSENTE-OUI
               READ FCLIENT
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO WS-COMPTEUR-FILE-FCLIENT
                       PERFORM 2100-CONTROLE-CLIENT-DEBUT
                          THRU 2100-CONTROLE-CLIENT-FIN
               END-READ
           END-PERFORM.
           CLOSE FCLIENT.
      *
      ****** PIED DE LISTE
           MOVE ALL "-" TO WS-LIGNE.
           MOVE WS-LIGNE TO RECARTS.
           WRITE RECARTS.
           IF WS-GRILLE-ABSENTE-OUI
               MOVE "GRILLE TARIFAIRE ABSENTE : AUCUN CONTROLE"
                    TO WS-LIGNE
               MOVE WS-LIGNE TO RECARTS
               WRITE RECARTS
           END-IF.
           MOVE WS-TOTAL-ECARTS TO WS-EDIT-TOTAL.
           MOVE SPACES TO WS-LIGNE.
           STRING "ECARTS A REVOIR: " WS-COMPTEUR-ECARTS
                  "  CONFORMES: " WS-COMPTEUR-CONFORMES
                  "  TOTAL DES ECARTS: " WS-EDIT-TOTAL
                  DELIMITED BY SIZE INTO WS-LIGNE.
           MOVE WS-LIGNE TO RECARTS.
           WRITE RECARTS.
           MOVE SPACES TO WS-LIGNE.
           STRING "NON COMPARES - EN DEVISE: " WS-COMPTEUR-DEVISES
                  "  PRODUIT HORS GRILLE: " WS-COMPTEUR-HORS-GRILLE
                  "  MONTANT INVALIDE: " WS-COMPTEUR-INVALIDES
                  DELIMITED BY SIZE INTO WS-LIGNE.
           MOVE WS-LIGNE TO RECARTS.
           WRITE RECARTS.
           CLOSE FECARTS.

       2000-CONTROLE-CLIENTS-FIN.
           EXIT.

      *******************************************************
      *  CONTROLE D'UN CLIENT : TARIFICATION ET ECART
      *******************************************************
       2100-CONTROLE-CLIENT-DEBUT.
      *
      ****** LA GRILLE EST EN EUROS : UN CLIENT EN DEVISE N'EST PAS
      ****** COMPARE
           IF RCLIENT-DEVISE NOT = SPACES
           AND RCLIENT-DEVISE NOT = "EUR"
               ADD 1 TO WS-COMPTEUR-DEVISES
               GO TO 2100-CONTROLE-CLIENT-FIN
           END-IF.

           IF FUNCTION TEST-NUMVAL (RCLIENT-MONTANT) NOT = 0
           OR RCLIENT-ASSUR NOT NUMERIC
               ADD 1 TO WS-COMPTEUR-INVALIDES
               GO TO 2100-CONTROLE-CLIENT-FIN
           END-IF.
           COMPUTE WS-MONTANT-STOCKE =
                   FUNCTION NUMVAL (RCLIENT-MONTANT).
      *
      ****** CLIENT A LIENS : MOYENNE DES TARIFS DES CONTRATS LIES
           PERFORM 2200-TARIFICATION-LIENS-DEBUT
              THRU 2200-TARIFICATION-LIENS-FIN.
           IF WS-LIENS-TARIFES
               GO TO 2100-CONTROLE-CLIENT-ECART
           END-IF.
           IF NOT WS-SANS-LIEN
               GO TO 2100-CONTROLE-CLIENT-FIN
           END-IF.
      *
      ****** TARIFICATION PAR LE SERVICE PARTAGE
           MOVE RCLIENT-ASSUR      TO WS-TRF-CONTRAT.
           MOVE RCLIENT-DEPT       TO WS-TRF-DEPT.
           MOVE RCLIENT-SOCIETE    TO WS-TRF-SOCIETE.
           MOVE RCLIENT-NB-ASSURES TO WS-TRF-NB-ASSURES.
           MOVE RCLIENT-NAISSANCE  TO WS-TRF-NAISSANCE.
           MOVE WS-DATE-JOUR       TO WS-TRF-DATE.
           CALL 'TARIFAGE' USING WS-TARIFAGE
               ON EXCEPTION
                   MOVE "2" TO WS-TRF-STATUT
           END-CALL.

           IF WS-TRF-SANS-GRILLE
               MOVE "O" TO WS-GRILLE-ABSENTE
               GO TO 2100-CONTROLE-CLIENT-FIN
           END-IF.
           IF WS-TRF-SANS-BASE
               ADD 1 TO WS-COMPTEUR-HORS-GRILLE
               GO TO 2100-CONTROLE-CLIENT-FIN
           END-IF.
      *
      ****** ECART EN MONTANT ET EN POURCENTAGE DU TARIF
       2100-CONTROLE-CLIENT-ECART.
           COMPUTE WS-ECART = WS-MONTANT-STOCKE - WS-TRF-MONTANT.
           COMPUTE WS-ECART-POURCENT ROUNDED =
                   WS-ECART * 100 / WS-TRF-MONTANT
               ON SIZE ERROR
                   MOVE 99999,99 TO WS-ECART-POURCENT
           END-COMPUTE.
           IF WS-ECART-POURCENT < ZEROES
               COMPUTE WS-ECART-ABSOLU = 0 - WS-ECART-POURCENT
           ELSE
               MOVE WS-ECART-POURCENT TO WS-ECART-ABSOLU
           END-IF.

           IF WS-ECART-ABSOLU <= WS-TOLERANCE
               ADD 1 TO WS-COMPTEUR-CONFORMES
               GO TO 2100-CONTROLE-CLIENT-FIN
           END-IF.

           ADD 1 TO WS-COMPTEUR-ECARTS.
           ADD WS-ECART TO WS-TOTAL-ECARTS.
      *
      ****** LIGNE DE L'ECART
           MOVE WS-MONTANT-STOCKE TO WS-EDIT-STOCKE.
           MOVE WS-TRF-MONTANT    TO WS-EDIT-TARIF.
           MOVE WS-ECART          TO WS-EDIT-ECART.
           MOVE WS-ECART-POURCENT TO WS-EDIT-POURCENT.
           MOVE SPACES TO WS-LIGNE.
           STRING RCLIENT-ID " " RCLIENT-NOM " " RCLIENT-SOCIETE
                  "   " RCLIENT-ASSUR " " RCLIENT-DEPT "   "
                  WS-EDIT-STOCKE "    " WS-EDIT-TARIF "  "
                  WS-EDIT-ECART " " WS-EDIT-POURCENT
                  DELIMITED BY SIZE INTO WS-LIGNE.
           MOVE WS-LIGNE TO RECARTS.
           WRITE RECARTS.
      *
      ****** FACTEURS RETENUS PAR LE TARIF
           IF WS-NB-LIENS-CLIENT > ZEROES
               MOVE SPACES TO WS-LIGNE
               STRING "         TARIF MOYEN DE " WS-NB-LIENS-CLIENT
                      " CONTRATS LIES (CLIENTS-CONTRATS.txt)"
                      DELIMITED BY SIZE INTO WS-LIGNE
               MOVE WS-LIGNE TO RECARTS
               WRITE RECARTS
               GO TO 2100-CONTROLE-CLIENT-FIN
           END-IF.
           MOVE WS-TRF-BASE           TO WS-EDIT-BASE.
           MOVE WS-TRF-COEF-REGION    TO WS-EDIT-COEF-R.
           MOVE WS-TRF-COEF-PERSONNES TO WS-EDIT-COEF-P.
           MOVE WS-TRF-COEF-AGE       TO WS-EDIT-COEF-A.
           MOVE WS-TRF-COEF-SOCIETE   TO WS-EDIT-COEF-S.
           MOVE WS-TRF-AGE            TO WS-EDIT-AGE.
           MOVE SPACES TO WS-LIGNE.
           STRING "         BASE " WS-EDIT-BASE
                  "  REGION " WS-TRF-REGION " x" WS-EDIT-COEF-R
                  "  ASSURES " RCLIENT-NB-ASSURES " x" WS-EDIT-COEF-P
                  "  AGE " WS-EDIT-AGE " x" WS-EDIT-COEF-A
                  "  SOCIETE x" WS-EDIT-COEF-S
                  DELIMITED BY SIZE INTO WS-LIGNE.
           MOVE WS-LIGNE TO RECARTS.
           WRITE RECARTS.

       2100-CONTROLE-CLIENT-FIN.
           EXIT.

      *******************************************************
      *  TARIFICATION DES CONTRATS LIES D'UN CLIENT : TARIF MOYEN
      *  DANS WS-TRF-MONTANT (STATUT 0) ; STATUT N SANS LIEN ;
      *  AUTRE STATUT : CLIENT NON COMPARABLE, DEJA COMPTE HORS
      *  GRILLE OU GRILLE ABSENTE
      *******************************************************
       2200-TARIFICATION-LIENS-DEBUT.

           MOVE ZEROES TO WS-NB-LIENS-CLIENT WS-SOMME-TARIFS.
           MOVE "0" TO WS-STATUT-LIENS.
           PERFORM VARYING WS-INDICE-LIEN FROM 1 BY 1
                   UNTIL WS-INDICE-LIEN > WS-NB-LIENS
               IF WS-LIEN-ID (WS-INDICE-LIEN) = RCLIENT-ID
               AND WS-STATUT-LIENS = "0"
                   ADD 1 TO WS-NB-LIENS-CLIENT
                   MOVE WS-LIEN-NUMACT (WS-INDICE-LIEN)
                        TO WS-TRF-CONTRAT
                   MOVE RCLIENT-DEPT       TO WS-TRF-DEPT
                   MOVE RCLIENT-SOCIETE    TO WS-TRF-SOCIETE
                   MOVE RCLIENT-NB-ASSURES TO WS-TRF-NB-ASSURES
                   MOVE RCLIENT-NAISSANCE  TO WS-TRF-NAISSANCE
                   MOVE WS-DATE-JOUR       TO WS-TRF-DATE
                   CALL 'TARIFAGE' USING WS-TARIFAGE
                       ON EXCEPTION
                           MOVE "2" TO WS-TRF-STATUT
                   END-CALL
                   MOVE WS-TRF-STATUT TO WS-STATUT-LIENS
                   ADD WS-TRF-MONTANT TO WS-SOMME-TARIFS
               END-IF
           END-PERFORM.

           IF WS-NB-LIENS-CLIENT = ZEROES
               MOVE "N" TO WS-STATUT-LIENS
               GO TO 2200-TARIFICATION-LIENS-FIN
           END-IF.
           IF WS-STATUT-LIENS = "2"
               MOVE "O" TO WS-GRILLE-ABSENTE
               GO TO 2200-TARIFICATION-LIENS-FIN
           END-IF.
           IF NOT WS-LIENS-TARIFES
               ADD 1 TO WS-COMPTEUR-HORS-GRILLE
               GO TO 2200-TARIFICATION-LIENS-FIN
           END-IF.
           COMPUTE WS-TRF-MONTANT ROUNDED =
                   WS-SOMME-TARIFS / WS-NB-LIENS-CLIENT.

       2200-TARIFICATION-LIENS-FIN.
           EXIT.
