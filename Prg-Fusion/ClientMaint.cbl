      *   - RCLIENT-DEPT present dans FR-LISTE-DEPT.txt
      *   - RCLIENT-ASSUR numerique 8 chiffres, present dans
      *     ASSURANCES.txt
      *   - RCLIENT-MONTANT numerique (TEST-NUMVAL) ; une fois le
      *     departement, le contrat, la societe, le nombre d'assures
      *     et l'annee de naissance saisis, le montant tarife par le
      *     service TARIFAGE (TARIFS-GRILLE.txt) est propose et une
      *     saisie a blanc le retient (clients en euros)
      *   - RCLIENT-NB-ASSURES numerique ou blanc
      *   - RCLIENT-NAISSANCE numerique ou blanc, au plus l'annee
      *     en cours et au plus 120 ans avant
      *   - RCLIENT-SOCIETE non blanc
      *   - RCLIENT-CODE-TVA, s'il est renseigne, present dans
      *     TVA-TAUX.txt
      *   - RCLIENT-CODEPOSTAL present dans le referentiel
      *     CODES-POSTAUX.txt, RCLIENT-VILLE une commune de ce code
      *     et RCLIENT-DEPT son departement (sous-programme
      *     CTRLADR) ; une fois le code postal saisi, la commune du
      *     referentiel est proposee et une saisie a blanc la
      *     retient. Adresse a blanc non controlee ; referentiel
      *     absent, l'adresse passe avec un avertissement.
      *
      * Un client dont l'adresse (rue, code postal, ville) change
      * voit ses retours de courrier NPAI leves (NPAI-REGISTRE.txt)
      * une fois le fichier client reecrit : les editions lui
      * envoient de nouveau du papier.
      *
      * Chaque client ajoute, et chaque client dont le nom ou le
      * prenom change, est filtre contre les listes de gel des
      * avoirs (sous-programme CTRLSANC, LISTE-SANCTIONS.txt) : une
      * correspondance potentielle est inscrite au registre
      * FILTRAGE-REGISTRE.txt et le client reste bloque (facturation,
      * paiements sortants) jusqu'a la decision de la conformite.
      *
      * FICHIERCLIENT.txt est reecrit par REECRIT : nouvelle
      * generation controlee puis basculee, reprise au lancement
      * d'une reecriture interrompue.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ******** FICHIER CLIENT
           SELECT FCLIENT ASSIGN TO DYNAMIC WS-NOM-FCLIENT
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FCLIENT.
           05  WS-CLIENT-FREQUENCE    PIC X(01) VALUE SPACES.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-CLIENT-PROCHAINE    PIC X(08) VALUE SPACES.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-CLIENT-NB-ASSURES   PIC X(02) VALUE SPACES.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-CLIENT-NAISSANCE    PIC X(04) VALUE SPACES.

      *************************************
      *  ZONES DE SAISIE ET DE CONTROLE
           88 WS-STATUS-FILE-FMUTATION-OK  VALUE "00".
           88 WS-STATUS-FILE-FMUTATION-INEXISTANT VALUE "35".
       01  WS-OPERATEUR PIC X(03) VALUE SPACES.
      ****** OPERATEUR CONNECTE A LA CONSOLE (SINON SAISI)
           COPY 'COBOL-SESSION.cpy'.
       01  WS-MUT-ACTION PIC X(01) VALUE SPACES.
       01  WS-IMAGE-AVANT PIC X(190) VALUE SPACES.
       01  WS-IMAGE-APRES PIC X(190) VALUE SPACES.

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
       01  WS-MONTANT-PROPOSE.
           05  WS-PROPOSE-INT        PIC 9(07) VALUE ZEROES.
           05  FILLER                PIC X(01) VALUE ",".
           05  WS-PROPOSE-DEC        PIC 9(02) VALUE ZEROES.
       01  WS-MONTANT-TARIFE   PIC X(01) VALUE "N".
           88  WS-MONTANT-TARIFE-OUI VALUE "O".
       01  WS-EDIT-MONTANT     PIC Z(06)9,99.
       01  WS-ANNEE-NAISSANCE  PIC 9(04) VALUE ZEROES.
       01  WS-ANNEE-JOUR       PIC 9(04) VALUE ZEROES.

      ****** CONTROLE DES ADRESSES ET RETOURS NPAI (CTRLADR)
       01  WS-ADRESSE.
           05  WS-ADR-FONCTION      PIC X(01) VALUE "V".
           05  WS-ADR-CLIENT-ID     PIC X(08) VALUE SPACES.
           05  WS-ADR-NOM           PIC X(20) VALUE SPACES.
           05  WS-ADR-RUE           PIC X(30) VALUE SPACES.
           05  WS-ADR-CODEPOSTAL    PIC X(05) VALUE SPACES.
           05  WS-ADR-VILLE         PIC X(20) VALUE SPACES.
           05  WS-ADR-DEPT          PIC X(03) VALUE SPACES.
           05  WS-ADR-PROGRAMME     PIC X(08) VALUE "CLIMAINT".
           05  WS-ADR-VILLE-REF     PIC X(20) VALUE SPACES.
           05  WS-ADR-DEPT-REF      PIC X(03) VALUE SPACES.
           05  WS-ADR-ECART-VILLE   PIC X(01) VALUE SPACES.
           05  WS-ADR-ECART-DEPT    PIC X(01) VALUE SPACES.
           05  WS-ADR-DATE-RETOUR   PIC 9(08) VALUE ZEROES.
           05  WS-ADR-NB-LEVES      PIC 9(03) VALUE ZEROES.
           05  WS-ADR-STATUT        PIC X(01) VALUE SPACES.
               88  WS-ADR-CONFORME      VALUE "0".
               88  WS-ADR-CP-INCONNU    VALUE "1".
               88  WS-ADR-INCOHERENTE   VALUE "2".
               88  WS-ADR-NON-CONTROLEE VALUE "9".
       01  WS-VILLE-PROPOSEE   PIC X(20) VALUE SPACES.
      ****** CLIENTS DONT L'ADRESSE A CHANGE : LEURS RETOURS NPAI
      ****** SONT LEVES APRES LA REECRITURE DU FICHIER CLIENT
       01  WS-TABLE-ADRESSES-MODIFIEES.
           05  WS-ADM-ID PIC X(08) OCCURS 500
                         INDEXED BY WS-INDICE-ADM.
       01  WS-NB-ADRESSES-MODIFIEES  PIC 9(03) VALUE ZEROES.
       01  WS-MAX-ADRESSES-MODIFIEES PIC 9(03) VALUE 500.

      ****** FILTRAGE SANCTIONS DES CLIENTS (CTRLSANC)
       01  WS-FILTRAGE.
           05  WS-FIL-FONCTION      PIC X(01) VALUE "F".
           05  WS-FIL-PROGRAMME     PIC X(08) VALUE "CLIMAINT".
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
               88  WS-FIL-LIBRE         VALUE "0".
               88  WS-FIL-A-EXAMINER    VALUE "1".
               88  WS-FIL-GELE          VALUE "2".
               88  WS-FIL-NON-FILTRE    VALUE "9".
       01  WS-COMPTEUR-BLOQUES-FILTRAGE PIC 9(04) VALUE ZEROES.

      ***********************************************
      * REECRITURE SURE DU FICHIER CLIENT (REECRIT) :
      * ECRIT DANS UNE NOUVELLE GENERATION, CONTROLEE
      * (NOMBRE, TOTAL DES POLICES) PUIS BASCULEE
      ***********************************************
       01  WS-NOM-FCLIENT PIC X(40) VALUE "FICHIERCLIENT.txt".
       01  WS-REECRITURE.
           05  WS-REE-FONCTION  PIC X(01) VALUE "R".
           05  WS-REE-FICHIER   PIC X(40) VALUE "FICHIERCLIENT.txt".
           05  WS-REE-NOUVEAU   PIC X(40) VALUE SPACES.
           05  WS-REE-PROGRAMME PIC X(08) VALUE "CLIMAINT".
           05  WS-REE-POSITION  PIC 9(04) VALUE 90.
           05  WS-REE-LONGUEUR  PIC 9(02) VALUE 8.
           05  WS-REE-DECIMALES PIC 9(01) VALUE ZERO.
           05  WS-REE-NB-ENREG  PIC 9(09) VALUE ZEROES.
           05  WS-REE-TOTAL     PIC 9(13)V99 VALUE ZEROES.
           05  WS-REE-STATUT    PIC X(01) VALUE SPACES.
               88  WS-REE-OK VALUE "0" "1" "2".

       PROCEDURE DIVISION.
       0000-MAIN-DEB.
      *******************************************************
      *********** IDENTIFICATION DE L'OPERATEUR : CHAQUE AJOUT,
      *********** MODIFICATION ET SUPPRESSION EST JOURNALISE AVEC
      *********** SES INITIALES ET LES IMAGES AVANT/APRES
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
           PERFORM 1150-CHARGEMENT-TAUX-TVA-DEBUT
              THRU 1150-CHARGEMENT-TAUX-TVA-FIN.
      *
      *********** REPRISE D'UNE REECRITURE INTERROMPUE DU FICHIER
           MOVE "R" TO WS-REE-FONCTION.
           CALL 'REECRIT' USING WS-REECRITURE
               ON EXCEPTION
                   DISPLAY "--> SOUS-PROGRAMME REECRIT INTROUVABLE"
                   MOVE 16 TO RETURN-CODE
                   GO TO 0000-MAIN-FIN
           END-CALL.
      *
      *********** CHARGEMENT DU FICHIER CLIENT EN MEMOIRE
           PERFORM 1200-CHARGEMENT-CLIENTS-DEBUT
              THRU 1200-CHARGEMENT-CLIENTS-FIN.
                   WS-COMPTEUR-MODIFICATIONS.
           DISPLAY "NOMBRE DE SUPPRESSIONS : "
                   WS-COMPTEUR-SUPPRESSIONS.
           IF WS-COMPTEUR-BLOQUES-FILTRAGE > ZEROES
               DISPLAY "CLIENTS BLOQUES FILTRAGE: "
                       WS-COMPTEUR-BLOQUES-FILTRAGE
           END-IF.
           DISPLAY "==============================================".

       0000-MAIN-FIN.
           ACCEPT WS-CLIENT-PRENOM.
           DISPLAY "POSTE (20 CAR. MAX): " NO ADVANCING.
           ACCEPT WS-CLIENT-POSTE.
           DISPLAY "DEPARTEMENT (3 CAR.): " NO ADVANCING.
           ACCEPT WS-CLIENT-DEPT.
           DISPLAY "CONTRAT ASSURANCE (8 CHIFFRES): " NO ADVANCING.
           ACCEPT WS-CLIENT-ASSUR.
           DISPLAY "SOCIETE (5 CAR.): " NO ADVANCING.
           ACCEPT WS-CLIENT-SOCIETE.
           DISPLAY "NOMBRE DE PERSONNES ASSUREES (2 CHIFFRES, "
                   "BLANC = 1): " NO ADVANCING.
           ACCEPT WS-CLIENT-NB-ASSURES.
           DISPLAY "ANNEE DE NAISSANCE DE L'ASSURE PRINCIPAL (AAAA, "
                   "BLANC SI INCONNUE): " NO ADVANCING.
           ACCEPT WS-CLIENT-NAISSANCE.
           DISPLAY "CODE TVA (2 CAR., BLANC SI HORS CHAMP): "
                   NO ADVANCING.
           ACCEPT WS-CLIENT-CODE-TVA.
           ACCEPT WS-CLIENT-DEVISE.
           MOVE FUNCTION UPPER-CASE (WS-CLIENT-DEVISE)
                TO WS-CLIENT-DEVISE.
           PERFORM 1450-MONTANT-TARIFE-DEBUT
              THRU 1450-MONTANT-TARIFE-FIN.
           IF WS-MONTANT-TARIFE-OUI
               DISPLAY "MONTANT (ENTREE = TARIF " WS-EDIT-MONTANT
                       "): " NO ADVANCING
           ELSE
               DISPLAY "MONTANT (EX: 1234,56): " NO ADVANCING
           END-IF.
           MOVE SPACES TO WS-CLIENT-MONTANT.
           ACCEPT WS-CLIENT-MONTANT.
           IF WS-CLIENT-MONTANT = SPACES
           AND WS-MONTANT-TARIFE-OUI
               MOVE WS-MONTANT-PROPOSE TO WS-CLIENT-MONTANT
               DISPLAY "--> MONTANT TARIFE RETENU: " WS-CLIENT-MONTANT
           END-IF.
           DISPLAY "PRELEVEMENT AUTOMATIQUE? (O/N): " NO ADVANCING.
           ACCEPT WS-CLIENT-PRELEVEMENT.
           MOVE FUNCTION UPPER-CASE (WS-CLIENT-PRELEVEMENT)
           ACCEPT WS-CLIENT-RUE.
           DISPLAY "CODE POSTAL (5 CAR.): " NO ADVANCING.
           ACCEPT WS-CLIENT-CODEPOSTAL.
      ****** COMMUNE DU REFERENTIEL POUR CE CODE POSTAL
           MOVE SPACES TO WS-VILLE-PROPOSEE.
           IF WS-CLIENT-CODEPOSTAL NOT = SPACES
               MOVE "V" TO WS-ADR-FONCTION
               MOVE WS-CLIENT-CODEPOSTAL TO WS-ADR-CODEPOSTAL
               MOVE SPACES TO WS-ADR-VILLE WS-ADR-DEPT
               CALL 'CTRLADR' USING WS-ADRESSE
                   ON EXCEPTION
                       MOVE "9" TO WS-ADR-STATUT
               END-CALL
               IF WS-ADR-CONFORME
                   MOVE WS-ADR-VILLE-REF TO WS-VILLE-PROPOSEE
               END-IF
           END-IF.
           IF WS-VILLE-PROPOSEE NOT = SPACES
               DISPLAY "VILLE (ENTREE = "
                       FUNCTION TRIM (WS-VILLE-PROPOSEE) "): "
                       NO ADVANCING
           ELSE
               DISPLAY "VILLE (20 CAR. MAX): " NO ADVANCING
           END-IF.
           MOVE SPACES TO WS-CLIENT-VILLE.
           ACCEPT WS-CLIENT-VILLE.
           IF WS-CLIENT-VILLE = SPACES
           AND WS-VILLE-PROPOSEE NOT = SPACES
               MOVE WS-VILLE-PROPOSEE TO WS-CLIENT-VILLE
               DISPLAY "--> VILLE DU REFERENTIEL RETENUE: "
                       WS-CLIENT-VILLE
           END-IF.
           DISPLAY "FREQUENCE DE FACTURATION (M/T/A, BLANC = "
                   "CHAQUE EXECUTION): " NO ADVANCING.
           ACCEPT WS-CLIENT-FREQUENCE.
       1400-SAISIE-CHAMPS-FIN.
           EXIT.

      *******************************************************
      *  PROPOSITION DU MONTANT TARIFE (CLIENT EN EUROS DONT LE
      *  PRODUIT A UNE PRIME DE BASE DANS LA GRILLE)
      *******************************************************
       1450-MONTANT-TARIFE-DEBUT.

           MOVE "N" TO WS-MONTANT-TARIFE.
           IF WS-CLIENT-ASSUR NOT NUMERIC
               GO TO 1450-MONTANT-TARIFE-FIN
           END-IF.
           IF WS-CLIENT-DEVISE NOT = SPACES
           AND WS-CLIENT-DEVISE NOT = "EUR"
               GO TO 1450-MONTANT-TARIFE-FIN
           END-IF.

           MOVE WS-CLIENT-ASSUR      TO WS-TRF-CONTRAT.
           MOVE WS-CLIENT-DEPT       TO WS-TRF-DEPT.
           MOVE WS-CLIENT-SOCIETE    TO WS-TRF-SOCIETE.
           MOVE WS-CLIENT-NB-ASSURES TO WS-TRF-NB-ASSURES.
           MOVE WS-CLIENT-NAISSANCE  TO WS-TRF-NAISSANCE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TRF-DATE.
           CALL 'TARIFAGE' USING WS-TARIFAGE
               ON EXCEPTION
                   MOVE "2" TO WS-TRF-STATUT
           END-CALL.
           IF NOT WS-TRF-STATUT-OK
               GO TO 1450-MONTANT-TARIFE-FIN
           END-IF.

           MOVE "O" TO WS-MONTANT-TARIFE.
           MOVE WS-TRF-MONTANT TO WS-PROPOSE-INT.
           COMPUTE WS-PROPOSE-DEC =
                   (WS-TRF-MONTANT - WS-PROPOSE-INT) * 100.
           MOVE WS-TRF-MONTANT TO WS-EDIT-MONTANT.

       1450-MONTANT-TARIFE-FIN.
           EXIT.

      *******************************************************
      *  CONTROLE DES CHAMPS SAISIS AVANT ECRITURE
      *******************************************************
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
                   MOVE FUNCTION CURRENT-DATE (1:4) TO WS-ANNEE-JOUR
                   IF WS-ANNEE-NAISSANCE > WS-ANNEE-JOUR
                   OR WS-ANNEE-NAISSANCE + 120 < WS-ANNEE-JOUR
                       MOVE "N" TO WS-SAISIE-VALIDE
                       DISPLAY "--> ANNEE DE NAISSANCE INVALIDE: "
                               WS-CLIENT-NAISSANCE
                   END-IF
               END-IF
           END-IF.
      *
      ****** L'ADRESSE, SI ELLE EST RENSEIGNEE, DOIT CONCORDER AVEC
      ****** LE REFERENTIEL DES CODES POSTAUX : CODE CONNU, COMMUNE
      ****** DE CE CODE, DEPARTEMENT DE CETTE COMMUNE
           IF WS-CLIENT-CODEPOSTAL = SPACES
           AND WS-CLIENT-VILLE = SPACES
               GO TO 1500-CONTROLE-CHAMPS-FIN
           END-IF.
           MOVE "V" TO WS-ADR-FONCTION.
           MOVE WS-CLIENT-CODEPOSTAL TO WS-ADR-CODEPOSTAL.
           MOVE WS-CLIENT-VILLE      TO WS-ADR-VILLE.
           MOVE WS-CLIENT-DEPT       TO WS-ADR-DEPT.
           CALL 'CTRLADR' USING WS-ADRESSE
               ON EXCEPTION
                   MOVE "9" TO WS-ADR-STATUT
           END-CALL.
           EVALUATE TRUE
               WHEN WS-ADR-CONFORME
                   CONTINUE
               WHEN WS-ADR-CP-INCONNU
                   MOVE "N" TO WS-SAISIE-VALIDE
                   DISPLAY "--> CODE POSTAL INCONNU: "
                           WS-CLIENT-CODEPOSTAL
               WHEN WS-ADR-INCOHERENTE
                   MOVE "N" TO WS-SAISIE-VALIDE
                   IF WS-ADR-ECART-VILLE = "O"
                       DISPLAY "--> VILLE INCOHERENTE AVEC LE CODE "
                               "POSTAL: " WS-CLIENT-VILLE
                       DISPLAY "    VILLE PROPOSEE: " WS-ADR-VILLE-REF
                   END-IF
                   IF WS-ADR-ECART-DEPT = "O"
                       DISPLAY "--> DEPARTEMENT INCOHERENT AVEC LE "
                               "CODE POSTAL: " WS-CLIENT-DEPT
                               " (ATTENDU " WS-ADR-DEPT-REF ")"
                   END-IF
               WHEN OTHER
                   DISPLAY "--> CODES-POSTAUX.txt ABSENT: "
                           "ADRESSE NON CONTROLEE"
           END-EVALUATE.

       1500-CONTROLE-CHAMPS-FIN.
           EXIT.

               PERFORM 9000-JOURNALISER-MUTATION-DEBUT
                  THRU 9000-JOURNALISER-MUTATION-FIN
               DISPLAY "--> CLIENT AJOUTE: " WS-CLIENT-ID
               PERFORM 2100-FILTRAGE-SANCTIONS-DEBUT
                  THRU 2100-FILTRAGE-SANCTIONS-FIN
           ELSE
               DISPLAY "--> AJOUT REFUSE (SAISIE INVALIDE)"
           END-IF.
       2000-AJOUT-CLIENT-FIN.
           EXIT.

      *******************************************************
      *  FILTRAGE SANCTIONS DU CLIENT EN COURS (NOM, PRENOM) :
      *  UNE CORRESPONDANCE LE BLOQUE JUSQU'A DECISION DE LA
      *  CONFORMITE
      *******************************************************
       2100-FILTRAGE-SANCTIONS-DEBUT.

           MOVE "F"              TO WS-FIL-FONCTION.
           MOVE WS-CLIENT-ID     TO WS-FIL-IDENT.
           MOVE WS-CLIENT-NOM    TO WS-FIL-NOM.
           MOVE WS-CLIENT-PRENOM TO WS-FIL-PRENOM.
           CALL 'CTRLSANC' USING WS-FILTRAGE
               ON EXCEPTION
                   MOVE "9" TO WS-FIL-STATUT
                   MOVE ZEROES TO WS-FIL-NB-ALERTES
           END-CALL.

           EVALUATE TRUE
               WHEN WS-FIL-A-EXAMINER
               WHEN WS-FIL-GELE
                   ADD 1 TO WS-COMPTEUR-BLOQUES-FILTRAGE
                   IF WS-FIL-NB-ALERTES > ZEROES
                       DISPLAY "--> ALERTE FILTRAGE SANCTIONS "
                               WS-FIL-NUMERO ": " WS-FIL-REFERENCE
                               " (SCORE " WS-FIL-SCORE ")"
                   END-IF
                   DISPLAY "--> CLIENT " WS-CLIENT-ID " BLOQUE "
                           "JUSQU'A DECISION DE LA CONFORMITE"
               WHEN WS-FIL-NON-FILTRE
                   DISPLAY "--> CLIENT " WS-CLIENT-ID " NON FILTRE "
                           "(LISTE DES SANCTIONS ABSENTE)"
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2100-FILTRAGE-SANCTIONS-FIN.
           EXIT.

      *******************************************************
      *  MODIFICATION D'UN CLIENT EXISTANT
      *******************************************************
               PERFORM 9000-JOURNALISER-MUTATION-DEBUT
                  THRU 9000-JOURNALISER-MUTATION-FIN
               DISPLAY "--> CLIENT MODIFIE: " WS-CLIENT-ID
      ****** ADRESSE CHANGEE (RUE A VILLE) : RETOURS NPAI A LEVER
               IF WS-IMAGE-AVANT (114:57) NOT = WS-IMAGE-APRES (114:57)
               AND WS-NB-ADRESSES-MODIFIEES
                   < WS-MAX-ADRESSES-MODIFIEES
                   ADD 1 TO WS-NB-ADRESSES-MODIFIEES
                   SET WS-INDICE-ADM TO WS-NB-ADRESSES-MODIFIEES
                   MOVE WS-CLIENT-ID TO WS-ADM-ID (WS-INDICE-ADM)
               END-IF
      ****** NOM OU PRENOM CHANGE : NOUVEAU FILTRAGE SANCTIONS
               IF WS-IMAGE-AVANT (10:41) NOT = WS-IMAGE-APRES (10:41)
                   PERFORM 2100-FILTRAGE-SANCTIONS-DEBUT
                      THRU 2100-FILTRAGE-SANCTIONS-FIN
               END-IF
           ELSE
               DISPLAY "--> MODIFICATION REFUSEE (SAISIE INVALIDE)"
           END-IF.
      *******************************************************
       5000-REECRITURE-CLIENTS-DEBUT.

      ****** ECRITURE DANS LA NOUVELLE GENERATION
           MOVE WS-REE-NOUVEAU TO WS-NOM-FCLIENT.
           MOVE ZEROES TO WS-REE-NB-ENREG WS-REE-TOTAL.
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
               GO TO 5000-REECRITURE-CLIENTS-FIN
           END-IF.

           DISPLAY "NOMBRE DE CLIENTS REECRITS: " WS-NB-CLIENTS.
           PERFORM 5100-LEVEE-NPAI-DEBUT
              THRU 5100-LEVEE-NPAI-FIN.

       5000-REECRITURE-CLIENTS-FIN.
           EXIT.

      *******************************************************
      *  LEVEE DES RETOURS NPAI DES CLIENTS DONT L'ADRESSE A
      *  ETE MODIFIEE : LE COURRIER PAPIER REPREND
      *******************************************************
       5100-LEVEE-NPAI-DEBUT.

           PERFORM VARYING WS-INDICE-ADM FROM 1 BY 1
                   UNTIL WS-INDICE-ADM > WS-NB-ADRESSES-MODIFIEES
               MOVE "L" TO WS-ADR-FONCTION
               MOVE WS-ADM-ID (WS-INDICE-ADM) TO WS-ADR-CLIENT-ID
               CALL 'CTRLADR' USING WS-ADRESSE
                   ON EXCEPTION
                       MOVE "9" TO WS-ADR-STATUT
               END-CALL
               EVALUATE WS-ADR-STATUT
                   WHEN "1"
                       DISPLAY "--> RETOUR(S) NPAI LEVE(S) POUR "
                               WS-ADR-CLIENT-ID
                   WHEN "9"
                       DISPLAY "--> RETOURS NPAI NON LEVES POUR "
                               WS-ADR-CLIENT-ID
                               " (LEVEE A FAIRE PAR NPAI)"
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.

       5100-LEVEE-NPAI-FIN.
           EXIT.

      *******************************************************
      *  AJOUT D'UNE LIGNE AU JOURNAL PERMANENT DES MUTATIONS
      *  (OPERATEUR, ACTION, IMAGES AVANT/APRES) - UN JOURNAL
