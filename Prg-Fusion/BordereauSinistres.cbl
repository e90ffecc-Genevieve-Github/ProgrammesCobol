       IDENTIFICATION DIVISION.
       PROGRAM-ID. SINBORD.
       AUTHOR. GENEVIEVE GIANNASI.
       INSTALLATION. PERSONAL PC.
       DATE-WRITTEN. 15-10-2026.
       DATE-COMPILED. 15-10-2026.
       SECURITY. NON-CONFIDENTIAL.
      ******************************************************************
      * OBJECTIF:
      * Bordereau mensuel de sinistres par assureur : les assureurs
      * recoivent chaque nuit le bordereau de primes (6200 de
      * FACTURES) mais n'apprenaient les sinistres que par
      * telephone, et le bordereau de sinistres demande au
      * renouvellement etait monte a la main.
      *
      * Pour le mois demande (AAAAMM, defaut : mois courant), chaque
      * sinistre de SINISTRES.txt connu a la fin du mois est repris
      * s'il est encore ouvert ou s'il a bouge dans le mois :
      *   - declare dans le mois (date de la fixation initiale de la
      *     reserve au journal SINISTRES-RESERVES.txt, a defaut date
      *     du sinistre)
      *   - reserve d'ouverture et de cloture du mois, reconstituees
      *     depuis le journal des reserves (sans journal, la reserve
      *     du fichier des sinistres), et mouvement de reserve
      *   - paiements vires dans le mois (SINISTRES-PAIEMENTS.txt,
      *     statut V, date du virement)
      * Un sinistre sur un contrat coassure est reparti entre les
      * coassureurs (service COASSUR, comme SINRAPP) ; un contrat
      * non coassure est adresse sous son propre code, comme le
      * bordereau de primes.
      *
      * Sorties :
      *   - SINISTRES-BORDEREAUX.txt : un bordereau par assureur,
      *     detail par sinistre et pied de controle (nombre de
      *     sinistres, totaux, ouverture + mouvements = cloture)
      *   - SINISTRES-BORDEREAUX-LETTRES.txt : la lettre de
      *     transmission de chaque bordereau, au bloc d'adresse
      *     d'ASSUREURS.txt, dans la forme de LETTREBORD
      * Un mois sans sinistre a declarer donne un bordereau neant
      * (une ligne "AUCUN SINISTRE A DECLARER POUR LE MOIS") : le
      * mois est traite, comme pour le releve de COMMASSUR.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ******** FICHIER DES SINISTRES
           SELECT FSINISTRE ASSIGN TO "SINISTRES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FSINISTRE.

      ******** JOURNAL DES RESERVES DE SINISTRES (FACULTATIF)
           SELECT FSINRESV ASSIGN TO "SINISTRES-RESERVES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FSINRESV.

      ******** FICHIER DES PAIEMENTS DE SINISTRES (FACULTATIF)
           SELECT FSINPAIE ASSIGN TO "SINISTRES-PAIEMENTS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FSINPAIE.

      ******** REFERENTIEL DES COMPAGNIES D'ASSURANCE
           SELECT FASSUREUR ASSIGN TO "ASSUREURS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FASSUREUR.

      ******** BORDEREAUX DE SINISTRES EDITES
           SELECT FBORDSIN ASSIGN TO "SINISTRES-BORDEREAUX.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FBORDSIN.

      ******** LETTRES DE TRANSMISSION EDITEES
           SELECT FLETTRE ASSIGN TO "SINISTRES-BORDEREAUX-LETTRES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FLETTRE.

       DATA DIVISION.
       FILE SECTION.
      ******** FICHIER DES SINISTRES
           COPY 'COBOL-FD-SINISTRE.cpy'.

      ******** JOURNAL DES RESERVES DE SINISTRES
           COPY 'COBOL-FD-SINRESV.cpy'.

      ******** FICHIER DES PAIEMENTS DE SINISTRES
           COPY 'COBOL-FD-SINPAIE.cpy'.

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

      ******** BORDEREAUX DE SINISTRES (132 POSITIONS)
       FD  FBORDSIN.
       01  RBORDSIN PIC X(132).

      ******** LETTRES DE TRANSMISSION EDITEES
       FD  FLETTRE.
       01  RLETTRE PIC X(80).

       WORKING-STORAGE SECTION.
      ***********************************************
      * DEFINTION DES STATUS DES FICHIERS
      ***********************************************
       01  WS-STATUS-FILE-FSINISTRE PIC X(02).
           88 WS-STATUS-FILE-FSINISTRE-OK  VALUE "00".
           88 WS-STATUS-FILE-FSINISTRE-EOF VALUE "10".
       01  WS-STATUS-FILE-FSINRESV PIC X(02).
           88 WS-STATUS-FILE-FSINRESV-OK  VALUE "00".
           88 WS-STATUS-FILE-FSINRESV-EOF VALUE "10".
       01  WS-STATUS-FILE-FSINPAIE PIC X(02).
           88 WS-STATUS-FILE-FSINPAIE-OK  VALUE "00".
           88 WS-STATUS-FILE-FSINPAIE-EOF VALUE "10".
       01  WS-STATUS-FILE-FASSUREUR PIC X(02).
           88 WS-STATUS-FILE-FASSUREUR-OK  VALUE "00".
           88 WS-STATUS-FILE-FASSUREUR-EOF VALUE "10".
       01  WS-STATUS-FILE-FBORDSIN PIC X(02).
           88 WS-STATUS-FILE-FBORDSIN-OK  VALUE "00".
       01  WS-STATUS-FILE-FLETTRE PIC X(02).
           88 WS-STATUS-FILE-FLETTRE-OK  VALUE "00".

      ******************************************
      *  PERIODE DU BORDEREAU
      ******************************************
       01  WS-SAISIE PIC X(30) VALUE SPACES.
       01  WS-MOIS PIC 9(06) VALUE ZEROES.
       01  WS-DEBUT-MOIS PIC 9(08) VALUE ZEROES.
       01  WS-FIN-MOIS   PIC 9(08) VALUE ZEROES.

      ******************************************
      *  JOURNAL DES RESERVES EN TABLE (ORDRE CHRONOLOGIQUE)
      ******************************************
       01  WS-TABLE-RESERVES.
           05 WS-RSV-ENTRY OCCURS 20000 INDEXED BY WS-INDICE-RSV.
               10 WS-RSV-NUMSIN   PIC 9(08).
               10 WS-RSV-DATE     PIC 9(08).
               10 WS-RSV-ANCIENNE PIC 9(07)V99.
               10 WS-RSV-NOUVELLE PIC 9(07)V99.
               10 WS-RSV-ORIGINE  PIC X(01).
       01  WS-NB-RESERVES  PIC 9(05) VALUE ZEROES.
       01  WS-MAX-RESERVES PIC 9(05) VALUE 20000.

      ******************************************
      *  PAIEMENTS VIRES EN TABLE
      ******************************************
       01  WS-TABLE-PAIEMENTS.
           05 WS-PAI-ENTRY OCCURS 9000 INDEXED BY WS-INDICE-PAI.
               10 WS-PAI-NUMSIN        PIC 9(08).
               10 WS-PAI-DATE-VIREMENT PIC 9(08).
               10 WS-PAI-MONTANT       PIC 9(07)V99.
       01  WS-NB-PAIEMENTS  PIC 9(04) VALUE ZEROES.
       01  WS-MAX-PAIEMENTS PIC 9(04) VALUE 9000.

      ******************************************
      *  SITUATION DU SINISTRE LU
      ******************************************
       01  WS-DATE-DECLARATION PIC 9(08) VALUE ZEROES.
       01  WS-DECLARE-MOIS PIC X(01) VALUE "N".
           88 WS-DECLARE-MOIS-OUI VALUE "O".
       01  WS-DATE-REFERENCE PIC 9(08) VALUE ZEROES.
       01  WS-RESERVE-A-DATE PIC 9(09)V99 VALUE ZEROES.
       01  WS-RESERVE-OUVERTURE PIC 9(09)V99 VALUE ZEROES.
       01  WS-RESERVE-CLOTURE   PIC 9(09)V99 VALUE ZEROES.
       01  WS-PAYE-MOIS         PIC 9(09)V99 VALUE ZEROES.
       01  WS-JOURNAL-TROUVE PIC X(01) VALUE "N".
           88 WS-JOURNAL-TROUVE-OUI VALUE "O".
       01  WS-AVANT-TROUVE PIC X(01) VALUE "N".
           88 WS-AVANT-TROUVE-OUI VALUE "O".

      ******************************************
      *  REPARTITION D'UN MONTANT ENTRE COASSUREURS (SERVICE COASSUR)
      ******************************************
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
      ****** PARTS D'OUVERTURE ET DE CLOTURE (AVANT LA REPARTITION
      ****** DES PAIEMENTS DU MOIS)
       01  WS-TABLE-MONTANTS-PARTS.
           05  WS-MTP-ENTRY OCCURS 10.
               10  WS-MTP-OUVERTURE PIC 9(09)V99.
               10  WS-MTP-CLOTURE   PIC 9(09)V99.

      ******************************************
      *  LIGNES DE BORDEREAU (UNE PAR SINISTRE ET PAR ASSUREUR)
      ******************************************
       01  WS-TABLE-DETAILS.
           05 WS-DET-ENTRY OCCURS 5000 INDEXED BY WS-INDICE-DET.
               10 WS-DET-CODEASSUR  PIC 9(08).
               10 WS-DET-NUMSIN     PIC 9(08).
               10 WS-DET-NUMACT     PIC 9(08).
               10 WS-DET-DATE       PIC 9(08).
               10 WS-DET-STATUT     PIC X(01).
               10 WS-DET-DECLARE    PIC X(01).
               10 WS-DET-POURCENTAGE PIC 9(03)V99.
               10 WS-DET-OUVERTURE  PIC 9(09)V99.
               10 WS-DET-CLOTURE    PIC 9(09)V99.
               10 WS-DET-PAYE       PIC 9(09)V99.
               10 WS-DET-LIBELLE    PIC X(30).
       01  WS-NB-DETAILS  PIC 9(04) VALUE ZEROES.
       01  WS-MAX-DETAILS PIC 9(04) VALUE 5000.

      ******************************************
      *  CUMULS DES BORDEREAUX PAR ASSUREUR
      ******************************************
       01  WS-TABLE-BORDEREAUX.
           05 WS-BRD-ENTRY OCCURS 500 INDEXED BY WS-INDICE.
               10 WS-BRD-CODEASSUR PIC 9(08).
               10 WS-BRD-NB        PIC 9(05).
               10 WS-BRD-DECLARES  PIC 9(05).
               10 WS-BRD-OUVERTURE PIC 9(11)V99.
               10 WS-BRD-CLOTURE   PIC 9(11)V99.
               10 WS-BRD-PAYE      PIC 9(11)V99.
       01  WS-NB-BORDEREAUX  PIC 9(03) VALUE ZEROES.
       01  WS-MAX-BORDEREAUX PIC 9(03) VALUE 500.
       01  WS-BRD-TROUVE PIC X(01) VALUE "N".
           88 WS-BRD-TROUVE-OUI VALUE "O".

      ******************************************
      *  REFERENTIEL DES COMPAGNIES EN TABLE
      ******************************************
       01  WS-TABLE-ASSUREURS.
           05 WS-ASSR-ENTRY OCCURS 500 INDEXED BY WS-INDICE2.
               10 WS-ASSR-CODE       PIC 9(08).
               10 WS-ASSR-NOM        PIC X(30).
               10 WS-ASSR-RUE        PIC X(30).
               10 WS-ASSR-CODEPOSTAL PIC X(05).
               10 WS-ASSR-VILLE      PIC X(20).
               10 WS-ASSR-CONTACT    PIC X(20).
               10 WS-ASSR-COMPTE     PIC X(10).
       01  WS-NB-ASSUREURS  PIC 9(03) VALUE ZEROES.
       01  WS-MAX-ASSUREURS PIC 9(03) VALUE 500.
       01  WS-POSITION-ASSUREUR PIC 9(03) VALUE ZEROES.

      ******************************************
      *  PIED DE CONTROLE D'UN BORDEREAU
      ******************************************
       01  WS-CTL-NB        PIC 9(05) VALUE ZEROES.
       01  WS-CTL-MOUVEMENT PIC S9(11)V99 VALUE ZEROES.
       01  WS-CTL-ECART     PIC S9(11)V99 VALUE ZEROES.
       01  WS-MOUVEMENT     PIC S9(09)V99 VALUE ZEROES.

      ******************************************
      *  COMPTEURS ET ZONES D'EDITION
      ******************************************
       01  WS-DATE-JOUR PIC 9(08) VALUE ZEROES.
       01  WS-EDIT-DATE-JOUR PIC 9(04)/9(02)/9(02).
       01  WS-EDIT-DATE  PIC 9(04)/9(02)/9(02).
       01  WS-EDIT-MOIS  PIC 9(04)/9(02).
       01  WS-COMPTEUR-SINISTRES PIC 9(05) VALUE ZEROES.
       01  WS-COMPTEUR-LETTRES PIC 9(03) VALUE ZEROES.
       01  WS-COMPTEUR-SANS-FICHE PIC 9(03) VALUE ZEROES.
       01  WS-EDIT-MONTANT   PIC ZZZ.ZZZ.ZZ9,99.
       01  WS-EDIT-MONTANT2  PIC ZZZ.ZZZ.ZZ9,99.
       01  WS-EDIT-MONTANT3  PIC ZZZ.ZZZ.ZZ9,99.
       01  WS-EDIT-MOUVEMENT PIC ZZZ.ZZZ.ZZ9,99-.
       01  WS-EDIT-POURCENTAGE PIC ZZ9,99.
       01  WS-LIGNE PIC X(132) VALUE SPACES.

      ******************************************
      *  BLOC SOCIETE EMETTRICE (COMME FACTEDIT)
      ******************************************
       01  WS-SOCIETE-NOM     PIC X(30)
           VALUE "COMPAGNIE GENERALE DE SERVICES".
       01  WS-SOCIETE-ADRESSE PIC X(30)
           VALUE "12 RUE DES BATIGNOLLES".
       01  WS-SOCIETE-VILLE   PIC X(30)
           VALUE "75017 PARIS".

       PROCEDURE DIVISION.
       0000-MAIN-DEB.
      *******************************************************
      *  PARAGRAPHE PRINCIPAL
      *******************************************************
           DISPLAY "BORDEREAUX MENSUELS DE SINISTRES".
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATE-JOUR.
           MOVE WS-DATE-JOUR TO WS-EDIT-DATE-JOUR.

           DISPLAY "MOIS DU BORDEREAU AAAAMM (DEFAUT MOIS COURANT): "
                   NO ADVANCING.
           MOVE SPACES TO WS-SAISIE.
           ACCEPT WS-SAISIE.
           IF WS-SAISIE (1:6) IS NUMERIC
           AND WS-SAISIE (5:2) >= "01" AND WS-SAISIE (5:2) <= "12"
               MOVE WS-SAISIE (1:6) TO WS-MOIS
           ELSE
               MOVE WS-DATE-JOUR (1:6) TO WS-MOIS
           END-IF.
      ****** BORNES : AAAAMM00 PRECEDE LE 1ER DU MOIS, AAAAMM99
      ****** SUIT LE DERNIER JOUR
           COMPUTE WS-DEBUT-MOIS = WS-MOIS * 100.
           COMPUTE WS-FIN-MOIS = WS-MOIS * 100 + 99.
           MOVE WS-MOIS TO WS-EDIT-MOIS.
      *
      *********** JOURNAL DES RESERVES, PAIEMENTS, REFERENTIEL
           PERFORM 1000-CHARGEMENT-RESERVES-DEBUT
              THRU 1000-CHARGEMENT-RESERVES-FIN.
           PERFORM 1100-CHARGEMENT-PAIEMENTS-DEBUT
              THRU 1100-CHARGEMENT-PAIEMENTS-FIN.
           PERFORM 1200-CHARGEMENT-ASSUREURS-DEBUT
              THRU 1200-CHARGEMENT-ASSUREURS-FIN.
      *
      *********** SITUATION DE CHAQUE SINISTRE DANS LE MOIS
           PERFORM 2000-LECTURE-SINISTRES-DEBUT
              THRU 2000-LECTURE-SINISTRES-FIN.
           IF RETURN-CODE > 8
               GO TO 0000-MAIN-FIN
           END-IF.
           IF WS-NB-BORDEREAUX = ZEROES
               DISPLAY "--> AUCUN SINISTRE A DECLARER POUR LE MOIS "
                       WS-EDIT-MOIS
               PERFORM 3900-BORDEREAU-NEANT-DEBUT
                  THRU 3900-BORDEREAU-NEANT-FIN
               MOVE 4 TO RETURN-CODE
               GO TO 0000-MAIN-FIN
           END-IF.
      *
      *********** EDITION DES BORDEREAUX ET DES LETTRES
           OPEN OUTPUT FBORDSIN.
           IF NOT WS-STATUS-FILE-FBORDSIN-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FBORDSIN': "
                       WS-STATUS-FILE-FBORDSIN
               MOVE 16 TO RETURN-CODE
               GO TO 0000-MAIN-FIN
           END-IF.
           OPEN OUTPUT FLETTRE.
           IF NOT WS-STATUS-FILE-FLETTRE-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FLETTRE': "
                       WS-STATUS-FILE-FLETTRE
               CLOSE FBORDSIN
               MOVE 16 TO RETURN-CODE
               GO TO 0000-MAIN-FIN
           END-IF.

           PERFORM VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-NB-BORDEREAUX
               PERFORM 4000-EDITION-BORDEREAU-DEBUT
                  THRU 4000-EDITION-BORDEREAU-FIN
               PERFORM 5000-EDITION-LETTRE-DEBUT
                  THRU 5000-EDITION-LETTRE-FIN
           END-PERFORM.

           CLOSE FBORDSIN.
           CLOSE FLETTRE.

           DISPLAY "==============================================".
           DISPLAY "MOIS DU BORDEREAU      : " WS-EDIT-MOIS.
           DISPLAY "SINISTRES REPRIS       : " WS-COMPTEUR-SINISTRES.
           DISPLAY "BORDEREAUX EDITES      : " WS-NB-BORDEREAUX.
           DISPLAY "ASSUREURS SANS FICHE   : "
                   WS-COMPTEUR-SANS-FICHE.
           DISPLAY "==============================================".

       0000-MAIN-FIN.
           GOBACK.

      *******************************************************
      *  CHARGEMENT DU JOURNAL DES RESERVES (FACULTATIF)
      *******************************************************
       1000-CHARGEMENT-RESERVES-DEBUT.

           OPEN INPUT FSINRESV.
           IF NOT WS-STATUS-FILE-FSINRESV-OK
               DISPLAY "--> SINISTRES-RESERVES.txt ABSENT: RESERVES "
                       "DU FICHIER DES SINISTRES"
               GO TO 1000-CHARGEMENT-RESERVES-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FSINRESV-OK
               READ FSINRESV
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-NB-RESERVES < WS-MAX-RESERVES
                       AND SRV-NUMSIN IS NUMERIC
                       AND SRV-DATE IS NUMERIC
                       AND SRV-ANCIENNE IS NUMERIC
                       AND SRV-NOUVELLE IS NUMERIC
                           ADD 1 TO WS-NB-RESERVES
                           SET WS-INDICE-RSV TO WS-NB-RESERVES
                           MOVE SRV-NUMSIN
                                TO WS-RSV-NUMSIN (WS-INDICE-RSV)
                           MOVE SRV-DATE
                                TO WS-RSV-DATE (WS-INDICE-RSV)
                           MOVE SRV-ANCIENNE
                                TO WS-RSV-ANCIENNE (WS-INDICE-RSV)
                           MOVE SRV-NOUVELLE
                                TO WS-RSV-NOUVELLE (WS-INDICE-RSV)
                           MOVE SRV-ORIGINE
                                TO WS-RSV-ORIGINE (WS-INDICE-RSV)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FSINRESV.

           DISPLAY "MOUVEMENTS DE RESERVE CHARGES: " WS-NB-RESERVES.

       1000-CHARGEMENT-RESERVES-FIN.
           EXIT.

      *******************************************************
      *  CHARGEMENT DES PAIEMENTS VIRES (FACULTATIF)
      *******************************************************
       1100-CHARGEMENT-PAIEMENTS-DEBUT.

           OPEN INPUT FSINPAIE.
           IF NOT WS-STATUS-FILE-FSINPAIE-OK
               GO TO 1100-CHARGEMENT-PAIEMENTS-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FSINPAIE-OK
               READ FSINPAIE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-NB-PAIEMENTS < WS-MAX-PAIEMENTS
                       AND SPA-STATUT-VIRE
                       AND SPA-NUMSIN IS NUMERIC
                       AND SPA-MONTANT IS NUMERIC
                           ADD 1 TO WS-NB-PAIEMENTS
                           SET WS-INDICE-PAI TO WS-NB-PAIEMENTS
                           MOVE SPA-NUMSIN
                                TO WS-PAI-NUMSIN (WS-INDICE-PAI)
                           MOVE SPA-DATE-VIREMENT
                                TO WS-PAI-DATE-VIREMENT (WS-INDICE-PAI)
                           MOVE SPA-MONTANT
                                TO WS-PAI-MONTANT (WS-INDICE-PAI)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FSINPAIE.

           DISPLAY "PAIEMENTS VIRES CHARGES: " WS-NB-PAIEMENTS.

       1100-CHARGEMENT-PAIEMENTS-FIN.
           EXIT.

      *******************************************************
      *  CHARGEMENT DU REFERENTIEL DES COMPAGNIES
      *******************************************************
       1200-CHARGEMENT-ASSUREURS-DEBUT.

           OPEN INPUT FASSUREUR.
           IF NOT WS-STATUS-FILE-FASSUREUR-OK
               DISPLAY "--> ASSUREURS.txt ABSENT: LETTRES SANS "
                       "BLOC D'ADRESSE"
               GO TO 1200-CHARGEMENT-ASSUREURS-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FASSUREUR-OK
               READ FASSUREUR
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-NB-ASSUREURS < WS-MAX-ASSUREURS
                       AND ASSR-CODE IS NUMERIC
                           ADD 1 TO WS-NB-ASSUREURS
                           SET WS-INDICE2 TO WS-NB-ASSUREURS
                           MOVE ASSR-CODE
                                TO WS-ASSR-CODE (WS-INDICE2)
                           MOVE ASSR-NOM
                                TO WS-ASSR-NOM (WS-INDICE2)
                           MOVE ASSR-RUE
                                TO WS-ASSR-RUE (WS-INDICE2)
                           MOVE ASSR-CODEPOSTAL
                                TO WS-ASSR-CODEPOSTAL (WS-INDICE2)
                           MOVE ASSR-VILLE
                                TO WS-ASSR-VILLE (WS-INDICE2)
                           MOVE ASSR-CONTACT
                                TO WS-ASSR-CONTACT (WS-INDICE2)
                           MOVE ASSR-COMPTE
                                TO WS-ASSR-COMPTE (WS-INDICE2)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FASSUREUR.

           DISPLAY "NOMBRE DE COMPAGNIES AU REFERENTIEL: "
                   WS-NB-ASSUREURS.

       1200-CHARGEMENT-ASSUREURS-FIN.
           EXIT.

      *******************************************************
      *  LECTURE DES SINISTRES
      *******************************************************
       2000-LECTURE-SINISTRES-DEBUT.

           OPEN INPUT FSINISTRE.
           IF NOT WS-STATUS-FILE-FSINISTRE-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FSINISTRE': "
                       WS-STATUS-FILE-FSINISTRE
               MOVE 16 TO RETURN-CODE
               GO TO 2000-LECTURE-SINISTRES-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FSINISTRE-OK
               READ FSINISTRE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SIN-NUMSIN IS NUMERIC
                       AND SIN-NUMACT IS NUMERIC
                       AND SIN-RESERVE IS NUMERIC
                           PERFORM 2100-SITUATION-SINISTRE-DEBUT
                              THRU 2100-SITUATION-SINISTRE-FIN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FSINISTRE.

       2000-LECTURE-SINISTRES-FIN.
           EXIT.

      *******************************************************
      *  SITUATION D'UN SINISTRE DANS LE MOIS : DECLARATION,
      *  RESERVES D'OUVERTURE ET DE CLOTURE, PAIEMENTS VIRES
      *******************************************************
       2100-SITUATION-SINISTRE-DEBUT.

      ****** DATE DE DECLARATION : FIXATION INITIALE DE LA RESERVE,
      ****** A DEFAUT DATE DU SINISTRE
           MOVE SIN-DATE TO WS-DATE-DECLARATION.
           PERFORM VARYING WS-INDICE-RSV FROM 1 BY 1
                   UNTIL WS-INDICE-RSV > WS-NB-RESERVES
               IF WS-RSV-NUMSIN (WS-INDICE-RSV) = SIN-NUMSIN
               AND WS-RSV-ORIGINE (WS-INDICE-RSV) = "D"
                   MOVE WS-RSV-DATE (WS-INDICE-RSV)
                        TO WS-DATE-DECLARATION
               END-IF
           END-PERFORM.
           IF WS-DATE-DECLARATION > WS-FIN-MOIS
               GO TO 2100-SITUATION-SINISTRE-FIN
           END-IF.
           MOVE "N" TO WS-DECLARE-MOIS.
           IF WS-DATE-DECLARATION > WS-DEBUT-MOIS
               MOVE "O" TO WS-DECLARE-MOIS
           END-IF.
      *
      ****** RESERVES A L'OUVERTURE ET A LA CLOTURE DU MOIS
           MOVE WS-DEBUT-MOIS TO WS-DATE-REFERENCE.
           PERFORM 2200-RESERVE-A-DATE-DEBUT
              THRU 2200-RESERVE-A-DATE-FIN.
           MOVE WS-RESERVE-A-DATE TO WS-RESERVE-OUVERTURE.
           MOVE WS-FIN-MOIS TO WS-DATE-REFERENCE.
           PERFORM 2200-RESERVE-A-DATE-DEBUT
              THRU 2200-RESERVE-A-DATE-FIN.
           MOVE WS-RESERVE-A-DATE TO WS-RESERVE-CLOTURE.
      *
      ****** PAIEMENTS VIRES DANS LE MOIS
           MOVE ZEROES TO WS-PAYE-MOIS.
           PERFORM VARYING WS-INDICE-PAI FROM 1 BY 1
                   UNTIL WS-INDICE-PAI > WS-NB-PAIEMENTS
               IF WS-PAI-NUMSIN (WS-INDICE-PAI) = SIN-NUMSIN
               AND WS-PAI-DATE-VIREMENT (WS-INDICE-PAI)
                   > WS-DEBUT-MOIS
               AND WS-PAI-DATE-VIREMENT (WS-INDICE-PAI)
                   < WS-FIN-MOIS
                   ADD WS-PAI-MONTANT (WS-INDICE-PAI) TO WS-PAYE-MOIS
               END-IF
           END-PERFORM.
      *
      ****** REPRIS S'IL EST OUVERT OU S'IL A BOUGE DANS LE MOIS
           IF NOT SIN-STATUT-OUVERT
           AND NOT WS-DECLARE-MOIS-OUI
           AND WS-RESERVE-OUVERTURE = WS-RESERVE-CLOTURE
           AND WS-PAYE-MOIS = ZEROES
               GO TO 2100-SITUATION-SINISTRE-FIN
           END-IF.
           ADD 1 TO WS-COMPTEUR-SINISTRES.

           PERFORM 2300-REPARTITION-SINISTRE-DEBUT
              THRU 2300-REPARTITION-SINISTRE-FIN.

       2100-SITUATION-SINISTRE-FIN.
           EXIT.

      *******************************************************
      *  RESERVE DU SINISTRE LU A LA DATE WS-DATE-REFERENCE :
      *  NOUVELLE RESERVE DU DERNIER MOUVEMENT JOURNALISE AVANT
      *  CETTE DATE ; SI TOUS LES MOUVEMENTS SONT POSTERIEURS,
      *  ANCIENNE RESERVE DU PREMIER ; SANS JOURNAL, RESERVE DU
      *  FICHIER (NULLE SI LE SINISTRE EST POSTERIEUR)
      *******************************************************
       2200-RESERVE-A-DATE-DEBUT.

           MOVE ZEROES TO WS-RESERVE-A-DATE.
           MOVE "N" TO WS-JOURNAL-TROUVE WS-AVANT-TROUVE.
           PERFORM VARYING WS-INDICE-RSV FROM 1 BY 1
                   UNTIL WS-INDICE-RSV > WS-NB-RESERVES
               IF WS-RSV-NUMSIN (WS-INDICE-RSV) = SIN-NUMSIN
                   IF WS-RSV-DATE (WS-INDICE-RSV) <= WS-DATE-REFERENCE
                       MOVE WS-RSV-NOUVELLE (WS-INDICE-RSV)
                            TO WS-RESERVE-A-DATE
                       MOVE "O" TO WS-AVANT-TROUVE
                   ELSE
                       IF NOT WS-JOURNAL-TROUVE-OUI
                       AND NOT WS-AVANT-TROUVE-OUI
                           MOVE WS-RSV-ANCIENNE (WS-INDICE-RSV)
                                TO WS-RESERVE-A-DATE
                       END-IF
                   END-IF
                   MOVE "O" TO WS-JOURNAL-TROUVE
               END-IF
           END-PERFORM.

           IF NOT WS-JOURNAL-TROUVE-OUI
           AND SIN-DATE <= WS-DATE-REFERENCE
               MOVE SIN-RESERVE TO WS-RESERVE-A-DATE
           END-IF.

       2200-RESERVE-A-DATE-FIN.
           EXIT.

      *******************************************************
      *  REPARTITION DU SINISTRE ENTRE LES COASSUREURS DU
      *  CONTRAT (SERVICE COASSUR) : UNE LIGNE DE BORDEREAU PAR
      *  ASSUREUR
      *******************************************************
       2300-REPARTITION-SINISTRE-DEBUT.

           MOVE WS-RESERVE-OUVERTURE TO WS-COA-MONTANT.
           PERFORM 2400-APPEL-COASSUR-DEBUT
              THRU 2400-APPEL-COASSUR-FIN.
           PERFORM VARYING WS-INDICE-COA FROM 1 BY 1
                   UNTIL WS-INDICE-COA > WS-COA-NB-PARTS
               MOVE WS-COA-MONTANT-PART (WS-INDICE-COA)
                    TO WS-MTP-OUVERTURE (WS-INDICE-COA)
           END-PERFORM.

           MOVE WS-RESERVE-CLOTURE TO WS-COA-MONTANT.
           PERFORM 2400-APPEL-COASSUR-DEBUT
              THRU 2400-APPEL-COASSUR-FIN.
           PERFORM VARYING WS-INDICE-COA FROM 1 BY 1
                   UNTIL WS-INDICE-COA > WS-COA-NB-PARTS
               MOVE WS-COA-MONTANT-PART (WS-INDICE-COA)
                    TO WS-MTP-CLOTURE (WS-INDICE-COA)
           END-PERFORM.

           MOVE WS-PAYE-MOIS TO WS-COA-MONTANT.
           PERFORM 2400-APPEL-COASSUR-DEBUT
              THRU 2400-APPEL-COASSUR-FIN.

           PERFORM VARYING WS-INDICE-COA FROM 1 BY 1
                   UNTIL WS-INDICE-COA > WS-COA-NB-PARTS
               PERFORM 2500-AJOUT-LIGNE-DEBUT
                  THRU 2500-AJOUT-LIGNE-FIN
           END-PERFORM.

       2300-REPARTITION-SINISTRE-FIN.
           EXIT.

      *******************************************************
      *  APPEL DE COASSUR POUR LE CONTRAT DU SINISTRE (A DEFAUT
      *  UNE PART UNIQUE AU CODE DU CONTRAT)
      *******************************************************
       2400-APPEL-COASSUR-DEBUT.

           MOVE SIN-NUMACT TO WS-COA-CONTRAT.
      ****** LE SINISTRE RESTE A L'ASSUREUR EN RISQUE A SA DATE
           MOVE SIN-DATE TO WS-COA-DATE.
           CALL 'COASSUR' USING WS-COASSURANCE
               ON EXCEPTION
                   MOVE "1" TO WS-COA-STATUT
                   MOVE 1 TO WS-COA-NB-PARTS
                   SET WS-INDICE-COA TO 1
                   MOVE SIN-NUMACT TO WS-COA-ASSUREUR (WS-INDICE-COA)
                   MOVE 100 TO WS-COA-POURCENTAGE (WS-INDICE-COA)
                   MOVE WS-COA-MONTANT
                        TO WS-COA-MONTANT-PART (WS-INDICE-COA)
           END-CALL.

       2400-APPEL-COASSUR-FIN.
           EXIT.

      *******************************************************
      *  LIGNE DE BORDEREAU D'UNE PART ET CUMUL DE L'ASSUREUR
      *******************************************************
       2500-AJOUT-LIGNE-DEBUT.

           IF WS-NB-DETAILS >= WS-MAX-DETAILS
               DISPLAY "--> ! PLUS DE " WS-MAX-DETAILS
                       " LIGNES DE BORDEREAU!"
               MOVE 8 TO RETURN-CODE
               GO TO 2500-AJOUT-LIGNE-FIN
           END-IF.
           ADD 1 TO WS-NB-DETAILS.
           SET WS-INDICE-DET TO WS-NB-DETAILS.
           MOVE WS-COA-ASSUREUR (WS-INDICE-COA)
                TO WS-DET-CODEASSUR (WS-INDICE-DET).
           MOVE SIN-NUMSIN  TO WS-DET-NUMSIN (WS-INDICE-DET).
           MOVE SIN-NUMACT  TO WS-DET-NUMACT (WS-INDICE-DET).
           MOVE SIN-DATE    TO WS-DET-DATE (WS-INDICE-DET).
           MOVE SIN-STATUT  TO WS-DET-STATUT (WS-INDICE-DET).
           MOVE SIN-LIBELLE TO WS-DET-LIBELLE (WS-INDICE-DET).
           MOVE WS-DECLARE-MOIS TO WS-DET-DECLARE (WS-INDICE-DET).
           MOVE WS-COA-POURCENTAGE (WS-INDICE-COA)
                TO WS-DET-POURCENTAGE (WS-INDICE-DET).
           MOVE WS-MTP-OUVERTURE (WS-INDICE-COA)
                TO WS-DET-OUVERTURE (WS-INDICE-DET).
           MOVE WS-MTP-CLOTURE (WS-INDICE-COA)
                TO WS-DET-CLOTURE (WS-INDICE-DET).
           MOVE WS-COA-MONTANT-PART (WS-INDICE-COA)
                TO WS-DET-PAYE (WS-INDICE-DET).
      *
      ****** CUMUL DU BORDEREAU DE L'ASSUREUR
           MOVE "N" TO WS-BRD-TROUVE.
           PERFORM VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-NB-BORDEREAUX
                      OR WS-BRD-TROUVE-OUI
               IF WS-BRD-CODEASSUR (WS-INDICE)
                  = WS-DET-CODEASSUR (WS-INDICE-DET)
                   MOVE "O" TO WS-BRD-TROUVE
               END-IF
           END-PERFORM.
           IF WS-BRD-TROUVE-OUI
               SET WS-INDICE DOWN BY 1
           ELSE
               IF WS-NB-BORDEREAUX >= WS-MAX-BORDEREAUX
                   DISPLAY "--> ! PLUS DE " WS-MAX-BORDEREAUX
                           " ASSUREURS!"
                   MOVE 8 TO RETURN-CODE
                   GO TO 2500-AJOUT-LIGNE-FIN
               END-IF
               ADD 1 TO WS-NB-BORDEREAUX
               SET WS-INDICE TO WS-NB-BORDEREAUX
               MOVE WS-DET-CODEASSUR (WS-INDICE-DET)
                    TO WS-BRD-CODEASSUR (WS-INDICE)
               MOVE ZEROES TO WS-BRD-NB (WS-INDICE)
                              WS-BRD-DECLARES (WS-INDICE)
                              WS-BRD-OUVERTURE (WS-INDICE)
                              WS-BRD-CLOTURE (WS-INDICE)
                              WS-BRD-PAYE (WS-INDICE)
           END-IF.
           ADD 1 TO WS-BRD-NB (WS-INDICE).
           IF WS-DECLARE-MOIS-OUI
               ADD 1 TO WS-BRD-DECLARES (WS-INDICE)
           END-IF.
           ADD WS-DET-OUVERTURE (WS-INDICE-DET)
               TO WS-BRD-OUVERTURE (WS-INDICE).
           ADD WS-DET-CLOTURE (WS-INDICE-DET)
               TO WS-BRD-CLOTURE (WS-INDICE).
           ADD WS-DET-PAYE (WS-INDICE-DET) TO WS-BRD-PAYE (WS-INDICE).

       2500-AJOUT-LIGNE-FIN.
           EXIT.

      *******************************************************
      *  MOIS SANS SINISTRE : BORDEREAU NEANT (LE MOIS EST
      *  TRAITE, RIEN A DECLARER)
      *******************************************************
       3900-BORDEREAU-NEANT-DEBUT.

           OPEN OUTPUT FBORDSIN.
           IF NOT WS-STATUS-FILE-FBORDSIN-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FBORDSIN': "
                       WS-STATUS-FILE-FBORDSIN
               GO TO 3900-BORDEREAU-NEANT-FIN
           END-IF.
           MOVE SPACES TO WS-LIGNE.
           STRING "AUCUN SINISTRE A DECLARER POUR LE MOIS "
                  WS-EDIT-MOIS
                  DELIMITED BY SIZE INTO WS-LIGNE.
           PERFORM 4100-ECRITURE-BORDEREAU-DEBUT
              THRU 4100-ECRITURE-BORDEREAU-FIN.
           CLOSE FBORDSIN.

       3900-BORDEREAU-NEANT-FIN.
           EXIT.

      *******************************************************
      *  EDITION DU BORDEREAU D'UN ASSUREUR : DETAIL PAR
      *  SINISTRE ET PIED DE CONTROLE
      *******************************************************
       4000-EDITION-BORDEREAU-DEBUT.

           MOVE ZEROES TO WS-POSITION-ASSUREUR.
           PERFORM VARYING WS-INDICE2 FROM 1 BY 1
                   UNTIL WS-INDICE2 > WS-NB-ASSUREURS
               IF WS-ASSR-CODE (WS-INDICE2)
                  = WS-BRD-CODEASSUR (WS-INDICE)
                   MOVE WS-INDICE2 TO WS-POSITION-ASSUREUR
               END-IF
           END-PERFORM.

           MOVE ALL "=" TO WS-LIGNE.
           PERFORM 4100-ECRITURE-BORDEREAU-DEBUT
              THRU 4100-ECRITURE-BORDEREAU-FIN.
           MOVE SPACES TO WS-LIGNE.
           STRING "BORDEREAU DE SINISTRES DU MOIS " WS-EDIT-MOIS
                  " - ASSUREUR " WS-BRD-CODEASSUR (WS-INDICE)
                  DELIMITED BY SIZE INTO WS-LIGNE.
           IF WS-POSITION-ASSUREUR > ZEROES
               SET WS-INDICE2 TO WS-POSITION-ASSUREUR
               MOVE WS-ASSR-NOM (WS-INDICE2) TO WS-LIGNE (60:30)
           END-IF.
           PERFORM 4100-ECRITURE-BORDEREAU-DEBUT
              THRU 4100-ECRITURE-BORDEREAU-FIN.
           MOVE SPACES TO WS-LIGNE.
           STRING "SINISTRE CONTRAT  DATE       S D  PART %  "
                  "RES. OUVERTURE      MOUVEMENT   PAYE DU MOIS "
                  " RES. CLOTURE LIBELLE"
                  DELIMITED BY SIZE INTO WS-LIGNE.
           PERFORM 4100-ECRITURE-BORDEREAU-DEBUT
              THRU 4100-ECRITURE-BORDEREAU-FIN.

           MOVE ZEROES TO WS-CTL-NB WS-CTL-MOUVEMENT.
           PERFORM VARYING WS-INDICE-DET FROM 1 BY 1
                   UNTIL WS-INDICE-DET > WS-NB-DETAILS
               IF WS-DET-CODEASSUR (WS-INDICE-DET)
                  = WS-BRD-CODEASSUR (WS-INDICE)
                   PERFORM 4200-LIGNE-SINISTRE-DEBUT
                      THRU 4200-LIGNE-SINISTRE-FIN
               END-IF
           END-PERFORM.
      *
      ****** PIED DE CONTROLE
           MOVE ALL "-" TO WS-LIGNE.
           PERFORM 4100-ECRITURE-BORDEREAU-DEBUT
              THRU 4100-ECRITURE-BORDEREAU-FIN.
           MOVE WS-BRD-OUVERTURE (WS-INDICE) TO WS-EDIT-MONTANT.
           MOVE WS-CTL-MOUVEMENT TO WS-EDIT-MOUVEMENT.
           MOVE WS-BRD-PAYE (WS-INDICE) TO WS-EDIT-MONTANT2.
           MOVE WS-BRD-CLOTURE (WS-INDICE) TO WS-EDIT-MONTANT3.
           MOVE SPACES TO WS-LIGNE.
           STRING "TOTAL " WS-BRD-NB (WS-INDICE) " SINISTRE(S) "
                  "DONT " WS-BRD-DECLARES (WS-INDICE)
                  " DECLARE(S) DANS LE MOIS"
                  DELIMITED BY SIZE INTO WS-LIGNE.
           PERFORM 4100-ECRITURE-BORDEREAU-DEBUT
              THRU 4100-ECRITURE-BORDEREAU-FIN.
           MOVE SPACES TO WS-LIGNE.
           STRING "TOTAUX                                   "
                  WS-EDIT-MONTANT " " WS-EDIT-MOUVEMENT " "
                  WS-EDIT-MONTANT2 " " WS-EDIT-MONTANT3
                  DELIMITED BY SIZE INTO WS-LIGNE.
           PERFORM 4100-ECRITURE-BORDEREAU-DEBUT
              THRU 4100-ECRITURE-BORDEREAU-FIN.

           COMPUTE WS-CTL-ECART = WS-BRD-OUVERTURE (WS-INDICE)
                                + WS-CTL-MOUVEMENT
                                - WS-BRD-CLOTURE (WS-INDICE).
           MOVE SPACES TO WS-LIGNE.
           IF WS-CTL-NB = WS-BRD-NB (WS-INDICE)
           AND WS-CTL-ECART = ZEROES
               STRING "CONTROLE : " WS-CTL-NB " LIGNE(S), "
                      "OUVERTURE + MOUVEMENTS = CLOTURE : OK"
                      DELIMITED BY SIZE INTO WS-LIGNE
           ELSE
               MOVE WS-CTL-ECART TO WS-EDIT-MOUVEMENT
               STRING "CONTROLE : " WS-CTL-NB " LIGNE(S) POUR "
                      WS-BRD-NB (WS-INDICE) " ATTENDUE(S), ECART "
                      WS-EDIT-MOUVEMENT " : ANOMALIE"
                      DELIMITED BY SIZE INTO WS-LIGNE
               DISPLAY "*** BORDEREAU " WS-BRD-CODEASSUR (WS-INDICE)
                       " : CONTROLE EN ANOMALIE ***"
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM 4100-ECRITURE-BORDEREAU-DEBUT
              THRU 4100-ECRITURE-BORDEREAU-FIN.
           MOVE SPACES TO WS-LIGNE.
           PERFORM 4100-ECRITURE-BORDEREAU-DEBUT
              THRU 4100-ECRITURE-BORDEREAU-FIN.

       4000-EDITION-BORDEREAU-FIN.
           EXIT.

      *******************************************************
      *  ECRITURE D'UNE LIGNE DE BORDEREAU
      *******************************************************
       4100-ECRITURE-BORDEREAU-DEBUT.

           MOVE WS-LIGNE TO RBORDSIN.
           WRITE RBORDSIN.

       4100-ECRITURE-BORDEREAU-FIN.
           EXIT.

      *******************************************************
      *  LIGNE DE DETAIL D'UN SINISTRE
      *******************************************************
       4200-LIGNE-SINISTRE-DEBUT.

           ADD 1 TO WS-CTL-NB.
           COMPUTE WS-MOUVEMENT = WS-DET-CLOTURE (WS-INDICE-DET)
                                - WS-DET-OUVERTURE (WS-INDICE-DET).
           ADD WS-MOUVEMENT TO WS-CTL-MOUVEMENT.

           MOVE WS-DET-DATE (WS-INDICE-DET) TO WS-EDIT-DATE.
           MOVE WS-DET-POURCENTAGE (WS-INDICE-DET)
                TO WS-EDIT-POURCENTAGE.
           MOVE WS-DET-OUVERTURE (WS-INDICE-DET) TO WS-EDIT-MONTANT.
           MOVE WS-MOUVEMENT TO WS-EDIT-MOUVEMENT.
           MOVE WS-DET-PAYE (WS-INDICE-DET) TO WS-EDIT-MONTANT2.
           MOVE WS-DET-CLOTURE (WS-INDICE-DET) TO WS-EDIT-MONTANT3.
           MOVE SPACES TO WS-LIGNE.
           STRING WS-DET-NUMSIN (WS-INDICE-DET) " "
                  WS-DET-NUMACT (WS-INDICE-DET) " "
                  WS-EDIT-DATE " "
                  WS-DET-STATUT (WS-INDICE-DET) " "
                  WS-DET-DECLARE (WS-INDICE-DET) " "
                  WS-EDIT-POURCENTAGE " "
                  WS-EDIT-MONTANT " " WS-EDIT-MOUVEMENT " "
                  WS-EDIT-MONTANT2 " " WS-EDIT-MONTANT3 " "
                  WS-DET-LIBELLE (WS-INDICE-DET)
                  DELIMITED BY SIZE INTO WS-LIGNE.
           PERFORM 4100-ECRITURE-BORDEREAU-DEBUT
              THRU 4100-ECRITURE-BORDEREAU-FIN.

       4200-LIGNE-SINISTRE-FIN.
           EXIT.

      *******************************************************
      *  EDITION DE LA LETTRE DE TRANSMISSION D'UN BORDEREAU
      *  (MEME PRESENTATION QUE LETTREBORD)
      *******************************************************
       5000-EDITION-LETTRE-DEBUT.

           ADD 1 TO WS-COMPTEUR-LETTRES.

           MOVE ALL "=" TO WS-LIGNE.
           PERFORM 5100-ECRITURE-LETTRE-DEBUT
              THRU 5100-ECRITURE-LETTRE-FIN.

           MOVE WS-SOCIETE-NOM TO WS-LIGNE.
           PERFORM 5100-ECRITURE-LETTRE-DEBUT
              THRU 5100-ECRITURE-LETTRE-FIN.
           MOVE WS-SOCIETE-ADRESSE TO WS-LIGNE.
           PERFORM 5100-ECRITURE-LETTRE-DEBUT
              THRU 5100-ECRITURE-LETTRE-FIN.
           MOVE WS-SOCIETE-VILLE TO WS-LIGNE.
           PERFORM 5100-ECRITURE-LETTRE-DEBUT
              THRU 5100-ECRITURE-LETTRE-FIN.
      *
      ****** BLOC D'ADRESSE DE LA COMPAGNIE DESTINATAIRE
           IF WS-POSITION-ASSUREUR > ZEROES
               SET WS-INDICE2 TO WS-POSITION-ASSUREUR
               MOVE WS-ASSR-NOM (WS-INDICE2) TO WS-LIGNE
               PERFORM 5100-ECRITURE-LETTRE-DEBUT
                  THRU 5100-ECRITURE-LETTRE-FIN
               MOVE WS-ASSR-RUE (WS-INDICE2) TO WS-LIGNE
               PERFORM 5100-ECRITURE-LETTRE-DEBUT
                  THRU 5100-ECRITURE-LETTRE-FIN
               MOVE SPACES TO WS-LIGNE
               STRING WS-ASSR-CODEPOSTAL (WS-INDICE2) " "
                      WS-ASSR-VILLE (WS-INDICE2)
                      DELIMITED BY SIZE INTO WS-LIGNE
               PERFORM 5100-ECRITURE-LETTRE-DEBUT
                  THRU 5100-ECRITURE-LETTRE-FIN
               MOVE SPACES TO WS-LIGNE
               STRING "A L'ATTENTION DE "
                      WS-ASSR-CONTACT (WS-INDICE2)
                      DELIMITED BY SIZE INTO WS-LIGNE
               PERFORM 5100-ECRITURE-LETTRE-DEBUT
                  THRU 5100-ECRITURE-LETTRE-FIN
           ELSE
               ADD 1 TO WS-COMPTEUR-SANS-FICHE
               MOVE SPACES TO WS-LIGNE
               STRING "ASSUREUR " WS-BRD-CODEASSUR (WS-INDICE)
                      DELIMITED BY SIZE INTO WS-LIGNE
               PERFORM 5100-ECRITURE-LETTRE-DEBUT
                  THRU 5100-ECRITURE-LETTRE-FIN
               MOVE "(ADRESSE A COMPLETER - COMPAGNIE ABSENTE DU "
                    TO WS-LIGNE
               PERFORM 5100-ECRITURE-LETTRE-DEBUT
                  THRU 5100-ECRITURE-LETTRE-FIN
               MOVE "REFERENTIEL ASSUREURS)" TO WS-LIGNE
               PERFORM 5100-ECRITURE-LETTRE-DEBUT
                  THRU 5100-ECRITURE-LETTRE-FIN
               DISPLAY "--> ASSUREUR "
                       WS-BRD-CODEASSUR (WS-INDICE)
                       " ABSENT DU REFERENTIEL"
           END-IF.
      *
      ****** CORPS DE LA LETTRE
           MOVE SPACES TO WS-LIGNE.
           STRING "OBJET: BORDEREAU DE SINISTRES DU MOIS "
                  WS-EDIT-MOIS " DU " WS-EDIT-DATE-JOUR
                  DELIMITED BY SIZE INTO WS-LIGNE.
           PERFORM 5100-ECRITURE-LETTRE-DEBUT
              THRU 5100-ECRITURE-LETTRE-FIN.

           MOVE SPACES TO WS-LIGNE.
           STRING "VEUILLEZ TROUVER CI-JOINT "
                  WS-BRD-NB (WS-INDICE) " SINISTRE(S), DONT "
                  WS-BRD-DECLARES (WS-INDICE)
                  " DECLARE(S) DANS LE MOIS."
                  DELIMITED BY SIZE INTO WS-LIGNE.
           PERFORM 5100-ECRITURE-LETTRE-DEBUT
              THRU 5100-ECRITURE-LETTRE-FIN.

           MOVE WS-BRD-PAYE (WS-INDICE) TO WS-EDIT-MONTANT.
           MOVE SPACES TO WS-LIGNE.
           STRING "PAIEMENTS DU MOIS      : " WS-EDIT-MONTANT " EUR."
                  DELIMITED BY SIZE INTO WS-LIGNE.
           PERFORM 5100-ECRITURE-LETTRE-DEBUT
              THRU 5100-ECRITURE-LETTRE-FIN.

           MOVE WS-BRD-CLOTURE (WS-INDICE) TO WS-EDIT-MONTANT.
           MOVE SPACES TO WS-LIGNE.
           STRING "RESERVES EN FIN DE MOIS: " WS-EDIT-MONTANT " EUR."
                  DELIMITED BY SIZE INTO WS-LIGNE.
           PERFORM 5100-ECRITURE-LETTRE-DEBUT
              THRU 5100-ECRITURE-LETTRE-FIN.

           IF WS-POSITION-ASSUREUR > ZEROES
               SET WS-INDICE2 TO WS-POSITION-ASSUREUR
               MOVE SPACES TO WS-LIGNE
               STRING "NOS REFERENCES : COMPTE "
                      WS-ASSR-COMPTE (WS-INDICE2)
                      DELIMITED BY SIZE INTO WS-LIGNE
               PERFORM 5100-ECRITURE-LETTRE-DEBUT
                  THRU 5100-ECRITURE-LETTRE-FIN
           END-IF.

           MOVE SPACES TO WS-LIGNE.
           PERFORM 5100-ECRITURE-LETTRE-DEBUT
              THRU 5100-ECRITURE-LETTRE-FIN.

       5000-EDITION-LETTRE-FIN.
           EXIT.

      *******************************************************
      *  ECRITURE D'UNE LIGNE DE LETTRE
      *******************************************************
       5100-ECRITURE-LETTRE-DEBUT.

           MOVE WS-LIGNE TO RLETTRE.
           WRITE RLETTRE.

       5100-ECRITURE-LETTRE-FIN.
           EXIT.
