       IDENTIFICATION DIVISION.
       PROGRAM-ID. ECHEANCE.
       AUTHOR. GENEVIEVE GIANNASI.
       INSTALLATION. PERSONAL PC.
       DATE-WRITTEN. 15-10-2026.
       DATE-COMPILED. 15-10-2026.
       SECURITY. NON-CONFIDENTIAL.
      ******************************************************************
      * OBJECTIF: Sous-programme partage de calcul de la date
      * d'echeance d'une facture selon les conditions de paiement du
      * client. L'anciennete des creances partait de la date de
      * facturation : un client a 60 jours etait deja "31-60 jours"
      * et relance alors qu'il etait dans les temps.
      *
      *     CALL 'ECHEANCE' USING LS-ECHEANCE
      *
      *     LS-ECH-CLIENT    : identifiant du client (entree)
      *     LS-ECH-SOCIETE   : societe du client (entree)
      *     LS-ECH-DATE-FACTURE : date de la facture AAAAMMJJ (entree)
      *     LS-ECH-CODE      : code de la condition retenue (sortie)
      *     LS-ECH-LIBELLE   : libelle imprime sur la facture (sortie)
      *     LS-ECH-JOURS     : delai en jours (sortie)
      *     LS-ECH-FIN-MOIS  : "O" echeance reportee en fin de mois
      *     LS-ECH-DATE-ECHEANCE : date d'echeance AAAAMMJJ (sortie)
      *     LS-ECH-ORIGINE   : "C" condition du client, "S" de sa
      *                        societe, "D" defaut de la table,
      *                        "A" aucune (paiement a reception)
      *     LS-ECH-STATUT    : "0" reussi, "1" date de facture
      *                        invalide (echeance = date de facture)
      *
      * Echeance = date de facture + jours ; en fin de mois, le
      * dernier jour du mois ainsi atteint (45 jours fin de mois).
      * CONDITIONS-PAIEMENT.txt est charge une fois au premier appel ;
      * absent, ou sans condition pour le client, le paiement est du
      * a reception, comme avant l'introduction des conditions.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ******** CONDITIONS DE PAIEMENT ET ATTRIBUTIONS (FACULTATIF)
           SELECT FCONDPAIE ASSIGN TO "CONDITIONS-PAIEMENT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FCONDPAIE.

       DATA DIVISION.
       FILE SECTION.
      ******** CONDITIONS DE PAIEMENT ET ATTRIBUTIONS
           COPY 'COBOL-FD-CONDPAIE.cpy'.

       WORKING-STORAGE SECTION.
       77  WS-STATUS-FILE-FCONDPAIE PIC X(02) VALUE SPACES.
           88  WS-STATUS-FILE-FCONDPAIE-OK  VALUE "00".
           88  WS-STATUS-FILE-FCONDPAIE-EOF VALUE "10".
       77  WS-TABLE-CHARGEE PIC X(01) VALUE "N".
           88  WS-TABLE-CHARGEE-OUI VALUE "O".

      ****** DEFINITIONS DES CONDITIONS (TYPE T)
       01  WS-TABLE-CONDITIONS.
           05  WS-CND-ENTRY OCCURS 50 INDEXED BY WS-INDICE-CND.
               10  WS-CND-CODE     PIC X(04).
               10  WS-CND-JOURS    PIC 9(03).
               10  WS-CND-FIN-MOIS PIC X(01).
               10  WS-CND-LIBELLE  PIC X(30).
       77  WS-NB-CONDITIONS  PIC 9(03) VALUE ZEROES.
       77  WS-MAX-CONDITIONS PIC 9(03) VALUE 50.

      ****** ATTRIBUTIONS PAR CLIENT (C) ET PAR SOCIETE (S)
       01  WS-TABLE-ATTRIBUTIONS.
           05  WS-ATT-ENTRY OCCURS 5000 INDEXED BY WS-INDICE-ATT.
               10  WS-ATT-TYPE     PIC X(01).
               10  WS-ATT-CRITERE  PIC X(08).
               10  WS-ATT-CODE     PIC X(04).
       77  WS-NB-ATTRIBUTIONS  PIC 9(04) VALUE ZEROES.
       77  WS-MAX-ATTRIBUTIONS PIC 9(04) VALUE 5000.
       77  WS-CODE-DEFAUT PIC X(04) VALUE SPACES.

       77  WS-CODE-RETENU PIC X(04) VALUE SPACES.
       77  WS-ORIGINE     PIC X(01) VALUE SPACES.
       77  WS-ENTIER      PIC S9(07) VALUE ZEROES.
       77  WS-DATE-CALCUL PIC 9(08) VALUE ZEROES.
       77  WS-ANNEE       PIC 9(04) VALUE ZEROES.
       77  WS-MOIS        PIC 9(02) VALUE ZEROES.

       LINKAGE SECTION.
       01  LS-ECHEANCE.
           05  LS-ECH-CLIENT        PIC X(08).
           05  LS-ECH-SOCIETE       PIC X(05).
           05  LS-ECH-DATE-FACTURE  PIC 9(08).
           05  LS-ECH-CODE          PIC X(04).
           05  LS-ECH-LIBELLE       PIC X(30).
           05  LS-ECH-JOURS         PIC 9(03).
           05  LS-ECH-FIN-MOIS      PIC X(01).
           05  LS-ECH-DATE-ECHEANCE PIC 9(08).
           05  LS-ECH-ORIGINE       PIC X(01).
               88  LS-ECH-SANS-CONDITION VALUE "A".
           05  LS-ECH-STATUT        PIC X(01).
               88  LS-ECH-STATUT-OK VALUE "0".

      *******************************************************
      *  PARAGRAPHE PRINCIPAL
      *******************************************************
       PROCEDURE DIVISION USING LS-ECHEANCE.
       DEBUT-PROGRAMME.

           MOVE "0" TO LS-ECH-STATUT.
           MOVE SPACES TO LS-ECH-CODE.
           MOVE "A RECEPTION" TO LS-ECH-LIBELLE.
           MOVE ZEROES TO LS-ECH-JOURS.
           MOVE "N" TO LS-ECH-FIN-MOIS.
           MOVE "A" TO LS-ECH-ORIGINE.
           MOVE LS-ECH-DATE-FACTURE TO LS-ECH-DATE-ECHEANCE.

           IF LS-ECH-DATE-FACTURE NOT NUMERIC
           OR FUNCTION TEST-DATE-YYYYMMDD (LS-ECH-DATE-FACTURE)
              NOT = ZEROES
               MOVE "1" TO LS-ECH-STATUT
               GO TO FIN-PROGRAMME
           END-IF.

           PERFORM 1000-CHARGEMENT-CONDITIONS-DEBUT
              THRU 1000-CHARGEMENT-CONDITIONS-FIN.

           PERFORM 2000-RECHERCHE-CONDITION-DEBUT
              THRU 2000-RECHERCHE-CONDITION-FIN.

           PERFORM 3000-CALCUL-ECHEANCE-DEBUT
              THRU 3000-CALCUL-ECHEANCE-FIN.

       FIN-PROGRAMME.
           EXIT PROGRAM.

      *******************************************************
      *  CHARGEMENT (UNE SEULE FOIS) DES CONDITIONS ET DES
      *  ATTRIBUTIONS - ABSENT, TOUT EST PAYABLE A RECEPTION
      *******************************************************
       1000-CHARGEMENT-CONDITIONS-DEBUT.

           IF WS-TABLE-CHARGEE-OUI
               GO TO 1000-CHARGEMENT-CONDITIONS-FIN
           END-IF.
           MOVE "O" TO WS-TABLE-CHARGEE.

           OPEN INPUT FCONDPAIE.
           IF NOT WS-STATUS-FILE-FCONDPAIE-OK
               GO TO 1000-CHARGEMENT-CONDITIONS-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FCONDPAIE-OK
               READ FCONDPAIE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 1100-RANGEMENT-LIGNE-DEBUT
                          THRU 1100-RANGEMENT-LIGNE-FIN
               END-READ
           END-PERFORM.
           CLOSE FCONDPAIE.

       1000-CHARGEMENT-CONDITIONS-FIN.
           EXIT.

      *******************************************************
      *  RANGEMENT D'UNE LIGNE DE LA TABLE SELON SON TYPE
      *******************************************************
       1100-RANGEMENT-LIGNE-DEBUT.

           IF CPA-CODE = SPACES
               GO TO 1100-RANGEMENT-LIGNE-FIN
           END-IF.

           EVALUATE TRUE
               WHEN CPA-TYPE-CONDITION
                   IF CPA-JOURS IS NUMERIC
                   AND WS-NB-CONDITIONS < WS-MAX-CONDITIONS
                       ADD 1 TO WS-NB-CONDITIONS
                       SET WS-INDICE-CND TO WS-NB-CONDITIONS
                       MOVE CPA-CODE  TO WS-CND-CODE (WS-INDICE-CND)
                       MOVE CPA-JOURS TO WS-CND-JOURS (WS-INDICE-CND)
                       IF CPA-FIN-MOIS-OUI
                           MOVE "O" TO WS-CND-FIN-MOIS (WS-INDICE-CND)
                       ELSE
                           MOVE "N" TO WS-CND-FIN-MOIS (WS-INDICE-CND)
                       END-IF
                       MOVE CPA-LIBELLE
                            TO WS-CND-LIBELLE (WS-INDICE-CND)
                   END-IF
               WHEN CPA-TYPE-CLIENT
               WHEN CPA-TYPE-SOCIETE
                   IF CPA-CRITERE NOT = SPACES
                   AND WS-NB-ATTRIBUTIONS < WS-MAX-ATTRIBUTIONS
                       ADD 1 TO WS-NB-ATTRIBUTIONS
                       SET WS-INDICE-ATT TO WS-NB-ATTRIBUTIONS
                       MOVE CPA-TYPE    TO WS-ATT-TYPE (WS-INDICE-ATT)
                       MOVE CPA-CRITERE
                            TO WS-ATT-CRITERE (WS-INDICE-ATT)
                       MOVE CPA-CODE    TO WS-ATT-CODE (WS-INDICE-ATT)
                   END-IF
               WHEN CPA-TYPE-DEFAUT
                   MOVE CPA-CODE TO WS-CODE-DEFAUT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       1100-RANGEMENT-LIGNE-FIN.
           EXIT.

      *******************************************************
      *  CONDITION DU CLIENT : LE CLIENT NOMME, PUIS SA
      *  SOCIETE, PUIS LE DEFAUT DE LA TABLE
      *******************************************************
       2000-RECHERCHE-CONDITION-DEBUT.

           MOVE SPACES TO WS-CODE-RETENU WS-ORIGINE.

           PERFORM VARYING WS-INDICE-ATT FROM 1 BY 1
                   UNTIL WS-INDICE-ATT > WS-NB-ATTRIBUTIONS
                      OR WS-CODE-RETENU NOT = SPACES
               IF WS-ATT-TYPE (WS-INDICE-ATT) = "C"
               AND WS-ATT-CRITERE (WS-INDICE-ATT) = LS-ECH-CLIENT
                   MOVE WS-ATT-CODE (WS-INDICE-ATT) TO WS-CODE-RETENU
                   MOVE "C" TO WS-ORIGINE
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-INDICE-ATT FROM 1 BY 1
                   UNTIL WS-INDICE-ATT > WS-NB-ATTRIBUTIONS
                      OR WS-CODE-RETENU NOT = SPACES
               IF WS-ATT-TYPE (WS-INDICE-ATT) = "S"
               AND WS-ATT-CRITERE (WS-INDICE-ATT) (1:5)
                   = LS-ECH-SOCIETE
                   MOVE WS-ATT-CODE (WS-INDICE-ATT) TO WS-CODE-RETENU
                   MOVE "S" TO WS-ORIGINE
               END-IF
           END-PERFORM.

           IF WS-CODE-RETENU = SPACES
           AND WS-CODE-DEFAUT NOT = SPACES
               MOVE WS-CODE-DEFAUT TO WS-CODE-RETENU
               MOVE "D" TO WS-ORIGINE
           END-IF.

           IF WS-CODE-RETENU = SPACES
               GO TO 2000-RECHERCHE-CONDITION-FIN
           END-IF.
      *
      ****** CODE ATTRIBUE SANS DEFINITION : A RECEPTION
           PERFORM VARYING WS-INDICE-CND FROM 1 BY 1
                   UNTIL WS-INDICE-CND > WS-NB-CONDITIONS
               IF WS-CND-CODE (WS-INDICE-CND) = WS-CODE-RETENU
                   MOVE WS-CND-CODE (WS-INDICE-CND) TO LS-ECH-CODE
                   MOVE WS-CND-LIBELLE (WS-INDICE-CND)
                        TO LS-ECH-LIBELLE
                   MOVE WS-CND-JOURS (WS-INDICE-CND) TO LS-ECH-JOURS
                   MOVE WS-CND-FIN-MOIS (WS-INDICE-CND)
                        TO LS-ECH-FIN-MOIS
                   MOVE WS-ORIGINE TO LS-ECH-ORIGINE
                   GO TO 2000-RECHERCHE-CONDITION-FIN
               END-IF
           END-PERFORM.

       2000-RECHERCHE-CONDITION-FIN.
           EXIT.

      *******************************************************
      *  DATE D'ECHEANCE : DATE DE FACTURE + JOURS, PUIS
      *  DERNIER JOUR DU MOIS ATTEINT QUAND FIN DE MOIS
      *******************************************************
       3000-CALCUL-ECHEANCE-DEBUT.

           COMPUTE WS-ENTIER =
                   FUNCTION INTEGER-OF-DATE (LS-ECH-DATE-FACTURE)
                 + LS-ECH-JOURS.
           COMPUTE WS-DATE-CALCUL =
                   FUNCTION DATE-OF-INTEGER (WS-ENTIER).

           IF LS-ECH-FIN-MOIS = "O"
               MOVE WS-DATE-CALCUL (1:4) TO WS-ANNEE
               MOVE WS-DATE-CALCUL (5:2) TO WS-MOIS
               IF WS-MOIS = 12
                   ADD 1 TO WS-ANNEE
                   MOVE 1 TO WS-MOIS
               ELSE
                   ADD 1 TO WS-MOIS
               END-IF
      ****** PREMIER DU MOIS SUIVANT MOINS UN JOUR
               MOVE WS-ANNEE TO WS-DATE-CALCUL (1:4)
               MOVE WS-MOIS  TO WS-DATE-CALCUL (5:2)
               MOVE "01"     TO WS-DATE-CALCUL (7:2)
               COMPUTE WS-ENTIER =
                       FUNCTION INTEGER-OF-DATE (WS-DATE-CALCUL) - 1
               COMPUTE WS-DATE-CALCUL =
                       FUNCTION DATE-OF-INTEGER (WS-ENTIER)
           END-IF.

           MOVE WS-DATE-CALCUL TO LS-ECH-DATE-ECHEANCE.

       3000-CALCUL-ECHEANCE-FIN.
           EXIT.
