       IDENTIFICATION DIVISION.
       PROGRAM-ID. COASSUR.
       AUTHOR. GENEVIEVE GIANNASI.
       INSTALLATION. PERSONAL PC.
       DATE-WRITTEN. 15-10-2026.
       DATE-COMPILED. 15-10-2026.
       SECURITY. NON-CONFIDENTIAL.
      ******************************************************************
      * OBJECTIF: Sous-programme partage de repartition d'un montant
      * (prime d'une ligne de bordereau, reserve ou reglement d'un
      * sinistre) entre les coassureurs d'un contrat.
      *
      *     CALL 'COASSUR' USING LS-COASSURANCE
      *
      *     LS-COA-CONTRAT   : numero du contrat (entree)
      *     LS-COA-MONTANT   : montant a repartir (entree)
      *     LS-COA-NB-PARTS  : nombre de parts (sortie)
      *     LS-COA-PART      : pour chaque part (sortie) le code
      *                        assureur, le pourcentage, le montant
      *                        de la part et l'indicateur aperiteur
      *     LS-COA-STATUT    : "0" contrat coassure, "1" contrat non
      *                        coassure, "2" repartition invalide au
      *                        fichier (total different de 100 % ou
      *                        aperiteur absent ou multiple)
      *     LS-COA-DATE      : date de reference AAAAMMJJ (entree) -
      *                        date du bordereau, ou du sinistre ;
      *                        0 = date du jour
      *
      * Un contrat non coassure (ou dont la repartition est
      * invalide) rend une seule part de 100 % au code du contrat,
      * comme avant la coassurance. Chaque part est arrondie au
      * centime ; l'ecart d'arrondi revient a l'aperiteur, de sorte
      * que la somme des parts est toujours egale au montant.
      * COASSURANCES.txt est charge une fois au premier appel.
      *
      * Transferts de portefeuille (TRFPORTF) : les transferts actifs
      * de ASSURANCES-TRANSFERTS.txt dont la date d'effet est atteinte
      * a la date de reference remplacent, dans les parts du contrat,
      * l'assureur cedant par l'assureur repreneur (dans l'ordre du
      * registre, un contrat pouvant etre transfere plusieurs fois).
      * Un bordereau date d'avant l'effet reste a l'ancien assureur.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ******** FICHIER DE COASSURANCE (FACULTATIF)
           SELECT FCOASS ASSIGN TO "COASSURANCES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FCOASS.

      ******** REGISTRE DES TRANSFERTS DE PORTEFEUILLE (FACULTATIF)
           SELECT FTRANSF ASSIGN TO "ASSURANCES-TRANSFERTS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FTRANSF.

       DATA DIVISION.
       FILE SECTION.
      ******** FICHIER DE COASSURANCE
           COPY 'COBOL-FD-COASSUR.cpy'.

      ******** REGISTRE DES TRANSFERTS DE PORTEFEUILLE
           COPY 'COBOL-FD-TRANSFERT.cpy'.

       WORKING-STORAGE SECTION.
       77  WS-STATUS-FILE-FCOASS PIC X(02) VALUE SPACES.
           88  WS-STATUS-FILE-FCOASS-OK  VALUE "00".
           88  WS-STATUS-FILE-FCOASS-EOF VALUE "10".
       77  WS-TABLE-CHARGEE PIC X(01) VALUE "N".
           88  WS-TABLE-CHARGEE-OUI VALUE "O".

      ****** PARTS DE COASSURANCE DE TOUS LES CONTRATS
       01  WS-TABLE-PARTS.
           05  WS-PRT-ENTRY OCCURS 2000 INDEXED BY WS-INDICE-PRT.
               10  WS-PRT-CONTRAT   PIC 9(08).
               10  WS-PRT-ASSUREUR  PIC 9(08).
               10  WS-PRT-PART      PIC 9(03)V99.
               10  WS-PRT-APERITEUR PIC X(01).
       77  WS-NB-PARTS  PIC 9(04) VALUE ZEROES.
       77  WS-MAX-PARTS PIC 9(04) VALUE 2000.

      ****** TRANSFERTS DE PORTEFEUILLE ACTIFS
       77  WS-STATUS-FILE-FTRANSF PIC X(02) VALUE SPACES.
           88  WS-STATUS-FILE-FTRANSF-OK  VALUE "00".
       01  WS-TABLE-TRANSFERTS.
           05  WS-TRF-ENTRY OCCURS 2000 INDEXED BY WS-INDICE-TRF.
               10  WS-TRF-CONTRAT    PIC 9(08).
               10  WS-TRF-SOURCE     PIC 9(08).
               10  WS-TRF-CIBLE      PIC 9(08).
               10  WS-TRF-DATE-EFFET PIC 9(08).
       77  WS-NB-TRANSFERTS  PIC 9(04) VALUE ZEROES.
       77  WS-MAX-TRANSFERTS PIC 9(04) VALUE 2000.
       77  WS-DATE-REFERENCE PIC 9(08) VALUE ZEROES.

       77  WS-TOTAL-POURCENTAGE PIC 9(05)V99 VALUE ZEROES.
       77  WS-TOTAL-REPARTI     PIC 9(11)V99 VALUE ZEROES.
       77  WS-NB-APERITEURS     PIC 9(02) VALUE ZEROES.
       77  WS-POSITION-APERITEUR PIC 9(02) VALUE ZEROES.

       LINKAGE SECTION.
       01  LS-COASSURANCE.
           05  LS-COA-CONTRAT       PIC 9(08).
           05  LS-COA-MONTANT       PIC 9(09)V99.
           05  LS-COA-NB-PARTS      PIC 9(02).
           05  LS-COA-PART OCCURS 10 INDEXED BY LS-INDICE-PART.
               10  LS-COA-ASSUREUR     PIC 9(08).
               10  LS-COA-POURCENTAGE  PIC 9(03)V99.
               10  LS-COA-MONTANT-PART PIC 9(09)V99.
               10  LS-COA-APERITEUR    PIC X(01).
           05  LS-COA-STATUT        PIC X(01).
               88  LS-COA-COASSURE       VALUE "0".
               88  LS-COA-NON-COASSURE   VALUE "1".
               88  LS-COA-INVALIDE       VALUE "2".
           05  LS-COA-DATE          PIC 9(08).

      *******************************************************
      *  PARAGRAPHE PRINCIPAL
      *******************************************************
       PROCEDURE DIVISION USING LS-COASSURANCE.
       DEBUT-PROGRAMME.

           PERFORM 1000-CHARGEMENT-PARTS-DEBUT
              THRU 1000-CHARGEMENT-PARTS-FIN.

           PERFORM 2000-RECHERCHE-PARTS-DEBUT
              THRU 2000-RECHERCHE-PARTS-FIN.

           IF LS-COA-COASSURE
               PERFORM 3000-REPARTITION-DEBUT
                  THRU 3000-REPARTITION-FIN
           ELSE
               PERFORM 2100-PART-UNIQUE-DEBUT
                  THRU 2100-PART-UNIQUE-FIN
           END-IF.

           PERFORM 4000-TRANSFERTS-DEBUT
              THRU 4000-TRANSFERTS-FIN.

       FIN-PROGRAMME.
           EXIT PROGRAM.

      *******************************************************
      *  CHARGEMENT (UNE SEULE FOIS) DES PARTS DE COASSURANCE -
      *  ABSENT, AUCUN CONTRAT N'EST COASSURE
      *******************************************************
       1000-CHARGEMENT-PARTS-DEBUT.

           IF WS-TABLE-CHARGEE-OUI
               GO TO 1000-CHARGEMENT-PARTS-FIN
           END-IF.
           MOVE "O" TO WS-TABLE-CHARGEE.

           PERFORM 1100-CHARGEMENT-TRANSFERTS-DEBUT
              THRU 1100-CHARGEMENT-TRANSFERTS-FIN.

           OPEN INPUT FCOASS.
           IF NOT WS-STATUS-FILE-FCOASS-OK
               GO TO 1000-CHARGEMENT-PARTS-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FCOASS-OK
               READ FCOASS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF COA-CONTRAT IS NUMERIC
                       AND COA-ASSUREUR IS NUMERIC
                       AND COA-PART IS NUMERIC
                       AND WS-NB-PARTS < WS-MAX-PARTS
                           ADD 1 TO WS-NB-PARTS
                           SET WS-INDICE-PRT TO WS-NB-PARTS
                           MOVE COA-CONTRAT
                                TO WS-PRT-CONTRAT (WS-INDICE-PRT)
                           MOVE COA-ASSUREUR
                                TO WS-PRT-ASSUREUR (WS-INDICE-PRT)
                           MOVE COA-PART
                                TO WS-PRT-PART (WS-INDICE-PRT)
                           MOVE COA-APERITEUR
                                TO WS-PRT-APERITEUR (WS-INDICE-PRT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FCOASS.

       1000-CHARGEMENT-PARTS-FIN.
           EXIT.

      *******************************************************
      *  CHARGEMENT (UNE SEULE FOIS, AVEC LES PARTS) DES
      *  TRANSFERTS DE PORTEFEUILLE ACTIFS - ABSENT, AUCUN
      *******************************************************
       1100-CHARGEMENT-TRANSFERTS-DEBUT.

           OPEN INPUT FTRANSF.
           IF NOT WS-STATUS-FILE-FTRANSF-OK
               GO TO 1100-CHARGEMENT-TRANSFERTS-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FTRANSF-OK
               READ FTRANSF
                   AT END
                       CONTINUE
                   NOT AT END
                       IF TRF-ACTIF
                       AND TRF-CONTRAT IS NUMERIC
                       AND TRF-SOURCE IS NUMERIC
                       AND TRF-CIBLE IS NUMERIC
                       AND TRF-DATE-EFFET IS NUMERIC
                       AND WS-NB-TRANSFERTS < WS-MAX-TRANSFERTS
                           ADD 1 TO WS-NB-TRANSFERTS
                           SET WS-INDICE-TRF TO WS-NB-TRANSFERTS
                           MOVE TRF-CONTRAT
                                TO WS-TRF-CONTRAT (WS-INDICE-TRF)
                           MOVE TRF-SOURCE
                                TO WS-TRF-SOURCE (WS-INDICE-TRF)
                           MOVE TRF-CIBLE
                                TO WS-TRF-CIBLE (WS-INDICE-TRF)
                           MOVE TRF-DATE-EFFET
                                TO WS-TRF-DATE-EFFET (WS-INDICE-TRF)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FTRANSF.

       1100-CHARGEMENT-TRANSFERTS-FIN.
           EXIT.

      *******************************************************
      *  PARTS DU CONTRAT DEMANDE ET CONTROLE DE LA REPARTITION
      *******************************************************
       2000-RECHERCHE-PARTS-DEBUT.

           MOVE "1" TO LS-COA-STATUT.
           MOVE ZEROES TO LS-COA-NB-PARTS WS-TOTAL-POURCENTAGE
                          WS-NB-APERITEURS WS-POSITION-APERITEUR.

           PERFORM VARYING WS-INDICE-PRT FROM 1 BY 1
                   UNTIL WS-INDICE-PRT > WS-NB-PARTS
               IF WS-PRT-CONTRAT (WS-INDICE-PRT) = LS-COA-CONTRAT
                   IF LS-COA-NB-PARTS >= 10
                       MOVE "2" TO LS-COA-STATUT
                       GO TO 2000-RECHERCHE-PARTS-FIN
                   END-IF
                   ADD 1 TO LS-COA-NB-PARTS
                   SET LS-INDICE-PART TO LS-COA-NB-PARTS
                   MOVE WS-PRT-ASSUREUR (WS-INDICE-PRT)
                        TO LS-COA-ASSUREUR (LS-INDICE-PART)
                   MOVE WS-PRT-PART (WS-INDICE-PRT)
                        TO LS-COA-POURCENTAGE (LS-INDICE-PART)
                   MOVE ZEROES TO LS-COA-MONTANT-PART (LS-INDICE-PART)
                   MOVE "N" TO LS-COA-APERITEUR (LS-INDICE-PART)
                   IF WS-PRT-APERITEUR (WS-INDICE-PRT) = "O"
                       MOVE "O" TO LS-COA-APERITEUR (LS-INDICE-PART)
                       ADD 1 TO WS-NB-APERITEURS
                       MOVE LS-COA-NB-PARTS TO WS-POSITION-APERITEUR
                   END-IF
                   ADD WS-PRT-PART (WS-INDICE-PRT)
                       TO WS-TOTAL-POURCENTAGE
               END-IF
           END-PERFORM.

           IF LS-COA-NB-PARTS = ZEROES
               GO TO 2000-RECHERCHE-PARTS-FIN
           END-IF.
           IF WS-TOTAL-POURCENTAGE NOT = 100
           OR WS-NB-APERITEURS NOT = 1
               MOVE "2" TO LS-COA-STATUT
               GO TO 2000-RECHERCHE-PARTS-FIN
           END-IF.
           MOVE "0" TO LS-COA-STATUT.

       2000-RECHERCHE-PARTS-FIN.
           EXIT.

      *******************************************************
      *  CONTRAT NON COASSURE : UNE PART DE 100 % AU CODE DU
      *  CONTRAT
      *******************************************************
       2100-PART-UNIQUE-DEBUT.

           MOVE 1 TO LS-COA-NB-PARTS.
           SET LS-INDICE-PART TO 1.
           MOVE LS-COA-CONTRAT TO LS-COA-ASSUREUR (LS-INDICE-PART).
           MOVE 100 TO LS-COA-POURCENTAGE (LS-INDICE-PART).
           MOVE LS-COA-MONTANT TO LS-COA-MONTANT-PART (LS-INDICE-PART).
           MOVE "O" TO LS-COA-APERITEUR (LS-INDICE-PART).

       2100-PART-UNIQUE-FIN.
           EXIT.

      *******************************************************
      *  REPARTITION : CHAQUE PART ARRONDIE, L'APERITEUR PREND
      *  LE SOLDE
      *******************************************************
       3000-REPARTITION-DEBUT.

           MOVE ZEROES TO WS-TOTAL-REPARTI.
           PERFORM VARYING LS-INDICE-PART FROM 1 BY 1
                   UNTIL LS-INDICE-PART > LS-COA-NB-PARTS
               IF LS-COA-APERITEUR (LS-INDICE-PART) NOT = "O"
                   COMPUTE LS-COA-MONTANT-PART (LS-INDICE-PART)
                           ROUNDED = LS-COA-MONTANT
                         * LS-COA-POURCENTAGE (LS-INDICE-PART) / 100
                   ADD LS-COA-MONTANT-PART (LS-INDICE-PART)
                       TO WS-TOTAL-REPARTI
               END-IF
           END-PERFORM.

           SET LS-INDICE-PART TO WS-POSITION-APERITEUR.
           COMPUTE LS-COA-MONTANT-PART (LS-INDICE-PART) =
                   LS-COA-MONTANT - WS-TOTAL-REPARTI.

       3000-REPARTITION-FIN.
           EXIT.

      *******************************************************
      *  TRANSFERTS DE PORTEFEUILLE EFFECTIFS A LA DATE DE
      *  REFERENCE : L'ASSUREUR CEDANT EST REMPLACE PAR LE
      *  REPRENEUR DANS LES PARTS DU CONTRAT
      *******************************************************
       4000-TRANSFERTS-DEBUT.

           IF WS-NB-TRANSFERTS = ZEROES
               GO TO 4000-TRANSFERTS-FIN
           END-IF.
           IF LS-COA-DATE IS NUMERIC
           AND LS-COA-DATE > ZEROES
               MOVE LS-COA-DATE TO WS-DATE-REFERENCE
           ELSE
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATE-REFERENCE
           END-IF.

           PERFORM VARYING WS-INDICE-TRF FROM 1 BY 1
                   UNTIL WS-INDICE-TRF > WS-NB-TRANSFERTS
               IF WS-TRF-CONTRAT (WS-INDICE-TRF) = LS-COA-CONTRAT
               AND WS-TRF-DATE-EFFET (WS-INDICE-TRF)
                   <= WS-DATE-REFERENCE
                   PERFORM VARYING LS-INDICE-PART FROM 1 BY 1
                           UNTIL LS-INDICE-PART > LS-COA-NB-PARTS
                       IF LS-COA-ASSUREUR (LS-INDICE-PART)
                          = WS-TRF-SOURCE (WS-INDICE-TRF)
                           MOVE WS-TRF-CIBLE (WS-INDICE-TRF)
                                TO LS-COA-ASSUREUR (LS-INDICE-PART)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       4000-TRANSFERTS-FIN.
           EXIT.
