       IDENTIFICATION DIVISION.
       PROGRAM-ID. TARIFAGE.
       AUTHOR. GENEVIEVE GIANNASI.
       INSTALLATION. PERSONAL PC.
       DATE-WRITTEN. 15-10-2026.
       DATE-COMPILED. 15-10-2026.
       SECURITY. NON-CONFIDENTIAL.
      ******************************************************************
      * OBJECTIF: Sous-programme partage de tarification d'un client.
      * La prime d'un client etait le montant frappe dans
      * RCLIENT-MONTANT, et personne ne pouvait dire si un client
      * etait au bon prix.
      *
      *     CALL 'TARIFAGE' USING LS-TARIFAGE
      *
      *     LS-TRF-CONTRAT   : produit = contrat du client (entree)
      *     LS-TRF-DEPT      : departement du client (entree)
      *     LS-TRF-SOCIETE   : societe du client (entree)
      *     LS-TRF-NB-ASSURES : nombre de personnes assurees, a blanc
      *                        = 1 (entree)
      *     LS-TRF-NAISSANCE : annee de naissance AAAA, a blanc = age
      *                        inconnu, sans coefficient (entree)
      *     LS-TRF-DATE      : date de tarification AAAAMMJJ (entree)
      *     LS-TRF-MONTANT   : prime tarifee (sortie)
      *     LS-TRF-BASE      : prime de base du produit (sortie)
      *     LS-TRF-REGION    : region du departement (sortie)
      *     LS-TRF-AGE       : age millesime (annee de la date moins
      *                        annee de naissance) (sortie)
      *     LS-TRF-COEF-xxx  : coefficient retenu par facteur (sortie)
      *     LS-TRF-STATUT    : "0" tarife, "1" produit sans prime de
      *                        base dans la grille, "2" grille absente
      *
      * Prime = base du produit x coefficient de la region x
      * coefficient du nombre d'assures x coefficient de la tranche
      * d'age x coefficient de la societe, arrondie au centime.
      * TARIFS-GRILLE.txt et FR-LISTE-DEPT.txt sont charges une fois
      * au premier appel. Pour une tranche (nombre d'assures, age),
      * la plus petite borne atteinte s'applique ; au-dela de la
      * derniere borne, la derniere tranche.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ******** GRILLE TARIFAIRE PAR PRODUIT
           SELECT FTARIF ASSIGN TO "TARIFS-GRILLE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FTARIF.

      ******** FICHIER DEPARTEMENT (REGION DU CLIENT)
           SELECT FDEPT ASSIGN TO "FR-LISTE-DEPT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FDEPT.

       DATA DIVISION.
       FILE SECTION.
      ******** GRILLE TARIFAIRE PAR PRODUIT
           COPY 'COBOL-FD-TARIF.cpy'.

      ******** FICHIER DEPARTEMENT
           COPY 'COBOL-FD-DEPT.cpy'.

       WORKING-STORAGE SECTION.
       77  WS-STATUS-FILE-FTARIF PIC X(02) VALUE SPACES.
           88  WS-STATUS-FILE-FTARIF-OK  VALUE "00".
           88  WS-STATUS-FILE-FTARIF-EOF VALUE "10".
       77  WS-STATUS-FILE-FDEPT PIC X(02) VALUE SPACES.
           88  WS-STATUS-FILE-FDEPT-OK  VALUE "00".
           88  WS-STATUS-FILE-FDEPT-EOF VALUE "10".
       77  WS-TABLE-CHARGEE PIC X(01) VALUE "N".
           88  WS-TABLE-CHARGEE-OUI VALUE "O".
       77  WS-GRILLE-PRESENTE PIC X(01) VALUE "N".
           88  WS-GRILLE-PRESENTE-OUI VALUE "O".

      ****** PRIMES DE BASE PAR PRODUIT (TYPE B)
       01  WS-TABLE-BASES.
           05  WS-BAS-ENTRY OCCURS 500 INDEXED BY WS-INDICE-BAS.
               10  WS-BAS-CONTRAT PIC 9(08).
               10  WS-BAS-MONTANT PIC 9(07)V99.
       77  WS-NB-BASES  PIC 9(03) VALUE ZEROES.
       77  WS-MAX-BASES PIC 9(03) VALUE 500.

      ****** COEFFICIENTS (TYPES R, P, A, S)
       01  WS-TABLE-COEFFICIENTS.
           05  WS-COE-ENTRY OCCURS 2000 INDEXED BY WS-INDICE-COE.
               10  WS-COE-TYPE        PIC X(01).
               10  WS-COE-CONTRAT     PIC 9(08).
               10  WS-COE-CRITERE     PIC X(27).
               10  WS-COE-BORNE       PIC 9(03).
               10  WS-COE-COEFFICIENT PIC 9(01)V9999.
       77  WS-NB-COEFFICIENTS  PIC 9(04) VALUE ZEROES.
       77  WS-MAX-COEFFICIENTS PIC 9(04) VALUE 2000.

      ****** DEPARTEMENTS ET REGIONS
       01  WS-TABLE-DEPARTEMENTS.
           05  WS-DEP-ENTRY OCCURS 200 INDEXED BY WS-INDICE-DEP.
               10  WS-DEP-ID     PIC X(03).
               10  WS-DEP-REGION PIC X(27).
       77  WS-NB-DEPARTEMENTS  PIC 9(03) VALUE ZEROES.
       77  WS-MAX-DEPARTEMENTS PIC 9(03) VALUE 200.

      ****** RECHERCHE D'UN COEFFICIENT
       77  WS-RCH-TYPE     PIC X(01) VALUE SPACES.
       77  WS-RCH-CONTRAT  PIC 9(08) VALUE ZEROES.
       77  WS-RCH-CRITERE  PIC X(27) VALUE SPACES.
       77  WS-RCH-VALEUR   PIC 9(03) VALUE ZEROES.
       77  WS-RCH-COEFFICIENT PIC 9(01)V9999 VALUE ZEROES.
       77  WS-RCH-TROUVE   PIC X(01) VALUE "N".
           88  WS-RCH-TROUVE-OUI VALUE "O".
       77  WS-BORNE-RETENUE PIC 9(03) VALUE ZEROES.
       77  WS-BORNE-MAXIMUM PIC 9(03) VALUE ZEROES.
       77  WS-COEF-MAXIMUM  PIC 9(01)V9999 VALUE ZEROES.
       77  WS-NB-ASSURES   PIC 9(03) VALUE ZEROES.
       77  WS-ANNEE-NAISSANCE PIC 9(04) VALUE ZEROES.
       77  WS-ANNEE-TARIF     PIC 9(04) VALUE ZEROES.

       LINKAGE SECTION.
       01  LS-TARIFAGE.
           05  LS-TRF-CONTRAT        PIC 9(08).
           05  LS-TRF-DEPT           PIC X(03).
           05  LS-TRF-SOCIETE        PIC X(05).
           05  LS-TRF-NB-ASSURES     PIC X(02).
           05  LS-TRF-NAISSANCE      PIC X(04).
           05  LS-TRF-DATE           PIC 9(08).
           05  LS-TRF-MONTANT        PIC 9(07)V99.
           05  LS-TRF-BASE           PIC 9(07)V99.
           05  LS-TRF-REGION         PIC X(27).
           05  LS-TRF-AGE            PIC 9(03).
           05  LS-TRF-COEF-REGION    PIC 9(01)V9999.
           05  LS-TRF-COEF-PERSONNES PIC 9(01)V9999.
           05  LS-TRF-COEF-AGE       PIC 9(01)V9999.
           05  LS-TRF-COEF-SOCIETE   PIC 9(01)V9999.
           05  LS-TRF-STATUT         PIC X(01).
               88  LS-TRF-STATUT-OK     VALUE "0".
               88  LS-TRF-SANS-BASE     VALUE "1".
               88  LS-TRF-SANS-GRILLE   VALUE "2".

      *******************************************************
      *  PARAGRAPHE PRINCIPAL
      *******************************************************
       PROCEDURE DIVISION USING LS-TARIFAGE.
       DEBUT-PROGRAMME.

           MOVE "0" TO LS-TRF-STATUT.
           MOVE ZEROES TO LS-TRF-MONTANT LS-TRF-BASE LS-TRF-AGE.
           MOVE SPACES TO LS-TRF-REGION.
           MOVE 1 TO LS-TRF-COEF-REGION LS-TRF-COEF-PERSONNES
                     LS-TRF-COEF-AGE LS-TRF-COEF-SOCIETE.

           PERFORM 1000-CHARGEMENT-GRILLE-DEBUT
              THRU 1000-CHARGEMENT-GRILLE-FIN.

           IF NOT WS-GRILLE-PRESENTE-OUI
               MOVE "2" TO LS-TRF-STATUT
               GO TO FIN-PROGRAMME
           END-IF.
      *
      ****** PRIME DE BASE DU PRODUIT
           PERFORM VARYING WS-INDICE-BAS FROM 1 BY 1
                   UNTIL WS-INDICE-BAS > WS-NB-BASES
               IF WS-BAS-CONTRAT (WS-INDICE-BAS) = LS-TRF-CONTRAT
                   MOVE WS-BAS-MONTANT (WS-INDICE-BAS) TO LS-TRF-BASE
               END-IF
           END-PERFORM.
           IF LS-TRF-BASE = ZEROES
               MOVE "1" TO LS-TRF-STATUT
               GO TO FIN-PROGRAMME
           END-IF.

           PERFORM 2000-COEFFICIENTS-DEBUT
              THRU 2000-COEFFICIENTS-FIN.

           COMPUTE LS-TRF-MONTANT ROUNDED =
                   LS-TRF-BASE * LS-TRF-COEF-REGION
                 * LS-TRF-COEF-PERSONNES * LS-TRF-COEF-AGE
                 * LS-TRF-COEF-SOCIETE
               ON SIZE ERROR
                   MOVE 9999999,99 TO LS-TRF-MONTANT
           END-COMPUTE.

       FIN-PROGRAMME.
           EXIT PROGRAM.

      *******************************************************
      *  CHARGEMENT (UNE SEULE FOIS) DE LA GRILLE ET DES
      *  REGIONS DES DEPARTEMENTS
      *******************************************************
       1000-CHARGEMENT-GRILLE-DEBUT.

           IF WS-TABLE-CHARGEE-OUI
               GO TO 1000-CHARGEMENT-GRILLE-FIN
           END-IF.
           MOVE "O" TO WS-TABLE-CHARGEE.

           OPEN INPUT FDEPT.
           IF WS-STATUS-FILE-FDEPT-OK
               PERFORM UNTIL NOT WS-STATUS-FILE-FDEPT-OK
                   READ FDEPT
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-NB-DEPARTEMENTS < WS-MAX-DEPARTEMENTS
                               ADD 1 TO WS-NB-DEPARTEMENTS
                               SET WS-INDICE-DEP TO WS-NB-DEPARTEMENTS
                               MOVE RDEPT-ID
                                    TO WS-DEP-ID (WS-INDICE-DEP)
                               MOVE RDEPT-REGION
                                    TO WS-DEP-REGION (WS-INDICE-DEP)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FDEPT
           END-IF.

           OPEN INPUT FTARIF.
           IF NOT WS-STATUS-FILE-FTARIF-OK
               GO TO 1000-CHARGEMENT-GRILLE-FIN
           END-IF.
           MOVE "O" TO WS-GRILLE-PRESENTE.

           PERFORM UNTIL NOT WS-STATUS-FILE-FTARIF-OK
               READ FTARIF
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 1100-RANGEMENT-LIGNE-DEBUT
                          THRU 1100-RANGEMENT-LIGNE-FIN
               END-READ
           END-PERFORM.
           CLOSE FTARIF.

       1000-CHARGEMENT-GRILLE-FIN.
           EXIT.

      *******************************************************
      *  RANGEMENT D'UNE LIGNE DE LA GRILLE SELON SON TYPE
      *******************************************************
       1100-RANGEMENT-LIGNE-DEBUT.

           IF TRF-CONTRAT NOT NUMERIC
               GO TO 1100-RANGEMENT-LIGNE-FIN
           END-IF.

           EVALUATE TRUE
               WHEN TRF-TYPE-BASE
                   IF TRF-MONTANT IS NUMERIC
                   AND TRF-CONTRAT > ZEROES
                   AND WS-NB-BASES < WS-MAX-BASES
                       ADD 1 TO WS-NB-BASES
                       SET WS-INDICE-BAS TO WS-NB-BASES
                       MOVE TRF-CONTRAT
                            TO WS-BAS-CONTRAT (WS-INDICE-BAS)
                       MOVE TRF-MONTANT
                            TO WS-BAS-MONTANT (WS-INDICE-BAS)
                   END-IF
               WHEN TRF-TYPE-REGION
               WHEN TRF-TYPE-PERSONNES
               WHEN TRF-TYPE-AGE
               WHEN TRF-TYPE-SOCIETE
                   IF TRF-COEFFICIENT IS NUMERIC
                   AND WS-NB-COEFFICIENTS < WS-MAX-COEFFICIENTS
                       ADD 1 TO WS-NB-COEFFICIENTS
                       SET WS-INDICE-COE TO WS-NB-COEFFICIENTS
                       MOVE TRF-TYPE TO WS-COE-TYPE (WS-INDICE-COE)
                       MOVE TRF-CONTRAT
                            TO WS-COE-CONTRAT (WS-INDICE-COE)
                       MOVE TRF-CRITERE
                            TO WS-COE-CRITERE (WS-INDICE-COE)
                       MOVE ZEROES TO WS-COE-BORNE (WS-INDICE-COE)
                       IF TRF-BORNE IS NUMERIC
                           MOVE TRF-BORNE
                                TO WS-COE-BORNE (WS-INDICE-COE)
                       END-IF
                       MOVE TRF-COEFFICIENT
                            TO WS-COE-COEFFICIENT (WS-INDICE-COE)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       1100-RANGEMENT-LIGNE-FIN.
           EXIT.

      *******************************************************
      *  COEFFICIENTS DES QUATRE FACTEURS DU CLIENT
      *******************************************************
       2000-COEFFICIENTS-DEBUT.
      *
      ****** REGION DU DEPARTEMENT
           PERFORM VARYING WS-INDICE-DEP FROM 1 BY 1
                   UNTIL WS-INDICE-DEP > WS-NB-DEPARTEMENTS
               IF WS-DEP-ID (WS-INDICE-DEP) = LS-TRF-DEPT
                   MOVE WS-DEP-REGION (WS-INDICE-DEP) TO LS-TRF-REGION
               END-IF
           END-PERFORM.
           IF LS-TRF-REGION NOT = SPACES
               MOVE "R" TO WS-RCH-TYPE
               MOVE LS-TRF-REGION TO WS-RCH-CRITERE
               PERFORM 2100-RECHERCHE-CRITERE-DEBUT
                  THRU 2100-RECHERCHE-CRITERE-FIN
               MOVE WS-RCH-COEFFICIENT TO LS-TRF-COEF-REGION
           END-IF.
      *
      ****** SOCIETE
           MOVE "S" TO WS-RCH-TYPE.
           MOVE LS-TRF-SOCIETE TO WS-RCH-CRITERE.
           PERFORM 2100-RECHERCHE-CRITERE-DEBUT
              THRU 2100-RECHERCHE-CRITERE-FIN.
           MOVE WS-RCH-COEFFICIENT TO LS-TRF-COEF-SOCIETE.
      *
      ****** NOMBRE DE PERSONNES ASSUREES (A BLANC : UNE)
           MOVE 1 TO WS-NB-ASSURES.
           IF LS-TRF-NB-ASSURES IS NUMERIC
           AND LS-TRF-NB-ASSURES > "00"
               MOVE LS-TRF-NB-ASSURES TO WS-NB-ASSURES
           END-IF.
           MOVE "P" TO WS-RCH-TYPE.
           MOVE WS-NB-ASSURES TO WS-RCH-VALEUR.
           PERFORM 2200-RECHERCHE-TRANCHE-DEBUT
              THRU 2200-RECHERCHE-TRANCHE-FIN.
           MOVE WS-RCH-COEFFICIENT TO LS-TRF-COEF-PERSONNES.
      *
      ****** TRANCHE D'AGE (AGE MILLESIME), SI L'ANNEE EST CONNUE
           IF LS-TRF-NAISSANCE IS NUMERIC
           AND LS-TRF-DATE IS NUMERIC
               MOVE LS-TRF-NAISSANCE TO WS-ANNEE-NAISSANCE
               MOVE LS-TRF-DATE (1:4) TO WS-ANNEE-TARIF
               IF WS-ANNEE-NAISSANCE > ZEROES
               AND WS-ANNEE-NAISSANCE <= WS-ANNEE-TARIF
                   COMPUTE LS-TRF-AGE =
                           WS-ANNEE-TARIF - WS-ANNEE-NAISSANCE
                   MOVE "A" TO WS-RCH-TYPE
                   MOVE LS-TRF-AGE TO WS-RCH-VALEUR
                   PERFORM 2200-RECHERCHE-TRANCHE-DEBUT
                      THRU 2200-RECHERCHE-TRANCHE-FIN
                   MOVE WS-RCH-COEFFICIENT TO LS-TRF-COEF-AGE
               END-IF
           END-IF.

       2000-COEFFICIENTS-FIN.
           EXIT.

      *******************************************************
      *  COEFFICIENT D'UN CRITERE EXACT (REGION, SOCIETE) :
      *  LIGNE DU PRODUIT, PUIS LIGNE TOUS PRODUITS, SINON 1
      *******************************************************
       2100-RECHERCHE-CRITERE-DEBUT.

           MOVE 1 TO WS-RCH-COEFFICIENT.
           MOVE "N" TO WS-RCH-TROUVE.
           MOVE LS-TRF-CONTRAT TO WS-RCH-CONTRAT.

           PERFORM 2 TIMES
               PERFORM VARYING WS-INDICE-COE FROM 1 BY 1
                       UNTIL WS-INDICE-COE > WS-NB-COEFFICIENTS
                          OR WS-RCH-TROUVE-OUI
                   IF WS-COE-TYPE (WS-INDICE-COE) = WS-RCH-TYPE
                   AND WS-COE-CONTRAT (WS-INDICE-COE) = WS-RCH-CONTRAT
                   AND WS-COE-CRITERE (WS-INDICE-COE) = WS-RCH-CRITERE
                       MOVE WS-COE-COEFFICIENT (WS-INDICE-COE)
                            TO WS-RCH-COEFFICIENT
                       MOVE "O" TO WS-RCH-TROUVE
                   END-IF
               END-PERFORM
               MOVE ZEROES TO WS-RCH-CONTRAT
           END-PERFORM.

       2100-RECHERCHE-CRITERE-FIN.
           EXIT.

      *******************************************************
      *  COEFFICIENT D'UNE TRANCHE (ASSURES, AGE) : PLUS PETITE
      *  BORNE ATTEINTE, AU-DELA LA DERNIERE TRANCHE ; LIGNES DU
      *  PRODUIT D'ABORD, PUIS TOUS PRODUITS, SINON 1
      *******************************************************
       2200-RECHERCHE-TRANCHE-DEBUT.

           MOVE 1 TO WS-RCH-COEFFICIENT.
           MOVE "N" TO WS-RCH-TROUVE.
           MOVE LS-TRF-CONTRAT TO WS-RCH-CONTRAT.

           PERFORM 2 TIMES
               IF NOT WS-RCH-TROUVE-OUI
                   MOVE 999 TO WS-BORNE-RETENUE
                   MOVE ZEROES TO WS-BORNE-MAXIMUM
                   PERFORM VARYING WS-INDICE-COE FROM 1 BY 1
                           UNTIL WS-INDICE-COE > WS-NB-COEFFICIENTS
                       IF WS-COE-TYPE (WS-INDICE-COE) = WS-RCH-TYPE
                       AND WS-COE-CONTRAT (WS-INDICE-COE)
                           = WS-RCH-CONTRAT
                           PERFORM 2210-EXAMEN-TRANCHE-DEBUT
                              THRU 2210-EXAMEN-TRANCHE-FIN
                       END-IF
                   END-PERFORM
                   IF NOT WS-RCH-TROUVE-OUI
                   AND WS-BORNE-MAXIMUM > ZEROES
                       MOVE WS-COEF-MAXIMUM TO WS-RCH-COEFFICIENT
                       MOVE "O" TO WS-RCH-TROUVE
                   END-IF
               END-IF
               MOVE ZEROES TO WS-RCH-CONTRAT
           END-PERFORM.

       2200-RECHERCHE-TRANCHE-FIN.
           EXIT.

      *******************************************************
      *  EXAMEN D'UNE TRANCHE DE LA GRILLE
      *******************************************************
       2210-EXAMEN-TRANCHE-DEBUT.

           IF WS-COE-BORNE (WS-INDICE-COE) >= WS-RCH-VALEUR
           AND WS-COE-BORNE (WS-INDICE-COE) <= WS-BORNE-RETENUE
               MOVE WS-COE-BORNE (WS-INDICE-COE) TO WS-BORNE-RETENUE
               MOVE WS-COE-COEFFICIENT (WS-INDICE-COE)
                    TO WS-RCH-COEFFICIENT
               MOVE "O" TO WS-RCH-TROUVE
           END-IF.

           IF WS-COE-BORNE (WS-INDICE-COE) > WS-BORNE-MAXIMUM
               MOVE WS-COE-BORNE (WS-INDICE-COE) TO WS-BORNE-MAXIMUM
               MOVE WS-COE-COEFFICIENT (WS-INDICE-COE)
                    TO WS-COEF-MAXIMUM
           END-IF.

       2210-EXAMEN-TRANCHE-FIN.
           EXIT.
