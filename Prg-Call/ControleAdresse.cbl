       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTRLADR.
       AUTHOR. GENEVIEVE GIANNASI.
       INSTALLATION. PERSONAL PC.
       DATE-WRITTEN. 15-10-2026.
       DATE-COMPILED. 15-10-2026.
       SECURITY. NON-CONFIDENTIAL.
      ******************************************************************
      * OBJECTIF: Sous-programme partage de controle des adresses
      * postales. Des adresses au code postal faux ou a la commune
      * mal orthographiee partaient a l'impression, et les plis
      * revenus "n'habite pas a l'adresse indiquee" (NPAI) etaient
      * reimprimes au meme endroit a chaque edition.
      *
      *     CALL 'CTRLADR' USING LS-ADRESSE
      *
      *     LS-ADR-FONCTION   : "V" validation d'une adresse contre
      *                         le referentiel CODES-POSTAUX.txt
      *                         "N" le client a-t-il un retour NPAI
      *                         ouvert (NPAI-REGISTRE.txt) ?
      *                         "L" levee des retours ouverts du
      *                         client (adresse corrigee)
      *     LS-ADR-CLIENT-ID  : client (N, L)
      *     LS-ADR-NOM        : nom du client (N, pour la liste)
      *     LS-ADR-RUE        : rue (rendue en N : adresse du retour)
      *     LS-ADR-CODEPOSTAL : code postal (V ; rendu en N)
      *     LS-ADR-VILLE      : commune (V, blanc = non comparee ;
      *                         rendue en N)
      *     LS-ADR-DEPT       : departement du client (V, blanc =
      *                         non compare)
      *     LS-ADR-PROGRAMME  : programme appelant (N, L)
      *     LS-ADR-VILLE-REF  : commune du referentiel (V) : celle
      *                         saisie si elle existe pour ce code,
      *                         sinon la commune principale proposee
      *     LS-ADR-DEPT-REF   : departement de cette commune (V)
      *     LS-ADR-ECART-VILLE: "O" commune absente pour ce code (V)
      *     LS-ADR-ECART-DEPT : "O" departement different (V)
      *     LS-ADR-DATE-RETOUR: date du dernier retour ouvert (N)
      *     LS-ADR-NB-LEVES   : retours leves (L)
      *     LS-ADR-STATUT     : V "0" conforme, "1" code postal
      *                         inconnu, "2" incoherent (voir les
      *                         ecarts), "9" referentiel absent
      *                         (adresse non controlee)
      *                         N "0" courrier possible, "1" NPAI
      *                         L "0" aucun retour ouvert, "1" leve,
      *                         "9" registre non reecrit
      *
      * Les communes se comparent en majuscules, tirets et
      * apostrophes valant un blanc (SAINT-DENIS = SAINT DENIS).
      * Le referentiel et les retours ouverts sont charges une fois
      * au premier appel ; une levee recharge le registre au
      * prochain appel. Un client NPAI rencontre par une edition
      * (N) est ajoute a ADRESSES-A-CORRIGER.txt (date, programme,
      * client, nom, adresse revenue) : c'est la liste de travail
      * du service clients pour la mise a jour des adresses.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ******** REFERENTIEL DES CODES POSTAUX
           SELECT FCPOSTAL ASSIGN TO "CODES-POSTAUX.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FCPOSTAL.

      ******** REGISTRE DES RETOURS DE COURRIER NPAI
           SELECT FNPAI ASSIGN TO "NPAI-REGISTRE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FNPAI.

      ******** ADRESSES A CORRIGER (CLIENTS NPAI NON EDITES)
           SELECT FACORRIGER ASSIGN TO "ADRESSES-A-CORRIGER.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FACORRIGER.

       DATA DIVISION.
       FILE SECTION.
      ******** REFERENTIEL DES CODES POSTAUX
           COPY 'COBOL-FD-CPOSTAL.cpy'.

      ******** REGISTRE DES RETOURS NPAI
           COPY 'COBOL-FD-NPAI.cpy'.

      ******** LISTE DES ADRESSES A CORRIGER
       FD  FACORRIGER.
       01  RACORRIGER.
           05  ACO-DATE             PIC 9(08).
           05  FILLER               PIC X(01).
           05  ACO-PROGRAMME        PIC X(08).
           05  FILLER               PIC X(01).
           05  ACO-CLIENT-ID        PIC X(08).
           05  FILLER               PIC X(01).
           05  ACO-NOM              PIC X(20).
           05  FILLER               PIC X(01).
           05  ACO-RUE              PIC X(30).
           05  FILLER               PIC X(01).
           05  ACO-CODEPOSTAL       PIC X(05).
           05  FILLER               PIC X(01).
           05  ACO-VILLE            PIC X(20).
           05  FILLER               PIC X(01).
           05  ACO-DATE-RETOUR      PIC 9(08).

       WORKING-STORAGE SECTION.
       77  WS-STATUS-FILE-FCPOSTAL PIC X(02) VALUE SPACES.
           88  WS-STATUS-FILE-FCPOSTAL-OK  VALUE "00".
           88  WS-STATUS-FILE-FCPOSTAL-EOF VALUE "10".
       77  WS-STATUS-FILE-FNPAI PIC X(02) VALUE SPACES.
           88  WS-STATUS-FILE-FNPAI-OK  VALUE "00".
           88  WS-STATUS-FILE-FNPAI-EOF VALUE "10".
       77  WS-STATUS-FILE-FACORRIGER PIC X(02) VALUE SPACES.
           88  WS-STATUS-FILE-FACORRIGER-OK VALUE "00".

      ****** REFERENTIEL DES CODES POSTAUX (CHARGE UNE FOIS)
       77  WS-REFERENTIEL-CHARGE PIC X(01) VALUE "N".
           88  WS-REFERENTIEL-CHARGE-OUI VALUE "O".
       77  WS-REFERENTIEL-PRESENT PIC X(01) VALUE "N".
           88  WS-REFERENTIEL-PRESENT-OUI VALUE "O".
       01  WS-TABLE-CPOSTAL.
           05  WS-CPO-ENTRY OCCURS 9000 INDEXED BY WS-INDICE-CPO.
               10  WS-CPO-CODE      PIC X(05).
               10  WS-CPO-VILLE     PIC X(20).
               10  WS-CPO-VILLE-CMP PIC X(20).
               10  WS-CPO-DEPT      PIC X(03).
       77  WS-NB-CPOSTAL  PIC 9(04) VALUE ZEROES.
       77  WS-MAX-CPOSTAL PIC 9(04) VALUE 9000.
       77  WS-PREMIERE-VILLE PIC 9(04) VALUE ZEROES.
       77  WS-VILLE-RETENUE  PIC 9(04) VALUE ZEROES.

      ****** RETOURS NPAI OUVERTS (CHARGES UNE FOIS, RECHARGES
      ****** APRES UNE LEVEE)
       77  WS-REGISTRE-CHARGE PIC X(01) VALUE "N".
           88  WS-REGISTRE-CHARGE-OUI VALUE "O".
       01  WS-TABLE-NPAI.
           05  WS-NPA-ENTRY OCCURS 5000 INDEXED BY WS-INDICE-NPA.
               10  WS-NPA-CLIENT-ID   PIC X(08).
               10  WS-NPA-DATE-RETOUR PIC 9(08).
               10  WS-NPA-RUE         PIC X(30).
               10  WS-NPA-CODEPOSTAL  PIC X(05).
               10  WS-NPA-VILLE       PIC X(20).
       77  WS-NB-NPAI  PIC 9(04) VALUE ZEROES.
       77  WS-MAX-NPAI PIC 9(04) VALUE 5000.

      ****** REGISTRE COMPLET POUR LA LEVEE (RELU PUIS REECRIT)
       01  WS-TABLE-REGISTRE.
           05  WS-REG-LIGNE PIC X(101) OCCURS 5000
                            INDEXED BY WS-INDICE-REG.
       77  WS-NB-REGISTRE PIC 9(04) VALUE ZEROES.
       77  WS-REGISTRE-TRONQUE PIC X(01) VALUE "N".
           88  WS-REGISTRE-TRONQUE-OUI VALUE "O".

       77  WS-VILLE-CMP  PIC X(20) VALUE SPACES.
       77  WS-DATE-JOUR  PIC 9(08) VALUE ZEROES.

       LINKAGE SECTION.
       01  LS-ADRESSE.
           05  LS-ADR-FONCTION      PIC X(01).
               88  LS-ADR-VALIDATION  VALUE "V".
               88  LS-ADR-TEST-NPAI   VALUE "N".
               88  LS-ADR-LEVEE-NPAI  VALUE "L".
           05  LS-ADR-CLIENT-ID     PIC X(08).
           05  LS-ADR-NOM           PIC X(20).
           05  LS-ADR-RUE           PIC X(30).
           05  LS-ADR-CODEPOSTAL    PIC X(05).
           05  LS-ADR-VILLE         PIC X(20).
           05  LS-ADR-DEPT          PIC X(03).
           05  LS-ADR-PROGRAMME     PIC X(08).
           05  LS-ADR-VILLE-REF     PIC X(20).
           05  LS-ADR-DEPT-REF      PIC X(03).
           05  LS-ADR-ECART-VILLE   PIC X(01).
           05  LS-ADR-ECART-DEPT    PIC X(01).
           05  LS-ADR-DATE-RETOUR   PIC 9(08).
           05  LS-ADR-NB-LEVES      PIC 9(03).
           05  LS-ADR-STATUT        PIC X(01).

      *******************************************************
      *  PARAGRAPHE PRINCIPAL
      *******************************************************
       PROCEDURE DIVISION USING LS-ADRESSE.
       DEBUT-PROGRAMME.

           MOVE "0" TO LS-ADR-STATUT.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATE-JOUR.

           EVALUATE TRUE
               WHEN LS-ADR-VALIDATION
                   PERFORM 2000-VALIDATION-DEBUT
                      THRU 2000-VALIDATION-FIN
               WHEN LS-ADR-TEST-NPAI
                   PERFORM 3000-TEST-NPAI-DEBUT
                      THRU 3000-TEST-NPAI-FIN
               WHEN LS-ADR-LEVEE-NPAI
                   PERFORM 4000-LEVEE-NPAI-DEBUT
                      THRU 4000-LEVEE-NPAI-FIN
               WHEN OTHER
                   MOVE "9" TO LS-ADR-STATUT
           END-EVALUATE.

       FIN-PROGRAMME.
           EXIT PROGRAM.

      *******************************************************
      *  CHARGEMENT (UNE SEULE FOIS) DU REFERENTIEL DES
      *  CODES POSTAUX - ABSENT, RIEN N'EST CONTROLE
      *******************************************************
       1000-CHARGEMENT-CPOSTAL-DEBUT.

           IF WS-REFERENTIEL-CHARGE-OUI
               GO TO 1000-CHARGEMENT-CPOSTAL-FIN
           END-IF.
           MOVE "O" TO WS-REFERENTIEL-CHARGE.

           OPEN INPUT FCPOSTAL.
           IF NOT WS-STATUS-FILE-FCPOSTAL-OK
               GO TO 1000-CHARGEMENT-CPOSTAL-FIN
           END-IF.
           MOVE "O" TO WS-REFERENTIEL-PRESENT.

           PERFORM UNTIL NOT WS-STATUS-FILE-FCPOSTAL-OK
               READ FCPOSTAL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CPO-CODE NOT = SPACES
                       AND WS-NB-CPOSTAL < WS-MAX-CPOSTAL
                           ADD 1 TO WS-NB-CPOSTAL
                           SET WS-INDICE-CPO TO WS-NB-CPOSTAL
                           MOVE CPO-CODE
                                TO WS-CPO-CODE (WS-INDICE-CPO)
                           MOVE CPO-VILLE
                                TO WS-CPO-VILLE (WS-INDICE-CPO)
                           MOVE CPO-DEPT
                                TO WS-CPO-DEPT (WS-INDICE-CPO)
                           MOVE CPO-VILLE TO WS-VILLE-CMP
                           PERFORM 1900-NORMALISATION-VILLE-DEBUT
                              THRU 1900-NORMALISATION-VILLE-FIN
                           MOVE WS-VILLE-CMP
                                TO WS-CPO-VILLE-CMP (WS-INDICE-CPO)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FCPOSTAL.

       1000-CHARGEMENT-CPOSTAL-FIN.
           EXIT.

      *******************************************************
      *  CHARGEMENT DES RETOURS NPAI OUVERTS - REGISTRE
      *  ABSENT : AUCUN CLIENT N'EST NPAI
      *******************************************************
       1100-CHARGEMENT-NPAI-DEBUT.

           IF WS-REGISTRE-CHARGE-OUI
               GO TO 1100-CHARGEMENT-NPAI-FIN
           END-IF.
           MOVE "O" TO WS-REGISTRE-CHARGE.
           MOVE ZEROES TO WS-NB-NPAI.

           OPEN INPUT FNPAI.
           IF NOT WS-STATUS-FILE-FNPAI-OK
               GO TO 1100-CHARGEMENT-NPAI-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FNPAI-OK
               READ FNPAI
                   AT END
                       CONTINUE
                   NOT AT END
                       IF NPAI-OUVERT
                       AND NPAI-CLIENT-ID NOT = SPACES
                       AND WS-NB-NPAI < WS-MAX-NPAI
                           ADD 1 TO WS-NB-NPAI
                           SET WS-INDICE-NPA TO WS-NB-NPAI
                           MOVE NPAI-CLIENT-ID
                                TO WS-NPA-CLIENT-ID (WS-INDICE-NPA)
                           MOVE NPAI-DATE-RETOUR
                                TO WS-NPA-DATE-RETOUR (WS-INDICE-NPA)
                           MOVE NPAI-RUE
                                TO WS-NPA-RUE (WS-INDICE-NPA)
                           MOVE NPAI-CODEPOSTAL
                                TO WS-NPA-CODEPOSTAL (WS-INDICE-NPA)
                           MOVE NPAI-VILLE
                                TO WS-NPA-VILLE (WS-INDICE-NPA)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FNPAI.

       1100-CHARGEMENT-NPAI-FIN.
           EXIT.

      *******************************************************
      *  FORME DE COMPARAISON D'UNE COMMUNE : MAJUSCULES,
      *  TIRETS ET APOSTROPHES REMPLACES PAR DES BLANCS
      *******************************************************
       1900-NORMALISATION-VILLE-DEBUT.

           INSPECT WS-VILLE-CMP
               CONVERTING "abcdefghijklmnopqrstuvwxyz-'"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ  ".

       1900-NORMALISATION-VILLE-FIN.
           EXIT.

      *******************************************************
      *  VALIDATION D'UNE ADRESSE : LE CODE POSTAL EXISTE,
      *  LA COMMUNE LUI CORRESPOND, LE DEPARTEMENT AUSSI
      *******************************************************
       2000-VALIDATION-DEBUT.

           MOVE SPACES TO LS-ADR-VILLE-REF LS-ADR-DEPT-REF.
           MOVE "N" TO LS-ADR-ECART-VILLE LS-ADR-ECART-DEPT.

           PERFORM 1000-CHARGEMENT-CPOSTAL-DEBUT
              THRU 1000-CHARGEMENT-CPOSTAL-FIN.
           IF NOT WS-REFERENTIEL-PRESENT-OUI
               MOVE "9" TO LS-ADR-STATUT
               GO TO 2000-VALIDATION-FIN
           END-IF.

           MOVE LS-ADR-VILLE TO WS-VILLE-CMP.
           PERFORM 1900-NORMALISATION-VILLE-DEBUT
              THRU 1900-NORMALISATION-VILLE-FIN.
      *
      ****** PREMIERE COMMUNE DU CODE, ET CELLE SAISIE SI ELLE
      ****** EXISTE POUR CE CODE
           MOVE ZEROES TO WS-PREMIERE-VILLE WS-VILLE-RETENUE.
           PERFORM VARYING WS-INDICE-CPO FROM 1 BY 1
                   UNTIL WS-INDICE-CPO > WS-NB-CPOSTAL
                      OR WS-VILLE-RETENUE > ZEROES
               IF WS-CPO-CODE (WS-INDICE-CPO) = LS-ADR-CODEPOSTAL
                   IF WS-PREMIERE-VILLE = ZEROES
                       SET WS-PREMIERE-VILLE TO WS-INDICE-CPO
                   END-IF
                   IF WS-CPO-VILLE-CMP (WS-INDICE-CPO) = WS-VILLE-CMP
                       SET WS-VILLE-RETENUE TO WS-INDICE-CPO
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-PREMIERE-VILLE = ZEROES
               MOVE "1" TO LS-ADR-STATUT
               GO TO 2000-VALIDATION-FIN
           END-IF.

           IF WS-VILLE-RETENUE = ZEROES
               MOVE WS-PREMIERE-VILLE TO WS-VILLE-RETENUE
               IF LS-ADR-VILLE NOT = SPACES
                   MOVE "O" TO LS-ADR-ECART-VILLE
               END-IF
           END-IF.
           SET WS-INDICE-CPO TO WS-VILLE-RETENUE.
           MOVE WS-CPO-VILLE (WS-INDICE-CPO) TO LS-ADR-VILLE-REF.
           MOVE WS-CPO-DEPT (WS-INDICE-CPO)  TO LS-ADR-DEPT-REF.

           IF LS-ADR-DEPT NOT = SPACES
           AND LS-ADR-DEPT-REF NOT = SPACES
           AND LS-ADR-DEPT NOT = LS-ADR-DEPT-REF
               MOVE "O" TO LS-ADR-ECART-DEPT
           END-IF.

           IF LS-ADR-ECART-VILLE = "O"
           OR LS-ADR-ECART-DEPT = "O"
               MOVE "2" TO LS-ADR-STATUT
           END-IF.

       2000-VALIDATION-FIN.
           EXIT.

      *******************************************************
      *  TEST NPAI : LE CLIENT A-T-IL UN RETOUR OUVERT ? SI
      *  OUI IL EST AJOUTE A LA LISTE DES ADRESSES A CORRIGER
      *******************************************************
       3000-TEST-NPAI-DEBUT.

           MOVE ZEROES TO LS-ADR-DATE-RETOUR.

           PERFORM 1100-CHARGEMENT-NPAI-DEBUT
              THRU 1100-CHARGEMENT-NPAI-FIN.

      ****** LE RETOUR LE PLUS RECENT DONNE L'ADRESSE REVENUE
           PERFORM VARYING WS-INDICE-NPA FROM 1 BY 1
                   UNTIL WS-INDICE-NPA > WS-NB-NPAI
               IF WS-NPA-CLIENT-ID (WS-INDICE-NPA) = LS-ADR-CLIENT-ID
               AND WS-NPA-DATE-RETOUR (WS-INDICE-NPA)
                   >= LS-ADR-DATE-RETOUR
                   MOVE "1" TO LS-ADR-STATUT
                   MOVE WS-NPA-DATE-RETOUR (WS-INDICE-NPA)
                        TO LS-ADR-DATE-RETOUR
                   MOVE WS-NPA-RUE (WS-INDICE-NPA) TO LS-ADR-RUE
                   MOVE WS-NPA-CODEPOSTAL (WS-INDICE-NPA)
                        TO LS-ADR-CODEPOSTAL
                   MOVE WS-NPA-VILLE (WS-INDICE-NPA) TO LS-ADR-VILLE
               END-IF
           END-PERFORM.

           IF LS-ADR-STATUT NOT = "1"
               GO TO 3000-TEST-NPAI-FIN
           END-IF.
      *
      ****** LISTE DE TRAVAIL DU SERVICE CLIENTS
           OPEN EXTEND FACORRIGER.
           IF WS-STATUS-FILE-FACORRIGER = "35"
               OPEN OUTPUT FACORRIGER
           END-IF.
           IF NOT WS-STATUS-FILE-FACORRIGER-OK
               GO TO 3000-TEST-NPAI-FIN
           END-IF.

           MOVE SPACES TO RACORRIGER.
           MOVE WS-DATE-JOUR       TO ACO-DATE.
           MOVE LS-ADR-PROGRAMME   TO ACO-PROGRAMME.
           MOVE LS-ADR-CLIENT-ID   TO ACO-CLIENT-ID.
           MOVE LS-ADR-NOM         TO ACO-NOM.
           MOVE LS-ADR-RUE         TO ACO-RUE.
           MOVE LS-ADR-CODEPOSTAL  TO ACO-CODEPOSTAL.
           MOVE LS-ADR-VILLE       TO ACO-VILLE.
           MOVE LS-ADR-DATE-RETOUR TO ACO-DATE-RETOUR.
           WRITE RACORRIGER.
           CLOSE FACORRIGER.

       3000-TEST-NPAI-FIN.
           EXIT.

      *******************************************************
      *  LEVEE DES RETOURS OUVERTS DU CLIENT : LE REGISTRE
      *  EST RELU EN ENTIER PUIS REECRIT
      *******************************************************
       4000-LEVEE-NPAI-DEBUT.

           MOVE ZEROES TO LS-ADR-NB-LEVES.
           MOVE ZEROES TO WS-NB-REGISTRE.
           MOVE "N" TO WS-REGISTRE-TRONQUE.

           OPEN INPUT FNPAI.
           IF NOT WS-STATUS-FILE-FNPAI-OK
               GO TO 4000-LEVEE-NPAI-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FNPAI-OK
               READ FNPAI
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-NB-REGISTRE < 5000
                           ADD 1 TO WS-NB-REGISTRE
                           SET WS-INDICE-REG TO WS-NB-REGISTRE
                           IF NPAI-OUVERT
                           AND NPAI-CLIENT-ID = LS-ADR-CLIENT-ID
                               MOVE "L" TO NPAI-STATUT
                               MOVE WS-DATE-JOUR TO NPAI-DATE-LEVEE
                               ADD 1 TO LS-ADR-NB-LEVES
                           END-IF
                           MOVE RNPAI TO WS-REG-LIGNE (WS-INDICE-REG)
                       ELSE
                           MOVE "O" TO WS-REGISTRE-TRONQUE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FNPAI.

           IF LS-ADR-NB-LEVES = ZEROES
               GO TO 4000-LEVEE-NPAI-FIN
           END-IF.
      ****** UN REGISTRE TROP GRAND POUR LA TABLE N'EST PAS
      ****** REECRIT : IL PERDRAIT SES DERNIERES LIGNES
           IF WS-REGISTRE-TRONQUE-OUI
               MOVE ZEROES TO LS-ADR-NB-LEVES
               MOVE "9" TO LS-ADR-STATUT
               GO TO 4000-LEVEE-NPAI-FIN
           END-IF.

           OPEN OUTPUT FNPAI.
           IF NOT WS-STATUS-FILE-FNPAI-OK
               MOVE ZEROES TO LS-ADR-NB-LEVES
               MOVE "9" TO LS-ADR-STATUT
               GO TO 4000-LEVEE-NPAI-FIN
           END-IF.
           PERFORM VARYING WS-INDICE-REG FROM 1 BY 1
                   UNTIL WS-INDICE-REG > WS-NB-REGISTRE
               MOVE WS-REG-LIGNE (WS-INDICE-REG) TO RNPAI
               WRITE RNPAI
           END-PERFORM.
           CLOSE FNPAI.

           MOVE "1" TO LS-ADR-STATUT.
      ****** LES RETOURS OUVERTS SERONT RELUS AU PROCHAIN TEST
           MOVE "N" TO WS-REGISTRE-CHARGE.

       4000-LEVEE-NPAI-FIN.
           EXIT.
