       IDENTIFICATION DIVISION.
       PROGRAM-ID. SINVIR.
       AUTHOR. GENEVIEVE GIANNASI.
       INSTALLATION. PERSONAL PC.
       DATE-WRITTEN. 15-10-2026.
       DATE-COMPILED. 15-10-2026.
       SECURITY. NON-CONFIDENTIAL.
      ******************************************************************
      * OBJECTIF:
      * Virement des paiements de sinistres saisis par SINPAIE
      * (SINISTRES-PAIEMENTS.txt). Sont vires les paiements a virer
      * (statut A) dont la date est echue, sur un sinistre encore
      * ouvert de SINISTRES.txt ; un paiement sur un sinistre clos
      * ou inconnu est signale et laisse a virer (code retour 4).
      *
      * Les paiements retenus donnent :
      *   - les ecritures DEBIT 467200 (sinistres payes pour le
      *     compte des assureurs) par paiement / CREDIT 512000
      *     banque pour le total, lot SIN+date remis a ECRICPTA ;
      *     si ECRICPTA refuse le lot, aucun virement n'est produit
      *   - le fichier de virements sortants VIREMENTS-SINISTRES.txt
      *     (entete / details avec IBAN / pied, comme REMBOURS)
      *   - le passage des paiements au statut V avec la date du
      *     virement
      * Le montant regle de chaque sinistre (SIN-REGLE) est ensuite
      * recalcule comme la somme de ses paiements vires, et le
      * sinistre passe au statut R (regle) quand son paiement
      * definitif est vire. Un sinistre sans aucun paiement garde
      * le montant regle qu'il portait deja.
      *
      * Un paiement dont le beneficiaire est bloque par le filtrage
      * sanctions (alerte a examiner ou gel confirme au registre
      * FILTRAGE-REGISTRE.txt, sous-programme CTRLSANC) n'est pas
      * vire : il reste a virer jusqu'a la decision de la
      * conformite (code retour 4).
      *
      * SINISTRES-PAIEMENTS.txt et SINISTRES.txt sont reecrits par
      * REECRIT : nouvelle generation controlee puis basculee ; les
      * sinistres ne sont pas reecrits si les paiements n'ont pas
      * pu l'etre.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ******** FICHIER DES SINISTRES
           SELECT FSINISTRE ASSIGN TO DYNAMIC WS-NOM-FSINISTRE
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FSINISTRE.

      ******** FICHIER DES PAIEMENTS DE SINISTRES
           SELECT FSINPAIE ASSIGN TO DYNAMIC WS-NOM-FSINPAIE
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FSINPAIE.

      ******** FICHIER DE VIREMENTS SORTANTS POUR LA BANQUE
           SELECT FVIREMENT ASSIGN TO "VIREMENTS-SINISTRES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FVIREMENT.

       DATA DIVISION.
       FILE SECTION.
      ******** FICHIER DES SINISTRES
           COPY 'COBOL-FD-SINISTRE.cpy'.

      ******** FICHIER DES PAIEMENTS DE SINISTRES
           COPY 'COBOL-FD-SINPAIE.cpy'.

      ******** FICHIER DE VIREMENTS SORTANTS (132 POSITIONS)
       FD  FVIREMENT.
       01  RVIREMENT PIC X(132).

       WORKING-STORAGE SECTION.
      ***********************************************
      * DEFINTION DES STATUS DES FICHIERS
      ***********************************************
       01  WS-STATUS-FILE-FSINISTRE PIC X(02).
           88 WS-STATUS-FILE-FSINISTRE-OK  VALUE "00".
           88 WS-STATUS-FILE-FSINISTRE-EOF VALUE "10".
       01  WS-STATUS-FILE-FSINPAIE PIC X(02).
           88 WS-STATUS-FILE-FSINPAIE-OK  VALUE "00".
           88 WS-STATUS-FILE-FSINPAIE-EOF VALUE "10".
       01  WS-STATUS-FILE-FVIREMENT PIC X(02).
           88 WS-STATUS-FILE-FVIREMENT-OK  VALUE "00".

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
           05  WS-ECR-PROGRAMME    PIC X(08) VALUE "SINVIR".
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
       01  WS-COMPTE-SINISTRES PIC X(10) VALUE "467200".
       01  WS-COMPTE-BANQUE PIC X(10) VALUE "512000".
       01  WS-COMPTA-BATCH PIC X(12) VALUE SPACES.

      *************************************
      *  TABLE DES SINISTRES CHARGES EN MEMOIRE
      *************************************
       01  WS-TABLE-SINISTRES.
           05 WS-SIN-ENTRY OCCURS 5000 INDEXED BY WS-INDICE.
               10 WS-SIN-NUMSIN  PIC 9(08).
               10 WS-SIN-NUMACT  PIC 9(08).
               10 WS-SIN-DATE    PIC 9(08).
               10 WS-SIN-STATUT  PIC X(01).
               10 WS-SIN-RESERVE PIC 9(07)V99.
               10 WS-SIN-REGLE   PIC 9(07)V99.
               10 WS-SIN-LIBELLE PIC X(30).
               10 WS-SIN-PAYE    PIC 9(09)V99.
               10 WS-SIN-NB-PAIEMENTS PIC 9(04).
               10 WS-SIN-DEFINITIF PIC X(01).
                   88 WS-SIN-DEFINITIF-VIRE VALUE "O".
       01  WS-NB-SINISTRES  PIC 9(04) VALUE ZEROES.
       01  WS-MAX-SINISTRES PIC 9(04) VALUE 5000.
       01  WS-POSITION-SINISTRE PIC 9(04) VALUE ZEROES.

      *************************************
      *  TABLE DES PAIEMENTS CHARGES EN MEMOIRE
      *************************************
       01  WS-TABLE-PAIEMENTS.
           05 WS-PAI-ENTRY OCCURS 9000 INDEXED BY WS-INDICE2.
               10 WS-PAI-NUMSIN        PIC 9(08).
               10 WS-PAI-SEQUENCE      PIC 9(03).
               10 WS-PAI-DATE          PIC 9(08).
               10 WS-PAI-BENEFICIAIRE  PIC X(30).
               10 WS-PAI-IBAN          PIC X(34).
               10 WS-PAI-MONTANT       PIC 9(07)V99.
               10 WS-PAI-TYPE          PIC X(01).
               10 WS-PAI-STATUT        PIC X(01).
               10 WS-PAI-DATE-VIREMENT PIC 9(08).
               10 WS-PAI-RETENU        PIC X(01).
                   88 WS-PAI-RETENU-OUI VALUE "O".
       01  WS-NB-PAIEMENTS  PIC 9(04) VALUE ZEROES.
       01  WS-MAX-PAIEMENTS PIC 9(04) VALUE 9000.

      ******************************************
      *  IDENTIFICATION DU REMETTANT (COMME REMISE-BANQUE)
      ******************************************
       01  WS-REMETTANT PIC X(10) VALUE "CGS0075017".

      ******************************************
      *  COMPTEURS, TOTAUX ET EDITION
      ******************************************
       01  WS-DATE-JOUR PIC 9(08) VALUE ZEROES.
       01  WS-COMPTEUR-RETENUS PIC 9(05) VALUE ZEROES.
       01  WS-COMPTEUR-BLOQUES PIC 9(05) VALUE ZEROES.
       01  WS-COMPTEUR-REGLES  PIC 9(05) VALUE ZEROES.
       01  WS-TOTAL-VIRE PIC 9(11)V99 VALUE ZEROES.
       01  WS-EDIT-MONTANT PIC ZZ.ZZZ.ZZ9,99.
       01  WS-EDIT-TOTAL   PIC ZZZ.ZZZ.ZZ9,99.
       01  WS-LIGNE PIC X(132) VALUE SPACES.

      ******************************************
      *  FILTRAGE SANCTIONS DES BENEFICIAIRES (CTRLSANC)
      ******************************************
       01  WS-IDENT-PAIEMENT.
           05  WS-IDP-NUMSIN   PIC 9(08).
           05  FILLER          PIC X(01) VALUE "-".
           05  WS-IDP-SEQUENCE PIC 9(03).
       01  WS-FILTRAGE.
           05  WS-FIL-FONCTION      PIC X(01) VALUE "B".
           05  WS-FIL-PROGRAMME     PIC X(08) VALUE "SINVIR".
           05  WS-FIL-TYPE          PIC X(01) VALUE "B".
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

      ***********************************************
      * REECRITURE SURE DES FICHIERS PERMANENTS (REECRIT) :
      * NOUVELLE GENERATION, CONTROLE (NOMBRE, TOTAL) PUIS BASCULE
      ***********************************************
       01  WS-NOM-FSINISTRE PIC X(40) VALUE "SINISTRES.txt".
       01  WS-NOM-FSINPAIE  PIC X(40) VALUE "SINISTRES-PAIEMENTS.txt".
       01  WS-REECRITURE.
           05  WS-REE-FONCTION  PIC X(01) VALUE "R".
           05  WS-REE-FICHIER   PIC X(40) VALUE SPACES.
           05  WS-REE-NOUVEAU   PIC X(40) VALUE SPACES.
           05  WS-REE-PROGRAMME PIC X(08) VALUE "SINVIR".
           05  WS-REE-POSITION  PIC 9(04) VALUE ZEROES.
           05  WS-REE-LONGUEUR  PIC 9(02) VALUE ZEROES.
           05  WS-REE-DECIMALES PIC 9(01) VALUE ZEROES.
           05  WS-REE-NB-ENREG  PIC 9(09) VALUE ZEROES.
           05  WS-REE-TOTAL     PIC 9(13)V99 VALUE ZEROES.
           05  WS-REE-STATUT    PIC X(01) VALUE SPACES.
               88  WS-REE-OK VALUE "0" "1" "2".

       PROCEDURE DIVISION.
       0000-MAIN-DEB.
      *******************************************************
      *  PARAGRAPHE PRINCIPAL
      *******************************************************
           DISPLAY "VIREMENT DES PAIEMENTS DE SINISTRES".
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATE-JOUR.
           MOVE SPACES TO WS-COMPTA-BATCH.
           STRING "SIN " WS-DATE-JOUR
                  DELIMITED BY SIZE INTO WS-COMPTA-BATCH.
      *
      *********** REPRISE D'UNE REECRITURE INTERROMPUE
           MOVE WS-NOM-FSINISTRE TO WS-REE-FICHIER.
           PERFORM 9000-REPRISE-REECRITURE-DEBUT
              THRU 9000-REPRISE-REECRITURE-FIN.
           MOVE WS-NOM-FSINPAIE TO WS-REE-FICHIER.
           PERFORM 9000-REPRISE-REECRITURE-DEBUT
              THRU 9000-REPRISE-REECRITURE-FIN.
           IF RETURN-CODE = 16
               GO TO 0000-MAIN-FIN
           END-IF.
      *
      *********** CHARGEMENT DES TABLES
           PERFORM 1000-CHARGEMENT-SINISTRES-DEBUT
              THRU 1000-CHARGEMENT-SINISTRES-FIN.
           IF RETURN-CODE > 8
               GO TO 0000-MAIN-FIN
           END-IF.
           PERFORM 1100-CHARGEMENT-PAIEMENTS-DEBUT
              THRU 1100-CHARGEMENT-PAIEMENTS-FIN.
           IF WS-NB-PAIEMENTS = ZEROES
               DISPLAY "--> AUCUN PAIEMENT DE SINISTRE"
               GO TO 0000-MAIN-FIN
           END-IF.
      *
      *********** SELECTION DES PAIEMENTS A VIRER
           PERFORM 2000-SELECTION-DEBUT
              THRU 2000-SELECTION-FIN.
      *
      *********** ECRITURES PUIS VIREMENTS
           IF WS-COMPTEUR-RETENUS = ZEROES
               DISPLAY "--> AUCUN PAIEMENT A VIRER"
           ELSE
               PERFORM 6000-ECRITURES-DEBUT
                  THRU 6000-ECRITURES-FIN
               IF RETURN-CODE < 16
                   PERFORM 7000-VIREMENTS-DEBUT
                      THRU 7000-VIREMENTS-FIN
               END-IF
           END-IF.
      *
      *********** MONTANT REGLE ET STATUT DEDUITS DES PAIEMENTS
           IF RETURN-CODE < 16
               PERFORM 8000-SITUATION-SINISTRES-DEBUT
                  THRU 8000-SITUATION-SINISTRES-FIN
               PERFORM 8500-REECRITURE-PAIEMENTS-DEBUT
                  THRU 8500-REECRITURE-PAIEMENTS-FIN
               IF RETURN-CODE < 16
                   PERFORM 8600-REECRITURE-SINISTRES-DEBUT
                      THRU 8600-REECRITURE-SINISTRES-FIN
               END-IF
           END-IF.

           MOVE WS-TOTAL-VIRE TO WS-EDIT-TOTAL.
           DISPLAY "==============================================".
           DISPLAY "PAIEMENTS VIRES          : " WS-COMPTEUR-RETENUS.
           DISPLAY "PAIEMENTS BLOQUES        : " WS-COMPTEUR-BLOQUES.
           DISPLAY "SINISTRES REGLES         : " WS-COMPTEUR-REGLES.
           DISPLAY "MONTANT TOTAL VIRE       : " WS-EDIT-TOTAL.
           DISPLAY "==============================================".

       0000-MAIN-FIN.
           GOBACK.

      *******************************************************
      *  CHARGEMENT DES SINISTRES EN MEMOIRE
      *******************************************************
       1000-CHARGEMENT-SINISTRES-DEBUT.

           OPEN INPUT FSINISTRE.
           IF NOT WS-STATUS-FILE-FSINISTRE-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FSINISTRE': "
                       WS-STATUS-FILE-FSINISTRE
               MOVE 16 TO RETURN-CODE
               GO TO 1000-CHARGEMENT-SINISTRES-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FSINISTRE-OK
               READ FSINISTRE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-NB-SINISTRES < WS-MAX-SINISTRES
                       AND SIN-NUMSIN IS NUMERIC
                           ADD 1 TO WS-NB-SINISTRES
                           SET WS-INDICE TO WS-NB-SINISTRES
                           MOVE SIN-NUMSIN
                                TO WS-SIN-NUMSIN (WS-INDICE)
                           MOVE SIN-NUMACT
                                TO WS-SIN-NUMACT (WS-INDICE)
                           MOVE SIN-DATE
                                TO WS-SIN-DATE (WS-INDICE)
                           MOVE SIN-STATUT
                                TO WS-SIN-STATUT (WS-INDICE)
                           MOVE SIN-RESERVE
                                TO WS-SIN-RESERVE (WS-INDICE)
                           MOVE SIN-REGLE
                                TO WS-SIN-REGLE (WS-INDICE)
                           MOVE SIN-LIBELLE
                                TO WS-SIN-LIBELLE (WS-INDICE)
                           MOVE ZEROES TO WS-SIN-PAYE (WS-INDICE)
                                   WS-SIN-NB-PAIEMENTS (WS-INDICE)
                           MOVE "N" TO WS-SIN-DEFINITIF (WS-INDICE)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FSINISTRE.

           DISPLAY "NOMBRE DE SINISTRES CHARGES: " WS-NB-SINISTRES.

       1000-CHARGEMENT-SINISTRES-FIN.
           EXIT.

      *******************************************************
      *  CHARGEMENT DES PAIEMENTS EN MEMOIRE
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
                       AND SPA-NUMSIN IS NUMERIC
                       AND SPA-MONTANT IS NUMERIC
                           ADD 1 TO WS-NB-PAIEMENTS
                           SET WS-INDICE2 TO WS-NB-PAIEMENTS
                           MOVE SPA-NUMSIN
                                TO WS-PAI-NUMSIN (WS-INDICE2)
                           MOVE SPA-SEQUENCE
                                TO WS-PAI-SEQUENCE (WS-INDICE2)
                           MOVE SPA-DATE
                                TO WS-PAI-DATE (WS-INDICE2)
                           MOVE SPA-BENEFICIAIRE
                                TO WS-PAI-BENEFICIAIRE (WS-INDICE2)
                           MOVE SPA-IBAN
                                TO WS-PAI-IBAN (WS-INDICE2)
                           MOVE SPA-MONTANT
                                TO WS-PAI-MONTANT (WS-INDICE2)
                           MOVE SPA-TYPE
                                TO WS-PAI-TYPE (WS-INDICE2)
                           MOVE SPA-STATUT
                                TO WS-PAI-STATUT (WS-INDICE2)
                           MOVE SPA-DATE-VIREMENT
                                TO WS-PAI-DATE-VIREMENT (WS-INDICE2)
                           MOVE "N" TO WS-PAI-RETENU (WS-INDICE2)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FSINPAIE.

           DISPLAY "NOMBRE DE PAIEMENTS CHARGES: " WS-NB-PAIEMENTS.

       1100-CHARGEMENT-PAIEMENTS-FIN.
           EXIT.

      *******************************************************
      *  RECHERCHE DU SINISTRE DU PAIEMENT WS-INDICE2
      *******************************************************
       1500-RECHERCHE-SINISTRE-DEBUT.

           MOVE ZEROES TO WS-POSITION-SINISTRE.
           PERFORM VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-NB-SINISTRES
               IF WS-SIN-NUMSIN (WS-INDICE) = WS-PAI-NUMSIN (WS-INDICE2)
                   MOVE WS-INDICE TO WS-POSITION-SINISTRE
                   GO TO 1500-RECHERCHE-SINISTRE-FIN
               END-IF
           END-PERFORM.

       1500-RECHERCHE-SINISTRE-FIN.
           EXIT.

      *******************************************************
      *  SELECTION : PAIEMENTS A VIRER, ECHUS, SUR UN SINISTRE
      *  OUVERT
      *******************************************************
       2000-SELECTION-DEBUT.

           PERFORM 2100-SELECTION-PAIEMENT-DEBUT
              THRU 2100-SELECTION-PAIEMENT-FIN
               VARYING WS-INDICE2 FROM 1 BY 1
               UNTIL WS-INDICE2 > WS-NB-PAIEMENTS.

           IF WS-COMPTEUR-BLOQUES > ZEROES
           AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

       2000-SELECTION-FIN.
           EXIT.

      *******************************************************
      *  EXAMEN D'UN PAIEMENT
      *******************************************************
       2100-SELECTION-PAIEMENT-DEBUT.

           IF WS-PAI-STATUT (WS-INDICE2) NOT = "A"
           OR WS-PAI-DATE (WS-INDICE2) > WS-DATE-JOUR
               GO TO 2100-SELECTION-PAIEMENT-FIN
           END-IF.

           PERFORM 1500-RECHERCHE-SINISTRE-DEBUT
              THRU 1500-RECHERCHE-SINISTRE-FIN.
           IF WS-POSITION-SINISTRE = ZEROES
               ADD 1 TO WS-COMPTEUR-BLOQUES
               DISPLAY "--> SINISTRE INCONNU, PAIEMENT NON VIRE: "
                       WS-PAI-NUMSIN (WS-INDICE2) "-"
                       WS-PAI-SEQUENCE (WS-INDICE2)
               GO TO 2100-SELECTION-PAIEMENT-FIN
           END-IF.
           SET WS-INDICE TO WS-POSITION-SINISTRE.
           IF WS-SIN-STATUT (WS-INDICE) NOT = "O"
               ADD 1 TO WS-COMPTEUR-BLOQUES
               DISPLAY "--> SINISTRE " WS-SIN-STATUT (WS-INDICE)
                       " (NON OUVERT), PAIEMENT NON VIRE: "
                       WS-PAI-NUMSIN (WS-INDICE2) "-"
                       WS-PAI-SEQUENCE (WS-INDICE2)
               GO TO 2100-SELECTION-PAIEMENT-FIN
           END-IF.
      *
      ****** BENEFICIAIRE BLOQUE PAR LE FILTRAGE SANCTIONS
           MOVE WS-PAI-NUMSIN (WS-INDICE2)   TO WS-IDP-NUMSIN.
           MOVE WS-PAI-SEQUENCE (WS-INDICE2) TO WS-IDP-SEQUENCE.
           MOVE "B"               TO WS-FIL-FONCTION.
           MOVE WS-IDENT-PAIEMENT TO WS-FIL-IDENT.
           MOVE RETURN-CODE TO WS-RC-SAUVE.
           CALL 'CTRLSANC' USING WS-FILTRAGE
               ON EXCEPTION
                   MOVE "0" TO WS-FIL-STATUT
           END-CALL.
           MOVE WS-RC-SAUVE TO RETURN-CODE.
           IF WS-FIL-A-EXAMINER OR WS-FIL-GELE
               ADD 1 TO WS-COMPTEUR-BLOQUES
               DISPLAY "--> BENEFICIAIRE BLOQUE (FILTRAGE SANCTIONS), "
                       "PAIEMENT NON VIRE: "
                       WS-PAI-NUMSIN (WS-INDICE2) "-"
                       WS-PAI-SEQUENCE (WS-INDICE2)
               GO TO 2100-SELECTION-PAIEMENT-FIN
           END-IF.

           MOVE "O" TO WS-PAI-RETENU (WS-INDICE2).
           ADD 1 TO WS-COMPTEUR-RETENUS.
           ADD WS-PAI-MONTANT (WS-INDICE2) TO WS-TOTAL-VIRE.

       2100-SELECTION-PAIEMENT-FIN.
           EXIT.

      *******************************************************
      *  ECRITURES DU LOT SIN+DATE : DEBIT 467200 PAR PAIEMENT,
      *  CREDIT 512000 BANQUE POUR LE TOTAL
      *******************************************************
       6000-ECRITURES-DEBUT.

           PERFORM VARYING WS-INDICE2 FROM 1 BY 1
                   UNTIL WS-INDICE2 > WS-NB-PAIEMENTS
               IF WS-PAI-RETENU-OUI (WS-INDICE2)
                   MOVE SPACES TO RCOMPTA
                   MOVE "D" TO COMPTA-SENS
                   MOVE WS-COMPTE-SINISTRES TO COMPTA-COMPTE
                   MOVE WS-PAI-MONTANT (WS-INDICE2) TO COMPTA-MONTANT
                   PERFORM 6100-EMISSION-ECRITURE-DEBUT
                      THRU 6100-EMISSION-ECRITURE-FIN
               END-IF
           END-PERFORM.
           MOVE SPACES TO RCOMPTA.
           MOVE "C" TO COMPTA-SENS.
           MOVE WS-COMPTE-BANQUE TO COMPTA-COMPTE.
           MOVE WS-TOTAL-VIRE TO COMPTA-MONTANT.
           PERFORM 6100-EMISSION-ECRITURE-DEBUT
              THRU 6100-EMISSION-ECRITURE-FIN.
      *
      ****** VALIDATION DU LOT PAR LE PLAN COMPTABLE
           MOVE "V" TO WS-ECR-ACTION.
           MOVE SPACES TO RCOMPTA.
           PERFORM 6100-EMISSION-ECRITURE-DEBUT
              THRU 6100-EMISSION-ECRITURE-FIN.
           EVALUATE TRUE
               WHEN WS-ECR-SUSPENS
                   DISPLAY "*** LOT " WS-COMPTA-BATCH " EN SUSPENS: "
                           WS-ECR-NB-ANOMALIES " COMPTE(S) HORS PLAN "
                           "COMPTABLE ***"
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               WHEN WS-ECR-ERREUR
                   DISPLAY "*** ECRITURES DE SINISTRES NON EMISES: "
                           "AUCUN VIREMENT PRODUIT ***"
                   MOVE 16 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "LOT " WS-COMPTA-BATCH " EMIS"
           END-EVALUATE.

       6000-ECRITURES-FIN.
           EXIT.

      *******************************************************
      *  REMISE D'UNE LIGNE (OU DE LA VALIDATION DU LOT) A
      *  ECRICPTA, SANS PERDRE LE CODE RETOUR EN COURS
      *******************************************************
       6100-EMISSION-ECRITURE-DEBUT.

           MOVE WS-DATE-JOUR TO COMPTA-DATE.
           MOVE WS-COMPTA-BATCH TO COMPTA-BATCH.
           MOVE RETURN-CODE TO WS-RC-SAUVE.
           MOVE RCOMPTA TO WS-ECR-LIGNE.
           CALL 'ECRICPTA' USING WS-ECRITURE
               ON EXCEPTION
                   MOVE "E" TO WS-ECR-RESULTAT
           END-CALL.
           MOVE WS-RC-SAUVE TO RETURN-CODE.

       6100-EMISSION-ECRITURE-FIN.
           EXIT.

      *******************************************************
      *  FICHIER DE VIREMENTS SORTANTS ET PASSAGE DES PAIEMENTS
      *  RETENUS AU STATUT V
      *******************************************************
       7000-VIREMENTS-DEBUT.

           OPEN OUTPUT FVIREMENT.
           IF NOT WS-STATUS-FILE-FVIREMENT-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FVIREMENT': "
                       WS-STATUS-FILE-FVIREMENT
               MOVE 16 TO RETURN-CODE
               GO TO 7000-VIREMENTS-FIN
           END-IF.
      *
      ****** ENTETE DE REMISE
           MOVE SPACES TO WS-LIGNE.
           STRING "E " WS-REMETTANT " " WS-DATE-JOUR " VIREMENTS"
                  DELIMITED BY SIZE INTO WS-LIGNE.
           MOVE WS-LIGNE TO RVIREMENT.
           WRITE RVIREMENT.
      *
      ****** UN DETAIL PAR PAIEMENT RETENU
           PERFORM VARYING WS-INDICE2 FROM 1 BY 1
                   UNTIL WS-INDICE2 > WS-NB-PAIEMENTS
               IF WS-PAI-RETENU-OUI (WS-INDICE2)
                   MOVE WS-PAI-MONTANT (WS-INDICE2) TO WS-EDIT-MONTANT
                   MOVE SPACES TO WS-LIGNE
                   STRING "D " WS-PAI-NUMSIN (WS-INDICE2) "-"
                          WS-PAI-SEQUENCE (WS-INDICE2) " "
                          WS-PAI-BENEFICIAIRE (WS-INDICE2) " "
                          WS-EDIT-MONTANT " "
                          WS-PAI-IBAN (WS-INDICE2) " "
                          WS-COMPTA-BATCH
                          DELIMITED BY SIZE INTO WS-LIGNE
                   MOVE WS-LIGNE TO RVIREMENT
                   WRITE RVIREMENT
                   MOVE "V" TO WS-PAI-STATUT (WS-INDICE2)
                   MOVE WS-DATE-JOUR
                        TO WS-PAI-DATE-VIREMENT (WS-INDICE2)
                   DISPLAY "--> VIRE: " WS-PAI-NUMSIN (WS-INDICE2)
                           "-" WS-PAI-SEQUENCE (WS-INDICE2)
                           " " WS-EDIT-MONTANT
               END-IF
           END-PERFORM.
      *
      ****** PIED DE REMISE : NOMBRE ET SOMME DES DETAILS
           MOVE WS-TOTAL-VIRE TO WS-EDIT-TOTAL.
           MOVE SPACES TO WS-LIGNE.
           STRING "P " WS-COMPTEUR-RETENUS " " WS-EDIT-TOTAL
                  DELIMITED BY SIZE INTO WS-LIGNE.
           MOVE WS-LIGNE TO RVIREMENT.
           WRITE RVIREMENT.

           CLOSE FVIREMENT.

       7000-VIREMENTS-FIN.
           EXIT.

      *******************************************************
      *  MONTANT REGLE = SOMME DES PAIEMENTS VIRES ; STATUT R
      *  QUAND LE PAIEMENT DEFINITIF EST VIRE
      *******************************************************
       8000-SITUATION-SINISTRES-DEBUT.

           PERFORM VARYING WS-INDICE2 FROM 1 BY 1
                   UNTIL WS-INDICE2 > WS-NB-PAIEMENTS
               IF WS-PAI-STATUT (WS-INDICE2) = "V"
                   PERFORM 1500-RECHERCHE-SINISTRE-DEBUT
                      THRU 1500-RECHERCHE-SINISTRE-FIN
                   IF WS-POSITION-SINISTRE > ZEROES
                       SET WS-INDICE TO WS-POSITION-SINISTRE
                       ADD 1 TO WS-SIN-NB-PAIEMENTS (WS-INDICE)
                       ADD WS-PAI-MONTANT (WS-INDICE2)
                           TO WS-SIN-PAYE (WS-INDICE)
                       IF WS-PAI-TYPE (WS-INDICE2) = "D"
                           MOVE "O" TO WS-SIN-DEFINITIF (WS-INDICE)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-NB-SINISTRES
               IF WS-SIN-NB-PAIEMENTS (WS-INDICE) > ZEROES
                   MOVE WS-SIN-PAYE (WS-INDICE)
                        TO WS-SIN-REGLE (WS-INDICE)
                   IF WS-SIN-DEFINITIF-VIRE (WS-INDICE)
                   AND WS-SIN-STATUT (WS-INDICE) = "O"
                       MOVE "R" TO WS-SIN-STATUT (WS-INDICE)
                       ADD 1 TO WS-COMPTEUR-REGLES
                       DISPLAY "--> SINISTRE "
                               WS-SIN-NUMSIN (WS-INDICE) " REGLE"
                   END-IF
               END-IF
           END-PERFORM.

       8000-SITUATION-SINISTRES-FIN.
           EXIT.

      *******************************************************
      *  REECRITURE COMPLETE DU FICHIER DES PAIEMENTS
      *******************************************************
       8500-REECRITURE-PAIEMENTS-DEBUT.

           MOVE WS-NOM-FSINPAIE TO WS-REE-FICHIER.
           MOVE 89 TO WS-REE-POSITION.
           MOVE 9 TO WS-REE-LONGUEUR.
           MOVE 2 TO WS-REE-DECIMALES.
           PERFORM 9100-GENERATION-DEBUT
              THRU 9100-GENERATION-FIN.
           MOVE WS-REE-NOUVEAU TO WS-NOM-FSINPAIE.
           OPEN OUTPUT FSINPAIE.
           IF NOT WS-STATUS-FILE-FSINPAIE-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FSINPAIE': "
                       WS-STATUS-FILE-FSINPAIE
               MOVE WS-REE-FICHIER TO WS-NOM-FSINPAIE
               MOVE 16 TO RETURN-CODE
               GO TO 8500-REECRITURE-PAIEMENTS-FIN
           END-IF.

           PERFORM VARYING WS-INDICE2 FROM 1 BY 1
                   UNTIL WS-INDICE2 > WS-NB-PAIEMENTS
               MOVE SPACES TO RSINPAIE
               MOVE WS-PAI-NUMSIN (WS-INDICE2)   TO SPA-NUMSIN
               MOVE WS-PAI-SEQUENCE (WS-INDICE2) TO SPA-SEQUENCE
               MOVE WS-PAI-DATE (WS-INDICE2)     TO SPA-DATE
               MOVE WS-PAI-BENEFICIAIRE (WS-INDICE2)
                    TO SPA-BENEFICIAIRE
               MOVE WS-PAI-IBAN (WS-INDICE2)     TO SPA-IBAN
               MOVE WS-PAI-MONTANT (WS-INDICE2)  TO SPA-MONTANT
               MOVE WS-PAI-TYPE (WS-INDICE2)     TO SPA-TYPE
               MOVE WS-PAI-STATUT (WS-INDICE2)   TO SPA-STATUT
               MOVE WS-PAI-DATE-VIREMENT (WS-INDICE2)
                    TO SPA-DATE-VIREMENT
               WRITE RSINPAIE
               ADD 1 TO WS-REE-NB-ENREG
               IF SPA-MONTANT IS NUMERIC
                   ADD SPA-MONTANT TO WS-REE-TOTAL
               END-IF
           END-PERFORM.
           CLOSE FSINPAIE.
           MOVE WS-REE-FICHIER TO WS-NOM-FSINPAIE.
           PERFORM 9200-BASCULE-DEBUT
              THRU 9200-BASCULE-FIN.

       8500-REECRITURE-PAIEMENTS-FIN.
           EXIT.

      *******************************************************
      *  REECRITURE COMPLETE DU FICHIER DES SINISTRES
      *******************************************************
       8600-REECRITURE-SINISTRES-DEBUT.

           MOVE WS-NOM-FSINISTRE TO WS-REE-FICHIER.
           MOVE 30 TO WS-REE-POSITION.
           MOVE 9 TO WS-REE-LONGUEUR.
           MOVE 2 TO WS-REE-DECIMALES.
           PERFORM 9100-GENERATION-DEBUT
              THRU 9100-GENERATION-FIN.
           MOVE WS-REE-NOUVEAU TO WS-NOM-FSINISTRE.
           OPEN OUTPUT FSINISTRE.
           IF NOT WS-STATUS-FILE-FSINISTRE-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FSINISTRE': "
                       WS-STATUS-FILE-FSINISTRE
               MOVE WS-REE-FICHIER TO WS-NOM-FSINISTRE
               MOVE 16 TO RETURN-CODE
               GO TO 8600-REECRITURE-SINISTRES-FIN
           END-IF.

           PERFORM VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-NB-SINISTRES
               MOVE SPACES TO RSINISTRE
               MOVE WS-SIN-NUMSIN (WS-INDICE)  TO SIN-NUMSIN
               MOVE WS-SIN-NUMACT (WS-INDICE)  TO SIN-NUMACT
               MOVE WS-SIN-DATE (WS-INDICE)    TO SIN-DATE
               MOVE WS-SIN-STATUT (WS-INDICE)  TO SIN-STATUT
               MOVE WS-SIN-RESERVE (WS-INDICE) TO SIN-RESERVE
               MOVE WS-SIN-REGLE (WS-INDICE)   TO SIN-REGLE
               MOVE WS-SIN-LIBELLE (WS-INDICE) TO SIN-LIBELLE
               WRITE RSINISTRE
               ADD 1 TO WS-REE-NB-ENREG
               IF SIN-RESERVE IS NUMERIC
                   ADD SIN-RESERVE TO WS-REE-TOTAL
               END-IF
           END-PERFORM.
           CLOSE FSINISTRE.
           MOVE WS-REE-FICHIER TO WS-NOM-FSINISTRE.
           PERFORM 9200-BASCULE-DEBUT
              THRU 9200-BASCULE-FIN.

       8600-REECRITURE-SINISTRES-FIN.
           EXIT.


      *******************************************************
      *  REPRISE AU LANCEMENT D'UNE REECRITURE INTERROMPUE DU
      *  FICHIER DESIGNE PAR WS-REE-FICHIER
      *******************************************************
       9000-REPRISE-REECRITURE-DEBUT.

           MOVE "R" TO WS-REE-FONCTION.
           CALL 'REECRIT' USING WS-REECRITURE
               ON EXCEPTION
                   DISPLAY "--> SOUS-PROGRAMME REECRIT INTROUVABLE"
                   MOVE 16 TO RETURN-CODE
           END-CALL.

       9000-REPRISE-REECRITURE-FIN.
           EXIT.

      *******************************************************
      *  NOM DE LA NOUVELLE GENERATION DU FICHIER DESIGNE PAR
      *  WS-REE-FICHIER, COMPTEURS DE CONTROLE A ZERO
      *******************************************************
       9100-GENERATION-DEBUT.

           MOVE "N" TO WS-REE-FONCTION.
           CALL 'REECRIT' USING WS-REECRITURE
               ON EXCEPTION
                   MOVE WS-REE-FICHIER TO WS-REE-NOUVEAU
           END-CALL.
           MOVE ZEROES TO WS-REE-NB-ENREG WS-REE-TOTAL.

       9100-GENERATION-FIN.
           EXIT.

      *******************************************************
      *  CONTROLE DE LA NOUVELLE GENERATION PUIS BASCULE
      *******************************************************
       9200-BASCULE-DEBUT.

           MOVE "B" TO WS-REE-FONCTION.
           CALL 'REECRIT' USING WS-REECRITURE
               ON EXCEPTION
                   MOVE "9" TO WS-REE-STATUT
           END-CALL.
           IF NOT WS-REE-OK
               DISPLAY "*** " FUNCTION TRIM (WS-REE-FICHIER)
                       " NON REMPLACE ***"
               MOVE 16 TO RETURN-CODE
           END-IF.

       9200-BASCULE-FIN.
           EXIT.
