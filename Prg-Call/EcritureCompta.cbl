       IDENTIFICATION DIVISION.
       PROGRAM-ID. ECRICPTA.
       AUTHOR. GENEVIEVE GIANNASI.
       INSTALLATION. PERSONAL PC.
       DATE-WRITTEN. 15-10-2026.
       DATE-COMPILED. 15-10-2026.
       SECURITY. NON-CONFIDENTIAL.
      ******************************************************************
      * OBJECTIF: Sous-programme partage d'emission des ecritures
      * comptables. Les numeros de compte sont construits a la volee
      * (411+societe, 706+departement, 654+departement, 766/666+
      * devise...) : un nouveau code societe ou departement donnait
      * un compte inconnu du grand livre, decouvert seulement au
      * rejet du lot par RAPCOMPTA.
      *
      *     CALL 'ECRICPTA' USING LS-ECRITURE
      *
      *     LS-ECR-ACTION    : "L" ajouter la ligne LS-ECR-LIGNE au
      *                            lot en cours (memorisee, rien
      *                            n'est ecrit)
      *                        "V" valider le lot en cours : chaque
      *                            compte D/C est controle par le
      *                            plan comptable ; lot sain ecrit
      *                            dans FACTURES-COMPTA.txt, lot
      *                            portant un compte inconnu ou
      *                            inactif mis EN ENTIER dans
      *                            COMPTA-SUSPENS.txt
      *                        "R" reprise des lots en suspens : ceux
      *                            dont tous les comptes sont desormais
      *                            valides sont liberes vers le grand
      *                            livre, les autres restent en suspens
      *     LS-ECR-PROGRAMME : programme emetteur
      *     LS-ECR-OUVERTURE : "U" lot unique : un lot dont le numero
      *                        (COMPTA-BATCH) figure deja dans
      *                        FACTURES-COMPTA.txt ou en suspens est
      *                        refuse (relance de FACTURES dans la
      *                        journee) ; sinon le lot est ajoute
      *     LS-ECR-LIGNE     : ligne RCOMPTA (action "L")
      *     LS-ECR-RESULTAT  : "C" comptabilise, "S" mis en suspens,
      *                        "D" deja emis (lot unique refuse),
      *                        "E" erreur (lot trop long, fichier
      *                        inaccessible : rien n'est ecrit)
      *     LS-ECR-NB-ANOMALIES : lignes en anomalie du lot ("V"),
      *                        lots restant en suspens ("R")
      *     LS-ECR-NB-LOTS   : lots liberes par la reprise ("R")
      *
      * Le plan comptable PLAN-COMPTABLE.txt (maintenu par PLANMAINT)
      * est charge une fois au premier appel. Les pieds de controle
      * (sens "T") ne portent pas de compte et ne sont pas controles.
      *
      * COMPTA-SUSPENS.txt est reecrit par REECRIT (nouvelle
      * generation controlee puis basculee) ; une reecriture
      * interrompue est reprise au premier appel. Chaque ligne en
      * suspens porte l'ouverture de son lot : un lot unique ("U")
      * repris dont le numero figure deja au grand livre (liberation
      * faite mais suspens non reecrit) est retire du suspens sans
      * etre reemis. Les autres lots, dont le numero (prefixe+date)
      * peut revenir dans la journee, sont toujours liberes.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ******** PLAN COMPTABLE
           SELECT FPLAN ASSIGN TO "PLAN-COMPTABLE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FPLAN.

      ******** FICHIER D'INTERFACE COMPTABLE (GRAND LIVRE)
           SELECT FCOMPTA ASSIGN TO "FACTURES-COMPTA.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FCOMPTA.

      ******** LOTS COMPTABLES EN SUSPENS
           SELECT FSUSPENS ASSIGN TO DYNAMIC WS-NOM-FSUSPENS
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FSUSPENS.

       DATA DIVISION.
       FILE SECTION.
      ******** PLAN COMPTABLE
           COPY 'COBOL-FD-PLANCPT.cpy'.

      ******** FICHIER D'INTERFACE COMPTABLE
       FD  FCOMPTA.
       01  RCOMPTA.
           05  FILLER         PIC X(09).
           05  COMPTA-BATCH   PIC X(12).
           05  FILLER         PIC X(25).

      ******** LOTS COMPTABLES EN SUSPENS : DATE DE MISE EN SUSPENS,
      ******** PROGRAMME EMETTEUR, LIGNE RCOMPTA ET MOTIF DE LA LIGNE
      ******** (BLANC POUR LES LIGNES SAINES D'UN LOT RETENU),
      ******** OUVERTURE DU LOT ("U" LOT UNIQUE, BLANC SUR LES
      ******** LIGNES ANTERIEURES)
       FD  FSUSPENS.
       01  RSUSPENS.
           05  SUS-DATE       PIC 9(08).
           05  FILLER         PIC X(01).
           05  SUS-PROGRAMME  PIC X(08).
           05  FILLER         PIC X(01).
           05  SUS-LIGNE      PIC X(46).
           05  FILLER         PIC X(01).
           05  SUS-MOTIF      PIC X(20).
           05  FILLER         PIC X(01).
           05  SUS-OUVERTURE  PIC X(01).

       WORKING-STORAGE SECTION.
       77  WS-STATUS-FILE-FPLAN PIC X(02) VALUE SPACES.
           88  WS-STATUS-FILE-FPLAN-OK  VALUE "00".
           88  WS-STATUS-FILE-FPLAN-EOF VALUE "10".
       77  WS-STATUS-FILE-FCOMPTA PIC X(02) VALUE SPACES.
           88  WS-STATUS-FILE-FCOMPTA-OK  VALUE "00".
           88  WS-STATUS-FILE-FCOMPTA-EOF VALUE "10".
           88  WS-STATUS-FILE-FCOMPTA-INEXISTANT VALUE "35".
       77  WS-STATUS-FILE-FSUSPENS PIC X(02) VALUE SPACES.
           88  WS-STATUS-FILE-FSUSPENS-OK  VALUE "00".
           88  WS-STATUS-FILE-FSUSPENS-EOF VALUE "10".
           88  WS-STATUS-FILE-FSUSPENS-INEXISTANT VALUE "35".

      *************************************
      *  PLAN COMPTABLE CHARGE AU PREMIER APPEL
      *************************************
       01  WS-TABLE-PLAN.
           05 WS-PLAN-ENTRY OCCURS 3000 INDEXED BY WS-INDICE.
               10 WS-PLAN-COMPTE PIC X(10).
               10 WS-PLAN-ACTIF  PIC X(01).
       77  WS-NB-COMPTES  PIC 9(04) VALUE ZEROES.
       77  WS-MAX-COMPTES PIC 9(04) VALUE 3000.
       77  WS-PLAN-CHARGE PIC X(01) VALUE "N".
           88  WS-PLAN-CHARGE-OUI VALUE "O".
       77  WS-PLAN-PRESENT PIC X(01) VALUE "N".
           88  WS-PLAN-PRESENT-OUI VALUE "O".

      *************************************
      *  LOT EN COURS : LIGNES MEMORISEES JUSQU'A LA VALIDATION,
      *  MOTIF D'ANOMALIE ET ORIGINE (RANG EN SUSPENS, REPRISE)
      *************************************
       01  WS-TABLE-LOT.
           05 WS-LOT-ENTRY OCCURS 10000 INDEXED BY WS-INDICE2.
               10 WS-LOT-IMAGE   PIC X(46).
               10 WS-LOT-MOTIF   PIC X(20).
               10 WS-LOT-ORIGINE PIC 9(05).
       77  WS-NB-LIGNES  PIC 9(05) VALUE ZEROES.
       77  WS-MAX-LIGNES PIC 9(05) VALUE 10000.
       77  WS-LOT-DEBORDE PIC X(01) VALUE "N".
           88  WS-LOT-DEBORDE-OUI VALUE "O".

      *************************************
      *  LIGNE RCOMPTA EN COURS DE CONTROLE
      *************************************
       01  WS-LIGNE-COMPTA.
           05  WS-CPTA-DATE    PIC 9(08).
           05  FILLER          PIC X(01).
           05  WS-CPTA-BATCH   PIC X(12).
           05  FILLER          PIC X(01).
           05  WS-CPTA-SENS    PIC X(01).
           05  FILLER          PIC X(01).
           05  WS-CPTA-COMPTE  PIC X(10).
           05  FILLER          PIC X(01).
           05  WS-CPTA-MONTANT PIC 9(09)V99.

      *************************************
      *  REPRISE : LIGNES EN SUSPENS CHARGEES EN MEMOIRE
      *************************************
       01  WS-TABLE-SUSPENS.
           05 WS-SUS-ENTRY OCCURS 10000
                  INDEXED BY WS-INDICE3 WS-INDICE4.
               10 WS-SUS-IMAGE  PIC X(87).
               10 WS-SUS-ETAT   PIC X(01).
                   88 WS-SUS-A-TRAITER VALUE " ".
                   88 WS-SUS-LIBEREE   VALUE "L".
                   88 WS-SUS-GARDEE    VALUE "G".
       77  WS-NB-SUSPENS  PIC 9(05) VALUE ZEROES.
       77  WS-MAX-SUSPENS PIC 9(05) VALUE 10000.
       01  WS-SUSPENS.
           05  WS-SUS-DATE      PIC 9(08).
           05  FILLER           PIC X(01).
           05  WS-SUS-PROGRAMME PIC X(08).
           05  FILLER           PIC X(01).
           05  WS-SUS-LIGNE     PIC X(46).
           05  FILLER           PIC X(01).
           05  WS-SUS-MOTIF     PIC X(20).
           05  FILLER           PIC X(01).
           05  WS-SUS-OUVERTURE PIC X(01).
               88  WS-SUS-LOT-UNIQUE VALUE "U".
       01  WS-CLE-LOT.
           05  WS-CLE-DATE      PIC 9(08).
           05  WS-CLE-PROGRAMME PIC X(08).
           05  WS-CLE-BATCH     PIC X(12).
       01  WS-CLE-COURANTE.
           05  WS-CLC-DATE      PIC 9(08).
           05  WS-CLC-PROGRAMME PIC X(08).
           05  WS-CLC-BATCH     PIC X(12).

       77  WS-DATE-JOUR PIC 9(08) VALUE ZEROES.
       77  WS-NB-ANOMALIES PIC 9(04) VALUE ZEROES.
       77  WS-COMPTE-TROUVE PIC X(01) VALUE "N".
           88  WS-COMPTE-TROUVE-OUI VALUE "O".
       77  WS-ECRITURE-OK PIC X(01) VALUE "N".
           88  WS-ECRITURE-OK-OUI VALUE "O".
       77  WS-LOT-EXISTANT PIC X(01) VALUE "N".
           88  WS-LOT-EXISTANT-OUI VALUE "O".
       77  WS-LOT-UNIQUE PIC X(01) VALUE "N".
           88  WS-LOT-UNIQUE-OUI VALUE "O".

      ***********************************************
      * REECRITURE SURE DES SUSPENS (REECRIT) : NOUVELLE
      * GENERATION, CONTROLE (NOMBRE, TOTAL DES MONTANTS) PUIS
      * BASCULE ; REPRISE AU PREMIER APPEL
      ***********************************************
       77  WS-NOM-FSUSPENS PIC X(40) VALUE "COMPTA-SUSPENS.txt".
       77  WS-REPRISE-FAITE PIC X(01) VALUE "N".
           88  WS-REPRISE-FAITE-OUI VALUE "O".
       01  WS-REECRITURE.
           05  WS-REE-FONCTION  PIC X(01) VALUE "R".
           05  WS-REE-FICHIER   PIC X(40) VALUE "COMPTA-SUSPENS.txt".
           05  WS-REE-NOUVEAU   PIC X(40) VALUE SPACES.
           05  WS-REE-PROGRAMME PIC X(08) VALUE "ECRICPTA".
           05  WS-REE-POSITION  PIC 9(04) VALUE 54.
           05  WS-REE-LONGUEUR  PIC 9(02) VALUE 11.
           05  WS-REE-DECIMALES PIC 9(01) VALUE 2.
           05  WS-REE-NB-ENREG  PIC 9(09) VALUE ZEROES.
           05  WS-REE-TOTAL     PIC 9(13)V99 VALUE ZEROES.
           05  WS-REE-STATUT    PIC X(01) VALUE SPACES.
               88  WS-REE-OK VALUE "0" "1" "2".

       LINKAGE SECTION.
       01  LS-ECRITURE.
           05  LS-ECR-ACTION PIC X(01).
               88  LS-ECR-LIGNE-LOT VALUE "L".
               88  LS-ECR-VALIDER   VALUE "V".
               88  LS-ECR-REPRISE   VALUE "R".
           05  LS-ECR-PROGRAMME PIC X(08).
           05  LS-ECR-OUVERTURE PIC X(01).
               88  LS-ECR-LOT-UNIQUE VALUE "U".
           05  LS-ECR-LIGNE PIC X(46).
           05  LS-ECR-RESULTAT PIC X(01).
               88  LS-ECR-COMPTABILISE VALUE "C".
               88  LS-ECR-SUSPENS      VALUE "S".
               88  LS-ECR-DEJA-EMIS    VALUE "D".
               88  LS-ECR-ERREUR       VALUE "E".
           05  LS-ECR-NB-ANOMALIES PIC 9(04).
           05  LS-ECR-NB-LOTS PIC 9(04).

      *******************************************************
      *  PARAGRAPHE PRINCIPAL
      *******************************************************
       PROCEDURE DIVISION USING LS-ECRITURE.
       DEBUT-PROGRAMME.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATE-JOUR.
           IF NOT WS-REPRISE-FAITE-OUI
               MOVE "R" TO WS-REE-FONCTION
               CALL 'REECRIT' USING WS-REECRITURE
                   ON EXCEPTION
                       DISPLAY "--> SOUS-PROGRAMME REECRIT INTROUVABLE"
                       MOVE "E" TO LS-ECR-RESULTAT
                       GO TO FIN-PROGRAMME
               END-CALL
               MOVE "O" TO WS-REPRISE-FAITE
           END-IF.
           IF NOT WS-PLAN-CHARGE-OUI
               PERFORM 1000-CHARGEMENT-PLAN-DEBUT
                  THRU 1000-CHARGEMENT-PLAN-FIN
           END-IF.

           EVALUATE TRUE
               WHEN LS-ECR-LIGNE-LOT
                   PERFORM 2000-AJOUT-LIGNE-DEBUT
                      THRU 2000-AJOUT-LIGNE-FIN
               WHEN LS-ECR-VALIDER
                   PERFORM 3000-VALIDATION-LOT-DEBUT
                      THRU 3000-VALIDATION-LOT-FIN
               WHEN LS-ECR-REPRISE
                   PERFORM 6000-REPRISE-SUSPENS-DEBUT
                      THRU 6000-REPRISE-SUSPENS-FIN
               WHEN OTHER
                   MOVE "E" TO LS-ECR-RESULTAT
           END-EVALUATE.

       FIN-PROGRAMME.
           EXIT PROGRAM.

      *******************************************************
      *  CHARGEMENT DU PLAN COMPTABLE (UNE FOIS PAR EXECUTION)
      *******************************************************
       1000-CHARGEMENT-PLAN-DEBUT.

           MOVE "O" TO WS-PLAN-CHARGE.
           MOVE ZEROES TO WS-NB-COMPTES.

           OPEN INPUT FPLAN.
           IF NOT WS-STATUS-FILE-FPLAN-OK
               DISPLAY "--> PLAN-COMPTABLE.txt ABSENT: TOUT LOT "
                       "SERA MIS EN SUSPENS"
               GO TO 1000-CHARGEMENT-PLAN-FIN
           END-IF.
           MOVE "O" TO WS-PLAN-PRESENT.

           PERFORM UNTIL NOT WS-STATUS-FILE-FPLAN-OK
               READ FPLAN
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-NB-COMPTES < WS-MAX-COMPTES
                           ADD 1 TO WS-NB-COMPTES
                           SET WS-INDICE TO WS-NB-COMPTES
                           MOVE RPLAN-COMPTE
                                TO WS-PLAN-COMPTE (WS-INDICE)
                           MOVE RPLAN-ACTIF
                                TO WS-PLAN-ACTIF (WS-INDICE)
                       ELSE
                           DISPLAY "--> ! PLUS DE " WS-MAX-COMPTES
                                   " COMPTES AU PLAN!"
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FPLAN.

       1000-CHARGEMENT-PLAN-FIN.
           EXIT.

      *******************************************************
      *  MEMORISATION D'UNE LIGNE DU LOT EN COURS
      *******************************************************
       2000-AJOUT-LIGNE-DEBUT.

           MOVE "C" TO LS-ECR-RESULTAT.
           IF WS-NB-LIGNES >= WS-MAX-LIGNES
               MOVE "O" TO WS-LOT-DEBORDE
               MOVE "E" TO LS-ECR-RESULTAT
               GO TO 2000-AJOUT-LIGNE-FIN
           END-IF.

           ADD 1 TO WS-NB-LIGNES.
           SET WS-INDICE2 TO WS-NB-LIGNES.
           MOVE LS-ECR-LIGNE TO WS-LOT-IMAGE (WS-INDICE2).
           MOVE SPACES TO WS-LOT-MOTIF (WS-INDICE2).
           MOVE ZEROES TO WS-LOT-ORIGINE (WS-INDICE2).

       2000-AJOUT-LIGNE-FIN.
           EXIT.

      *******************************************************
      *  VALIDATION DU LOT EN COURS : GRAND LIVRE SI TOUS LES
      *  COMPTES SONT AU PLAN ET ACTIFS, SUSPENS SINON
      *******************************************************
       3000-VALIDATION-LOT-DEBUT.

           MOVE ZEROES TO LS-ECR-NB-ANOMALIES.

           IF WS-LOT-DEBORDE-OUI
               DISPLAY "*** LOT DE PLUS DE " WS-MAX-LIGNES
                       " LIGNES: AUCUNE ECRITURE EMISE ***"
               MOVE "E" TO LS-ECR-RESULTAT
               GO TO 3000-VALIDATION-LOT-RAZ
           END-IF.

           IF WS-NB-LIGNES = ZEROES
               MOVE "C" TO LS-ECR-RESULTAT
               GO TO 3000-VALIDATION-LOT-FIN
           END-IF.

           IF LS-ECR-LOT-UNIQUE
               PERFORM 3500-LOT-EXISTANT-DEBUT
                  THRU 3500-LOT-EXISTANT-FIN
               IF WS-LOT-EXISTANT-OUI
                   DISPLAY "*** LOT " WS-CPTA-BATCH " DEJA EMIS: "
                           "NON REEMIS ***"
                   MOVE "D" TO LS-ECR-RESULTAT
                   GO TO 3000-VALIDATION-LOT-RAZ
               END-IF
           END-IF.

           PERFORM 3100-CONTROLE-LOT-DEBUT THRU 3100-CONTROLE-LOT-FIN.
           MOVE WS-NB-ANOMALIES TO LS-ECR-NB-ANOMALIES.

           IF WS-NB-ANOMALIES = ZEROES
               PERFORM 4000-LIBERATION-LOT-DEBUT
                  THRU 4000-LIBERATION-LOT-FIN
               IF WS-ECRITURE-OK-OUI
                   MOVE "C" TO LS-ECR-RESULTAT
               ELSE
                   MOVE "E" TO LS-ECR-RESULTAT
               END-IF
           ELSE
               PERFORM 5000-MISE-EN-SUSPENS-DEBUT
                  THRU 5000-MISE-EN-SUSPENS-FIN
               IF WS-ECRITURE-OK-OUI
                   MOVE "S" TO LS-ECR-RESULTAT
               ELSE
                   MOVE "E" TO LS-ECR-RESULTAT
               END-IF
           END-IF.

       3000-VALIDATION-LOT-RAZ.
           MOVE ZEROES TO WS-NB-LIGNES.
           MOVE "N" TO WS-LOT-DEBORDE.

       3000-VALIDATION-LOT-FIN.
           EXIT.

      *******************************************************
      *  CONTROLE DE CHAQUE COMPTE DU LOT PAR LE PLAN COMPTABLE
      *******************************************************
       3100-CONTROLE-LOT-DEBUT.

           MOVE ZEROES TO WS-NB-ANOMALIES.

           PERFORM VARYING WS-INDICE2 FROM 1 BY 1
                   UNTIL WS-INDICE2 > WS-NB-LIGNES
               MOVE SPACES TO WS-LOT-MOTIF (WS-INDICE2)
               MOVE WS-LOT-IMAGE (WS-INDICE2) TO WS-LIGNE-COMPTA
               IF WS-CPTA-SENS = "D" OR WS-CPTA-SENS = "C"
                   PERFORM 3200-CONTROLE-COMPTE-DEBUT
                      THRU 3200-CONTROLE-COMPTE-FIN
               END-IF
           END-PERFORM.

       3100-CONTROLE-LOT-FIN.
           EXIT.

      *******************************************************
      *  CONTROLE D'UN COMPTE : INCONNU OU INACTIF = ANOMALIE
      *******************************************************
       3200-CONTROLE-COMPTE-DEBUT.

           MOVE "N" TO WS-COMPTE-TROUVE.
           PERFORM VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-NB-COMPTES
                      OR WS-COMPTE-TROUVE-OUI
               IF WS-PLAN-COMPTE (WS-INDICE) = WS-CPTA-COMPTE
                   MOVE "O" TO WS-COMPTE-TROUVE
                   IF WS-PLAN-ACTIF (WS-INDICE) NOT = "O"
                       MOVE "COMPTE INACTIF"
                            TO WS-LOT-MOTIF (WS-INDICE2)
                   END-IF
               END-IF
           END-PERFORM.

           IF NOT WS-COMPTE-TROUVE-OUI
               MOVE "COMPTE INCONNU" TO WS-LOT-MOTIF (WS-INDICE2)
           END-IF.

           IF WS-LOT-MOTIF (WS-INDICE2) NOT = SPACES
               ADD 1 TO WS-NB-ANOMALIES
           END-IF.

       3200-CONTROLE-COMPTE-FIN.
           EXIT.

      *******************************************************
      *  LOT UNIQUE : LE NUMERO DU LOT EN COURS FIGURE-T-IL DEJA
      *  DANS LE GRAND LIVRE OU DANS LES LOTS EN SUSPENS ?
      *******************************************************
       3500-LOT-EXISTANT-DEBUT.

           PERFORM 3510-LOT-AU-GRAND-LIVRE-DEBUT
              THRU 3510-LOT-AU-GRAND-LIVRE-FIN.
           IF WS-LOT-EXISTANT-OUI
               GO TO 3500-LOT-EXISTANT-FIN
           END-IF.

           OPEN INPUT FSUSPENS.
           IF WS-STATUS-FILE-FSUSPENS-OK
               PERFORM UNTIL NOT WS-STATUS-FILE-FSUSPENS-OK
                          OR WS-LOT-EXISTANT-OUI
                   READ FSUSPENS
                       AT END
                           CONTINUE
                       NOT AT END
                           IF SUS-LIGNE (10:12) = WS-CPTA-BATCH
                               MOVE "O" TO WS-LOT-EXISTANT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FSUSPENS
           END-IF.

       3500-LOT-EXISTANT-FIN.
           EXIT.

      *******************************************************
      *  LE NUMERO DU LOT EN COURS FIGURE-T-IL DEJA DANS LE
      *  GRAND LIVRE ?
      *******************************************************
       3510-LOT-AU-GRAND-LIVRE-DEBUT.

           MOVE "N" TO WS-LOT-EXISTANT.
           MOVE WS-LOT-IMAGE (1) TO WS-LIGNE-COMPTA.

           OPEN INPUT FCOMPTA.
           IF WS-STATUS-FILE-FCOMPTA-OK
               PERFORM UNTIL NOT WS-STATUS-FILE-FCOMPTA-OK
                          OR WS-LOT-EXISTANT-OUI
                   READ FCOMPTA
                       AT END
                           CONTINUE
                       NOT AT END
                           IF COMPTA-BATCH = WS-CPTA-BATCH
                               MOVE "O" TO WS-LOT-EXISTANT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FCOMPTA
           END-IF.

       3510-LOT-AU-GRAND-LIVRE-FIN.
           EXIT.

      *******************************************************
      *  LIBERATION DU LOT VERS LE GRAND LIVRE
      *******************************************************
       4000-LIBERATION-LOT-DEBUT.

           MOVE "N" TO WS-ECRITURE-OK.
           OPEN EXTEND FCOMPTA.
           IF WS-STATUS-FILE-FCOMPTA-INEXISTANT
               OPEN OUTPUT FCOMPTA
           END-IF.
           IF NOT WS-STATUS-FILE-FCOMPTA-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FCOMPTA': "
                       WS-STATUS-FILE-FCOMPTA
               GO TO 4000-LIBERATION-LOT-FIN
           END-IF.

           PERFORM VARYING WS-INDICE2 FROM 1 BY 1
                   UNTIL WS-INDICE2 > WS-NB-LIGNES
               MOVE WS-LOT-IMAGE (WS-INDICE2) TO RCOMPTA
               WRITE RCOMPTA
           END-PERFORM.
           CLOSE FCOMPTA.
           MOVE "O" TO WS-ECRITURE-OK.

       4000-LIBERATION-LOT-FIN.
           EXIT.

      *******************************************************
      *  MISE EN SUSPENS DU LOT ENTIER AVEC LE MOTIF DE CHAQUE
      *  LIGNE EN ANOMALIE
      *******************************************************
       5000-MISE-EN-SUSPENS-DEBUT.

           MOVE "N" TO WS-ECRITURE-OK.
           OPEN EXTEND FSUSPENS.
           IF WS-STATUS-FILE-FSUSPENS-INEXISTANT
               OPEN OUTPUT FSUSPENS
           END-IF.
           IF NOT WS-STATUS-FILE-FSUSPENS-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FSUSPENS': "
                       WS-STATUS-FILE-FSUSPENS
               GO TO 5000-MISE-EN-SUSPENS-FIN
           END-IF.

           MOVE WS-LOT-IMAGE (1) TO WS-LIGNE-COMPTA.
           DISPLAY "*** LOT " WS-CPTA-BATCH " MIS EN SUSPENS: "
                   WS-NB-ANOMALIES " COMPTE(S) HORS PLAN ***".

           PERFORM VARYING WS-INDICE2 FROM 1 BY 1
                   UNTIL WS-INDICE2 > WS-NB-LIGNES
               MOVE SPACES TO RSUSPENS
               MOVE WS-DATE-JOUR TO SUS-DATE
               MOVE LS-ECR-PROGRAMME TO SUS-PROGRAMME
               MOVE WS-LOT-IMAGE (WS-INDICE2) TO SUS-LIGNE
               MOVE WS-LOT-MOTIF (WS-INDICE2) TO SUS-MOTIF
               MOVE LS-ECR-OUVERTURE TO SUS-OUVERTURE
               WRITE RSUSPENS
               IF WS-LOT-MOTIF (WS-INDICE2) NOT = SPACES
                   MOVE WS-LOT-IMAGE (WS-INDICE2) TO WS-LIGNE-COMPTA
                   DISPLAY "    " WS-CPTA-COMPTE " "
                           WS-LOT-MOTIF (WS-INDICE2)
               END-IF
           END-PERFORM.
           CLOSE FSUSPENS.
           MOVE "O" TO WS-ECRITURE-OK.

       5000-MISE-EN-SUSPENS-FIN.
           EXIT.

      *******************************************************
      *  REPRISE DES LOTS EN SUSPENS : CHAQUE LOT (DATE DE MISE
      *  EN SUSPENS, PROGRAMME, LOT) EST RECONTROLE ; LIBERE S'IL
      *  EST SAIN, GARDE SINON. LE FICHIER EST REECRIT AVEC LES
      *  SEULS LOTS ENCORE EN ANOMALIE
      *******************************************************
       6000-REPRISE-SUSPENS-DEBUT.

           MOVE "C" TO LS-ECR-RESULTAT.
           MOVE ZEROES TO LS-ECR-NB-ANOMALIES LS-ECR-NB-LOTS
                          WS-NB-SUSPENS.

           OPEN INPUT FSUSPENS.
           IF NOT WS-STATUS-FILE-FSUSPENS-OK
               GO TO 6000-REPRISE-SUSPENS-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FSUSPENS-OK
               READ FSUSPENS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-NB-SUSPENS < WS-MAX-SUSPENS
                           ADD 1 TO WS-NB-SUSPENS
                           SET WS-INDICE3 TO WS-NB-SUSPENS
                           MOVE RSUSPENS TO WS-SUS-IMAGE (WS-INDICE3)
                           MOVE SPACES TO WS-SUS-ETAT (WS-INDICE3)
                       ELSE
                           MOVE "O" TO WS-LOT-DEBORDE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FSUSPENS.

           IF WS-LOT-DEBORDE-OUI
               DISPLAY "*** PLUS DE " WS-MAX-SUSPENS
                       " LIGNES EN SUSPENS: REPRISE IMPOSSIBLE ***"
               MOVE "N" TO WS-LOT-DEBORDE
               MOVE "E" TO LS-ECR-RESULTAT
               GO TO 6000-REPRISE-SUSPENS-FIN
           END-IF.

           PERFORM VARYING WS-INDICE3 FROM 1 BY 1
                   UNTIL WS-INDICE3 > WS-NB-SUSPENS
               IF WS-SUS-A-TRAITER (WS-INDICE3)
                   PERFORM 6100-REPRISE-LOT-DEBUT
                      THRU 6100-REPRISE-LOT-FIN
               END-IF
           END-PERFORM.

           PERFORM 6300-REECRITURE-SUSPENS-DEBUT
              THRU 6300-REECRITURE-SUSPENS-FIN.

       6000-REPRISE-SUSPENS-FIN.
           EXIT.

      *******************************************************
      *  REPRISE D'UN LOT : REGROUPEMENT DE SES LIGNES, CONTROLE,
      *  LIBERATION OU MAINTIEN EN SUSPENS
      *******************************************************
       6100-REPRISE-LOT-DEBUT.

           MOVE WS-SUS-IMAGE (WS-INDICE3) TO WS-SUSPENS.
           MOVE WS-SUS-LIGNE TO WS-LIGNE-COMPTA.
           MOVE "N" TO WS-LOT-UNIQUE.
           IF WS-SUS-LOT-UNIQUE
               MOVE "O" TO WS-LOT-UNIQUE
           END-IF.
           MOVE WS-SUS-DATE      TO WS-CLE-DATE.
           MOVE WS-SUS-PROGRAMME TO WS-CLE-PROGRAMME.
           MOVE WS-CPTA-BATCH    TO WS-CLE-BATCH.

           MOVE ZEROES TO WS-NB-LIGNES.
           PERFORM 6200-REGROUPEMENT-LIGNE-DEBUT
              THRU 6200-REGROUPEMENT-LIGNE-FIN
              VARYING WS-INDICE4 FROM WS-INDICE3 BY 1
              UNTIL WS-INDICE4 > WS-NB-SUSPENS.

           PERFORM 3100-CONTROLE-LOT-DEBUT THRU 3100-CONTROLE-LOT-FIN.

           IF WS-NB-ANOMALIES = ZEROES
               MOVE "N" TO WS-LOT-EXISTANT
               IF WS-LOT-UNIQUE-OUI
                   PERFORM 3510-LOT-AU-GRAND-LIVRE-DEBUT
                      THRU 3510-LOT-AU-GRAND-LIVRE-FIN
               END-IF
               IF WS-LOT-EXISTANT-OUI
                   MOVE "O" TO WS-ECRITURE-OK
                   DISPLAY "--> LOT " WS-CLE-BATCH " DU " WS-CLE-DATE
                           " DEJA AU GRAND LIVRE: NON REEMIS"
               ELSE
                   PERFORM 4000-LIBERATION-LOT-DEBUT
                      THRU 4000-LIBERATION-LOT-FIN
               END-IF
           ELSE
               MOVE "N" TO WS-ECRITURE-OK
               MOVE "N" TO WS-LOT-EXISTANT
           END-IF.

           IF WS-ECRITURE-OK-OUI
               IF NOT WS-LOT-EXISTANT-OUI
                   ADD 1 TO LS-ECR-NB-LOTS
                   DISPLAY "--> LOT " WS-CLE-BATCH " DU " WS-CLE-DATE
                           " LIBERE VERS LE GRAND LIVRE"
               END-IF
           ELSE
               ADD 1 TO LS-ECR-NB-ANOMALIES
               DISPLAY "--> LOT " WS-CLE-BATCH " DU " WS-CLE-DATE
                       " MAINTENU EN SUSPENS: " WS-NB-ANOMALIES
                       " ANOMALIE(S)"
           END-IF.

           PERFORM VARYING WS-INDICE2 FROM 1 BY 1
                   UNTIL WS-INDICE2 > WS-NB-LIGNES
               SET WS-INDICE4 TO WS-LOT-ORIGINE (WS-INDICE2)
               IF WS-ECRITURE-OK-OUI
                   MOVE "L" TO WS-SUS-ETAT (WS-INDICE4)
               ELSE
                   MOVE WS-SUS-IMAGE (WS-INDICE4) TO WS-SUSPENS
                   MOVE WS-LOT-MOTIF (WS-INDICE2) TO WS-SUS-MOTIF
                   MOVE WS-SUSPENS TO WS-SUS-IMAGE (WS-INDICE4)
                   MOVE "G" TO WS-SUS-ETAT (WS-INDICE4)
               END-IF
           END-PERFORM.
           MOVE ZEROES TO WS-NB-LIGNES.

       6100-REPRISE-LOT-FIN.
           EXIT.

      *******************************************************
      *  AJOUT AU LOT REPRIS D'UNE LIGNE EN SUSPENS DE MEME CLE
      *******************************************************
       6200-REGROUPEMENT-LIGNE-DEBUT.

           IF NOT WS-SUS-A-TRAITER (WS-INDICE4)
               GO TO 6200-REGROUPEMENT-LIGNE-FIN
           END-IF.

           MOVE WS-SUS-IMAGE (WS-INDICE4) TO WS-SUSPENS.
           MOVE WS-SUS-LIGNE TO WS-LIGNE-COMPTA.
           MOVE WS-SUS-DATE      TO WS-CLC-DATE.
           MOVE WS-SUS-PROGRAMME TO WS-CLC-PROGRAMME.
           MOVE WS-CPTA-BATCH    TO WS-CLC-BATCH.
           IF WS-CLE-COURANTE NOT = WS-CLE-LOT
               GO TO 6200-REGROUPEMENT-LIGNE-FIN
           END-IF.

           ADD 1 TO WS-NB-LIGNES.
           SET WS-INDICE2 TO WS-NB-LIGNES.
           MOVE WS-SUS-LIGNE TO WS-LOT-IMAGE (WS-INDICE2).
           MOVE SPACES TO WS-LOT-MOTIF (WS-INDICE2).
           SET WS-LOT-ORIGINE (WS-INDICE2) TO WS-INDICE4.

       6200-REGROUPEMENT-LIGNE-FIN.
           EXIT.

      *******************************************************
      *  REECRITURE DU FICHIER DES SUSPENS : LIGNES GARDEES SEULES
      *******************************************************
       6300-REECRITURE-SUSPENS-DEBUT.

      ****** ECRITURE DANS LA NOUVELLE GENERATION
           MOVE "N" TO WS-REE-FONCTION.
           CALL 'REECRIT' USING WS-REECRITURE
               ON EXCEPTION
                   MOVE WS-REE-FICHIER TO WS-REE-NOUVEAU
           END-CALL.
           MOVE ZEROES TO WS-REE-NB-ENREG WS-REE-TOTAL.
           MOVE WS-REE-NOUVEAU TO WS-NOM-FSUSPENS.
           OPEN OUTPUT FSUSPENS.
           IF NOT WS-STATUS-FILE-FSUSPENS-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FSUSPENS': "
                       WS-STATUS-FILE-FSUSPENS
               MOVE WS-REE-FICHIER TO WS-NOM-FSUSPENS
               MOVE "E" TO LS-ECR-RESULTAT
               GO TO 6300-REECRITURE-SUSPENS-FIN
           END-IF.

           PERFORM VARYING WS-INDICE3 FROM 1 BY 1
                   UNTIL WS-INDICE3 > WS-NB-SUSPENS
               IF WS-SUS-GARDEE (WS-INDICE3)
                   MOVE WS-SUS-IMAGE (WS-INDICE3) TO RSUSPENS
                   WRITE RSUSPENS
                   ADD 1 TO WS-REE-NB-ENREG
                   MOVE SUS-LIGNE TO WS-LIGNE-COMPTA
                   IF WS-CPTA-MONTANT IS NUMERIC
                       ADD WS-CPTA-MONTANT TO WS-REE-TOTAL
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE FSUSPENS.
           MOVE WS-REE-FICHIER TO WS-NOM-FSUSPENS.
      *
      ****** CONTROLE DE LA GENERATION PUIS BASCULE
           MOVE "B" TO WS-REE-FONCTION.
           CALL 'REECRIT' USING WS-REECRITURE
               ON EXCEPTION
                   MOVE "9" TO WS-REE-STATUT
           END-CALL.
           IF NOT WS-REE-OK
               DISPLAY "*** COMPTA-SUSPENS.txt NON REMPLACE ***"
               MOVE "E" TO LS-ECR-RESULTAT
               GO TO 6300-REECRITURE-SUSPENS-FIN
           END-IF.

           IF LS-ECR-NB-ANOMALIES > ZEROES
               MOVE "S" TO LS-ECR-RESULTAT
           END-IF.

       6300-REECRITURE-SUSPENS-FIN.
           EXIT.
