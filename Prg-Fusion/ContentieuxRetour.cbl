       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTXRETOUR.
       AUTHOR. GENEVIEVE GIANNASI.
       INSTALLATION. PERSONAL PC.
       DATE-WRITTEN. 15-10-2026.
       DATE-COMPILED. 15-10-2026.
       SECURITY. NON-CONFIDENTIAL.
      ******************************************************************
      * OBJECTIF:
      * Integration du retour mensuel de l'agence de recouvrement
      * (CONTENTIEUX-RETOUR.txt) sur les dossiers transmis par
      * CTXENVOI (registre CONTENTIEUX-DOSSIERS.txt).
      *   - l'entete E porte la reference du retour ; un retour dont
      *     la reference figure au registre CONTENTIEUX-IMPORTS.txt
      *     n'est jamais repris (RC 4)
      *   - R : la somme recouvree devient une ligne de REGLEMENTS.txt
      *     (mode VIR) au nom du dossier, comptabilisee ensuite par
      *     ENCAISSE comme tout reglement
      *   - F : les frais de l'agence sont passes en charge, lot
      *     "CTX "+date remis a ECRICPTA : debit 622700, credit
      *     banque 512000 (l'agence les retient sur son virement)
      *   - I : le dossier est clos irrecouvrable ; PERTES le passe
      *     en pertes a son prochain passage
      *   - un dossier transmis dont le recouvre atteint le montant
      *     transmis est solde (statut S)
      * Une ligne sur un dossier inconnu est une anomalie (RC 8) et
      * n'est pas integree. Compte rendu : CONTENTIEUX-RAPPORT.txt.
      * La reecriture du registre des dossiers passe par une nouvelle
      * generation controlee puis basculee (sous-programme REECRIT) :
      * un arret en cours d'ecriture ne laisse jamais un registre
      * tronque.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ******** RETOUR MENSUEL DE L'AGENCE DE RECOUVREMENT
           SELECT FCTXRET ASSIGN TO "CONTENTIEUX-RETOUR.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FCTXRET.

      ******** REGISTRE DES DOSSIERS TRANSMIS A L'AGENCE
           SELECT FCONTENT ASSIGN TO DYNAMIC WS-NOM-FCONTENT
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FCONTENT.

      ******** REGISTRE PERMANENT DES RETOURS DEJA IMPORTES
           SELECT FIMPORT ASSIGN TO "CONTENTIEUX-IMPORTS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FIMPORT.

      ******** FICHIER DES REGLEMENTS RECUS
           SELECT FREGL ASSIGN TO "REGLEMENTS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FREGL.

      ******** COMPTE RENDU D'INTEGRATION DU RETOUR
           SELECT FRAPPORT ASSIGN TO "CONTENTIEUX-RAPPORT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FRAPPORT.

       DATA DIVISION.
       FILE SECTION.
      ******** RETOUR MENSUEL DE L'AGENCE DE RECOUVREMENT
           COPY 'COBOL-FD-CTXRET.cpy'.

      ******** REGISTRE DES DOSSIERS TRANSMIS A L'AGENCE
           COPY 'COBOL-FD-CONTENT.cpy'.

      ******** REGISTRE PERMANENT DES RETOURS DEJA IMPORTES
       FD  FIMPORT.
       01  RIMPORT.
           05  IMP-REFERENCE        PIC X(20).
           05  FILLER               PIC X(01).
           05  IMP-DATE-ARRETE      PIC 9(08).
           05  FILLER               PIC X(01).
           05  IMP-NB-LIGNES        PIC 9(05).
           05  FILLER               PIC X(01).
           05  IMP-DATE-IMPORT      PIC 9(08).

      ******** FICHIER DES REGLEMENTS RECUS
       FD  FREGL.
       01  RREGL.
           05  RREGL-ID             PIC X(08).
           05  FILLER               PIC X(01).
           05  RREGL-DATE           PIC 9(08).
           05  FILLER               PIC X(01).
           05  RREGL-MONTANT        PIC 9(07)V99.
           05  FILLER               PIC X(01).
           05  RREGL-NUMFACT        PIC X(08).
           05  FILLER               PIC X(01).
           05  RREGL-MODE           PIC X(03).
           05  FILLER               PIC X(01).
           05  RREGL-CHEQUE         PIC X(07).

      ******** COMPTE RENDU D'INTEGRATION DU RETOUR
       FD  FRAPPORT.
       01  RRAPPORT PIC X(100).

       WORKING-STORAGE SECTION.
      ***********************************************
      * DEFINTION DES STATUS DES FICHIERS
      ***********************************************
       01  WS-STATUS-FILE-FCTXRET PIC X(02).
           88 WS-STATUS-FILE-FCTXRET-OK  VALUE "00".
           88 WS-STATUS-FILE-FCTXRET-EOF VALUE "10".
       01  WS-STATUS-FILE-FCONTENT PIC X(02).
           88 WS-STATUS-FILE-FCONTENT-OK  VALUE "00".
           88 WS-STATUS-FILE-FCONTENT-EOF VALUE "10".
       01  WS-STATUS-FILE-FIMPORT PIC X(02).
           88 WS-STATUS-FILE-FIMPORT-OK  VALUE "00".
           88 WS-STATUS-FILE-FIMPORT-EOF VALUE "10".
           88 WS-STATUS-FILE-FIMPORT-INEXISTANT VALUE "35".
       01  WS-STATUS-FILE-FREGL PIC X(02).
           88 WS-STATUS-FILE-FREGL-OK  VALUE "00".
           88 WS-STATUS-FILE-FREGL-INEXISTANT VALUE "35".
       01  WS-STATUS-FILE-FRAPPORT PIC X(02).
           88 WS-STATUS-FILE-FRAPPORT-OK  VALUE "00".

      ******************************************
      *  LIGNES DU RETOUR DE L'AGENCE
      ******************************************
       01  WS-TABLE-RETOUR.
           05 WS-RET-ENTRY OCCURS 3000 INDEXED BY WS-INDICE-RET.
               10 WS-RET-TYPE    PIC X(01).
               10 WS-RET-ID      PIC X(08).
               10 WS-RET-DATE    PIC X(08).
               10 WS-RET-MONTANT PIC X(09).
               10 WS-RET-MONTANT-N REDEFINES WS-RET-MONTANT
                                 PIC 9(07)V99.
       01  WS-NB-RETOURS  PIC 9(04) VALUE ZEROES.
       01  WS-MAX-RETOURS PIC 9(04) VALUE 3000.
       01  WS-REFERENCE    PIC X(20) VALUE SPACES.
       01  WS-DATE-ARRETE  PIC 9(08) VALUE ZEROES.

      ******************************************
      *  DOSSIERS DU REGISTRE (REECRIT EN FIN DE TRAITEMENT)
      ******************************************
       01  WS-TABLE-DOSSIERS.
           05 WS-DOS-ENTRY OCCURS 5000 INDEXED BY WS-INDICE-DOS.
               10 WS-DOS-ID        PIC X(08).
               10 WS-DOS-TRANSMIS  PIC 9(08).
               10 WS-DOS-STATUT    PIC X(01).
               10 WS-DOS-MONTANT   PIC 9(09)V99.
               10 WS-DOS-RECOUVRE  PIC 9(09)V99.
               10 WS-DOS-FRAIS     PIC 9(09)V99.
               10 WS-DOS-CLOTURE   PIC 9(08).
       01  WS-NB-DOSSIERS  PIC 9(04) VALUE ZEROES.
       01  WS-MAX-DOSSIERS PIC 9(04) VALUE 5000.
       01  WS-DOSSIER-TROUVE PIC 9(04) VALUE ZEROES.

      ******************************************
      *  RETOURS DEJA IMPORTES
      ******************************************
       01  WS-DEJA-IMPORTE PIC X(01) VALUE "N".
           88 WS-DEJA-IMPORTE-OUI VALUE "O".

      ******************************************
      *  TRAITEMENT
      ******************************************
       01  WS-DATE-JOUR PIC 9(08) VALUE ZEROES.
       01  WS-DATE-LIGNE PIC 9(08) VALUE ZEROES.
       01  WS-MONTANT PIC 9(07)V99 VALUE ZEROES.
       01  WS-RESULTAT PIC X(30) VALUE SPACES.
       01  WS-COMPTEUR-RECOUVREMENTS PIC 9(04) VALUE ZEROES.
       01  WS-COMPTEUR-FRAIS         PIC 9(04) VALUE ZEROES.
       01  WS-COMPTEUR-IRRECOUVRABLES PIC 9(04) VALUE ZEROES.
       01  WS-COMPTEUR-SOLDES        PIC 9(04) VALUE ZEROES.
       01  WS-COMPTEUR-ANOMALIES     PIC 9(04) VALUE ZEROES.
       01  WS-TOTAL-RECOUVRE PIC 9(09)V99 VALUE ZEROES.
       01  WS-TOTAL-FRAIS    PIC 9(09)V99 VALUE ZEROES.
       01  WS-EDIT-MONTANT PIC ZZZ.ZZZ.ZZ9,99.
       01  WS-LIGNE PIC X(100) VALUE SPACES.

      ******************************************
      *  COMPTES DES FRAIS D'AGENCE
      ******************************************
       01  WS-COMPTE-FRAIS   PIC X(10) VALUE "622700".
       01  WS-COMPTE-BANQUE  PIC X(10) VALUE "512000".
       01  WS-COMPTA-BATCH PIC X(12) VALUE SPACES.

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
           05  WS-ECR-PROGRAMME    PIC X(08) VALUE "CTXRETOU".
           05  WS-ECR-OUVERTURE    PIC X(01) VALUE "A".
           05  WS-ECR-LIGNE        PIC X(46) VALUE SPACES.
           05  WS-ECR-RESULTAT     PIC X(01) VALUE SPACES.
               88  WS-ECR-COMPTABILISE VALUE "C".
               88  WS-ECR-SUSPENS      VALUE "S".
               88  WS-ECR-ERREUR       VALUE "E".
           05  WS-ECR-NB-ANOMALIES PIC 9(04) VALUE ZEROES.
           05  WS-ECR-NB-LOTS      PIC 9(04) VALUE ZEROES.
       01  WS-RC-SAUVE PIC S9(04) VALUE ZEROES.

      ***********************************************
      * MOUVEMENTS INDEXES PAR CLIENT (MVTIDX) :
      * REGLEMENTS.IDX TENU A JOUR A CHAQUE REGLEMENT AJOUTE
      ***********************************************
       01  WS-MOUVEMENT-IDX.
           05  WS-MVI-FONCTION PIC X(01) VALUE "A".
           05  WS-MVI-FICHIER  PIC X(01) VALUE "R".
           05  WS-MVI-ID       PIC X(08) VALUE SPACES.
           05  WS-MVI-DATE     PIC X(08) VALUE SPACES.
           05  WS-MVI-ENREG    PIC X(67) VALUE SPACES.
           05  WS-MVI-STATUT   PIC X(01) VALUE SPACES.
               88  WS-MVI-INACCESSIBLE VALUE "8".

      ***********************************************
      * REECRITURE SURE DES FICHIERS PERMANENTS (REECRIT) :
      * LE REGISTRE EST ECRIT DANS UNE NOUVELLE GENERATION,
      * CONTROLEE (NOMBRE, TOTAL DES MONTANTS TRANSMIS) PUIS
      * BASCULEE
      ***********************************************
       01  WS-NOM-FCONTENT PIC X(40) VALUE "CONTENTIEUX-DOSSIERS.txt".
       01  WS-REECRITURE.
           05  WS-REE-FONCTION  PIC X(01) VALUE "R".
           05  WS-REE-FICHIER   PIC X(40)
                                VALUE "CONTENTIEUX-DOSSIERS.txt".
           05  WS-REE-NOUVEAU   PIC X(40) VALUE SPACES.
           05  WS-REE-PROGRAMME PIC X(08) VALUE "CTXRETOU".
           05  WS-REE-POSITION  PIC 9(04) VALUE 21.
           05  WS-REE-LONGUEUR  PIC 9(02) VALUE 11.
           05  WS-REE-DECIMALES PIC 9(01) VALUE 2.
           05  WS-REE-NB-ENREG  PIC 9(09) VALUE ZEROES.
           05  WS-REE-TOTAL     PIC 9(13)V99 VALUE ZEROES.
           05  WS-REE-STATUT    PIC X(01) VALUE SPACES.
               88  WS-REE-OK VALUE "0" "1" "2".

       PROCEDURE DIVISION.
       0000-MAIN-DEB.
      *******************************************************
      *  PARAGRAPHE PRINCIPAL
      *******************************************************
           DISPLAY "INTEGRATION DU RETOUR DE L'AGENCE DE RECOUVREMENT".
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATE-JOUR.
           MOVE SPACES TO WS-COMPTA-BATCH.
           STRING "CTX " WS-DATE-JOUR
                  DELIMITED BY SIZE INTO WS-COMPTA-BATCH.
      *
      *********** REPRISE D'UNE REECRITURE INTERROMPUE
           MOVE "R" TO WS-REE-FONCTION.
           CALL 'REECRIT' USING WS-REECRITURE
               ON EXCEPTION
                   DISPLAY "--> SOUS-PROGRAMME REECRIT INTROUVABLE"
                   MOVE 16 TO RETURN-CODE
                   GO TO 0000-MAIN-FIN
           END-CALL.
      *
      *********** LECTURE DU RETOUR ET CONTROLE DE L'ENTETE
           PERFORM 1000-LECTURE-RETOUR-DEBUT
              THRU 1000-LECTURE-RETOUR-FIN.
           IF RETURN-CODE >= 8
               GO TO 0000-MAIN-FIN
           END-IF.
      *
      *********** UN RETOUR N'EST INTEGRE QU'UNE FOIS
           PERFORM 1100-CONTROLE-IMPORTS-DEBUT
              THRU 1100-CONTROLE-IMPORTS-FIN.
           IF WS-DEJA-IMPORTE-OUI
               DISPLAY "--> RETOUR " WS-REFERENCE
                       " DEJA INTEGRE: AUCUN TRAITEMENT"
               MOVE 4 TO RETURN-CODE
               GO TO 0000-MAIN-FIN
           END-IF.
      *
      *********** DOSSIERS TRANSMIS
           PERFORM 1200-CHARGEMENT-DOSSIERS-DEBUT
              THRU 1200-CHARGEMENT-DOSSIERS-FIN.
           IF RETURN-CODE >= 16
               GO TO 0000-MAIN-FIN
           END-IF.
      *
      *********** INTEGRATION DES LIGNES ET MISE A JOUR DU REGISTRE
           PERFORM 2000-INTEGRATION-DEBUT
              THRU 2000-INTEGRATION-FIN.
           IF RETURN-CODE >= 16
               GO TO 0000-MAIN-FIN
           END-IF.
           PERFORM 3000-REECRITURE-DOSSIERS-DEBUT
              THRU 3000-REECRITURE-DOSSIERS-FIN.
           PERFORM 3100-ENREGISTREMENT-IMPORT-DEBUT
              THRU 3100-ENREGISTREMENT-IMPORT-FIN.

           DISPLAY "==============================================".
           DISPLAY "RETOUR INTEGRE           : " WS-REFERENCE.
           MOVE WS-TOTAL-RECOUVRE TO WS-EDIT-MONTANT.
           DISPLAY "RECOUVREMENTS            : "
                   WS-COMPTEUR-RECOUVREMENTS " " WS-EDIT-MONTANT.
           MOVE WS-TOTAL-FRAIS TO WS-EDIT-MONTANT.
           DISPLAY "FRAIS D'AGENCE           : "
                   WS-COMPTEUR-FRAIS " " WS-EDIT-MONTANT.
           DISPLAY "DOSSIERS SOLDES          : " WS-COMPTEUR-SOLDES.
           DISPLAY "DOSSIERS IRRECOUVRABLES  : "
                   WS-COMPTEUR-IRRECOUVRABLES.
           DISPLAY "LIGNES EN ANOMALIE       : " WS-COMPTEUR-ANOMALIES.
           DISPLAY "==============================================".

       0000-MAIN-FIN.
           GOBACK.

      *******************************************************
      *  LECTURE DU RETOUR : L'ENTETE E EST OBLIGATOIRE ET
      *  DONNE LA REFERENCE ET LA DATE D'ARRETE
      *******************************************************
       1000-LECTURE-RETOUR-DEBUT.

           OPEN INPUT FCTXRET.
           IF NOT WS-STATUS-FILE-FCTXRET-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FCTXRET': "
                       WS-STATUS-FILE-FCTXRET
               MOVE 16 TO RETURN-CODE
               GO TO 1000-LECTURE-RETOUR-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FCTXRET-OK
               READ FCTXRET
                   AT END
                       CONTINUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN RET-ENTETE
                               MOVE RET-REFERENCE TO WS-REFERENCE
                               IF RET-DATE IS NUMERIC
                                   MOVE RET-DATE TO WS-DATE-ARRETE
                               END-IF
                           WHEN RCTXRET = SPACES
                               CONTINUE
                           WHEN WS-NB-RETOURS < WS-MAX-RETOURS
                               ADD 1 TO WS-NB-RETOURS
                               SET WS-INDICE-RET TO WS-NB-RETOURS
                               MOVE RET-TYPE
                                    TO WS-RET-TYPE (WS-INDICE-RET)
                               MOVE RET-ID
                                    TO WS-RET-ID (WS-INDICE-RET)
                               MOVE RCTXRET (12:8)
                                    TO WS-RET-DATE (WS-INDICE-RET)
                               MOVE RCTXRET (21:9)
                                    TO WS-RET-MONTANT (WS-INDICE-RET)
                           WHEN OTHER
                               DISPLAY "--> ! PLUS DE " WS-MAX-RETOURS
                                       " LIGNES DE RETOUR!"
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE FCTXRET.

           IF WS-REFERENCE = SPACES
               DISPLAY "--> ENTETE E ABSENTE OU SANS REFERENCE: "
                       "RETOUR NON INTEGRE"
               MOVE 8 TO RETURN-CODE
               GO TO 1000-LECTURE-RETOUR-FIN
           END-IF.
           IF WS-DATE-ARRETE = ZEROES
               MOVE WS-DATE-JOUR TO WS-DATE-ARRETE
           END-IF.

       1000-LECTURE-RETOUR-FIN.
           EXIT.

      *******************************************************
      *  REGISTRE DES RETOURS DEJA IMPORTES (FACULTATIF)
      *******************************************************
       1100-CONTROLE-IMPORTS-DEBUT.

           OPEN INPUT FIMPORT.
           IF NOT WS-STATUS-FILE-FIMPORT-OK
               GO TO 1100-CONTROLE-IMPORTS-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FIMPORT-OK
               READ FIMPORT
                   AT END
                       CONTINUE
                   NOT AT END
                       IF IMP-REFERENCE = WS-REFERENCE
                           MOVE "O" TO WS-DEJA-IMPORTE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FIMPORT.

       1100-CONTROLE-IMPORTS-FIN.
           EXIT.

      *******************************************************
      *  CHARGEMENT DU REGISTRE DES DOSSIERS TRANSMIS
      *******************************************************
       1200-CHARGEMENT-DOSSIERS-DEBUT.

           OPEN INPUT FCONTENT.
           IF NOT WS-STATUS-FILE-FCONTENT-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FCONTENT': "
                       WS-STATUS-FILE-FCONTENT
               MOVE 16 TO RETURN-CODE
               GO TO 1200-CHARGEMENT-DOSSIERS-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FCONTENT-OK
               READ FCONTENT
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-NB-DOSSIERS < WS-MAX-DOSSIERS
                           ADD 1 TO WS-NB-DOSSIERS
                           SET WS-INDICE-DOS TO WS-NB-DOSSIERS
                           MOVE CTX-ID TO WS-DOS-ID (WS-INDICE-DOS)
                           MOVE CTX-DATE-TRANSMIS
                                TO WS-DOS-TRANSMIS (WS-INDICE-DOS)
                           MOVE CTX-STATUT
                                TO WS-DOS-STATUT (WS-INDICE-DOS)
                           MOVE CTX-MONTANT
                                TO WS-DOS-MONTANT (WS-INDICE-DOS)
                           MOVE CTX-RECOUVRE
                                TO WS-DOS-RECOUVRE (WS-INDICE-DOS)
                           MOVE CTX-FRAIS
                                TO WS-DOS-FRAIS (WS-INDICE-DOS)
                           MOVE CTX-DATE-CLOTURE
                                TO WS-DOS-CLOTURE (WS-INDICE-DOS)
                       ELSE
                           DISPLAY "--> ! PLUS DE " WS-MAX-DOSSIERS
                                   " DOSSIERS!"
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FCONTENT.

       1200-CHARGEMENT-DOSSIERS-FIN.
           EXIT.

      *******************************************************
      *  INTEGRATION DES LIGNES DU RETOUR : REGLEMENTS, FRAIS
      *  ET CLOTURES, PUIS DOSSIERS SOLDES
      *******************************************************
       2000-INTEGRATION-DEBUT.

           OPEN OUTPUT FRAPPORT.
           IF NOT WS-STATUS-FILE-FRAPPORT-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FRAPPORT': "
                       WS-STATUS-FILE-FRAPPORT
               MOVE 16 TO RETURN-CODE
               GO TO 2000-INTEGRATION-FIN
           END-IF.
           OPEN EXTEND FREGL.
           IF WS-STATUS-FILE-FREGL-INEXISTANT
               OPEN OUTPUT FREGL
           END-IF.
           IF NOT WS-STATUS-FILE-FREGL-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FREGL': "
                       WS-STATUS-FILE-FREGL
               MOVE 16 TO RETURN-CODE
               CLOSE FRAPPORT
               GO TO 2000-INTEGRATION-FIN
           END-IF.

           MOVE SPACES TO WS-LIGNE.
           STRING "RETOUR AGENCE " WS-REFERENCE " ARRETE AU "
                  WS-DATE-ARRETE " INTEGRE LE " WS-DATE-JOUR
                  DELIMITED BY SIZE INTO WS-LIGNE.
           MOVE WS-LIGNE TO RRAPPORT.
           WRITE RRAPPORT.

           PERFORM 2100-LIGNE-RETOUR-DEBUT
              THRU 2100-LIGNE-RETOUR-FIN
               VARYING WS-INDICE-RET FROM 1 BY 1
               UNTIL WS-INDICE-RET > WS-NB-RETOURS.
      *
      ****** DOSSIER TRANSMIS ENTIEREMENT RECOUVRE : SOLDE
           PERFORM VARYING WS-INDICE-DOS FROM 1 BY 1
                   UNTIL WS-INDICE-DOS > WS-NB-DOSSIERS
               IF WS-DOS-STATUT (WS-INDICE-DOS) = "T"
               AND WS-DOS-RECOUVRE (WS-INDICE-DOS)
                   >= WS-DOS-MONTANT (WS-INDICE-DOS)
                   MOVE "S" TO WS-DOS-STATUT (WS-INDICE-DOS)
                   MOVE WS-DATE-ARRETE TO WS-DOS-CLOTURE (WS-INDICE-DOS)
                   ADD 1 TO WS-COMPTEUR-SOLDES
                   MOVE SPACES TO WS-LIGNE
                   STRING "  " WS-DOS-ID (WS-INDICE-DOS)
                          " DOSSIER SOLDE PAR L'AGENCE"
                          DELIMITED BY SIZE INTO WS-LIGNE
                   MOVE WS-LIGNE TO RRAPPORT
                   WRITE RRAPPORT
               END-IF
           END-PERFORM.

           MOVE WS-TOTAL-RECOUVRE TO WS-EDIT-MONTANT.
           MOVE SPACES TO WS-LIGNE.
           STRING "TOTAL RECOUVRE : " WS-EDIT-MONTANT
                  DELIMITED BY SIZE INTO WS-LIGNE.
           MOVE WS-LIGNE TO RRAPPORT.
           WRITE RRAPPORT.
           MOVE WS-TOTAL-FRAIS TO WS-EDIT-MONTANT.
           MOVE SPACES TO WS-LIGNE.
           STRING "TOTAL FRAIS    : " WS-EDIT-MONTANT
                  DELIMITED BY SIZE INTO WS-LIGNE.
           MOVE WS-LIGNE TO RRAPPORT.
           WRITE RRAPPORT.
           IF WS-COMPTEUR-ANOMALIES > ZEROES
               MOVE SPACES TO WS-LIGNE
               STRING "*** " WS-COMPTEUR-ANOMALIES
                      " LIGNE(S) EN ANOMALIE NON INTEGREE(S) ***"
                      DELIMITED BY SIZE INTO WS-LIGNE
               MOVE WS-LIGNE TO RRAPPORT
               WRITE RRAPPORT
           END-IF.

           CLOSE FREGL.
           CLOSE FRAPPORT.
      *
      ****** VALIDATION DU LOT DES FRAIS PAR LE PLAN COMPTABLE
           IF WS-COMPTEUR-FRAIS > ZEROES
               MOVE "V" TO WS-ECR-ACTION
               PERFORM 2500-EMISSION-ECRITURE-DEBUT
                  THRU 2500-EMISSION-ECRITURE-FIN
               IF WS-ECR-SUSPENS
                   DISPLAY "*** LOT " WS-COMPTA-BATCH " EN SUSPENS: "
                           WS-ECR-NB-ANOMALIES
                           " COMPTE(S) HORS PLAN ***"
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
               IF WS-ECR-ERREUR
                   DISPLAY "*** ECRITURES DE FRAIS NON EMISES ***"
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

       2000-INTEGRATION-FIN.
           EXIT.

      *******************************************************
      *  UNE LIGNE DU RETOUR
      *******************************************************
       2100-LIGNE-RETOUR-DEBUT.

           MOVE SPACES TO WS-RESULTAT.
           MOVE ZEROES TO WS-MONTANT.
      *
      ****** LE DOSSIER DOIT AVOIR ETE TRANSMIS
           MOVE ZEROES TO WS-DOSSIER-TROUVE.
           PERFORM VARYING WS-INDICE-DOS FROM 1 BY 1
                   UNTIL WS-INDICE-DOS > WS-NB-DOSSIERS
               IF WS-DOS-ID (WS-INDICE-DOS)
                  = WS-RET-ID (WS-INDICE-RET)
                   SET WS-DOSSIER-TROUVE TO WS-INDICE-DOS
               END-IF
           END-PERFORM.
           IF WS-DOSSIER-TROUVE = ZEROES
               MOVE "ANOMALIE: DOSSIER INCONNU" TO WS-RESULTAT
               GO TO 2100-LIGNE-RETOUR-ANOMALIE
           END-IF.
           SET WS-INDICE-DOS TO WS-DOSSIER-TROUVE.

           IF WS-RET-DATE (WS-INDICE-RET) IS NUMERIC
           AND WS-RET-DATE (WS-INDICE-RET) > ZEROES
               MOVE WS-RET-DATE (WS-INDICE-RET) TO WS-DATE-LIGNE
           ELSE
               MOVE WS-DATE-ARRETE TO WS-DATE-LIGNE
           END-IF.

           EVALUATE WS-RET-TYPE (WS-INDICE-RET)
               WHEN "R"
               WHEN "F"
                   IF WS-RET-MONTANT (WS-INDICE-RET) IS NOT NUMERIC
                       MOVE "ANOMALIE: MONTANT INVALIDE" TO WS-RESULTAT
                       GO TO 2100-LIGNE-RETOUR-ANOMALIE
                   END-IF
                   MOVE WS-RET-MONTANT-N (WS-INDICE-RET)
                        TO WS-MONTANT
                   IF WS-MONTANT = ZEROES
                       MOVE "ANOMALIE: MONTANT NUL" TO WS-RESULTAT
                       GO TO 2100-LIGNE-RETOUR-ANOMALIE
                   END-IF
               WHEN "I"
                   CONTINUE
               WHEN OTHER
                   MOVE "ANOMALIE: TYPE DE LIGNE INCONNU"
                        TO WS-RESULTAT
                   GO TO 2100-LIGNE-RETOUR-ANOMALIE
           END-EVALUATE.

           EVALUATE WS-RET-TYPE (WS-INDICE-RET)
               WHEN "R"
                   PERFORM 2200-RECOUVREMENT-DEBUT
                      THRU 2200-RECOUVREMENT-FIN
               WHEN "F"
                   PERFORM 2300-FRAIS-AGENCE-DEBUT
                      THRU 2300-FRAIS-AGENCE-FIN
               WHEN "I"
                   MOVE "I" TO WS-DOS-STATUT (WS-INDICE-DOS)
                   MOVE WS-DATE-LIGNE TO WS-DOS-CLOTURE (WS-INDICE-DOS)
                   ADD 1 TO WS-COMPTEUR-IRRECOUVRABLES
                   MOVE "CLOS IRRECOUVRABLE -> PERTES" TO WS-RESULTAT
           END-EVALUATE.
           GO TO 2100-LIGNE-RETOUR-COMPTE-RENDU.

       2100-LIGNE-RETOUR-ANOMALIE.
           ADD 1 TO WS-COMPTEUR-ANOMALIES.
           IF RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF.
           DISPLAY "--> " WS-RET-TYPE (WS-INDICE-RET) " "
                   WS-RET-ID (WS-INDICE-RET) " " WS-RESULTAT.

       2100-LIGNE-RETOUR-COMPTE-RENDU.
           MOVE WS-MONTANT TO WS-EDIT-MONTANT.
           MOVE SPACES TO WS-LIGNE.
           STRING "  " WS-RET-TYPE (WS-INDICE-RET) " "
                  WS-RET-ID (WS-INDICE-RET) " "
                  WS-RET-DATE (WS-INDICE-RET) " "
                  WS-EDIT-MONTANT " " WS-RESULTAT
                  DELIMITED BY SIZE INTO WS-LIGNE.
           MOVE WS-LIGNE TO RRAPPORT.
           WRITE RRAPPORT.

       2100-LIGNE-RETOUR-FIN.
           EXIT.

      *******************************************************
      *  SOMME RECOUVREE : REGLEMENT PAR VIREMENT DE L'AGENCE
      *******************************************************
       2200-RECOUVREMENT-DEBUT.

           MOVE SPACES TO RREGL.
           MOVE WS-DOS-ID (WS-INDICE-DOS) TO RREGL-ID.
           MOVE WS-DATE-LIGNE TO RREGL-DATE.
           MOVE WS-MONTANT TO RREGL-MONTANT.
           MOVE "VIR" TO RREGL-MODE.
           WRITE RREGL.
           IF NOT WS-STATUS-FILE-FREGL-OK
               DISPLAY "ERREUR ECRITURE FICHIER 'FREGL': "
                       WS-STATUS-FILE-FREGL
               MOVE 16 TO RETURN-CODE
               MOVE "ERREUR ECRITURE REGLEMENT" TO WS-RESULTAT
               GO TO 2200-RECOUVREMENT-FIN
           END-IF.
           PERFORM 7500-INDEXATION-REGLEMENT-DEBUT
              THRU 7500-INDEXATION-REGLEMENT-FIN.

           ADD WS-MONTANT TO WS-DOS-RECOUVRE (WS-INDICE-DOS).
           ADD WS-MONTANT TO WS-TOTAL-RECOUVRE.
           ADD 1 TO WS-COMPTEUR-RECOUVREMENTS.
           MOVE "REGLEMENT ENREGISTRE" TO WS-RESULTAT.

       2200-RECOUVREMENT-FIN.
           EXIT.

      *******************************************************
      *  FRAIS DE L'AGENCE : CHARGE RETENUE SUR LE VIREMENT
      *******************************************************
       2300-FRAIS-AGENCE-DEBUT.

           MOVE "L" TO WS-ECR-ACTION.
           MOVE SPACES TO RCOMPTA.
           MOVE WS-DATE-LIGNE TO COMPTA-DATE.
           MOVE WS-COMPTA-BATCH TO COMPTA-BATCH.
           MOVE "D" TO COMPTA-SENS.
           MOVE WS-COMPTE-FRAIS TO COMPTA-COMPTE.
           MOVE WS-MONTANT TO COMPTA-MONTANT.
           PERFORM 2500-EMISSION-ECRITURE-DEBUT
              THRU 2500-EMISSION-ECRITURE-FIN.

           MOVE SPACES TO RCOMPTA.
           MOVE WS-DATE-LIGNE TO COMPTA-DATE.
           MOVE WS-COMPTA-BATCH TO COMPTA-BATCH.
           MOVE "C" TO COMPTA-SENS.
           MOVE WS-COMPTE-BANQUE TO COMPTA-COMPTE.
           MOVE WS-MONTANT TO COMPTA-MONTANT.
           PERFORM 2500-EMISSION-ECRITURE-DEBUT
              THRU 2500-EMISSION-ECRITURE-FIN.

           ADD WS-MONTANT TO WS-DOS-FRAIS (WS-INDICE-DOS).
           ADD WS-MONTANT TO WS-TOTAL-FRAIS.
           ADD 1 TO WS-COMPTEUR-FRAIS.
           MOVE "FRAIS COMPTABILISES" TO WS-RESULTAT.

       2300-FRAIS-AGENCE-FIN.
           EXIT.

      *******************************************************
      *  REMISE D'UNE LIGNE (OU DE LA VALIDATION DU LOT) A
      *  ECRICPTA, SANS PERDRE LE CODE RETOUR EN COURS
      *******************************************************
       2500-EMISSION-ECRITURE-DEBUT.

           MOVE RETURN-CODE TO WS-RC-SAUVE.
           MOVE RCOMPTA TO WS-ECR-LIGNE.
           CALL 'ECRICPTA' USING WS-ECRITURE
               ON EXCEPTION
                   MOVE "E" TO WS-ECR-RESULTAT
           END-CALL.
           MOVE WS-RC-SAUVE TO RETURN-CODE.

       2500-EMISSION-ECRITURE-FIN.
           EXIT.

      *******************************************************
      *  REECRITURE DU REGISTRE DES DOSSIERS MIS A JOUR
      *******************************************************
       3000-REECRITURE-DOSSIERS-DEBUT.

      ****** ECRITURE DANS LA NOUVELLE GENERATION
           MOVE WS-REE-NOUVEAU TO WS-NOM-FCONTENT.
           MOVE ZEROES TO WS-REE-NB-ENREG WS-REE-TOTAL.
           OPEN OUTPUT FCONTENT.
           IF NOT WS-STATUS-FILE-FCONTENT-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FCONTENT': "
                       WS-STATUS-FILE-FCONTENT
               MOVE WS-REE-FICHIER TO WS-NOM-FCONTENT
               MOVE 16 TO RETURN-CODE
               GO TO 3000-REECRITURE-DOSSIERS-FIN
           END-IF.

           PERFORM VARYING WS-INDICE-DOS FROM 1 BY 1
                   UNTIL WS-INDICE-DOS > WS-NB-DOSSIERS
               MOVE SPACES TO RCONTENT
               MOVE WS-DOS-ID (WS-INDICE-DOS)       TO CTX-ID
               MOVE WS-DOS-TRANSMIS (WS-INDICE-DOS) TO CTX-DATE-TRANSMIS
               MOVE WS-DOS-STATUT (WS-INDICE-DOS)   TO CTX-STATUT
               MOVE WS-DOS-MONTANT (WS-INDICE-DOS)  TO CTX-MONTANT
               MOVE WS-DOS-RECOUVRE (WS-INDICE-DOS) TO CTX-RECOUVRE
               MOVE WS-DOS-FRAIS (WS-INDICE-DOS)    TO CTX-FRAIS
               MOVE WS-DOS-CLOTURE (WS-INDICE-DOS)  TO CTX-DATE-CLOTURE
               WRITE RCONTENT
               ADD 1 TO WS-REE-NB-ENREG
               ADD CTX-MONTANT TO WS-REE-TOTAL
           END-PERFORM.
           CLOSE FCONTENT.
           MOVE WS-REE-FICHIER TO WS-NOM-FCONTENT.
      *
      ****** CONTROLE DE LA GENERATION PUIS BASCULE
           MOVE RETURN-CODE TO WS-RC-SAUVE.
           MOVE "B" TO WS-REE-FONCTION.
           CALL 'REECRIT' USING WS-REECRITURE
               ON EXCEPTION
                   MOVE "9" TO WS-REE-STATUT
           END-CALL.
           MOVE WS-RC-SAUVE TO RETURN-CODE.
           IF NOT WS-REE-OK
               DISPLAY "*** CONTENTIEUX-DOSSIERS.txt NON REMPLACE ***"
               MOVE 16 TO RETURN-CODE
               GO TO 3000-REECRITURE-DOSSIERS-FIN
           END-IF.

       3000-REECRITURE-DOSSIERS-FIN.
           EXIT.

      *******************************************************
      *  INSCRIPTION DU RETOUR AU REGISTRE DES IMPORTS
      *******************************************************
       3100-ENREGISTREMENT-IMPORT-DEBUT.

           OPEN EXTEND FIMPORT.
           IF WS-STATUS-FILE-FIMPORT-INEXISTANT
               OPEN OUTPUT FIMPORT
           END-IF.
           IF NOT WS-STATUS-FILE-FIMPORT-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FIMPORT': "
                       WS-STATUS-FILE-FIMPORT
               MOVE 16 TO RETURN-CODE
               GO TO 3100-ENREGISTREMENT-IMPORT-FIN
           END-IF.

           MOVE SPACES TO RIMPORT.
           MOVE WS-REFERENCE TO IMP-REFERENCE.
           MOVE WS-DATE-ARRETE TO IMP-DATE-ARRETE.
           MOVE WS-NB-RETOURS TO IMP-NB-LIGNES.
           MOVE WS-DATE-JOUR TO IMP-DATE-IMPORT.
           WRITE RIMPORT.
           CLOSE FIMPORT.

       3100-ENREGISTREMENT-IMPORT-FIN.
           EXIT.

      *******************************************************
      *  LE REGLEMENT ECRIT DANS REGLEMENTS.txt EST AJOUTE A
      *  REGLEMENTS.IDX (SOUS-PROGRAMME MVTIDX, SANS EFFET TANT
      *  QUE L'INDEX N'A PAS ETE CONSTRUIT PAR REGLMIGRE)
      *******************************************************
       7500-INDEXATION-REGLEMENT-DEBUT.

           MOVE "A" TO WS-MVI-FONCTION.
           MOVE RREGL-ID TO WS-MVI-ID.
           MOVE RREGL-DATE TO WS-MVI-DATE.
           MOVE RREGL TO WS-MVI-ENREG.
           MOVE RETURN-CODE TO WS-RC-SAUVE.
           CALL 'MVTIDX' USING WS-MOUVEMENT-IDX
               ON EXCEPTION
                   MOVE "9" TO WS-MVI-STATUT
           END-CALL.
           MOVE WS-RC-SAUVE TO RETURN-CODE.
           IF WS-MVI-INACCESSIBLE
               DISPLAY "--> ! REGLEMENTS.IDX NON MIS A JOUR: "
                       "RELANCER REGLMIGRE"
           END-IF.

       7500-INDEXATION-REGLEMENT-FIN.
           EXIT.
