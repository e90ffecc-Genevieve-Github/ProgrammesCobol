      * FR-LISTE-DEPT.txt, contrat present dans ASSURANCES.txt,
      * societe non blanche) : un dossier qui dort des annees peut
      * pointer un departement recode ou un contrat disparu.
      * L'adresse est aussi repassee au referentiel des codes
      * postaux (sous-programme CTRLADR) : un code postal inconnu
      * ou un departement qui n'est pas celui de la commune fait
      * refuser la reactivation ; une ville mal orthographiee est
      * corrigee en la commune du referentiel si l'operateur
      * l'accepte, sinon la reactivation est refusee.
      *
      * Le client valide est retire de l'archive et ajoute a
      * FICHIERCLIENT.txt sous la protection du VERROU partage. Les
      * deux fichiers sont reecrits par REECRIT : nouvelle generation
      * controlee puis basculee, reprise au lancement d'une
      * reecriture interrompue.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FCLIENT.

      ******** NOUVELLE GENERATION DU FICHIER CLIENT
           SELECT FCLINOUV ASSIGN TO DYNAMIC WS-REE-NOUVEAU
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FCLINOUV.

      ******** ARCHIVE DES CLIENTS INACTIFS
           SELECT FARCHIVE ASSIGN TO DYNAMIC WS-NOM-FARCHIVE
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FARCHIVE.
      ******** FICHIER CLIENT
           COPY 'COBOL-FD-FCLIENT.CPY'.

      ******** NOUVELLE GENERATION DU FICHIER CLIENT
           COPY 'COBOL-FD-FCLIENT.CPY'
               REPLACING LEADING ==FCLIENT== BY ==FCLINOUV==
                         LEADING ==RCLIENT== BY ==RCLINOUV==.

      ******** ARCHIVE DES CLIENTS INACTIFS
           COPY 'COBOL-FD-FCLIENT.CPY'
               REPLACING LEADING ==FCLIENT== BY ==FARCHIVE==
           88 WS-STATUS-FILE-FCLIENT-OK  VALUE "00".
           88 WS-STATUS-FILE-FCLIENT-EOF VALUE "10".
           88 WS-STATUS-FILE-FCLIENT-INEXISTANT VALUE "35".
       01  WS-STATUS-FILE-FCLINOUV PIC X(02).
           88 WS-STATUS-FILE-FCLINOUV-OK  VALUE "00".
       01  WS-STATUS-FILE-FARCHIVE PIC X(02).
           88 WS-STATUS-FILE-FARCHIVE-OK  VALUE "00".
           88 WS-STATUS-FILE-FARCHIVE-EOF VALUE "10".
       01  WS-VALIDE PIC X(01) VALUE "O".
           88 WS-VALIDE-OUI VALUE "O".
       01  WS-POSITION-ECRITURE PIC 9(04) VALUE ZEROES.
       01  WS-CORRECTION PIC X(01) VALUE SPACES.

      ***********************************************
      * CONTROLE DES ADRESSES (CTRLADR)
      ***********************************************
       01  WS-ADRESSE.
           05  WS-ADR-FONCTION      PIC X(01) VALUE "V".
           05  WS-ADR-CLIENT-ID     PIC X(08) VALUE SPACES.
           05  WS-ADR-NOM           PIC X(20) VALUE SPACES.
           05  WS-ADR-RUE           PIC X(30) VALUE SPACES.
           05  WS-ADR-CODEPOSTAL    PIC X(05) VALUE SPACES.
           05  WS-ADR-VILLE         PIC X(20) VALUE SPACES.
           05  WS-ADR-DEPT          PIC X(03) VALUE SPACES.
           05  WS-ADR-PROGRAMME     PIC X(08) VALUE "REACTIVA".
           05  WS-ADR-VILLE-REF     PIC X(20) VALUE SPACES.
           05  WS-ADR-DEPT-REF      PIC X(03) VALUE SPACES.
           05  WS-ADR-ECART-VILLE   PIC X(01) VALUE SPACES.
           05  WS-ADR-ECART-DEPT    PIC X(01) VALUE SPACES.
           05  WS-ADR-DATE-RETOUR   PIC 9(08) VALUE ZEROES.
           05  WS-ADR-NB-LEVES      PIC 9(03) VALUE ZEROES.
           05  WS-ADR-STATUT        PIC X(01) VALUE SPACES.
               88  WS-ADR-CP-INCONNU    VALUE "1".
               88  WS-ADR-INCOHERENTE   VALUE "2".
               88  WS-ADR-NON-CONTROLEE VALUE "9".

      ***********************************************
      * VERROU D'EXECUTION PARTAGE (VERROU)
           05  WS-VRO-OBTENU    PIC X(01) VALUE "N".
               88  WS-VRO-OBTENU-OUI VALUE "O".

      ***********************************************
      * REECRITURE SURE DES FICHIERS PERMANENTS (REECRIT) :
      * CHAQUE FICHIER EST ECRIT DANS UNE NOUVELLE GENERATION,
      * CONTROLEE (NOMBRE, TOTAL DES POLICES) PUIS BASCULEE
      ***********************************************
       01  WS-NOM-FARCHIVE PIC X(40)
           VALUE "FICHIERCLIENT-ARCHIVE.txt".
       01  WS-REECRITURE.
           05  WS-REE-FONCTION  PIC X(01) VALUE "R".
           05  WS-REE-FICHIER   PIC X(40) VALUE SPACES.
           05  WS-REE-NOUVEAU   PIC X(40) VALUE SPACES.
           05  WS-REE-PROGRAMME PIC X(08) VALUE "REACTIVA".
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
               GO TO 0000-MAIN-FIN
           END-IF.
      *
      *********** REPRISE D'UNE REECRITURE INTERROMPUE DES FICHIERS
           MOVE "FICHIERCLIENT.txt" TO WS-REE-FICHIER.
           PERFORM 7000-REPRISE-REECRITURE-DEBUT
              THRU 7000-REPRISE-REECRITURE-FIN.
           MOVE "FICHIERCLIENT-ARCHIVE.txt" TO WS-REE-FICHIER.
           PERFORM 7000-REPRISE-REECRITURE-DEBUT
              THRU 7000-REPRISE-REECRITURE-FIN.
           IF RETURN-CODE = 16
               PERFORM 9000-LIBERATION-VERROU-DEBUT
                  THRU 9000-LIBERATION-VERROU-FIN
               MOVE 16 TO RETURN-CODE
               GO TO 0000-MAIN-FIN
           END-IF.
      *
      *********** TABLES DE CONTROLE ET ARCHIVE
           PERFORM 1000-CHARGEMENT-TABLES-DEBUT
              THRU 1000-CHARGEMENT-TABLES-FIN.
           PERFORM 4000-RETOUR-PRODUCTION-DEBUT
              THRU 4000-RETOUR-PRODUCTION-FIN.

           IF RETURN-CODE = 16
               PERFORM 9000-LIBERATION-VERROU-DEBUT
                  THRU 9000-LIBERATION-VERROU-FIN
               DISPLAY "--> REACTIVATION NON ENREGISTREE"
               MOVE 16 TO RETURN-CODE
               GO TO 0000-MAIN-FIN
           END-IF.

           PERFORM 9000-LIBERATION-VERROU-DEBUT
              THRU 9000-LIBERATION-VERROU-FIN.

               MOVE "N" TO WS-VALIDE
               DISPLAY "--> SOCIETE OBLIGATOIRE"
           END-IF.
      *
      ****** ADRESSE (CODE POSTAL 145:5, VILLE 151:20) CONTRE LE
      ****** REFERENTIEL ; ADRESSE A BLANC NON CONTROLEE
           IF WS-CLIENT (145:5) = SPACES
           AND WS-CLIENT (151:20) = SPACES
               GO TO 3000-REVALIDATION-FIN
           END-IF.
           MOVE "V" TO WS-ADR-FONCTION.
           MOVE WS-CLIENT (145:5)  TO WS-ADR-CODEPOSTAL.
           MOVE WS-CLIENT (151:20) TO WS-ADR-VILLE.
           MOVE WS-CLIENT-DEPT     TO WS-ADR-DEPT.
           CALL 'CTRLADR' USING WS-ADRESSE
               ON EXCEPTION
                   MOVE "9" TO WS-ADR-STATUT
           END-CALL.

           IF WS-ADR-NON-CONTROLEE
               DISPLAY "--> CODES-POSTAUX.txt ABSENT: "
                       "ADRESSE NON CONTROLEE"
               GO TO 3000-REVALIDATION-FIN
           END-IF.
           IF WS-ADR-CP-INCONNU
               MOVE "N" TO WS-VALIDE
               DISPLAY "--> CODE POSTAL INCONNU: " WS-ADR-CODEPOSTAL
               GO TO 3000-REVALIDATION-FIN
           END-IF.
           IF WS-ADR-ECART-DEPT = "O"
               MOVE "N" TO WS-VALIDE
               DISPLAY "--> DEPARTEMENT INCOHERENT AVEC LE CODE "
                       "POSTAL: " WS-CLIENT-DEPT
                       " (ATTENDU " WS-ADR-DEPT-REF ")"
           END-IF.
           IF WS-ADR-ECART-VILLE = "O"
               DISPLAY "--> VILLE INCOHERENTE AVEC LE CODE POSTAL: "
                       WS-ADR-VILLE
               DISPLAY "CORRIGER EN " WS-ADR-VILLE-REF "? (O/N): "
                       NO ADVANCING
               MOVE SPACES TO WS-CORRECTION
               ACCEPT WS-CORRECTION
               MOVE FUNCTION UPPER-CASE (WS-CORRECTION)
                    TO WS-CORRECTION
               IF WS-CORRECTION = "O"
                   MOVE WS-ADR-VILLE-REF TO WS-CLIENT (151:20)
                   DISPLAY "--> VILLE CORRIGEE: " WS-ADR-VILLE-REF
               ELSE
                   MOVE "N" TO WS-VALIDE
               END-IF
           END-IF.

       3000-REVALIDATION-FIN.
           EXIT.

      *******************************************************
      *  RETOUR EN PRODUCTION : AJOUT AU FICHIER CLIENT ET
      *  REECRITURE DE L'ARCHIVE SANS LE DOSSIER (NOUVELLES
      *  GENERATIONS CONTROLEES PUIS BASCULEES)
      *******************************************************
       4000-RETOUR-PRODUCTION-DEBUT.

      ****** FICHIER CLIENT : RECOPIE PUIS AJOUT DU DOSSIER
           MOVE "FICHIERCLIENT.txt" TO WS-REE-FICHIER.
           PERFORM 7100-GENERATION-DEBUT THRU 7100-GENERATION-FIN.
           OPEN OUTPUT FCLINOUV.
           IF NOT WS-STATUS-FILE-FCLINOUV-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FCLINOUV': "
                       WS-STATUS-FILE-FCLINOUV
               MOVE 16 TO RETURN-CODE
               GO TO 4000-RETOUR-PRODUCTION-FIN
           END-IF.

           OPEN INPUT FCLIENT.
           IF NOT WS-STATUS-FILE-FCLIENT-OK
              AND NOT WS-STATUS-FILE-FCLIENT-INEXISTANT
               DISPLAY "ERREUR OUVERTURE FICHIER 'FCLIENT': "
                       WS-STATUS-FILE-FCLIENT
               CLOSE FCLINOUV
               MOVE 16 TO RETURN-CODE
               GO TO 4000-RETOUR-PRODUCTION-FIN
           END-IF.
           PERFORM UNTIL NOT WS-STATUS-FILE-FCLIENT-OK
               READ FCLIENT
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RCLIENT TO RCLINOUV
                       WRITE RCLINOUV
                       ADD 1 TO WS-REE-NB-ENREG
                       IF RCLINOUV-ASSUR IS NUMERIC
                           ADD RCLINOUV-ASSUR TO WS-REE-TOTAL
                       END-IF
               END-READ
           END-PERFORM.
           IF NOT WS-STATUS-FILE-FCLIENT-INEXISTANT
               CLOSE FCLIENT
           END-IF.

           MOVE WS-CLIENT TO RCLINOUV.
           WRITE RCLINOUV.
           ADD 1 TO WS-REE-NB-ENREG.
           IF RCLINOUV-ASSUR IS NUMERIC
               ADD RCLINOUV-ASSUR TO WS-REE-TOTAL
           END-IF.
           CLOSE FCLINOUV.
           PERFORM 7200-BASCULE-DEBUT THRU 7200-BASCULE-FIN.
           IF RETURN-CODE = 16
               GO TO 4000-RETOUR-PRODUCTION-FIN
           END-IF.

      ****** ARCHIVE SANS LE DOSSIER REACTIVE
           MOVE "FICHIERCLIENT-ARCHIVE.txt" TO WS-REE-FICHIER.
           PERFORM 7100-GENERATION-DEBUT THRU 7100-GENERATION-FIN.
           MOVE WS-REE-NOUVEAU TO WS-NOM-FARCHIVE.
           OPEN OUTPUT FARCHIVE.
           IF NOT WS-STATUS-FILE-FARCHIVE-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FARCHIVE': "
                       WS-STATUS-FILE-FARCHIVE
               MOVE WS-REE-FICHIER TO WS-NOM-FARCHIVE
               MOVE 16 TO RETURN-CODE
               GO TO 4000-RETOUR-PRODUCTION-FIN
           END-IF.
                   MOVE WS-ARC-IMAGE (WS-INDICE3) TO RARCHIVE
                   WRITE RARCHIVE
                   ADD 1 TO WS-POSITION-ECRITURE
                   ADD 1 TO WS-REE-NB-ENREG
                   IF RARCHIVE-ASSUR IS NUMERIC
                       ADD RARCHIVE-ASSUR TO WS-REE-TOTAL
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE FARCHIVE.
           MOVE WS-REE-FICHIER TO WS-NOM-FARCHIVE.
           PERFORM 7200-BASCULE-DEBUT THRU 7200-BASCULE-FIN.
           IF RETURN-CODE = 16
               GO TO 4000-RETOUR-PRODUCTION-FIN
           END-IF.

           DISPLAY "CLIENTS RESTANT A L'ARCHIVE: "
                   WS-POSITION-ECRITURE.

       9000-LIBERATION-VERROU-FIN.
           EXIT.

      *******************************************************
      *  REPRISE AU LANCEMENT D'UNE REECRITURE INTERROMPUE DU
      *  FICHIER DESIGNE PAR WS-REE-FICHIER
      *******************************************************
       7000-REPRISE-REECRITURE-DEBUT.

           MOVE "R" TO WS-REE-FONCTION.
           CALL 'REECRIT' USING WS-REECRITURE
               ON EXCEPTION
                   DISPLAY "--> SOUS-PROGRAMME REECRIT INTROUVABLE"
                   MOVE 16 TO RETURN-CODE
           END-CALL.

       7000-REPRISE-REECRITURE-FIN.
           EXIT.

      *******************************************************
      *  NOM DE LA NOUVELLE GENERATION DU FICHIER DESIGNE PAR
      *  WS-REE-FICHIER, COMPTEURS DE CONTROLE A ZERO
      *******************************************************
       7100-GENERATION-DEBUT.

           MOVE "N" TO WS-REE-FONCTION.
           CALL 'REECRIT' USING WS-REECRITURE
               ON EXCEPTION
                   MOVE WS-REE-FICHIER TO WS-REE-NOUVEAU
           END-CALL.
           MOVE ZEROES TO WS-REE-NB-ENREG WS-REE-TOTAL.

       7100-GENERATION-FIN.
           EXIT.

      *******************************************************
      *  CONTROLE DE LA NOUVELLE GENERATION PUIS BASCULE
      *******************************************************
       7200-BASCULE-DEBUT.

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

       7200-BASCULE-FIN.
           EXIT.
