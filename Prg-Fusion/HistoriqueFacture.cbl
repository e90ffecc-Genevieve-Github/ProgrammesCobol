      * reecrit, seulement etendu ; une execution deja historisee
      * (meme premier numero de facture) est refusee pour ne pas
      * doubler les lignes. REQHIST interroge cet historique.
      *
      * Chaque ligne porte aussi sa date d'echeance (HIST-ECHEANCE),
      * calculee par le service ECHEANCE a partir de la date
      * d'edition FACTEDIT (DATEDIT=) : c'est celle imprimee sur la
      * facture. Les lignes anterieures ont cette zone a blanc.
      *
      * HIST-NUMACT porte le contrat facture (RCLISOR-CODEASSUR) ;
      * a blanc sur les lignes plus anciennes et sur les factures
      * d'interets de retard (INTERETS).
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  HIST-DEVISE   PIC X(03).
           05  FILLER        PIC X(01).
           05  HIST-TAUX     PIC 9(03)V9(06).
           05  FILLER        PIC X(01).
           05  HIST-ECHEANCE PIC 9(08).
           05  FILLER        PIC X(01).
           05  HIST-NUMACT   PIC X(08).

       WORKING-STORAGE SECTION.
      ***********************************************
           88 WS-DEJA-HISTORISE-OUI VALUE "O".

       01  WS-DATE-JOUR PIC 9(08) VALUE ZEROES.
       01  WS-DATE-EDITION PIC 9(08) VALUE ZEROES.
       01  WS-COMPTEUR-AJOUTS PIC 9(05) VALUE ZEROES.

      ****** SERVICE PARTAGE ECHEANCE (CONDITIONS DE PAIEMENT)
       01  WS-ECHEANCE.
           05  WS-ECH-CLIENT        PIC X(08) VALUE SPACES.
           05  WS-ECH-SOCIETE       PIC X(05) VALUE SPACES.
           05  WS-ECH-DATE-FACTURE  PIC 9(08) VALUE ZEROES.
           05  WS-ECH-CODE          PIC X(04) VALUE SPACES.
           05  WS-ECH-LIBELLE       PIC X(30) VALUE SPACES.
           05  WS-ECH-JOURS         PIC 9(03) VALUE ZEROES.
           05  WS-ECH-FIN-MOIS      PIC X(01) VALUE SPACES.
           05  WS-ECH-DATE-ECHEANCE PIC 9(08) VALUE ZEROES.
           05  WS-ECH-ORIGINE       PIC X(01) VALUE SPACES.
               88  WS-ECH-SANS-CONDITION VALUE "A".
           05  WS-ECH-STATUT        PIC X(01) VALUE "0".
               88  WS-ECH-STATUT-OK VALUE "0".

      ***********************************************
      * MANIFESTE DES SORTIES (MANIFEST) : FICHIERSOR.txt
      * VERIFIE AVANT TRAITEMENT (NOMBRE, TOTAL HT, CLE)
      ***********************************************
       01  WS-MANIFESTE.
           05  WS-MAN-FONCTION  PIC X(01) VALUE "V".
           05  WS-MAN-FICHIER   PIC X(30) VALUE "FICHIERSOR.txt".
           05  WS-MAN-PROGRAMME PIC X(08) VALUE "HISTFACT".
           05  WS-MAN-POSITION  PIC 9(04) VALUE 73.
           05  WS-MAN-LONGUEUR  PIC 9(02) VALUE 9.
           05  WS-MAN-NB-ENREG  PIC 9(09) VALUE ZEROES.
           05  WS-MAN-TOTAL     PIC 9(13)V99 VALUE ZEROES.
           05  WS-MAN-CONTROLE  PIC 9(09) VALUE ZEROES.
           05  WS-MAN-STATUT    PIC X(01) VALUE SPACES.
               88  WS-MAN-ALTERE VALUE "2".

       PROCEDURE DIVISION.
       0000-MAIN-DEB.
      *******************************************************
      *  PARAGRAPHE PRINCIPAL
      *******************************************************
      *********** FICHIERSOR.txt INCHANGE DEPUIS SON ECRITURE
           CALL 'MANIFEST' USING WS-MANIFESTE
               ON EXCEPTION
                   MOVE SPACES TO WS-MAN-STATUT
           END-CALL.
           IF WS-MAN-ALTERE
               DISPLAY "*** TRAITEMENT ARRETE: FICHIERSOR.txt ALTERE"
               MOVE 12 TO RETURN-CODE
               GO TO 0000-MAIN-FIN
           END-IF.
      *
           DISPLAY "ALIMENTATION DE L'HISTORIQUE DE FACTURATION".
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATE-JOUR.
      *
                               MOVE RNUMFACT (10:8)
                                    TO WS-DERNIER-EDITE
                           END-IF
                           IF RNUMFACT (1:8) = "DATEDIT="
                           AND RNUMFACT (9:8) IS NUMERIC
                               MOVE RNUMFACT (9:8)
                                    TO WS-DATE-EDITION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FNUMFACT
                       "LANCER FACTEDIT AVANT HISTFACT"
           END-IF.

      ****** ECHEANCES CALCULEES DEPUIS LA DATE DE LA FACTURE
      ****** EDITEE ; A DEFAUT DEPUIS LA DATE DU JOUR
           IF WS-DATE-EDITION = ZEROES
               MOVE WS-DATE-JOUR TO WS-DATE-EDITION
           END-IF.

       1000-LECTURE-NUMEROTATION-FIN.
           EXIT.

               MOVE ZEROES TO HIST-TTC
           END-IF.
           MOVE RCLISOR-DEVISE TO HIST-DEVISE.
      ****** CONTRAT FACTURE PAR LA LIGNE (ATTESTATIONS FISCALES)
           IF RCLISOR-CODEASSUR IS NUMERIC
               MOVE RCLISOR-CODEASSUR TO HIST-NUMACT
           END-IF.
      ****** TAUX DE CONVERSION APPLIQUE, PORTE PAR LA LIGNE
      ****** (1 QUAND LA LIGNE EST DEJA EN EUROS OU SANS TAUX)
           IF RCLISOR-TAUX-CHANGE IS NUMERIC
           ELSE
               MOVE 1 TO HIST-TAUX
           END-IF.
      ****** ECHEANCE IMPRIMEE SUR LA FACTURE (SERVICE ABSENT :
      ****** PAYABLE A RECEPTION)
           MOVE RCLISOR-ID      TO WS-ECH-CLIENT.
           MOVE RCLISOR-SOCIETE TO WS-ECH-SOCIETE.
           MOVE WS-DATE-EDITION TO WS-ECH-DATE-FACTURE.
           MOVE "0" TO WS-ECH-STATUT.
           CALL 'ECHEANCE' USING WS-ECHEANCE
               ON EXCEPTION
                   MOVE "1" TO WS-ECH-STATUT
           END-CALL.
           IF WS-ECH-STATUT-OK
               MOVE WS-ECH-DATE-ECHEANCE TO HIST-ECHEANCE
           ELSE
               MOVE WS-DATE-EDITION TO HIST-ECHEANCE
           END-IF.
           WRITE RHIST.
           ADD 1 TO WS-COMPTEUR-AJOUTS.

