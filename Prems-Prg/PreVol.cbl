      * qu'un controle echoue : echouer a 21H00 avec un message net
      * vaut mieux qu'echouer a 02H00 avec des fichiers a moitie
      * ecrits.
      *
      * Avant les controles, toute reecriture interrompue d'un
      * fichier permanent de la chaine (RELANCES-ETAT.txt,
      * LIMITES-CREDIT.txt, REGLEMENTS.txt, FICHIERCLIENT.txt,
      * FACTURES-ENCOURS.txt, AVOIRS.txt, FACTURES-HISTORIQUE.txt,
      * ASSURANCES.txt) est reprise par le sous-programme REECRIT :
      * bascule controlee terminee, ou generation non controlee
      * abandonnee. La reprise est notee au compte-rendu et
      * journalisee ; elle ne refuse pas la chaine.
      * Les autres fichiers reecrits par REECRIT ne sont pas repris
      * ici : chacun l'est par son propre programme a son lancement
      * (fonction "R"), notamment COMPTA-SUSPENS.txt (ECRICPTA),
      * PERIODES-CLOTUREES.txt (CLOTURE), DEMANDES-APPROBATION.txt
      * (APPROBAT), OPERATEURS.txt (CONNEXION, OPERMAINT),
      * CLIENTS-CANAUX.txt (CANMAINT), SINISTRES-PAIEMENTS.txt
      * (SINPAIE), CONTENTIEUX-DOSSIERS.txt (CTXRETOUR),
      * PLAN-COMPTABLE.txt (PLANMAINT), COASSURANCES.txt
      * (COASSMAINT), PROVISIONS-ETAT.txt (PROVISION) et
      * SINISTRES-ALERTES.txt (SINCTRL, SINALERT).
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           RECORDING MODE IS F.
       01  RELEVES.
           05  RELEVES-NUMERO PIC X(02).
           05  FILLER         PIC X(86).

      ******** COMPTE-RENDU DU CONTROLE
       FD  FRAPPORT.
       01  WS-LIGNE PIC X(80) VALUE SPACES.
       01  WS-VERDICT PIC X(40) VALUE SPACES.

      ***********************************************
      * REPRISE DES REECRITURES INTERROMPUES (REECRIT)
      ***********************************************
       01  WS-REECRITURE.
           05  WS-REE-FONCTION  PIC X(01) VALUE "R".
           05  WS-REE-FICHIER   PIC X(40) VALUE SPACES.
           05  WS-REE-NOUVEAU   PIC X(40) VALUE SPACES.
           05  WS-REE-PROGRAMME PIC X(08) VALUE "PREVOL".
           05  WS-REE-POSITION  PIC 9(04) VALUE ZEROES.
           05  WS-REE-LONGUEUR  PIC 9(02) VALUE ZEROES.
           05  WS-REE-DECIMALES PIC 9(01) VALUE ZERO.
           05  WS-REE-NB-ENREG  PIC 9(09) VALUE ZEROES.
           05  WS-REE-TOTAL     PIC 9(13)V99 VALUE ZEROES.
           05  WS-REE-STATUT    PIC X(01) VALUE SPACES.
               88  WS-REE-TERMINEE   VALUE "1".
               88  WS-REE-ABANDONNEE VALUE "2".

       PROCEDURE DIVISION.
       DEBUT-PROGRAMME.

                       WS-STATUS-FILE-FRAPPORT
           END-IF.
      *
      ****** REPRISE DES REECRITURES INTERROMPUES DES PERMANENTS
           MOVE "RELANCES-ETAT.txt" TO WS-REE-FICHIER.
           PERFORM REPRISE-REECRITURE-DEBUT
              THRU REPRISE-REECRITURE-FIN.
           MOVE "LIMITES-CREDIT.txt" TO WS-REE-FICHIER.
           PERFORM REPRISE-REECRITURE-DEBUT
              THRU REPRISE-REECRITURE-FIN.
           MOVE "REGLEMENTS.txt" TO WS-REE-FICHIER.
           PERFORM REPRISE-REECRITURE-DEBUT
              THRU REPRISE-REECRITURE-FIN.
           MOVE "FICHIERCLIENT.txt" TO WS-REE-FICHIER.
           PERFORM REPRISE-REECRITURE-DEBUT
              THRU REPRISE-REECRITURE-FIN.
           MOVE "FACTURES-ENCOURS.txt" TO WS-REE-FICHIER.
           PERFORM REPRISE-REECRITURE-DEBUT
              THRU REPRISE-REECRITURE-FIN.
           MOVE "AVOIRS.txt" TO WS-REE-FICHIER.
           PERFORM REPRISE-REECRITURE-DEBUT
              THRU REPRISE-REECRITURE-FIN.
           MOVE "FACTURES-HISTORIQUE.txt" TO WS-REE-FICHIER.
           PERFORM REPRISE-REECRITURE-DEBUT
              THRU REPRISE-REECRITURE-FIN.
           MOVE "ASSURANCES.txt" TO WS-REE-FICHIER.
           PERFORM REPRISE-REECRITURE-DEBUT
              THRU REPRISE-REECRITURE-FIN.
      *
      ****** FICHIERCLIENT.txt
           MOVE "FICHIERCLIENT.txt" TO WS-NOM-FICHIER.
           PERFORM CONTROLE-EXISTENCE-DEBUT
       CONTROLE-EXISTENCE-FIN.
           EXIT.

      *******************************************************
      *  REPRISE D'UNE REECRITURE INTERROMPUE VIA REECRIT
      *******************************************************
       REPRISE-REECRITURE-DEBUT.

           MOVE "R" TO WS-REE-FONCTION.
           MOVE SPACES TO WS-REE-STATUT.
           CALL 'REECRIT' USING WS-REECRITURE
               ON EXCEPTION
                   DISPLAY "--> SOUS-PROGRAMME REECRIT INTROUVABLE"
           END-CALL.

           MOVE SPACES TO WS-LIGNE.
           IF WS-REE-TERMINEE
               STRING "REPRISE " WS-REE-FICHIER
                      " : BASCULE TERMINEE"
                      DELIMITED BY SIZE INTO WS-LIGNE
           END-IF.
           IF WS-REE-ABANDONNEE
               STRING "REPRISE " WS-REE-FICHIER
                      " : GENERATION ABANDONNEE"
                      DELIMITED BY SIZE INTO WS-LIGNE
           END-IF.
           IF WS-LIGNE NOT = SPACES
               DISPLAY WS-LIGNE
               PERFORM ECRITURE-RAPPORT-DEBUT
                  THRU ECRITURE-RAPPORT-FIN
           END-IF.

       REPRISE-REECRITURE-FIN.
           EXIT.

      *******************************************************
      *  PREMIER ENREGISTREMENT DU FICHIER CLIENT
      *******************************************************
                   AND RELEVES-NUMERO NOT = "02"
                   AND RELEVES-NUMERO NOT = "03"
                   AND RELEVES-NUMERO NOT = "04"
                   AND RELEVES-NUMERO NOT = "05"
                       MOVE "TYPE D'ENREGISTREMENT INCONNU"
                            TO WS-VERDICT
                   END-IF
