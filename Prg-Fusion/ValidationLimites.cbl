      *   (T)OUT ACCEPTER : le reste de la revue est accepte
      * LIMITES-CREDIT.txt est ensuite reecrit (clients absents de
      * la revue conserves tels quels) et la revue est videe.
      * La reecriture passe par une nouvelle generation controlee
      * puis basculee (sous-programme REECRIT) : un arret en cours
      * d'ecriture ne laisse jamais une table tronquee, et la revue
      * n'est videe que si la bascule a reussi.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           FILE STATUS IS WS-STATUS-FILE-FREVUE.

      ******** TABLE DES PLAFONDS DE CREDIT AUTORISES
           SELECT FLIMITE ASSIGN TO DYNAMIC WS-NOM-FLIMITE
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FLIMITE.
       01  WS-EDIT-ACTUEL  PIC ZZZ.ZZZ.ZZ9,99.
       01  WS-EDIT-PROPOSE PIC ZZZ.ZZZ.ZZ9,99.

      ***********************************************
      * REECRITURE SURE DES FICHIERS PERMANENTS (REECRIT) :
      * LA TABLE EST ECRITE DANS UNE NOUVELLE GENERATION,
      * CONTROLEE (NOMBRE, TOTAL DES PLAFONDS) PUIS BASCULEE
      ***********************************************
       01  WS-NOM-FLIMITE PIC X(40) VALUE "LIMITES-CREDIT.txt".
       01  WS-REECRITURE.
           05  WS-REE-FONCTION  PIC X(01) VALUE "R".
           05  WS-REE-FICHIER   PIC X(40) VALUE "LIMITES-CREDIT.txt".
           05  WS-REE-NOUVEAU   PIC X(40) VALUE SPACES.
           05  WS-REE-PROGRAMME PIC X(08) VALUE "VALIDLIM".
           05  WS-REE-POSITION  PIC 9(04) VALUE 10.
           05  WS-REE-LONGUEUR  PIC 9(02) VALUE 11.
           05  WS-REE-DECIMALES PIC 9(01) VALUE 2.
           05  WS-REE-NB-ENREG  PIC 9(09) VALUE ZEROES.
           05  WS-REE-TOTAL     PIC 9(13)V99 VALUE ZEROES.
           05  WS-REE-STATUT    PIC X(01) VALUE SPACES.
               88  WS-REE-OK VALUE "0" "1" "2".

       PROCEDURE DIVISION.
       0000-MAIN-DEB.
      *******************************************************
      *******************************************************
           DISPLAY "VALIDATION DES PLAFONDS DE CREDIT PROPOSES".
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
      *********** PLAFONDS ACTUELS EN TABLE
           PERFORM 1000-CHARGEMENT-LIMITES-DEBUT
              THRU 1000-CHARGEMENT-LIMITES-FIN.
                  THRU 3000-REECRITURE-LIMITES-FIN
           END-IF.

      *********** REVUE CONSERVEE SI LES PLAFONDS N'ONT PAS ETE
      *********** REMPLACES : ELLE SERA REPRESENTEE
           IF RETURN-CODE < 16
               OPEN OUTPUT FREVUE
               CLOSE FREVUE
           END-IF.

           DISPLAY "==============================================".
           DISPLAY "PROPOSITIONS ACCEPTEES: " WS-COMPTEUR-ACCEPTES.
      *******************************************************
       3000-REECRITURE-LIMITES-DEBUT.

      ****** ECRITURE DANS LA NOUVELLE GENERATION
           MOVE WS-REE-NOUVEAU TO WS-NOM-FLIMITE.
           MOVE ZEROES TO WS-REE-NB-ENREG WS-REE-TOTAL.
           OPEN OUTPUT FLIMITE.
           IF NOT WS-STATUS-FILE-FLIMITE-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FLIMITE': "
                       WS-STATUS-FILE-FLIMITE
               MOVE WS-REE-FICHIER TO WS-NOM-FLIMITE
               MOVE 16 TO RETURN-CODE
               GO TO 3000-REECRITURE-LIMITES-FIN
           END-IF.
               MOVE WS-LIM-ID (WS-INDICE)      TO RLIMITE-ID
               MOVE WS-LIM-PLAFOND (WS-INDICE) TO RLIMITE-PLAFOND
               WRITE RLIMITE
               ADD 1 TO WS-REE-NB-ENREG
               ADD WS-LIM-PLAFOND (WS-INDICE) TO WS-REE-TOTAL
           END-PERFORM.
           CLOSE FLIMITE.
           MOVE WS-REE-FICHIER TO WS-NOM-FLIMITE.
      *
      ****** CONTROLE DE LA GENERATION PUIS BASCULE
           MOVE "B" TO WS-REE-FONCTION.
           CALL 'REECRIT' USING WS-REECRITURE
               ON EXCEPTION
                   MOVE "9" TO WS-REE-STATUT
           END-CALL.
           IF NOT WS-REE-OK
               DISPLAY "*** LIMITES-CREDIT.txt NON REMPLACE ***"
               MOVE 16 TO RETURN-CODE
               GO TO 3000-REECRITURE-LIMITES-FIN
           END-IF.

           DISPLAY "NOMBRE DE PLAFONDS REECRITS: " WS-NB-LIMITES.

