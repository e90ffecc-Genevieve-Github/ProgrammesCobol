           05  WS-DTS-STATUT PIC X(01) VALUE "0".
               88  WS-DTS-STATUT-OK VALUE "0".

      ***********************************************
      * MOUVEMENTS INDEXES PAR CLIENT (MVTIDX) :
      * AVOIRS.IDX TENU A JOUR A CHAQUE AVOIR EMIS
      ***********************************************
       01  WS-MOUVEMENT-IDX.
           05  WS-MVI-FONCTION PIC X(01) VALUE "A".
           05  WS-MVI-FICHIER  PIC X(01) VALUE "A".
           05  WS-MVI-ID       PIC X(08) VALUE SPACES.
           05  WS-MVI-DATE     PIC X(08) VALUE SPACES.
           05  WS-MVI-ENREG    PIC X(67) VALUE SPACES.
           05  WS-MVI-STATUT   PIC X(01) VALUE SPACES.
               88  WS-MVI-INACCESSIBLE VALUE "8".
       01  WS-RC-SAUVE PIC S9(04) VALUE ZEROES.

       PROCEDURE DIVISION.
       0000-MAIN-DEB.
      *******************************************************
                                      DELIMITED BY SIZE
                                      INTO AVR-MOTIF
                               WRITE RAVOIR
                               PERFORM 7500-INDEXATION-AVOIR-DEBUT
                                  THRU 7500-INDEXATION-AVOIR-FIN
                               ADD 1 TO WS-COMPTEUR-AVOIRS
                           END-IF
                       END-IF

       6000-REECRITURE-DEMANDES-FIN.
           EXIT.

      *******************************************************
      *  L'AVOIR ECRIT DANS AVOIRS.txt EST AJOUTE A AVOIRS.IDX
      *  (SOUS-PROGRAMME MVTIDX, SANS EFFET TANT QUE L'INDEX
      *  N'A PAS ETE CONSTRUIT PAR AVOIRMIGRE)
      *******************************************************
       7500-INDEXATION-AVOIR-DEBUT.

           MOVE "A" TO WS-MVI-FONCTION.
           MOVE AVR-ID TO WS-MVI-ID.
           MOVE AVR-DATE TO WS-MVI-DATE.
           MOVE RAVOIR TO WS-MVI-ENREG.
           MOVE RETURN-CODE TO WS-RC-SAUVE.
           CALL 'MVTIDX' USING WS-MOUVEMENT-IDX
               ON EXCEPTION
                   MOVE "9" TO WS-MVI-STATUT
           END-CALL.
           MOVE WS-RC-SAUVE TO RETURN-CODE.
           IF WS-MVI-INACCESSIBLE
               DISPLAY "--> ! AVOIRS.IDX NON MIS A JOUR: "
                       "RELANCER AVOIRMIGRE"
           END-IF.

       7500-INDEXATION-AVOIR-FIN.
           EXIT.
