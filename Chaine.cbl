      *
      * Execute les etapes dans l'ordre par CALL :
      *   SAUVEGARDE, PREVOL, FACTURES, AUDITFACT, FACTEDIT,
      *   HISTFACT, ENCAISSE, ETAT132, ELEVES, SYNTHESE (LA PAGE
      *   D'EXPLOITATION DU MATIN)
      * En controlant le RETURN-CODE de chacune :
      *   0 ou 4 (avertissement) : on continue
      *   au-dela : la chaine s'arrete
      *   (le seuil de 4 peut etre change etape par etape dans le
      *   catalogue, voir plus bas)
      * La progression est inscrite etape par etape dans
      * CHAINE-ETAT.txt (convention mot-cle=valeur, dans l'esprit du
      * checkpoint de FACTURES) : au relancement, la chaine reprend
      *   Q quotidienne (defaut), H hebdomadaire (le premier jour
      *   ouvre de la semaine), M fin de mois (le dernier jour
      *   ouvre du mois)
      *
      * La liste des etapes est lue dans CHAINE-CATALOGUE.txt, une
      * ligne par etape (ligne commencant par * = commentaire) :
      *   ORDRE (3) . PROGRAMME (10) . FREQUENCE Q/H/M (1) .
      *   CODE RETOUR MAXIMUM ACCEPTE (2) . SUR AVERTISSEMENT D'UN
      *   PREDECESSEUR : E EXECUTER / S SAUTER (1) .
      *   JUSQU'A 5 PREDECESSEURS (10 + SEPARATEUR CHACUN)
      * Une frequence a blanc reprend celle de CHAINE-PLAN.txt (ou
      * Q), un code retour maximum a blanc vaut 4, une consigne a
      * blanc vaut E. Les etapes tournent dans l'ordre croissant.
      * Au-dela de son code retour maximum, une etape est en echec
      * et la chaine s'arrete ; entre 1 et ce maximum, elle est en
      * avertissement et les etapes qui en dependent tournent ou
      * sont sautees selon leur consigne. Une etape dont un
      * predecesseur a ete saute pour cette raison est sautee a son
      * tour (un predecesseur saute par le calendrier ne bloque
      * rien).
      * Le catalogue est controle au demarrage ; la chaine ne part
      * pas si une ligne est invalide : ordre ou programme en
      * double, programme introuvable, predecesseur absent du
      * catalogue ou ordonne apres l'etape, dependance circulaire.
      * Sans catalogue, la chaine reprend les etapes historiques
      * ci-dessus (code retour maximum 4, sans dependance).
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FPLAN.

      ******** CATALOGUE DES ETAPES (ORDRE, PROGRAMME, FREQUENCE,
      ******** CODE RETOUR MAXIMUM, DEPENDANCES)
           SELECT FCATALOGUE ASSIGN TO "CHAINE-CATALOGUE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FCATALOGUE.

       DATA DIVISION.
       FILE SECTION.
       FD  FETAT.
       FD  FPLAN.
       01  RPLAN PIC X(20).

      ******** CATALOGUE DES ETAPES DE LA CHAINE
       FD  FCATALOGUE.
       01  RCATALOGUE.
           05  CAT-ORDRE         PIC X(03).
           05  FILLER            PIC X(01).
           05  CAT-PROGRAMME     PIC X(10).
           05  FILLER            PIC X(01).
           05  CAT-FREQUENCE     PIC X(01).
           05  FILLER            PIC X(01).
           05  CAT-RC-MAX        PIC X(02).
           05  FILLER            PIC X(01).
           05  CAT-SI-AVERTISSEMENT PIC X(01).
           05  FILLER            PIC X(01).
           05  CAT-PREDECESSEURS OCCURS 5.
               10  CAT-PREDECESSEUR PIC X(10).
               10  FILLER           PIC X(01).

       WORKING-STORAGE SECTION.
       77  WS-STATUS-FILE-FETAT PIC X(02) VALUE SPACES.
           88  WS-STATUS-FILE-FETAT-OK  VALUE "00".
           88  WS-STATUS-FILE-FETAT-EOF VALUE "10".

      ***********************************************
      * LES ETAPES HISTORIQUES DE LA CHAINE, DANS L'ORDRE
      * (SANS CHAINE-CATALOGUE.txt)
      ***********************************************
       01  WS-TABLE-DEFAUT.
           05  FILLER PIC X(10) VALUE "SAUVEGARDE".
           05  FILLER PIC X(10) VALUE "PREVOL".
           05  FILLER PIC X(10) VALUE "FACTURES".
           05  FILLER PIC X(10) VALUE "AUDITFACT".
           05  FILLER PIC X(10) VALUE "FACTEDIT".
           05  FILLER PIC X(10) VALUE "HISTFACT".
           05  FILLER PIC X(10) VALUE "ENCAISSE".
           05  FILLER PIC X(10) VALUE "ETAT132".
           05  FILLER PIC X(10) VALUE "ELEVES".
           05  FILLER PIC X(10) VALUE "SYNTHESE".
       01  WS-TABLE-DEFAUT-R REDEFINES WS-TABLE-DEFAUT.
           05  WS-ETAPE-DEFAUT OCCURS 10 PIC X(10).
       77  WS-NB-ETAPES-DEFAUT PIC 9(02) VALUE 10.

      ***********************************************
      * LES ETAPES DE LA CHAINE (CATALOGUE), DANS L'ORDRE
      ***********************************************
       77  WS-STATUS-FILE-FCATALOGUE PIC X(02) VALUE SPACES.
           88  WS-STATUS-FILE-FCATALOGUE-OK  VALUE "00".
       01  WS-TABLE-ETAPES.
           05  WS-ETAPE-ENTRY OCCURS 50.
               10  WS-ETAPE          PIC X(10).
               10  WS-ETAPE-ORDRE    PIC 9(03).
               10  WS-ETAPE-FREQ     PIC X(01).
               10  WS-ETAPE-RC-MAX   PIC 9(02).
               10  WS-ETAPE-SI-AVERT PIC X(01).
                   88  WS-ETAPE-SAUTE-SI-AVERT VALUE "S".
               10  WS-ETAPE-NB-PRED  PIC 9(01).
               10  WS-ETAPE-PRED     OCCURS 5 PIC X(10).
               10  WS-ETAPE-PRED-IND OCCURS 5 PIC 9(02).
      ****** RESULTAT : O PASSEE, A AVERTISSEMENT, C SAUTEE PAR LE
      ****** CALENDRIER, D SAUTEE (DEPENDANCE), E ECHEC
               10  WS-ETAPE-RESULTAT PIC X(01).
               10  WS-ETAPE-MARQUE   PIC X(01).
       01  WS-ETAPE-ECHANGE PIC X(80).
       77  WS-NB-ETAPES  PIC 9(02) VALUE ZEROES.
       77  WS-MAX-ETAPES PIC 9(02) VALUE 50.
       77  WS-INDICE     PIC 9(02) VALUE ZEROES.
       77  WS-INDICE2    PIC 9(02) VALUE ZEROES.
       77  WS-INDICE-PRED PIC 9(01) VALUE ZEROES.
       77  WS-NUMERO-LIGNE PIC 9(03) VALUE ZEROES.
       77  WS-ERREURS-CATALOGUE PIC 9(03) VALUE ZEROES.
       77  WS-CATALOGUE-LU PIC X(01) VALUE "N".
           88  WS-CATALOGUE-LU-OUI VALUE "O".
       77  WS-PROGRESSION PIC X(01) VALUE "N".
           88  WS-PROGRESSION-OUI VALUE "O".
       77  WS-DEPENDANCE-BLOQUANTE PIC X(01) VALUE "N".
           88  WS-DEPENDANCE-BLOQUANTE-OUI VALUE "O".
       77  WS-NOM-BLOQUANT PIC X(10) VALUE SPACES.
       77  WS-MESSAGE-CATALOGUE PIC X(60) VALUE SPACES.
       01  WS-POINTEUR-PROGRAMME USAGE PROCEDURE-POINTER.

      ***********************************************
      * ETAT DE LA CHAINE ET CONDUITE DES APPELS
       77  WS-CODE-RETOUR PIC S9(04) VALUE ZEROES.
       77  WS-COMPTEUR-EXECUTEES PIC 9(02) VALUE ZEROES.
       77  WS-COMPTEUR-SAUTEES PIC 9(02) VALUE ZEROES.
       77  WS-COMPTEUR-DEPENDANCES PIC 9(02) VALUE ZEROES.
       77  WS-NOM-ETAPE-OK PIC X(10) VALUE SPACES.
       77  WS-NOM-RESULTAT PIC X(10) VALUE SPACES.
       77  WS-CODE-RESULTAT PIC X(01) VALUE SPACES.

      ***********************************************
      * CALENDRIER D'EXPLOITATION : FREQUENCE DE CHAQUE ETAPE
       77  WS-STATUS-FILE-FPLAN PIC X(02) VALUE SPACES.
           88  WS-STATUS-FILE-FPLAN-OK  VALUE "00".
           88  WS-STATUS-FILE-FPLAN-EOF VALUE "10".
       77  WS-INDICE-PLAN PIC 9(02) VALUE ZEROES.
       77  WS-NOM-ETAPE-PLAN PIC X(10) VALUE SPACES.
       77  WS-ACTION-PLAN PIC X(01) VALUE SPACES.
           MOVE "DEBUT DE LA CHAINE DE NUIT" TO WS-JRN-MESSAGE.
           PERFORM JOURNALISER-DEBUT THRU JOURNALISER-FIN.
      *
      ****** CATALOGUE DES ETAPES : CHARGEMENT ET CONTROLE
           PERFORM CHARGEMENT-CATALOGUE-DEBUT
              THRU CHARGEMENT-CATALOGUE-FIN.
           PERFORM CONTROLE-CATALOGUE-DEBUT
              THRU CONTROLE-CATALOGUE-FIN.
           IF WS-ERREURS-CATALOGUE > ZEROES
               DISPLAY "*** CATALOGUE DE LA CHAINE INVALIDE ("
                       WS-ERREURS-CATALOGUE
                       " ERREUR(S)) - LA CHAINE NE PART PAS ***"
               MOVE "E" TO WS-JRN-SEVERITE
               MOVE "CHAINE NON LANCEE (CATALOGUE INVALIDE)"
                    TO WS-JRN-MESSAGE
               PERFORM JOURNALISER-DEBUT THRU JOURNALISER-FIN
               MOVE 16 TO RETURN-CODE
               GO TO FIN-PROGRAMME
           END-IF.
      *
      ****** POSITION DU JOUR DANS LE CALENDRIER D'EXPLOITATION
           PERFORM POSITION-CALENDRIER-DEBUT
              THRU POSITION-CALENDRIER-FIN.
               DISPLAY "CHAINE TERMINEE: " WS-COMPTEUR-EXECUTEES
                       " ETAPE(S) EXECUTEE(S), "
                       WS-COMPTEUR-SAUTEES
                       " SAUTEE(S) PAR LE CALENDRIER, "
                       WS-COMPTEUR-DEPENDANCES
                       " SAUTEE(S) SUR AVERTISSEMENT"
               MOVE "I" TO WS-JRN-SEVERITE
               MOVE "FIN NORMALE DE LA CHAINE DE NUIT"
                    TO WS-JRN-MESSAGE
               PERFORM JOURNALISER-DEBUT THRU JOURNALISER-FIN
      ****** 4 SI UNE ETAPE A FINI EN AVERTISSEMENT OU A ETE SAUTEE
               MOVE ZEROES TO RETURN-CODE
               PERFORM VARYING WS-INDICE FROM 1 BY 1
                       UNTIL WS-INDICE > WS-NB-ETAPES
                   IF WS-ETAPE-RESULTAT (WS-INDICE) = "A"
                   OR WS-ETAPE-RESULTAT (WS-INDICE) = "D"
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-PERFORM
           END-IF.

       FIN-PROGRAMME.
           STOP RUN.

      *******************************************************
      *  CHARGEMENT DU CATALOGUE DES ETAPES (CHAINE-CATALOGUE.txt,
      *  ABSENT = ETAPES HISTORIQUES) PUIS TRI PAR ORDRE
      *******************************************************
       CHARGEMENT-CATALOGUE-DEBUT.

           OPEN INPUT FCATALOGUE.
           IF NOT WS-STATUS-FILE-FCATALOGUE-OK
               DISPLAY "--> PAS DE CHAINE-CATALOGUE.txt: "
                       "ETAPES HISTORIQUES DE LA CHAINE"
               PERFORM VARYING WS-INDICE FROM 1 BY 1
                       UNTIL WS-INDICE > WS-NB-ETAPES-DEFAUT
                   ADD 1 TO WS-NB-ETAPES
                   INITIALIZE WS-ETAPE-ENTRY (WS-NB-ETAPES)
                   MOVE WS-ETAPE-DEFAUT (WS-INDICE)
                        TO WS-ETAPE (WS-NB-ETAPES)
                   MOVE WS-INDICE TO WS-ETAPE-ORDRE (WS-NB-ETAPES)
                   MOVE 4 TO WS-ETAPE-RC-MAX (WS-NB-ETAPES)
                   MOVE "E" TO WS-ETAPE-SI-AVERT (WS-NB-ETAPES)
               END-PERFORM
               GO TO CHARGEMENT-CATALOGUE-FIN
           END-IF.

           MOVE "O" TO WS-CATALOGUE-LU.
           PERFORM UNTIL NOT WS-STATUS-FILE-FCATALOGUE-OK
               READ FCATALOGUE
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO WS-NUMERO-LIGNE
                       IF RCATALOGUE (1:1) NOT = "*"
                       AND RCATALOGUE NOT = SPACES
                           PERFORM AJOUT-ETAPE-DEBUT
                              THRU AJOUT-ETAPE-FIN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FCATALOGUE.

           IF WS-NB-ETAPES = ZEROES
               MOVE ZEROES TO WS-NUMERO-LIGNE
               MOVE "CATALOGUE SANS AUCUNE ETAPE"
                    TO WS-MESSAGE-CATALOGUE
               PERFORM ERREUR-CATALOGUE-DEBUT
                  THRU ERREUR-CATALOGUE-FIN
           END-IF.
      *
      ****** TRI DES ETAPES PAR ORDRE CROISSANT (ECHANGES)
           MOVE "O" TO WS-PROGRESSION.
           PERFORM UNTIL NOT WS-PROGRESSION-OUI
               MOVE "N" TO WS-PROGRESSION
               PERFORM VARYING WS-INDICE FROM 2 BY 1
                       UNTIL WS-INDICE > WS-NB-ETAPES
                   COMPUTE WS-INDICE2 = WS-INDICE - 1
                   IF WS-ETAPE-ORDRE (WS-INDICE2)
                      > WS-ETAPE-ORDRE (WS-INDICE)
                       MOVE WS-ETAPE-ENTRY (WS-INDICE)
                            TO WS-ETAPE-ECHANGE
                       MOVE WS-ETAPE-ENTRY (WS-INDICE2)
                            TO WS-ETAPE-ENTRY (WS-INDICE)
                       MOVE WS-ETAPE-ECHANGE
                            TO WS-ETAPE-ENTRY (WS-INDICE2)
                       MOVE "O" TO WS-PROGRESSION
                   END-IF
               END-PERFORM
           END-PERFORM.

       CHARGEMENT-CATALOGUE-FIN.
           EXIT.

      *******************************************************
      *  CONTROLE ET AJOUT D'UNE LIGNE DU CATALOGUE
      *******************************************************
       AJOUT-ETAPE-DEBUT.

           IF WS-NB-ETAPES >= WS-MAX-ETAPES
               MOVE "PLUS DE 50 ETAPES AU CATALOGUE"
                    TO WS-MESSAGE-CATALOGUE
               PERFORM ERREUR-CATALOGUE-DEBUT
                  THRU ERREUR-CATALOGUE-FIN
               GO TO AJOUT-ETAPE-FIN
           END-IF.
           IF CAT-ORDRE NOT NUMERIC
               MOVE "ORDRE NON NUMERIQUE (3 CHIFFRES)"
                    TO WS-MESSAGE-CATALOGUE
               PERFORM ERREUR-CATALOGUE-DEBUT
                  THRU ERREUR-CATALOGUE-FIN
               GO TO AJOUT-ETAPE-FIN
           END-IF.
           IF CAT-PROGRAMME = SPACES
               MOVE "PROGRAMME ABSENT" TO WS-MESSAGE-CATALOGUE
               PERFORM ERREUR-CATALOGUE-DEBUT
                  THRU ERREUR-CATALOGUE-FIN
               GO TO AJOUT-ETAPE-FIN
           END-IF.
           IF CAT-FREQUENCE NOT = SPACES
           AND CAT-FREQUENCE NOT = "Q"
           AND CAT-FREQUENCE NOT = "H"
           AND CAT-FREQUENCE NOT = "M"
               MOVE "FREQUENCE AUTRE QUE Q, H OU M"
                    TO WS-MESSAGE-CATALOGUE
               PERFORM ERREUR-CATALOGUE-DEBUT
                  THRU ERREUR-CATALOGUE-FIN
               GO TO AJOUT-ETAPE-FIN
           END-IF.
           IF CAT-RC-MAX NOT = SPACES
           AND CAT-RC-MAX NOT NUMERIC
               MOVE "CODE RETOUR MAXIMUM NON NUMERIQUE"
                    TO WS-MESSAGE-CATALOGUE
               PERFORM ERREUR-CATALOGUE-DEBUT
                  THRU ERREUR-CATALOGUE-FIN
               GO TO AJOUT-ETAPE-FIN
           END-IF.
           IF CAT-SI-AVERTISSEMENT NOT = SPACES
           AND CAT-SI-AVERTISSEMENT NOT = "E"
           AND CAT-SI-AVERTISSEMENT NOT = "S"
               MOVE "CONSIGNE SUR AVERTISSEMENT AUTRE QUE E OU S"
                    TO WS-MESSAGE-CATALOGUE
               PERFORM ERREUR-CATALOGUE-DEBUT
                  THRU ERREUR-CATALOGUE-FIN
               GO TO AJOUT-ETAPE-FIN
           END-IF.

           ADD 1 TO WS-NB-ETAPES.
           INITIALIZE WS-ETAPE-ENTRY (WS-NB-ETAPES).
           MOVE FUNCTION UPPER-CASE (CAT-PROGRAMME)
                TO WS-ETAPE (WS-NB-ETAPES).
           MOVE CAT-ORDRE TO WS-ETAPE-ORDRE (WS-NB-ETAPES).
           MOVE CAT-FREQUENCE TO WS-ETAPE-FREQ (WS-NB-ETAPES).
           IF CAT-RC-MAX = SPACES
               MOVE 4 TO WS-ETAPE-RC-MAX (WS-NB-ETAPES)
           ELSE
               MOVE CAT-RC-MAX TO WS-ETAPE-RC-MAX (WS-NB-ETAPES)
           END-IF.
           IF CAT-SI-AVERTISSEMENT = SPACES
               MOVE "E" TO WS-ETAPE-SI-AVERT (WS-NB-ETAPES)
           ELSE
               MOVE CAT-SI-AVERTISSEMENT
                    TO WS-ETAPE-SI-AVERT (WS-NB-ETAPES)
           END-IF.
           PERFORM VARYING WS-INDICE-PRED FROM 1 BY 1
                   UNTIL WS-INDICE-PRED > 5
               IF CAT-PREDECESSEUR (WS-INDICE-PRED) NOT = SPACES
                   ADD 1 TO WS-ETAPE-NB-PRED (WS-NB-ETAPES)
                   MOVE FUNCTION UPPER-CASE
                        (CAT-PREDECESSEUR (WS-INDICE-PRED))
                        TO WS-ETAPE-PRED (WS-NB-ETAPES,
                           WS-ETAPE-NB-PRED (WS-NB-ETAPES))
               END-IF
           END-PERFORM.

       AJOUT-ETAPE-FIN.
           EXIT.

      *******************************************************
      *  CONTROLE DU CATALOGUE : DOUBLONS, PROGRAMMES
      *  INTROUVABLES, PREDECESSEURS ABSENTS OU ORDONNES APRES,
      *  DEPENDANCES CIRCULAIRES
      *******************************************************
       CONTROLE-CATALOGUE-DEBUT.

           MOVE ZEROES TO WS-NUMERO-LIGNE.
           PERFORM VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-NB-ETAPES
      ****** ORDRE ET PROGRAMME UNIQUES
               IF WS-INDICE > 1
                   COMPUTE WS-INDICE2 = WS-INDICE - 1
                   IF WS-ETAPE-ORDRE (WS-INDICE2)
                      = WS-ETAPE-ORDRE (WS-INDICE)
                       MOVE SPACES TO WS-MESSAGE-CATALOGUE
                       STRING "ORDRE " WS-ETAPE-ORDRE (WS-INDICE)
                              " EN DOUBLE"
                              DELIMITED BY SIZE
                              INTO WS-MESSAGE-CATALOGUE
                       PERFORM ERREUR-CATALOGUE-DEBUT
                          THRU ERREUR-CATALOGUE-FIN
                   END-IF
               END-IF
               PERFORM VARYING WS-INDICE2 FROM 1 BY 1
                       UNTIL WS-INDICE2 >= WS-INDICE
                   IF WS-ETAPE (WS-INDICE2) = WS-ETAPE (WS-INDICE)
                       MOVE SPACES TO WS-MESSAGE-CATALOGUE
                       STRING "PROGRAMME " WS-ETAPE (WS-INDICE)
                              " EN DOUBLE"
                              DELIMITED BY SIZE
                              INTO WS-MESSAGE-CATALOGUE
                       PERFORM ERREUR-CATALOGUE-DEBUT
                          THRU ERREUR-CATALOGUE-FIN
                   END-IF
               END-PERFORM
      ****** LE PROGRAMME DOIT ETRE DISPONIBLE A L'APPEL
               SET WS-POINTEUR-PROGRAMME TO ENTRY WS-ETAPE (WS-INDICE)
               IF WS-POINTEUR-PROGRAMME = NULL
                   MOVE SPACES TO WS-MESSAGE-CATALOGUE
                   STRING "PROGRAMME " WS-ETAPE (WS-INDICE)
                          " INTROUVABLE"
                          DELIMITED BY SIZE
                          INTO WS-MESSAGE-CATALOGUE
                   PERFORM ERREUR-CATALOGUE-DEBUT
                      THRU ERREUR-CATALOGUE-FIN
               END-IF
      ****** PREDECESSEURS : PRESENTS AU CATALOGUE
               PERFORM CONTROLE-PREDECESSEURS-DEBUT
                  THRU CONTROLE-PREDECESSEURS-FIN
           END-PERFORM.
      *
      ****** DEPENDANCES CIRCULAIRES : ON MARQUE DE PROCHE EN PROCHE
      ****** LES ETAPES DONT TOUS LES PREDECESSEURS SONT MARQUES ;
      ****** CELLES QUI RESTENT SONT PRISES DANS UN CYCLE
           MOVE "O" TO WS-PROGRESSION.
           PERFORM UNTIL NOT WS-PROGRESSION-OUI
               MOVE "N" TO WS-PROGRESSION
               PERFORM VARYING WS-INDICE FROM 1 BY 1
                       UNTIL WS-INDICE > WS-NB-ETAPES
                   IF WS-ETAPE-MARQUE (WS-INDICE) NOT = "O"
                       MOVE "N" TO WS-DEPENDANCE-BLOQUANTE
                       PERFORM VARYING WS-INDICE-PRED FROM 1 BY 1
                               UNTIL WS-INDICE-PRED
                                     > WS-ETAPE-NB-PRED (WS-INDICE)
                           MOVE WS-ETAPE-PRED-IND
                                (WS-INDICE, WS-INDICE-PRED)
                                TO WS-INDICE2
                           IF WS-INDICE2 > ZEROES
                           AND WS-ETAPE-MARQUE (WS-INDICE2) NOT = "O"
                               MOVE "O" TO WS-DEPENDANCE-BLOQUANTE
                           END-IF
                       END-PERFORM
                       IF NOT WS-DEPENDANCE-BLOQUANTE-OUI
                           MOVE "O" TO WS-ETAPE-MARQUE (WS-INDICE)
                           MOVE "O" TO WS-PROGRESSION
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.
           PERFORM VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-NB-ETAPES
               IF WS-ETAPE-MARQUE (WS-INDICE) NOT = "O"
                   MOVE SPACES TO WS-MESSAGE-CATALOGUE
                   STRING "DEPENDANCE CIRCULAIRE SUR "
                          WS-ETAPE (WS-INDICE)
                          DELIMITED BY SIZE
                          INTO WS-MESSAGE-CATALOGUE
                   PERFORM ERREUR-CATALOGUE-DEBUT
                      THRU ERREUR-CATALOGUE-FIN
               ELSE
      ****** HORS CYCLE, UN PREDECESSEUR DOIT PASSER AVANT L'ETAPE
                   PERFORM VARYING WS-INDICE-PRED FROM 1 BY 1
                           UNTIL WS-INDICE-PRED
                                 > WS-ETAPE-NB-PRED (WS-INDICE)
                       IF WS-ETAPE-PRED-IND (WS-INDICE, WS-INDICE-PRED)
                          > WS-INDICE
                           MOVE SPACES TO WS-MESSAGE-CATALOGUE
                           STRING "PREDECESSEUR "
                                  WS-ETAPE-PRED
                                  (WS-INDICE, WS-INDICE-PRED)
                                  " ORDONNE APRES "
                                  WS-ETAPE (WS-INDICE)
                                  DELIMITED BY SIZE
                                  INTO WS-MESSAGE-CATALOGUE
                           PERFORM ERREUR-CATALOGUE-DEBUT
                              THRU ERREUR-CATALOGUE-FIN
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

           IF WS-ERREURS-CATALOGUE = ZEROES
               DISPLAY "CATALOGUE DE LA CHAINE: " WS-NB-ETAPES
                       " ETAPE(S)"
           END-IF.

       CONTROLE-CATALOGUE-FIN.
           EXIT.

      *******************************************************
      *  PREDECESSEURS DE L'ETAPE WS-INDICE : RANG DANS LA TABLE
      *******************************************************
       CONTROLE-PREDECESSEURS-DEBUT.

           PERFORM VARYING WS-INDICE-PRED FROM 1 BY 1
                   UNTIL WS-INDICE-PRED > WS-ETAPE-NB-PRED (WS-INDICE)
               MOVE ZEROES
                    TO WS-ETAPE-PRED-IND (WS-INDICE, WS-INDICE-PRED)
               PERFORM VARYING WS-INDICE2 FROM 1 BY 1
                       UNTIL WS-INDICE2 > WS-NB-ETAPES
                   IF WS-ETAPE (WS-INDICE2)
                      = WS-ETAPE-PRED (WS-INDICE, WS-INDICE-PRED)
                       MOVE WS-INDICE2 TO WS-ETAPE-PRED-IND
                            (WS-INDICE, WS-INDICE-PRED)
                   END-IF
               END-PERFORM
               IF WS-ETAPE-PRED-IND (WS-INDICE, WS-INDICE-PRED)
                  = ZEROES
                   MOVE SPACES TO WS-MESSAGE-CATALOGUE
                   STRING "PREDECESSEUR "
                          WS-ETAPE-PRED (WS-INDICE, WS-INDICE-PRED)
                          " DE " WS-ETAPE (WS-INDICE)
                          " ABSENT DU CATALOGUE"
                          DELIMITED BY SIZE
                          INTO WS-MESSAGE-CATALOGUE
                   PERFORM ERREUR-CATALOGUE-DEBUT
                      THRU ERREUR-CATALOGUE-FIN
               END-IF
           END-PERFORM.

       CONTROLE-PREDECESSEURS-FIN.
           EXIT.

      *******************************************************
      *  ERREUR DE CATALOGUE : AFFICHEE (AVEC LA LIGNE AU
      *  CHARGEMENT) ET COMPTEE
      *******************************************************
       ERREUR-CATALOGUE-DEBUT.

           ADD 1 TO WS-ERREURS-CATALOGUE.
           IF WS-NUMERO-LIGNE > ZEROES
               DISPLAY "--> CATALOGUE LIGNE " WS-NUMERO-LIGNE ": "
                       WS-MESSAGE-CATALOGUE
           ELSE
               DISPLAY "--> CATALOGUE: " WS-MESSAGE-CATALOGUE
           END-IF.

       ERREUR-CATALOGUE-FIN.
           EXIT.

      *******************************************************
      *  LECTURE DE L'ETAT D'UNE CHAINE INTERROMPUE
      *******************************************************
                           MOVE RETAT (10:2)
                                TO WS-DERNIERE-ETAPE-OK
                       END-IF
                       IF RETAT (1:10) = "PROGRAMME="
                           MOVE RETAT (11:10) TO WS-NOM-ETAPE-OK
                       END-IF
                       IF RETAT (1:9) = "RESULTAT="
                           PERFORM REPRISE-RESULTAT-DEBUT
                              THRU REPRISE-RESULTAT-FIN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FETAT.
      *
      ****** LE CATALOGUE A PU CHANGER DEPUIS L'INTERRUPTION : LA
      ****** REPRISE SE FAIT APRES L'ETAPE PASSEE, RETROUVEE PAR SON
      ****** NOM
           IF WS-NOM-ETAPE-OK NOT = SPACES
               PERFORM VARYING WS-INDICE2 FROM 1 BY 1
                       UNTIL WS-INDICE2 > WS-NB-ETAPES
                   IF WS-ETAPE (WS-INDICE2) = WS-NOM-ETAPE-OK
                       MOVE WS-INDICE2 TO WS-DERNIERE-ETAPE-OK
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-DERNIERE-ETAPE-OK > WS-NB-ETAPES
               MOVE WS-NB-ETAPES TO WS-DERNIERE-ETAPE-OK
           END-IF.
           PERFORM VARYING WS-INDICE2 FROM 1 BY 1
                   UNTIL WS-INDICE2 > WS-DERNIERE-ETAPE-OK
               IF WS-ETAPE-RESULTAT (WS-INDICE2) = SPACES
                   MOVE "O" TO WS-ETAPE-RESULTAT (WS-INDICE2)
               END-IF
           END-PERFORM.

       LECTURE-ETAT-FIN.
           EXIT.

      *******************************************************
      *  RESULTAT D'UNE ETAPE PASSEE AVANT L'INTERRUPTION
      *  (RESULTAT=PROGRAMME C)
      *******************************************************
       REPRISE-RESULTAT-DEBUT.

           MOVE RETAT (10:10) TO WS-NOM-RESULTAT.
           MOVE RETAT (21:1) TO WS-CODE-RESULTAT.
           PERFORM VARYING WS-INDICE2 FROM 1 BY 1
                   UNTIL WS-INDICE2 > WS-NB-ETAPES
               IF WS-ETAPE (WS-INDICE2) = WS-NOM-RESULTAT
                   MOVE WS-CODE-RESULTAT
                        TO WS-ETAPE-RESULTAT (WS-INDICE2)
               END-IF
           END-PERFORM.

       REPRISE-RESULTAT-FIN.
           EXIT.

      *******************************************************
      *  ECRITURE DE L'ETAT APRES UNE ETAPE PASSEE
      *******************************************************
               STRING "ETAPE-OK=" WS-INDICE
                      DELIMITED BY SIZE INTO RETAT
               WRITE RETAT
               MOVE SPACES TO RETAT
               STRING "PROGRAMME=" WS-ETAPE (WS-INDICE)
                      DELIMITED BY SIZE INTO RETAT
               WRITE RETAT
      ****** RESULTATS DES ETAPES PASSEES (DEPENDANCES A LA REPRISE)
               PERFORM VARYING WS-INDICE2 FROM 1 BY 1
                       UNTIL WS-INDICE2 > WS-INDICE
                   MOVE SPACES TO RETAT
                   STRING "RESULTAT=" WS-ETAPE (WS-INDICE2) " "
                          WS-ETAPE-RESULTAT (WS-INDICE2)
                          DELIMITED BY SIZE INTO RETAT
                   WRITE RETAT
               END-PERFORM
               CLOSE FETAT
           END-IF.

               DISPLAY "ETAPE " WS-ETAPE (WS-INDICE)
                       " HEBDOMADAIRE, SAUTEE CE JOUR"
               ADD 1 TO WS-COMPTEUR-SAUTEES
               MOVE "C" TO WS-ETAPE-RESULTAT (WS-INDICE)
               PERFORM ECRITURE-ETAT-DEBUT THRU ECRITURE-ETAT-FIN
               GO TO EXECUTION-ETAPE-FIN
           END-IF.
               DISPLAY "ETAPE " WS-ETAPE (WS-INDICE)
                       " DE FIN DE MOIS, SAUTEE CE JOUR"
               ADD 1 TO WS-COMPTEUR-SAUTEES
               MOVE "C" TO WS-ETAPE-RESULTAT (WS-INDICE)
               PERFORM ECRITURE-ETAT-DEBUT THRU ECRITURE-ETAT-FIN
               GO TO EXECUTION-ETAPE-FIN
           END-IF.
      *
      ****** PREDECESSEUR EN AVERTISSEMENT (CONSIGNE S) OU LUI-MEME
      ****** SAUTE POUR CETTE RAISON : L'ETAPE EST SAUTEE
           MOVE "N" TO WS-DEPENDANCE-BLOQUANTE.
           PERFORM VARYING WS-INDICE-PRED FROM 1 BY 1
                   UNTIL WS-INDICE-PRED > WS-ETAPE-NB-PRED (WS-INDICE)
                      OR WS-DEPENDANCE-BLOQUANTE-OUI
               MOVE WS-ETAPE-PRED-IND (WS-INDICE, WS-INDICE-PRED)
                    TO WS-INDICE2
               IF WS-ETAPE-RESULTAT (WS-INDICE2) = "D"
               OR (WS-ETAPE-RESULTAT (WS-INDICE2) = "A"
                   AND WS-ETAPE-SAUTE-SI-AVERT (WS-INDICE))
                   MOVE "O" TO WS-DEPENDANCE-BLOQUANTE
                   MOVE WS-ETAPE (WS-INDICE2) TO WS-NOM-BLOQUANT
               END-IF
           END-PERFORM.
           IF WS-DEPENDANCE-BLOQUANTE-OUI
               DISPLAY "ETAPE " WS-ETAPE (WS-INDICE)
                       " SAUTEE: PREDECESSEUR " WS-NOM-BLOQUANT
                       " EN AVERTISSEMENT OU SAUTE"
               ADD 1 TO WS-COMPTEUR-DEPENDANCES
               MOVE "D" TO WS-ETAPE-RESULTAT (WS-INDICE)
               MOVE "W" TO WS-JRN-SEVERITE
               MOVE SPACES TO WS-JRN-MESSAGE
               STRING "ETAPE " WS-ETAPE (WS-INDICE)
                      " SAUTEE APRES " WS-NOM-BLOQUANT
                      DELIMITED BY SIZE INTO WS-JRN-MESSAGE
               PERFORM JOURNALISER-DEBUT THRU JOURNALISER-FIN
               PERFORM ECRITURE-ETAT-DEBUT THRU ECRITURE-ETAT-FIN
               GO TO EXECUTION-ETAPE-FIN
           END-IF.
           ADD 1 TO WS-COMPTEUR-EXECUTEES.

           IF WS-APPEL-ECHEC-OUI
           OR WS-CODE-RETOUR > WS-ETAPE-RC-MAX (WS-INDICE)
           OR WS-CODE-RETOUR < ZEROES
               DISPLAY "*** ETAPE " WS-ETAPE (WS-INDICE)
                       " EN ECHEC (CODE RETOUR " WS-CODE-RETOUR
                       ") ***"
                      INTO WS-JRN-MESSAGE
               PERFORM JOURNALISER-DEBUT THRU JOURNALISER-FIN
               MOVE "O" TO WS-CHAINE-ARRETEE
               MOVE "E" TO WS-ETAPE-RESULTAT (WS-INDICE)
               GO TO EXECUTION-ETAPE-FIN
           END-IF.

           IF WS-CODE-RETOUR > ZEROES
               DISPLAY "--> ETAPE " WS-ETAPE (WS-INDICE)
                       " EN AVERTISSEMENT (CODE RETOUR "
                       WS-CODE-RETOUR "), LA CHAINE CONTINUE"
               MOVE "A" TO WS-ETAPE-RESULTAT (WS-INDICE)
           ELSE
               MOVE "O" TO WS-ETAPE-RESULTAT (WS-INDICE)
           END-IF.

           PERFORM ECRITURE-ETAT-DEBUT THRU ECRITURE-ETAT-FIN.

           OPEN INPUT FPLAN.
           IF NOT WS-STATUS-FILE-FPLAN-OK
               PERFORM FREQUENCE-DEFAUT-DEBUT
                  THRU FREQUENCE-DEFAUT-FIN
               GO TO LECTURE-PLAN-FIN
           END-IF.

                               UNTIL WS-INDICE-PLAN > WS-NB-ETAPES
                           IF WS-ETAPE (WS-INDICE-PLAN)
                              = WS-NOM-ETAPE-PLAN
                           AND WS-ETAPE-FREQ (WS-INDICE-PLAN) = SPACES
                           AND (WS-ACTION-PLAN = "Q"
                             OR WS-ACTION-PLAN = "H"
                             OR WS-ACTION-PLAN = "M")
               END-READ
           END-PERFORM.
           CLOSE FPLAN.
           PERFORM FREQUENCE-DEFAUT-DEBUT THRU FREQUENCE-DEFAUT-FIN.

       LECTURE-PLAN-FIN.
           EXIT.

      *******************************************************
      *  FREQUENCE NI AU CATALOGUE NI AU PLAN : QUOTIDIENNE
      *******************************************************
       FREQUENCE-DEFAUT-DEBUT.

           PERFORM VARYING WS-INDICE-PLAN FROM 1 BY 1
                   UNTIL WS-INDICE-PLAN > WS-NB-ETAPES
               IF WS-ETAPE-FREQ (WS-INDICE-PLAN) = SPACES
                   MOVE "Q" TO WS-ETAPE-FREQ (WS-INDICE-PLAN)
               END-IF
           END-PERFORM.

       FREQUENCE-DEFAUT-FIN.
           EXIT.

      *******************************************************
      *  JOURNALISATION D'UN EVENEMENT VIA LOGEVENT
      *******************************************************
