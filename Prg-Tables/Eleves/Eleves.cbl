      ******************************************************************
      * OBJECTIF: Traiter le fichier des notes ELEVES-INPUT.txt
      * (enregistrements "01" eleve, "02" matiere, "03" absences,
      * "05" appreciation du professeur par matiere ou du conseil
      * de classe, trimestre porte par le "01") et produire :
      *   - ELEVES-OUTPUT.txt / ELEVES-OUTPUT.csv : detail des notes,
      *     moyenne ponderee et absences par eleve, moyennes de classe
      *   - ELEVES-HISTORIQUE.txt : archivage date de chaque run,
      *     appreciations comprises avec leur trimestre
      *   - ELEVES-CLASSEMENT.txt : rang des eleves par classe
      *   - ELEVES-BULLETINS.txt : bulletin individuel (matieres,
      *     moyennes, rang, mention, absences, appreciations)
      *   - ELEVES-REJETS.txt : enregistrements refuses
      *
      * Quand MATIERES.txt est present, les bulletins d'une classe
      * ne sont edites que si le controle de completude (COMPLETUDE,
      * passe avant ELEVES sur le meme ELEVES-INPUT.txt) l'a
      * declaree complete dans ELEVES-COMPLETUDE-ETAT.txt. Une
      * execution forcee edite quand meme les classes incompletes
      * ou non controlees, avec la mention MOYENNE PROVISOIRE.
      *
      * Le traitement est conduit en FLOT TRIE (SORT sur classe puis
      * eleve et ruptures, comme les sous-totaux de FACTURES), et non
      * plus en tableau fixe OCCURS : la volumetrie n'est plus limitee
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FELEVE.

      ******** APPRECIATIONS AVEC CLE ELEVE (AVANT/APRES TRI)
           SELECT FTRAVC ASSIGN TO "ELEVES-TRAVAIL-APPRECIATIONS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FTRAVC.

      ******** ETAT DE COMPLETUDE PAR CLASSE (ECRIT PAR COMPLETUDE)
           SELECT FCOMPLETUDE ASSIGN TO "ELEVES-COMPLETUDE-ETAT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FCOMPLETUDE.

      ******** FICHIER DE TRI
           SELECT STRAVAIL ASSIGN TO SORTFILE.

      ****** 38 OCTETS DEPUIS L'AJOUT DU TYPE DE NOTE EN QUEUE DU
      ****** "02" (CC CONTROLE CONTINU, DS DEVOIR SURVEILLE, EX
      ****** EXAMEN) ; LES ANCIENS FICHIERS DE 36 OCTETS SONT
      ****** COMPLETES A BLANC EN LECTURE ET VALENT CC.
      ****** 88 OCTETS DEPUIS L'APPRECIATION ("05") ; LES AUTRES
      ****** TYPES GARDENT LEUR GABARIT DE 38 OCTETS
       FD FILE-INPUT
           RECORDING MODE IS F.
       01  REC-INPUT PIC X(88).

       FD  FILE-OUTPUT
           RECORDING MODE IS F.
       FD  FILE-BULLETINS.
       01  REC-BULLETIN PIC X(80).

      ******** REFERENTIEL DES MATIERES (LIBELLE, CLASSE, COEFF ;
      ******** LE NOMBRE MINIMUM DE NOTES N'EST LU QUE PAR COMPLETUDE)
       FD  FMATIERES.
       01  RMATIERE.
           05  RMATIERE-LIBELLE PIC X(26).
           05  RMATIERE-CLASSE  PIC X(05).
           05  FILLER           PIC X(01).
           05  RMATIERE-COEFF   PIC X(03).
           05  FILLER           PIC X(01).
           05  RMATIERE-NB-MIN  PIC X(02).

      ******** MATIERES ECLATEES AVEC CLE ELEVE
       FD  FTRAVM.
           05  FILLER             PIC X(01).
           05  ELV-VILLE          PIC X(20).

      ******** APPRECIATIONS AVEC CLE ELEVE (NUMERO D'ORDRE DE
      ******** LECTURE : LA DERNIERE SAISIE D'UNE MATIERE FAIT FOI ;
      ******** MATIERE A BLANC = APPRECIATION DU CONSEIL DE CLASSE)
       FD  FTRAVC.
       01  RTRAVC.
           05 TRAVC-CLE.
               10 TRAVC-CLASSE  PIC X(05).
               10 TRAVC-NOM     PIC X(07).
               10 TRAVC-PRENOM  PIC X(07).
           05 TRAVC-SEQUENCE PIC 9(06).
           05 TRAVC-MATIERE  PIC X(26).
           05 TRAVC-TEXTE    PIC X(60).

      ******** ETAT DE COMPLETUDE PAR CLASSE
       FD  FCOMPLETUDE.
       01  RCOMPLETUDE.
           05 CPL-CLASSE          PIC X(05).
           05 FILLER              PIC X(01).
           05 CPL-STATUT          PIC X(01).
               88 CPL-COMPLETE   VALUE "C".
           05 FILLER              PIC X(01).
           05 CPL-NB-ELEVES-INCOMPLETS PIC 9(04).
           05 FILLER              PIC X(01).
           05 CPL-NB-MATIERES-SANS-NOTE PIC 9(03).
           05 FILLER              PIC X(01).
           05 CPL-NB-ENREGS       PIC 9(06).
           05 FILLER              PIC X(01).
           05 CPL-DATE            PIC 9(08).
           05 FILLER              PIC X(01).
           05 CPL-TRIMESTRE       PIC X(01).

      ******** FICHIER DE TRI (GABARIT LE PLUS LARGE : APPRECIATIONS)
       SD  STRAVAIL.
       01  STRAVAIL-REC.
           05 STRAVAIL-CLE.
               10 STRAVAIL-CLASSE  PIC X(05).
               10 STRAVAIL-NOM     PIC X(07).
               10 STRAVAIL-PRENOM  PIC X(07).
           05 STRAVAIL-SUITE       PIC X(92).
       01  STRAVAIL-RANG-REC REDEFINES STRAVAIL-REC.
           05 SRANG-CLASSE     PIC X(05).
           05 SRANG-MOYENNE    PIC 9(02)V99.
           05 SRANG-NOM        PIC X(07).
           05 SRANG-PRENOM     PIC X(07).
           05 SRANG-SUITE      PIC X(88).
       01  STRAVAIL-APPREC-REC REDEFINES STRAVAIL-REC.
           05 SAPPREC-CLE      PIC X(19).
           05 SAPPREC-SEQUENCE PIC 9(06).
           05 SAPPREC-SUITE    PIC X(86).

       WORKING-STORAGE SECTION.
       01  WS-STATUS-FILE-INPUT PIC X(02).
       01 WS-STATUS-FILE-FRANGS PIC X(02).
           88 WS-STATUS-FILE-FRANGS-OK VALUE "00".
           88 WS-STATUS-FILE-FRANGS-EOF VALUE "10".
       01 WS-STATUS-FILE-FTRAVC PIC X(02).
           88 WS-STATUS-FILE-FTRAVC-OK VALUE "00".
           88 WS-STATUS-FILE-FTRAVC-EOF VALUE "10".
       01 WS-STATUS-FILE-FCOMPLETUDE PIC X(02).
           88 WS-STATUS-FILE-FCOMPLETUDE-OK VALUE "00".
           88 WS-STATUS-FILE-FCOMPLETUDE-EOF VALUE "10".

       01  WS-DATE-JOUR PIC 9(08) VALUE ZEROES.
       01  WS-EDIT-DATE-JOUR PIC 9(04)/9(02)/9(02).
               88 WS-REC02 VALUE "02".
               88 WS-REC03 VALUE "03".
               88 WS-REC04 VALUE "04".
               88 WS-REC05 VALUE "05".
           05  FILLER PIC X(86).
       01  WS-INPUT-REC01 REDEFINES WS-INPUT-REC.
           05 REC01-NUMERO PIC X(02).
           05 REC01-PRENOM PIC X(07).
           05 REC03-ABS-JUST    PIC 9(03).
           05 REC03-ABS-INJUST  PIC 9(03).
           05 FILLER            PIC X(30).
       01  WS-INPUT-REC05 REDEFINES WS-INPUT-REC.
           05 REC05-NUMERO  PIC X(02).
           05 REC05-MATIERE PIC X(26).
           05 REC05-TEXTE   PIC X(60).

      ***********************************************
      * REFERENTIEL DES MATIERES CHARGE EN TABLE (BORNE PAR LE
       01  WS-FRANGS-EOF PIC X(01) VALUE "N".
           88 WS-FRANGS-EOF-OUI VALUE "O".

      ***********************************************
      * APPRECIATIONS DE L'ELEVE COURANT (FLOT TRIE DES
      * APPRECIATIONS EN PAS DE COURSE, AVEC UN ENREGISTREMENT
      * D'AVANCE GARDE EN ATTENTE POUR L'ELEVE SUIVANT)
      ***********************************************
       01  WS-TAB-APPRECIATIONS.
           05 WS-APP-ENTRY OCCURS 20.
               10 WS-APP-MATIERE PIC X(26).
               10 WS-APP-TEXTE   PIC X(60).
               10 WS-APP-IMPRIMEE PIC X(01).
                   88 WS-APP-IMPRIMEE-OUI VALUE "O".
       01  WS-NB-APPREC  PIC 9(02) VALUE ZEROES.
       01  WS-MAX-APPREC PIC 9(02) VALUE 20.
       01  WS-INDICE-APP PIC 9(02) VALUE ZEROES.
       01  WS-APPREC-CONSEIL PIC X(60) VALUE SPACES.
       01  WS-APP-TROUVEE PIC X(01) VALUE "N".
           88 WS-APP-TROUVEE-OUI VALUE "O".
       01  WS-FTRAVC-EOF PIC X(01) VALUE "N".
           88 WS-FTRAVC-EOF-OUI VALUE "O".
       01  WS-TRAVC-ATTENTE PIC X(01) VALUE "N".
           88 WS-TRAVC-ATTENTE-OUI VALUE "O".
       01  WS-COMPTEUR-APPRECIATIONS PIC 9(06) VALUE ZEROES.
       01  WS-LIGNE-APPREC-HISTO.
           05 FILLER          PIC X(14) VALUE "APPRECIATION T".
           05 WS-LAH-TRIMESTRE PIC X(01) VALUE SPACES.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WS-LAH-PRENOM   PIC X(07) VALUE SPACES.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WS-LAH-NOM      PIC X(07) VALUE SPACES.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WS-LAH-MATIERE  PIC X(26) VALUE SPACES.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WS-LAH-TEXTE    PIC X(60) VALUE SPACES.

      ***********************************************
      * COMPLETUDE DES NOTES : CLASSES DECLAREES COMPLETES PAR
      * COMPLETUDE (ETAT PERIME SI ELEVES-INPUT A CHANGE DEPUIS) ;
      * LES AUTRES N'ONT DE BULLETINS QU'EN EXECUTION FORCEE
      ***********************************************
       01  WS-TABLE-COMPLETUDE.
           05 WS-CPL-ENTRY OCCURS 200.
               10 WS-CPL-CLASSE PIC X(05).
               10 WS-CPL-STATUT PIC X(01).
       01  WS-NB-CPL-CLASSES PIC 9(03) VALUE ZEROES.
       01  WS-INDICE-CPL     PIC 9(03) VALUE ZEROES.
       01  WS-CONTROLE-COMPLETUDE PIC X(01) VALUE "N".
           88 WS-CONTROLE-COMPLETUDE-OUI VALUE "O".
       01  WS-ETAT-PERIME PIC X(01) VALUE "N".
           88 WS-ETAT-PERIME-OUI VALUE "O".
       01  WS-SAISIE-FORCAGE PIC X(01) VALUE SPACES.
       01  WS-FORCAGE PIC X(01) VALUE "N".
           88 WS-FORCAGE-OUI VALUE "O".
       01  WS-BULLETIN-PROVISOIRE PIC X(01) VALUE "N".
           88 WS-BULLETIN-PROVISOIRE-OUI VALUE "O".
       01  WS-CLASSE-SIGNALEE PIC X(05) VALUE SPACES.
       01  WS-COMPTEUR-BUL-REFUSES PIC 9(06) VALUE ZEROES.
       01  WS-COMPTEUR-BUL-PROVISOIRES PIC 9(06) VALUE ZEROES.

      ***********************************************
      * REFERENTIEL DES ELEVES AVEC ADRESSES (POUR LE BLOC
      * D'ENVOI POSTAL DES BULLETINS, COMME MAILING POUR
                       FUNCTION NUMVAL (WS-SAISIE-PART)
           END-IF.

           DISPLAY "FORCER LES BULLETINS DES CLASSES INCOMPLETES "
                   "(O/N, DEFAUT N): " NO ADVANCING.
           MOVE SPACES TO WS-SAISIE-FORCAGE.
           ACCEPT WS-SAISIE-FORCAGE.
           IF WS-SAISIE-FORCAGE = "O" OR "o"
               MOVE "O" TO WS-FORCAGE
           END-IF.

           OPEN OUTPUT FILE-REJETS.
           IF NOT WS-STATUS-FILE-REJETS-OK
               DISPLAY "--> ERREUR OUVERTURE FICHIER REJETS STATUS: "
               DISPLAY "DONT MATIERES HORS REFERENTIEL: "
                       WS-COMPTEUR-MAT-INCONNUES
           END-IF.
           DISPLAY "NOMBRE D'APPRECIATIONS LUES: "
               WS-COMPTEUR-APPRECIATIONS.
      *
      ****** ETAT DE COMPLETUDE DES CLASSES (AVEC REFERENTIEL)
           IF WS-NB-MATIERES-REF > ZEROES
               PERFORM CHARGEMENT-COMPLETUDE-DEBUT
                  THRU CHARGEMENT-COMPLETUDE-FIN
           END-IF.
      *
      ****** TRI DES FLOTS PAR CLASSE PUIS ELEVE
           SORT STRAVAIL ON ASCENDING KEY STRAVAIL-CLE
               USING FTRAVM GIVING FTRAVM.
           SORT STRAVAIL ON ASCENDING KEY STRAVAIL-CLE
               USING FTRAVE GIVING FTRAVE.
           SORT STRAVAIL ON ASCENDING KEY SAPPREC-CLE
                         ON ASCENDING KEY SAPPREC-SEQUENCE
               USING FTRAVC GIVING FTRAVC.
      *
      ****** EDITION EN RUPTURES SUR LE FLOT TRIE
           PERFORM EDITION-FLOT-TRIE-DEBUT THRU

           DISPLAY "NOMBRE DE BULLETINS EDITES: "
                   WS-COMPTEUR-BULLETINS.
           IF WS-CONTROLE-COMPLETUDE-OUI
               DISPLAY "DONT BULLETINS PROVISOIRES (FORCES): "
                       WS-COMPTEUR-BUL-PROVISOIRES
               DISPLAY "BULLETINS REFUSES (CLASSE INCOMPLETE): "
                       WS-COMPTEUR-BUL-REFUSES
           END-IF.
           IF WS-COMPTEUR-BUL-REFUSES > ZEROES
               MOVE "A" TO WS-JRN-SEVERITE
               MOVE "BULLETINS REFUSES: CLASSE(S) INCOMPLETE(S)"
                    TO WS-JRN-MESSAGE
               PERFORM JOURNALISER-DEBUT THRU JOURNALISER-FIN
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-NB-ADRESSES > ZEROES
               DISPLAY "DONT SANS ADRESSE AU FICHIER DES ELEVES: "
                       WS-COMPTEUR-SANS-ADRESSE

           OPEN OUTPUT FTRAVM.
           OPEN OUTPUT FTRAVE.
           OPEN OUTPUT FTRAVC.

           PERFORM UNTIL NOT WS-STATUS-FILE-INPUT-OK
               READ FILE-INPUT NEXT RECORD INTO WS-INPUT-REC
           CLOSE FILE-INPUT.
           CLOSE FTRAVM.
           CLOSE FTRAVE.
           CLOSE FTRAVC.

       ECLATEMENT-ENTREE-FIN.
           EXIT.
           IF WS-REC04
               GO TO ECLATEMENT-ENREG-FIN
           END-IF.
      *
      ****** APPRECIATION ("05") : MATIERE CONTROLEE CONTRE LE
      ****** REFERENTIEL COMME LES NOTES, MATIERE A BLANC POUR
      ****** L'APPRECIATION GENERALE DU CONSEIL DE CLASSE
           IF WS-REC05
               IF NOT WS-ECL-ELEVE-PRESENT-OUI
                   ADD 1 TO WS-COMPTEUR-FILE-REJETS
                   MOVE SPACES TO REC-REJET
                   STRING "APPRECIATION REJETEE (SANS ELEVE) - "
                          REC05-MATIERE
                          DELIMITED BY SIZE INTO REC-REJET
                   WRITE REC-REJET
                   GO TO ECLATEMENT-ENREG-FIN
               END-IF
               IF REC05-TEXTE = SPACES
                   ADD 1 TO WS-COMPTEUR-FILE-REJETS
                   MOVE SPACES TO REC-REJET
                   STRING "APPRECIATION REJETEE (TEXTE VIDE) - "
                          WS-ECL-PRENOM " " WS-ECL-NOM
                          DELIMITED BY SIZE INTO REC-REJET
                   WRITE REC-REJET
                   GO TO ECLATEMENT-ENREG-FIN
               END-IF
      ****** (REC05-MATIERE OCCUPE LA PLACE DE REC02-MATIERE, LA
      ****** RECHERCHE AU REFERENTIEL S'APPLIQUE TELLE QUELLE)
               IF WS-NB-MATIERES-REF > ZEROES
               AND REC05-MATIERE NOT = SPACES
                   PERFORM RECHERCHE-MATIERE-REF-DEBUT
                      THRU RECHERCHE-MATIERE-REF-FIN
                   IF NOT WS-MAT-TROUVE-OUI
                       ADD 1 TO WS-COMPTEUR-FILE-REJETS
                       ADD 1 TO WS-COMPTEUR-MAT-INCONNUES
                       MOVE SPACES TO REC-REJET
                       STRING "MAT-INCONNUE " REC05-MATIERE
                              " CLASSE " WS-ECL-CLASSE " - "
                              WS-ECL-PRENOM " " WS-ECL-NOM
                              " (APPRECIATION)"
                              DELIMITED BY SIZE INTO REC-REJET
                       WRITE REC-REJET
                       GO TO ECLATEMENT-ENREG-FIN
                   END-IF
               END-IF
               ADD 1 TO WS-COMPTEUR-APPRECIATIONS
               MOVE SPACES TO RTRAVC
               MOVE WS-ECL-CLASSE TO TRAVC-CLASSE
               MOVE WS-ECL-NOM    TO TRAVC-NOM
               MOVE WS-ECL-PRENOM TO TRAVC-PRENOM
               MOVE WS-COMPTEUR-FILE-INPUT TO TRAVC-SEQUENCE
               MOVE REC05-MATIERE TO TRAVC-MATIERE
               MOVE REC05-TEXTE   TO TRAVC-TEXTE
               WRITE RTRAVC
               GO TO ECLATEMENT-ENREG-FIN
           END-IF.

           ADD 1 TO WS-COMPTEUR-TYPE-INCONNU.
           ADD 1 TO WS-COMPTEUR-FILE-REJETS.
       CHARGEMENT-MATIERES-FIN.
           EXIT.

      *******************************************************
      * CHARGEMENT DE L'ETAT DE COMPLETUDE ECRIT PAR COMPLETUDE
      * (ABSENT OU PERIME = AUCUNE CLASSE CONTROLEE)
      *******************************************************
       CHARGEMENT-COMPLETUDE-DEBUT.

           MOVE "O" TO WS-CONTROLE-COMPLETUDE.
           MOVE ZEROES TO WS-NB-CPL-CLASSES.

           OPEN INPUT FCOMPLETUDE.
           IF NOT WS-STATUS-FILE-FCOMPLETUDE-OK
               DISPLAY "--> CONTROLE DE COMPLETUDE NON PASSE: "
                       "AUCUNE CLASSE CONTROLEE"
               GO TO CHARGEMENT-COMPLETUDE-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FCOMPLETUDE-OK
               READ FCOMPLETUDE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CPL-NB-ENREGS NOT = WS-COMPTEUR-FILE-INPUT
                           MOVE "O" TO WS-ETAT-PERIME
                       ELSE
                           IF WS-NB-CPL-CLASSES < WS-MAX-CLASSES
                               ADD 1 TO WS-NB-CPL-CLASSES
                               MOVE CPL-CLASSE TO
                                    WS-CPL-CLASSE (WS-NB-CPL-CLASSES)
                               MOVE CPL-STATUT TO
                                    WS-CPL-STATUT (WS-NB-CPL-CLASSES)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FCOMPLETUDE.

           IF WS-ETAT-PERIME-OUI
               DISPLAY "--> ETAT DE COMPLETUDE PERIME "
                       "(ELEVES-INPUT.txt MODIFIE DEPUIS LE CONTROLE)"
               MOVE ZEROES TO WS-NB-CPL-CLASSES
           END-IF.

       CHARGEMENT-COMPLETUDE-FIN.
           EXIT.

      *******************************************************
      * COMPLETUDE DE LA CLASSE DE L'ELEVE COURANT : UNE CLASSE
      * NON DECLAREE COMPLETE DONNE UN BULLETIN PROVISOIRE
      * (EDITE SEULEMENT EN EXECUTION FORCEE)
      *******************************************************
       COMPLETUDE-CLASSE-DEBUT.

           MOVE "N" TO WS-BULLETIN-PROVISOIRE.
           IF NOT WS-CONTROLE-COMPLETUDE-OUI
               GO TO COMPLETUDE-CLASSE-FIN
           END-IF.

           MOVE "O" TO WS-BULLETIN-PROVISOIRE.
           PERFORM VARYING WS-INDICE-CPL FROM 1 BY 1
                   UNTIL WS-INDICE-CPL > WS-NB-CPL-CLASSES
               IF WS-CPL-CLASSE (WS-INDICE-CPL) = WS-CLE-CLASSE
               AND WS-CPL-STATUT (WS-INDICE-CPL) = "C"
                   MOVE "N" TO WS-BULLETIN-PROVISOIRE
               END-IF
           END-PERFORM.

           IF WS-BULLETIN-PROVISOIRE-OUI
           AND WS-CLE-CLASSE NOT = WS-CLASSE-SIGNALEE
               MOVE WS-CLE-CLASSE TO WS-CLASSE-SIGNALEE
               IF WS-FORCAGE-OUI
                   DISPLAY "--> CLASSE " WS-CLE-CLASSE
                           " INCOMPLETE: BULLETINS PROVISOIRES"
               ELSE
                   DISPLAY "--> CLASSE " WS-CLE-CLASSE
                           " INCOMPLETE: BULLETINS REFUSES"
               END-IF
           END-IF.

       COMPLETUDE-CLASSE-FIN.
           EXIT.

      *******************************************************
      * CHARGEMENT DES ADRESSES DU FICHIER DES ELEVES
      * (ABSENT = BULLETINS SANS BLOC D'ADRESSE, COMME AVANT)

           OPEN INPUT FTRAVM.
           OPEN INPUT FTRAVE.
           OPEN INPUT FTRAVC.
           MOVE "N" TO WS-FTRAVC-EOF WS-TRAVC-ATTENTE.
           OPEN OUTPUT FILE-OUTPUT.
           IF NOT WS-STATUS-FILE-OUTPUT-OK
               OPEN EXTEND FILE-OUTPUT.

           CLOSE FTRAVM.
           CLOSE FTRAVE.
           CLOSE FTRAVC.
           CLOSE FILE-OUTPUT.
           CLOSE FILE-OUTPUT-CSV.
           CLOSE FILE-HISTORIQUE.
               END-IF
           END-IF.
      *
      ****** APPRECIATIONS DE L'ELEVE ARCHIVEES AVEC LE TRIMESTRE
           PERFORM CHARGEMENT-APPREC-ELEVE-DEBUT
              THRU CHARGEMENT-APPREC-ELEVE-FIN.
           IF WS-STATUS-FILE-HISTORIQUE-OK
               PERFORM HISTORIQUE-APPREC-DEBUT
                  THRU HISTORIQUE-APPREC-FIN
           END-IF.
      *
      ****** CUMUL DE LA MOYENNE DANS LA CLASSE
           PERFORM ACCUMULER-CLASSE-DEBUT THRU ACCUMULER-CLASSE-FIN.
      *
       LECTURE-ABSENCES-FIN.
           EXIT.

      *******************************************************
      * CHARGEMENT DES APPRECIATIONS DE L'ELEVE COURANT DANS LE
      * FLOT TRIE (MEME ORDRE CLASSE/ELEVE) : L'ENREGISTREMENT
      * LU D'AVANCE POUR UN ELEVE SUIVANT RESTE EN ATTENTE, CEUX
      * D'UN ELEVE SANS NOTE SONT SAUTES
      *******************************************************
       CHARGEMENT-APPREC-ELEVE-DEBUT.

           MOVE ZEROES TO WS-NB-APPREC.
           MOVE SPACES TO WS-APPREC-CONSEIL.

           PERFORM UNTIL WS-FTRAVC-EOF-OUI
               IF NOT WS-TRAVC-ATTENTE-OUI
                   READ FTRAVC
                       AT END
                           MOVE "O" TO WS-FTRAVC-EOF
                           GO TO CHARGEMENT-APPREC-ELEVE-FIN
                   END-READ
                   MOVE "O" TO WS-TRAVC-ATTENTE
               END-IF
               IF TRAVC-CLE > WS-CLE-COURANTE
                   GO TO CHARGEMENT-APPREC-ELEVE-FIN
               END-IF
               MOVE "N" TO WS-TRAVC-ATTENTE
               IF TRAVC-CLE = WS-CLE-COURANTE
                   PERFORM RANGEMENT-APPREC-DEBUT
                      THRU RANGEMENT-APPREC-FIN
               END-IF
           END-PERFORM.

       CHARGEMENT-APPREC-ELEVE-FIN.
           EXIT.

      *******************************************************
      * RANGEMENT D'UNE APPRECIATION : LA DERNIERE SAISIE D'UNE
      * MATIERE (OU DU CONSEIL) REMPLACE LES PRECEDENTES
      *******************************************************
       RANGEMENT-APPREC-DEBUT.

           IF TRAVC-MATIERE = SPACES
               MOVE TRAVC-TEXTE TO WS-APPREC-CONSEIL
               GO TO RANGEMENT-APPREC-FIN
           END-IF.

           MOVE "N" TO WS-APP-TROUVEE.
           PERFORM VARYING WS-INDICE-APP FROM 1 BY 1
                   UNTIL WS-INDICE-APP > WS-NB-APPREC
                      OR WS-APP-TROUVEE-OUI
               IF WS-APP-MATIERE (WS-INDICE-APP) = TRAVC-MATIERE
                   MOVE TRAVC-TEXTE TO WS-APP-TEXTE (WS-INDICE-APP)
                   MOVE "O" TO WS-APP-TROUVEE
               END-IF
           END-PERFORM.

           IF NOT WS-APP-TROUVEE-OUI
               IF WS-NB-APPREC < WS-MAX-APPREC
                   ADD 1 TO WS-NB-APPREC
                   MOVE TRAVC-MATIERE
                        TO WS-APP-MATIERE (WS-NB-APPREC)
                   MOVE TRAVC-TEXTE TO WS-APP-TEXTE (WS-NB-APPREC)
                   MOVE "N" TO WS-APP-IMPRIMEE (WS-NB-APPREC)
               ELSE
                   DISPLAY "--> ! PLUS DE " WS-MAX-APPREC
                           " APPRECIATIONS POUR " WS-CLE-PRENOM " "
                           WS-CLE-NOM "!"
               END-IF
           END-IF.

       RANGEMENT-APPREC-FIN.
           EXIT.

      *******************************************************
      * ARCHIVAGE DES APPRECIATIONS DE L'ELEVE COURANT DANS
      * L'HISTORIQUE, AVEC LE TRIMESTRE DE LA PERIODE
      *******************************************************
       HISTORIQUE-APPREC-DEBUT.

           MOVE WS-RUN-TRIMESTRE TO WS-LAH-TRIMESTRE.
           MOVE WS-CLE-PRENOM    TO WS-LAH-PRENOM.
           MOVE WS-CLE-NOM       TO WS-LAH-NOM.

           PERFORM VARYING WS-INDICE-APP FROM 1 BY 1
                   UNTIL WS-INDICE-APP > WS-NB-APPREC
               MOVE WS-APP-MATIERE (WS-INDICE-APP) TO WS-LAH-MATIERE
               MOVE WS-APP-TEXTE (WS-INDICE-APP) TO WS-LAH-TEXTE
               WRITE REC-HISTORIQUE FROM WS-LIGNE-APPREC-HISTO
           END-PERFORM.

           IF WS-APPREC-CONSEIL NOT = SPACES
               MOVE "CONSEIL DE CLASSE" TO WS-LAH-MATIERE
               MOVE WS-APPREC-CONSEIL TO WS-LAH-TEXTE
               WRITE REC-HISTORIQUE FROM WS-LIGNE-APPREC-HISTO
           END-IF.

       HISTORIQUE-APPREC-FIN.
           EXIT.

      ***************************************************
      * ACCUMULATION DE LA MOYENNE PAR CLASSE
      ***************************************************

           OPEN INPUT FTRAVM.
           OPEN INPUT FRANGS.
           OPEN INPUT FTRAVC.
           MOVE "N" TO WS-FTRAVC-EOF WS-TRAVC-ATTENTE.
           OPEN OUTPUT FILE-BULLETINS.
           IF NOT WS-STATUS-FILE-BULLETINS-OK
               DISPLAY "--> ERREUR OUVERTURE FICHIER BULLETINS: "
                       WS-STATUS-FILE-BULLETINS
               CLOSE FTRAVM
               CLOSE FRANGS
               CLOSE FTRAVC
               GO TO EDITION-BULLETINS-FIN
           END-IF.


           CLOSE FTRAVM.
           CLOSE FRANGS.
           CLOSE FTRAVC.
           CLOSE FILE-BULLETINS.

       EDITION-BULLETINS-FIN.
      ****** SYNTHESE DE L'ELEVE (MEME ORDRE DE TRI)
           PERFORM LECTURE-SYNTHESE-DEBUT
              THRU LECTURE-SYNTHESE-FIN.
      ****** APPRECIATIONS DE L'ELEVE (MEME ORDRE DE TRI)
           PERFORM CHARGEMENT-APPREC-ELEVE-DEBUT
              THRU CHARGEMENT-APPREC-ELEVE-FIN.
      ****** CLASSE INCOMPLETE : PAS DE BULLETIN SAUF FORCAGE
           PERFORM COMPLETUDE-CLASSE-DEBUT
              THRU COMPLETUDE-CLASSE-FIN.
           IF WS-BULLETIN-PROVISOIRE-OUI
           AND NOT WS-FORCAGE-OUI
               ADD 1 TO WS-COMPTEUR-BUL-REFUSES
               MOVE ZEROES TO WS-NB-BUL-MATIERES
               GO TO EDITION-BULLETIN-ELEVE-FIN
           END-IF.

           ADD 1 TO WS-COMPTEUR-BULLETINS.

           PERFORM ECRITURE-LIGNE-BULLETIN-DEBUT
              THRU ECRITURE-LIGNE-BULLETIN-FIN.

           IF WS-BULLETIN-PROVISOIRE-OUI
               ADD 1 TO WS-COMPTEUR-BUL-PROVISOIRES
               MOVE "*** MOYENNE PROVISOIRE : NOTES INCOMPLETES ***"
                    TO WS-LIGNE-BULLETIN
               PERFORM ECRITURE-LIGNE-BULLETIN-DEBUT
                  THRU ECRITURE-LIGNE-BULLETIN-FIN
           END-IF.

           IF WS-PROMOTION-ROMAIN NOT = SPACES
               MOVE SPACES TO WS-LIGNE-BULLETIN
               STRING "PROMOTION " WS-PROMOTION-ROMAIN
                      DELIMITED BY SIZE INTO WS-LIGNE-BULLETIN
               PERFORM ECRITURE-LIGNE-BULLETIN-DEBUT
                  THRU ECRITURE-LIGNE-BULLETIN-FIN
               PERFORM APPREC-MATIERE-BULLETIN-DEBUT
                  THRU APPREC-MATIERE-BULLETIN-FIN
           END-PERFORM.
      *
      ****** APPRECIATIONS SUR DES MATIERES SANS NOTE CE TRIMESTRE
           PERFORM VARYING WS-INDICE-APP FROM 1 BY 1
                   UNTIL WS-INDICE-APP > WS-NB-APPREC
               IF NOT WS-APP-IMPRIMEE-OUI (WS-INDICE-APP)
                   MOVE SPACES TO WS-LIGNE-BULLETIN
                   STRING WS-APP-MATIERE (WS-INDICE-APP)
                          "  (SANS NOTE)"
                          DELIMITED BY SIZE INTO WS-LIGNE-BULLETIN
                   PERFORM ECRITURE-LIGNE-BULLETIN-DEBUT
                      THRU ECRITURE-LIGNE-BULLETIN-FIN
                   MOVE SPACES TO WS-LIGNE-BULLETIN
                   STRING "    > " WS-APP-TEXTE (WS-INDICE-APP)
                          DELIMITED BY SIZE INTO WS-LIGNE-BULLETIN
                   PERFORM ECRITURE-LIGNE-BULLETIN-DEBUT
                      THRU ECRITURE-LIGNE-BULLETIN-FIN
               END-IF
           END-PERFORM.

           MOVE ALL "-" TO WS-LIGNE-BULLETIN.

           MOVE RANGS-MOYENNE TO WS-EDIT-MOYENNE.
           MOVE SPACES TO WS-LIGNE-BULLETIN.
           IF WS-BULLETIN-PROVISOIRE-OUI
               STRING "MOYENNE PROVISOIRE          : " WS-EDIT-MOYENNE
                      DELIMITED BY SIZE INTO WS-LIGNE-BULLETIN
           ELSE
               STRING "MOYENNE PONDEREE DE L'ELEVE : " WS-EDIT-MOYENNE
                      DELIMITED BY SIZE INTO WS-LIGNE-BULLETIN
           END-IF.
           PERFORM ECRITURE-LIGNE-BULLETIN-DEBUT
              THRU ECRITURE-LIGNE-BULLETIN-FIN.

           PERFORM ECRITURE-LIGNE-BULLETIN-DEBUT
              THRU ECRITURE-LIGNE-BULLETIN-FIN.

           IF WS-APPREC-CONSEIL NOT = SPACES
               MOVE "APPRECIATION DU CONSEIL DE CLASSE :"
                    TO WS-LIGNE-BULLETIN
               PERFORM ECRITURE-LIGNE-BULLETIN-DEBUT
                  THRU ECRITURE-LIGNE-BULLETIN-FIN
               MOVE SPACES TO WS-LIGNE-BULLETIN
               STRING "    " WS-APPREC-CONSEIL
                      DELIMITED BY SIZE INTO WS-LIGNE-BULLETIN
               PERFORM ECRITURE-LIGNE-BULLETIN-DEBUT
                  THRU ECRITURE-LIGNE-BULLETIN-FIN
           END-IF.

           MOVE SPACES TO WS-LIGNE-BULLETIN.
           PERFORM ECRITURE-LIGNE-BULLETIN-DEBUT
              THRU ECRITURE-LIGNE-BULLETIN-FIN.
       EDITION-BULLETIN-ELEVE-FIN.
           EXIT.

      ***************************************************
      * APPRECIATION DU PROFESSEUR SOUS LA DERNIERE LIGNE DE
      * NOTE DE LA MATIERE (UNE SEULE FOIS PAR MATIERE)
      ***************************************************
       APPREC-MATIERE-BULLETIN-DEBUT.

           IF WS-INDICE2 < WS-NB-BUL-MATIERES
               IF WS-BUL-MATIERE (WS-INDICE2 + 1)
                  = WS-BUL-MATIERE (WS-INDICE2)
                   GO TO APPREC-MATIERE-BULLETIN-FIN
               END-IF
           END-IF.

           PERFORM VARYING WS-INDICE-APP FROM 1 BY 1
                   UNTIL WS-INDICE-APP > WS-NB-APPREC
               IF WS-APP-MATIERE (WS-INDICE-APP)
                  = WS-BUL-MATIERE (WS-INDICE2)
               AND NOT WS-APP-IMPRIMEE-OUI (WS-INDICE-APP)
                   MOVE SPACES TO WS-LIGNE-BULLETIN
                   STRING "    > " WS-APP-TEXTE (WS-INDICE-APP)
                          DELIMITED BY SIZE INTO WS-LIGNE-BULLETIN
                   PERFORM ECRITURE-LIGNE-BULLETIN-DEBUT
                      THRU ECRITURE-LIGNE-BULLETIN-FIN
                   MOVE "O" TO WS-APP-IMPRIMEE (WS-INDICE-APP)
               END-IF
           END-PERFORM.

       APPREC-MATIERE-BULLETIN-FIN.
           EXIT.

      ***************************************************
      * BLOC D'ADRESSE DU BULLETIN : RESPONSABLE LEGAL, RUE,
      * CODE POSTAL ET VILLE DU FICHIER DES ELEVES
