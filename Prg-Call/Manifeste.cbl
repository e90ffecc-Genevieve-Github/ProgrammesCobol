       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANIFEST.
       AUTHOR. GENEVIEVE GIANNASI.
       INSTALLATION. PERSONAL PC.
       DATE-WRITTEN. 15-10-2026.
       DATE-COMPILED. 15-10-2026.
       SECURITY. NON-CONFIDENTIAL.
      ******************************************************************
      * OBJECTIF: Sous-programme partage du manifeste des sorties.
      * FICHIERSOR.txt est ecrit par FACTURES puis relu par plus de
      * vingt programmes : un fichier retouche a la main entre deux
      * etapes passait jusqu'ici inapercu. Le programme qui ecrit un
      * fichier l'enregistre au manifeste ; chaque programme qui le
      * relit le verifie avant tout traitement :
      *
      *     CALL 'MANIFEST' USING LS-MANIFESTE
      *
      *     LS-MAN-FONCTION  : "E" enregistrement (programme
      *                            producteur, apres la fermeture)
      *                        "V" verification (programme
      *                            consommateur, avant l'ouverture)
      *     LS-MAN-FICHIER   : nom du fichier
      *     LS-MAN-PROGRAMME : programme appelant
      *     LS-MAN-POSITION  : position du champ montant a cumuler
      *     LS-MAN-LONGUEUR  : longueur de ce champ (deux decimales
      *                        implicites ; zero = pas de cumul)
      *   en retour :
      *     LS-MAN-NB-ENREG  : nombre d'enregistrements
      *     LS-MAN-TOTAL     : cumul du champ montant
      *     LS-MAN-CONTROLE  : cle de controle du contenu
      *     LS-MAN-STATUT    : "0" conforme (ou enregistre)
      *                        "1" fichier jamais enregistre
      *                        "2" fichier altere depuis son ecriture
      *                        "3" fichier absent
      *
      * La cle de controle est calculee caractere par caractere sur
      * chaque ligne (partie utile, sans les blancs de fin), dans
      * l'ordre du fichier : cle = (cle x 31 + code du caractere)
      * modulo 999999937, avec une fin de ligne comptee comme un
      * caractere. Une ligne modifiee, ajoutee, supprimee ou deplacee
      * change la cle, meme quand le nombre et le total sont justes.
      *
      * Chaque appel ajoute une ligne a MANIFESTE.txt ; la
      * verification compare le fichier a la DERNIERE ligne
      * d'enregistrement de ce fichier. Une alteration est affichee
      * (attendu / trouve) et journalisee via LOGEVENT ; c'est a
      * l'appelant d'arreter son traitement.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ******** FICHIER CONTROLE (NOM DYNAMIQUE)
           SELECT FCONTROLE ASSIGN TO DYNAMIC WS-NOM-CONTROLE
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FCONTROLE.

      ******** MANIFESTE DES SORTIES
           SELECT FMANIFESTE ASSIGN TO "MANIFESTE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FMANIFESTE.

       DATA DIVISION.
       FILE SECTION.
      ******** FICHIER CONTROLE
       FD  FCONTROLE.
       01  RCONTROLE PIC X(1000).

      ******** MANIFESTE DES SORTIES
           COPY 'COBOL-FD-MANIFESTE.cpy'.

       WORKING-STORAGE SECTION.
       77  WS-STATUS-FILE-FCONTROLE PIC X(02) VALUE SPACES.
           88  WS-STATUS-FILE-FCONTROLE-OK  VALUE "00".
           88  WS-STATUS-FILE-FCONTROLE-EOF VALUE "10".
       77  WS-STATUS-FILE-FMANIFESTE PIC X(02) VALUE SPACES.
           88  WS-STATUS-FILE-FMANIFESTE-OK  VALUE "00".
           88  WS-STATUS-FILE-FMANIFESTE-EOF VALUE "10".
           88  WS-STATUS-FILE-FMANIFESTE-INEXISTANT VALUE "35".

       77  WS-NOM-CONTROLE PIC X(30) VALUE SPACES.
       77  WS-LONGUEUR-LIGNE PIC 9(04) VALUE ZEROES.
       77  WS-INDICE PIC 9(04) VALUE ZEROES.
       77  WS-CLE PIC 9(11) VALUE ZEROES.
       77  WS-QUOTIENT PIC 9(11) VALUE ZEROES.
       77  WS-MODULE PIC 9(09) VALUE 999999937.
       77  WS-DEBUT-CHAMP PIC 9(02) VALUE ZEROES.

      ****** CHAMP MONTANT CADRE A DROITE SUR QUINZE CHIFFRES
       01  WS-CHAMP-MONTANT PIC X(15) VALUE ZEROES.
       01  WS-CHAMP-MONTANT-R REDEFINES WS-CHAMP-MONTANT
                               PIC 9(13)V99.

      ****** DERNIER ENREGISTREMENT DU FICHIER AU MANIFESTE
       77  WS-ATTENDU-TROUVE PIC X(01) VALUE "N".
           88  WS-ATTENDU-TROUVE-OUI VALUE "O".
       77  WS-ATTENDU-PROGRAMME PIC X(08) VALUE SPACES.
       77  WS-ATTENDU-DATE PIC 9(08) VALUE ZEROES.
       77  WS-ATTENDU-HEURE PIC 9(06) VALUE ZEROES.
       77  WS-ATTENDU-NB-ENREG PIC 9(09) VALUE ZEROES.
       77  WS-ATTENDU-TOTAL PIC 9(13)V99 VALUE ZEROES.
       77  WS-ATTENDU-CONTROLE PIC 9(09) VALUE ZEROES.
       01  WS-EDIT-MONTANT PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.

      ***********************************************
      * JOURNALISATION CENTRALE DES EVENEMENTS (LOGEVENT)
      ***********************************************
       01  WS-JOURNALISATION.
           05  WS-JRN-PROGRAMME PIC X(08) VALUE SPACES.
           05  WS-JRN-SEVERITE  PIC X(01) VALUE "E".
           05  WS-JRN-MESSAGE   PIC X(60) VALUE SPACES.

       LINKAGE SECTION.
       01  LS-MANIFESTE.
           05  LS-MAN-FONCTION  PIC X(01).
               88  LS-MAN-ENREGISTRER VALUE "E".
               88  LS-MAN-VERIFIER    VALUE "V".
           05  LS-MAN-FICHIER   PIC X(30).
           05  LS-MAN-PROGRAMME PIC X(08).
           05  LS-MAN-POSITION  PIC 9(04).
           05  LS-MAN-LONGUEUR  PIC 9(02).
           05  LS-MAN-NB-ENREG  PIC 9(09).
           05  LS-MAN-TOTAL     PIC 9(13)V99.
           05  LS-MAN-CONTROLE  PIC 9(09).
           05  LS-MAN-STATUT    PIC X(01).
               88  LS-MAN-CONFORME       VALUE "0".
               88  LS-MAN-NON-ENREGISTRE VALUE "1".
               88  LS-MAN-ALTERE         VALUE "2".
               88  LS-MAN-ABSENT         VALUE "3".

      *******************************************************
      *  PARAGRAPHE PRINCIPAL
      *******************************************************
       PROCEDURE DIVISION USING LS-MANIFESTE.
       DEBUT-PROGRAMME.

           MOVE ZEROES TO LS-MAN-NB-ENREG LS-MAN-TOTAL
                          LS-MAN-CONTROLE.
           MOVE "0" TO LS-MAN-STATUT.
           IF LS-MAN-LONGUEUR > 15
               MOVE 15 TO LS-MAN-LONGUEUR
           END-IF.
      *
      ****** COMPTAGE, CUMUL ET CLE DE CONTROLE DU FICHIER
           PERFORM 1000-CALCUL-FICHIER-DEBUT
              THRU 1000-CALCUL-FICHIER-FIN.

           EVALUATE TRUE
               WHEN LS-MAN-ABSENT
                   IF LS-MAN-VERIFIER
                       PERFORM 4000-ECRITURE-MANIFESTE-DEBUT
                          THRU 4000-ECRITURE-MANIFESTE-FIN
                   END-IF
               WHEN LS-MAN-ENREGISTRER
                   PERFORM 4000-ECRITURE-MANIFESTE-DEBUT
                      THRU 4000-ECRITURE-MANIFESTE-FIN
               WHEN LS-MAN-VERIFIER
                   PERFORM 2000-RECHERCHE-ATTENDU-DEBUT
                      THRU 2000-RECHERCHE-ATTENDU-FIN
                   PERFORM 3000-COMPARAISON-DEBUT
                      THRU 3000-COMPARAISON-FIN
                   PERFORM 4000-ECRITURE-MANIFESTE-DEBUT
                      THRU 4000-ECRITURE-MANIFESTE-FIN
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       FIN-PROGRAMME.
           EXIT PROGRAM.

      *******************************************************
      *  LECTURE DU FICHIER : NOMBRE D'ENREGISTREMENTS, CUMUL
      *  DU CHAMP MONTANT ET CLE DE CONTROLE
      *******************************************************
       1000-CALCUL-FICHIER-DEBUT.

           MOVE LS-MAN-FICHIER TO WS-NOM-CONTROLE.
           MOVE ZEROES TO WS-CLE.

           OPEN INPUT FCONTROLE.
           IF NOT WS-STATUS-FILE-FCONTROLE-OK
               MOVE "3" TO LS-MAN-STATUT
               GO TO 1000-CALCUL-FICHIER-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FCONTROLE-OK
               READ FCONTROLE
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO LS-MAN-NB-ENREG
                       PERFORM 1100-CUMUL-MONTANT-DEBUT
                          THRU 1100-CUMUL-MONTANT-FIN
                       PERFORM 1200-CLE-LIGNE-DEBUT
                          THRU 1200-CLE-LIGNE-FIN
               END-READ
           END-PERFORM.
           CLOSE FCONTROLE.

           MOVE WS-CLE TO LS-MAN-CONTROLE.

       1000-CALCUL-FICHIER-FIN.
           EXIT.

      *******************************************************
      *  CUMUL DU CHAMP MONTANT (IGNORE S'IL N'EST PAS NUMERIQUE)
      *******************************************************
       1100-CUMUL-MONTANT-DEBUT.

           IF LS-MAN-POSITION = ZEROES
           OR LS-MAN-LONGUEUR = ZEROES
           OR LS-MAN-POSITION + LS-MAN-LONGUEUR > 1001
               GO TO 1100-CUMUL-MONTANT-FIN
           END-IF.

           MOVE ZEROES TO WS-CHAMP-MONTANT.
           COMPUTE WS-DEBUT-CHAMP = 16 - LS-MAN-LONGUEUR.
           MOVE RCONTROLE (LS-MAN-POSITION:LS-MAN-LONGUEUR)
                TO WS-CHAMP-MONTANT (WS-DEBUT-CHAMP:LS-MAN-LONGUEUR).
           IF WS-CHAMP-MONTANT-R IS NUMERIC
               ADD WS-CHAMP-MONTANT-R TO LS-MAN-TOTAL
           END-IF.

       1100-CUMUL-MONTANT-FIN.
           EXIT.

      *******************************************************
      *  CLE DE CONTROLE : PARTIE UTILE DE LA LIGNE, PUIS LA FIN
      *  DE LIGNE
      *******************************************************
       1200-CLE-LIGNE-DEBUT.

           IF RCONTROLE = SPACES
               MOVE ZEROES TO WS-LONGUEUR-LIGNE
           ELSE
               COMPUTE WS-LONGUEUR-LIGNE = FUNCTION LENGTH
                       (FUNCTION TRIM (RCONTROLE TRAILING))
           END-IF.

           PERFORM VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-LONGUEUR-LIGNE
               COMPUTE WS-CLE = WS-CLE * 31
                       + FUNCTION ORD (RCONTROLE (WS-INDICE:1))
               DIVIDE WS-CLE BY WS-MODULE GIVING WS-QUOTIENT
                      REMAINDER WS-CLE
           END-PERFORM.

           COMPUTE WS-CLE = WS-CLE * 31 + 11.
           DIVIDE WS-CLE BY WS-MODULE GIVING WS-QUOTIENT
                  REMAINDER WS-CLE.

       1200-CLE-LIGNE-FIN.
           EXIT.

      *******************************************************
      *  DERNIER ENREGISTREMENT DU FICHIER AU MANIFESTE
      *******************************************************
       2000-RECHERCHE-ATTENDU-DEBUT.

           MOVE "N" TO WS-ATTENDU-TROUVE.

           OPEN INPUT FMANIFESTE.
           IF NOT WS-STATUS-FILE-FMANIFESTE-OK
               GO TO 2000-RECHERCHE-ATTENDU-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FMANIFESTE-OK
               READ FMANIFESTE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF MAN-ENREGISTREMENT
                       AND MAN-FICHIER = LS-MAN-FICHIER
                       AND MAN-NB-ENREG IS NUMERIC
                       AND MAN-TOTAL IS NUMERIC
                       AND MAN-CONTROLE IS NUMERIC
                           MOVE "O" TO WS-ATTENDU-TROUVE
                           MOVE MAN-PROGRAMME TO WS-ATTENDU-PROGRAMME
                           MOVE MAN-DATE      TO WS-ATTENDU-DATE
                           MOVE MAN-HEURE     TO WS-ATTENDU-HEURE
                           MOVE MAN-NB-ENREG  TO WS-ATTENDU-NB-ENREG
                           MOVE MAN-TOTAL     TO WS-ATTENDU-TOTAL
                           MOVE MAN-CONTROLE  TO WS-ATTENDU-CONTROLE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FMANIFESTE.

       2000-RECHERCHE-ATTENDU-FIN.
           EXIT.

      *******************************************************
      *  COMPARAISON DU FICHIER A SON ENREGISTREMENT
      *******************************************************
       3000-COMPARAISON-DEBUT.

           IF NOT WS-ATTENDU-TROUVE-OUI
               MOVE "1" TO LS-MAN-STATUT
               DISPLAY "--> " FUNCTION TRIM (LS-MAN-FICHIER)
                       " N'EST PAS AU MANIFESTE: CONTROLE IMPOSSIBLE"
               GO TO 3000-COMPARAISON-FIN
           END-IF.

           IF  LS-MAN-NB-ENREG = WS-ATTENDU-NB-ENREG
           AND LS-MAN-TOTAL    = WS-ATTENDU-TOTAL
           AND LS-MAN-CONTROLE = WS-ATTENDU-CONTROLE
               MOVE "0" TO LS-MAN-STATUT
               GO TO 3000-COMPARAISON-FIN
           END-IF.

           MOVE "2" TO LS-MAN-STATUT.
           DISPLAY "*** " FUNCTION TRIM (LS-MAN-FICHIER)
                   " ALTERE DEPUIS SON ECRITURE PAR "
                   WS-ATTENDU-PROGRAMME " LE " WS-ATTENDU-DATE
                   " A " WS-ATTENDU-HEURE " ***".
           MOVE WS-ATTENDU-TOTAL TO WS-EDIT-MONTANT.
           DISPLAY "    ATTENDU: " WS-ATTENDU-NB-ENREG
                   " ENREG. TOTAL " WS-EDIT-MONTANT
                   " CLE " WS-ATTENDU-CONTROLE.
           MOVE LS-MAN-TOTAL TO WS-EDIT-MONTANT.
           DISPLAY "    TROUVE : " LS-MAN-NB-ENREG
                   " ENREG. TOTAL " WS-EDIT-MONTANT
                   " CLE " LS-MAN-CONTROLE.

           MOVE LS-MAN-PROGRAMME TO WS-JRN-PROGRAMME.
           MOVE "E" TO WS-JRN-SEVERITE.
           MOVE SPACES TO WS-JRN-MESSAGE.
           STRING FUNCTION TRIM (LS-MAN-FICHIER)
                  " ALTERE DEPUIS SON ECRITURE (MANIFESTE)"
                  DELIMITED BY SIZE INTO WS-JRN-MESSAGE.
           CALL 'LOGEVENT' USING WS-JOURNALISATION
               ON EXCEPTION
                   CONTINUE
           END-CALL.

       3000-COMPARAISON-FIN.
           EXIT.

      *******************************************************
      *  AJOUT D'UNE LIGNE AU MANIFESTE
      *******************************************************
       4000-ECRITURE-MANIFESTE-DEBUT.

           OPEN EXTEND FMANIFESTE.
           IF WS-STATUS-FILE-FMANIFESTE-INEXISTANT
               OPEN OUTPUT FMANIFESTE
           END-IF.
           IF NOT WS-STATUS-FILE-FMANIFESTE-OK
               DISPLAY "--> MANIFESTE.txt INACCESSIBLE: "
                       WS-STATUS-FILE-FMANIFESTE
               GO TO 4000-ECRITURE-MANIFESTE-FIN
           END-IF.

           MOVE SPACES TO RMANIFESTE.
           MOVE LS-MAN-FONCTION  TO MAN-TYPE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO MAN-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO MAN-HEURE.
           MOVE LS-MAN-PROGRAMME TO MAN-PROGRAMME.
           MOVE LS-MAN-FICHIER   TO MAN-FICHIER.
           MOVE LS-MAN-NB-ENREG  TO MAN-NB-ENREG.
           MOVE LS-MAN-TOTAL     TO MAN-TOTAL.
           MOVE LS-MAN-CONTROLE  TO MAN-CONTROLE.
           MOVE LS-MAN-STATUT    TO MAN-RESULTAT.
           WRITE RMANIFESTE.
           CLOSE FMANIFESTE.

       4000-ECRITURE-MANIFESTE-FIN.
           EXIT.
