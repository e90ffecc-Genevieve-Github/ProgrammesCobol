       IDENTIFICATION DIVISION.
       PROGRAM-ID. REECRIT.
       AUTHOR. GENEVIEVE GIANNASI.
       INSTALLATION. PERSONAL PC.
       DATE-WRITTEN. 15-10-2026.
       DATE-COMPILED. 15-10-2026.
       SECURITY. NON-CONFIDENTIAL.
      ******************************************************************
      * OBJECTIF: Sous-programme partage de reecriture sure d'un
      * fichier permanent. Un OPEN OUTPUT sur le fichier vivant
      * interrompu (plantage, disque plein) laissait un maitre
      * tronque, decouvert la nuit suivante. Desormais :
      *
      *   1. le programme ecrit la nouvelle generation dans
      *      <nom>-NOUVEAU.txt (nom rendu par l'appel "R") en
      *      comptant ses enregistrements et son total de controle
      *   2. CALL 'REECRIT' fonction "B" : la generation est relue
      *      et recomptee ; seulement si nombre et total sont justes,
      *      une marque <nom>-BASCULE.txt est posee, puis
      *      <nom>.txt devient <nom>-ANCIEN.txt (version precedente
      *      conservee) et <nom>-NOUVEAU.txt devient <nom>.txt ; la
      *      marque est enfin retiree
      *   3. au lancement, CALL 'REECRIT' fonction "R" (par le
      *      programme, ou par PREVOL avant la chaine) detecte une
      *      bascule a moitie faite : marque presente, la bascule
      *      controlee est TERMINEE ; generation sans marque, elle
      *      n'a jamais ete controlee et est ABANDONNEE (le fichier
      *      vivant est intact). L'un et l'autre sont journalises
      *      dans JOURNAL-EVENEMENTS.txt via LOGEVENT.
      *
      *     CALL 'REECRIT' USING LS-REECRITURE
      *
      *     LS-REE-FONCTION  : "R" reprise au lancement (rend aussi
      *                            le nom de la nouvelle generation)
      *                        "B" controle et bascule
      *                        "N" nom de la nouvelle generation
      *                            seul (programme qui reecrit
      *                            plusieurs fichiers)
      *                        "F" controle et bascule d'un fichier
      *                            SEQUENTIEL a enregistrements fixes
      *                            sans delimiteur (ASSURANCES.txt) :
      *                            longueur d'enregistrement passee en
      *                            second parametre
      *
      *     CALL 'REECRIT' USING LS-REECRITURE LS-REE-FIXE
      *
      *     LS-REE-FICHIER   : nom du fichier vivant
      *     LS-REE-NOUVEAU   : nom de la nouvelle generation (retour)
      *     LS-REE-PROGRAMME : programme appelant
      *     LS-REE-POSITION  : position du champ de controle
      *     LS-REE-LONGUEUR  : longueur de ce champ (zero = nombre
      *                        d'enregistrements seul)
      *     LS-REE-DECIMALES : decimales implicites de ce champ (0 a 2)
      *     LS-REE-NB-ENREG  : nombre d'enregistrements ecrits
      *     LS-REE-TOTAL     : cumul ecrit du champ de controle
      *     LS-REE-LONGUEUR-ENREG : longueur de l'enregistrement fixe
      *                        (LS-REE-FIXE, fonction "F" seulement)
      *     LS-REE-STATUT    : "0" bascule faite / rien a reprendre
      *                        "1" reprise : bascule terminee
      *                        "2" reprise : generation abandonnee
      *                        "8" controle en echec : fichier vivant
      *                            intact, generation rejetee mise
      *                            de cote dans <nom>-REJETE.txt
      *                        "9" remplacement en echec : il sera
      *                            termine au prochain lancement
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ******** NOUVELLE GENERATION A CONTROLER (NOM DYNAMIQUE)
           SELECT FGENERATION ASSIGN TO DYNAMIC WS-NOM-GENERATION
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FGENERATION.

      ******** MEME GENERATION, RELUE OCTET PAR OCTET QUAND SES
      ******** ENREGISTREMENTS SONT FIXES SANS DELIMITEUR
           SELECT FGENFIXE ASSIGN TO DYNAMIC WS-NOM-GENERATION
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FGENFIXE.

      ******** MARQUE DE BASCULE CONTROLEE (NOM DYNAMIQUE)
           SELECT FBASCULE ASSIGN TO DYNAMIC WS-NOM-BASCULE
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FBASCULE.

       DATA DIVISION.
       FILE SECTION.
      ******** NOUVELLE GENERATION A CONTROLER
       FD  FGENERATION.
       01  RGENERATION PIC X(1000).

      ******** NOUVELLE GENERATION A ENREGISTREMENTS FIXES
       FD  FGENFIXE
           RECORDING MODE IS F.
       01  RGENFIXE PIC X(01).

      ******** MARQUE DE BASCULE : LA GENERATION A ETE CONTROLEE
       FD  FBASCULE.
       01  RBASCULE.
           05  BAS-PROGRAMME PIC X(08).
           05  FILLER        PIC X(01).
           05  BAS-DATE      PIC 9(08).
           05  FILLER        PIC X(01).
           05  BAS-HEURE     PIC 9(06).
           05  FILLER        PIC X(01).
           05  BAS-NB-ENREG  PIC 9(09).
           05  FILLER        PIC X(01).
           05  BAS-TOTAL     PIC 9(13)V99.

       WORKING-STORAGE SECTION.
       77  WS-STATUS-FILE-FGENERATION PIC X(02) VALUE SPACES.
           88  WS-STATUS-FILE-FGENERATION-OK  VALUE "00".
           88  WS-STATUS-FILE-FGENERATION-EOF VALUE "10".
       77  WS-STATUS-FILE-FGENFIXE PIC X(02) VALUE SPACES.
           88  WS-STATUS-FILE-FGENFIXE-OK  VALUE "00".
       77  WS-STATUS-FILE-FBASCULE PIC X(02) VALUE SPACES.
           88  WS-STATUS-FILE-FBASCULE-OK  VALUE "00".

      ****** NOMS DERIVES DU FICHIER VIVANT
       77  WS-NOM-RACINE     PIC X(40) VALUE SPACES.
       77  WS-NOM-EXTENSION  PIC X(10) VALUE SPACES.
       77  WS-NOM-GENERATION PIC X(40) VALUE SPACES.
       77  WS-NOM-VIVANT     PIC X(40) VALUE SPACES.
       77  WS-NOM-NOUVEAU    PIC X(40) VALUE SPACES.
       77  WS-NOM-ANCIEN     PIC X(40) VALUE SPACES.
       77  WS-NOM-REJETE     PIC X(40) VALUE SPACES.
       77  WS-NOM-BASCULE    PIC X(40) VALUE SPACES.
       77  WS-NOM-SUFFIXE    PIC X(10) VALUE SPACES.
       77  WS-NOM-DERIVE     PIC X(40) VALUE SPACES.

       77  WS-STATUT-FICHIER PIC 9(09) BINARY VALUE ZEROES.
       77  WS-EXISTE PIC X(01) VALUE "N".
           88  WS-EXISTE-OUI VALUE "O".
       77  WS-MARQUE PIC X(01) VALUE "N".
           88  WS-MARQUE-OUI VALUE "O".
       77  WS-VIVANT PIC X(01) VALUE "N".
           88  WS-VIVANT-OUI VALUE "O".

      ****** COMPTAGE DE LA GENERATION
       77  WS-NB-LUS PIC 9(09) VALUE ZEROES.
       77  WS-TOTAL-LU PIC 9(13)V99 VALUE ZEROES.
       77  WS-DEBUT-CHAMP PIC 9(02) VALUE ZEROES.
       77  WS-FIXE PIC X(01) VALUE "N".
           88  WS-FIXE-OUI VALUE "O".
       77  WS-RANG-OCTET PIC 9(04) VALUE ZEROES.
       01  WS-ENREG-CONTROLE PIC X(1000) VALUE SPACES.
       01  WS-CHAMP-CONTROLE PIC X(15) VALUE ZEROES.
       01  WS-CHAMP-CONTROLE-R REDEFINES WS-CHAMP-CONTROLE
                                PIC 9(13)V99.
       01  WS-EDIT-MONTANT PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.

      ***********************************************
      * JOURNALISATION CENTRALE DES EVENEMENTS (LOGEVENT)
      ***********************************************
       01  WS-JOURNALISATION.
           05  WS-JRN-PROGRAMME PIC X(08) VALUE SPACES.
           05  WS-JRN-SEVERITE  PIC X(01) VALUE "A".
           05  WS-JRN-MESSAGE   PIC X(60) VALUE SPACES.

       LINKAGE SECTION.
       01  LS-REECRITURE.
           05  LS-REE-FONCTION  PIC X(01).
               88  LS-REE-REPRISE  VALUE "R".
               88  LS-REE-BASCULE  VALUE "B".
               88  LS-REE-NOMS     VALUE "N".
               88  LS-REE-BASCULE-FIXE VALUE "F".
           05  LS-REE-FICHIER   PIC X(40).
           05  LS-REE-NOUVEAU   PIC X(40).
           05  LS-REE-PROGRAMME PIC X(08).
           05  LS-REE-POSITION  PIC 9(04).
           05  LS-REE-LONGUEUR  PIC 9(02).
           05  LS-REE-DECIMALES PIC 9(01).
           05  LS-REE-NB-ENREG  PIC 9(09).
           05  LS-REE-TOTAL     PIC 9(13)V99.
           05  LS-REE-STATUT    PIC X(01).
               88  LS-REE-OK          VALUE "0".
               88  LS-REE-TERMINEE    VALUE "1".
               88  LS-REE-ABANDONNEE  VALUE "2".
               88  LS-REE-REJETEE     VALUE "8".
               88  LS-REE-ECHEC       VALUE "9".
       01  LS-REE-FIXE.
           05  LS-REE-LONGUEUR-ENREG PIC 9(04).

      *******************************************************
      *  PARAGRAPHE PRINCIPAL
      *******************************************************
       PROCEDURE DIVISION USING LS-REECRITURE LS-REE-FIXE.
       DEBUT-PROGRAMME.

           MOVE "0" TO LS-REE-STATUT.
           MOVE "N" TO WS-FIXE.
           MOVE LS-REE-PROGRAMME TO WS-JRN-PROGRAMME.
           IF LS-REE-DECIMALES > 2
               MOVE 2 TO LS-REE-DECIMALES
           END-IF.
           IF LS-REE-LONGUEUR > 13 + LS-REE-DECIMALES
               COMPUTE LS-REE-LONGUEUR = 13 + LS-REE-DECIMALES
           END-IF.
      *
      ****** NOMS DE LA GENERATION, DE L'ANCIENNE VERSION ET DE LA
      ****** MARQUE, DERIVES DU NOM DU FICHIER VIVANT
           PERFORM 1000-NOMS-DERIVES-DEBUT
              THRU 1000-NOMS-DERIVES-FIN.
           MOVE WS-NOM-NOUVEAU TO LS-REE-NOUVEAU.

           EVALUATE TRUE
               WHEN LS-REE-REPRISE
                   PERFORM 2000-REPRISE-DEBUT
                      THRU 2000-REPRISE-FIN
               WHEN LS-REE-BASCULE
                   PERFORM 3000-CONTROLE-BASCULE-DEBUT
                      THRU 3000-CONTROLE-BASCULE-FIN
               WHEN LS-REE-BASCULE-FIXE
                   IF LS-REE-LONGUEUR-ENREG IS NUMERIC
                   AND LS-REE-LONGUEUR-ENREG > ZEROES
                   AND LS-REE-LONGUEUR-ENREG NOT > 1000
                       MOVE "O" TO WS-FIXE
                       PERFORM 3000-CONTROLE-BASCULE-DEBUT
                          THRU 3000-CONTROLE-BASCULE-FIN
                   ELSE
                       PERFORM 3200-REJET-GENERATION-DEBUT
                          THRU 3200-REJET-GENERATION-FIN
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       FIN-PROGRAMME.
           EXIT PROGRAM.

      *******************************************************
      *  NOMS DERIVES : <RACINE>-NOUVEAU.<EXT>, -ANCIEN, -REJETE
      *  ET -BASCULE
      *******************************************************
       1000-NOMS-DERIVES-DEBUT.

           MOVE LS-REE-FICHIER TO WS-NOM-VIVANT.
           MOVE SPACES TO WS-NOM-RACINE WS-NOM-EXTENSION.
           UNSTRING LS-REE-FICHIER DELIMITED BY "." OR SPACE
                    INTO WS-NOM-RACINE WS-NOM-EXTENSION.

           MOVE "-NOUVEAU" TO WS-NOM-SUFFIXE.
           PERFORM 1100-NOM-DERIVE-DEBUT THRU 1100-NOM-DERIVE-FIN.
           MOVE WS-NOM-DERIVE TO WS-NOM-NOUVEAU.
           MOVE "-ANCIEN" TO WS-NOM-SUFFIXE.
           PERFORM 1100-NOM-DERIVE-DEBUT THRU 1100-NOM-DERIVE-FIN.
           MOVE WS-NOM-DERIVE TO WS-NOM-ANCIEN.
           MOVE "-REJETE" TO WS-NOM-SUFFIXE.
           PERFORM 1100-NOM-DERIVE-DEBUT THRU 1100-NOM-DERIVE-FIN.
           MOVE WS-NOM-DERIVE TO WS-NOM-REJETE.
           MOVE "-BASCULE" TO WS-NOM-SUFFIXE.
           PERFORM 1100-NOM-DERIVE-DEBUT THRU 1100-NOM-DERIVE-FIN.
           MOVE WS-NOM-DERIVE TO WS-NOM-BASCULE.

       1000-NOMS-DERIVES-FIN.
           EXIT.

       1100-NOM-DERIVE-DEBUT.

           MOVE SPACES TO WS-NOM-DERIVE.
           IF WS-NOM-EXTENSION = SPACES
               STRING WS-NOM-RACINE DELIMITED BY SPACE
                      WS-NOM-SUFFIXE DELIMITED BY SPACE
                      INTO WS-NOM-DERIVE
           ELSE
               STRING WS-NOM-RACINE DELIMITED BY SPACE
                      WS-NOM-SUFFIXE DELIMITED BY SPACE
                      "." DELIMITED BY SIZE
                      WS-NOM-EXTENSION DELIMITED BY SPACE
                      INTO WS-NOM-DERIVE
           END-IF.

       1100-NOM-DERIVE-FIN.
           EXIT.

      *******************************************************
      *  REPRISE AU LANCEMENT D'UNE BASCULE INTERROMPUE
      *******************************************************
       2000-REPRISE-DEBUT.

           MOVE WS-NOM-BASCULE TO WS-NOM-GENERATION.
           PERFORM 4000-EXISTENCE-DEBUT THRU 4000-EXISTENCE-FIN.
           MOVE WS-EXISTE TO WS-MARQUE.
           MOVE WS-NOM-NOUVEAU TO WS-NOM-GENERATION.
           PERFORM 4000-EXISTENCE-DEBUT THRU 4000-EXISTENCE-FIN.
      *
      ****** NI MARQUE NI GENERATION : RIEN A REPRENDRE
           IF NOT WS-MARQUE-OUI
           AND NOT WS-EXISTE-OUI
               GO TO 2000-REPRISE-FIN
           END-IF.
      *
      ****** GENERATION SANS MARQUE : JAMAIS CONTROLEE, ABANDONNEE
           IF NOT WS-MARQUE-OUI
               CALL "CBL_DELETE_FILE" USING WS-NOM-NOUVEAU
                   RETURNING WS-STATUT-FICHIER
               MOVE "2" TO LS-REE-STATUT
               DISPLAY "--> " FUNCTION TRIM (WS-NOM-VIVANT)
                       ": GENERATION INCOMPLETE ABANDONNEE, "
                       "FICHIER VIVANT INTACT"
               MOVE "A" TO WS-JRN-SEVERITE
               MOVE SPACES TO WS-JRN-MESSAGE
               STRING FUNCTION TRIM (WS-NOM-VIVANT)
                      ": GENERATION INCOMPLETE ABANDONNEE"
                      DELIMITED BY SIZE INTO WS-JRN-MESSAGE
               PERFORM 9000-JOURNALISER-DEBUT
                  THRU 9000-JOURNALISER-FIN
               GO TO 2000-REPRISE-FIN
           END-IF.
      *
      ****** MARQUE PRESENTE : LA GENERATION A ETE CONTROLEE, LA
      ****** BASCULE EST TERMINEE
           PERFORM 5000-REMPLACEMENT-DEBUT
              THRU 5000-REMPLACEMENT-FIN.
           IF LS-REE-ECHEC
               GO TO 2000-REPRISE-FIN
           END-IF.

           MOVE "1" TO LS-REE-STATUT.
           DISPLAY "--> " FUNCTION TRIM (WS-NOM-VIVANT)
                   ": BASCULE INTERROMPUE TERMINEE".
           MOVE "A" TO WS-JRN-SEVERITE.
           MOVE SPACES TO WS-JRN-MESSAGE.
           STRING FUNCTION TRIM (WS-NOM-VIVANT)
                  ": BASCULE INTERROMPUE TERMINEE"
                  DELIMITED BY SIZE INTO WS-JRN-MESSAGE.
           PERFORM 9000-JOURNALISER-DEBUT THRU 9000-JOURNALISER-FIN.

       2000-REPRISE-FIN.
           EXIT.

      *******************************************************
      *  CONTROLE DE LA NOUVELLE GENERATION PUIS BASCULE
      *******************************************************
       3000-CONTROLE-BASCULE-DEBUT.

           PERFORM 3100-COMPTAGE-GENERATION-DEBUT
              THRU 3100-COMPTAGE-GENERATION-FIN.

           IF  WS-EXISTE-OUI
           AND WS-NB-LUS   = LS-REE-NB-ENREG
           AND WS-TOTAL-LU = LS-REE-TOTAL
               CONTINUE
           ELSE
               PERFORM 3200-REJET-GENERATION-DEBUT
                  THRU 3200-REJET-GENERATION-FIN
               GO TO 3000-CONTROLE-BASCULE-FIN
           END-IF.
      *
      ****** MARQUE : A PARTIR D'ICI LA BASCULE SERA TERMINEE
      ****** MEME SI LE PROGRAMME EST INTERROMPU
           OPEN OUTPUT FBASCULE.
           IF NOT WS-STATUS-FILE-FBASCULE-OK
               MOVE "9" TO LS-REE-STATUT
               DISPLAY "*** " FUNCTION TRIM (WS-NOM-BASCULE)
                       " IMPOSSIBLE A ECRIRE: "
                       WS-STATUS-FILE-FBASCULE " ***"
               GO TO 3000-CONTROLE-BASCULE-FIN
           END-IF.
           MOVE SPACES TO RBASCULE.
           MOVE LS-REE-PROGRAMME TO BAS-PROGRAMME.
           MOVE FUNCTION CURRENT-DATE (1:8) TO BAS-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO BAS-HEURE.
           MOVE WS-NB-LUS TO BAS-NB-ENREG.
           MOVE WS-TOTAL-LU TO BAS-TOTAL.
           WRITE RBASCULE.
           CLOSE FBASCULE.

           PERFORM 5000-REMPLACEMENT-DEBUT
              THRU 5000-REMPLACEMENT-FIN.

       3000-CONTROLE-BASCULE-FIN.
           EXIT.

      *******************************************************
      *  RELECTURE DE LA GENERATION : NOMBRE ET TOTAL
      *******************************************************
       3100-COMPTAGE-GENERATION-DEBUT.

           MOVE ZEROES TO WS-NB-LUS WS-TOTAL-LU.
           MOVE "N" TO WS-EXISTE.
           MOVE WS-NOM-NOUVEAU TO WS-NOM-GENERATION.
           IF WS-FIXE-OUI
               PERFORM 3150-COMPTAGE-FIXE-DEBUT
                  THRU 3150-COMPTAGE-FIXE-FIN
               GO TO 3100-COMPTAGE-GENERATION-FIN
           END-IF.

           OPEN INPUT FGENERATION.
           IF NOT WS-STATUS-FILE-FGENERATION-OK
               GO TO 3100-COMPTAGE-GENERATION-FIN
           END-IF.
           MOVE "O" TO WS-EXISTE.

           PERFORM UNTIL NOT WS-STATUS-FILE-FGENERATION-OK
               READ FGENERATION
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO WS-NB-LUS
                       MOVE RGENERATION TO WS-ENREG-CONTROLE
                       PERFORM 3110-CUMUL-CONTROLE-DEBUT
                          THRU 3110-CUMUL-CONTROLE-FIN
               END-READ
           END-PERFORM.
           CLOSE FGENERATION.

       3100-COMPTAGE-GENERATION-FIN.
           EXIT.

       3110-CUMUL-CONTROLE-DEBUT.

           IF LS-REE-POSITION = ZEROES
           OR LS-REE-LONGUEUR = ZEROES
           OR LS-REE-POSITION + LS-REE-LONGUEUR > 1001
               GO TO 3110-CUMUL-CONTROLE-FIN
           END-IF.

      ****** LE CHAMP EST CADRE SUR LA VIRGULE DE 9(13)V99
           MOVE ZEROES TO WS-CHAMP-CONTROLE.
           COMPUTE WS-DEBUT-CHAMP = 14 + LS-REE-DECIMALES
                                  - LS-REE-LONGUEUR.
           MOVE WS-ENREG-CONTROLE (LS-REE-POSITION:LS-REE-LONGUEUR)
                TO WS-CHAMP-CONTROLE (WS-DEBUT-CHAMP:LS-REE-LONGUEUR).
           IF WS-CHAMP-CONTROLE-R IS NUMERIC
               ADD WS-CHAMP-CONTROLE-R TO WS-TOTAL-LU
           END-IF.

       3110-CUMUL-CONTROLE-FIN.
           EXIT.

      *******************************************************
      *  RELECTURE D'UNE GENERATION A ENREGISTREMENTS FIXES :
      *  LES OCTETS SONT REGROUPES PAR LONGUEUR D'ENREGISTREMENT ;
      *  UN DERNIER ENREGISTREMENT INCOMPLET EST COMPTE (LE
      *  NOMBRE NE PEUT PLUS CONCORDER)
      *******************************************************
       3150-COMPTAGE-FIXE-DEBUT.

           OPEN INPUT FGENFIXE.
           IF NOT WS-STATUS-FILE-FGENFIXE-OK
               GO TO 3150-COMPTAGE-FIXE-FIN
           END-IF.
           MOVE "O" TO WS-EXISTE.
           MOVE ZEROES TO WS-RANG-OCTET.
           MOVE SPACES TO WS-ENREG-CONTROLE.

           PERFORM UNTIL NOT WS-STATUS-FILE-FGENFIXE-OK
               READ FGENFIXE
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO WS-RANG-OCTET
                       MOVE RGENFIXE
                            TO WS-ENREG-CONTROLE (WS-RANG-OCTET:1)
                       IF WS-RANG-OCTET = LS-REE-LONGUEUR-ENREG
                           ADD 1 TO WS-NB-LUS
                           PERFORM 3110-CUMUL-CONTROLE-DEBUT
                              THRU 3110-CUMUL-CONTROLE-FIN
                           MOVE ZEROES TO WS-RANG-OCTET
                           MOVE SPACES TO WS-ENREG-CONTROLE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FGENFIXE.

           IF WS-RANG-OCTET > ZEROES
               ADD 1 TO WS-NB-LUS
           END-IF.

       3150-COMPTAGE-FIXE-FIN.
           EXIT.

      *******************************************************
      *  GENERATION REJETEE : LE FICHIER VIVANT N'EST PAS TOUCHE,
      *  LA GENERATION EST MISE DE COTE POUR EXAMEN
      *******************************************************
       3200-REJET-GENERATION-DEBUT.

           MOVE "8" TO LS-REE-STATUT.
           DISPLAY "*** " FUNCTION TRIM (WS-NOM-VIVANT)
                   ": NOUVELLE GENERATION REJETEE, FICHIER VIVANT "
                   "INTACT ***".
           MOVE LS-REE-TOTAL TO WS-EDIT-MONTANT.
           DISPLAY "    ECRIT: " LS-REE-NB-ENREG
                   " ENREG. TOTAL " WS-EDIT-MONTANT.
           MOVE WS-TOTAL-LU TO WS-EDIT-MONTANT.
           DISPLAY "    RELU : " WS-NB-LUS
                   " ENREG. TOTAL " WS-EDIT-MONTANT.

           IF WS-EXISTE-OUI
               CALL "CBL_DELETE_FILE" USING WS-NOM-REJETE
                   RETURNING WS-STATUT-FICHIER
               CALL "CBL_RENAME_FILE" USING WS-NOM-NOUVEAU
                                            WS-NOM-REJETE
                   RETURNING WS-STATUT-FICHIER
               DISPLAY "    GENERATION CONSERVEE DANS "
                       FUNCTION TRIM (WS-NOM-REJETE)
           END-IF.

           MOVE "E" TO WS-JRN-SEVERITE.
           MOVE SPACES TO WS-JRN-MESSAGE.
           STRING FUNCTION TRIM (WS-NOM-VIVANT)
                  ": GENERATION REJETEE AU CONTROLE"
                  DELIMITED BY SIZE INTO WS-JRN-MESSAGE.
           PERFORM 9000-JOURNALISER-DEBUT THRU 9000-JOURNALISER-FIN.

       3200-REJET-GENERATION-FIN.
           EXIT.

      *******************************************************
      *  EXISTENCE DU FICHIER WS-NOM-GENERATION
      *******************************************************
       4000-EXISTENCE-DEBUT.

           MOVE "N" TO WS-EXISTE.
           OPEN INPUT FGENERATION.
           IF WS-STATUS-FILE-FGENERATION-OK
               MOVE "O" TO WS-EXISTE
               CLOSE FGENERATION
           END-IF.

       4000-EXISTENCE-FIN.
           EXIT.

      *******************************************************
      *  REMPLACEMENT (LA MARQUE EST POSEE) : CHAQUE ETAPE PEUT
      *  ETRE REJOUEE APRES UNE INTERRUPTION
      *    - GENERATION ENCORE PRESENTE : LE VIVANT DEVIENT
      *      L'ANCIENNE VERSION, LA GENERATION DEVIENT LE VIVANT
      *    - GENERATION DEJA RENOMMEE : IL NE RESTE QUE LA MARQUE
      *******************************************************
       5000-REMPLACEMENT-DEBUT.

           MOVE WS-NOM-NOUVEAU TO WS-NOM-GENERATION.
           PERFORM 4000-EXISTENCE-DEBUT THRU 4000-EXISTENCE-FIN.

           IF WS-EXISTE-OUI
               MOVE WS-NOM-VIVANT TO WS-NOM-GENERATION
               PERFORM 4000-EXISTENCE-DEBUT THRU 4000-EXISTENCE-FIN
               MOVE WS-EXISTE TO WS-VIVANT
               IF WS-VIVANT-OUI
                   CALL "CBL_DELETE_FILE" USING WS-NOM-ANCIEN
                       RETURNING WS-STATUT-FICHIER
                   CALL "CBL_RENAME_FILE" USING WS-NOM-VIVANT
                                                WS-NOM-ANCIEN
                       RETURNING WS-STATUT-FICHIER
                   IF WS-STATUT-FICHIER NOT = ZEROES
                       PERFORM 5100-ECHEC-REMPLACEMENT-DEBUT
                          THRU 5100-ECHEC-REMPLACEMENT-FIN
                       GO TO 5000-REMPLACEMENT-FIN
                   END-IF
               END-IF
               CALL "CBL_RENAME_FILE" USING WS-NOM-NOUVEAU
                                            WS-NOM-VIVANT
                   RETURNING WS-STATUT-FICHIER
               IF WS-STATUT-FICHIER NOT = ZEROES
                   PERFORM 5100-ECHEC-REMPLACEMENT-DEBUT
                      THRU 5100-ECHEC-REMPLACEMENT-FIN
                   GO TO 5000-REMPLACEMENT-FIN
               END-IF
           END-IF.

           CALL "CBL_DELETE_FILE" USING WS-NOM-BASCULE
               RETURNING WS-STATUT-FICHIER.

       5000-REMPLACEMENT-FIN.
           EXIT.

      *******************************************************
      *  REMPLACEMENT EN ECHEC : LA MARQUE RESTE POSEE, LA
      *  BASCULE SERA TERMINEE AU PROCHAIN LANCEMENT
      *******************************************************
       5100-ECHEC-REMPLACEMENT-DEBUT.

           MOVE "9" TO LS-REE-STATUT.
           DISPLAY "*** " FUNCTION TRIM (WS-NOM-VIVANT)
                   ": ECHEC DU REMPLACEMENT, IL SERA TERMINE AU "
                   "PROCHAIN LANCEMENT ***".
           MOVE "E" TO WS-JRN-SEVERITE.
           MOVE SPACES TO WS-JRN-MESSAGE.
           STRING FUNCTION TRIM (WS-NOM-VIVANT)
                  ": ECHEC DU REMPLACEMENT (BASCULE EN ATTENTE)"
                  DELIMITED BY SIZE INTO WS-JRN-MESSAGE.
           PERFORM 9000-JOURNALISER-DEBUT THRU 9000-JOURNALISER-FIN.

       5100-ECHEC-REMPLACEMENT-FIN.
           EXIT.

      *******************************************************
      *  JOURNALISATION D'UN EVENEMENT VIA LOGEVENT
      *******************************************************
       9000-JOURNALISER-DEBUT.

           CALL 'LOGEVENT' USING WS-JOURNALISATION
               ON EXCEPTION
                   CONTINUE
           END-CALL.

       9000-JOURNALISER-FIN.
           EXIT.
