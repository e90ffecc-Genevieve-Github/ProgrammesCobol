       IDENTIFICATION DIVISION.
       PROGRAM-ID. CANMAINT.
       AUTHOR. GENEVIEVE GIANNASI.
       INSTALLATION. PERSONAL PC.
       DATE-WRITTEN. 15-10-2026.
       DATE-COMPILED. 15-10-2026.
       SECURITY. NON-CONFIDENTIAL.
      ******************************************************************
      * OBJECTIF:
      * Gestion du canal d'envoi des factures de chaque client : les
      * clients professionnels doivent recevoir des factures
      * electroniques structurees, d'autres preferent un PDF par
      * courriel, les autres restent au papier. FACTEDIT aiguille
      * chaque facture selon ce canal.
      *
      * Le fichier CLIENTS-CANAUX.txt porte une ligne par client (ou
      * groupe payeur, qui recoit la facture consolidee) :
      *   ID . CANAL . SIREN . TVA INTRACOMMUNAUTAIRE . COURRIEL
      *   . DATE DE MISE A JOUR
      *   (CANAL : P papier, M courriel PDF, E facture electronique ;
      *   un client absent du fichier reste au papier)
      * Ce programme le maintient sur le modele de MANDMAINT :
      *   (M)ODIFICATION du canal d'un client ou d'un groupe existant
      *       (FICHIERCLIENT.txt, GROUPES-CLIENTS.txt) :
      *       - canal M : adresse de courriel obligatoire (un seul
      *         "@", un point apres, pas d'espace)
      *       - canal E : SIREN obligatoire, valide par la cle de
      *         Luhn, et numero de TVA intracommunautaire FR + cle
      *         + SIREN, la cle valant (12 + 3 x (SIREN modulo 97))
      *         modulo 97
      *   (L)ISTE des canaux
      * La reecriture passe par une nouvelle generation controlee
      * puis basculee (sous-programme REECRIT) : un arret en cours
      * d'ecriture ne laisse jamais un fichier des canaux tronque.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ******** FICHIER CLIENT (CONTROLE D'EXISTENCE)
           SELECT FCLIENT ASSIGN TO "FICHIERCLIENT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FCLIENT.

      ******** GROUPES DE CLIENTS (CONTROLE D'EXISTENCE)
           SELECT FGROUPE ASSIGN TO "GROUPES-CLIENTS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FGROUPE.

      ******** FICHIER DES CANAUX D'ENVOI DES FACTURES
           SELECT FCANAL ASSIGN TO DYNAMIC WS-NOM-FCANAL
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FCANAL.

       DATA DIVISION.
       FILE SECTION.
      ******** FICHIER CLIENT
           COPY 'COBOL-FD-FCLIENT.CPY'.

      ******** GROUPES DE CLIENTS (UNE LIGNE PAR MEMBRE)
       FD  FGROUPE.
       01  RGROUPE.
           05  GRP-GROUPE PIC X(08).
           05  FILLER     PIC X(01).
           05  GRP-MEMBRE PIC X(08).
           05  FILLER     PIC X(01).
           05  GRP-NOM    PIC X(30).

      ******** FICHIER DES CANAUX D'ENVOI DES FACTURES
           COPY 'COBOL-FD-CANAL.cpy'.

       WORKING-STORAGE SECTION.
      ***********************************************
      * DEFINTION DES STATUS DES FICHIERS
      ***********************************************
       01  WS-STATUS-FILE-FCLIENT PIC X(02).
           88 WS-STATUS-FILE-FCLIENT-OK  VALUE "00".
           88 WS-STATUS-FILE-FCLIENT-EOF VALUE "10".
       01  WS-STATUS-FILE-FGROUPE PIC X(02).
           88 WS-STATUS-FILE-FGROUPE-OK  VALUE "00".
           88 WS-STATUS-FILE-FGROUPE-EOF VALUE "10".
       01  WS-STATUS-FILE-FCANAL PIC X(02).
           88 WS-STATUS-FILE-FCANAL-OK  VALUE "00".
           88 WS-STATUS-FILE-FCANAL-EOF VALUE "10".

      *************************************
      *  TABLE DES IDENTIFIANTS CLIENTS ET GROUPES (POUR CONTROLE)
      *************************************
       01  WS-TABLE-CLIENTS.
           05 WS-CLIENT-ENTRY OCCURS 5000 INDEXED BY WS-INDICE.
               10 WS-CLIENT-ID  PIC X(08).
               10 WS-CLIENT-NOM PIC X(30).
       01  WS-NB-CLIENTS  PIC 9(04) VALUE ZEROES.
       01  WS-MAX-CLIENTS PIC 9(04) VALUE 5000.
       01  WS-CLIENT-TROUVE PIC X(01) VALUE "N".
           88 WS-CLIENT-TROUVE-OUI VALUE "O".

      *************************************
      *  TABLE DES CANAUX CHARGES EN MEMOIRE
      *************************************
       01  WS-TABLE-CANAUX.
           05 WS-CAN-ENTRY OCCURS 5000 INDEXED BY WS-INDICE2.
               10 WS-CAN-ID     PIC X(08).
               10 WS-CAN-CANAL  PIC X(01).
               10 WS-CAN-SIREN  PIC X(09).
               10 WS-CAN-TVA    PIC X(13).
               10 WS-CAN-EMAIL  PIC X(50).
               10 WS-CAN-DATE   PIC 9(08).
       01  WS-NB-CANAUX  PIC 9(04) VALUE ZEROES.
       01  WS-MAX-CANAUX PIC 9(04) VALUE 5000.
       01  WS-POSITION-CANAL PIC 9(04) VALUE ZEROES.

      *************************************
      *  VALIDATION DU SIREN (CLE DE LUHN), DU NUMERO DE TVA
      *  INTRACOMMUNAUTAIRE ET DU COURRIEL
      *************************************
       01  WS-SIREN-SAISI  PIC X(09) VALUE SPACES.
       01  WS-SIREN-NUM REDEFINES WS-SIREN-SAISI PIC 9(09).
       01  WS-TVA-SAISIE   PIC X(13) VALUE SPACES.
       01  WS-EMAIL-SAISI  PIC X(50) VALUE SPACES.
       01  WS-IDENT-VALIDE PIC X(01) VALUE "N".
           88 WS-IDENT-VALIDE-OUI VALUE "O".
       01  WS-SOMME-LUHN   PIC 9(03) VALUE ZEROES.
       01  WS-CHIFFRE      PIC 9(02) VALUE ZEROES.
       01  WS-CLE-TVA      PIC 9(02) VALUE ZEROES.
       01  WS-CLE-TVA-X REDEFINES WS-CLE-TVA PIC X(02).
       01  WS-NB-AROBASES  PIC 9(02) VALUE ZEROES.
       01  WS-POS-AROBASE  PIC 9(02) VALUE ZEROES.
       01  WS-POS-POINT    PIC 9(02) VALUE ZEROES.
       01  WS-LONGUEUR     PIC 9(02) VALUE ZEROES.
       01  WS-POS          PIC 9(02) VALUE ZEROES.

      *************************************
      *  ZONES DE SAISIE ET DE CONTROLE
      *************************************
       01  WS-ACTION PIC X(01) VALUE SPACES.
           88  WS-ACTION-MODIFICATION VALUE "M".
           88  WS-ACTION-LISTE        VALUE "L".
           88  WS-ACTION-QUITTER      VALUE "Q".
       01  WS-SAISIE PIC X(50) VALUE SPACES.
       01  WS-ID-RECHERCHE PIC X(08) VALUE SPACES.
       01  WS-CANAL-SAISI PIC X(01) VALUE SPACES.
           88  WS-CANAL-VALIDE VALUE "P" "M" "E".
       01  WS-DATE-JOUR PIC 9(08) VALUE ZEROES.
       01  WS-FICHIER-MODIFIE PIC X(01) VALUE "N".
           88 WS-FICHIER-MODIFIE-OUI VALUE "O".
       01  WS-COMPTEUR-MODIFICATIONS PIC 9(04) VALUE ZEROES.
       01  WS-COMPTEUR-PAPIER    PIC 9(04) VALUE ZEROES.
       01  WS-COMPTEUR-EMAIL     PIC 9(04) VALUE ZEROES.
       01  WS-COMPTEUR-EFACTURE  PIC 9(04) VALUE ZEROES.

      ***********************************************
      * REECRITURE SURE DES FICHIERS PERMANENTS (REECRIT) :
      * LE FICHIER EST ECRIT DANS UNE NOUVELLE GENERATION,
      * CONTROLEE (NOMBRE, TOTAL DES DATES DE MISE A JOUR) PUIS
      * BASCULEE
      ***********************************************
       01  WS-NOM-FCANAL PIC X(40) VALUE "CLIENTS-CANAUX.txt".
       01  WS-REECRITURE.
           05  WS-REE-FONCTION  PIC X(01) VALUE "R".
           05  WS-REE-FICHIER   PIC X(40) VALUE "CLIENTS-CANAUX.txt".
           05  WS-REE-NOUVEAU   PIC X(40) VALUE SPACES.
           05  WS-REE-PROGRAMME PIC X(08) VALUE "CANMAINT".
           05  WS-REE-POSITION  PIC 9(04) VALUE 87.
           05  WS-REE-LONGUEUR  PIC 9(02) VALUE 8.
           05  WS-REE-DECIMALES PIC 9(01) VALUE ZERO.
           05  WS-REE-NB-ENREG  PIC 9(09) VALUE ZEROES.
           05  WS-REE-TOTAL     PIC 9(13)V99 VALUE ZEROES.
           05  WS-REE-STATUT    PIC X(01) VALUE SPACES.
               88  WS-REE-OK VALUE "0" "1" "2".

       PROCEDURE DIVISION.
       0000-MAIN-DEB.
      *******************************************************
      *  PARAGRAPHE PRINCIPAL
      *******************************************************
           DISPLAY "GESTION DES CANAUX D'ENVOI DES FACTURES".
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATE-JOUR.
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
      *********** CHARGEMENT DES TABLES
           PERFORM 1000-CHARGEMENT-CLIENTS-DEBUT
              THRU 1000-CHARGEMENT-CLIENTS-FIN.
           PERFORM 1100-CHARGEMENT-CANAUX-DEBUT
              THRU 1100-CHARGEMENT-CANAUX-FIN.
      *
      *********** BOUCLE DE SAISIE DES OPERATIONS
           PERFORM UNTIL WS-ACTION-QUITTER
               MOVE SPACES TO WS-ACTION
               DISPLAY "ACTION? (M)ODIFICATION (L)ISTE "
                       "(Q)UITTER: " NO ADVANCING
               ACCEPT WS-ACTION
               MOVE FUNCTION UPPER-CASE (WS-ACTION) TO WS-ACTION
               IF WS-ACTION = SPACES
                   MOVE "Q" TO WS-ACTION
                   DISPLAY "SAISIE VIDE - FIN DE LA GESTION"
               END-IF
               EVALUATE TRUE
                   WHEN WS-ACTION-MODIFICATION
                       PERFORM 2000-MODIFICATION-CANAL-DEBUT
                          THRU 2000-MODIFICATION-CANAL-FIN
                   WHEN WS-ACTION-LISTE
                       PERFORM 4000-LISTE-CANAUX-DEBUT
                          THRU 4000-LISTE-CANAUX-FIN
                   WHEN WS-ACTION-QUITTER
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "ACTION INVALIDE - CHOISIR M, L OU Q"
               END-EVALUATE
           END-PERFORM.
      *
      *********** REECRITURE DU FICHIER SI MODIFIE
           IF WS-FICHIER-MODIFIE-OUI
               PERFORM 5000-REECRITURE-CANAUX-DEBUT
                  THRU 5000-REECRITURE-CANAUX-FIN
           ELSE
               DISPLAY "AUCUNE MODIFICATION - FICHIER INCHANGE"
           END-IF.

           DISPLAY "==============================================".
           DISPLAY "CANAUX MODIFIES: " WS-COMPTEUR-MODIFICATIONS.
           DISPLAY "==============================================".

       0000-MAIN-FIN.
           STOP RUN.

      *******************************************************
      *  CHARGEMENT DES IDENTIFIANTS CLIENTS ET GROUPES EN TABLE
      *******************************************************
       1000-CHARGEMENT-CLIENTS-DEBUT.

           OPEN INPUT FCLIENT.
           IF NOT WS-STATUS-FILE-FCLIENT-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FCLIENT': "
                       WS-STATUS-FILE-FCLIENT
               GO TO 1000-CHARGEMENT-CLIENTS-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FCLIENT-OK
               READ FCLIENT
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-NB-CLIENTS < WS-MAX-CLIENTS
                           ADD 1 TO WS-NB-CLIENTS
                           SET WS-INDICE TO WS-NB-CLIENTS
                           MOVE RCLIENT-ID
                                TO WS-CLIENT-ID (WS-INDICE)
                           MOVE RCLIENT-NOM
                                TO WS-CLIENT-NOM (WS-INDICE)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FCLIENT.
      *
      ****** LES GROUPES PAYEURS RECOIVENT LA FACTURE CONSOLIDEE
           OPEN INPUT FGROUPE.
           IF WS-STATUS-FILE-FGROUPE-OK
               PERFORM UNTIL NOT WS-STATUS-FILE-FGROUPE-OK
                   READ FGROUPE
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM 1050-AJOUT-GROUPE-DEBUT
                              THRU 1050-AJOUT-GROUPE-FIN
                   END-READ
               END-PERFORM
               CLOSE FGROUPE
           END-IF.

           DISPLAY "NOMBRE DE CLIENTS ET GROUPES CHARGES EN TABLES: "
                   WS-NB-CLIENTS.

       1000-CHARGEMENT-CLIENTS-FIN.
           EXIT.

      *******************************************************
      *  UN GROUPE N'EST CHARGE QU'UNE FOIS (UNE LIGNE PAR MEMBRE)
      *******************************************************
       1050-AJOUT-GROUPE-DEBUT.

           IF GRP-GROUPE = SPACES
               GO TO 1050-AJOUT-GROUPE-FIN
           END-IF.
           PERFORM VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-NB-CLIENTS
               IF WS-CLIENT-ID (WS-INDICE) = GRP-GROUPE
                   GO TO 1050-AJOUT-GROUPE-FIN
               END-IF
           END-PERFORM.
           IF WS-NB-CLIENTS < WS-MAX-CLIENTS
               ADD 1 TO WS-NB-CLIENTS
               SET WS-INDICE TO WS-NB-CLIENTS
               MOVE GRP-GROUPE TO WS-CLIENT-ID (WS-INDICE)
               MOVE GRP-NOM    TO WS-CLIENT-NOM (WS-INDICE)
           END-IF.

       1050-AJOUT-GROUPE-FIN.
           EXIT.

      *******************************************************
      *  CHARGEMENT DES CANAUX EXISTANTS EN MEMOIRE
      *******************************************************
       1100-CHARGEMENT-CANAUX-DEBUT.

           OPEN INPUT FCANAL.
           IF NOT WS-STATUS-FILE-FCANAL-OK
               DISPLAY "--> AUCUN CANAL ENREGISTRE: TOUS LES "
                       "CLIENTS SONT AU PAPIER"
               GO TO 1100-CHARGEMENT-CANAUX-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FCANAL-OK
               READ FCANAL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-NB-CANAUX < WS-MAX-CANAUX
                           ADD 1 TO WS-NB-CANAUX
                           SET WS-INDICE2 TO WS-NB-CANAUX
                           MOVE CAN-ID    TO WS-CAN-ID (WS-INDICE2)
                           MOVE CAN-CANAL TO WS-CAN-CANAL (WS-INDICE2)
                           MOVE CAN-SIREN TO WS-CAN-SIREN (WS-INDICE2)
                           MOVE CAN-TVA   TO WS-CAN-TVA (WS-INDICE2)
                           MOVE CAN-EMAIL TO WS-CAN-EMAIL (WS-INDICE2)
                           IF CAN-DATE-MAJ IS NUMERIC
                               MOVE CAN-DATE-MAJ
                                    TO WS-CAN-DATE (WS-INDICE2)
                           ELSE
                               MOVE ZEROES TO WS-CAN-DATE (WS-INDICE2)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FCANAL.

           DISPLAY "NOMBRE DE CANAUX CHARGES: " WS-NB-CANAUX.

       1100-CHARGEMENT-CANAUX-FIN.
           EXIT.

      *******************************************************
      *  VALIDATION DU SIREN (CLE DE LUHN : UN CHIFFRE SUR DEUX
      *  DOUBLE EN PARTANT DE LA DROITE, SOMME MULTIPLE DE 10)
      *  ET DU NUMERO DE TVA FR + CLE + SIREN
      *******************************************************
       1200-VALIDATION-SIREN-DEBUT.

           MOVE "N" TO WS-IDENT-VALIDE.
           IF WS-SIREN-SAISI NOT NUMERIC
               DISPLAY "--> SIREN NON NUMERIQUE (9 CHIFFRES)"
               GO TO 1200-VALIDATION-SIREN-FIN
           END-IF.

           MOVE ZEROES TO WS-SOMME-LUHN.
           PERFORM VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > 9
               MOVE WS-SIREN-SAISI (WS-POS:1) TO WS-CHIFFRE
               IF FUNCTION MOD (WS-POS, 2) = 0
                   MULTIPLY 2 BY WS-CHIFFRE
                   IF WS-CHIFFRE > 9
                       SUBTRACT 9 FROM WS-CHIFFRE
                   END-IF
               END-IF
               ADD WS-CHIFFRE TO WS-SOMME-LUHN
           END-PERFORM.
           IF FUNCTION MOD (WS-SOMME-LUHN, 10) NOT = 0
               DISPLAY "--> CLE DU SIREN INVALIDE"
               GO TO 1200-VALIDATION-SIREN-FIN
           END-IF.

           COMPUTE WS-CLE-TVA =
                   FUNCTION MOD (12 + 3 * FUNCTION MOD
                                 (WS-SIREN-NUM, 97), 97).
           IF WS-TVA-SAISIE (1:2) NOT = "FR"
           OR WS-TVA-SAISIE (3:2) NOT = WS-CLE-TVA-X
           OR WS-TVA-SAISIE (5:9) NOT = WS-SIREN-SAISI
               DISPLAY "--> NUMERO DE TVA INCOHERENT, ATTENDU: FR"
                       WS-CLE-TVA-X WS-SIREN-SAISI
               GO TO 1200-VALIDATION-SIREN-FIN
           END-IF.

           MOVE "O" TO WS-IDENT-VALIDE.

       1200-VALIDATION-SIREN-FIN.
           EXIT.

      *******************************************************
      *  VALIDATION DE L'ADRESSE DE COURRIEL : UN SEUL "@", NI
      *  EN TETE NI EN FIN, UN POINT DANS LE DOMAINE, PAS
      *  D'ESPACE
      *******************************************************
       1300-VALIDATION-EMAIL-DEBUT.

           MOVE "N" TO WS-IDENT-VALIDE.
           MOVE ZEROES TO WS-NB-AROBASES WS-POS-AROBASE WS-POS-POINT
                          WS-LONGUEUR.
           PERFORM VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > 50
               IF WS-EMAIL-SAISI (WS-POS:1) NOT = SPACES
                   MOVE WS-POS TO WS-LONGUEUR
               END-IF
           END-PERFORM.
           IF WS-LONGUEUR = ZEROES
               DISPLAY "--> COURRIEL OBLIGATOIRE POUR LE CANAL M"
               GO TO 1300-VALIDATION-EMAIL-FIN
           END-IF.

           PERFORM VARYING WS-POS FROM 1 BY 1
                   UNTIL WS-POS > WS-LONGUEUR
               EVALUATE WS-EMAIL-SAISI (WS-POS:1)
                   WHEN "@"
                       ADD 1 TO WS-NB-AROBASES
                       MOVE WS-POS TO WS-POS-AROBASE
                   WHEN "."
                       IF WS-POS-AROBASE > ZEROES
                           MOVE WS-POS TO WS-POS-POINT
                       END-IF
                   WHEN SPACE
                       DISPLAY "--> ESPACE INTERDIT DANS LE COURRIEL"
                       GO TO 1300-VALIDATION-EMAIL-FIN
               END-EVALUATE
           END-PERFORM.

           IF WS-NB-AROBASES NOT = 1
           OR WS-POS-AROBASE = 1
           OR WS-POS-POINT = ZEROES
           OR WS-POS-POINT = WS-POS-AROBASE + 1
           OR WS-POS-POINT = WS-LONGUEUR
               DISPLAY "--> COURRIEL INVALIDE: "
                       WS-EMAIL-SAISI (1:WS-LONGUEUR)
               GO TO 1300-VALIDATION-EMAIL-FIN
           END-IF.

           MOVE "O" TO WS-IDENT-VALIDE.

       1300-VALIDATION-EMAIL-FIN.
           EXIT.

      *******************************************************
      *  MODIFICATION (OU CREATION) DU CANAL D'UN CLIENT
      *******************************************************
       2000-MODIFICATION-CANAL-DEBUT.

           DISPLAY "IDENTIFIANT CLIENT OU GROUPE: " NO ADVANCING.
           MOVE SPACES TO WS-SAISIE.
           ACCEPT WS-SAISIE.
           MOVE WS-SAISIE (1:8) TO WS-ID-RECHERCHE.
      *
      ****** LE CLIENT (OU LE GROUPE) DOIT EXISTER
           MOVE "N" TO WS-CLIENT-TROUVE.
           PERFORM VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-NB-CLIENTS
                      OR WS-CLIENT-TROUVE-OUI
               IF WS-CLIENT-ID (WS-INDICE) = WS-ID-RECHERCHE
                   MOVE "O" TO WS-CLIENT-TROUVE
                   DISPLAY "CLIENT: " WS-CLIENT-NOM (WS-INDICE)
               END-IF
           END-PERFORM.
           IF NOT WS-CLIENT-TROUVE-OUI
               DISPLAY "--> CLIENT NON TROUVE: " WS-ID-RECHERCHE
               GO TO 2000-MODIFICATION-CANAL-FIN
           END-IF.
      *
      ****** CANAL ACTUEL
           MOVE ZEROES TO WS-POSITION-CANAL.
           PERFORM VARYING WS-INDICE2 FROM 1 BY 1
                   UNTIL WS-INDICE2 > WS-NB-CANAUX
               IF WS-CAN-ID (WS-INDICE2) = WS-ID-RECHERCHE
                   MOVE WS-INDICE2 TO WS-POSITION-CANAL
               END-IF
           END-PERFORM.
           IF WS-POSITION-CANAL = ZEROES
               DISPLAY "CANAL ACTUEL: P (PAR DEFAUT)"
           ELSE
               SET WS-INDICE2 TO WS-POSITION-CANAL
               DISPLAY "CANAL ACTUEL: " WS-CAN-CANAL (WS-INDICE2)
                       " " WS-CAN-SIREN (WS-INDICE2)
                       " " WS-CAN-TVA (WS-INDICE2)
                       " " WS-CAN-EMAIL (WS-INDICE2)
           END-IF.
      *
      ****** NOUVEAU CANAL ET SES IDENTIFIANTS
           DISPLAY "CANAL (P)APIER (M) COURRIEL PDF "
                   "(E) FACTURE ELECTRONIQUE: " NO ADVANCING.
           MOVE SPACES TO WS-SAISIE.
           ACCEPT WS-SAISIE.
           MOVE FUNCTION UPPER-CASE (WS-SAISIE (1:1))
                TO WS-CANAL-SAISI.
           IF NOT WS-CANAL-VALIDE
               DISPLAY "--> CANAL INVALIDE - CHOISIR P, M OU E"
               GO TO 2000-MODIFICATION-CANAL-FIN
           END-IF.

           MOVE SPACES TO WS-SIREN-SAISI WS-TVA-SAISIE WS-EMAIL-SAISI.
           IF WS-POSITION-CANAL > ZEROES
               MOVE WS-CAN-SIREN (WS-INDICE2) TO WS-SIREN-SAISI
               MOVE WS-CAN-TVA (WS-INDICE2)   TO WS-TVA-SAISIE
               MOVE WS-CAN-EMAIL (WS-INDICE2) TO WS-EMAIL-SAISI
           END-IF.

           EVALUATE WS-CANAL-SAISI
               WHEN "M"
                   DISPLAY "COURRIEL: " NO ADVANCING
                   MOVE SPACES TO WS-SAISIE
                   ACCEPT WS-SAISIE
                   MOVE FUNCTION LOWER-CASE (WS-SAISIE)
                        TO WS-EMAIL-SAISI
                   PERFORM 1300-VALIDATION-EMAIL-DEBUT
                      THRU 1300-VALIDATION-EMAIL-FIN
                   IF NOT WS-IDENT-VALIDE-OUI
                       DISPLAY "--> MODIFICATION REFUSEE"
                       GO TO 2000-MODIFICATION-CANAL-FIN
                   END-IF
               WHEN "E"
                   DISPLAY "SIREN (9 CHIFFRES): " NO ADVANCING
                   MOVE SPACES TO WS-SAISIE
                   ACCEPT WS-SAISIE
                   MOVE WS-SAISIE (1:9) TO WS-SIREN-SAISI
                   DISPLAY "TVA INTRACOMMUNAUTAIRE (FR...): "
                           NO ADVANCING
                   MOVE SPACES TO WS-SAISIE
                   ACCEPT WS-SAISIE
                   MOVE FUNCTION UPPER-CASE (WS-SAISIE (1:13))
                        TO WS-TVA-SAISIE
                   PERFORM 1200-VALIDATION-SIREN-DEBUT
                      THRU 1200-VALIDATION-SIREN-FIN
                   IF NOT WS-IDENT-VALIDE-OUI
                       DISPLAY "--> MODIFICATION REFUSEE"
                       GO TO 2000-MODIFICATION-CANAL-FIN
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *
      ****** MISE A JOUR OU CREATION DE LA LIGNE
           IF WS-POSITION-CANAL = ZEROES
               IF WS-NB-CANAUX >= WS-MAX-CANAUX
                   DISPLAY "--> ! PLUS DE " WS-MAX-CANAUX " CANAUX!"
                   GO TO 2000-MODIFICATION-CANAL-FIN
               END-IF
               ADD 1 TO WS-NB-CANAUX
               MOVE WS-NB-CANAUX TO WS-POSITION-CANAL
           END-IF.
           SET WS-INDICE2 TO WS-POSITION-CANAL.
           MOVE WS-ID-RECHERCHE TO WS-CAN-ID (WS-INDICE2).
           MOVE WS-CANAL-SAISI  TO WS-CAN-CANAL (WS-INDICE2).
           MOVE WS-SIREN-SAISI  TO WS-CAN-SIREN (WS-INDICE2).
           MOVE WS-TVA-SAISIE   TO WS-CAN-TVA (WS-INDICE2).
           MOVE WS-EMAIL-SAISI  TO WS-CAN-EMAIL (WS-INDICE2).
           MOVE WS-DATE-JOUR    TO WS-CAN-DATE (WS-INDICE2).
           ADD 1 TO WS-COMPTEUR-MODIFICATIONS.
           MOVE "O" TO WS-FICHIER-MODIFIE.
           DISPLAY "--> CANAL " WS-CANAL-SAISI " ENREGISTRE POUR "
                   WS-ID-RECHERCHE.

       2000-MODIFICATION-CANAL-FIN.
           EXIT.

      *******************************************************
      *  LISTE DES CANAUX CHARGES
      *******************************************************
       4000-LISTE-CANAUX-DEBUT.

           MOVE ZEROES TO WS-COMPTEUR-PAPIER WS-COMPTEUR-EMAIL
                          WS-COMPTEUR-EFACTURE.
           PERFORM VARYING WS-INDICE2 FROM 1 BY 1
                   UNTIL WS-INDICE2 > WS-NB-CANAUX
               DISPLAY WS-CAN-ID (WS-INDICE2) " "
                       WS-CAN-CANAL (WS-INDICE2) " "
                       WS-CAN-SIREN (WS-INDICE2) " "
                       WS-CAN-TVA (WS-INDICE2) " "
                       WS-CAN-EMAIL (WS-INDICE2) " "
                       WS-CAN-DATE (WS-INDICE2)
               EVALUATE WS-CAN-CANAL (WS-INDICE2)
                   WHEN "M"
                       ADD 1 TO WS-COMPTEUR-EMAIL
                   WHEN "E"
                       ADD 1 TO WS-COMPTEUR-EFACTURE
                   WHEN OTHER
                       ADD 1 TO WS-COMPTEUR-PAPIER
               END-EVALUATE
           END-PERFORM.

           IF WS-NB-CANAUX = ZEROES
               DISPLAY "--> AUCUN CANAL: TOUS LES CLIENTS AU PAPIER"
           ELSE
               DISPLAY "PAPIER / COURRIEL / ELECTRONIQUE: "
                       WS-COMPTEUR-PAPIER " / " WS-COMPTEUR-EMAIL
                       " / " WS-COMPTEUR-EFACTURE
           END-IF.

       4000-LISTE-CANAUX-FIN.
           EXIT.

      *******************************************************
      *  REECRITURE COMPLETE DU FICHIER DES CANAUX
      *******************************************************
       5000-REECRITURE-CANAUX-DEBUT.

      ****** ECRITURE DANS LA NOUVELLE GENERATION
           MOVE WS-REE-NOUVEAU TO WS-NOM-FCANAL.
           MOVE ZEROES TO WS-REE-NB-ENREG WS-REE-TOTAL.
           OPEN OUTPUT FCANAL.
           IF NOT WS-STATUS-FILE-FCANAL-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FCANAL': "
                       WS-STATUS-FILE-FCANAL
               MOVE WS-REE-FICHIER TO WS-NOM-FCANAL
               MOVE 16 TO RETURN-CODE
               GO TO 5000-REECRITURE-CANAUX-FIN
           END-IF.

           PERFORM VARYING WS-INDICE2 FROM 1 BY 1
                   UNTIL WS-INDICE2 > WS-NB-CANAUX
               MOVE SPACES TO RCANAL
               MOVE WS-CAN-ID (WS-INDICE2)    TO CAN-ID
               MOVE WS-CAN-CANAL (WS-INDICE2) TO CAN-CANAL
               MOVE WS-CAN-SIREN (WS-INDICE2) TO CAN-SIREN
               MOVE WS-CAN-TVA (WS-INDICE2)   TO CAN-TVA
               MOVE WS-CAN-EMAIL (WS-INDICE2) TO CAN-EMAIL
               MOVE WS-CAN-DATE (WS-INDICE2)  TO CAN-DATE-MAJ
               WRITE RCANAL
               ADD 1 TO WS-REE-NB-ENREG
               IF CAN-DATE-MAJ IS NUMERIC
                   ADD CAN-DATE-MAJ TO WS-REE-TOTAL
               END-IF
           END-PERFORM.
           CLOSE FCANAL.
           MOVE WS-REE-FICHIER TO WS-NOM-FCANAL.
      *
      ****** CONTROLE DE LA GENERATION PUIS BASCULE
           MOVE "B" TO WS-REE-FONCTION.
           CALL 'REECRIT' USING WS-REECRITURE
               ON EXCEPTION
                   MOVE "9" TO WS-REE-STATUT
           END-CALL.
           IF NOT WS-REE-OK
               DISPLAY "*** CLIENTS-CANAUX.txt NON REMPLACE ***"
               MOVE 16 TO RETURN-CODE
               GO TO 5000-REECRITURE-CANAUX-FIN
           END-IF.

           DISPLAY "NOMBRE DE CANAUX REECRITS: " WS-NB-CANAUX.

       5000-REECRITURE-CANAUX-FIN.
           EXIT.
