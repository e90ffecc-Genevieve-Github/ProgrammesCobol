       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTRLSANC.
       AUTHOR. GENEVIEVE GIANNASI.
       INSTALLATION. PERSONAL PC.
       DATE-WRITTEN. 15-10-2026.
       DATE-COMPILED. 15-10-2026.
       SECURITY. NON-CONFIDENTIAL.
      ******************************************************************
      * OBJECTIF: Sous-programme partage de filtrage des clients et
      * des beneficiaires de paiements contre les listes officielles
      * de gel des avoirs (sanctions financieres, LCB-FT). En tant
      * qu'intermediaire encaissant des primes et versant des
      * remboursements et des sinistres, nous devons nous assurer
      * qu'aucun de ces tiers n'y figure.
      *
      *     CALL 'CTRLSANC' USING LS-FILTRAGE
      *
      *     LS-FIL-FONCTION   : "F" filtrage d'un nom contre
      *                         LISTE-SANCTIONS.txt ; toute
      *                         correspondance nouvelle est inscrite
      *                         au registre FILTRAGE-REGISTRE.txt,
      *                         a examiner par la conformite
      *                         "B" le tiers est-il bloque ?
      *                         "D" decision sur une alerte (registre
      *                         reecrit)
      *     LS-FIL-PROGRAMME  : programme appelant (F)
      *     LS-FIL-TYPE       : "C" client, "B" beneficiaire d'un
      *                         paiement de sinistre (F, B ; rendu
      *                         en D)
      *     LS-FIL-IDENT      : identifiant du client, ou numero de
      *                         sinistre-sequence du paiement (F, B ;
      *                         rendu en D)
      *     LS-FIL-NOM        : nom du client, ou beneficiaire en
      *                         clair (F ; en D, nom filtre rendu)
      *     LS-FIL-PRENOM     : prenom du client, blanc pour un
      *                         beneficiaire (F)
      *     LS-FIL-NUMERO     : alerte a decider (D) ; derniere alerte
      *                         creee, zero si aucune (F)
      *     LS-FIL-DECISION   : "L" levee (faux positif), "C" gel
      *                         confirme (D)
      *     LS-FIL-OPERATEUR  : responsable de la decision (D)
      *     LS-FIL-MOTIF      : motif de la decision (D)
      *     LS-FIL-NB-ALERTES : alertes nouvelles creees (F)
      *     LS-FIL-SCORE      : meilleur score de ressemblance sur
      *                         100 (F ; rendu en D)
      *     LS-FIL-REFERENCE  : reference de liste de ce score (F ;
      *                         rendue en D)
      *     LS-FIL-STATUT     : F, B "0" tiers libre, "1" alerte a
      *                         examiner (tiers bloque), "2" gel
      *                         confirme (tiers bloque) ; en F, "9"
      *                         liste absente (nom non filtre, tiers
      *                         sans alerte)
      *                         D "0" decision enregistree, "1"
      *                         alerte inconnue, "2" decision non
      *                         permise, "9" registre non reecrit
      *
      * Rapprochement approche : les noms sont normalises
      * (majuscules, ponctuation et tirets en blancs, blancs
      * multiples reduits), puis compares sous plusieurs formes
      * (NOM PRENOM, PRENOM NOM, et avec le premier prenom seul)
      * par la distance d'edition : le score vaut 100 moins la part
      * de caracteres a changer. Une correspondance est retenue a
      * partir du seuil de FILTRAGE-PARAMETRES.txt (SEUIL-SCORE=nnn,
      * 85 par defaut).
      *
      * Une alerte deja inscrite pour le meme tiers, le meme nom et
      * la meme reference n'est pas dupliquee : une alerte levee ne
      * revient pas tant que le nom ne change pas. Un tiers est
      * bloque (facturation, remboursements, virements) tant qu'il a
      * une alerte a examiner ou confirmee. Les decisions sont
      * portees sur la ligne de l'alerte (statut, date, responsable,
      * motif) : le registre garde ainsi toute l'histoire pour le
      * regulateur. La liste et le registre sont charges une fois
      * au premier appel ; une decision recharge le registre au
      * prochain appel.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ******** LISTE DES PERSONNES ET ENTITES SOUS GEL DES AVOIRS
           SELECT FSANCTION ASSIGN TO "LISTE-SANCTIONS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FSANCTION.

      ******** REGISTRE DU FILTRAGE (ALERTES ET DECISIONS)
           SELECT FFILTRAGE ASSIGN TO "FILTRAGE-REGISTRE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FFILTRAGE.

      ******** CARTE PARAMETRE DU FILTRAGE
           SELECT FPARAM ASSIGN TO "FILTRAGE-PARAMETRES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FPARAM.

       DATA DIVISION.
       FILE SECTION.
      ******** LISTE DES SANCTIONS
           COPY 'COBOL-FD-SANCTION.cpy'.

      ******** REGISTRE DU FILTRAGE
           COPY 'COBOL-FD-FILTRAGE.cpy'.

      ******** CARTE PARAMETRE DU FILTRAGE
       FD  FPARAM.
       01  RPARAM PIC X(40).

       WORKING-STORAGE SECTION.
       77  WS-STATUS-FILE-FSANCTION PIC X(02) VALUE SPACES.
           88  WS-STATUS-FILE-FSANCTION-OK  VALUE "00".
       77  WS-STATUS-FILE-FFILTRAGE PIC X(02) VALUE SPACES.
           88  WS-STATUS-FILE-FFILTRAGE-OK  VALUE "00".
       77  WS-STATUS-FILE-FPARAM PIC X(02) VALUE SPACES.
           88  WS-STATUS-FILE-FPARAM-OK  VALUE "00".

      ****** LISTE DES SANCTIONS (CHARGEE UNE FOIS) : JUSQU'A
      ****** QUATRE FORMES NORMALISEES PAR NOM DE LA LISTE
       77  WS-LISTE-CHARGEE PIC X(01) VALUE "N".
           88  WS-LISTE-CHARGEE-OUI VALUE "O".
       77  WS-LISTE-PRESENTE PIC X(01) VALUE "N".
           88  WS-LISTE-PRESENTE-OUI VALUE "O".
       01  WS-TABLE-SANCTIONS.
           05  WS-SAN-ENTRY OCCURS 5000 INDEXED BY WS-INDICE-SAN.
               10  WS-SAN-REFERENCE PIC X(10).
               10  WS-SAN-FORMES OCCURS 4.
                   15  WS-SAN-FORME PIC X(51).
                   15  WS-SAN-LONG  PIC S9(04) COMP.
       77  WS-NB-SANCTIONS  PIC 9(04) VALUE ZEROES.
       77  WS-MAX-SANCTIONS PIC 9(04) VALUE 5000.
       77  WS-SEUIL-SCORE   PIC 9(03) VALUE 85.

      ****** ALERTES DU REGISTRE (CHARGEES UNE FOIS, RECHARGEES
      ****** APRES UNE DECISION)
       77  WS-REGISTRE-CHARGE PIC X(01) VALUE "N".
           88  WS-REGISTRE-CHARGE-OUI VALUE "O".
       01  WS-TABLE-ALERTES.
           05  WS-ALE-ENTRY OCCURS 9000 INDEXED BY WS-INDICE-ALE.
               10  WS-ALE-TYPE      PIC X(01).
               10  WS-ALE-IDENT     PIC X(12).
               10  WS-ALE-REFERENCE PIC X(10).
               10  WS-ALE-NOM       PIC X(51).
               10  WS-ALE-STATUT    PIC X(01).
       77  WS-NB-ALERTES  PIC 9(04) VALUE ZEROES.
       77  WS-MAX-ALERTES PIC 9(04) VALUE 9000.
       77  WS-DERNIER-NUMERO PIC 9(06) VALUE ZEROES.

      ****** REGISTRE COMPLET POUR UNE DECISION (RELU PUIS REECRIT)
       01  WS-TABLE-REGISTRE.
           05  WS-REG-LIGNE PIC X(214) OCCURS 9000
                            INDEXED BY WS-INDICE-REG.
       77  WS-NB-REGISTRE PIC 9(04) VALUE ZEROES.
       77  WS-REGISTRE-TRONQUE PIC X(01) VALUE "N".
           88  WS-REGISTRE-TRONQUE-OUI VALUE "O".
       77  WS-ALERTE-TROUVEE PIC X(01) VALUE "N".
           88  WS-ALERTE-TROUVEE-OUI VALUE "O".

      ****** NORMALISATION D'UN NOM
       77  WS-NORM-ENTREE  PIC X(51) VALUE SPACES.
       77  WS-NORM-SORTIE  PIC X(51) VALUE SPACES.
       77  WS-NORM-LONG    PIC S9(04) COMP VALUE ZEROES.
       77  WS-NORM-I       PIC S9(04) COMP VALUE ZEROES.
       77  WS-NORM-BLANC   PIC X(01) VALUE "O".
           88  WS-NORM-BLANC-OUI VALUE "O".
       77  WS-PREMIER-PRENOM PIC X(20) VALUE SPACES.
       77  WS-PRENOM-NORM    PIC X(51) VALUE SPACES.
       77  WS-NOM-NORM       PIC X(51) VALUE SPACES.

      ****** FORMES DU NOM FILTRE
       01  WS-TABLE-FILTREES.
           05  WS-FILTREE OCCURS 2.
               10  WS-FIL-FORME PIC X(51).
               10  WS-FIL-LONG  PIC S9(04) COMP.
       77  WS-NB-FILTREES PIC S9(04) COMP VALUE ZEROES.
       77  WS-KF PIC S9(04) COMP VALUE ZEROES.
       77  WS-KL PIC S9(04) COMP VALUE ZEROES.

      ****** DISTANCE D'EDITION (DEUX LIGNES DE LA MATRICE)
       77  WS-CHAINE-A PIC X(51) VALUE SPACES.
       77  WS-LONG-A   PIC S9(04) COMP VALUE ZEROES.
       77  WS-CHAINE-B PIC X(51) VALUE SPACES.
       77  WS-LONG-B   PIC S9(04) COMP VALUE ZEROES.
       01  WS-LEV-PRECEDENTE.
           05  WS-LEV-PREC PIC S9(04) COMP OCCURS 52.
       01  WS-LEV-COURANTE.
           05  WS-LEV-COUR PIC S9(04) COMP OCCURS 52.
       77  WS-I            PIC S9(04) COMP VALUE ZEROES.
       77  WS-J            PIC S9(04) COMP VALUE ZEROES.
       77  WS-LEV-COUT     PIC S9(04) COMP VALUE ZEROES.
       77  WS-LEV-VALEUR   PIC S9(04) COMP VALUE ZEROES.
       77  WS-LEV-MIN      PIC S9(04) COMP VALUE ZEROES.
       77  WS-LEV-ECART    PIC S9(04) COMP VALUE ZEROES.
       77  WS-LEV-MAX-ECART PIC S9(04) COMP VALUE ZEROES.
       77  WS-LEV-DISTANCE PIC S9(04) COMP VALUE ZEROES.
       77  WS-LONG-MAX     PIC S9(04) COMP VALUE ZEROES.
       77  WS-SCORE        PIC 9(03) VALUE ZEROES.
       77  WS-SCORE-ENTREE PIC 9(03) VALUE ZEROES.

       77  WS-DATE-JOUR  PIC 9(08) VALUE ZEROES.

       LINKAGE SECTION.
       01  LS-FILTRAGE.
           05  LS-FIL-FONCTION      PIC X(01).
               88  LS-FIL-FILTRAGE    VALUE "F".
               88  LS-FIL-BLOCAGE     VALUE "B".
               88  LS-FIL-DECIDER     VALUE "D".
           05  LS-FIL-PROGRAMME     PIC X(08).
           05  LS-FIL-TYPE          PIC X(01).
           05  LS-FIL-IDENT         PIC X(12).
           05  LS-FIL-NOM           PIC X(30).
           05  LS-FIL-PRENOM        PIC X(20).
           05  LS-FIL-NUMERO        PIC 9(06).
           05  LS-FIL-DECISION      PIC X(01).
           05  LS-FIL-OPERATEUR     PIC X(03).
           05  LS-FIL-MOTIF         PIC X(40).
           05  LS-FIL-NB-ALERTES    PIC 9(03).
           05  LS-FIL-SCORE         PIC 9(03).
           05  LS-FIL-REFERENCE     PIC X(10).
           05  LS-FIL-STATUT        PIC X(01).

      *******************************************************
      *  PARAGRAPHE PRINCIPAL
      *******************************************************
       PROCEDURE DIVISION USING LS-FILTRAGE.
       DEBUT-PROGRAMME.

           MOVE "0" TO LS-FIL-STATUT.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATE-JOUR.

           EVALUATE TRUE
               WHEN LS-FIL-FILTRAGE
                   PERFORM 2000-FILTRAGE-DEBUT
                      THRU 2000-FILTRAGE-FIN
               WHEN LS-FIL-BLOCAGE
                   PERFORM 1100-CHARGEMENT-REGISTRE-DEBUT
                      THRU 1100-CHARGEMENT-REGISTRE-FIN
                   PERFORM 3000-SITUATION-TIERS-DEBUT
                      THRU 3000-SITUATION-TIERS-FIN
               WHEN LS-FIL-DECIDER
                   PERFORM 4000-DECISION-DEBUT
                      THRU 4000-DECISION-FIN
               WHEN OTHER
                   MOVE "9" TO LS-FIL-STATUT
           END-EVALUATE.

       FIN-PROGRAMME.
           EXIT PROGRAM.

      *******************************************************
      *  CHARGEMENT (UNE SEULE FOIS) DU SEUIL ET DE LA LISTE
      *  DES SANCTIONS - LISTE ABSENTE, RIEN N'EST FILTRE
      *******************************************************
       1000-CHARGEMENT-LISTE-DEBUT.

           IF WS-LISTE-CHARGEE-OUI
               GO TO 1000-CHARGEMENT-LISTE-FIN
           END-IF.
           MOVE "O" TO WS-LISTE-CHARGEE.
      *
      ****** CARTE PARAMETRE FACULTATIVE : SEUIL DE 50 A 100
           OPEN INPUT FPARAM.
           IF WS-STATUS-FILE-FPARAM-OK
               PERFORM UNTIL NOT WS-STATUS-FILE-FPARAM-OK
                   READ FPARAM
                       AT END
                           CONTINUE
                       NOT AT END
                           IF RPARAM (1:12) = "SEUIL-SCORE="
                           AND RPARAM (13:3) IS NUMERIC
                           AND RPARAM (13:3) >= "050"
                           AND RPARAM (13:3) <= "100"
                               MOVE RPARAM (13:3) TO WS-SEUIL-SCORE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FPARAM
           END-IF.

           OPEN INPUT FSANCTION.
           IF NOT WS-STATUS-FILE-FSANCTION-OK
               GO TO 1000-CHARGEMENT-LISTE-FIN
           END-IF.
           MOVE "O" TO WS-LISTE-PRESENTE.

           PERFORM UNTIL NOT WS-STATUS-FILE-FSANCTION-OK
               READ FSANCTION
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SAN-NOM NOT = SPACES
                       AND WS-NB-SANCTIONS < WS-MAX-SANCTIONS
                           ADD 1 TO WS-NB-SANCTIONS
                           SET WS-INDICE-SAN TO WS-NB-SANCTIONS
                           PERFORM 1050-FORMES-LISTE-DEBUT
                              THRU 1050-FORMES-LISTE-FIN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FSANCTION.

       1000-CHARGEMENT-LISTE-FIN.
           EXIT.

      *******************************************************
      *  FORMES D'UN NOM DE LA LISTE : NOM PRENOM, PRENOM NOM,
      *  ET LES MEMES AVEC LE SEUL PREMIER PRENOM QUAND LA
      *  LISTE EN DONNE PLUSIEURS
      *******************************************************
       1050-FORMES-LISTE-DEBUT.

           MOVE SAN-REFERENCE TO WS-SAN-REFERENCE (WS-INDICE-SAN).
           PERFORM VARYING WS-KL FROM 1 BY 1 UNTIL WS-KL > 4
               MOVE SPACES TO WS-SAN-FORME (WS-INDICE-SAN, WS-KL)
               MOVE ZEROES TO WS-SAN-LONG (WS-INDICE-SAN, WS-KL)
           END-PERFORM.

           MOVE SAN-NOM TO WS-NORM-ENTREE.
           PERFORM 1900-NORMALISATION-DEBUT
              THRU 1900-NORMALISATION-FIN.
           MOVE WS-NORM-SORTIE TO WS-NOM-NORM.
           MOVE SAN-PRENOM TO WS-NORM-ENTREE.
           PERFORM 1900-NORMALISATION-DEBUT
              THRU 1900-NORMALISATION-FIN.
           MOVE WS-NORM-SORTIE TO WS-PRENOM-NORM.
           MOVE SPACES TO WS-PREMIER-PRENOM.
           UNSTRING WS-PRENOM-NORM DELIMITED BY SPACE
               INTO WS-PREMIER-PRENOM.

           MOVE SPACES TO WS-NORM-ENTREE.
           STRING WS-NOM-NORM DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  WS-PRENOM-NORM DELIMITED BY "  "
                  INTO WS-NORM-ENTREE.
           PERFORM 1900-NORMALISATION-DEBUT
              THRU 1900-NORMALISATION-FIN.
           MOVE WS-NORM-SORTIE TO WS-SAN-FORME (WS-INDICE-SAN, 1).
           MOVE WS-NORM-LONG   TO WS-SAN-LONG (WS-INDICE-SAN, 1).

           IF WS-PRENOM-NORM = SPACES
               GO TO 1050-FORMES-LISTE-FIN
           END-IF.

           MOVE SPACES TO WS-NORM-ENTREE.
           STRING WS-PRENOM-NORM DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  WS-NOM-NORM DELIMITED BY "  "
                  INTO WS-NORM-ENTREE.
           PERFORM 1900-NORMALISATION-DEBUT
              THRU 1900-NORMALISATION-FIN.
           MOVE WS-NORM-SORTIE TO WS-SAN-FORME (WS-INDICE-SAN, 2).
           MOVE WS-NORM-LONG   TO WS-SAN-LONG (WS-INDICE-SAN, 2).

           IF WS-PREMIER-PRENOM = WS-PRENOM-NORM
               GO TO 1050-FORMES-LISTE-FIN
           END-IF.

           MOVE SPACES TO WS-NORM-ENTREE.
           STRING WS-NOM-NORM DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  WS-PREMIER-PRENOM DELIMITED BY SPACE
                  INTO WS-NORM-ENTREE.
           PERFORM 1900-NORMALISATION-DEBUT
              THRU 1900-NORMALISATION-FIN.
           MOVE WS-NORM-SORTIE TO WS-SAN-FORME (WS-INDICE-SAN, 3).
           MOVE WS-NORM-LONG   TO WS-SAN-LONG (WS-INDICE-SAN, 3).

           MOVE SPACES TO WS-NORM-ENTREE.
           STRING WS-PREMIER-PRENOM DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WS-NOM-NORM DELIMITED BY "  "
                  INTO WS-NORM-ENTREE.
           PERFORM 1900-NORMALISATION-DEBUT
              THRU 1900-NORMALISATION-FIN.
           MOVE WS-NORM-SORTIE TO WS-SAN-FORME (WS-INDICE-SAN, 4).
           MOVE WS-NORM-LONG   TO WS-SAN-LONG (WS-INDICE-SAN, 4).

       1050-FORMES-LISTE-FIN.
           EXIT.

      *******************************************************
      *  CHARGEMENT DES ALERTES DU REGISTRE - REGISTRE ABSENT :
      *  AUCUNE ALERTE, AUCUN TIERS BLOQUE
      *******************************************************
       1100-CHARGEMENT-REGISTRE-DEBUT.

           IF WS-REGISTRE-CHARGE-OUI
               GO TO 1100-CHARGEMENT-REGISTRE-FIN
           END-IF.
           MOVE "O" TO WS-REGISTRE-CHARGE.
           MOVE ZEROES TO WS-NB-ALERTES WS-DERNIER-NUMERO.

           OPEN INPUT FFILTRAGE.
           IF NOT WS-STATUS-FILE-FFILTRAGE-OK
               GO TO 1100-CHARGEMENT-REGISTRE-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FFILTRAGE-OK
               READ FFILTRAGE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FIL-NUMERO IS NUMERIC
                       AND FIL-NUMERO > WS-DERNIER-NUMERO
                           MOVE FIL-NUMERO TO WS-DERNIER-NUMERO
                       END-IF
                       IF WS-NB-ALERTES < WS-MAX-ALERTES
                           ADD 1 TO WS-NB-ALERTES
                           SET WS-INDICE-ALE TO WS-NB-ALERTES
                           MOVE FIL-TYPE
                                TO WS-ALE-TYPE (WS-INDICE-ALE)
                           MOVE FIL-IDENT
                                TO WS-ALE-IDENT (WS-INDICE-ALE)
                           MOVE FIL-REFERENCE
                                TO WS-ALE-REFERENCE (WS-INDICE-ALE)
                           MOVE FIL-NOM-FILTRE
                                TO WS-ALE-NOM (WS-INDICE-ALE)
                           MOVE FIL-STATUT
                                TO WS-ALE-STATUT (WS-INDICE-ALE)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FFILTRAGE.

       1100-CHARGEMENT-REGISTRE-FIN.
           EXIT.

      *******************************************************
      *  NORMALISATION D'UN NOM : MAJUSCULES, PONCTUATION EN
      *  BLANCS, BLANCS DE TETE SUPPRIMES ET BLANCS MULTIPLES
      *  REDUITS A UN SEUL ; REND LA LONGUEUR UTILE
      *******************************************************
       1900-NORMALISATION-DEBUT.

           INSPECT WS-NORM-ENTREE
               CONVERTING "abcdefghijklmnopqrstuvwxyz-'.,/"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ     ".
           MOVE SPACES TO WS-NORM-SORTIE.
           MOVE ZEROES TO WS-NORM-LONG.
           MOVE "O" TO WS-NORM-BLANC.

           PERFORM VARYING WS-NORM-I FROM 1 BY 1
                   UNTIL WS-NORM-I > 51
               IF WS-NORM-ENTREE (WS-NORM-I:1) = SPACE
                   MOVE "O" TO WS-NORM-BLANC
               ELSE
                   IF WS-NORM-BLANC-OUI AND WS-NORM-LONG > ZEROES
                       ADD 1 TO WS-NORM-LONG
                   END-IF
                   MOVE "N" TO WS-NORM-BLANC
                   ADD 1 TO WS-NORM-LONG
                   MOVE WS-NORM-ENTREE (WS-NORM-I:1)
                        TO WS-NORM-SORTIE (WS-NORM-LONG:1)
               END-IF
           END-PERFORM.

       1900-NORMALISATION-FIN.
           EXIT.

      *******************************************************
      *  FILTRAGE D'UN NOM CONTRE LA LISTE, PUIS SITUATION DU
      *  TIERS AU REGISTRE
      *******************************************************
       2000-FILTRAGE-DEBUT.

           MOVE ZEROES TO LS-FIL-NUMERO LS-FIL-NB-ALERTES
                          LS-FIL-SCORE.
           MOVE SPACES TO LS-FIL-REFERENCE.

           PERFORM 1000-CHARGEMENT-LISTE-DEBUT
              THRU 1000-CHARGEMENT-LISTE-FIN.
           PERFORM 1100-CHARGEMENT-REGISTRE-DEBUT
              THRU 1100-CHARGEMENT-REGISTRE-FIN.

           IF NOT WS-LISTE-PRESENTE-OUI
           OR LS-FIL-NOM = SPACES
               GO TO 2000-FILTRAGE-SITUATION
           END-IF.
      *
      ****** FORMES DU NOM FILTRE : NOM PRENOM, ET NOM SUIVI DU
      ****** SEUL PREMIER PRENOM S'IL Y EN A PLUSIEURS
           MOVE LS-FIL-NOM TO WS-NORM-ENTREE.
           PERFORM 1900-NORMALISATION-DEBUT
              THRU 1900-NORMALISATION-FIN.
           MOVE WS-NORM-SORTIE TO WS-NOM-NORM.
           MOVE LS-FIL-PRENOM TO WS-NORM-ENTREE.
           PERFORM 1900-NORMALISATION-DEBUT
              THRU 1900-NORMALISATION-FIN.
           MOVE WS-NORM-SORTIE TO WS-PRENOM-NORM.
           MOVE SPACES TO WS-PREMIER-PRENOM.
           UNSTRING WS-PRENOM-NORM DELIMITED BY SPACE
               INTO WS-PREMIER-PRENOM.

           MOVE SPACES TO WS-NORM-ENTREE.
           STRING WS-NOM-NORM DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  WS-PRENOM-NORM DELIMITED BY "  "
                  INTO WS-NORM-ENTREE.
           PERFORM 1900-NORMALISATION-DEBUT
              THRU 1900-NORMALISATION-FIN.
           MOVE 1 TO WS-NB-FILTREES.
           MOVE WS-NORM-SORTIE TO WS-FIL-FORME (1).
           MOVE WS-NORM-LONG   TO WS-FIL-LONG (1).

           IF WS-PREMIER-PRENOM NOT = WS-PRENOM-NORM
               MOVE SPACES TO WS-NORM-ENTREE
               STRING WS-NOM-NORM DELIMITED BY "  "
                      " " DELIMITED BY SIZE
                      WS-PREMIER-PRENOM DELIMITED BY SPACE
                      INTO WS-NORM-ENTREE
               PERFORM 1900-NORMALISATION-DEBUT
                  THRU 1900-NORMALISATION-FIN
               MOVE 2 TO WS-NB-FILTREES
               MOVE WS-NORM-SORTIE TO WS-FIL-FORME (2)
               MOVE WS-NORM-LONG   TO WS-FIL-LONG (2)
           END-IF.

           PERFORM 2100-EXAMEN-ENTREE-DEBUT
              THRU 2100-EXAMEN-ENTREE-FIN
               VARYING WS-INDICE-SAN FROM 1 BY 1
               UNTIL WS-INDICE-SAN > WS-NB-SANCTIONS.

       2000-FILTRAGE-SITUATION.
           PERFORM 3000-SITUATION-TIERS-DEBUT
              THRU 3000-SITUATION-TIERS-FIN.
           IF LS-FIL-STATUT = "0"
           AND NOT WS-LISTE-PRESENTE-OUI
               MOVE "9" TO LS-FIL-STATUT
           END-IF.

       2000-FILTRAGE-FIN.
           EXIT.

      *******************************************************
      *  UN NOM DE LA LISTE : MEILLEUR SCORE ENTRE SES FORMES
      *  ET CELLES DU NOM FILTRE ; ALERTE AU-DELA DU SEUIL
      *******************************************************
       2100-EXAMEN-ENTREE-DEBUT.

           MOVE ZEROES TO WS-SCORE-ENTREE.
           PERFORM VARYING WS-KF FROM 1 BY 1
                   UNTIL WS-KF > WS-NB-FILTREES
                      OR WS-SCORE-ENTREE = 100
               PERFORM VARYING WS-KL FROM 1 BY 1
                       UNTIL WS-KL > 4
                          OR WS-SCORE-ENTREE = 100
                   IF WS-SAN-LONG (WS-INDICE-SAN, WS-KL) > ZEROES
                       MOVE WS-FIL-FORME (WS-KF) TO WS-CHAINE-A
                       MOVE WS-FIL-LONG (WS-KF)  TO WS-LONG-A
                       MOVE WS-SAN-FORME (WS-INDICE-SAN, WS-KL)
                            TO WS-CHAINE-B
                       MOVE WS-SAN-LONG (WS-INDICE-SAN, WS-KL)
                            TO WS-LONG-B
                       PERFORM 2500-RESSEMBLANCE-DEBUT
                          THRU 2500-RESSEMBLANCE-FIN
                       IF WS-SCORE > WS-SCORE-ENTREE
                           MOVE WS-SCORE TO WS-SCORE-ENTREE
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.

           IF WS-SCORE-ENTREE < WS-SEUIL-SCORE
               GO TO 2100-EXAMEN-ENTREE-FIN
           END-IF.

           IF WS-SCORE-ENTREE > LS-FIL-SCORE
               MOVE WS-SCORE-ENTREE TO LS-FIL-SCORE
               MOVE WS-SAN-REFERENCE (WS-INDICE-SAN)
                    TO LS-FIL-REFERENCE
           END-IF.
           PERFORM 2600-INSCRIPTION-ALERTE-DEBUT
              THRU 2600-INSCRIPTION-ALERTE-FIN.

       2100-EXAMEN-ENTREE-FIN.
           EXIT.

      *******************************************************
      *  SCORE DE RESSEMBLANCE DE WS-CHAINE-A ET WS-CHAINE-B :
      *  100 MOINS LA DISTANCE D'EDITION RAPPORTEE A LA PLUS
      *  LONGUE ; LE CALCUL S'ARRETE DES QUE LE SEUIL EST HORS
      *  D'ATTEINTE
      *******************************************************
       2500-RESSEMBLANCE-DEBUT.

           MOVE ZEROES TO WS-SCORE.
           IF WS-LONG-A = ZEROES OR WS-LONG-B = ZEROES
               GO TO 2500-RESSEMBLANCE-FIN
           END-IF.
           IF WS-CHAINE-A = WS-CHAINE-B
               MOVE 100 TO WS-SCORE
               GO TO 2500-RESSEMBLANCE-FIN
           END-IF.

           MOVE WS-LONG-A TO WS-LONG-MAX.
           IF WS-LONG-B > WS-LONG-MAX
               MOVE WS-LONG-B TO WS-LONG-MAX
           END-IF.
           COMPUTE WS-LEV-MAX-ECART =
                   (WS-LONG-MAX * (100 - WS-SEUIL-SCORE)) / 100.
           COMPUTE WS-LEV-ECART = WS-LONG-A - WS-LONG-B.
           IF WS-LEV-ECART < ZEROES
               COMPUTE WS-LEV-ECART = ZEROES - WS-LEV-ECART
           END-IF.
           IF WS-LEV-ECART > WS-LEV-MAX-ECART
               GO TO 2500-RESSEMBLANCE-FIN
           END-IF.
      *
      ****** LIGNE 0 : DISTANCE DU PREFIXE VIDE
           PERFORM VARYING WS-J FROM 0 BY 1 UNTIL WS-J > WS-LONG-B
               MOVE WS-J TO WS-LEV-PREC (WS-J + 1)
           END-PERFORM.

           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-LONG-A
               MOVE WS-I TO WS-LEV-COUR (1)
               MOVE WS-I TO WS-LEV-MIN
               PERFORM VARYING WS-J FROM 1 BY 1
                       UNTIL WS-J > WS-LONG-B
                   IF WS-CHAINE-A (WS-I:1) = WS-CHAINE-B (WS-J:1)
                       MOVE ZEROES TO WS-LEV-COUT
                   ELSE
                       MOVE 1 TO WS-LEV-COUT
                   END-IF
      ****** SUBSTITUTION, SUPPRESSION, INSERTION : LA MOINDRE
                   COMPUTE WS-LEV-VALEUR =
                           WS-LEV-PREC (WS-J) + WS-LEV-COUT
                   IF WS-LEV-PREC (WS-J + 1) + 1 < WS-LEV-VALEUR
                       COMPUTE WS-LEV-VALEUR =
                               WS-LEV-PREC (WS-J + 1) + 1
                   END-IF
                   IF WS-LEV-COUR (WS-J) + 1 < WS-LEV-VALEUR
                       COMPUTE WS-LEV-VALEUR = WS-LEV-COUR (WS-J) + 1
                   END-IF
                   MOVE WS-LEV-VALEUR TO WS-LEV-COUR (WS-J + 1)
                   IF WS-LEV-VALEUR < WS-LEV-MIN
                       MOVE WS-LEV-VALEUR TO WS-LEV-MIN
                   END-IF
               END-PERFORM
      ****** TOUTE LA LIGNE DEPASSE L'ECART PERMIS : ABANDON
               IF WS-LEV-MIN > WS-LEV-MAX-ECART
                   GO TO 2500-RESSEMBLANCE-FIN
               END-IF
               MOVE WS-LEV-COURANTE TO WS-LEV-PRECEDENTE
           END-PERFORM.

           MOVE WS-LEV-PREC (WS-LONG-B + 1) TO WS-LEV-DISTANCE.
           IF WS-LEV-DISTANCE > WS-LEV-MAX-ECART
               GO TO 2500-RESSEMBLANCE-FIN
           END-IF.
           COMPUTE WS-SCORE =
                   100 - (WS-LEV-DISTANCE * 100) / WS-LONG-MAX.

       2500-RESSEMBLANCE-FIN.
           EXIT.

      *******************************************************
      *  INSCRIPTION D'UNE ALERTE AU REGISTRE, SAUF SI LE MEME
      *  TIERS A DEJA UNE ALERTE POUR CE NOM ET CETTE REFERENCE
      *  (A EXAMINER, LEVEE OU CONFIRMEE)
      *******************************************************
       2600-INSCRIPTION-ALERTE-DEBUT.

           PERFORM VARYING WS-INDICE-ALE FROM 1 BY 1
                   UNTIL WS-INDICE-ALE > WS-NB-ALERTES
               IF WS-ALE-TYPE (WS-INDICE-ALE) = LS-FIL-TYPE
               AND WS-ALE-IDENT (WS-INDICE-ALE) = LS-FIL-IDENT
               AND WS-ALE-REFERENCE (WS-INDICE-ALE)
                   = WS-SAN-REFERENCE (WS-INDICE-SAN)
               AND WS-ALE-NOM (WS-INDICE-ALE) = WS-FIL-FORME (1)
                   GO TO 2600-INSCRIPTION-ALERTE-FIN
               END-IF
           END-PERFORM.

           OPEN EXTEND FFILTRAGE.
           IF WS-STATUS-FILE-FFILTRAGE = "35"
               OPEN OUTPUT FFILTRAGE
           END-IF.
           IF NOT WS-STATUS-FILE-FFILTRAGE-OK
               GO TO 2600-INSCRIPTION-ALERTE-FIN
           END-IF.

           ADD 1 TO WS-DERNIER-NUMERO.
           MOVE SPACES TO RFILTRAGE.
           MOVE WS-DERNIER-NUMERO  TO FIL-NUMERO.
           MOVE WS-DATE-JOUR       TO FIL-DATE.
           MOVE LS-FIL-PROGRAMME   TO FIL-PROGRAMME.
           MOVE LS-FIL-TYPE        TO FIL-TYPE.
           MOVE LS-FIL-IDENT       TO FIL-IDENT.
           MOVE WS-FIL-FORME (1)   TO FIL-NOM-FILTRE.
           MOVE WS-SAN-REFERENCE (WS-INDICE-SAN) TO FIL-REFERENCE.
           MOVE WS-SAN-FORME (WS-INDICE-SAN, 1)  TO FIL-NOM-LISTE.
           MOVE WS-SCORE-ENTREE    TO FIL-SCORE.
           MOVE "A"                TO FIL-STATUT.
           MOVE ZEROES             TO FIL-DATE-DECISION.
           WRITE RFILTRAGE.
           CLOSE FFILTRAGE.

           MOVE WS-DERNIER-NUMERO TO LS-FIL-NUMERO.
           ADD 1 TO LS-FIL-NB-ALERTES.
           IF WS-NB-ALERTES < WS-MAX-ALERTES
               ADD 1 TO WS-NB-ALERTES
               SET WS-INDICE-ALE TO WS-NB-ALERTES
               MOVE LS-FIL-TYPE  TO WS-ALE-TYPE (WS-INDICE-ALE)
               MOVE LS-FIL-IDENT TO WS-ALE-IDENT (WS-INDICE-ALE)
               MOVE WS-SAN-REFERENCE (WS-INDICE-SAN)
                    TO WS-ALE-REFERENCE (WS-INDICE-ALE)
               MOVE WS-FIL-FORME (1) TO WS-ALE-NOM (WS-INDICE-ALE)
               MOVE "A" TO WS-ALE-STATUT (WS-INDICE-ALE)
           END-IF.

       2600-INSCRIPTION-ALERTE-FIN.
           EXIT.

      *******************************************************
      *  SITUATION DU TIERS : GEL CONFIRME ("2") PLUTOT QU'ALERTE
      *  A EXAMINER ("1") ; SANS L'UN NI L'AUTRE IL EST LIBRE
      *******************************************************
       3000-SITUATION-TIERS-DEBUT.

           MOVE "0" TO LS-FIL-STATUT.
           PERFORM VARYING WS-INDICE-ALE FROM 1 BY 1
                   UNTIL WS-INDICE-ALE > WS-NB-ALERTES
                      OR LS-FIL-STATUT = "2"
               IF WS-ALE-TYPE (WS-INDICE-ALE) = LS-FIL-TYPE
               AND WS-ALE-IDENT (WS-INDICE-ALE) = LS-FIL-IDENT
                   EVALUATE WS-ALE-STATUT (WS-INDICE-ALE)
                       WHEN "C"
                           MOVE "2" TO LS-FIL-STATUT
                       WHEN "A"
                           MOVE "1" TO LS-FIL-STATUT
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM.

       3000-SITUATION-TIERS-FIN.
           EXIT.

      *******************************************************
      *  DECISION SUR UNE ALERTE : A EXAMINER -> LEVEE OU
      *  CONFIRMEE, CONFIRMEE -> LEVEE (RADIATION DE LA LISTE) ;
      *  LE REGISTRE EST RELU EN ENTIER PUIS REECRIT
      *******************************************************
       4000-DECISION-DEBUT.

           MOVE ZEROES TO WS-NB-REGISTRE.
           MOVE "N" TO WS-REGISTRE-TRONQUE WS-ALERTE-TROUVEE.

           IF LS-FIL-DECISION NOT = "L"
           AND LS-FIL-DECISION NOT = "C"
               MOVE "2" TO LS-FIL-STATUT
               GO TO 4000-DECISION-FIN
           END-IF.

           OPEN INPUT FFILTRAGE.
           IF NOT WS-STATUS-FILE-FFILTRAGE-OK
               MOVE "1" TO LS-FIL-STATUT
               GO TO 4000-DECISION-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FFILTRAGE-OK
               READ FFILTRAGE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-NB-REGISTRE < WS-MAX-ALERTES
                           ADD 1 TO WS-NB-REGISTRE
                           SET WS-INDICE-REG TO WS-NB-REGISTRE
                           IF FIL-NUMERO = LS-FIL-NUMERO
                               PERFORM 4100-APPLICATION-DEBUT
                                  THRU 4100-APPLICATION-FIN
                           END-IF
                           MOVE RFILTRAGE
                                TO WS-REG-LIGNE (WS-INDICE-REG)
                       ELSE
                           MOVE "O" TO WS-REGISTRE-TRONQUE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FFILTRAGE.

           IF NOT WS-ALERTE-TROUVEE-OUI
               MOVE "1" TO LS-FIL-STATUT
               GO TO 4000-DECISION-FIN
           END-IF.
           IF LS-FIL-STATUT NOT = "0"
               GO TO 4000-DECISION-FIN
           END-IF.
      ****** UN REGISTRE TROP GRAND POUR LA TABLE N'EST PAS
      ****** REECRIT : IL PERDRAIT SES DERNIERES LIGNES
           IF WS-REGISTRE-TRONQUE-OUI
               MOVE "9" TO LS-FIL-STATUT
               GO TO 4000-DECISION-FIN
           END-IF.

           OPEN OUTPUT FFILTRAGE.
           IF NOT WS-STATUS-FILE-FFILTRAGE-OK
               MOVE "9" TO LS-FIL-STATUT
               GO TO 4000-DECISION-FIN
           END-IF.
           PERFORM VARYING WS-INDICE-REG FROM 1 BY 1
                   UNTIL WS-INDICE-REG > WS-NB-REGISTRE
               MOVE WS-REG-LIGNE (WS-INDICE-REG) TO RFILTRAGE
               WRITE RFILTRAGE
           END-PERFORM.
           CLOSE FFILTRAGE.

      ****** LES ALERTES SERONT RELUES AU PROCHAIN APPEL
           MOVE "N" TO WS-REGISTRE-CHARGE.

       4000-DECISION-FIN.
           EXIT.

      *******************************************************
      *  APPLICATION DE LA DECISION A LA LIGNE DE L'ALERTE
      *******************************************************
       4100-APPLICATION-DEBUT.

           MOVE "O" TO WS-ALERTE-TROUVEE.
           MOVE FIL-TYPE       TO LS-FIL-TYPE.
           MOVE FIL-IDENT      TO LS-FIL-IDENT.
           MOVE FIL-NOM-FILTRE TO LS-FIL-NOM.
           MOVE FIL-REFERENCE  TO LS-FIL-REFERENCE.
           MOVE FIL-SCORE      TO LS-FIL-SCORE.

           IF NOT FIL-A-EXAMINER
           AND NOT (FIL-CONFIRMEE AND LS-FIL-DECISION = "L")
               MOVE "2" TO LS-FIL-STATUT
               GO TO 4100-APPLICATION-FIN
           END-IF.

           MOVE LS-FIL-DECISION  TO FIL-STATUT.
           MOVE WS-DATE-JOUR     TO FIL-DATE-DECISION.
           MOVE LS-FIL-OPERATEUR TO FIL-OPERATEUR.
           MOVE LS-FIL-MOTIF     TO FIL-MOTIF.

       4100-APPLICATION-FIN.
           EXIT.
