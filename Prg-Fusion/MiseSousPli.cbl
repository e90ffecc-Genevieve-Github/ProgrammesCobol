       IDENTIFICATION DIVISION.
       PROGRAM-ID. MISEPLI.
       AUTHOR. GENEVIEVE GIANNASI.
       INSTALLATION. PERSONAL PC.
       DATE-WRITTEN. 15-10-2026.
       DATE-COMPILED. 15-10-2026.
       SECURITY. NON-CONFIDENTIAL.
      ******************************************************************
      * OBJECTIF:
      * Mise sous pli unique des documents clients de la nuit. Un
      * meme client pouvait recevoir dans des enveloppes separees une
      * facture (FACTEDIT), un releve (RELEVE), une relance (RELANCE)
      * et une lettre de renouvellement (RENOUVEL) : quatre timbres
      * et un client perplexe.
      *
      * Chaque programme d'edition indexe ses documents au fil de
      * l'eau (sous-programme INDEXPLI, PLIS-INDEX.txt) : fichier,
      * generation, rang du document dans le fichier (le N-ieme
      * document commence a la N-ieme ligne de "=") et destinataire
      * (client ou groupe payeur). Participent FACTEDIT, RELEVE,
      * RELANCE, RENOUVEL, INTERETS et PRENOTIF.
      *
      * Ce programme, derniere etape de la chaine de nuit :
      *   - reprend les documents en attente de l'index ; pour un
      *     fichier edite plusieurs fois, seule la derniere
      *     generation est encore sur disque et est retenue ;
      *   - relit chaque fichier d'edition et rassemble les documents
      *     par destinataire, tries par code postal pour le tarif
      *     de remise en nombre (PLIS-IMPRESSION.txt) ;
      *   - ouvre chaque pli par une page de garde (adresse, nombre
      *     de pages et de documents, liste des documents joints) ;
      *   - porte les marques OMR de la mise sous pli ;
      *   - edite l'etat de controle PLIS-CONTROLE.txt qui
      *     rapproche les documents lus, mis sous pli et ecartes, et
      *     les pages imprimees des pages attendues.
      *
      * Flux d'impression PLIS-IMPRESSION.txt, une ligne par ligne
      * imprimee :
      *   col. 1     saut : "1" nouvelle feuille, blanc ligne suivante
      *   col. 2-5   marques OMR, portees par la premiere ligne de
      *              chaque feuille ("|" = marque) :
      *                2 synchronisation (toujours)
      *                3 premiere feuille du pli
      *                4 derniere feuille du pli : inserer et fermer
      *                5 parite (nombre de marques toujours pair)
      *   col. 7-138 texte
      * Une feuille porte au plus 60 lignes ; chaque document commence
      * sur une nouvelle feuille.
      *
      * Adresse du pli : celle du client au fichier client ; pour un
      * groupe payeur sans fiche client propre, raison sociale du
      * groupe (GROUPES-CLIENTS.txt) a l'adresse de son premier
      * membre. Un document sans index, sans destinataire, de
      * destinataire inconnu ou sans adresse est ecarte : il reste
      * dans son fichier d'edition et figure au detail de l'etat de
      * controle.
      *
      * Les lignes d'index reprises sont datees du jour
      * (PLI-CONSOLIDE) : une reprise le meme jour refait les memes
      * plis, les lignes des jours precedents sont purgees.
      *
      * Code retour : 4 document(s) ecarte(s), 12 document indexe
      * introuvable ou rapprochement en ecart (l'index n'est alors
      * pas date et tout sera repris), 16 erreur de fichier.
      * A declarer en derniere etape de CHAINE-CATALOGUE.txt, apres
      * les programmes d'edition.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ******** INDEX DES DOCUMENTS A METTRE SOUS PLI
           SELECT FPLIS ASSIGN TO "PLIS-INDEX.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FPLIS.

      ******** FICHIER D'EDITION COURANT (NOM DYNAMIQUE)
           SELECT FEDITION ASSIGN TO DYNAMIC WS-NOM-EDITION
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FEDITION.

      ******** FICHIER CLIENT (ADRESSES)
           SELECT FCLIENT ASSIGN TO "FICHIERCLIENT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FCLIENT.

      ******** GROUPES DE CLIENTS (RAISON SOCIALE, MEMBRES)
           SELECT FGROUPE ASSIGN TO "GROUPES-CLIENTS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FGROUPE.

      ******** LIGNES A METTRE SOUS PLI, AVANT TRI
           SELECT FTRAVAIL ASSIGN TO "PLIS-TRAVAIL.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FTRAVAIL.

      ******** LIGNES TRIEES PAR CODE POSTAL ET DESTINATAIRE
           SELECT FTRI ASSIGN TO "PLIS-TRIE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FTRI.

      ******** FICHIER DE TRI
           SELECT SPLIS ASSIGN TO SORTFILE.

      ******** FLUX D'IMPRESSION DES PLIS
           SELECT FIMPRESSION ASSIGN TO "PLIS-IMPRESSION.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FIMPRESSION.

      ******** ETAT DE CONTROLE DE LA MISE SOUS PLI
           SELECT FCONTROLE ASSIGN TO "PLIS-CONTROLE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FCONTROLE.

       DATA DIVISION.
       FILE SECTION.
      ******** INDEX DES DOCUMENTS A METTRE SOUS PLI
           COPY 'COBOL-FD-PLIS.cpy'.

      ******** FICHIER D'EDITION COURANT
       FD  FEDITION.
       01  REDITION PIC X(132).

      ******** FICHIER CLIENT
           COPY 'COBOL-FD-FCLIENT.CPY'.

      ******** GROUPES DE CLIENTS
       FD  FGROUPE.
       01  RGROUPE.
           05  GRP-GROUPE PIC X(08).
           05  FILLER     PIC X(01).
           05  GRP-MEMBRE PIC X(08).
           05  FILLER     PIC X(01).
           05  GRP-NOM    PIC X(30).

      ******** LIGNES A METTRE SOUS PLI, AVANT TRI
       FD  FTRAVAIL.
       01  RTRAVAIL.
           05  TRV-CP       PIC X(05).
           05  TRV-DEST     PIC X(08).
           05  TRV-FICHIER  PIC 9(02).
           05  TRV-RANG     PIC 9(05).
           05  TRV-LIGNE    PIC 9(05).
           05  TRV-TEXTE    PIC X(132).

      ******** LIGNES TRIEES
       FD  FTRI.
       01  RTRI.
           05  TRI-CP       PIC X(05).
           05  TRI-DEST     PIC X(08).
           05  TRI-FICHIER  PIC 9(02).
           05  TRI-RANG     PIC 9(05).
           05  TRI-LIGNE    PIC 9(05).
           05  TRI-TEXTE    PIC X(132).

      ******** FICHIER DE TRI
       SD  SPLIS.
       01  SPLIS-REC.
           05  SPL-CP       PIC X(05).
           05  SPL-DEST     PIC X(08).
           05  SPL-FICHIER  PIC 9(02).
           05  SPL-RANG     PIC 9(05).
           05  SPL-LIGNE    PIC 9(05).
           05  SPL-TEXTE    PIC X(132).

      ******** FLUX D'IMPRESSION DES PLIS
       FD  FIMPRESSION.
       01  RIMPRESSION.
           05  IMP-SAUT     PIC X(01).
           05  IMP-OMR      PIC X(04).
           05  FILLER       PIC X(01).
           05  IMP-TEXTE    PIC X(132).

      ******** ETAT DE CONTROLE
       FD  FCONTROLE.
       01  RCONTROLE PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-STATUS-FILE-FPLIS PIC X(02).
           88 WS-STATUS-FILE-FPLIS-OK  VALUE "00".
           88 WS-STATUS-FILE-FPLIS-EOF VALUE "10".
       01  WS-STATUS-FILE-FEDITION PIC X(02).
           88 WS-STATUS-FILE-FEDITION-OK  VALUE "00".
           88 WS-STATUS-FILE-FEDITION-EOF VALUE "10".
       01  WS-STATUS-FILE-FCLIENT PIC X(02).
           88 WS-STATUS-FILE-FCLIENT-OK  VALUE "00".
           88 WS-STATUS-FILE-FCLIENT-EOF VALUE "10".
       01  WS-STATUS-FILE-FGROUPE PIC X(02).
           88 WS-STATUS-FILE-FGROUPE-OK  VALUE "00".
           88 WS-STATUS-FILE-FGROUPE-EOF VALUE "10".
       01  WS-STATUS-FILE-FTRAVAIL PIC X(02).
           88 WS-STATUS-FILE-FTRAVAIL-OK  VALUE "00".
       01  WS-STATUS-FILE-FTRI PIC X(02).
           88 WS-STATUS-FILE-FTRI-OK  VALUE "00".
           88 WS-STATUS-FILE-FTRI-EOF VALUE "10".
       01  WS-STATUS-FILE-FIMPRESSION PIC X(02).
           88 WS-STATUS-FILE-FIMPRESSION-OK  VALUE "00".
       01  WS-STATUS-FILE-FCONTROLE PIC X(02).
           88 WS-STATUS-FILE-FCONTROLE-OK  VALUE "00".

       01  WS-NOM-EDITION PIC X(30) VALUE SPACES.
       01  WS-DATE-JOUR   PIC 9(08) VALUE ZEROES.
       01  WS-LIGNE-EGAL  PIC X(80) VALUE ALL "=".
       01  WS-LIGNE       PIC X(132) VALUE SPACES.
       01  WS-MAX-LIGNES  PIC 9(02) VALUE 60.
       01  WS-MAX-JOINTS  PIC 9(02) VALUE 40.
       01  WS-INTEGRITE   PIC X(01) VALUE "O".
           88 WS-INTEGRITE-OK VALUE "O".

      ***********************************************
      * DOCUMENTS EN ATTENTE (PLIS-INDEX.txt)
      * ETAT : O RETENU (DERNIERE GENERATION DU FICHIER),
      *        R REMPLACE PAR UNE EDITION ULTERIEURE
      ***********************************************
       01  WS-TABLE-INDEX.
           05  WS-IDX-ENTRY OCCURS 9999.
               10  WS-IDX-GENERATION PIC X(14).
               10  WS-IDX-FICHIER    PIC X(30).
               10  WS-IDX-RANG       PIC 9(05).
               10  WS-IDX-DEST       PIC X(08).
               10  WS-IDX-DOCUMENT   PIC X(10).
               10  WS-IDX-PROGRAMME  PIC X(08).
               10  WS-IDX-NUM-FIC    PIC 9(02).
               10  WS-IDX-NUM-DEST   PIC 9(04).
               10  WS-IDX-ETAT       PIC X(01).
                   88 WS-IDX-RETENU   VALUE "O".
                   88 WS-IDX-REMPLACE VALUE "R".
               10  WS-IDX-TROUVE     PIC X(01).
                   88 WS-IDX-TROUVE-OUI VALUE "O".
               10  WS-IDX-SOUS-PLI   PIC X(01).
                   88 WS-IDX-SOUS-PLI-OUI VALUE "O".
       01  WS-NB-INDEX    PIC 9(04) VALUE ZEROES.
       01  WS-MAX-INDEX   PIC 9(04) VALUE 9999.
       01  WS-INDICE      PIC 9(04) VALUE ZEROES.

      ***********************************************
      * FICHIERS D'EDITION PRESENTS A L'INDEX
      ***********************************************
       01  WS-TABLE-FICHIERS.
           05  WS-FIC-ENTRY OCCURS 20.
               10  WS-FIC-NOM        PIC X(30).
               10  WS-FIC-GENERATION PIC X(14).
               10  WS-FIC-INDEXES    PIC 9(05).
               10  WS-FIC-LUS        PIC 9(05).
               10  WS-FIC-SOUS-PLI   PIC 9(05).
               10  WS-FIC-ECARTES    PIC 9(05).
               10  WS-FIC-ABSENTS    PIC 9(05).
               10  WS-FIC-PAGES      PIC 9(05).
       01  WS-NB-FICHIERS  PIC 9(02) VALUE ZEROES.
       01  WS-MAX-FICHIERS PIC 9(02) VALUE 20.
       01  WS-INDICE-FIC   PIC 9(02) VALUE ZEROES.

      ***********************************************
      * DESTINATAIRES DES PLIS ET LEUR ADRESSE
      ***********************************************
       01  WS-TABLE-DEST.
           05  WS-DST-ENTRY OCCURS 5000.
               10  WS-DST-ID      PIC X(08).
               10  WS-DST-NOM     PIC X(41).
               10  WS-DST-RUE     PIC X(30).
               10  WS-DST-CP      PIC X(05).
               10  WS-DST-VILLE   PIC X(20).
               10  WS-DST-MEMBRE  PIC X(08).
               10  WS-DST-CONNU   PIC X(01).
                   88 WS-DST-CONNU-OUI VALUE "O".
               10  WS-DST-DOCS    PIC 9(05).
               10  WS-DST-PAGES   PIC 9(05).
       01  WS-NB-DEST      PIC 9(04) VALUE ZEROES.
       01  WS-MAX-DEST     PIC 9(04) VALUE 5000.
       01  WS-INDICE-DST   PIC 9(04) VALUE ZEROES.
       01  WS-MEMBRES-A-LIRE PIC 9(04) VALUE ZEROES.

      ***********************************************
      * DOCUMENT EN COURS DE LECTURE DANS SON FICHIER
      ***********************************************
       01  WS-DOC-RANG     PIC 9(05) VALUE ZEROES.
       01  WS-DOC-IDX      PIC 9(04) VALUE ZEROES.
       01  WS-DOC-LIGNE    PIC 9(05) VALUE ZEROES.
       01  WS-DOC-PAGES    PIC 9(05) VALUE ZEROES.
       01  WS-DOC-DEST     PIC X(08) VALUE SPACES.
       01  WS-DOC-MOTIF    PIC X(24) VALUE SPACES.
       01  WS-DOC-ETAT     PIC X(01) VALUE SPACES.
           88 WS-DOC-AUCUN    VALUE " ".
           88 WS-DOC-SOUS-PLI VALUE "P".
           88 WS-DOC-ECARTE   VALUE "E".

      ***********************************************
      * PLI ET FEUILLE EN COURS D'IMPRESSION
      ***********************************************
       01  WS-PLI-DEST      PIC X(08) VALUE SPACES.
       01  WS-PLI-ATTENDUES PIC 9(05) VALUE ZEROES.
       01  WS-PAGE-PLI      PIC 9(05) VALUE ZEROES.
       01  WS-IMP-FICHIER   PIC 9(02) VALUE ZEROES.
       01  WS-IMP-RANG      PIC 9(05) VALUE ZEROES.
       01  WS-LIGNES-PAGE   PIC 9(02) VALUE ZEROES.
       01  WS-NOUVELLE-PAGE PIC X(01) VALUE "N".
           88 WS-NOUVELLE-PAGE-OUI VALUE "O".
       01  WS-OMR           PIC X(04) VALUE SPACES.
       01  WS-NB-MARQUES    PIC 9(01) VALUE ZEROES.
       01  WS-NB-JOINTS     PIC 9(05) VALUE ZEROES.

      ***********************************************
      * COMPTEURS DU RAPPROCHEMENT
      ***********************************************
       01  WS-INDEX-LUS        PIC 9(06) VALUE ZEROES.
       01  WS-INDEX-RETENUS    PIC 9(06) VALUE ZEROES.
       01  WS-INDEX-REMPLACES  PIC 9(06) VALUE ZEROES.
       01  WS-INDEX-ABSENTS    PIC 9(06) VALUE ZEROES.
       01  WS-DOCS-LUS         PIC 9(06) VALUE ZEROES.
       01  WS-DOCS-SOUS-PLI    PIC 9(06) VALUE ZEROES.
       01  WS-DOCS-ECARTES     PIC 9(06) VALUE ZEROES.
       01  WS-DOCS-IMPRIMES    PIC 9(06) VALUE ZEROES.
       01  WS-LIGNES-TRAVAIL   PIC 9(07) VALUE ZEROES.
       01  WS-LIGNES-IMPRIMEES PIC 9(07) VALUE ZEROES.
       01  WS-PAGES-DOCUMENTS  PIC 9(06) VALUE ZEROES.
       01  WS-PAGES-GARDE      PIC 9(06) VALUE ZEROES.
       01  WS-PAGES-ATTENDUES  PIC 9(06) VALUE ZEROES.
       01  WS-PAGES-IMPRIMEES  PIC 9(06) VALUE ZEROES.
       01  WS-NB-PLIS          PIC 9(06) VALUE ZEROES.
       01  WS-PLIS-EN-ECART    PIC 9(06) VALUE ZEROES.
       01  WS-ECART-OK         PIC X(05) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-DEB.
      *******************************************************
      *  PARAGRAPHE PRINCIPAL
      *******************************************************
           DISPLAY "MISE SOUS PLI DES DOCUMENTS DE LA NUIT".
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATE-JOUR.

           OPEN OUTPUT FCONTROLE.
           IF NOT WS-STATUS-FILE-FCONTROLE-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FCONTROLE': "
                       WS-STATUS-FILE-FCONTROLE
               MOVE 16 TO RETURN-CODE
               GO TO 0000-MAIN-FIN
           END-IF.
           MOVE SPACES TO WS-LIGNE.
           STRING "CONTROLE DE LA MISE SOUS PLI DU " WS-DATE-JOUR
                  DELIMITED BY SIZE INTO WS-LIGNE.
           PERFORM 9000-LIGNE-CONTROLE-DEBUT
              THRU 9000-LIGNE-CONTROLE-FIN.
           MOVE ALL "=" TO WS-LIGNE (1:80).
           PERFORM 9000-LIGNE-CONTROLE-DEBUT
              THRU 9000-LIGNE-CONTROLE-FIN.
      *
      *********** DOCUMENTS EN ATTENTE ET LEURS DESTINATAIRES
           PERFORM 1000-CHARGEMENT-INDEX-DEBUT
              THRU 1000-CHARGEMENT-INDEX-FIN.
           IF RETURN-CODE = 16
               CLOSE FCONTROLE
               GO TO 0000-MAIN-FIN
           END-IF.
           PERFORM 1200-SELECTION-GENERATIONS-DEBUT
              THRU 1200-SELECTION-GENERATIONS-FIN.
           PERFORM 2000-CHARGEMENT-ADRESSES-DEBUT
              THRU 2000-CHARGEMENT-ADRESSES-FIN.
      *
      *********** RELECTURE DES FICHIERS D'EDITION
           OPEN OUTPUT FTRAVAIL.
           IF NOT WS-STATUS-FILE-FTRAVAIL-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FTRAVAIL': "
                       WS-STATUS-FILE-FTRAVAIL
               CLOSE FCONTROLE
               MOVE 16 TO RETURN-CODE
               GO TO 0000-MAIN-FIN
           END-IF.
           MOVE "DOCUMENTS ECARTES (RESTENT DANS LEUR FICHIER) :"
                TO WS-LIGNE.
           PERFORM 9000-LIGNE-CONTROLE-DEBUT
              THRU 9000-LIGNE-CONTROLE-FIN.
           PERFORM 3000-LECTURE-EDITION-DEBUT
              THRU 3000-LECTURE-EDITION-FIN
               VARYING WS-INDICE-FIC FROM 1 BY 1
               UNTIL WS-INDICE-FIC > WS-NB-FICHIERS.
           CLOSE FTRAVAIL.
           IF WS-DOCS-ECARTES = ZEROES
           AND WS-INDEX-ABSENTS = ZEROES
               MOVE "  AUCUN" TO WS-LIGNE
               PERFORM 9000-LIGNE-CONTROLE-DEBUT
                  THRU 9000-LIGNE-CONTROLE-FIN
           END-IF.
      *
      *********** TRI PAR CODE POSTAL ET DESTINATAIRE, IMPRESSION
           SORT SPLIS ON ASCENDING KEY SPL-CP,
                                       SPL-DEST,
                                       SPL-FICHIER,
                                       SPL-RANG,
                                       SPL-LIGNE
               USING FTRAVAIL GIVING FTRI.

           PERFORM 5000-IMPRESSION-DEBUT
              THRU 5000-IMPRESSION-FIN.
           IF RETURN-CODE = 16
               CLOSE FCONTROLE
               GO TO 0000-MAIN-FIN
           END-IF.
      *
      *********** RAPPROCHEMENT ET ETAT DE CONTROLE
           PERFORM 6000-ETAT-CONTROLE-DEBUT
              THRU 6000-ETAT-CONTROLE-FIN.
           CLOSE FCONTROLE.
      *
      *********** INDEX DATE DU JOUR SI TOUT EST RAPPROCHE
           IF WS-INTEGRITE-OK
               PERFORM 7000-REECRITURE-INDEX-DEBUT
                  THRU 7000-REECRITURE-INDEX-FIN
           END-IF.

           DISPLAY "==============================================".
           DISPLAY "DOCUMENTS LUS        : " WS-DOCS-LUS.
           DISPLAY "DOCUMENTS SOUS PLI   : " WS-DOCS-SOUS-PLI.
           DISPLAY "DOCUMENTS ECARTES    : " WS-DOCS-ECARTES.
           DISPLAY "PLIS (ENVELOPPES)    : " WS-NB-PLIS.
           DISPLAY "PAGES IMPRIMEES      : " WS-PAGES-IMPRIMEES.
           IF NOT WS-INTEGRITE-OK
               DISPLAY "*** RAPPROCHEMENT EN ECART: "
                       "VOIR PLIS-CONTROLE.txt ***"
               MOVE 12 TO RETURN-CODE
           ELSE
               IF WS-DOCS-ECARTES > ZEROES
                   DISPLAY "--> DOCUMENTS ECARTES: "
                           "VOIR PLIS-CONTROLE.txt"
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           DISPLAY "==============================================".

       0000-MAIN-FIN.
           GOBACK.

      *******************************************************
      *  CHARGEMENT DES DOCUMENTS EN ATTENTE (OU DEJA MIS SOUS
      *  PLI CE JOUR) ; LES LIGNES PLUS ANCIENNES SONT IGNOREES
      *  ET SERONT PURGEES
      *******************************************************
       1000-CHARGEMENT-INDEX-DEBUT.

           OPEN INPUT FPLIS.
           IF NOT WS-STATUS-FILE-FPLIS-OK
               DISPLAY "--> PLIS-INDEX.txt ABSENT: AUCUN DOCUMENT "
                       "EN ATTENTE"
               GO TO 1000-CHARGEMENT-INDEX-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FPLIS-OK
               READ FPLIS
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO WS-INDEX-LUS
                       IF PLI-CONSOLIDE = SPACES
                       OR PLI-CONSOLIDE = WS-DATE-JOUR
                           PERFORM 1100-AJOUT-INDEX-DEBUT
                              THRU 1100-AJOUT-INDEX-FIN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FPLIS.

       1000-CHARGEMENT-INDEX-FIN.
           EXIT.

      *******************************************************
      *  UNE LIGNE D'INDEX RETENUE, ET SON FICHIER D'EDITION
      *******************************************************
       1100-AJOUT-INDEX-DEBUT.

           IF WS-NB-INDEX >= WS-MAX-INDEX
               DISPLAY "--> ! PLUS DE " WS-MAX-INDEX
                       " DOCUMENTS EN ATTENTE: TRAITEMENT ARRETE"
               MOVE 16 TO RETURN-CODE
               MOVE "10" TO WS-STATUS-FILE-FPLIS
               GO TO 1100-AJOUT-INDEX-FIN
           END-IF.
      *
      ****** FICHIER D'EDITION : RANG D'APPARITION ET DERNIERE
      ****** GENERATION
           PERFORM VARYING WS-INDICE-FIC FROM 1 BY 1
                   UNTIL WS-INDICE-FIC > WS-NB-FICHIERS
                   OR WS-FIC-NOM (WS-INDICE-FIC) = PLI-FICHIER
               CONTINUE
           END-PERFORM.
           IF WS-INDICE-FIC > WS-NB-FICHIERS
               IF WS-NB-FICHIERS >= WS-MAX-FICHIERS
                   DISPLAY "--> ! PLUS DE " WS-MAX-FICHIERS
                           " FICHIERS D'EDITION: "
                           FUNCTION TRIM (PLI-FICHIER) " IGNORE"
                   GO TO 1100-AJOUT-INDEX-FIN
               END-IF
               ADD 1 TO WS-NB-FICHIERS
               MOVE WS-NB-FICHIERS TO WS-INDICE-FIC
               INITIALIZE WS-FIC-ENTRY (WS-INDICE-FIC)
               MOVE PLI-FICHIER TO WS-FIC-NOM (WS-INDICE-FIC)
           END-IF.
           IF PLI-GENERATION > WS-FIC-GENERATION (WS-INDICE-FIC)
               MOVE PLI-GENERATION TO WS-FIC-GENERATION (WS-INDICE-FIC)
           END-IF.

           ADD 1 TO WS-NB-INDEX.
           MOVE WS-NB-INDEX TO WS-INDICE.
           INITIALIZE WS-IDX-ENTRY (WS-INDICE).
           MOVE PLI-GENERATION   TO WS-IDX-GENERATION (WS-INDICE).
           MOVE PLI-FICHIER      TO WS-IDX-FICHIER (WS-INDICE).
           MOVE PLI-RANG         TO WS-IDX-RANG (WS-INDICE).
           MOVE PLI-DESTINATAIRE TO WS-IDX-DEST (WS-INDICE).
           MOVE PLI-DOCUMENT     TO WS-IDX-DOCUMENT (WS-INDICE).
           MOVE PLI-PROGRAMME    TO WS-IDX-PROGRAMME (WS-INDICE).
           MOVE WS-INDICE-FIC    TO WS-IDX-NUM-FIC (WS-INDICE).

       1100-AJOUT-INDEX-FIN.
           EXIT.

      *******************************************************
      *  SEULE LA DERNIERE GENERATION D'UN FICHIER EST ENCORE
      *  SUR DISQUE ; DESTINATAIRES DES DOCUMENTS RETENUS
      *******************************************************
       1200-SELECTION-GENERATIONS-DEBUT.

           PERFORM VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-NB-INDEX
               MOVE WS-IDX-NUM-FIC (WS-INDICE) TO WS-INDICE-FIC
               IF WS-IDX-GENERATION (WS-INDICE)
                  = WS-FIC-GENERATION (WS-INDICE-FIC)
                   MOVE "O" TO WS-IDX-ETAT (WS-INDICE)
                   ADD 1 TO WS-INDEX-RETENUS
                   ADD 1 TO WS-FIC-INDEXES (WS-INDICE-FIC)
                   IF WS-IDX-DEST (WS-INDICE) NOT = SPACES
                       PERFORM 1210-AJOUT-DESTINATAIRE-DEBUT
                          THRU 1210-AJOUT-DESTINATAIRE-FIN
                   END-IF
               ELSE
                   MOVE "R" TO WS-IDX-ETAT (WS-INDICE)
                   ADD 1 TO WS-INDEX-REMPLACES
               END-IF
           END-PERFORM.

       1200-SELECTION-GENERATIONS-FIN.
           EXIT.

      *******************************************************
      *  DESTINATAIRE D'UN DOCUMENT RETENU (UNE ENTREE PAR
      *  CLIENT OU GROUPE)
      *******************************************************
       1210-AJOUT-DESTINATAIRE-DEBUT.

           PERFORM VARYING WS-INDICE-DST FROM 1 BY 1
                   UNTIL WS-INDICE-DST > WS-NB-DEST
                   OR WS-DST-ID (WS-INDICE-DST)
                      = WS-IDX-DEST (WS-INDICE)
               CONTINUE
           END-PERFORM.
           IF WS-INDICE-DST > WS-NB-DEST
               IF WS-NB-DEST >= WS-MAX-DEST
                   DISPLAY "--> ! PLUS DE " WS-MAX-DEST
                           " DESTINATAIRES: "
                           WS-IDX-DEST (WS-INDICE) " ECARTE"
                   MOVE ZEROES TO WS-IDX-NUM-DEST (WS-INDICE)
                   GO TO 1210-AJOUT-DESTINATAIRE-FIN
               END-IF
               ADD 1 TO WS-NB-DEST
               MOVE WS-NB-DEST TO WS-INDICE-DST
               INITIALIZE WS-DST-ENTRY (WS-INDICE-DST)
               MOVE WS-IDX-DEST (WS-INDICE) TO WS-DST-ID (WS-INDICE-DST)
               MOVE "N" TO WS-DST-CONNU (WS-INDICE-DST)
           END-IF.
           MOVE WS-INDICE-DST TO WS-IDX-NUM-DEST (WS-INDICE).

       1210-AJOUT-DESTINATAIRE-FIN.
           EXIT.

      *******************************************************
      *  ADRESSE DE CHAQUE DESTINATAIRE : FICHE CLIENT, OU
      *  RAISON SOCIALE DU GROUPE A L'ADRESSE DE SON PREMIER
      *  MEMBRE
      *******************************************************
       2000-CHARGEMENT-ADRESSES-DEBUT.

           IF WS-NB-DEST = ZEROES
               GO TO 2000-CHARGEMENT-ADRESSES-FIN
           END-IF.

           OPEN INPUT FCLIENT.
           IF NOT WS-STATUS-FILE-FCLIENT-OK
               DISPLAY "--> FICHIERCLIENT.txt ABSENT: AUCUNE ADRESSE"
               GO TO 2000-CHARGEMENT-ADRESSES-FIN
           END-IF.
           PERFORM UNTIL NOT WS-STATUS-FILE-FCLIENT-OK
               READ FCLIENT
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 2100-ADRESSE-CLIENT-DEBUT
                          THRU 2100-ADRESSE-CLIENT-FIN
               END-READ
           END-PERFORM.
           CLOSE FCLIENT.
      *
      ****** GROUPES PAYEURS SANS FICHE CLIENT PROPRE
           OPEN INPUT FGROUPE.
           IF NOT WS-STATUS-FILE-FGROUPE-OK
               GO TO 2000-CHARGEMENT-ADRESSES-FIN
           END-IF.
           PERFORM UNTIL NOT WS-STATUS-FILE-FGROUPE-OK
               READ FGROUPE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 2200-GROUPE-DEBUT
                          THRU 2200-GROUPE-FIN
               END-READ
           END-PERFORM.
           CLOSE FGROUPE.

           IF WS-MEMBRES-A-LIRE = ZEROES
               GO TO 2000-CHARGEMENT-ADRESSES-FIN
           END-IF.
           OPEN INPUT FCLIENT.
           PERFORM UNTIL NOT WS-STATUS-FILE-FCLIENT-OK
               READ FCLIENT
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 2300-ADRESSE-MEMBRE-DEBUT
                          THRU 2300-ADRESSE-MEMBRE-FIN
               END-READ
           END-PERFORM.
           CLOSE FCLIENT.

       2000-CHARGEMENT-ADRESSES-FIN.
           EXIT.

      *******************************************************
      *  UN CLIENT DESTINATAIRE D'UN PLI
      *******************************************************
       2100-ADRESSE-CLIENT-DEBUT.

           PERFORM VARYING WS-INDICE-DST FROM 1 BY 1
                   UNTIL WS-INDICE-DST > WS-NB-DEST
                   OR WS-DST-ID (WS-INDICE-DST) = RCLIENT-ID
               CONTINUE
           END-PERFORM.
           IF WS-INDICE-DST > WS-NB-DEST
               GO TO 2100-ADRESSE-CLIENT-FIN
           END-IF.

           MOVE "O" TO WS-DST-CONNU (WS-INDICE-DST).
           MOVE SPACES TO WS-DST-NOM (WS-INDICE-DST).
           STRING FUNCTION TRIM (RCLIENT-PRENOM) " "
                  FUNCTION TRIM (RCLIENT-NOM)
                  DELIMITED BY SIZE INTO WS-DST-NOM (WS-INDICE-DST).
           MOVE RCLIENT-RUE        TO WS-DST-RUE (WS-INDICE-DST).
           MOVE RCLIENT-CODEPOSTAL TO WS-DST-CP (WS-INDICE-DST).
           MOVE RCLIENT-VILLE      TO WS-DST-VILLE (WS-INDICE-DST).

       2100-ADRESSE-CLIENT-FIN.
           EXIT.

      *******************************************************
      *  UN MEMBRE DE GROUPE : LE GROUPE DESTINATAIRE SANS FICHE
      *  PROPRE PREND SA RAISON SOCIALE ET SON PREMIER MEMBRE
      *******************************************************
       2200-GROUPE-DEBUT.

           PERFORM VARYING WS-INDICE-DST FROM 1 BY 1
                   UNTIL WS-INDICE-DST > WS-NB-DEST
                   OR WS-DST-ID (WS-INDICE-DST) = GRP-GROUPE
               CONTINUE
           END-PERFORM.
           IF WS-INDICE-DST > WS-NB-DEST
               GO TO 2200-GROUPE-FIN
           END-IF.
           IF WS-DST-CONNU-OUI (WS-INDICE-DST)
           OR WS-DST-MEMBRE (WS-INDICE-DST) NOT = SPACES
               GO TO 2200-GROUPE-FIN
           END-IF.

           MOVE GRP-NOM    TO WS-DST-NOM (WS-INDICE-DST).
           MOVE GRP-MEMBRE TO WS-DST-MEMBRE (WS-INDICE-DST).
           ADD 1 TO WS-MEMBRES-A-LIRE.

       2200-GROUPE-FIN.
           EXIT.

      *******************************************************
      *  ADRESSE DU PREMIER MEMBRE POUR UN GROUPE DESTINATAIRE
      *******************************************************
       2300-ADRESSE-MEMBRE-DEBUT.

           PERFORM VARYING WS-INDICE-DST FROM 1 BY 1
                   UNTIL WS-INDICE-DST > WS-NB-DEST
               IF WS-DST-MEMBRE (WS-INDICE-DST) = RCLIENT-ID
               AND NOT WS-DST-CONNU-OUI (WS-INDICE-DST)
                   MOVE "O" TO WS-DST-CONNU (WS-INDICE-DST)
                   MOVE RCLIENT-RUE TO WS-DST-RUE (WS-INDICE-DST)
                   MOVE RCLIENT-CODEPOSTAL
                        TO WS-DST-CP (WS-INDICE-DST)
                   MOVE RCLIENT-VILLE TO WS-DST-VILLE (WS-INDICE-DST)
               END-IF
           END-PERFORM.

       2300-ADRESSE-MEMBRE-FIN.
           EXIT.

      *******************************************************
      *  RELECTURE D'UN FICHIER D'EDITION : CHAQUE LIGNE DE "="
      *  OUVRE LE DOCUMENT SUIVANT
      *******************************************************
       3000-LECTURE-EDITION-DEBUT.

           MOVE WS-FIC-NOM (WS-INDICE-FIC) TO WS-NOM-EDITION.
           MOVE ZEROES TO WS-DOC-RANG.
           MOVE SPACES TO WS-DOC-ETAT.

           OPEN INPUT FEDITION.
           IF NOT WS-STATUS-FILE-FEDITION-OK
               MOVE "FICHIER ABSENT" TO WS-DOC-MOTIF
               PERFORM 3400-INDEX-ABSENTS-DEBUT
                  THRU 3400-INDEX-ABSENTS-FIN
               GO TO 3000-LECTURE-EDITION-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FEDITION-OK
               READ FEDITION
                   AT END
                       CONTINUE
                   NOT AT END
                       IF REDITION (1:80) = WS-LIGNE-EGAL
                           PERFORM 3100-DEBUT-DOCUMENT-DEBUT
                              THRU 3100-DEBUT-DOCUMENT-FIN
                       END-IF
                       IF WS-DOC-SOUS-PLI
                           PERFORM 3200-LIGNE-DOCUMENT-DEBUT
                              THRU 3200-LIGNE-DOCUMENT-FIN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FEDITION.
           PERFORM 3150-FIN-DOCUMENT-DEBUT
              THRU 3150-FIN-DOCUMENT-FIN.
      *
      ****** DOCUMENTS INDEXES QUE LE FICHIER NE CONTIENT PAS
           MOVE "ABSENT DU FICHIER" TO WS-DOC-MOTIF.
           PERFORM 3400-INDEX-ABSENTS-DEBUT
              THRU 3400-INDEX-ABSENTS-FIN.

       3000-LECTURE-EDITION-FIN.
           EXIT.

      *******************************************************
      *  DEBUT D'UN DOCUMENT : SON INDEX, SON DESTINATAIRE ET
      *  SON ADRESSE DECIDENT S'IL PART SOUS PLI
      *******************************************************
       3100-DEBUT-DOCUMENT-DEBUT.

           PERFORM 3150-FIN-DOCUMENT-DEBUT
              THRU 3150-FIN-DOCUMENT-FIN.

           ADD 1 TO WS-DOC-RANG.
           ADD 1 TO WS-DOCS-LUS.
           ADD 1 TO WS-FIC-LUS (WS-INDICE-FIC).
           MOVE ZEROES TO WS-DOC-LIGNE WS-DOC-IDX.
           MOVE SPACES TO WS-DOC-DEST WS-DOC-MOTIF.

           PERFORM VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-NB-INDEX
                   OR WS-DOC-IDX > ZEROES
               IF WS-IDX-NUM-FIC (WS-INDICE) = WS-INDICE-FIC
               AND WS-IDX-RETENU (WS-INDICE)
               AND WS-IDX-RANG (WS-INDICE) = WS-DOC-RANG
                   MOVE WS-INDICE TO WS-DOC-IDX
               END-IF
           END-PERFORM.

           IF WS-DOC-IDX = ZEROES
               MOVE "NON INDEXE" TO WS-DOC-MOTIF
               GO TO 3100-DEBUT-DOCUMENT-ECART
           END-IF.
           MOVE "O" TO WS-IDX-TROUVE (WS-DOC-IDX).
           MOVE WS-IDX-DEST (WS-DOC-IDX) TO WS-DOC-DEST.
           IF WS-DOC-DEST = SPACES
               MOVE "SANS DESTINATAIRE" TO WS-DOC-MOTIF
               GO TO 3100-DEBUT-DOCUMENT-ECART
           END-IF.
           MOVE WS-IDX-NUM-DEST (WS-DOC-IDX) TO WS-INDICE-DST.
           IF WS-INDICE-DST = ZEROES
               MOVE "TROP DE DESTINATAIRES" TO WS-DOC-MOTIF
               GO TO 3100-DEBUT-DOCUMENT-ECART
           END-IF.
           IF NOT WS-DST-CONNU-OUI (WS-INDICE-DST)
               MOVE "DESTINATAIRE INCONNU" TO WS-DOC-MOTIF
               GO TO 3100-DEBUT-DOCUMENT-ECART
           END-IF.
           IF WS-DST-RUE (WS-INDICE-DST) = SPACES
           OR WS-DST-VILLE (WS-INDICE-DST) = SPACES
               MOVE "SANS ADRESSE" TO WS-DOC-MOTIF
               GO TO 3100-DEBUT-DOCUMENT-ECART
           END-IF.
      *
      ****** LE DOCUMENT PART SOUS PLI
           MOVE "P" TO WS-DOC-ETAT.
           MOVE "O" TO WS-IDX-SOUS-PLI (WS-DOC-IDX).
           ADD 1 TO WS-DOCS-SOUS-PLI.
           ADD 1 TO WS-FIC-SOUS-PLI (WS-INDICE-FIC).
           ADD 1 TO WS-DST-DOCS (WS-INDICE-DST).
           GO TO 3100-DEBUT-DOCUMENT-FIN.

       3100-DEBUT-DOCUMENT-ECART.
           MOVE "E" TO WS-DOC-ETAT.
           ADD 1 TO WS-DOCS-ECARTES.
           ADD 1 TO WS-FIC-ECARTES (WS-INDICE-FIC).
           PERFORM 3300-LIGNE-ECART-DEBUT
              THRU 3300-LIGNE-ECART-FIN.

       3100-DEBUT-DOCUMENT-FIN.
           EXIT.

      *******************************************************
      *  FIN D'UN DOCUMENT SOUS PLI : SES PAGES
      *******************************************************
       3150-FIN-DOCUMENT-DEBUT.

           IF NOT WS-DOC-SOUS-PLI
               MOVE SPACES TO WS-DOC-ETAT
               GO TO 3150-FIN-DOCUMENT-FIN
           END-IF.

           COMPUTE WS-DOC-PAGES =
                   (WS-DOC-LIGNE + WS-MAX-LIGNES - 1) / WS-MAX-LIGNES.
           ADD WS-DOC-PAGES TO WS-PAGES-DOCUMENTS.
           ADD WS-DOC-PAGES TO WS-FIC-PAGES (WS-INDICE-FIC).
           ADD WS-DOC-PAGES TO WS-DST-PAGES (WS-INDICE-DST).
           MOVE SPACES TO WS-DOC-ETAT.

       3150-FIN-DOCUMENT-FIN.
           EXIT.

      *******************************************************
      *  UNE LIGNE D'UN DOCUMENT SOUS PLI, VERS LE TRI
      *******************************************************
       3200-LIGNE-DOCUMENT-DEBUT.

           ADD 1 TO WS-DOC-LIGNE.
           ADD 1 TO WS-LIGNES-TRAVAIL.
           MOVE WS-DST-CP (WS-INDICE-DST) TO TRV-CP.
           MOVE WS-DOC-DEST   TO TRV-DEST.
           MOVE WS-INDICE-FIC TO TRV-FICHIER.
           MOVE WS-DOC-RANG   TO TRV-RANG.
           MOVE WS-DOC-LIGNE  TO TRV-LIGNE.
           MOVE REDITION      TO TRV-TEXTE.
           WRITE RTRAVAIL.

       3200-LIGNE-DOCUMENT-FIN.
           EXIT.

      *******************************************************
      *  DETAIL D'UN DOCUMENT ECARTE A L'ETAT DE CONTROLE
      *******************************************************
       3300-LIGNE-ECART-DEBUT.

           MOVE SPACES TO WS-LIGNE.
           STRING "  " WS-FIC-NOM (WS-INDICE-FIC) " RANG "
                  WS-DOC-RANG " DESTINATAIRE " WS-DOC-DEST
                  " : " WS-DOC-MOTIF
                  DELIMITED BY SIZE INTO WS-LIGNE.
           PERFORM 9000-LIGNE-CONTROLE-DEBUT
              THRU 9000-LIGNE-CONTROLE-FIN.

       3300-LIGNE-ECART-FIN.
           EXIT.

      *******************************************************
      *  DOCUMENTS INDEXES INTROUVABLES DANS LEUR FICHIER :
      *  ANOMALIE D'INTEGRITE
      *******************************************************
       3400-INDEX-ABSENTS-DEBUT.

           PERFORM VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-NB-INDEX
               IF WS-IDX-NUM-FIC (WS-INDICE) = WS-INDICE-FIC
               AND WS-IDX-RETENU (WS-INDICE)
               AND NOT WS-IDX-TROUVE-OUI (WS-INDICE)
                   ADD 1 TO WS-INDEX-ABSENTS
                   ADD 1 TO WS-FIC-ABSENTS (WS-INDICE-FIC)
                   MOVE "N" TO WS-INTEGRITE
                   MOVE WS-IDX-RANG (WS-INDICE) TO WS-DOC-RANG
                   MOVE WS-IDX-DEST (WS-INDICE) TO WS-DOC-DEST
                   PERFORM 3300-LIGNE-ECART-DEBUT
                      THRU 3300-LIGNE-ECART-FIN
               END-IF
           END-PERFORM.

       3400-INDEX-ABSENTS-FIN.
           EXIT.

      *******************************************************
      *  IMPRESSION DES PLIS DANS L'ORDRE DU TRI : UNE PAGE DE
      *  GARDE PAR DESTINATAIRE, CHAQUE DOCUMENT SUR UNE
      *  NOUVELLE FEUILLE
      *******************************************************
       5000-IMPRESSION-DEBUT.

           OPEN OUTPUT FIMPRESSION.
           IF NOT WS-STATUS-FILE-FIMPRESSION-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FIMPRESSION': "
                       WS-STATUS-FILE-FIMPRESSION
               MOVE 16 TO RETURN-CODE
               GO TO 5000-IMPRESSION-FIN
           END-IF.

           OPEN INPUT FTRI.
           IF NOT WS-STATUS-FILE-FTRI-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FTRI': "
                       WS-STATUS-FILE-FTRI
               CLOSE FIMPRESSION
               MOVE 16 TO RETURN-CODE
               GO TO 5000-IMPRESSION-FIN
           END-IF.

           MOVE SPACES TO WS-PLI-DEST.
           PERFORM UNTIL NOT WS-STATUS-FILE-FTRI-OK
               READ FTRI
                   AT END
                       CONTINUE
                   NOT AT END
                       IF TRI-DEST NOT = WS-PLI-DEST
                           IF WS-PLI-DEST NOT = SPACES
                               PERFORM 5150-FIN-PLI-DEBUT
                                  THRU 5150-FIN-PLI-FIN
                           END-IF
                           PERFORM 5100-DEBUT-PLI-DEBUT
                              THRU 5100-DEBUT-PLI-FIN
                       END-IF
                       IF TRI-FICHIER NOT = WS-IMP-FICHIER
                       OR TRI-RANG NOT = WS-IMP-RANG
                           ADD 1 TO WS-DOCS-IMPRIMES
                           MOVE TRI-FICHIER TO WS-IMP-FICHIER
                           MOVE TRI-RANG TO WS-IMP-RANG
                           MOVE "O" TO WS-NOUVELLE-PAGE
                       END-IF
                       ADD 1 TO WS-LIGNES-IMPRIMEES
                       MOVE TRI-TEXTE TO WS-LIGNE
                       PERFORM 5300-ECRITURE-LIGNE-DEBUT
                          THRU 5300-ECRITURE-LIGNE-FIN
               END-READ
           END-PERFORM.
           IF WS-PLI-DEST NOT = SPACES
               PERFORM 5150-FIN-PLI-DEBUT
                  THRU 5150-FIN-PLI-FIN
           END-IF.

           CLOSE FTRI.
           CLOSE FIMPRESSION.

       5000-IMPRESSION-FIN.
           EXIT.

      *******************************************************
      *  NOUVEAU PLI : SON DESTINATAIRE ET SA PAGE DE GARDE
      *******************************************************
       5100-DEBUT-PLI-DEBUT.

           ADD 1 TO WS-NB-PLIS.
           MOVE TRI-DEST TO WS-PLI-DEST.
           MOVE ZEROES TO WS-PAGE-PLI WS-IMP-FICHIER WS-IMP-RANG.

           PERFORM VARYING WS-INDICE-DST FROM 1 BY 1
                   UNTIL WS-INDICE-DST > WS-NB-DEST
                   OR WS-DST-ID (WS-INDICE-DST) = WS-PLI-DEST
               CONTINUE
           END-PERFORM.
           COMPUTE WS-PLI-ATTENDUES = WS-DST-PAGES (WS-INDICE-DST) + 1.
           ADD WS-PLI-ATTENDUES TO WS-PAGES-ATTENDUES.

           PERFORM 5200-PAGE-DE-GARDE-DEBUT
              THRU 5200-PAGE-DE-GARDE-FIN.

       5100-DEBUT-PLI-FIN.
           EXIT.

      *******************************************************
      *  FIN DU PLI : SES PAGES IMPRIMEES SONT-ELLES CELLES
      *  ANNONCEES EN PAGE DE GARDE ?
      *******************************************************
       5150-FIN-PLI-DEBUT.

           IF WS-PAGE-PLI NOT = WS-PLI-ATTENDUES
               ADD 1 TO WS-PLIS-EN-ECART
               MOVE "N" TO WS-INTEGRITE
               DISPLAY "--> PLI " WS-NB-PLIS " DESTINATAIRE "
                       WS-PLI-DEST ": " WS-PAGE-PLI " PAGE(S) POUR "
                       WS-PLI-ATTENDUES " ANNONCEE(S)"
           END-IF.

       5150-FIN-PLI-FIN.
           EXIT.

      *******************************************************
      *  PAGE DE GARDE : ADRESSE, PAGES, DOCUMENTS JOINTS
      *******************************************************
       5200-PAGE-DE-GARDE-DEBUT.

           ADD 1 TO WS-PAGES-GARDE.
           MOVE "O" TO WS-NOUVELLE-PAGE.

           MOVE SPACES TO WS-LIGNE.
           STRING "PLI " WS-NB-PLIS " - DESTINATAIRE " WS-PLI-DEST
                  " - " WS-PLI-ATTENDUES " PAGE(S) - "
                  WS-DST-DOCS (WS-INDICE-DST) " DOCUMENT(S)"
                  DELIMITED BY SIZE INTO WS-LIGNE.
           PERFORM 5300-ECRITURE-LIGNE-DEBUT
              THRU 5300-ECRITURE-LIGNE-FIN.

           MOVE SPACES TO WS-LIGNE.
           PERFORM 5300-ECRITURE-LIGNE-DEBUT
              THRU 5300-ECRITURE-LIGNE-FIN.
           MOVE WS-DST-NOM (WS-INDICE-DST) TO WS-LIGNE.
           PERFORM 5300-ECRITURE-LIGNE-DEBUT
              THRU 5300-ECRITURE-LIGNE-FIN.
           MOVE WS-DST-RUE (WS-INDICE-DST) TO WS-LIGNE.
           PERFORM 5300-ECRITURE-LIGNE-DEBUT
              THRU 5300-ECRITURE-LIGNE-FIN.
           MOVE SPACES TO WS-LIGNE.
           STRING WS-DST-CP (WS-INDICE-DST) " "
                  WS-DST-VILLE (WS-INDICE-DST)
                  DELIMITED BY SIZE INTO WS-LIGNE.
           PERFORM 5300-ECRITURE-LIGNE-DEBUT
              THRU 5300-ECRITURE-LIGNE-FIN.

           MOVE SPACES TO WS-LIGNE.
           PERFORM 5300-ECRITURE-LIGNE-DEBUT
              THRU 5300-ECRITURE-LIGNE-FIN.
           MOVE "DOCUMENTS JOINTS :" TO WS-LIGNE.
           PERFORM 5300-ECRITURE-LIGNE-DEBUT
              THRU 5300-ECRITURE-LIGNE-FIN.

           MOVE ZEROES TO WS-NB-JOINTS.
           PERFORM VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-NB-INDEX
               IF WS-IDX-SOUS-PLI-OUI (WS-INDICE)
               AND WS-IDX-NUM-DEST (WS-INDICE) = WS-INDICE-DST
                   ADD 1 TO WS-NB-JOINTS
                   IF WS-NB-JOINTS NOT > WS-MAX-JOINTS
                       MOVE SPACES TO WS-LIGNE
                       STRING "  " WS-IDX-DOCUMENT (WS-INDICE) " "
                              WS-IDX-FICHIER (WS-INDICE)
                              " DOCUMENT " WS-IDX-RANG (WS-INDICE)
                              DELIMITED BY SIZE INTO WS-LIGNE
                       PERFORM 5300-ECRITURE-LIGNE-DEBUT
                          THRU 5300-ECRITURE-LIGNE-FIN
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-NB-JOINTS > WS-MAX-JOINTS
               SUBTRACT WS-MAX-JOINTS FROM WS-NB-JOINTS
               MOVE SPACES TO WS-LIGNE
               STRING "  ET " WS-NB-JOINTS " AUTRE(S) DOCUMENT(S)"
                      DELIMITED BY SIZE INTO WS-LIGNE
               PERFORM 5300-ECRITURE-LIGNE-DEBUT
                  THRU 5300-ECRITURE-LIGNE-FIN
           END-IF.

       5200-PAGE-DE-GARDE-FIN.
           EXIT.

      *******************************************************
      *  ECRITURE D'UNE LIGNE DU FLUX : SAUT DE FEUILLE ET
      *  MARQUES OMR EN TETE DE CHAQUE FEUILLE
      *******************************************************
       5300-ECRITURE-LIGNE-DEBUT.

           IF NOT WS-NOUVELLE-PAGE-OUI
           AND WS-LIGNES-PAGE >= WS-MAX-LIGNES
               MOVE "O" TO WS-NOUVELLE-PAGE
           END-IF.

           MOVE SPACES TO RIMPRESSION.
           IF WS-NOUVELLE-PAGE-OUI
               MOVE "N" TO WS-NOUVELLE-PAGE
               ADD 1 TO WS-PAGE-PLI
               ADD 1 TO WS-PAGES-IMPRIMEES
               MOVE 1 TO WS-LIGNES-PAGE
               MOVE "1" TO IMP-SAUT
      ****** MARQUES : SYNCHRONISATION, DEBUT DE PLI, FIN DE PLI
      ****** (INSERTION), PARITE
               MOVE SPACES TO WS-OMR
               MOVE "|" TO WS-OMR (1:1)
               MOVE 1 TO WS-NB-MARQUES
               IF WS-PAGE-PLI = 1
                   MOVE "|" TO WS-OMR (2:1)
                   ADD 1 TO WS-NB-MARQUES
               END-IF
               IF WS-PAGE-PLI = WS-PLI-ATTENDUES
                   MOVE "|" TO WS-OMR (3:1)
                   ADD 1 TO WS-NB-MARQUES
               END-IF
               IF WS-NB-MARQUES = 1 OR WS-NB-MARQUES = 3
                   MOVE "|" TO WS-OMR (4:1)
               END-IF
               MOVE WS-OMR TO IMP-OMR
           ELSE
               ADD 1 TO WS-LIGNES-PAGE
           END-IF.
           MOVE WS-LIGNE TO IMP-TEXTE.
           WRITE RIMPRESSION.

       5300-ECRITURE-LIGNE-FIN.
           EXIT.

      *******************************************************
      *  ETAT DE CONTROLE : DOCUMENTS ENTRES, PAGES SORTIES
      *******************************************************
       6000-ETAT-CONTROLE-DEBUT.

           MOVE ALL "-" TO WS-LIGNE (1:80).
           PERFORM 9000-LIGNE-CONTROLE-DEBUT
              THRU 9000-LIGNE-CONTROLE-FIN.
           MOVE "FICHIER D'EDITION              GENERATION     "
                TO WS-LIGNE.
           MOVE "INDEX   LUS   PLI ECART ABSNT PAGES"
                TO WS-LIGNE (47:35).
           PERFORM 9000-LIGNE-CONTROLE-DEBUT
              THRU 9000-LIGNE-CONTROLE-FIN.
           PERFORM VARYING WS-INDICE-FIC FROM 1 BY 1
                   UNTIL WS-INDICE-FIC > WS-NB-FICHIERS
               MOVE SPACES TO WS-LIGNE
               STRING WS-FIC-NOM (WS-INDICE-FIC) " "
                      WS-FIC-GENERATION (WS-INDICE-FIC) " "
                      WS-FIC-INDEXES (WS-INDICE-FIC) " "
                      WS-FIC-LUS (WS-INDICE-FIC) " "
                      WS-FIC-SOUS-PLI (WS-INDICE-FIC) " "
                      WS-FIC-ECARTES (WS-INDICE-FIC) " "
                      WS-FIC-ABSENTS (WS-INDICE-FIC) " "
                      WS-FIC-PAGES (WS-INDICE-FIC)
                      DELIMITED BY SIZE INTO WS-LIGNE
               PERFORM 9000-LIGNE-CONTROLE-DEBUT
                  THRU 9000-LIGNE-CONTROLE-FIN
           END-PERFORM.
           MOVE ALL "-" TO WS-LIGNE (1:80).
           PERFORM 9000-LIGNE-CONTROLE-DEBUT
              THRU 9000-LIGNE-CONTROLE-FIN.

           MOVE SPACES TO WS-LIGNE.
           STRING "LIGNES D'INDEX LUES          : " WS-INDEX-LUS
                  DELIMITED BY SIZE INTO WS-LIGNE.
           PERFORM 9000-LIGNE-CONTROLE-DEBUT
              THRU 9000-LIGNE-CONTROLE-FIN.
           MOVE SPACES TO WS-LIGNE.
           STRING "DOCUMENTS INDEXES RETENUS    : " WS-INDEX-RETENUS
                  DELIMITED BY SIZE INTO WS-LIGNE.
           PERFORM 9000-LIGNE-CONTROLE-DEBUT
              THRU 9000-LIGNE-CONTROLE-FIN.
           MOVE SPACES TO WS-LIGNE.
           STRING "REMPLACES PAR UNE REEDITION  : " WS-INDEX-REMPLACES
                  DELIMITED BY SIZE INTO WS-LIGNE.
           PERFORM 9000-LIGNE-CONTROLE-DEBUT
              THRU 9000-LIGNE-CONTROLE-FIN.
           MOVE SPACES TO WS-LIGNE.
           STRING "INDEXES ABSENTS DES FICHIERS : " WS-INDEX-ABSENTS
                  DELIMITED BY SIZE INTO WS-LIGNE.
           PERFORM 9000-LIGNE-CONTROLE-DEBUT
              THRU 9000-LIGNE-CONTROLE-FIN.
           MOVE SPACES TO WS-LIGNE.
           STRING "PLIS (ENVELOPPES)            : " WS-NB-PLIS
                  DELIMITED BY SIZE INTO WS-LIGNE.
           PERFORM 9000-LIGNE-CONTROLE-DEBUT
              THRU 9000-LIGNE-CONTROLE-FIN.
      *
      ****** DOCUMENTS ENTRES = DOCUMENTS SOUS PLI + ECARTES
           IF WS-DOCS-LUS = WS-DOCS-SOUS-PLI + WS-DOCS-ECARTES
               MOVE "OK" TO WS-ECART-OK
           ELSE
               MOVE "ECART" TO WS-ECART-OK
               MOVE "N" TO WS-INTEGRITE
           END-IF.
           MOVE SPACES TO WS-LIGNE.
           STRING "DOCUMENTS LUS                : " WS-DOCS-LUS
                  " = SOUS PLI " WS-DOCS-SOUS-PLI
                  " + ECARTES " WS-DOCS-ECARTES "  " WS-ECART-OK
                  DELIMITED BY SIZE INTO WS-LIGNE.
           PERFORM 9000-LIGNE-CONTROLE-DEBUT
              THRU 9000-LIGNE-CONTROLE-FIN.
      *
      ****** DOCUMENTS ET LIGNES IMPRIMES = SOUS PLI
           IF WS-DOCS-IMPRIMES = WS-DOCS-SOUS-PLI
           AND WS-LIGNES-IMPRIMEES = WS-LIGNES-TRAVAIL
               MOVE "OK" TO WS-ECART-OK
           ELSE
               MOVE "ECART" TO WS-ECART-OK
               MOVE "N" TO WS-INTEGRITE
           END-IF.
           MOVE SPACES TO WS-LIGNE.
           STRING "DOCUMENTS IMPRIMES           : " WS-DOCS-IMPRIMES
                  " (" WS-LIGNES-IMPRIMEES " LIGNES SUR "
                  WS-LIGNES-TRAVAIL ")  " WS-ECART-OK
                  DELIMITED BY SIZE INTO WS-LIGNE.
           PERFORM 9000-LIGNE-CONTROLE-DEBUT
              THRU 9000-LIGNE-CONTROLE-FIN.
      *
      ****** PAGES IMPRIMEES = PAGES DE GARDE + PAGES DES DOCUMENTS
           IF WS-PAGES-IMPRIMEES = WS-PAGES-GARDE + WS-PAGES-DOCUMENTS
           AND WS-PAGES-IMPRIMEES = WS-PAGES-ATTENDUES
           AND WS-PLIS-EN-ECART = ZEROES
               MOVE "OK" TO WS-ECART-OK
           ELSE
               MOVE "ECART" TO WS-ECART-OK
               MOVE "N" TO WS-INTEGRITE
           END-IF.
           MOVE SPACES TO WS-LIGNE.
           STRING "PAGES IMPRIMEES              : " WS-PAGES-IMPRIMEES
                  " = GARDE " WS-PAGES-GARDE
                  " + DOCUMENTS " WS-PAGES-DOCUMENTS "  " WS-ECART-OK
                  DELIMITED BY SIZE INTO WS-LIGNE.
           PERFORM 9000-LIGNE-CONTROLE-DEBUT
              THRU 9000-LIGNE-CONTROLE-FIN.
           IF WS-PLIS-EN-ECART > ZEROES
               MOVE SPACES TO WS-LIGNE
               STRING "PLIS EN ECART DE PAGES       : "
                      WS-PLIS-EN-ECART
                      DELIMITED BY SIZE INTO WS-LIGNE
               PERFORM 9000-LIGNE-CONTROLE-DEBUT
                  THRU 9000-LIGNE-CONTROLE-FIN
           END-IF.

       6000-ETAT-CONTROLE-FIN.
           EXIT.

      *******************************************************
      *  REECRITURE DE L'INDEX : LES DOCUMENTS REPRIS SONT DATES
      *  DU JOUR, LES LIGNES DES JOURS PRECEDENTS DISPARAISSENT
      *******************************************************
       7000-REECRITURE-INDEX-DEBUT.

           OPEN OUTPUT FPLIS.
           IF NOT WS-STATUS-FILE-FPLIS-OK
               DISPLAY "ERREUR REECRITURE FICHIER 'FPLIS': "
                       WS-STATUS-FILE-FPLIS
               MOVE 16 TO RETURN-CODE
               GO TO 7000-REECRITURE-INDEX-FIN
           END-IF.

           PERFORM VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-NB-INDEX
               MOVE SPACES TO RPLIS
               MOVE WS-IDX-GENERATION (WS-INDICE) TO PLI-GENERATION
               MOVE WS-IDX-FICHIER (WS-INDICE)    TO PLI-FICHIER
               MOVE WS-IDX-RANG (WS-INDICE)       TO PLI-RANG
               MOVE WS-IDX-DEST (WS-INDICE)       TO PLI-DESTINATAIRE
               MOVE WS-IDX-DOCUMENT (WS-INDICE)   TO PLI-DOCUMENT
               MOVE WS-IDX-PROGRAMME (WS-INDICE)  TO PLI-PROGRAMME
               MOVE WS-DATE-JOUR                  TO PLI-CONSOLIDE
               WRITE RPLIS
           END-PERFORM.
           CLOSE FPLIS.

       7000-REECRITURE-INDEX-FIN.
           EXIT.

      *******************************************************
      *  ECRITURE D'UNE LIGNE DE L'ETAT DE CONTROLE
      *******************************************************
       9000-LIGNE-CONTROLE-DEBUT.

           MOVE WS-LIGNE TO RCONTROLE.
           WRITE RCONTROLE.
           MOVE SPACES TO WS-LIGNE.

       9000-LIGNE-CONTROLE-FIN.
           EXIT.
