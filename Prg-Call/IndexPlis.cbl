       IDENTIFICATION DIVISION.
       PROGRAM-ID. INDEXPLI.
       AUTHOR. GENEVIEVE GIANNASI.
       INSTALLATION. PERSONAL PC.
       DATE-WRITTEN. 15-10-2026.
       DATE-COMPILED. 15-10-2026.
       SECURITY. NON-CONFIDENTIAL.
      ******************************************************************
      * OBJECTIF: Sous-programme partage d'indexation des documents
      * edites pour la mise sous pli de la nuit (MISEPLI). Le
      * programme d'edition l'appelle pour chaque document, au
      * moment d'ecrire la ligne de "=" qui l'ouvre : MISEPLI
      * retrouve ainsi dans chaque fichier d'edition le destinataire
      * de chaque document et rassemble dans une seule enveloppe
      * tout ce qui part vers un meme client.
      *
      *     CALL 'INDEXPLI' USING LS-PLI
      *
      *     LS-PLI-FICHIER      : fichier d'edition produit
      *     LS-PLI-GENERATION   : date et heure de debut de
      *                           l'execution (AAAAMMJJHHMMSS)
      *     LS-PLI-RANG         : rang du document dans le fichier
      *                           (1 pour le premier)
      *     LS-PLI-DESTINATAIRE : client ou groupe payeur destinataire
      *     LS-PLI-DOCUMENT     : type de document (comme au registre
      *                           des correspondances)
      *     LS-PLI-PROGRAMME    : programme d'edition
      *     LS-PLI-STATUT       : "0" indexe, "9" index non ouvert
      *
      * Chaque appel ajoute une ligne a PLIS-INDEX.txt
      * (COBOL-FD-PLIS.cpy). MISEPLI purge les lignes des nuits
      * precedentes.
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

       DATA DIVISION.
       FILE SECTION.
      ******** INDEX DES DOCUMENTS A METTRE SOUS PLI
           COPY 'COBOL-FD-PLIS.cpy'.

       WORKING-STORAGE SECTION.
       77  WS-STATUS-FILE-FPLIS PIC X(02) VALUE SPACES.
           88  WS-STATUS-FILE-FPLIS-OK  VALUE "00".
           88  WS-STATUS-FILE-FPLIS-INEXISTANT VALUE "35".

       LINKAGE SECTION.
       01  LS-PLI.
           05  LS-PLI-FICHIER       PIC X(30).
           05  LS-PLI-GENERATION    PIC X(14).
           05  LS-PLI-RANG          PIC 9(05).
           05  LS-PLI-DESTINATAIRE  PIC X(08).
           05  LS-PLI-DOCUMENT      PIC X(10).
           05  LS-PLI-PROGRAMME     PIC X(08).
           05  LS-PLI-STATUT        PIC X(01).

      *******************************************************
      *  PARAGRAPHE PRINCIPAL
      *******************************************************
       PROCEDURE DIVISION USING LS-PLI.
       DEBUT-PROGRAMME.

           MOVE "0" TO LS-PLI-STATUT.

           OPEN EXTEND FPLIS.
           IF WS-STATUS-FILE-FPLIS-INEXISTANT
               OPEN OUTPUT FPLIS
           END-IF.
           IF NOT WS-STATUS-FILE-FPLIS-OK
               MOVE "9" TO LS-PLI-STATUT
               GO TO FIN-PROGRAMME
           END-IF.

           MOVE SPACES TO RPLIS.
           MOVE LS-PLI-GENERATION   TO PLI-GENERATION.
           MOVE LS-PLI-FICHIER      TO PLI-FICHIER.
           MOVE LS-PLI-RANG         TO PLI-RANG.
           MOVE LS-PLI-DESTINATAIRE TO PLI-DESTINATAIRE.
           MOVE LS-PLI-DOCUMENT     TO PLI-DOCUMENT.
           MOVE LS-PLI-PROGRAMME    TO PLI-PROGRAMME.
           WRITE RPLIS.
           CLOSE FPLIS.

       FIN-PROGRAMME.
           EXIT PROGRAM.
