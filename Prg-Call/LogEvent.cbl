      * structuree : cle croissante (max+1, comme REC01-CLE), date,
      * heure, programme, severite, message. C'est le journal unique
      * a relire quand un traitement de nuit s'est mal passe.
      * Quand un operateur est connecte a la console (SESSION-
      * OPERATEUR, voir CONNEXION), son identifiant est ajoute en
      * fin d'entree : l'appelant n'a pas a le fournir.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  JRN-SEVERITE  PIC X(01).
           05  FILLER        PIC X(01).
           05  JRN-MESSAGE   PIC X(60).
           05  FILLER        PIC X(01).
           05  JRN-OPERATEUR PIC X(03).

       WORKING-STORAGE SECTION.
       77  WS-STATUS-FILE-FJOURNAL PIC X(02) VALUE SPACES.
           88  WS-STATUS-FILE-FJOURNAL-INEXISTANT VALUE "35".
       77  WS-CLE-MAX PIC 9(06) VALUE ZEROES.

      ****** OPERATEUR CONNECTE A LA CONSOLE
           COPY 'COBOL-SESSION.cpy'.

       LINKAGE SECTION.
       01  LS-JOURNALISATION.
           05  LS-JRN-PROGRAMME PIC X(08).
               MOVE LS-JRN-PROGRAMME TO JRN-PROGRAMME
               MOVE LS-JRN-SEVERITE  TO JRN-SEVERITE
               MOVE LS-JRN-MESSAGE   TO JRN-MESSAGE
               IF SES-CONNECTEE
                   MOVE SES-OPERATEUR TO JRN-OPERATEUR
               END-IF
               WRITE RJOURNAL
               CLOSE FJOURNAL
           END-IF.
