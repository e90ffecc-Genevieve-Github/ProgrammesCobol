
       DATA DIVISION.
       FILE SECTION.
      ****** 88 OCTETS DEPUIS L'APPRECIATION ("05") ; LES AUTRES
      ****** TYPES GARDENT LEUR GABARIT DE 38 OCTETS
       FD  FILE-INPUT
           RECORDING MODE IS F.
       01  REC-INPUT PIC X(88).

      ******** REGISTRE D'ASSIDUITE PAR CLASSE
       FD  FREGISTRE.
           05  REC00-NUMERO PIC X(02).
               88 WS-REC01 VALUE "01".
               88 WS-REC04 VALUE "04".
           05  FILLER PIC X(86).
       01  WS-INPUT-REC01 REDEFINES WS-INPUT-REC.
           05 REC01-NUMERO PIC X(02).
           05 REC01-PRENOM PIC X(07).
