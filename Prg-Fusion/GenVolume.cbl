
           COPY 'COBOL-FD-ASSURANCE.cpy'.

      ****** 88 OCTETS DEPUIS L'APPRECIATION ("05") ; LES AUTRES
      ****** TYPES GARDENT LEUR GABARIT DE 38 OCTETS
       FD  FELEVES
           RECORDING MODE IS F.
       01  REC-ELEVES PIC X(88).

      ******** CLIENTS SYNTHETIQUES (GABARIT RCLIENT)
           COPY 'COBOL-FD-FCLIENT.CPY'
