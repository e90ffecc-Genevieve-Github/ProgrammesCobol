      ******************************************************************
      *  SESSION DE L'OPERATEUR CONNECTE A LA CONSOLE, PARTAGEE PAR
      *  TOUS LES PROGRAMMES DE L'UNITE D'EXECUTION (EXTERNAL) :
      *  REMPLIE PAR CONNEXION, VIDEE A LA FIN DE LA CONSOLE. UN
      *  PROGRAMME LANCE HORS CONSOLE LA TROUVE NON CONNECTEE.
      ******************************************************************
       01  SESSION-OPERATEUR IS EXTERNAL.
           05  SES-ETAT             PIC X(01).
               88  SES-CONNECTEE      VALUE "O".
           05  SES-OPERATEUR        PIC X(03).
           05  SES-NOM              PIC X(20).
           05  SES-ROLE             PIC X(01).
               88  SES-ADMINISTRATEUR VALUE "A".
