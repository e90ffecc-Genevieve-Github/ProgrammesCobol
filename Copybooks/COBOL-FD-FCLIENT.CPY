           05  RCLIENT-FREQUENCE    PIC X(01).
           05  FILLER               PIC X(01).
           05  RCLIENT-PROCHAINE    PIC X(08).
           05  FILLER               PIC X(01).
      ****** FACTEURS DE TARIFICATION (SERVICE TARIFAGE) : NOMBRE
      ****** DE PERSONNES ASSUREES ET ANNEE DE NAISSANCE DE
      ****** L'ASSURE PRINCIPAL (AGE MILLESIME) ; A BLANC = FACTEUR
      ****** NON RENSEIGNE, SANS MAJORATION NI MINORATION
           05  RCLIENT-NB-ASSURES   PIC X(02).
           05  FILLER               PIC X(01).
           05  RCLIENT-NAISSANCE    PIC X(04).
