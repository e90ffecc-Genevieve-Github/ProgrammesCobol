      ******************************************************************
      *  DESCRIPTION DE LA LISTE DES PERSONNES ET ENTITES SOUS MESURE
      *  DE GEL DES AVOIRS (LISTE-SANCTIONS.txt), REPRISE DES LISTES
      *  OFFICIELLES (REGISTRE NATIONAL DES GELS, UE, ONU) : UNE
      *  LIGNE PAR NOM ; LES ALIAS D'UNE MEME PERSONNE SONT DES
      *  LIGNES DISTINCTES DE MEME REFERENCE.
      *  SAN-TYPE : P PERSONNE PHYSIQUE, E ENTITE (PRENOM A BLANC)
      ******************************************************************
       FD  FSANCTION.
       01  RSANCTION.
           05  SAN-REFERENCE        PIC X(10).
           05  FILLER               PIC X(01).
           05  SAN-TYPE             PIC X(01).
               88  SAN-PERSONNE       VALUE "P".
               88  SAN-ENTITE         VALUE "E".
           05  FILLER               PIC X(01).
           05  SAN-NOM              PIC X(30).
           05  FILLER               PIC X(01).
           05  SAN-PRENOM           PIC X(20).
           05  FILLER               PIC X(01).
           05  SAN-REGIME           PIC X(20).
