      ******************************************************************
      *  REFERENTIEL DES CODES POSTAUX (CODES-POSTAUX.txt) : UNE
      *  LIGNE PAR COUPLE CODE POSTAL / COMMUNE, AVEC LE
      *  DEPARTEMENT DE LA COMMUNE (MEME CODE QUE RDEPT-ID DE
      *  FR-LISTE-DEPT.txt). UN CODE POSTAL PARTAGE PAR PLUSIEURS
      *  COMMUNES PORTE UNE LIGNE PAR COMMUNE, LA COMMUNE
      *  PRINCIPALE EN PREMIER.
      ******************************************************************
       FD  FCPOSTAL.
       01  RCPOSTAL.
           05  CPO-CODE             PIC X(05).
           05  FILLER               PIC X(01).
           05  CPO-VILLE            PIC X(20).
           05  FILLER               PIC X(01).
           05  CPO-DEPT             PIC X(03).
