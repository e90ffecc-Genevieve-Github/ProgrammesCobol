      * OBJECTIF: CONSULTER N'IMPORTE QUEL FICHIER DE L'ATELIER SANS
      * L'OUVRIR DANS UN EDITEUR (C'EST AINSI QU'UN FICHIERSOR.txt A
      * ETE TRONQUE) :
      *   - les gabarits sont decrits dans le dictionnaire
      *     LECTURE-DICTIONNAIRE.txt (copybook COBOL-FD-DICOLECT) :
      *     longueur d'enregistrement, organisation (en lignes ou
      *     fixe), motifs de nom de fichier et, pour chaque champ,
      *     nom, position, longueur et format (alphanumerique,
      *     numerique avec decimales implicites, date AAAAMMJJ).
      *     Un nouveau fichier se consulte en ajoutant ses lignes au
      *     dictionnaire, sans recompiler. Absent, le dictionnaire
      *     est cree avec les gabarits standard de l'atelier
      *     (RCLIENT, RDEPT, RASSUR, RCLISOR, REC01, REGLEMENTS,
      *     AVOIRS, SINISTRES, MANDATS, ECHEANCIERS, HISTORIQUE DE
      *     FACTURATION, INTERFACE COMPTABLE, ASSUREURS)
      *   - le gabarit est propose d'apres le nom du fichier ;
      *     l'operateur l'accepte ou en choisit un autre
      *   - restitution champ par champ avec les noms des copybooks,
      *     montants a decimales implicites et dates interpretes,
      *     valeurs non numeriques et dates invalides signalees
      *   - plage d'enregistrements DE/A
      *   - MODE RECHERCHE : un champ (designe par son nom de
      *     copybook, RCLIENT-NOM, RASSUR-NUMACT, HIST-NUMFACT,
      *     ...) et une valeur ou un prefixe ; les enregistrements
      *     qui correspondent sont listes avec leur numero, et la
      *     plage DE/A permet d'y sauter directement
      *   - vidage hexadecimal sur demande, en particulier pour les
      *     fichiers fixes RECORDING MODE F, ou un octet decale
      *     brouille tous les enregistrements suivants
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ******** FICHIERS EN LIGNES
           SELECT FLIGNE ASSIGN TO DYNAMIC WS-NOM-FICHIER
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FICHIER.

      ******** FICHIERS FIXES SANS SEPARATEUR, LUS OCTET PAR OCTET
      ******** POUR ACCEPTER TOUTE LONGUEUR DU DICTIONNAIRE
           SELECT FFIXE ASSIGN TO DYNAMIC WS-NOM-FICHIER
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FICHIER.

      ******** DICTIONNAIRE DES GABARITS
           SELECT FDICO ASSIGN TO "LECTURE-DICTIONNAIRE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-DICO.

       DATA DIVISION.
       FILE SECTION.
       FD  FLIGNE.
       01  RLIGNE PIC X(1000).

       FD  FFIXE
           RECORDING MODE IS F.
       01  RFIXE PIC X(01).

      ******** DICTIONNAIRE DES GABARITS
           COPY 'COBOL-FD-DICOLECT.cpy'.

       WORKING-STORAGE SECTION.
       77  WS-STATUS-FICHIER  PIC X(02) VALUE SPACES.
           88  WS-STATUS-FICHIER-OK  VALUE "00".
           88  WS-STATUS-FICHIER-EOF VALUE "10".
       77  WS-STATUS-DICO     PIC X(02) VALUE SPACES.
           88  WS-STATUS-DICO-OK         VALUE "00".
           88  WS-STATUS-DICO-INEXISTANT VALUE "35".
       77  WS-NOM-FICHIER     PIC X(40) VALUE SPACES.
       77  WS-COMPTEUR-LUS    PIC 9(06) VALUE ZEROES.
       77  WS-COMPTEUR-EDITES PIC 9(06) VALUE ZEROES.
       77  WS-OCTETS-LUS      PIC 9(04) VALUE ZEROES.

      ***********************************************
      * CHOIX DE L'OPERATEUR
      ***********************************************
       77  WS-GABARIT PIC 9(03) VALUE ZEROES.
       77  WS-GABARIT-PROPOSE PIC 9(03) VALUE ZEROES.
       77  WS-SAISIE      PIC X(10) VALUE SPACES.
       77  WS-DE-RECORD   PIC 9(06) VALUE 1.
       77  WS-A-RECORD    PIC 9(06) VALUE 999999.
       77  WS-HEXA        PIC X(01) VALUE "N".
           88  WS-RECHERCHE-OUI VALUE "O".

      ***********************************************
      * DICTIONNAIRE CHARGE : GABARITS, MOTIFS DE NOM DE
      * FICHIER ET CHAMPS (GABARIT, NOM DU COPYBOOK,
      * POSITION, LONGUEUR, FORMAT, DECIMALES)
      ***********************************************
       01  WS-TABLE-GABARITS.
           05  WS-GAB OCCURS 50.
               10  WS-GAB-CODE      PIC X(10).
               10  WS-GAB-LONGUEUR  PIC 9(04).
               10  WS-GAB-ORG       PIC X(01).
                   88  WS-GAB-ORG-FIXE VALUE "F".
               10  WS-GAB-LIBELLE   PIC X(30).
       77  WS-NB-GABARITS  PIC 9(03) VALUE ZEROES.
       77  WS-MAX-GABARITS PIC 9(03) VALUE 50.
       77  WS-INDICE-GAB   PIC 9(03) VALUE ZEROES.

       01  WS-TABLE-MOTIFS.
           05  WS-MOT OCCURS 200.
               10  WS-MOT-GABARIT   PIC 9(03).
               10  WS-MOT-MOTIF     PIC X(40).
       77  WS-NB-MOTIFS  PIC 9(03) VALUE ZEROES.
       77  WS-MAX-MOTIFS PIC 9(03) VALUE 200.
       77  WS-INDICE-MOT PIC 9(03) VALUE ZEROES.

       01  WS-TABLE-CHAMPS.
           05  WS-CHAMP OCCURS 800.
               10  WS-CHAMP-GABARIT   PIC 9(03).
               10  WS-CHAMP-NOM       PIC X(30).
               10  WS-CHAMP-POSITION  PIC 9(04).
               10  WS-CHAMP-LONGUEUR  PIC 9(03).
               10  WS-CHAMP-FORMAT    PIC X(01).
                   88  WS-CHAMP-NUMERIQUE VALUE "N".
                   88  WS-CHAMP-DATE      VALUE "D".
               10  WS-CHAMP-DECIMALES PIC 9(01).
       77  WS-NB-CHAMPS  PIC 9(03) VALUE ZEROES.
       77  WS-MAX-CHAMPS PIC 9(03) VALUE 800.
       77  WS-INDICE-CHAMP PIC 9(03) VALUE ZEROES.
       77  WS-CHAMP-CHOISI PIC 9(03) VALUE ZEROES.
       77  WS-NOM-CHAMP-SAISI PIC X(30) VALUE SPACES.
       77  WS-VALEUR-CHERCHEE PIC X(30) VALUE SPACES.
       77  WS-LONGUEUR-VALEUR PIC 9(02) VALUE ZEROES.
       77  WS-LONGUEUR-COMPAREE PIC 9(03) VALUE ZEROES.
       77  WS-COMPTEUR-TROUVES PIC 9(06) VALUE ZEROES.

      ***********************************************
      * CHARGEMENT ET CONTROLE DU DICTIONNAIRE
      ***********************************************
       77  WS-LIGNES-DICO     PIC 9(05) VALUE ZEROES.
       77  WS-REJETS-DICO     PIC 9(05) VALUE ZEROES.
       77  WS-MOTIF-REJET     PIC X(40) VALUE SPACES.
       77  WS-FIN-CHAMP       PIC 9(05) VALUE ZEROES.

      ***********************************************
      * RAPPROCHEMENT DU NOM DE FICHIER ET D'UN MOTIF
      * (UNE ETOILE AU PLUS : PREFIXE ET SUFFIXE)
      ***********************************************
       77  WS-NOM-MAJ         PIC X(40) VALUE SPACES.
       77  WS-LONGUEUR-NOM    PIC 9(02) VALUE ZEROES.
       77  WS-LONGUEUR-MOTIF  PIC 9(02) VALUE ZEROES.
       77  WS-POS-ETOILE      PIC 9(02) VALUE ZEROES.
       77  WS-LONGUEUR-PREFIXE PIC 9(02) VALUE ZEROES.
       77  WS-LONGUEUR-SUFFIXE PIC 9(02) VALUE ZEROES.
       77  WS-INDICE-CAR      PIC 9(02) VALUE ZEROES.
       77  WS-CONCORDANCE     PIC X(01) VALUE "N".
           88  WS-CONCORDANCE-OUI VALUE "O".

      ***********************************************
      * GABARITS STANDARD DE L'ATELIER : CONTENU INITIAL DU
      * DICTIONNAIRE QUAND IL N'EXISTE PAS ENCORE
      ***********************************************
       01  WS-SEMENCE-GABARITS.
           05  FILLER PIC X(15) VALUE "RCLIENT   0189L".
           05  FILLER PIC X(30) VALUE "FICHIER CLIENT".
           05  FILLER PIC X(15) VALUE "RDEPT     0055L".
           05  FILLER PIC X(30) VALUE "DEPARTEMENTS ET REGIONS".
           05  FILLER PIC X(15) VALUE "RASSUR    0139F".
           05  FILLER PIC X(30) VALUE "CONTRATS D'ASSURANCE".
           05  FILLER PIC X(15) VALUE "RCLISOR   0320L".
           05  FILLER PIC X(30) VALUE "FACTURES DU MOIS (FICHIERSOR)".
           05  FILLER PIC X(15) VALUE "REC01     0034F".
           05  FILLER PIC X(30) VALUE "JOURNAL DES MOUVEMENTS".
           05  FILLER PIC X(15) VALUE "RREGL     0048L".
           05  FILLER PIC X(30) VALUE "REGLEMENTS RECUS".
           05  FILLER PIC X(15) VALUE "RAVOIR    0067L".
           05  FILLER PIC X(30) VALUE "AVOIRS EMIS".
           05  FILLER PIC X(15) VALUE "RSINISTRE 0079L".
           05  FILLER PIC X(30) VALUE "SINISTRES DECLARES".
           05  FILLER PIC X(15) VALUE "RMANDAT   0080L".
           05  FILLER PIC X(30) VALUE "MANDATS DE PRELEVEMENT".
           05  FILLER PIC X(15) VALUE "RECH      0030L".
           05  FILLER PIC X(30) VALUE "ECHEANCIERS DE PAIEMENT".
           05  FILLER PIC X(15) VALUE "RHIST     0123L".
           05  FILLER PIC X(30) VALUE "HISTORIQUE DE FACTURATION".
           05  FILLER PIC X(15) VALUE "RCOMPTA   0046L".
           05  FILLER PIC X(30) VALUE "INTERFACE COMPTABLE".
           05  FILLER PIC X(15) VALUE "RASSUREUR 0133L".
           05  FILLER PIC X(30) VALUE "COMPAGNIES D'ASSURANCE".
       01  WS-SEMENCE-GABARITS-R REDEFINES WS-SEMENCE-GABARITS.
           05  WS-SEM-GABARIT OCCURS 13.
               10  WS-SEM-GAB-CODE     PIC X(10).
               10  WS-SEM-GAB-LONGUEUR PIC 9(04).
               10  WS-SEM-GAB-ORG      PIC X(01).
               10  WS-SEM-GAB-LIBELLE  PIC X(30).
       77  WS-NB-SEM-GABARITS PIC 9(03) VALUE 13.
       01  WS-SEMENCE-MOTIFS.
           05  FILLER PIC X(30) VALUE "01FICHIERCLIENT*.TXT".
           05  FILLER PIC X(30) VALUE "02FR-LISTE-DEPT.TXT".
           05  FILLER PIC X(30) VALUE "03ASSURANCES.TXT".
           05  FILLER PIC X(30) VALUE "04FICHIERSOR*.TXT".
           05  FILLER PIC X(30) VALUE "05JOURNAL.TXT".
           05  FILLER PIC X(30) VALUE "05JOURNAL-NOUVEAU.TXT".
           05  FILLER PIC X(30) VALUE "06REGLEMENTS.TXT".
           05  FILLER PIC X(30) VALUE "06REGLEMENTS-ARCH-*".
           05  FILLER PIC X(30) VALUE "07AVOIRS.TXT".
           05  FILLER PIC X(30) VALUE "07AVOIRS-ARCH-*".
           05  FILLER PIC X(30) VALUE "08SINISTRES.TXT".
           05  FILLER PIC X(30) VALUE "09MANDATS.TXT".
           05  FILLER PIC X(30) VALUE "10ECHEANCIERS.TXT".
           05  FILLER PIC X(30) VALUE "11FACTURES-HISTORIQUE.TXT".
           05  FILLER PIC X(30) VALUE "11FACTURES-HISTORIQUE-ARCH-*".
           05  FILLER PIC X(30) VALUE "12FACTURES-COMPTA.TXT".
           05  FILLER PIC X(30) VALUE "13ASSUREURS.TXT".
       01  WS-SEMENCE-MOTIFS-R REDEFINES WS-SEMENCE-MOTIFS.
           05  WS-SEM-MOTIF OCCURS 17.
               10  WS-SEM-MOT-GABARIT  PIC 9(02).
               10  WS-SEM-MOT-MOTIF    PIC X(28).
       77  WS-NB-SEM-MOTIFS PIC 9(03) VALUE 17.
       01  WS-SEMENCE-CHAMPS.
           05  FILLER PIC X(31) VALUE "01RCLIENT-ID           001008A0".
           05  FILLER PIC X(31) VALUE "01RCLIENT-NOM          010020A0".
           05  FILLER PIC X(31) VALUE "01RCLIENT-PRENOM       031020A0".
           05  FILLER PIC X(31) VALUE "01RCLIENT-POSTE        052020A0".
           05  FILLER PIC X(31) VALUE "01RCLIENT-MONTANT      073012A0".
           05  FILLER PIC X(31) VALUE "01RCLIENT-DEPT         086003A0".
           05  FILLER PIC X(31) VALUE "01RCLIENT-ASSUR        090008N0".
           05  FILLER PIC X(31) VALUE "01RCLIENT-SOCIETE      099005A0".
           05  FILLER PIC X(31) VALUE "01RCLIENT-CODE-TVA     105002A0".
           05  FILLER PIC X(31) VALUE "01RCLIENT-DEVISE       108003A0".
           05  FILLER PIC X(31) VALUE "01RCLIENT-PRELEVEMENT  112001A0".
           05  FILLER PIC X(31) VALUE "01RCLIENT-RUE          114030A0".
           05  FILLER PIC X(31) VALUE "01RCLIENT-CODEPOSTAL   145005A0".
           05  FILLER PIC X(31) VALUE "01RCLIENT-VILLE        151020A0".
           05  FILLER PIC X(31) VALUE "01RCLIENT-FREQUENCE    172001A0".
           05  FILLER PIC X(31) VALUE "01RCLIENT-PROCHAINE    174008D0".
           05  FILLER PIC X(31) VALUE "01RCLIENT-NB-ASSURES   183002A0".
           05  FILLER PIC X(31) VALUE "01RCLIENT-NAISSANCE    186004A0".
           05  FILLER PIC X(31) VALUE "02RDEPT-ID             001003A0".
           05  FILLER PIC X(31) VALUE "02RDEPT-DEPT           005023A0".
           05  FILLER PIC X(31) VALUE "02RDEPT-REGION         029027A0".
           05  FILLER PIC X(31) VALUE "03RASSUR-NUMACT        001008N0".
           05  FILLER PIC X(31) VALUE "03RASSUR-IDENT         009014A0".
           05  FILLER PIC X(31) VALUE "03RASSUR-LIBELLE       023101A0".
           05  FILLER PIC X(31) VALUE "03RASSUR-DATEDEBUT     124008D0".
           05  FILLER PIC X(31) VALUE "03RASSUR-DATEFIN       132008D0".
           05  FILLER PIC X(31) VALUE "04RCLISOR-ID           001008A0".
           05  FILLER PIC X(31) VALUE "04RCLISOR-NOM          010020A0".
           05  FILLER PIC X(31) VALUE "04RCLISOR-PRENOM       031020A0".
           05  FILLER PIC X(31) VALUE "04RCLISOR-POSTE        052020A0".
           05  FILLER PIC X(31) VALUE "04RCLISOR-MONTANT      073009N2".
           05  FILLER PIC X(31) VALUE "04RCLISOR-ID-DEPT      083003A0".
           05  FILLER PIC X(31) VALUE "04RCLISOR-DEPT         087023A0".
           05  FILLER PIC X(31) VALUE "04RCLISOR-DEPT-NOM     111027A0".
           05  FILLER PIC X(31) VALUE "04RCLISOR-CODEASSUR    139008N0".
           05  FILLER PIC X(31) VALUE "04RCLISOR-NOMASSUR     148030A0".
           05  FILLER PIC X(31) VALUE "04RCLISOR-SITUATION    179008A0".
           05  FILLER PIC X(31) VALUE "04RCLISOR-SOCIETE      188005A0".
           05  FILLER PIC X(31) VALUE "04RCLISOR-CODE-TVA     194002A0".
           05  FILLER PIC X(31) VALUE "04RCLISOR-MONTANT-TVA  197009N2".
           05  FILLER PIC X(31) VALUE "04RCLISOR-MONTANT-TTC  207010N2".
           05  FILLER PIC X(31) VALUE "04RCLISOR-DEVISE       218003A0".
           05  FILLER PIC X(31) VALUE "04RCLISOR-MNT-DEVISE   222009N2".
           05  FILLER PIC X(31) VALUE "04RCLISOR-MNT-PRORATA  232009N2".
           05  FILLER PIC X(31) VALUE "04RCLISOR-PRELEVEMENT  242001A0".
           05  FILLER PIC X(31) VALUE "04RCLISOR-RUE          244030A0".
           05  FILLER PIC X(31) VALUE "04RCLISOR-CODEPOSTAL   275005A0".
           05  FILLER PIC X(31) VALUE "04RCLISOR-VILLE        281020A0".
           05  FILLER PIC X(31) VALUE "04RCLISOR-MNT-REMISE   302009N2".
           05  FILLER PIC X(31) VALUE "04RCLISOR-TAUX-CHANGE  312009N6".
           05  FILLER PIC X(31) VALUE "05REC01-CLE            001004N0".
           05  FILLER PIC X(31) VALUE "05REC01-VALEUR1        007004N0".
           05  FILLER PIC X(31) VALUE "05REC01-VALEUR2        013004N0".
           05  FILLER PIC X(31) VALUE "05REC01-SOMME          019004N0".
           05  FILLER PIC X(31) VALUE "05REC01-DATE           025008D0".
           05  FILLER PIC X(31) VALUE "06RREGL-ID             001008A0".
           05  FILLER PIC X(31) VALUE "06RREGL-DATE           010008D0".
           05  FILLER PIC X(31) VALUE "06RREGL-MONTANT        019009N2".
           05  FILLER PIC X(31) VALUE "06RREGL-NUMFACT        029008A0".
           05  FILLER PIC X(31) VALUE "06RREGL-MODE           038003A0".
           05  FILLER PIC X(31) VALUE "06RREGL-CHEQUE         042007A0".
           05  FILLER PIC X(31) VALUE "07AVR-ID               001008A0".
           05  FILLER PIC X(31) VALUE "07AVR-NUMFACT          010008A0".
           05  FILLER PIC X(31) VALUE "07AVR-DATE             019008D0".
           05  FILLER PIC X(31) VALUE "07AVR-MONTANT          028009N2".
           05  FILLER PIC X(31) VALUE "07AVR-MOTIF            038030A0".
           05  FILLER PIC X(31) VALUE "08SIN-NUMSIN           001008N0".
           05  FILLER PIC X(31) VALUE "08SIN-NUMACT           010008N0".
           05  FILLER PIC X(31) VALUE "08SIN-DATE             019008D0".
           05  FILLER PIC X(31) VALUE "08SIN-STATUT           028001A0".
           05  FILLER PIC X(31) VALUE "08SIN-RESERVE          030009N2".
           05  FILLER PIC X(31) VALUE "08SIN-REGLE            040009N2".
           05  FILLER PIC X(31) VALUE "08SIN-LIBELLE          050030A0".
           05  FILLER PIC X(31) VALUE "09MAND-ID              001008A0".
           05  FILLER PIC X(31) VALUE "09MAND-IBAN            010034A0".
           05  FILLER PIC X(31) VALUE "09MAND-RUM             045016A0".
           05  FILLER PIC X(31) VALUE "09MAND-DATE-SIGNATURE  062008D0".
           05  FILLER PIC X(31) VALUE "09MAND-STATUT          071001A0".
           05  FILLER PIC X(31) VALUE "09MAND-DATE-UTILISATION073008D0".
           05  FILLER PIC X(31) VALUE "10ECH-ID               001008A0".
           05  FILLER PIC X(31) VALUE "10ECH-SEQUENCE         010002N0".
           05  FILLER PIC X(31) VALUE "10ECH-DATE             013008D0".
           05  FILLER PIC X(31) VALUE "10ECH-MONTANT          022009N2".
           05  FILLER PIC X(31) VALUE "11HIST-DATE            001008D0".
           05  FILLER PIC X(31) VALUE "11HIST-NUMFACT         010008N0".
           05  FILLER PIC X(31) VALUE "11HIST-CLIENT          019008A0".
           05  FILLER PIC X(31) VALUE "11HIST-NOM             028020A0".
           05  FILLER PIC X(31) VALUE "11HIST-DEPT            049003A0".
           05  FILLER PIC X(31) VALUE "11HIST-SOCIETE         053005A0".
           05  FILLER PIC X(31) VALUE "11HIST-CODE-TVA        059002A0".
           05  FILLER PIC X(31) VALUE "11HIST-MONTANT         062009N2".
           05  FILLER PIC X(31) VALUE "11HIST-TVA             072009N2".
           05  FILLER PIC X(31) VALUE "11HIST-TTC             082010N2".
           05  FILLER PIC X(31) VALUE "11HIST-DEVISE          093003A0".
           05  FILLER PIC X(31) VALUE "11HIST-TAUX            097009N6".
           05  FILLER PIC X(31) VALUE "11HIST-ECHEANCE        107008D0".
           05  FILLER PIC X(31) VALUE "11HIST-NUMACT          116008A0".
           05  FILLER PIC X(31) VALUE "12COMPTA-DATE          001008D0".
           05  FILLER PIC X(31) VALUE "12COMPTA-BATCH         010012A0".
           05  FILLER PIC X(31) VALUE "12COMPTA-SENS          023001A0".
           05  FILLER PIC X(31) VALUE "12COMPTA-COMPTE        025010A0".
           05  FILLER PIC X(31) VALUE "12COMPTA-MONTANT       036011N2".
           05  FILLER PIC X(31) VALUE "13ASSR-CODE            001008N0".
           05  FILLER PIC X(31) VALUE "13ASSR-NOM             010030A0".
           05  FILLER PIC X(31) VALUE "13ASSR-RUE             041030A0".
           05  FILLER PIC X(31) VALUE "13ASSR-CODEPOSTAL      072005A0".
           05  FILLER PIC X(31) VALUE "13ASSR-VILLE           078020A0".
           05  FILLER PIC X(31) VALUE "13ASSR-CONTACT         099020A0".
           05  FILLER PIC X(31) VALUE "13ASSR-DELAI           120003N0".
           05  FILLER PIC X(31) VALUE "13ASSR-COMPTE          124010A0".
       01  WS-SEMENCE-CHAMPS-R REDEFINES WS-SEMENCE-CHAMPS.
           05  WS-SEM-CHAMP OCCURS 110.
               10  WS-SEM-CHP-GABARIT  PIC 9(02).
               10  WS-SEM-CHP-NOM      PIC X(21).
               10  WS-SEM-CHP-POSITION PIC 9(03).
               10  WS-SEM-CHP-LONGUEUR PIC 9(03).
               10  WS-SEM-CHP-FORMAT   PIC X(01).
               10  WS-SEM-CHP-DECIMALES PIC 9(01).
       77  WS-NB-SEM-CHAMPS PIC 9(03) VALUE 110.

      ***********************************************
      * ZONE DE L'ENREGISTREMENT LU ET INTERPRETATION
      * D'UN CHAMP
      ***********************************************
       01  WS-ENREG PIC X(1000) VALUE SPACES.
       77  WS-POSITION       PIC 9(04) VALUE ZEROES.
       77  WS-LONGUEUR       PIC 9(03) VALUE ZEROES.
       77  WS-LONGUEUR-ENTIER PIC 9(03) VALUE ZEROES.
       77  WS-INTERPRETATION PIC X(40) VALUE SPACES.
       77  WS-EDIT-ENTIER    PIC Z(11)9.
       77  WS-DATE-CONTROLE  PIC 9(08) VALUE ZEROES.

      ***********************************************
      * VIDAGE HEXADECIMAL
      ***********************************************
       77  WS-HEX-CARACTERES PIC X(16) VALUE "0123456789ABCDEF".
       77  WS-HEX-LONGUEUR  PIC 9(04) VALUE ZEROES.
       77  WS-HEX-INDICE    PIC 9(04) VALUE ZEROES.
       77  WS-HEX-ORDRE     PIC 9(03) VALUE ZEROES.
       77  WS-HEX-HAUT      PIC 9(02) VALUE ZEROES.
       77  WS-HEX-BAS       PIC 9(02) VALUE ZEROES.
       PROCEDURE DIVISION.
       DEBUT-PROGRAMME.

      *******************************************************
      * CHARGEMENT DU DICTIONNAIRE DES GABARITS
      ******************************************************
           PERFORM CHARGEMENT-DICTIONNAIRE-DEBUT
              THRU CHARGEMENT-DICTIONNAIRE-FIN.
           IF RETURN-CODE = 16
               GO TO FIN-PROGRAMME
           END-IF.

      *******************************************************
      * SAISIE DES CHOIX DE CONSULTATION
      ******************************************************
           DISPLAY "NOM DU FICHIER A CONSULTER: " NO ADVANCING.
           ACCEPT WS-NOM-FICHIER.

           PERFORM CHOIX-GABARIT-DEBUT
              THRU CHOIX-GABARIT-FIN.
           IF WS-GABARIT = ZEROES
               MOVE 8 TO RETURN-CODE
               GO TO FIN-PROGRAMME
           END-IF.
               COMPUTE WS-A-RECORD = FUNCTION NUMVAL (WS-SAISIE)
           END-IF.

           IF NOT WS-RECHERCHE-OUI
               DISPLAY "VIDAGE HEXADECIMAL? (O/N): " NO ADVANCING
               ACCEPT WS-HEXA
               MOVE FUNCTION UPPER-CASE (WS-HEXA) TO WS-HEXA
           END-IF.
      *
      ****** OUVERTURE SELON L'ORGANISATION DU GABARIT
           IF WS-GAB-ORG-FIXE (WS-GABARIT)
               OPEN INPUT FFIXE
           ELSE
               OPEN INPUT FLIGNE
           END-IF.

           IF NOT WS-STATUS-FICHIER-OK
               DISPLAY "--> ERREUR OUVERTURE "
               UNTIL NOT WS-STATUS-FICHIER-OK
                  OR WS-COMPTEUR-LUS >= WS-A-RECORD.

           IF WS-GAB-ORG-FIXE (WS-GABARIT)
               CLOSE FFIXE
           ELSE
               CLOSE FLIGNE
           END-IF.

           DISPLAY "NOMBRE D'ENREGISTREMENTS LUS  : "
               WS-COMPTEUR-LUS.
               DISPLAY "NOMBRE DE CORRESPONDANCES      : "
                   WS-COMPTEUR-TROUVES
           END-IF.
           IF WS-REJETS-DICO > ZEROES
           AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

       FIN-PROGRAMME.

           GOBACK.

      *******************************************************
      * CHARGEMENT DU DICTIONNAIRE : CREATION AVEC LES
      * GABARITS STANDARD S'IL N'EXISTE PAS, PUIS CONTROLE DE
      * CHAQUE LIGNE (UNE LIGNE INCORRECTE EST SIGNALEE ET
      * IGNOREE, LES AUTRES GABARITS RESTENT UTILISABLES)
      *******************************************************
       CHARGEMENT-DICTIONNAIRE-DEBUT.

           OPEN INPUT FDICO.
           IF WS-STATUS-DICO-INEXISTANT
               PERFORM CREATION-DICTIONNAIRE-DEBUT
                  THRU CREATION-DICTIONNAIRE-FIN
               IF RETURN-CODE = 16
                   GO TO CHARGEMENT-DICTIONNAIRE-FIN
               END-IF
               OPEN INPUT FDICO
           END-IF.
           IF NOT WS-STATUS-DICO-OK
               DISPLAY "--> ERREUR OUVERTURE LECTURE-DICTIONNAIRE.txt: "
                       WS-STATUS-DICO
               MOVE 16 TO RETURN-CODE
               GO TO CHARGEMENT-DICTIONNAIRE-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-DICO-OK
               READ FDICO
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO WS-LIGNES-DICO
                       MOVE FUNCTION UPPER-CASE (DICO-CODE)
                            TO DICO-CODE
                       MOVE SPACES TO WS-MOTIF-REJET
                       EVALUATE TRUE
                           WHEN DICO-TYPE-COMMENTAIRE
                               CONTINUE
                           WHEN DICO-TYPE-GABARIT
                               PERFORM AJOUT-GABARIT-DEBUT
                                  THRU AJOUT-GABARIT-FIN
                           WHEN DICO-TYPE-MOTIF
                               PERFORM AJOUT-MOTIF-DEBUT
                                  THRU AJOUT-MOTIF-FIN
                           WHEN DICO-TYPE-CHAMP
                               PERFORM AJOUT-CHAMP-DEBUT
                                  THRU AJOUT-CHAMP-FIN
                           WHEN OTHER
                               MOVE "TYPE DE LIGNE INCONNU"
                                    TO WS-MOTIF-REJET
                       END-EVALUATE
                       IF WS-MOTIF-REJET NOT = SPACES
                           ADD 1 TO WS-REJETS-DICO
                           DISPLAY "--> DICTIONNAIRE LIGNE "
                                   WS-LIGNES-DICO " IGNOREE: "
                                   WS-MOTIF-REJET
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FDICO.

           IF WS-NB-GABARITS = ZEROES
               DISPLAY "--> AUCUN GABARIT DANS LECTURE-DICTIONNAIRE.txt"
               MOVE 16 TO RETURN-CODE
           END-IF.

       CHARGEMENT-DICTIONNAIRE-FIN.
           EXIT.

      *******************************************************
      * LIGNE G : NOUVEAU GABARIT
      *******************************************************
       AJOUT-GABARIT-DEBUT.

           PERFORM RECHERCHE-CODE-DEBUT
              THRU RECHERCHE-CODE-FIN.
           EVALUATE TRUE
               WHEN DICO-CODE = SPACES
                   MOVE "CODE DE GABARIT ABSENT" TO WS-MOTIF-REJET
               WHEN WS-INDICE-GAB NOT = ZEROES
                   MOVE "GABARIT DEJA DECRIT" TO WS-MOTIF-REJET
               WHEN DICO-LONGUEUR-ENREG NOT NUMERIC
               OR DICO-LONGUEUR-ENREG = ZEROES
               OR DICO-LONGUEUR-ENREG > 1000
                   MOVE "LONGUEUR D'ENREGISTREMENT (1 A 1000)"
                        TO WS-MOTIF-REJET
               WHEN NOT DICO-ORGANISATION-LIGNE
               AND NOT DICO-ORGANISATION-FIXE
                   MOVE "ORGANISATION (L OU F)" TO WS-MOTIF-REJET
               WHEN WS-NB-GABARITS NOT < WS-MAX-GABARITS
                   MOVE "TABLE DES GABARITS PLEINE" TO WS-MOTIF-REJET
               WHEN OTHER
                   ADD 1 TO WS-NB-GABARITS
                   MOVE DICO-CODE TO WS-GAB-CODE (WS-NB-GABARITS)
                   MOVE DICO-LONGUEUR-ENREG
                        TO WS-GAB-LONGUEUR (WS-NB-GABARITS)
                   MOVE DICO-ORGANISATION
                        TO WS-GAB-ORG (WS-NB-GABARITS)
                   MOVE DICO-LIBELLE TO WS-GAB-LIBELLE (WS-NB-GABARITS)
           END-EVALUATE.

       AJOUT-GABARIT-FIN.
           EXIT.

      *******************************************************
      * LIGNE M : MOTIF DE NOM DE FICHIER D'UN GABARIT DEJA
      * DECRIT
      *******************************************************
       AJOUT-MOTIF-DEBUT.

           PERFORM RECHERCHE-CODE-DEBUT
              THRU RECHERCHE-CODE-FIN.
           EVALUATE TRUE
               WHEN WS-INDICE-GAB = ZEROES
                   MOVE "GABARIT NON DECRIT AVANT SON MOTIF"
                        TO WS-MOTIF-REJET
               WHEN DICO-MOTIF = SPACES
                   MOVE "MOTIF ABSENT" TO WS-MOTIF-REJET
               WHEN WS-NB-MOTIFS NOT < WS-MAX-MOTIFS
                   MOVE "TABLE DES MOTIFS PLEINE" TO WS-MOTIF-REJET
               WHEN OTHER
                   ADD 1 TO WS-NB-MOTIFS
                   MOVE WS-INDICE-GAB TO WS-MOT-GABARIT (WS-NB-MOTIFS)
                   MOVE FUNCTION UPPER-CASE (DICO-MOTIF)
                        TO WS-MOT-MOTIF (WS-NB-MOTIFS)
           END-EVALUATE.

       AJOUT-MOTIF-FIN.
           EXIT.

      *******************************************************
      * LIGNE C : CHAMP D'UN GABARIT DEJA DECRIT, CONTENU DANS
      * SA LONGUEUR D'ENREGISTREMENT
      *******************************************************
       AJOUT-CHAMP-DEBUT.

           PERFORM RECHERCHE-CODE-DEBUT
              THRU RECHERCHE-CODE-FIN.
           IF WS-INDICE-GAB = ZEROES
               MOVE "GABARIT NON DECRIT AVANT SES CHAMPS"
                    TO WS-MOTIF-REJET
               GO TO AJOUT-CHAMP-FIN
           END-IF.
           IF DICO-POSITION NOT NUMERIC
           OR DICO-LONGUEUR NOT NUMERIC
           OR DICO-POSITION = ZEROES
           OR DICO-LONGUEUR = ZEROES
               MOVE "POSITION OU LONGUEUR NON NUMERIQUE"
                    TO WS-MOTIF-REJET
               GO TO AJOUT-CHAMP-FIN
           END-IF.
           COMPUTE WS-FIN-CHAMP = DICO-POSITION + DICO-LONGUEUR - 1.

           EVALUATE TRUE
               WHEN DICO-NOM = SPACES
                   MOVE "NOM DE CHAMP ABSENT" TO WS-MOTIF-REJET
               WHEN WS-FIN-CHAMP > WS-GAB-LONGUEUR (WS-INDICE-GAB)
                   MOVE "CHAMP AU-DELA DE L'ENREGISTREMENT"
                        TO WS-MOTIF-REJET
               WHEN NOT DICO-FORMAT-VALIDE
                   MOVE "FORMAT (A, N OU D)" TO WS-MOTIF-REJET
               WHEN DICO-DECIMALES NOT NUMERIC
               OR (DICO-DECIMALES > ZEROES
                   AND NOT DICO-FORMAT-NUMERIQUE)
               OR DICO-DECIMALES NOT < DICO-LONGUEUR
                   MOVE "DECIMALES INCOHERENTES" TO WS-MOTIF-REJET
               WHEN DICO-FORMAT-DATE
               AND DICO-LONGUEUR NOT = 8
                   MOVE "UNE DATE AAAAMMJJ FAIT 8 POSITIONS"
                        TO WS-MOTIF-REJET
               WHEN WS-NB-CHAMPS NOT < WS-MAX-CHAMPS
                   MOVE "TABLE DES CHAMPS PLEINE" TO WS-MOTIF-REJET
               WHEN OTHER
                   ADD 1 TO WS-NB-CHAMPS
                   MOVE WS-INDICE-GAB
                        TO WS-CHAMP-GABARIT (WS-NB-CHAMPS)
                   MOVE FUNCTION UPPER-CASE (DICO-NOM)
                        TO WS-CHAMP-NOM (WS-NB-CHAMPS)
                   MOVE DICO-POSITION
                        TO WS-CHAMP-POSITION (WS-NB-CHAMPS)
                   MOVE DICO-LONGUEUR
                        TO WS-CHAMP-LONGUEUR (WS-NB-CHAMPS)
                   MOVE DICO-FORMAT TO WS-CHAMP-FORMAT (WS-NB-CHAMPS)
                   MOVE DICO-DECIMALES
                        TO WS-CHAMP-DECIMALES (WS-NB-CHAMPS)
           END-EVALUATE.

       AJOUT-CHAMP-FIN.
           EXIT.

      *******************************************************
      * RECHERCHE DU GABARIT DE CODE DICO-CODE DANS LA TABLE
      *******************************************************
       RECHERCHE-CODE-DEBUT.

           MOVE ZEROES TO WS-INDICE-GAB.
           PERFORM VARYING WS-INDICE-CAR FROM 1 BY 1
                   UNTIL WS-INDICE-CAR > WS-NB-GABARITS
                      OR WS-INDICE-GAB NOT = ZEROES
               IF WS-GAB-CODE (WS-INDICE-CAR) = DICO-CODE
                   MOVE WS-INDICE-CAR TO WS-INDICE-GAB
               END-IF
           END-PERFORM.

       RECHERCHE-CODE-FIN.
           EXIT.

      *******************************************************
      * CREATION DU DICTIONNAIRE AVEC LES GABARITS STANDARD
      *******************************************************
       CREATION-DICTIONNAIRE-DEBUT.

           OPEN OUTPUT FDICO.
           IF NOT WS-STATUS-DICO-OK
               DISPLAY "--> ERREUR CREATION LECTURE-DICTIONNAIRE.txt: "
                       WS-STATUS-DICO
               MOVE 16 TO RETURN-CODE
               GO TO CREATION-DICTIONNAIRE-FIN
           END-IF.

           MOVE "* DICTIONNAIRE DES GABARITS DE LECTURE" TO RDICO.
           WRITE RDICO.
           MOVE "* G CODE       LONG ORG(L/F) LIBELLE" TO RDICO.
           WRITE RDICO.
           MOVE "* M CODE       MOTIF DE NOM DE FICHIER (* = TOUT)"
                TO RDICO.
           WRITE RDICO.
           MOVE "* C CODE       NOM DU CHAMP                   POS"
              & "  LON F(A/N/D) DEC" TO RDICO.
           WRITE RDICO.

           PERFORM VARYING WS-INDICE-GAB FROM 1 BY 1
                   UNTIL WS-INDICE-GAB > WS-NB-SEM-GABARITS
               MOVE SPACES TO RDICO
               MOVE "*" TO DICO-TYPE
               WRITE RDICO
               MOVE SPACES TO RDICO
               MOVE "G" TO DICO-TYPE
               MOVE WS-SEM-GAB-CODE (WS-INDICE-GAB) TO DICO-CODE
               MOVE WS-SEM-GAB-LONGUEUR (WS-INDICE-GAB)
                    TO DICO-LONGUEUR-ENREG
               MOVE WS-SEM-GAB-ORG (WS-INDICE-GAB)
                    TO DICO-ORGANISATION
               MOVE WS-SEM-GAB-LIBELLE (WS-INDICE-GAB)
                    TO DICO-LIBELLE
               WRITE RDICO
               PERFORM VARYING WS-INDICE-MOT FROM 1 BY 1
                       UNTIL WS-INDICE-MOT > WS-NB-SEM-MOTIFS
                   IF WS-SEM-MOT-GABARIT (WS-INDICE-MOT)
                      = WS-INDICE-GAB
                       MOVE SPACES TO RDICO
                       MOVE "M" TO DICO-TYPE
                       MOVE WS-SEM-GAB-CODE (WS-INDICE-GAB)
                            TO DICO-CODE
                       MOVE WS-SEM-MOT-MOTIF (WS-INDICE-MOT)
                            TO DICO-MOTIF
                       WRITE RDICO
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-INDICE-CHAMP FROM 1 BY 1
                       UNTIL WS-INDICE-CHAMP > WS-NB-SEM-CHAMPS
                   IF WS-SEM-CHP-GABARIT (WS-INDICE-CHAMP)
                      = WS-INDICE-GAB
                       MOVE SPACES TO RDICO
                       MOVE "C" TO DICO-TYPE
                       MOVE WS-SEM-GAB-CODE (WS-INDICE-GAB)
                            TO DICO-CODE
                       MOVE WS-SEM-CHP-NOM (WS-INDICE-CHAMP)
                            TO DICO-NOM
                       MOVE WS-SEM-CHP-POSITION (WS-INDICE-CHAMP)
                            TO DICO-POSITION
                       MOVE WS-SEM-CHP-LONGUEUR (WS-INDICE-CHAMP)
                            TO DICO-LONGUEUR
                       MOVE WS-SEM-CHP-FORMAT (WS-INDICE-CHAMP)
                            TO DICO-FORMAT
                       MOVE WS-SEM-CHP-DECIMALES (WS-INDICE-CHAMP)
                            TO DICO-DECIMALES
                       WRITE RDICO
                   END-IF
               END-PERFORM
           END-PERFORM.
           CLOSE FDICO.
           MOVE ZEROES TO WS-INDICE-GAB.

           DISPLAY "--> LECTURE-DICTIONNAIRE.txt CREE AVEC LES "
                   WS-NB-SEM-GABARITS " GABARITS STANDARD".

       CREATION-DICTIONNAIRE-FIN.
           EXIT.

      *******************************************************
      * CHOIX DU GABARIT : PROPOSE D'APRES LE NOM DU FICHIER
      * (PREMIER MOTIF DU DICTIONNAIRE QUI CORRESPOND), ACCEPTE
      * OU REMPLACE PAR L'OPERATEUR
      *******************************************************
       CHOIX-GABARIT-DEBUT.

           MOVE FUNCTION UPPER-CASE (WS-NOM-FICHIER) TO WS-NOM-MAJ.
           MOVE ZEROES TO WS-LONGUEUR-NOM.
           PERFORM VARYING WS-INDICE-CAR FROM 1 BY 1
                   UNTIL WS-INDICE-CAR > 40
               IF WS-NOM-MAJ (WS-INDICE-CAR:1) NOT = SPACE
                   MOVE WS-INDICE-CAR TO WS-LONGUEUR-NOM
               END-IF
           END-PERFORM.

           MOVE ZEROES TO WS-GABARIT-PROPOSE.
           PERFORM VARYING WS-INDICE-MOT FROM 1 BY 1
                   UNTIL WS-INDICE-MOT > WS-NB-MOTIFS
                      OR WS-GABARIT-PROPOSE NOT = ZEROES
               PERFORM CONCORDANCE-MOTIF-DEBUT
                  THRU CONCORDANCE-MOTIF-FIN
               IF WS-CONCORDANCE-OUI
                   MOVE WS-MOT-GABARIT (WS-INDICE-MOT)
                        TO WS-GABARIT-PROPOSE
               END-IF
           END-PERFORM.

           DISPLAY "GABARITS DU DICTIONNAIRE:".
           PERFORM VARYING WS-INDICE-GAB FROM 1 BY 1
                   UNTIL WS-INDICE-GAB > WS-NB-GABARITS
               DISPLAY "   " WS-GAB-CODE (WS-INDICE-GAB) " "
                       WS-GAB-LIBELLE (WS-INDICE-GAB) " "
                       WS-GAB-LONGUEUR (WS-INDICE-GAB) " "
                       WS-GAB-ORG (WS-INDICE-GAB)
           END-PERFORM.

           IF WS-GABARIT-PROPOSE = ZEROES
               DISPLAY "GABARIT (AUCUN NE CORRESPOND AU NOM): "
                       NO ADVANCING
           ELSE
               DISPLAY "GABARIT (DEFAUT "
                       FUNCTION TRIM (WS-GAB-CODE (WS-GABARIT-PROPOSE))
                       "): " NO ADVANCING
           END-IF.
           MOVE SPACES TO WS-SAISIE.
           ACCEPT WS-SAISIE.
           MOVE FUNCTION UPPER-CASE (WS-SAISIE) TO WS-SAISIE.

           IF WS-SAISIE = SPACES
               MOVE WS-GABARIT-PROPOSE TO WS-GABARIT
               IF WS-GABARIT = ZEROES
                   DISPLAY "--> GABARIT OBLIGATOIRE"
               END-IF
               GO TO CHOIX-GABARIT-FIN
           END-IF.

           MOVE ZEROES TO WS-GABARIT.
           PERFORM VARYING WS-INDICE-GAB FROM 1 BY 1
                   UNTIL WS-INDICE-GAB > WS-NB-GABARITS
                      OR WS-GABARIT NOT = ZEROES
               IF WS-GAB-CODE (WS-INDICE-GAB) = WS-SAISIE
                   MOVE WS-INDICE-GAB TO WS-GABARIT
               END-IF
           END-PERFORM.
           IF WS-GABARIT = ZEROES
               DISPLAY "--> GABARIT INVALIDE: " WS-SAISIE
           END-IF.

       CHOIX-GABARIT-FIN.
           EXIT.

      *******************************************************
      * LE NOM DE FICHIER CORRESPOND-IL AU MOTIF WS-INDICE-MOT ?
      * SANS ETOILE : EGALITE ; AVEC ETOILE : LE NOM COMMENCE PAR
      * CE QUI LA PRECEDE ET FINIT PAR CE QUI LA SUIT
      *******************************************************
       CONCORDANCE-MOTIF-DEBUT.

           MOVE "N" TO WS-CONCORDANCE.
           MOVE ZEROES TO WS-LONGUEUR-MOTIF WS-POS-ETOILE.
           PERFORM VARYING WS-INDICE-CAR FROM 1 BY 1
                   UNTIL WS-INDICE-CAR > 40
               IF WS-MOT-MOTIF (WS-INDICE-MOT) (WS-INDICE-CAR:1)
                  NOT = SPACE
                   MOVE WS-INDICE-CAR TO WS-LONGUEUR-MOTIF
               END-IF
               IF WS-MOT-MOTIF (WS-INDICE-MOT) (WS-INDICE-CAR:1) = "*"
               AND WS-POS-ETOILE = ZEROES
                   MOVE WS-INDICE-CAR TO WS-POS-ETOILE
               END-IF
           END-PERFORM.
           IF WS-LONGUEUR-NOM = ZEROES
               GO TO CONCORDANCE-MOTIF-FIN
           END-IF.

           IF WS-POS-ETOILE = ZEROES
               IF WS-NOM-MAJ = WS-MOT-MOTIF (WS-INDICE-MOT)
                   MOVE "O" TO WS-CONCORDANCE
               END-IF
               GO TO CONCORDANCE-MOTIF-FIN
           END-IF.

           COMPUTE WS-LONGUEUR-PREFIXE = WS-POS-ETOILE - 1.
           COMPUTE WS-LONGUEUR-SUFFIXE =
                   WS-LONGUEUR-MOTIF - WS-POS-ETOILE.
           IF WS-LONGUEUR-PREFIXE + WS-LONGUEUR-SUFFIXE
              > WS-LONGUEUR-NOM
               GO TO CONCORDANCE-MOTIF-FIN
           END-IF.
           IF WS-LONGUEUR-PREFIXE > ZEROES
               IF WS-NOM-MAJ (1:WS-LONGUEUR-PREFIXE) NOT =
                  WS-MOT-MOTIF (WS-INDICE-MOT) (1:WS-LONGUEUR-PREFIXE)
                   GO TO CONCORDANCE-MOTIF-FIN
               END-IF
           END-IF.
           IF WS-LONGUEUR-SUFFIXE > ZEROES
               IF WS-NOM-MAJ (WS-LONGUEUR-NOM - WS-LONGUEUR-SUFFIXE
                              + 1:WS-LONGUEUR-SUFFIXE) NOT =
                  WS-MOT-MOTIF (WS-INDICE-MOT)
                              (WS-POS-ETOILE + 1:WS-LONGUEUR-SUFFIXE)
                   GO TO CONCORDANCE-MOTIF-FIN
               END-IF
           END-IF.
           MOVE "O" TO WS-CONCORDANCE.

       CONCORDANCE-MOTIF-FIN.
           EXIT.

      *******************************************************
      * BOUCLE DE LECTURE SUR LE FICHIER
      *******************************************************
       LECTURE-DEBUT.

           MOVE SPACES TO WS-ENREG.

           IF WS-GAB-ORG-FIXE (WS-GABARIT)
               PERFORM LECTURE-FIXE-DEBUT THRU LECTURE-FIXE-FIN
               IF WS-OCTETS-LUS = ZEROES
                   IF NOT WS-STATUS-FICHIER-OK
                   AND NOT WS-STATUS-FICHIER-EOF
                       DISPLAY "--> ERREUR LECTURE: " WS-STATUS-FICHIER
                   END-IF
                   GO TO LECTURE-FIN
               END-IF
           ELSE
               READ FLIGNE NEXT
                   AT END CONTINUE
                   NOT AT END MOVE RLIGNE TO WS-ENREG
               END-READ
               IF NOT WS-STATUS-FICHIER-OK
                   IF NOT WS-STATUS-FICHIER-EOF
                       DISPLAY "--> ERREUR LECTURE: " WS-STATUS-FICHIER
                   END-IF
                   GO TO LECTURE-FIN
               END-IF
           END-IF.

           ADD 1 TO WS-COMPTEUR-LUS.

           ADD 1 TO WS-COMPTEUR-EDITES.
           DISPLAY "----- ENREGISTREMENT " WS-COMPTEUR-LUS " -----".
           IF WS-GAB-ORG-FIXE (WS-GABARIT)
           AND WS-OCTETS-LUS < WS-GAB-LONGUEUR (WS-GABARIT)
               DISPLAY "--> ENREGISTREMENT INCOMPLET EN FIN DE "
                       "FICHIER: " WS-OCTETS-LUS " OCTETS"
           END-IF.

           PERFORM VARYING WS-INDICE-CHAMP FROM 1 BY 1
                   UNTIL WS-INDICE-CHAMP > WS-NB-CHAMPS
               IF WS-CHAMP-GABARIT (WS-INDICE-CHAMP) = WS-GABARIT
                   PERFORM EDITION-CHAMP-DEBUT
                      THRU EDITION-CHAMP-FIN
               END-IF
           END-PERFORM.

           IF WS-HEXA-OUI
               PERFORM VIDAGE-HEXA-DEBUT THRU VIDAGE-HEXA-FIN
       LECTURE-FIN.
           EXIT.

      *******************************************************
      * LECTURE D'UN ENREGISTREMENT FIXE : LONGUEUR DU GABARIT
      * LUE OCTET PAR OCTET (MOINS EN FIN DE FICHIER SI LE
      * DERNIER ENREGISTREMENT EST INCOMPLET)
      *******************************************************
       LECTURE-FIXE-DEBUT.

           MOVE ZEROES TO WS-OCTETS-LUS.
           PERFORM UNTIL WS-OCTETS-LUS = WS-GAB-LONGUEUR (WS-GABARIT)
                      OR NOT WS-STATUS-FICHIER-OK
               READ FFIXE NEXT
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO WS-OCTETS-LUS
                       MOVE RFIXE TO WS-ENREG (WS-OCTETS-LUS:1)
               END-READ
           END-PERFORM.

       LECTURE-FIXE-FIN.
           EXIT.

      *******************************************************
      * EDITION D'UN CHAMP DU GABARIT : VALEUR BRUTE ET, POUR
      * LES NUMERIQUES ET LES DATES, VALEUR INTERPRETEE
      *******************************************************
       EDITION-CHAMP-DEBUT.

           MOVE WS-CHAMP-POSITION (WS-INDICE-CHAMP) TO WS-POSITION.
           MOVE WS-CHAMP-LONGUEUR (WS-INDICE-CHAMP) TO WS-LONGUEUR.
           MOVE SPACES TO WS-INTERPRETATION.

           EVALUATE TRUE
               WHEN WS-CHAMP-NUMERIQUE (WS-INDICE-CHAMP)
                   IF WS-ENREG (WS-POSITION:WS-LONGUEUR) NOT NUMERIC
                       MOVE "*** NON NUMERIQUE" TO WS-INTERPRETATION
                   ELSE
                       IF WS-CHAMP-DECIMALES (WS-INDICE-CHAMP) > ZEROES
                           COMPUTE WS-LONGUEUR-ENTIER = WS-LONGUEUR
                                 - WS-CHAMP-DECIMALES (WS-INDICE-CHAMP)
                           MOVE FUNCTION NUMVAL (WS-ENREG
                                (WS-POSITION:WS-LONGUEUR-ENTIER))
                                TO WS-EDIT-ENTIER
                           STRING "= " DELIMITED BY SIZE
                                  FUNCTION TRIM (WS-EDIT-ENTIER)
                                  DELIMITED BY SIZE
                                  "," DELIMITED BY SIZE
                                  WS-ENREG (WS-POSITION
                                  + WS-LONGUEUR-ENTIER:
                                  WS-CHAMP-DECIMALES (WS-INDICE-CHAMP))
                                  DELIMITED BY SIZE
                                  INTO WS-INTERPRETATION
                       END-IF
                   END-IF
               WHEN WS-CHAMP-DATE (WS-INDICE-CHAMP)
                   IF WS-ENREG (WS-POSITION:8) = SPACES
                   OR WS-ENREG (WS-POSITION:8) = ZEROES
                       MOVE "(DATE NON RENSEIGNEE)"
                            TO WS-INTERPRETATION
                   ELSE
                       IF WS-ENREG (WS-POSITION:8) NOT NUMERIC
                           MOVE "*** DATE INVALIDE" TO WS-INTERPRETATION
                       ELSE
                           MOVE WS-ENREG (WS-POSITION:8)
                                TO WS-DATE-CONTROLE
                           IF FUNCTION TEST-DATE-YYYYMMDD
                              (WS-DATE-CONTROLE) NOT = 0
                               MOVE "*** DATE INVALIDE"
                                    TO WS-INTERPRETATION
                           ELSE
                               STRING "= "
                                      WS-ENREG (WS-POSITION + 6:2) "/"
                                      WS-ENREG (WS-POSITION + 4:2) "/"
                                      WS-ENREG (WS-POSITION:4)
                                      DELIMITED BY SIZE
                                      INTO WS-INTERPRETATION
                           END-IF
                       END-IF
                   END-IF
           END-EVALUATE.

           IF WS-INTERPRETATION = SPACES
               DISPLAY WS-CHAMP-NOM (WS-INDICE-CHAMP) (1:24) ": "
                       WS-ENREG (WS-POSITION:WS-LONGUEUR)
           ELSE
               DISPLAY WS-CHAMP-NOM (WS-INDICE-CHAMP) (1:24) ": "
                       WS-ENREG (WS-POSITION:WS-LONGUEUR) "  "
                       FUNCTION TRIM (WS-INTERPRETATION)
           END-IF.

       EDITION-CHAMP-FIN.
           EXIT.

      *******************************************************
      * SAISIE DU CRITERE DE RECHERCHE : UN CHAMP DU GABARIT
      * (PAR SON NOM DE COPYBOOK) ET UNE VALEUR OU UN PREFIXE
               ADD 1 TO WS-COMPTEUR-TROUVES
               ADD 1 TO WS-COMPTEUR-EDITES
               DISPLAY "ENREGISTREMENT " WS-COMPTEUR-LUS " : "
                       FUNCTION TRIM (WS-CHAMP-NOM (WS-CHAMP-CHOISI))
                       " = "
                       WS-ENREG
                       (WS-CHAMP-POSITION (WS-CHAMP-CHOISI):
                        WS-CHAMP-LONGUEUR (WS-CHAMP-CHOISI))
           EXIT.

      *******************************************************
      * VIDAGE HEXADECIMAL DE L'ENREGISTREMENT COURANT SUR LA
      * LONGUEUR DU GABARIT (32 OCTETS PAR LIGNE)
      *******************************************************
       VIDAGE-HEXA-DEBUT.

           MOVE WS-GAB-LONGUEUR (WS-GABARIT) TO WS-HEX-LONGUEUR.
           IF WS-GAB-ORG-FIXE (WS-GABARIT)
               MOVE WS-OCTETS-LUS TO WS-HEX-LONGUEUR
           END-IF.

           MOVE SPACES TO WS-HEX-LIGNE.
