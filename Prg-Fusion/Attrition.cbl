       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATTRITION.
       AUTHOR. GENEVIEVE GIANNASI.
       INSTALLATION. PERSONAL PC.
       DATE-WRITTEN. 15-10-2026.
       DATE-COMPILED. 15-10-2026.
       SECURITY. NON-CONFIDENTIAL.
      ******************************************************************
      * OBJECTIF:
      * Analyse trimestrielle de l'attrition (clients perdus) et de
      * la valeur des clients sur leur duree de vie, pour la
      * direction : combien de clients perd-on par an, et quels
      * departements, regions, societes et agences en perdent le
      * plus.
      *
      * Pour un trimestre saisi (AAAAT, defaut : le dernier
      * trimestre acheve), l'analyse est faite a la date de fin du
      * trimestre ; les mouvements posterieurs sont ignores, une
      * relance sur un trimestre passe redonne donc les memes
      * chiffres.
      *
      * Les clients : FICHIERCLIENT.txt et FICHIERCLIENT-ARCHIVE.txt
      * (un client present dans les deux a ete reactive : seule sa
      * fiche courante compte), plus tout client connu seulement de
      * l'historique (departement et societe de la ligne).
      * Le cycle de vie : FACTURES-HISTORIQUE.txt et ses archives
      * de fin de periode (ARCHIVES-PERIODE-CATALOGUE.txt, les
      * lignes de REPORT A NOUVEAU etant alors ignorees) ; les
      * factures d'interets de retard (code TVA et contrat a blanc)
      * ne sont pas des primes et sont ecartees.
      *   - ENTREE : date de la premiere ligne facturee ;
      *   - chiffre d'affaires de vie : cumul HT facture, de la
      *     premiere a la derniere ligne ;
      *   - PERTE : un client est perdu quand tous ses contrats
      *     (RCLIENT-ASSUR et liens CLIENTS-CONTRATS.txt) sont
      *     termines - resiliation au registre
      *     RESILIATIONS-REGISTRE.txt (date d'effet), contrat perdu
      *     au renouvellement (RENOUVELLEMENT-CAMPAGNE.txt statut P,
      *     a son echeance) ou lien resilie (statut R) - ou quand
      *     sa fiche est archivee. La date de perte est la derniere
      *     fin de contrat connue, a defaut la derniere facturation.
      *     Un client non archive facture apres cette date a ete
      *     reconquis et reste actif.
      * L'agence est celle d'AGENCE-ORIGINE.txt (FUSIONAG), la region
      * celle du departement dans FR-LISTE-DEPT.txt.
      *
      * Le rapport ATTRITION-ANALYSE.txt (132 positions) donne :
      *   1. clients gagnes et perdus par trimestre sur les huit
      *      derniers trimestres, avec le taux d'attrition (perdus
      *      sur actifs en debut de trimestre) ;
      *   2. le taux d'attrition sur les douze mois glissants par
      *      departement, region, societe et agence, avec
      *      l'anciennete moyenne des perdus et le chiffre
      *      d'affaires de vie moyen ;
      *   3. anciennete moyenne (en mois, jusqu'a la perte ou a la
      *      date d'analyse) et valeur de vie, clients et perdus ;
      *   4. les cohortes : clients entres l'annee N encore factures
      *      en N+1, N+2... (dix annees).
      * Les memes tableaux sortent en ATTRITION-ANALYSE.csv
      * (separateur point-virgule, virgule decimale) pour le
      * tableur de la direction.
      * Code retour 4 si une archive cataloguee est absente ou si une
      * table est saturee (chiffres alors incomplets).
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ******** FICHIER CLIENT
           SELECT FCLIENT ASSIGN TO "FICHIERCLIENT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FCLIENT.

      ******** ARCHIVE DES CLIENTS INACTIFS
           SELECT FARCHIVE ASSIGN TO "FICHIERCLIENT-ARCHIVE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FARCHIVE.

      ******** LIENS CLIENTS-CONTRATS
           SELECT FLIENS ASSIGN TO "CLIENTS-CONTRATS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FLIENS.

      ******** REGISTRE PERMANENT DES RESILIATIONS
           SELECT FREGISTRE ASSIGN TO "RESILIATIONS-REGISTRE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FREGISTRE.

      ******** CAMPAGNE DE RENOUVELLEMENT SUIVIE
           SELECT FCAMPAGNE ASSIGN TO "RENOUVELLEMENT-CAMPAGNE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FCAMPAGNE.

      ******** ORIGINE AGENCE DE CHAQUE CLIENT (FUSIONAG)
           SELECT FORIGINE ASSIGN TO "AGENCE-ORIGINE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FORIGINE.

      ******** FICHIER DEPARTEMENTS (REGIONS)
           SELECT FDEPT ASSIGN TO "FR-LISTE-DEPT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FDEPT.

      ******** HISTORIQUE DE FACTURATION (OU UNE DE SES ARCHIVES)
           SELECT FHIST ASSIGN TO DYNAMIC WS-NOM-FHIST
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FHIST.

      ******** CATALOGUE DES ARCHIVES DE FIN DE PERIODE
           SELECT FARCHCAT ASSIGN TO "ARCHIVES-PERIODE-CATALOGUE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FARCHCAT.

      ******** RAPPORT D'ANALYSE (132 POSITIONS)
           SELECT FRAPPORT ASSIGN TO "ATTRITION-ANALYSE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FRAPPORT.

      ******** VARIANTE CSV DU RAPPORT (POUR TABLEUR)
           SELECT FCSV ASSIGN TO "ATTRITION-ANALYSE.csv"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FCSV.

       DATA DIVISION.
       FILE SECTION.
      ******** FICHIER CLIENT
           COPY 'COBOL-FD-FCLIENT.CPY'.

      ******** ARCHIVE DES CLIENTS INACTIFS
           COPY 'COBOL-FD-FCLIENT.CPY'
               REPLACING LEADING ==FCLIENT== BY ==FARCHIVE==
                         LEADING ==RCLIENT== BY ==RARCHIVE==.

      ******** LIENS CLIENTS-CONTRATS (A ACTIF, R RESILIE)
       FD  FLIENS.
       01  RLIEN.
           05  LIEN-ID      PIC X(08).
           05  FILLER       PIC X(01).
           05  LIEN-NUMACT  PIC 9(08).
           05  FILLER       PIC X(01).
           05  LIEN-STATUT  PIC X(01).

      ******** REGISTRE DES RESILIATIONS (LIGNE EDITEE PAR
      ******** RESILIATION : DATE, CONTRAT, DEMANDE, EFFET)
       FD  FREGISTRE.
       01  RREGISTRE.
           05  REG-DATE      PIC X(08).
           05  REG-LIBELLE   PIC X(21).
           05  REG-NUMACT    PIC X(08).
           05  FILLER        PIC X(13).
           05  REG-DEMANDE   PIC X(08).
           05  FILLER        PIC X(10).
           05  REG-EFFET     PIC X(08).
           05  FILLER        PIC X(24).

      ******** CAMPAGNE DE RENOUVELLEMENT (E, R, P PERDU)
       FD  FCAMPAGNE.
       01  RCAMPAGNE.
           05  CAM-NUMACT        PIC 9(08).
           05  FILLER            PIC X(01).
           05  CAM-ECHEANCE      PIC 9(08).
           05  FILLER            PIC X(01).
           05  CAM-STATUT        PIC X(01).
           05  FILLER            PIC X(01).
           05  CAM-DATE-DECISION PIC 9(08).

      ******** ORIGINE AGENCE DE CHAQUE CLIENT
       FD  FORIGINE.
       01  RORIGINE.
           05  ORIG-ID     PIC X(08).
           05  FILLER      PIC X(01).
           05  ORIG-AGENCE PIC 9(01).

      ******** FICHIER DEPARTEMENTS
           COPY 'COBOL-FD-DEPT.cpy'.

      ******** HISTORIQUE PERMANENT DE FACTURATION
       FD  FHIST.
       01  RHIST.
           05  HIST-DATE     PIC 9(08).
           05  FILLER        PIC X(01).
           05  HIST-NUMFACT  PIC 9(08).
           05  FILLER        PIC X(01).
           05  HIST-CLIENT   PIC X(08).
           05  FILLER        PIC X(01).
           05  HIST-NOM      PIC X(20).
           05  FILLER        PIC X(01).
           05  HIST-DEPT     PIC X(03).
           05  FILLER        PIC X(01).
           05  HIST-SOCIETE  PIC X(05).
           05  FILLER        PIC X(01).
           05  HIST-CODE-TVA PIC X(02).
           05  FILLER        PIC X(01).
           05  HIST-MONTANT  PIC 9(07)V99.
           05  FILLER        PIC X(01).
           05  HIST-TVA      PIC 9(07)V99.
           05  FILLER        PIC X(01).
           05  HIST-TTC      PIC 9(08)V99.
           05  FILLER        PIC X(01).
           05  HIST-DEVISE   PIC X(03).
           05  FILLER        PIC X(01).
           05  HIST-TAUX     PIC 9(03)V9(06).
           05  FILLER        PIC X(01).
           05  HIST-ECHEANCE PIC 9(08).
           05  FILLER        PIC X(01).
           05  HIST-NUMACT   PIC X(08).

      ******** CATALOGUE DES ARCHIVES DE FIN DE PERIODE
           COPY 'COBOL-FD-ARCHCAT.cpy'.

      ******** RAPPORT D'ANALYSE
       FD  FRAPPORT.
       01  RRAPPORT PIC X(132).

      ******** VARIANTE CSV DU RAPPORT
       FD  FCSV.
       01  RCSV PIC X(200).

       WORKING-STORAGE SECTION.
      ***********************************************
      * DEFINTION DES STATUS DES FICHIERS
      ***********************************************
       01  WS-STATUS-FILE-FCLIENT PIC X(02).
           88 WS-STATUS-FILE-FCLIENT-OK  VALUE "00".
       01  WS-STATUS-FILE-FARCHIVE PIC X(02).
           88 WS-STATUS-FILE-FARCHIVE-OK  VALUE "00".
       01  WS-STATUS-FILE-FLIENS PIC X(02).
           88 WS-STATUS-FILE-FLIENS-OK  VALUE "00".
       01  WS-STATUS-FILE-FREGISTRE PIC X(02).
           88 WS-STATUS-FILE-FREGISTRE-OK  VALUE "00".
       01  WS-STATUS-FILE-FCAMPAGNE PIC X(02).
           88 WS-STATUS-FILE-FCAMPAGNE-OK  VALUE "00".
       01  WS-STATUS-FILE-FORIGINE PIC X(02).
           88 WS-STATUS-FILE-FORIGINE-OK  VALUE "00".
       01  WS-STATUS-FILE-FDEPT PIC X(02).
           88 WS-STATUS-FILE-FDEPT-OK  VALUE "00".
       01  WS-STATUS-FILE-FHIST PIC X(02).
           88 WS-STATUS-FILE-FHIST-OK  VALUE "00".
       01  WS-STATUS-FILE-FARCHCAT PIC X(02).
           88 WS-STATUS-FILE-FARCHCAT-OK  VALUE "00".
       01  WS-STATUS-FILE-FRAPPORT PIC X(02).
           88 WS-STATUS-FILE-FRAPPORT-OK  VALUE "00".
       01  WS-STATUS-FILE-FCSV PIC X(02).
           88 WS-STATUS-FILE-FCSV-OK  VALUE "00".
       01  WS-NOM-FHIST PIC X(40) VALUE "FACTURES-HISTORIQUE.txt".
       01  WS-LIBELLE-REPORT PIC X(16) VALUE "REPORT A NOUVEAU".

      ******************************************
      *  PERIODE ANALYSEE
      ******************************************
       01  WS-DATE-JOUR      PIC 9(08) VALUE ZEROES.
       01  WS-DATE-JOUR-R REDEFINES WS-DATE-JOUR.
           05 WS-JOUR-ANNEE  PIC 9(04).
           05 WS-JOUR-MOIS   PIC 9(02).
           05 WS-JOUR-JOUR   PIC 9(02).
       01  WS-SAISIE         PIC X(10) VALUE SPACES.
       01  WS-ANNEE          PIC 9(04) VALUE ZEROES.
       01  WS-TRIMESTRE      PIC 9(01) VALUE ZEROES.
       01  WS-DATE-ANALYSE   PIC 9(08) VALUE ZEROES.
       01  WS-DEBUT-GLISSANT PIC 9(08) VALUE ZEROES.
       01  WS-ANNEE-BASE     PIC 9(04) VALUE ZEROES.

      ******************************************
      *  TABLE DES CLIENTS ET DE LEUR CYCLE DE VIE
      *  ORIGINE : F FICHIER CLIENT, A ARCHIVE, H HISTORIQUE SEUL
      *  MOTIF DE PERTE : R RESILIATION, P PERDU AU RENOUVELLEMENT,
      *  L LIEN RESILIE, A ARCHIVAGE
      *  ANNEES : UN INDICATEUR PAR ANNEE FACTUREE DEPUIS L'ANNEE
      *  DE BASE DES COHORTES (DIX ANNEES)
      ******************************************
       01  WS-TABLE-CLIENTS.
           05 WS-CLI-ENTRY OCCURS 9999 INDEXED BY WS-INDICE-CLI.
               10 WS-CLI-ID         PIC X(08).
               10 WS-CLI-DEPT       PIC X(03).
               10 WS-CLI-SOCIETE    PIC X(05).
               10 WS-CLI-ORIGINE    PIC X(01).
               10 WS-CLI-ASSUR      PIC 9(08).
               10 WS-CLI-NB-CONTRATS PIC 9(03).
               10 WS-CLI-NB-FINIS   PIC 9(03).
               10 WS-CLI-FIN-CONTRATS PIC 9(08).
               10 WS-CLI-MOTIF-FIN  PIC X(01).
               10 WS-CLI-PREMIERE   PIC 9(08).
               10 WS-CLI-DERNIERE   PIC 9(08).
               10 WS-CLI-CA         PIC 9(09)V99.
               10 WS-CLI-PERTE      PIC 9(08).
               10 WS-CLI-MOTIF      PIC X(01).
               10 WS-CLI-ANNEES.
                   15 WS-CLI-ANNEE OCCURS 10 PIC X(01).
       01  WS-NB-CLIENTS  PIC 9(04) VALUE ZEROES.
       01  WS-MAX-CLIENTS PIC 9(04) VALUE 9999.
       01  WS-CLIENT-TROUVE PIC X(01) VALUE "N".
           88 WS-CLIENT-TROUVE-OUI VALUE "O".

      ******************************************
      *  FIN DES CONTRATS : DATE D'EFFET DE LA RESILIATION OU
      *  ECHEANCE PERDUE AU RENOUVELLEMENT (LA PLUS ANCIENNE)
      ******************************************
       01  WS-TABLE-FINS.
           05 WS-FIN-ENTRY OCCURS 5000 INDEXED BY WS-INDICE-FIN.
               10 WS-FIN-NUMACT PIC 9(08).
               10 WS-FIN-DATE   PIC 9(08).
               10 WS-FIN-MOTIF  PIC X(01).
       01  WS-NB-FINS  PIC 9(04) VALUE ZEROES.
       01  WS-MAX-FINS PIC 9(04) VALUE 5000.
       01  WS-FIN-NUMACT-LU PIC 9(08) VALUE ZEROES.
       01  WS-FIN-DATE-LUE  PIC 9(08) VALUE ZEROES.
       01  WS-FIN-MOTIF-LU  PIC X(01) VALUE SPACES.
       01  WS-FIN-TROUVEE PIC X(01) VALUE "N".
           88 WS-FIN-TROUVEE-OUI VALUE "O".

      ******************************************
      *  CONTRAT RATTACHE A UN CLIENT (1550)
      ******************************************
       01  WS-CONTRAT-NUMACT PIC 9(08) VALUE ZEROES.
       01  WS-CONTRAT-LIEN-RESILIE PIC X(01) VALUE "N".
           88 WS-CONTRAT-LIEN-RESILIE-OUI VALUE "O".

      ******************************************
      *  AGENCES D'ORIGINE ET REGIONS
      ******************************************
       01  WS-TABLE-AGENCES.
           05 WS-AGE-ENTRY OCCURS 9999 INDEXED BY WS-INDICE-AGE.
               10 WS-AGE-ID     PIC X(08).
               10 WS-AGE-AGENCE PIC 9(01).
       01  WS-NB-AGENCES PIC 9(04) VALUE ZEROES.
       01  WS-TABLE-DEPTS.
           05 WS-DEP-ENTRY OCCURS 200 INDEXED BY WS-INDICE-DEP.
               10 WS-DEP-ID     PIC X(03).
               10 WS-DEP-REGION PIC X(27).
       01  WS-NB-DEPTS PIC 9(03) VALUE ZEROES.

      ******************************************
      *  CUMULS PAR DIMENSION SUR LES DOUZE MOIS GLISSANTS
      *  TYPE : 1 DEPARTEMENT, 2 REGION, 3 SOCIETE, 4 AGENCE
      *  (TABLE TENUE TRIEE PAR TYPE ET CLE)
      ******************************************
       01  WS-TABLE-DIMENSIONS.
           05 WS-DIM-ENTRY OCCURS 800 INDEXED BY WS-INDICE-DIM
                                                 WS-INDICE-DIM2.
               10 WS-DIM-TYPE     PIC 9(01).
               10 WS-DIM-CLE      PIC X(27).
               10 WS-DIM-CLIENTS  PIC 9(05).
               10 WS-DIM-ACTIFS   PIC 9(05).
               10 WS-DIM-GAGNES   PIC 9(05).
               10 WS-DIM-PERDUS   PIC 9(05).
               10 WS-DIM-MOIS-PERDUS PIC 9(07).
               10 WS-DIM-CA       PIC 9(11)V99.
       01  WS-NB-DIMENSIONS  PIC 9(03) VALUE ZEROES.
       01  WS-MAX-DIMENSIONS PIC 9(03) VALUE 800.
       01  WS-DIM-TYPE-CHERCHE PIC 9(01) VALUE ZEROES.
       01  WS-DIM-CLE-CHERCHEE PIC X(27) VALUE SPACES.
       01  WS-DIM-TYPE-COURANT PIC 9(01) VALUE ZEROES.
       01  WS-DIM-POSITION     PIC 9(03) VALUE ZEROES.
       01  WS-DIM-DEPLACE      PIC 9(03) VALUE ZEROES.
       01  WS-LIBELLE-DIMENSION PIC X(12) VALUE SPACES.
       01  WS-CLE-CLIENT PIC X(08) VALUE SPACES.
       01  WS-AGENCE-NUM PIC 9(01) VALUE ZEROES.

      ******************************************
      *  SITUATION D'UN CLIENT AU REGARD D'UNE PERIODE
      ******************************************
       01  WS-PERIODE-DEBUT PIC 9(08) VALUE ZEROES.
       01  WS-PERIODE-FIN   PIC 9(08) VALUE ZEROES.
       01  WS-ETAT-ACTIF  PIC X(01) VALUE "N".
           88 WS-ETAT-ACTIF-OUI  VALUE "O".
       01  WS-ETAT-GAGNE  PIC X(01) VALUE "N".
           88 WS-ETAT-GAGNE-OUI  VALUE "O".
       01  WS-ETAT-PERDU  PIC X(01) VALUE "N".
           88 WS-ETAT-PERDU-OUI  VALUE "O".
       01  WS-ETAT-FIN-ACTIF PIC X(01) VALUE "N".
           88 WS-ETAT-FIN-ACTIF-OUI VALUE "O".

      ******************************************
      *  ANCIENNETE EN MOIS ENTRE DEUX DATES (9000)
      ******************************************
       01  WS-MOIS-DATE1 PIC 9(08) VALUE ZEROES.
       01  WS-MOIS-DATE1-R REDEFINES WS-MOIS-DATE1.
           05 WS-MOIS-A1 PIC 9(04).
           05 WS-MOIS-M1 PIC 9(02).
           05 WS-MOIS-J1 PIC 9(02).
       01  WS-MOIS-DATE2 PIC 9(08) VALUE ZEROES.
       01  WS-MOIS-DATE2-R REDEFINES WS-MOIS-DATE2.
           05 WS-MOIS-A2 PIC 9(04).
           05 WS-MOIS-M2 PIC 9(02).
           05 WS-MOIS-J2 PIC 9(02).
       01  WS-MOIS-RESULTAT PIC 9(05) VALUE ZEROES.

      ******************************************
      *  TRIMESTRES EDITES (HUIT, DU PLUS ANCIEN AU TRIMESTRE
      *  ANALYSE)
      ******************************************
       01  WS-TRIM-ANNEE   PIC 9(04) VALUE ZEROES.
       01  WS-TRIM-NUMERO  PIC 9(01) VALUE ZEROES.
       01  WS-TRIM-RANG    PIC 9(02) VALUE ZEROES.
       01  WS-TRIM-MOIS-DEBUT PIC 9(02) VALUE ZEROES.
       01  WS-TRIM-MOIS-FIN   PIC 9(02) VALUE ZEROES.
       01  WS-TRIM-JOUR-FIN   PIC 9(02) VALUE ZEROES.
       01  WS-CPT-ACTIFS   PIC 9(05) VALUE ZEROES.
       01  WS-CPT-GAGNES   PIC 9(05) VALUE ZEROES.
       01  WS-CPT-PERDUS   PIC 9(05) VALUE ZEROES.
       01  WS-CPT-FIN      PIC 9(05) VALUE ZEROES.

      ******************************************
      *  ANCIENNETE ET VALEUR DE VIE
      ******************************************
       01  WS-NB-ANALYSES      PIC 9(05) VALUE ZEROES.
       01  WS-NB-JAMAIS        PIC 9(05) VALUE ZEROES.
       01  WS-NB-PERDUS-TOTAL  PIC 9(05) VALUE ZEROES.
       01  WS-NB-ACTIFS-FIN    PIC 9(05) VALUE ZEROES.
       01  WS-MOIS-TOUS        PIC 9(09) VALUE ZEROES.
       01  WS-MOIS-PERDUS      PIC 9(09) VALUE ZEROES.
       01  WS-CA-TOUS          PIC 9(11)V99 VALUE ZEROES.
       01  WS-CA-PERDUS        PIC 9(11)V99 VALUE ZEROES.
       01  WS-MOYENNE-MOIS     PIC 9(05)V9 VALUE ZEROES.
       01  WS-MOYENNE-CA       PIC 9(09)V99 VALUE ZEROES.
       01  WS-TAUX             PIC 9(03)V99 VALUE ZEROES.

      ******************************************
      *  COHORTES : EFFECTIF D'ENTREE PAR ANNEE ET CLIENTS ENCORE
      *  FACTURES LES ANNEES SUIVANTES (RANG 1 = ANNEE DE BASE)
      ******************************************
       01  WS-TABLE-COHORTES.
           05 WS-COH-ENTRY OCCURS 10.
               10 WS-COH-EFFECTIF PIC 9(05).
               10 WS-COH-FACTURES OCCURS 10 PIC 9(05).
       01  WS-COH-RANG     PIC 9(02) VALUE ZEROES.
       01  WS-COH-COLONNE  PIC 9(02) VALUE ZEROES.
       01  WS-COH-ECART    PIC 9(02) VALUE ZEROES.
       01  WS-COH-ANNEE    PIC 9(04) VALUE ZEROES.
       01  WS-NB-ANTERIEURS PIC 9(05) VALUE ZEROES.

      ******************************************
      *  COMPTEURS ET ANOMALIES
      ******************************************
       01  WS-COMPTEUR-LIGNES    PIC 9(07) VALUE ZEROES.
       01  WS-COMPTEUR-RETENUES  PIC 9(07) VALUE ZEROES.
       01  WS-COMPTEUR-INTERETS  PIC 9(07) VALUE ZEROES.
       01  WS-COMPTEUR-ARCHIVES  PIC 9(03) VALUE ZEROES.
       01  WS-ANOMALIE PIC X(01) VALUE "N".
           88 WS-ANOMALIE-OUI VALUE "O".

      ******************************************
      *  ZONES D'EDITION
      ******************************************
       01  WS-LIGNE      PIC X(132) VALUE SPACES.
       01  WS-LIGNE-CSV  PIC X(200) VALUE SPACES.
       01  WS-PTR        PIC 9(03) VALUE ZEROES.
       01  WS-PTR-CSV    PIC 9(03) VALUE ZEROES.
       01  WS-EDIT-DATE  PIC 9(04)/9(02)/9(02).
       01  WS-EDIT-DATE2 PIC 9(04)/9(02)/9(02).
       01  WS-EDIT-NB-1  PIC ZZZZ9.
       01  WS-EDIT-NB-2  PIC ZZZZ9.
       01  WS-EDIT-NB-3  PIC ZZZZ9.
       01  WS-EDIT-NB-4  PIC ZZZZ9.
       01  WS-EDIT-NB-5  PIC ZZZZ9.
       01  WS-EDIT-TAUX  PIC ZZ9,99.
       01  WS-EDIT-MOIS  PIC ZZZ9,9.
       01  WS-EDIT-MT    PIC ZZZ.ZZZ.ZZ9,99.
       01  WS-EDIT-MT2   PIC ZZZ.ZZZ.ZZ9,99.
       01  WS-EDIT-PCT   PIC ZZ9.
       01  WS-CSV-NB-1   PIC 9(05).
       01  WS-CSV-NB-2   PIC 9(05).
       01  WS-CSV-NB-3   PIC 9(05).
       01  WS-CSV-NB-4   PIC 9(05).
       01  WS-CSV-NB-5   PIC 9(05).
       01  WS-CSV-TAUX   PIC 9(03),99.
       01  WS-CSV-MOIS   PIC 9(05),9.
       01  WS-CSV-MT     PIC 9(09),99.
       01  WS-CSV-MT2    PIC 9(09),99.
       01  WS-LIBELLE-TRIM PIC X(07) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-DEB.
      *******************************************************
      *  PARAGRAPHE PRINCIPAL
      *******************************************************
           DISPLAY "ANALYSE DE L'ATTRITION ET DE LA VALEUR CLIENT".
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATE-JOUR.
      *
      *********** TRIMESTRE ANALYSE
           PERFORM 1000-PARAMETRES-DEBUT
              THRU 1000-PARAMETRES-FIN.
           IF RETURN-CODE NOT = ZEROES
               GO TO 0000-MAIN-FIN
           END-IF.
      *
      *********** CHARGEMENT DES REFERENTIELS ET DES CLIENTS
           PERFORM 1100-CHARGEMENT-DEPARTEMENTS-DEBUT
              THRU 1100-CHARGEMENT-DEPARTEMENTS-FIN.
           PERFORM 1200-CHARGEMENT-AGENCES-DEBUT
              THRU 1200-CHARGEMENT-AGENCES-FIN.
           PERFORM 1300-CHARGEMENT-FINS-DEBUT
              THRU 1300-CHARGEMENT-FINS-FIN.
           PERFORM 1400-CHARGEMENT-CLIENTS-DEBUT
              THRU 1400-CHARGEMENT-CLIENTS-FIN.
           IF RETURN-CODE = 16
               GO TO 0000-MAIN-FIN
           END-IF.
           PERFORM 1500-CHARGEMENT-LIENS-DEBUT
              THRU 1500-CHARGEMENT-LIENS-FIN.
      *
      *********** CYCLE DE VIE : HISTORIQUE ET ARCHIVES
           PERFORM 1600-LECTURE-HISTORIQUE-DEBUT
              THRU 1600-LECTURE-HISTORIQUE-FIN.
      *
      *********** DATE DE PERTE DE CHAQUE CLIENT
           PERFORM 2000-CALCUL-PERTES-DEBUT
              THRU 2000-CALCUL-PERTES-FIN.
      *
      *********** EDITION DU RAPPORT ET DU CSV
           PERFORM 3000-EDITION-DEBUT
              THRU 3000-EDITION-FIN.
           IF RETURN-CODE = 16
               GO TO 0000-MAIN-FIN
           END-IF.

           DISPLAY "==============================================".
           DISPLAY "LIGNES D'HISTORIQUE LUES   : " WS-COMPTEUR-LIGNES.
           DISPLAY "LIGNES DE PRIMES RETENUES  : "
                   WS-COMPTEUR-RETENUES.
           DISPLAY "FACTURES D'INTERETS ECARTEES: "
                   WS-COMPTEUR-INTERETS.
           DISPLAY "ARCHIVES D'HISTORIQUE LUES : "
                   WS-COMPTEUR-ARCHIVES.
           DISPLAY "CLIENTS ANALYSES           : " WS-NB-ANALYSES.
           DISPLAY "CLIENTS ACTIFS EN FIN      : " WS-NB-ACTIFS-FIN.
           DISPLAY "CLIENTS PERDUS (CUMUL)     : " WS-NB-PERDUS-TOTAL.
           DISPLAY "CLIENTS JAMAIS FACTURES    : " WS-NB-JAMAIS.
           IF WS-ANOMALIE-OUI
               DISPLAY "--> ANALYSE INCOMPLETE: VOIR LES MESSAGES"
                       " CI-DESSUS"
           END-IF.
           DISPLAY "==============================================".

           IF WS-ANOMALIE-OUI
           AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

       0000-MAIN-FIN.
           GOBACK.

      *******************************************************
      *  SAISIE DU TRIMESTRE (DEFAUT : LE DERNIER ACHEVE) ET
      *  BORNES DE L'ANALYSE
      *******************************************************
       1000-PARAMETRES-DEBUT.

           COMPUTE WS-TRIMESTRE = (WS-JOUR-MOIS - 1) / 3.
           MOVE WS-JOUR-ANNEE TO WS-ANNEE.
           IF WS-TRIMESTRE = ZEROES
               MOVE 4 TO WS-TRIMESTRE
               SUBTRACT 1 FROM WS-ANNEE
           END-IF.

           DISPLAY "TRIMESTRE ANALYSE (AAAAT, DEFAUT " WS-ANNEE
                   WS-TRIMESTRE "): " NO ADVANCING.
           MOVE SPACES TO WS-SAISIE.
           ACCEPT WS-SAISIE.
           IF WS-SAISIE NOT = SPACES
               IF WS-SAISIE (1:5) NOT NUMERIC
               OR WS-SAISIE (6:5) NOT = SPACES
               OR WS-SAISIE (5:1) < "1"
               OR WS-SAISIE (5:1) > "4"
                   DISPLAY "--> TRIMESTRE INVALIDE: " WS-SAISIE
                   MOVE 8 TO RETURN-CODE
                   GO TO 1000-PARAMETRES-FIN
               END-IF
               MOVE WS-SAISIE (1:4) TO WS-ANNEE
               MOVE WS-SAISIE (5:1) TO WS-TRIMESTRE
           END-IF.
      *
      ****** DATE D'ANALYSE : DERNIER JOUR DU TRIMESTRE ;
      ****** DOUZE MOIS GLISSANTS : DU LENDEMAIN DE LA MEME DATE
      ****** UN AN PLUS TOT
           MOVE WS-ANNEE     TO WS-TRIM-ANNEE.
           MOVE WS-TRIMESTRE TO WS-TRIM-NUMERO.
           PERFORM 3160-BORNES-TRIMESTRE-DEBUT
              THRU 3160-BORNES-TRIMESTRE-FIN.
           MOVE WS-PERIODE-FIN TO WS-DATE-ANALYSE.
           IF WS-TRIMESTRE = 4
               COMPUTE WS-DEBUT-GLISSANT = WS-ANNEE * 10000 + 101
           ELSE
               COMPUTE WS-DEBUT-GLISSANT = (WS-ANNEE - 1) * 10000
                       + (WS-TRIMESTRE * 3 + 1) * 100 + 1
           END-IF.
           COMPUTE WS-ANNEE-BASE = WS-ANNEE - 9.

           MOVE WS-DATE-ANALYSE TO WS-EDIT-DATE.
           DISPLAY "--> ANALYSE AU " WS-EDIT-DATE.

       1000-PARAMETRES-FIN.
           EXIT.

      *******************************************************
      *  CHARGEMENT DES DEPARTEMENTS ET DE LEUR REGION
      *******************************************************
       1100-CHARGEMENT-DEPARTEMENTS-DEBUT.

           OPEN INPUT FDEPT.
           IF NOT WS-STATUS-FILE-FDEPT-OK
               DISPLAY "--> FR-LISTE-DEPT.txt ABSENT: REGIONS INCONNUES"
               GO TO 1100-CHARGEMENT-DEPARTEMENTS-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FDEPT-OK
               READ FDEPT
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-NB-DEPTS < 200
                           ADD 1 TO WS-NB-DEPTS
                           SET WS-INDICE-DEP TO WS-NB-DEPTS
                           MOVE RDEPT-ID
                                TO WS-DEP-ID (WS-INDICE-DEP)
                           MOVE RDEPT-REGION
                                TO WS-DEP-REGION (WS-INDICE-DEP)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FDEPT.

       1100-CHARGEMENT-DEPARTEMENTS-FIN.
           EXIT.

      *******************************************************
      *  CHARGEMENT DE L'AGENCE D'ORIGINE DES CLIENTS
      *******************************************************
       1200-CHARGEMENT-AGENCES-DEBUT.

           OPEN INPUT FORIGINE.
           IF NOT WS-STATUS-FILE-FORIGINE-OK
               DISPLAY "--> AGENCE-ORIGINE.txt ABSENT: AUCUNE AGENCE"
               GO TO 1200-CHARGEMENT-AGENCES-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FORIGINE-OK
               READ FORIGINE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ORIG-AGENCE IS NUMERIC
                           IF WS-NB-AGENCES < WS-MAX-CLIENTS
                               ADD 1 TO WS-NB-AGENCES
                               SET WS-INDICE-AGE TO WS-NB-AGENCES
                               MOVE ORIG-ID
                                    TO WS-AGE-ID (WS-INDICE-AGE)
                               MOVE ORIG-AGENCE
                                    TO WS-AGE-AGENCE (WS-INDICE-AGE)
                           ELSE
                               DISPLAY "--> TABLE DES AGENCES SATUREE"
                               MOVE "O" TO WS-ANOMALIE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FORIGINE.

       1200-CHARGEMENT-AGENCES-FIN.
           EXIT.

      *******************************************************
      *  FIN DES CONTRATS : RESILIATIONS ENREGISTREES ET CONTRATS
      *  PERDUS AU RENOUVELLEMENT
      *******************************************************
       1300-CHARGEMENT-FINS-DEBUT.

           OPEN INPUT FREGISTRE.
           IF WS-STATUS-FILE-FREGISTRE-OK
               PERFORM UNTIL NOT WS-STATUS-FILE-FREGISTRE-OK
                   READ FREGISTRE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF REG-LIBELLE = " RESILIATION CONTRAT "
                           AND REG-NUMACT IS NUMERIC
                           AND REG-EFFET IS NUMERIC
                               MOVE REG-NUMACT TO WS-FIN-NUMACT-LU
                               MOVE REG-EFFET  TO WS-FIN-DATE-LUE
                               MOVE "R" TO WS-FIN-MOTIF-LU
                               PERFORM 1310-AJOUT-FIN-DEBUT
                                  THRU 1310-AJOUT-FIN-FIN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FREGISTRE
           END-IF.

           OPEN INPUT FCAMPAGNE.
           IF WS-STATUS-FILE-FCAMPAGNE-OK
               PERFORM UNTIL NOT WS-STATUS-FILE-FCAMPAGNE-OK
                   READ FCAMPAGNE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF CAM-STATUT = "P"
                           AND CAM-NUMACT IS NUMERIC
                           AND CAM-ECHEANCE IS NUMERIC
                               MOVE CAM-NUMACT   TO WS-FIN-NUMACT-LU
                               MOVE CAM-ECHEANCE TO WS-FIN-DATE-LUE
                               MOVE "P" TO WS-FIN-MOTIF-LU
                               PERFORM 1310-AJOUT-FIN-DEBUT
                                  THRU 1310-AJOUT-FIN-FIN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FCAMPAGNE
           END-IF.

           DISPLAY "CONTRATS TERMINES: " WS-NB-FINS.

       1300-CHARGEMENT-FINS-FIN.
           EXIT.

      *******************************************************
      *  AJOUT D'UNE FIN DE CONTRAT (LA PLUS ANCIENNE L'EMPORTE) ;
      *  UNE FIN POSTERIEURE A LA DATE D'ANALYSE EST IGNOREE
      *******************************************************
       1310-AJOUT-FIN-DEBUT.

           IF WS-FIN-DATE-LUE > WS-DATE-ANALYSE
               GO TO 1310-AJOUT-FIN-FIN
           END-IF.

           SET WS-INDICE-FIN TO 1.
           SEARCH WS-FIN-ENTRY
               AT END
                   CONTINUE
               WHEN WS-INDICE-FIN > WS-NB-FINS
                   CONTINUE
               WHEN WS-FIN-NUMACT (WS-INDICE-FIN) = WS-FIN-NUMACT-LU
                   IF WS-FIN-DATE-LUE < WS-FIN-DATE (WS-INDICE-FIN)
                       MOVE WS-FIN-DATE-LUE
                            TO WS-FIN-DATE (WS-INDICE-FIN)
                       MOVE WS-FIN-MOTIF-LU
                            TO WS-FIN-MOTIF (WS-INDICE-FIN)
                   END-IF
                   GO TO 1310-AJOUT-FIN-FIN
           END-SEARCH.

           IF WS-NB-FINS NOT < WS-MAX-FINS
               DISPLAY "--> TABLE DES FINS DE CONTRAT SATUREE"
               MOVE "O" TO WS-ANOMALIE
               GO TO 1310-AJOUT-FIN-FIN
           END-IF.
           ADD 1 TO WS-NB-FINS.
           SET WS-INDICE-FIN TO WS-NB-FINS.
           MOVE WS-FIN-NUMACT-LU TO WS-FIN-NUMACT (WS-INDICE-FIN).
           MOVE WS-FIN-DATE-LUE  TO WS-FIN-DATE (WS-INDICE-FIN).
           MOVE WS-FIN-MOTIF-LU  TO WS-FIN-MOTIF (WS-INDICE-FIN).

       1310-AJOUT-FIN-FIN.
           EXIT.

      *******************************************************
      *  CHARGEMENT DES CLIENTS : FICHIER COURANT PUIS ARCHIVE
      *  (UN CLIENT REACTIVE GARDE SA FICHE COURANTE)
      *******************************************************
       1400-CHARGEMENT-CLIENTS-DEBUT.

           OPEN INPUT FCLIENT.
           IF NOT WS-STATUS-FILE-FCLIENT-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FCLIENT': "
                       WS-STATUS-FILE-FCLIENT
               MOVE 16 TO RETURN-CODE
               GO TO 1400-CHARGEMENT-CLIENTS-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FCLIENT-OK
               READ FCLIENT
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RCLIENT-ID NOT = SPACES
                           MOVE RCLIENT-ID TO WS-CLE-CLIENT
                           PERFORM 1450-AJOUT-CLIENT-DEBUT
                              THRU 1450-AJOUT-CLIENT-FIN
                           IF NOT WS-CLIENT-TROUVE-OUI
                           AND WS-INDICE-CLI NOT > WS-NB-CLIENTS
                               MOVE "F" TO WS-CLI-ORIGINE
                                           (WS-INDICE-CLI)
                               MOVE RCLIENT-DEPT
                                    TO WS-CLI-DEPT (WS-INDICE-CLI)
                               MOVE RCLIENT-SOCIETE
                                    TO WS-CLI-SOCIETE (WS-INDICE-CLI)
                               IF RCLIENT-ASSUR IS NUMERIC
                                   MOVE RCLIENT-ASSUR
                                        TO WS-CLI-ASSUR (WS-INDICE-CLI)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FCLIENT.

           OPEN INPUT FARCHIVE.
           IF WS-STATUS-FILE-FARCHIVE-OK
               PERFORM UNTIL NOT WS-STATUS-FILE-FARCHIVE-OK
                   READ FARCHIVE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF RARCHIVE-ID NOT = SPACES
                               MOVE RARCHIVE-ID TO WS-CLE-CLIENT
                               PERFORM 1450-AJOUT-CLIENT-DEBUT
                                  THRU 1450-AJOUT-CLIENT-FIN
                               IF NOT WS-CLIENT-TROUVE-OUI
                               AND WS-INDICE-CLI NOT > WS-NB-CLIENTS
                                   MOVE "A" TO WS-CLI-ORIGINE
                                               (WS-INDICE-CLI)
                                   MOVE RARCHIVE-DEPT
                                     TO WS-CLI-DEPT (WS-INDICE-CLI)
                                   MOVE RARCHIVE-SOCIETE
                                     TO WS-CLI-SOCIETE (WS-INDICE-CLI)
                                   IF RARCHIVE-ASSUR IS NUMERIC
                                       MOVE RARCHIVE-ASSUR
                                         TO WS-CLI-ASSUR (WS-INDICE-CLI)
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FARCHIVE
           END-IF.

           DISPLAY "CLIENTS CHARGES (FICHIER ET ARCHIVE): "
                   WS-NB-CLIENTS.
      *
      ****** CONTRAT PRINCIPAL DE CHAQUE CLIENT
           PERFORM VARYING WS-INDICE-CLI FROM 1 BY 1
                   UNTIL WS-INDICE-CLI > WS-NB-CLIENTS
               IF WS-CLI-ASSUR (WS-INDICE-CLI) NOT = ZEROES
                   MOVE WS-CLI-ASSUR (WS-INDICE-CLI)
                        TO WS-CONTRAT-NUMACT
                   MOVE "N" TO WS-CONTRAT-LIEN-RESILIE
                   PERFORM 1550-CONTRAT-CLIENT-DEBUT
                      THRU 1550-CONTRAT-CLIENT-FIN
               END-IF
           END-PERFORM.

       1400-CHARGEMENT-CLIENTS-FIN.
           EXIT.

      *******************************************************
      *  RECHERCHE DU CLIENT WS-CLE-CLIENT ET CREATION S'IL EST
      *  ABSENT ; EN SORTIE WS-INDICE-CLI DESIGNE LE CLIENT
      *  (AU-DELA DE WS-NB-CLIENTS : TABLE SATUREE)
      *******************************************************
       1450-AJOUT-CLIENT-DEBUT.

           PERFORM 1750-RECHERCHE-CLIENT-DEBUT
              THRU 1750-RECHERCHE-CLIENT-FIN.
           IF WS-CLIENT-TROUVE-OUI
               GO TO 1450-AJOUT-CLIENT-FIN
           END-IF.

           IF WS-NB-CLIENTS NOT < WS-MAX-CLIENTS
               DISPLAY "--> TABLE DES CLIENTS SATUREE: " WS-CLE-CLIENT
               MOVE "O" TO WS-ANOMALIE
               SET WS-INDICE-CLI TO WS-MAX-CLIENTS
               SET WS-INDICE-CLI UP BY 1
               GO TO 1450-AJOUT-CLIENT-FIN
           END-IF.
           ADD 1 TO WS-NB-CLIENTS.
           SET WS-INDICE-CLI TO WS-NB-CLIENTS.
           INITIALIZE WS-CLI-ENTRY (WS-INDICE-CLI).
           MOVE WS-CLE-CLIENT TO WS-CLI-ID (WS-INDICE-CLI).

       1450-AJOUT-CLIENT-FIN.
           EXIT.

      *******************************************************
      *  CHARGEMENT DES LIENS CLIENTS-CONTRATS
      *******************************************************
       1500-CHARGEMENT-LIENS-DEBUT.

           OPEN INPUT FLIENS.
           IF NOT WS-STATUS-FILE-FLIENS-OK
               GO TO 1500-CHARGEMENT-LIENS-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FLIENS-OK
               READ FLIENS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LIEN-NUMACT IS NUMERIC
                           SET WS-INDICE-CLI TO 1
                           SEARCH WS-CLI-ENTRY
                               AT END
                                   CONTINUE
                               WHEN WS-INDICE-CLI > WS-NB-CLIENTS
                                   CONTINUE
                               WHEN WS-CLI-ID (WS-INDICE-CLI) = LIEN-ID
                                   IF LIEN-NUMACT
                                      NOT = WS-CLI-ASSUR (WS-INDICE-CLI)
                                       MOVE LIEN-NUMACT
                                            TO WS-CONTRAT-NUMACT
                                       MOVE "N"
                                         TO WS-CONTRAT-LIEN-RESILIE
                                       IF LIEN-STATUT = "R"
                                           MOVE "O"
                                         TO WS-CONTRAT-LIEN-RESILIE
                                       END-IF
                                       PERFORM 1550-CONTRAT-CLIENT-DEBUT
                                          THRU 1550-CONTRAT-CLIENT-FIN
                                   END-IF
                           END-SEARCH
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FLIENS.

       1500-CHARGEMENT-LIENS-FIN.
           EXIT.

      *******************************************************
      *  UN CONTRAT DU CLIENT WS-INDICE-CLI : TERMINE S'IL A UNE
      *  FIN CONNUE OU SI SON LIEN EST RESILIE
      *******************************************************
       1550-CONTRAT-CLIENT-DEBUT.

           ADD 1 TO WS-CLI-NB-CONTRATS (WS-INDICE-CLI).
           MOVE "N" TO WS-FIN-TROUVEE.
           SET WS-INDICE-FIN TO 1.
           SEARCH WS-FIN-ENTRY
               AT END
                   CONTINUE
               WHEN WS-INDICE-FIN > WS-NB-FINS
                   CONTINUE
               WHEN WS-FIN-NUMACT (WS-INDICE-FIN) = WS-CONTRAT-NUMACT
                   MOVE "O" TO WS-FIN-TROUVEE
           END-SEARCH.

           IF WS-FIN-TROUVEE-OUI
               ADD 1 TO WS-CLI-NB-FINIS (WS-INDICE-CLI)
               IF WS-FIN-DATE (WS-INDICE-FIN)
                  > WS-CLI-FIN-CONTRATS (WS-INDICE-CLI)
                   MOVE WS-FIN-DATE (WS-INDICE-FIN)
                        TO WS-CLI-FIN-CONTRATS (WS-INDICE-CLI)
                   MOVE WS-FIN-MOTIF (WS-INDICE-FIN)
                        TO WS-CLI-MOTIF-FIN (WS-INDICE-CLI)
               END-IF
           ELSE
               IF WS-CONTRAT-LIEN-RESILIE-OUI
                   ADD 1 TO WS-CLI-NB-FINIS (WS-INDICE-CLI)
                   IF WS-CLI-MOTIF-FIN (WS-INDICE-CLI) = SPACES
                       MOVE "L" TO WS-CLI-MOTIF-FIN (WS-INDICE-CLI)
                   END-IF
               END-IF
           END-IF.

       1550-CONTRAT-CLIENT-FIN.
           EXIT.

      *******************************************************
      *  LECTURE DE L'HISTORIQUE COURANT PUIS DES ARCHIVES
      *  CATALOGUEES ; LES REPORTS A NOUVEAU SONT IGNORES (LES
      *  LIGNES QU'ILS CUMULENT SONT DANS LES ARCHIVES)
      *******************************************************
       1600-LECTURE-HISTORIQUE-DEBUT.

           MOVE "FACTURES-HISTORIQUE.txt" TO WS-NOM-FHIST.
           OPEN INPUT FHIST.
           IF WS-STATUS-FILE-FHIST-OK
               PERFORM 1650-BALAYAGE-HISTORIQUE-DEBUT
                  THRU 1650-BALAYAGE-HISTORIQUE-FIN
           ELSE
               DISPLAY "--> FACTURES-HISTORIQUE.txt ABSENT"
           END-IF.

           OPEN INPUT FARCHCAT.
           IF NOT WS-STATUS-FILE-FARCHCAT-OK
               GO TO 1600-LECTURE-HISTORIQUE-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FARCHCAT-OK
               READ FARCHCAT
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ARC-TYPE-HISTORIQUE
                           MOVE ARC-FICHIER TO WS-NOM-FHIST
                           OPEN INPUT FHIST
                           IF WS-STATUS-FILE-FHIST-OK
                               ADD 1 TO WS-COMPTEUR-ARCHIVES
                               PERFORM 1650-BALAYAGE-HISTORIQUE-DEBUT
                                  THRU 1650-BALAYAGE-HISTORIQUE-FIN
                           ELSE
                               DISPLAY "--> ARCHIVE "
                                       FUNCTION TRIM (ARC-FICHIER)
                                       " ABSENTE"
                               MOVE "O" TO WS-ANOMALIE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FARCHCAT.

       1600-LECTURE-HISTORIQUE-FIN.
           EXIT.

      *******************************************************
      *  BALAYAGE DU FICHIER D'HISTORIQUE OUVERT
      *******************************************************
       1650-BALAYAGE-HISTORIQUE-DEBUT.

           PERFORM UNTIL NOT WS-STATUS-FILE-FHIST-OK
               READ FHIST
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO WS-COMPTEUR-LIGNES
                       PERFORM 1700-LIGNE-HISTORIQUE-DEBUT
                          THRU 1700-LIGNE-HISTORIQUE-FIN
               END-READ
           END-PERFORM.
           CLOSE FHIST.

       1650-BALAYAGE-HISTORIQUE-FIN.
           EXIT.

      *******************************************************
      *  UNE LIGNE D'HISTORIQUE : ENTREE, DERNIERE FACTURATION,
      *  CHIFFRE D'AFFAIRES ET ANNEES FACTUREES DU CLIENT
      *******************************************************
       1700-LIGNE-HISTORIQUE-DEBUT.

           IF HIST-DATE IS NOT NUMERIC
           OR HIST-MONTANT IS NOT NUMERIC
           OR HIST-DATE > WS-DATE-ANALYSE
           OR HIST-CLIENT = SPACES
               GO TO 1700-LIGNE-HISTORIQUE-FIN
           END-IF.
           IF HIST-NUMFACT = ZEROES
           AND HIST-NOM (1:16) = WS-LIBELLE-REPORT
               GO TO 1700-LIGNE-HISTORIQUE-FIN
           END-IF.
           IF HIST-CODE-TVA = SPACES
           AND HIST-NUMACT = SPACES
               ADD 1 TO WS-COMPTEUR-INTERETS
               GO TO 1700-LIGNE-HISTORIQUE-FIN
           END-IF.
      *
      ****** CLIENT CONNU SEULEMENT DE L'HISTORIQUE : CREE AVEC LE
      ****** DEPARTEMENT ET LA SOCIETE DE LA LIGNE
           MOVE HIST-CLIENT TO WS-CLE-CLIENT.
           PERFORM 1750-RECHERCHE-CLIENT-DEBUT
              THRU 1750-RECHERCHE-CLIENT-FIN.
           IF NOT WS-CLIENT-TROUVE-OUI
               IF WS-NB-CLIENTS NOT < WS-MAX-CLIENTS
                   DISPLAY "--> TABLE DES CLIENTS SATUREE: "
                           HIST-CLIENT
                   MOVE "O" TO WS-ANOMALIE
                   GO TO 1700-LIGNE-HISTORIQUE-FIN
               END-IF
               ADD 1 TO WS-NB-CLIENTS
               SET WS-INDICE-CLI TO WS-NB-CLIENTS
               INITIALIZE WS-CLI-ENTRY (WS-INDICE-CLI)
               MOVE HIST-CLIENT  TO WS-CLI-ID (WS-INDICE-CLI)
               MOVE "H"          TO WS-CLI-ORIGINE (WS-INDICE-CLI)
               MOVE HIST-DEPT    TO WS-CLI-DEPT (WS-INDICE-CLI)
               MOVE HIST-SOCIETE TO WS-CLI-SOCIETE (WS-INDICE-CLI)
           END-IF.

           ADD 1 TO WS-COMPTEUR-RETENUES.
           IF WS-CLI-PREMIERE (WS-INDICE-CLI) = ZEROES
           OR HIST-DATE < WS-CLI-PREMIERE (WS-INDICE-CLI)
               MOVE HIST-DATE TO WS-CLI-PREMIERE (WS-INDICE-CLI)
           END-IF.
           IF HIST-DATE > WS-CLI-DERNIERE (WS-INDICE-CLI)
               MOVE HIST-DATE TO WS-CLI-DERNIERE (WS-INDICE-CLI)
           END-IF.
           ADD HIST-MONTANT TO WS-CLI-CA (WS-INDICE-CLI).
           MOVE HIST-DATE (1:4) TO WS-COH-ANNEE.
           IF WS-COH-ANNEE NOT < WS-ANNEE-BASE
               COMPUTE WS-COH-RANG = WS-COH-ANNEE - WS-ANNEE-BASE + 1
               MOVE "O" TO WS-CLI-ANNEE (WS-INDICE-CLI, WS-COH-RANG)
           END-IF.

       1700-LIGNE-HISTORIQUE-FIN.
           EXIT.

      *******************************************************
      *  RECHERCHE DU CLIENT WS-CLE-CLIENT
      *******************************************************
       1750-RECHERCHE-CLIENT-DEBUT.

           MOVE "N" TO WS-CLIENT-TROUVE.
           SET WS-INDICE-CLI TO 1.
           SEARCH WS-CLI-ENTRY
               AT END
                   CONTINUE
               WHEN WS-INDICE-CLI > WS-NB-CLIENTS
                   CONTINUE
               WHEN WS-CLI-ID (WS-INDICE-CLI) = WS-CLE-CLIENT
                   MOVE "O" TO WS-CLIENT-TROUVE
           END-SEARCH.

       1750-RECHERCHE-CLIENT-FIN.
           EXIT.

      *******************************************************
      *  DATE ET MOTIF DE PERTE DE CHAQUE CLIENT FACTURE
      *******************************************************
       2000-CALCUL-PERTES-DEBUT.

           PERFORM VARYING WS-INDICE-CLI FROM 1 BY 1
                   UNTIL WS-INDICE-CLI > WS-NB-CLIENTS
               PERFORM 2100-PERTE-CLIENT-DEBUT
                  THRU 2100-PERTE-CLIENT-FIN
           END-PERFORM.

       2000-CALCUL-PERTES-FIN.
           EXIT.

      *******************************************************
      *  PERTE D'UN CLIENT : TOUS SES CONTRATS TERMINES, OU FICHE
      *  ARCHIVEE ; DATE = DERNIERE FIN CONNUE, A DEFAUT DERNIERE
      *  FACTURATION. UN CLIENT NON ARCHIVE FACTURE APRES CETTE
      *  DATE A ETE RECONQUIS.
      *******************************************************
       2100-PERTE-CLIENT-DEBUT.

           MOVE ZEROES TO WS-CLI-PERTE (WS-INDICE-CLI).
           MOVE SPACES TO WS-CLI-MOTIF (WS-INDICE-CLI).
           IF WS-CLI-PREMIERE (WS-INDICE-CLI) = ZEROES
               GO TO 2100-PERTE-CLIENT-FIN
           END-IF.

           IF WS-CLI-NB-CONTRATS (WS-INDICE-CLI) > ZEROES
           AND WS-CLI-NB-FINIS (WS-INDICE-CLI)
               NOT < WS-CLI-NB-CONTRATS (WS-INDICE-CLI)
               MOVE WS-CLI-MOTIF-FIN (WS-INDICE-CLI)
                    TO WS-CLI-MOTIF (WS-INDICE-CLI)
               IF WS-CLI-FIN-CONTRATS (WS-INDICE-CLI) > ZEROES
                   MOVE WS-CLI-FIN-CONTRATS (WS-INDICE-CLI)
                        TO WS-CLI-PERTE (WS-INDICE-CLI)
               ELSE
                   MOVE WS-CLI-DERNIERE (WS-INDICE-CLI)
                        TO WS-CLI-PERTE (WS-INDICE-CLI)
               END-IF
               IF WS-CLI-ORIGINE (WS-INDICE-CLI) NOT = "A"
               AND WS-CLI-DERNIERE (WS-INDICE-CLI)
                   > WS-CLI-PERTE (WS-INDICE-CLI)
                   MOVE ZEROES TO WS-CLI-PERTE (WS-INDICE-CLI)
                   MOVE SPACES TO WS-CLI-MOTIF (WS-INDICE-CLI)
               END-IF
               GO TO 2100-PERTE-CLIENT-FIN
           END-IF.

           IF WS-CLI-ORIGINE (WS-INDICE-CLI) = "A"
               MOVE "A" TO WS-CLI-MOTIF (WS-INDICE-CLI)
               MOVE WS-CLI-DERNIERE (WS-INDICE-CLI)
                    TO WS-CLI-PERTE (WS-INDICE-CLI)
           END-IF.

       2100-PERTE-CLIENT-FIN.
           EXIT.

      *******************************************************
      *  EDITION DU RAPPORT ET DU CSV
      *******************************************************
       3000-EDITION-DEBUT.

           OPEN OUTPUT FRAPPORT.
           IF NOT WS-STATUS-FILE-FRAPPORT-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FRAPPORT': "
                       WS-STATUS-FILE-FRAPPORT
               MOVE 16 TO RETURN-CODE
               GO TO 3000-EDITION-FIN
           END-IF.
           OPEN OUTPUT FCSV.
           IF NOT WS-STATUS-FILE-FCSV-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FCSV': "
                       WS-STATUS-FILE-FCSV
               CLOSE FRAPPORT
               MOVE 16 TO RETURN-CODE
               GO TO 3000-EDITION-FIN
           END-IF.
      *
      ****** EN-TETE
           MOVE WS-DATE-ANALYSE TO WS-EDIT-DATE.
           MOVE WS-DEBUT-GLISSANT TO WS-EDIT-DATE2.
           MOVE SPACES TO WS-LIGNE.
           STRING "ANALYSE DE L'ATTRITION ET DE LA VALEUR CLIENT - "
                  "TRIMESTRE " WS-ANNEE "-T" WS-TRIMESTRE
                  " - SITUATION AU " WS-EDIT-DATE
                  DELIMITED BY SIZE INTO WS-LIGNE.
           PERFORM 3900-ECRITURE-LIGNE-DEBUT
              THRU 3900-ECRITURE-LIGNE-FIN.
           MOVE ALL "=" TO WS-LIGNE.
           PERFORM 3900-ECRITURE-LIGNE-DEBUT
              THRU 3900-ECRITURE-LIGNE-FIN.

           PERFORM 3100-TRIMESTRES-DEBUT
              THRU 3100-TRIMESTRES-FIN.
           PERFORM 3200-DIMENSIONS-DEBUT
              THRU 3200-DIMENSIONS-FIN.
           PERFORM 3300-EDITION-DIMENSIONS-DEBUT
              THRU 3300-EDITION-DIMENSIONS-FIN.
           PERFORM 3400-ANCIENNETE-VALEUR-DEBUT
              THRU 3400-ANCIENNETE-VALEUR-FIN.
           PERFORM 3500-COHORTES-DEBUT
              THRU 3500-COHORTES-FIN.

           CLOSE FRAPPORT.
           CLOSE FCSV.

       3000-EDITION-FIN.
           EXIT.

      *******************************************************
      *  1. CLIENTS GAGNES ET PERDUS SUR LES HUIT DERNIERS
      *  TRIMESTRES
      *******************************************************
       3100-TRIMESTRES-DEBUT.

           MOVE SPACES TO WS-LIGNE.
           PERFORM 3900-ECRITURE-LIGNE-DEBUT
              THRU 3900-ECRITURE-LIGNE-FIN.
           MOVE "1. CLIENTS GAGNES ET PERDUS PAR TRIMESTRE (TAUX = "
             & "PERDUS / ACTIFS EN DEBUT DE TRIMESTRE)" TO WS-LIGNE.
           PERFORM 3900-ECRITURE-LIGNE-DEBUT
              THRU 3900-ECRITURE-LIGNE-FIN.
           MOVE SPACES TO WS-LIGNE.
           STRING "TRIMESTRE   ACTIFS DEBUT  GAGNES  PERDUS  "
                  "ACTIFS FIN   TAUX %"
                  DELIMITED BY SIZE INTO WS-LIGNE.
           PERFORM 3900-ECRITURE-LIGNE-DEBUT
              THRU 3900-ECRITURE-LIGNE-FIN.
           MOVE ALL "-" TO WS-LIGNE.
           PERFORM 3900-ECRITURE-LIGNE-DEBUT
              THRU 3900-ECRITURE-LIGNE-FIN.

           MOVE "TRIMESTRE;ACTIFS_DEBUT;GAGNES;PERDUS;ACTIFS_FIN;"
             & "TAUX_ATTRITION" TO WS-LIGNE-CSV.
           PERFORM 3910-ECRITURE-CSV-DEBUT
              THRU 3910-ECRITURE-CSV-FIN.
      *
      ****** PREMIER TRIMESTRE EDITE : SEPT TRIMESTRES AVANT
           MOVE WS-ANNEE     TO WS-TRIM-ANNEE.
           MOVE WS-TRIMESTRE TO WS-TRIM-NUMERO.
           PERFORM 7 TIMES
               IF WS-TRIM-NUMERO = 1
                   MOVE 4 TO WS-TRIM-NUMERO
                   SUBTRACT 1 FROM WS-TRIM-ANNEE
               ELSE
                   SUBTRACT 1 FROM WS-TRIM-NUMERO
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-TRIM-RANG FROM 1 BY 1
                   UNTIL WS-TRIM-RANG > 8
               PERFORM 3150-UN-TRIMESTRE-DEBUT
                  THRU 3150-UN-TRIMESTRE-FIN
               IF WS-TRIM-NUMERO = 4
                   MOVE 1 TO WS-TRIM-NUMERO
                   ADD 1 TO WS-TRIM-ANNEE
               ELSE
                   ADD 1 TO WS-TRIM-NUMERO
               END-IF
           END-PERFORM.

       3100-TRIMESTRES-FIN.
           EXIT.

      *******************************************************
      *  UN TRIMESTRE : ACTIFS AU DEBUT, GAGNES, PERDUS, ACTIFS
      *  A LA FIN
      *******************************************************
       3150-UN-TRIMESTRE-DEBUT.

           PERFORM 3160-BORNES-TRIMESTRE-DEBUT
              THRU 3160-BORNES-TRIMESTRE-FIN.
           MOVE ZEROES TO WS-CPT-ACTIFS WS-CPT-GAGNES WS-CPT-PERDUS
                          WS-CPT-FIN.
           PERFORM VARYING WS-INDICE-CLI FROM 1 BY 1
                   UNTIL WS-INDICE-CLI > WS-NB-CLIENTS
               PERFORM 3170-ETAT-CLIENT-DEBUT
                  THRU 3170-ETAT-CLIENT-FIN
               IF WS-ETAT-ACTIF-OUI
                   ADD 1 TO WS-CPT-ACTIFS
               END-IF
               IF WS-ETAT-GAGNE-OUI
                   ADD 1 TO WS-CPT-GAGNES
               END-IF
               IF WS-ETAT-PERDU-OUI
                   ADD 1 TO WS-CPT-PERDUS
               END-IF
               IF WS-ETAT-FIN-ACTIF-OUI
                   ADD 1 TO WS-CPT-FIN
               END-IF
           END-PERFORM.

           MOVE ZEROES TO WS-TAUX.
           IF WS-CPT-ACTIFS > ZEROES
               COMPUTE WS-TAUX ROUNDED =
                       WS-CPT-PERDUS * 100 / WS-CPT-ACTIFS
           END-IF.

           MOVE SPACES TO WS-LIBELLE-TRIM.
           STRING WS-TRIM-ANNEE "-T" WS-TRIM-NUMERO
                  DELIMITED BY SIZE INTO WS-LIBELLE-TRIM.
           MOVE WS-CPT-ACTIFS TO WS-EDIT-NB-1.
           MOVE WS-CPT-GAGNES TO WS-EDIT-NB-2.
           MOVE WS-CPT-PERDUS TO WS-EDIT-NB-3.
           MOVE WS-CPT-FIN    TO WS-EDIT-NB-4.
           MOVE WS-TAUX       TO WS-EDIT-TAUX.
           MOVE SPACES TO WS-LIGNE.
           STRING WS-LIBELLE-TRIM "          "
                  WS-EDIT-NB-1 "   "
                  WS-EDIT-NB-2 "   "
                  WS-EDIT-NB-3 "       "
                  WS-EDIT-NB-4 "   "
                  WS-EDIT-TAUX
                  DELIMITED BY SIZE INTO WS-LIGNE.
           PERFORM 3900-ECRITURE-LIGNE-DEBUT
              THRU 3900-ECRITURE-LIGNE-FIN.

           MOVE WS-CPT-ACTIFS TO WS-CSV-NB-1.
           MOVE WS-CPT-GAGNES TO WS-CSV-NB-2.
           MOVE WS-CPT-PERDUS TO WS-CSV-NB-3.
           MOVE WS-CPT-FIN    TO WS-CSV-NB-4.
           MOVE WS-TAUX       TO WS-CSV-TAUX.
           MOVE SPACES TO WS-LIGNE-CSV.
           STRING WS-LIBELLE-TRIM ";"
                  WS-CSV-NB-1 ";" WS-CSV-NB-2 ";"
                  WS-CSV-NB-3 ";" WS-CSV-NB-4 ";"
                  WS-CSV-TAUX
                  DELIMITED BY SIZE INTO WS-LIGNE-CSV.
           PERFORM 3910-ECRITURE-CSV-DEBUT
              THRU 3910-ECRITURE-CSV-FIN.

       3150-UN-TRIMESTRE-FIN.
           EXIT.

      *******************************************************
      *  BORNES DU TRIMESTRE WS-TRIM-NUMERO DE WS-TRIM-ANNEE
      *******************************************************
       3160-BORNES-TRIMESTRE-DEBUT.

           COMPUTE WS-TRIM-MOIS-DEBUT = (WS-TRIM-NUMERO - 1) * 3 + 1.
           COMPUTE WS-TRIM-MOIS-FIN   = WS-TRIM-NUMERO * 3.
           IF WS-TRIM-NUMERO = 1
           OR WS-TRIM-NUMERO = 4
               MOVE 31 TO WS-TRIM-JOUR-FIN
           ELSE
               MOVE 30 TO WS-TRIM-JOUR-FIN
           END-IF.
           COMPUTE WS-PERIODE-DEBUT = WS-TRIM-ANNEE * 10000
                   + WS-TRIM-MOIS-DEBUT * 100 + 1.
           COMPUTE WS-PERIODE-FIN = WS-TRIM-ANNEE * 10000
                   + WS-TRIM-MOIS-FIN * 100 + WS-TRIM-JOUR-FIN.

       3160-BORNES-TRIMESTRE-FIN.
           EXIT.

      *******************************************************
      *  SITUATION DU CLIENT WS-INDICE-CLI SUR LA PERIODE
      *  [WS-PERIODE-DEBUT, WS-PERIODE-FIN]
      *******************************************************
       3170-ETAT-CLIENT-DEBUT.

           MOVE "N" TO WS-ETAT-ACTIF WS-ETAT-GAGNE WS-ETAT-PERDU
                       WS-ETAT-FIN-ACTIF.
           IF WS-CLI-PREMIERE (WS-INDICE-CLI) = ZEROES
           OR WS-CLI-PREMIERE (WS-INDICE-CLI) > WS-PERIODE-FIN
               GO TO 3170-ETAT-CLIENT-FIN
           END-IF.

           IF WS-CLI-PREMIERE (WS-INDICE-CLI) < WS-PERIODE-DEBUT
               IF WS-CLI-PERTE (WS-INDICE-CLI) = ZEROES
               OR WS-CLI-PERTE (WS-INDICE-CLI) NOT < WS-PERIODE-DEBUT
                   MOVE "O" TO WS-ETAT-ACTIF
               END-IF
           ELSE
               MOVE "O" TO WS-ETAT-GAGNE
           END-IF.

           IF WS-CLI-PERTE (WS-INDICE-CLI) NOT < WS-PERIODE-DEBUT
           AND WS-CLI-PERTE (WS-INDICE-CLI) NOT > WS-PERIODE-FIN
               MOVE "O" TO WS-ETAT-PERDU
           END-IF.

           IF WS-CLI-PERTE (WS-INDICE-CLI) = ZEROES
           OR WS-CLI-PERTE (WS-INDICE-CLI) > WS-PERIODE-FIN
               MOVE "O" TO WS-ETAT-FIN-ACTIF
           END-IF.

       3170-ETAT-CLIENT-FIN.
           EXIT.

      *******************************************************
      *  2. CUMULS PAR DEPARTEMENT, REGION, SOCIETE ET AGENCE
      *  SUR LES DOUZE MOIS GLISSANTS
      *******************************************************
       3200-DIMENSIONS-DEBUT.

           MOVE WS-DEBUT-GLISSANT TO WS-PERIODE-DEBUT.
           MOVE WS-DATE-ANALYSE   TO WS-PERIODE-FIN.
           PERFORM VARYING WS-INDICE-CLI FROM 1 BY 1
                   UNTIL WS-INDICE-CLI > WS-NB-CLIENTS
               IF WS-CLI-PREMIERE (WS-INDICE-CLI) NOT = ZEROES
                   PERFORM 3170-ETAT-CLIENT-DEBUT
                      THRU 3170-ETAT-CLIENT-FIN
                   PERFORM 3210-ANCIENNETE-CLIENT-DEBUT
                      THRU 3210-ANCIENNETE-CLIENT-FIN
      *
      ****** DEPARTEMENT
                   MOVE 1 TO WS-DIM-TYPE-CHERCHE
                   MOVE WS-CLI-DEPT (WS-INDICE-CLI)
                        TO WS-DIM-CLE-CHERCHEE
                   PERFORM 3250-CUMUL-DIMENSION-DEBUT
                      THRU 3250-CUMUL-DIMENSION-FIN
      *
      ****** REGION DU DEPARTEMENT
                   MOVE 2 TO WS-DIM-TYPE-CHERCHE
                   MOVE "REGION INCONNUE" TO WS-DIM-CLE-CHERCHEE
                   SET WS-INDICE-DEP TO 1
                   SEARCH WS-DEP-ENTRY
                       AT END
                           CONTINUE
                       WHEN WS-INDICE-DEP > WS-NB-DEPTS
                           CONTINUE
                       WHEN WS-DEP-ID (WS-INDICE-DEP)
                            = WS-CLI-DEPT (WS-INDICE-CLI)
                           MOVE WS-DEP-REGION (WS-INDICE-DEP)
                                TO WS-DIM-CLE-CHERCHEE
                   END-SEARCH
                   PERFORM 3250-CUMUL-DIMENSION-DEBUT
                      THRU 3250-CUMUL-DIMENSION-FIN
      *
      ****** SOCIETE
                   MOVE 3 TO WS-DIM-TYPE-CHERCHE
                   MOVE WS-CLI-SOCIETE (WS-INDICE-CLI)
                        TO WS-DIM-CLE-CHERCHEE
                   PERFORM 3250-CUMUL-DIMENSION-DEBUT
                      THRU 3250-CUMUL-DIMENSION-FIN
      *
      ****** AGENCE D'ORIGINE
                   MOVE 4 TO WS-DIM-TYPE-CHERCHE
                   MOVE "SANS AGENCE" TO WS-DIM-CLE-CHERCHEE
                   SET WS-INDICE-AGE TO 1
                   SEARCH WS-AGE-ENTRY
                       AT END
                           CONTINUE
                       WHEN WS-INDICE-AGE > WS-NB-AGENCES
                           CONTINUE
                       WHEN WS-AGE-ID (WS-INDICE-AGE)
                            = WS-CLI-ID (WS-INDICE-CLI)
                           MOVE WS-AGE-AGENCE (WS-INDICE-AGE)
                                TO WS-AGENCE-NUM
                           MOVE SPACES TO WS-DIM-CLE-CHERCHEE
                           STRING "AGENCE " WS-AGENCE-NUM
                                  DELIMITED BY SIZE
                                  INTO WS-DIM-CLE-CHERCHEE
                   END-SEARCH
                   PERFORM 3250-CUMUL-DIMENSION-DEBUT
                      THRU 3250-CUMUL-DIMENSION-FIN
               END-IF
           END-PERFORM.

       3200-DIMENSIONS-FIN.
           EXIT.

      *******************************************************
      *  ANCIENNETE EN MOIS DU CLIENT WS-INDICE-CLI : DE
      *  L'ENTREE A LA PERTE, OU A LA DATE D'ANALYSE
      *******************************************************
       3210-ANCIENNETE-CLIENT-DEBUT.

           MOVE WS-CLI-PREMIERE (WS-INDICE-CLI) TO WS-MOIS-DATE1.
           IF WS-CLI-PERTE (WS-INDICE-CLI) NOT = ZEROES
               MOVE WS-CLI-PERTE (WS-INDICE-CLI) TO WS-MOIS-DATE2
           ELSE
               MOVE WS-DATE-ANALYSE TO WS-MOIS-DATE2
           END-IF.
           PERFORM 9000-ECART-MOIS-DEBUT
              THRU 9000-ECART-MOIS-FIN.

       3210-ANCIENNETE-CLIENT-FIN.
           EXIT.

      *******************************************************
      *  CUMUL DU CLIENT COURANT SOUS LA CLE (TYPE, CLE) ; LA
      *  CLE ABSENTE EST INSEREE A SA PLACE DANS L'ORDRE
      *******************************************************
       3250-CUMUL-DIMENSION-DEBUT.

           IF WS-DIM-CLE-CHERCHEE = SPACES
               MOVE "NON RENSEIGNE" TO WS-DIM-CLE-CHERCHEE
           END-IF.
      *
      ****** POSITION DE LA CLE (OU D'INSERTION)
           MOVE ZEROES TO WS-DIM-POSITION.
           PERFORM VARYING WS-INDICE-DIM FROM 1 BY 1
                   UNTIL WS-INDICE-DIM > WS-NB-DIMENSIONS
                      OR WS-DIM-POSITION NOT = ZEROES
               IF WS-DIM-TYPE (WS-INDICE-DIM) > WS-DIM-TYPE-CHERCHE
               OR (WS-DIM-TYPE (WS-INDICE-DIM) = WS-DIM-TYPE-CHERCHE
                   AND WS-DIM-CLE (WS-INDICE-DIM)
                       NOT < WS-DIM-CLE-CHERCHEE)
                   SET WS-DIM-POSITION TO WS-INDICE-DIM
               END-IF
           END-PERFORM.

           IF WS-DIM-POSITION NOT = ZEROES
               SET WS-INDICE-DIM TO WS-DIM-POSITION
               IF WS-DIM-TYPE (WS-INDICE-DIM) = WS-DIM-TYPE-CHERCHE
               AND WS-DIM-CLE (WS-INDICE-DIM) = WS-DIM-CLE-CHERCHEE
                   GO TO 3250-CUMUL-DIMENSION-AJOUT
               END-IF
           END-IF.
      *
      ****** INSERTION : DECALAGE DES POSTES SUIVANTS
           IF WS-NB-DIMENSIONS NOT < WS-MAX-DIMENSIONS
               DISPLAY "--> TABLE DES DIMENSIONS SATUREE"
               MOVE "O" TO WS-ANOMALIE
               GO TO 3250-CUMUL-DIMENSION-FIN
           END-IF.
           IF WS-DIM-POSITION = ZEROES
               COMPUTE WS-DIM-POSITION = WS-NB-DIMENSIONS + 1
           END-IF.
           PERFORM VARYING WS-DIM-DEPLACE FROM WS-NB-DIMENSIONS BY -1
                   UNTIL WS-DIM-DEPLACE < WS-DIM-POSITION
               SET WS-INDICE-DIM  TO WS-DIM-DEPLACE
               SET WS-INDICE-DIM2 TO WS-DIM-DEPLACE
               SET WS-INDICE-DIM2 UP BY 1
               MOVE WS-DIM-ENTRY (WS-INDICE-DIM)
                    TO WS-DIM-ENTRY (WS-INDICE-DIM2)
           END-PERFORM.
           ADD 1 TO WS-NB-DIMENSIONS.
           SET WS-INDICE-DIM TO WS-DIM-POSITION.
           INITIALIZE WS-DIM-ENTRY (WS-INDICE-DIM).
           MOVE WS-DIM-TYPE-CHERCHE TO WS-DIM-TYPE (WS-INDICE-DIM).
           MOVE WS-DIM-CLE-CHERCHEE TO WS-DIM-CLE (WS-INDICE-DIM).

       3250-CUMUL-DIMENSION-AJOUT.
           ADD 1 TO WS-DIM-CLIENTS (WS-INDICE-DIM).
           ADD WS-CLI-CA (WS-INDICE-CLI) TO WS-DIM-CA (WS-INDICE-DIM).
           IF WS-ETAT-ACTIF-OUI
               ADD 1 TO WS-DIM-ACTIFS (WS-INDICE-DIM)
           END-IF.
           IF WS-ETAT-GAGNE-OUI
               ADD 1 TO WS-DIM-GAGNES (WS-INDICE-DIM)
           END-IF.
           IF WS-ETAT-PERDU-OUI
               ADD 1 TO WS-DIM-PERDUS (WS-INDICE-DIM)
               ADD WS-MOIS-RESULTAT
                   TO WS-DIM-MOIS-PERDUS (WS-INDICE-DIM)
           END-IF.

       3250-CUMUL-DIMENSION-FIN.
           EXIT.

      *******************************************************
      *  EDITION DES CUMULS PAR DIMENSION
      *******************************************************
       3300-EDITION-DIMENSIONS-DEBUT.

           MOVE SPACES TO WS-LIGNE.
           PERFORM 3900-ECRITURE-LIGNE-DEBUT
              THRU 3900-ECRITURE-LIGNE-FIN.
           MOVE SPACES TO WS-LIGNE.
           STRING "2. ATTRITION SUR DOUZE MOIS GLISSANTS DU "
                  WS-EDIT-DATE2 " AU " WS-EDIT-DATE
                  " (TAUX = PERDUS / ACTIFS AU DEBUT)"
                  DELIMITED BY SIZE INTO WS-LIGNE.
           PERFORM 3900-ECRITURE-LIGNE-DEBUT
              THRU 3900-ECRITURE-LIGNE-FIN.

           MOVE SPACES TO WS-LIGNE-CSV.
           PERFORM 3910-ECRITURE-CSV-DEBUT
              THRU 3910-ECRITURE-CSV-FIN.
           MOVE "DIMENSION;CLE;CLIENTS;ACTIFS_DEBUT;GAGNES;PERDUS;"
             & "TAUX_ATTRITION;ANCIENNETE_PERDUS_MOIS;CA_VIE_MOYEN"
                TO WS-LIGNE-CSV.
           PERFORM 3910-ECRITURE-CSV-DEBUT
              THRU 3910-ECRITURE-CSV-FIN.

           MOVE ZEROES TO WS-DIM-TYPE-COURANT.
           PERFORM VARYING WS-INDICE-DIM FROM 1 BY 1
                   UNTIL WS-INDICE-DIM > WS-NB-DIMENSIONS
               IF WS-DIM-TYPE (WS-INDICE-DIM) NOT = WS-DIM-TYPE-COURANT
                   MOVE WS-DIM-TYPE (WS-INDICE-DIM)
                        TO WS-DIM-TYPE-COURANT
                   PERFORM 3310-ENTETE-DIMENSION-DEBUT
                      THRU 3310-ENTETE-DIMENSION-FIN
               END-IF
               PERFORM 3350-LIGNE-DIMENSION-DEBUT
                  THRU 3350-LIGNE-DIMENSION-FIN
           END-PERFORM.

       3300-EDITION-DIMENSIONS-FIN.
           EXIT.

      *******************************************************
      *  EN-TETE D'UNE DIMENSION
      *******************************************************
       3310-ENTETE-DIMENSION-DEBUT.

           EVALUATE WS-DIM-TYPE-COURANT
               WHEN 1 MOVE "DEPARTEMENT" TO WS-LIBELLE-DIMENSION
               WHEN 2 MOVE "REGION"      TO WS-LIBELLE-DIMENSION
               WHEN 3 MOVE "SOCIETE"     TO WS-LIBELLE-DIMENSION
               WHEN OTHER MOVE "AGENCE"  TO WS-LIBELLE-DIMENSION
           END-EVALUATE.

           MOVE SPACES TO WS-LIGNE.
           PERFORM 3900-ECRITURE-LIGNE-DEBUT
              THRU 3900-ECRITURE-LIGNE-FIN.
           MOVE SPACES TO WS-LIGNE.
           STRING WS-LIBELLE-DIMENSION "                "
                  "CLIENTS  ACTIFS  GAGNES  PERDUS  TAUX %  "
                  "ANC. PERDUS (MOIS)  CA DE VIE MOYEN"
                  DELIMITED BY SIZE INTO WS-LIGNE.
           PERFORM 3900-ECRITURE-LIGNE-DEBUT
              THRU 3900-ECRITURE-LIGNE-FIN.
           MOVE ALL "-" TO WS-LIGNE.
           PERFORM 3900-ECRITURE-LIGNE-DEBUT
              THRU 3900-ECRITURE-LIGNE-FIN.

       3310-ENTETE-DIMENSION-FIN.
           EXIT.

      *******************************************************
      *  UNE LIGNE DE DIMENSION
      *******************************************************
       3350-LIGNE-DIMENSION-DEBUT.

           MOVE ZEROES TO WS-TAUX.
           IF WS-DIM-ACTIFS (WS-INDICE-DIM) > ZEROES
               COMPUTE WS-TAUX ROUNDED = WS-DIM-PERDUS (WS-INDICE-DIM)
                       * 100 / WS-DIM-ACTIFS (WS-INDICE-DIM)
           END-IF.
           MOVE ZEROES TO WS-MOYENNE-MOIS.
           IF WS-DIM-PERDUS (WS-INDICE-DIM) > ZEROES
               COMPUTE WS-MOYENNE-MOIS ROUNDED =
                       WS-DIM-MOIS-PERDUS (WS-INDICE-DIM)
                       / WS-DIM-PERDUS (WS-INDICE-DIM)
           END-IF.
           MOVE ZEROES TO WS-MOYENNE-CA.
           IF WS-DIM-CLIENTS (WS-INDICE-DIM) > ZEROES
               COMPUTE WS-MOYENNE-CA ROUNDED =
                       WS-DIM-CA (WS-INDICE-DIM)
                       / WS-DIM-CLIENTS (WS-INDICE-DIM)
           END-IF.

           MOVE WS-DIM-CLIENTS (WS-INDICE-DIM) TO WS-EDIT-NB-1.
           MOVE WS-DIM-ACTIFS (WS-INDICE-DIM)  TO WS-EDIT-NB-2.
           MOVE WS-DIM-GAGNES (WS-INDICE-DIM)  TO WS-EDIT-NB-3.
           MOVE WS-DIM-PERDUS (WS-INDICE-DIM)  TO WS-EDIT-NB-4.
           MOVE WS-TAUX         TO WS-EDIT-TAUX.
           MOVE WS-MOYENNE-MOIS TO WS-EDIT-MOIS.
           MOVE WS-MOYENNE-CA   TO WS-EDIT-MT.
           MOVE SPACES TO WS-LIGNE.
           STRING WS-DIM-CLE (WS-INDICE-DIM) " "
                  WS-EDIT-NB-1 "   " WS-EDIT-NB-2 "   "
                  WS-EDIT-NB-3 "   " WS-EDIT-NB-4 "  "
                  WS-EDIT-TAUX "              "
                  WS-EDIT-MOIS "   " WS-EDIT-MT
                  DELIMITED BY SIZE INTO WS-LIGNE.
           PERFORM 3900-ECRITURE-LIGNE-DEBUT
              THRU 3900-ECRITURE-LIGNE-FIN.

           MOVE WS-DIM-CLIENTS (WS-INDICE-DIM) TO WS-CSV-NB-1.
           MOVE WS-DIM-ACTIFS (WS-INDICE-DIM)  TO WS-CSV-NB-2.
           MOVE WS-DIM-GAGNES (WS-INDICE-DIM)  TO WS-CSV-NB-3.
           MOVE WS-DIM-PERDUS (WS-INDICE-DIM)  TO WS-CSV-NB-4.
           MOVE WS-TAUX         TO WS-CSV-TAUX.
           MOVE WS-MOYENNE-MOIS TO WS-CSV-MOIS.
           MOVE WS-MOYENNE-CA   TO WS-CSV-MT.
           MOVE SPACES TO WS-LIGNE-CSV.
           MOVE 1 TO WS-PTR.
           STRING WS-LIBELLE-DIMENSION DELIMITED BY SPACE
                  ";" DELIMITED BY SIZE
                  WS-DIM-CLE (WS-INDICE-DIM) DELIMITED BY "  "
                  ";" WS-CSV-NB-1 ";" WS-CSV-NB-2 ";"
                  WS-CSV-NB-3 ";" WS-CSV-NB-4 ";"
                  WS-CSV-TAUX ";" WS-CSV-MOIS ";" WS-CSV-MT
                  DELIMITED BY SIZE
                  INTO WS-LIGNE-CSV WITH POINTER WS-PTR.
           PERFORM 3910-ECRITURE-CSV-DEBUT
              THRU 3910-ECRITURE-CSV-FIN.

       3350-LIGNE-DIMENSION-FIN.
           EXIT.

      *******************************************************
      *  3. ANCIENNETE MOYENNE ET VALEUR DE VIE
      *******************************************************
       3400-ANCIENNETE-VALEUR-DEBUT.

           PERFORM VARYING WS-INDICE-CLI FROM 1 BY 1
                   UNTIL WS-INDICE-CLI > WS-NB-CLIENTS
               IF WS-CLI-PREMIERE (WS-INDICE-CLI) = ZEROES
                   ADD 1 TO WS-NB-JAMAIS
               ELSE
                   ADD 1 TO WS-NB-ANALYSES
                   PERFORM 3210-ANCIENNETE-CLIENT-DEBUT
                      THRU 3210-ANCIENNETE-CLIENT-FIN
                   ADD WS-MOIS-RESULTAT TO WS-MOIS-TOUS
                   ADD WS-CLI-CA (WS-INDICE-CLI) TO WS-CA-TOUS
                   IF WS-CLI-PERTE (WS-INDICE-CLI) NOT = ZEROES
                       ADD 1 TO WS-NB-PERDUS-TOTAL
                       ADD WS-MOIS-RESULTAT TO WS-MOIS-PERDUS
                       ADD WS-CLI-CA (WS-INDICE-CLI) TO WS-CA-PERDUS
                   ELSE
                       ADD 1 TO WS-NB-ACTIFS-FIN
                   END-IF
               END-IF
           END-PERFORM.

           MOVE SPACES TO WS-LIGNE.
           PERFORM 3900-ECRITURE-LIGNE-DEBUT
              THRU 3900-ECRITURE-LIGNE-FIN.
           MOVE "3. ANCIENNETE (MOIS, DE LA PREMIERE FACTURATION A LA "
             & "PERTE OU A LA DATE D'ANALYSE) ET VALEUR DE VIE (HT)"
                TO WS-LIGNE.
           PERFORM 3900-ECRITURE-LIGNE-DEBUT
              THRU 3900-ECRITURE-LIGNE-FIN.
           MOVE SPACES TO WS-LIGNE.
           STRING "POPULATION                  CLIENTS  "
                  "ANCIENNETE MOY.    CA DE VIE TOTAL    "
                  "CA DE VIE MOYEN"
                  DELIMITED BY SIZE INTO WS-LIGNE.
           PERFORM 3900-ECRITURE-LIGNE-DEBUT
              THRU 3900-ECRITURE-LIGNE-FIN.
           MOVE ALL "-" TO WS-LIGNE.
           PERFORM 3900-ECRITURE-LIGNE-DEBUT
              THRU 3900-ECRITURE-LIGNE-FIN.

           MOVE SPACES TO WS-LIGNE-CSV.
           PERFORM 3910-ECRITURE-CSV-DEBUT
              THRU 3910-ECRITURE-CSV-FIN.
           MOVE "POPULATION;CLIENTS;ANCIENNETE_MOIS;CA_VIE_TOTAL;"
             & "CA_VIE_MOYEN" TO WS-LIGNE-CSV.
           PERFORM 3910-ECRITURE-CSV-DEBUT
              THRU 3910-ECRITURE-CSV-FIN.

           MOVE "TOUS LES CLIENTS" TO WS-DIM-CLE-CHERCHEE.
           MOVE WS-NB-ANALYSES TO WS-CPT-ACTIFS.
           MOVE WS-MOIS-TOUS   TO WS-MOIS-RESULTAT.
           MOVE WS-CA-TOUS     TO WS-MOYENNE-CA.
           PERFORM 3450-LIGNE-POPULATION-DEBUT
              THRU 3450-LIGNE-POPULATION-FIN.
           MOVE "CLIENTS PERDUS" TO WS-DIM-CLE-CHERCHEE.
           MOVE WS-NB-PERDUS-TOTAL TO WS-CPT-ACTIFS.
           MOVE WS-MOIS-PERDUS TO WS-MOIS-RESULTAT.
           MOVE WS-CA-PERDUS   TO WS-MOYENNE-CA.
           PERFORM 3450-LIGNE-POPULATION-DEBUT
              THRU 3450-LIGNE-POPULATION-FIN.
           COMPUTE WS-CPT-ACTIFS = WS-NB-ANALYSES - WS-NB-PERDUS-TOTAL.
           MOVE "CLIENTS ACTIFS" TO WS-DIM-CLE-CHERCHEE.
           COMPUTE WS-MOIS-RESULTAT = WS-MOIS-TOUS - WS-MOIS-PERDUS.
           COMPUTE WS-MOYENNE-CA = WS-CA-TOUS - WS-CA-PERDUS.
           PERFORM 3450-LIGNE-POPULATION-DEBUT
              THRU 3450-LIGNE-POPULATION-FIN.

       3400-ANCIENNETE-VALEUR-FIN.
           EXIT.

      *******************************************************
      *  UNE POPULATION : WS-CPT-ACTIFS CLIENTS, WS-MOIS-RESULTAT
      *  MOIS CUMULES, WS-MOYENNE-CA CHIFFRE D'AFFAIRES CUMULE
      *******************************************************
       3450-LIGNE-POPULATION-DEBUT.

           MOVE WS-MOYENNE-CA TO WS-EDIT-MT.
           MOVE WS-MOYENNE-CA TO WS-CSV-MT.
           MOVE ZEROES TO WS-MOYENNE-MOIS.
           IF WS-CPT-ACTIFS > ZEROES
               COMPUTE WS-MOYENNE-MOIS ROUNDED =
                       WS-MOIS-RESULTAT / WS-CPT-ACTIFS
               COMPUTE WS-MOYENNE-CA ROUNDED =
                       WS-MOYENNE-CA / WS-CPT-ACTIFS
           ELSE
               MOVE ZEROES TO WS-MOYENNE-CA
           END-IF.
           MOVE WS-CPT-ACTIFS   TO WS-EDIT-NB-1 WS-CSV-NB-1.
           MOVE WS-MOYENNE-MOIS TO WS-EDIT-MOIS WS-CSV-MOIS.
           MOVE WS-MOYENNE-CA   TO WS-EDIT-MT2 WS-CSV-MT2.

           MOVE SPACES TO WS-LIGNE.
           STRING WS-DIM-CLE-CHERCHEE " "
                  WS-EDIT-NB-1 "           "
                  WS-EDIT-MOIS "  "
                  WS-EDIT-MT "  " WS-EDIT-MT2
                  DELIMITED BY SIZE INTO WS-LIGNE.
           PERFORM 3900-ECRITURE-LIGNE-DEBUT
              THRU 3900-ECRITURE-LIGNE-FIN.

           MOVE SPACES TO WS-LIGNE-CSV.
           MOVE 1 TO WS-PTR.
           STRING WS-DIM-CLE-CHERCHEE DELIMITED BY "  "
                  ";" WS-CSV-NB-1 ";" WS-CSV-MOIS ";"
                  WS-CSV-MT ";" WS-CSV-MT2
                  DELIMITED BY SIZE
                  INTO WS-LIGNE-CSV WITH POINTER WS-PTR.
           PERFORM 3910-ECRITURE-CSV-DEBUT
              THRU 3910-ECRITURE-CSV-FIN.

       3450-LIGNE-POPULATION-FIN.
           EXIT.

      *******************************************************
      *  4. COHORTES : CLIENTS ENTRES L'ANNEE N ENCORE FACTURES
      *  LES ANNEES SUIVANTES
      *******************************************************
       3500-COHORTES-DEBUT.

           INITIALIZE WS-TABLE-COHORTES.
           PERFORM VARYING WS-INDICE-CLI FROM 1 BY 1
                   UNTIL WS-INDICE-CLI > WS-NB-CLIENTS
               IF WS-CLI-PREMIERE (WS-INDICE-CLI) NOT = ZEROES
                   MOVE WS-CLI-PREMIERE (WS-INDICE-CLI) (1:4)
                        TO WS-COH-ANNEE
                   IF WS-COH-ANNEE < WS-ANNEE-BASE
                       ADD 1 TO WS-NB-ANTERIEURS
                   ELSE
                       COMPUTE WS-COH-RANG =
                               WS-COH-ANNEE - WS-ANNEE-BASE + 1
                       ADD 1 TO WS-COH-EFFECTIF (WS-COH-RANG)
                       PERFORM VARYING WS-COH-COLONNE FROM WS-COH-RANG
                               BY 1 UNTIL WS-COH-COLONNE > 10
                           IF WS-CLI-ANNEE (WS-INDICE-CLI,
                                            WS-COH-COLONNE) = "O"
                               COMPUTE WS-COH-ECART =
                                       WS-COH-COLONNE - WS-COH-RANG + 1
                               ADD 1 TO WS-COH-FACTURES (WS-COH-RANG,
                                                         WS-COH-ECART)
                           END-IF
                       END-PERFORM
                   END-IF
               END-IF
           END-PERFORM.

           MOVE SPACES TO WS-LIGNE.
           PERFORM 3900-ECRITURE-LIGNE-DEBUT
              THRU 3900-ECRITURE-LIGNE-FIN.
           MOVE "4. COHORTES : CLIENTS ENTRES L'ANNEE N ENCORE "
             & "FACTURES EN N+1, N+2... (NOMBRE ET % DE LA COHORTE)"
                TO WS-LIGNE.
           PERFORM 3900-ECRITURE-LIGNE-DEBUT
              THRU 3900-ECRITURE-LIGNE-FIN.
           MOVE SPACES TO WS-LIGNE.
           STRING "ANNEE ENTRES   N     N+1        N+2        N+3"
                  "        N+4        N+5        N+6        N+7"
                  "        N+8        N+9"
                  DELIMITED BY SIZE INTO WS-LIGNE.
           PERFORM 3900-ECRITURE-LIGNE-DEBUT
              THRU 3900-ECRITURE-LIGNE-FIN.
           MOVE ALL "-" TO WS-LIGNE.
           PERFORM 3900-ECRITURE-LIGNE-DEBUT
              THRU 3900-ECRITURE-LIGNE-FIN.

           MOVE SPACES TO WS-LIGNE-CSV.
           PERFORM 3910-ECRITURE-CSV-DEBUT
              THRU 3910-ECRITURE-CSV-FIN.
           MOVE "COHORTE;ENTRES;N;N+1;N+2;N+3;N+4;N+5;N+6;N+7;N+8;N+9"
                TO WS-LIGNE-CSV.
           PERFORM 3910-ECRITURE-CSV-DEBUT
              THRU 3910-ECRITURE-CSV-FIN.

           PERFORM VARYING WS-COH-RANG FROM 1 BY 1
                   UNTIL WS-COH-RANG > 10
               PERFORM 3550-LIGNE-COHORTE-DEBUT
                  THRU 3550-LIGNE-COHORTE-FIN
           END-PERFORM.

           IF WS-NB-ANTERIEURS > ZEROES
               MOVE WS-NB-ANTERIEURS TO WS-EDIT-NB-1
               MOVE SPACES TO WS-LIGNE
               STRING "CLIENTS ENTRES AVANT " WS-ANNEE-BASE
                      " (HORS COHORTES): " WS-EDIT-NB-1
                      DELIMITED BY SIZE INTO WS-LIGNE
               PERFORM 3900-ECRITURE-LIGNE-DEBUT
                  THRU 3900-ECRITURE-LIGNE-FIN
           END-IF.

       3500-COHORTES-FIN.
           EXIT.

      *******************************************************
      *  UNE COHORTE : EFFECTIF PUIS, POUR CHAQUE ANNEE ECOULEE
      *  JUSQU'A L'ANNEE ANALYSEE, NOMBRE ET POURCENTAGE (ANNEE
      *  SANS ENTREE NON EDITEE)
      *******************************************************
       3550-LIGNE-COHORTE-DEBUT.

           IF WS-COH-EFFECTIF (WS-COH-RANG) = ZEROES
               GO TO 3550-LIGNE-COHORTE-FIN
           END-IF.
           COMPUTE WS-COH-ANNEE = WS-ANNEE-BASE + WS-COH-RANG - 1.
           MOVE WS-COH-EFFECTIF (WS-COH-RANG) TO WS-EDIT-NB-1
                                                 WS-CSV-NB-1.
           MOVE SPACES TO WS-LIGNE.
           MOVE 1 TO WS-PTR.
           STRING WS-COH-ANNEE " " WS-EDIT-NB-1
                  DELIMITED BY SIZE
                  INTO WS-LIGNE WITH POINTER WS-PTR.
           MOVE SPACES TO WS-LIGNE-CSV.
           MOVE 1 TO WS-PTR-CSV.
           STRING WS-COH-ANNEE ";" WS-CSV-NB-1
                  DELIMITED BY SIZE
                  INTO WS-LIGNE-CSV WITH POINTER WS-PTR-CSV.

           PERFORM VARYING WS-COH-COLONNE FROM 1 BY 1
                   UNTIL WS-COH-COLONNE > 11 - WS-COH-RANG
               MOVE ZEROES TO WS-TAUX
               IF WS-COH-EFFECTIF (WS-COH-RANG) > ZEROES
                   COMPUTE WS-TAUX ROUNDED =
                       WS-COH-FACTURES (WS-COH-RANG, WS-COH-COLONNE)
                       * 100 / WS-COH-EFFECTIF (WS-COH-RANG)
               END-IF
               MOVE WS-COH-FACTURES (WS-COH-RANG, WS-COH-COLONNE)
                    TO WS-EDIT-NB-2 WS-CSV-NB-3
               MOVE WS-TAUX TO WS-EDIT-PCT
               STRING " " WS-EDIT-NB-2 " " WS-EDIT-PCT "%"
                      DELIMITED BY SIZE
                      INTO WS-LIGNE WITH POINTER WS-PTR
               STRING ";" WS-CSV-NB-3
                      DELIMITED BY SIZE
                      INTO WS-LIGNE-CSV WITH POINTER WS-PTR-CSV
           END-PERFORM.

           PERFORM 3900-ECRITURE-LIGNE-DEBUT
              THRU 3900-ECRITURE-LIGNE-FIN.
           PERFORM 3910-ECRITURE-CSV-DEBUT
              THRU 3910-ECRITURE-CSV-FIN.

       3550-LIGNE-COHORTE-FIN.
           EXIT.

      *******************************************************
      *  ECRITURE D'UNE LIGNE DU RAPPORT
      *******************************************************
       3900-ECRITURE-LIGNE-DEBUT.

           MOVE WS-LIGNE TO RRAPPORT.
           WRITE RRAPPORT.

       3900-ECRITURE-LIGNE-FIN.
           EXIT.

      *******************************************************
      *  ECRITURE D'UNE LIGNE DU CSV
      *******************************************************
       3910-ECRITURE-CSV-DEBUT.

           MOVE WS-LIGNE-CSV TO RCSV.
           WRITE RCSV.

       3910-ECRITURE-CSV-FIN.
           EXIT.

      *******************************************************
      *  ECART EN MOIS ENTIERS DE WS-MOIS-DATE1 A WS-MOIS-DATE2
      *  (UN MOIS COMMENCE N'EST COMPTE QUE S'IL EST ACHEVE)
      *******************************************************
       9000-ECART-MOIS-DEBUT.

           MOVE ZEROES TO WS-MOIS-RESULTAT.
           IF WS-MOIS-DATE2 NOT > WS-MOIS-DATE1
               GO TO 9000-ECART-MOIS-FIN
           END-IF.
           COMPUTE WS-MOIS-RESULTAT =
                   (WS-MOIS-A2 * 12 + WS-MOIS-M2)
                 - (WS-MOIS-A1 * 12 + WS-MOIS-M1).
           IF WS-MOIS-J2 < WS-MOIS-J1
           AND WS-MOIS-RESULTAT > ZEROES
               SUBTRACT 1 FROM WS-MOIS-RESULTAT
           END-IF.

       9000-ECART-MOIS-FIN.
           EXIT.
