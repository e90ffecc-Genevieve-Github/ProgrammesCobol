       IDENTIFICATION DIVISION.
       PROGRAM-ID. ECHAUDIT.
       AUTHOR. GENEVIEVE GIANNASI.
       INSTALLATION. PERSONAL PC.
       DATE-WRITTEN. 15-10-2026.
       DATE-COMPILED. 15-10-2026.
       SECURITY. NON-CONFIDENTIAL.
      ******************************************************************
      * OBJECTIF:
      * Echantillonnage statistique des factures pour les
      * commissaires aux comptes, avec le dossier justificatif
      * complet de chaque facture tiree : preparer ces justificatifs
      * demandait de relancer REQHIST, LETTRAGE et TRACECLI et de
      * parcourir FACTURES-COMPTA.txt pour chaque piece.
      *
      * Population : les factures de FACTURES-HISTORIQUE.txt et de
      * ses archives de fin de periode (ARCHIVES-PERIODE-CATALOGUE
      * .txt) datees dans la periode saisie, hors lignes de REPORT A
      * NOUVEAU. Elle est triee par numero de facture puis date et
      * conservee dans AUDIT-POPULATION.txt : le rang d'une facture
      * est son numero de ligne dans ce fichier.
      *
      * Parametres saisis : periode (AAAAMMJJ, defaut l'annee civile
      * precedente), methode (A aleatoire simple, M unite
      * monetaire), taille de l'echantillon, graine (defaut : tiree
      * de l'horloge, toujours editee) et seuil d'inclusion forcee
      * en euros TTC (0 = aucun).
      *   - INCLUSION FORCEE : toute facture d'un TTC au moins egal
      *     au seuil est retenue et sortie de la population tiree ;
      *   - ALEATOIRE : tirage sans remise. Generateur de Park et
      *     Miller : X(n+1) = 16807 * X(n) modulo 2147483647, X(0)
      *     = graine ; rang tire = partie entiere de
      *     X * N / 2147483647 + 1 (N = population) ; un rang deja
      *     retenu ou force est ignore et l'on tire a nouveau ;
      *   - UNITE MONETAIRE : l'intervalle I est le TTC total en
      *     centimes des factures non forcees divise par la taille ;
      *     depart D = partie entiere de X(1) * I / 2147483647 + 1 ;
      *     les points D, D+I, D+2I... designent dans le cumul des
      *     TTC (ordre du fichier de population) les factures
      *     retenues ; une facture touchee plusieurs fois n'est
      *     retenue qu'une fois.
      * Memes parametres et meme population donnent donc le meme
      * echantillon : les commissaires peuvent refaire le tirage.
      *
      * Sortie AUDIT-ECHANTILLON.txt (132 positions) : parametres,
      * population, liste des factures retenues, puis un dossier
      * par facture :
      *   - la facture (montants, code et taux de TVA, devise) ;
      *   - la fiche client (FICHIERCLIENT.txt, a defaut l'archive) ;
      *   - la version du contrat en vigueur a la date de facture
      *     (sous-programme ASSURVERS) ;
      *   - les ecritures du lot comptable du jour de facture dans
      *     FACTURES-COMPTA.txt (compte client, chiffre d'affaires,
      *     TVA) et le lot s'il est en suspens ;
      *   - les reglements lettres sur la facture (REGLEMENTS.txt),
      *     les reglements non affectes du client posterieurs a la
      *     facture et le statut de LETTRAGE-RAPPORT.txt ;
      *   - les avoirs imputes sur la facture (AVOIRS.txt) ;
      *   - les lettres de relance du client ou de son groupe
      *     payeur depuis la facture (RELANCES-HISTORIQUE.txt).
      * Chaque tirage est inscrit a AUDIT-ECHANTILLONS-REGISTRE.txt
      * (date, periode, methode, taille, graine, seuil, population).
      * Code retour 8 si un parametre est invalide, 4 si une archive
      * cataloguee manque ou si la population est vide.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

      ******** POPULATION DE LA PERIODE AVANT TRI
           SELECT FPOPW ASSIGN TO "AUDIT-POPULATION-TRAVAIL.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FPOPW.

      ******** POPULATION TRIEE PAR NUMERO DE FACTURE
           SELECT FPOP ASSIGN TO "AUDIT-POPULATION.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FPOP.

      ******** FICHIER DE TRI
           SELECT SPOP ASSIGN TO SORTFILE.

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

      ******** GROUPES DE CLIENTS (GROUPE PAYEUR DU CLIENT)
           SELECT FGROUPE ASSIGN TO "GROUPES-CLIENTS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FGROUPE.

      ******** FICHIER D'INTERFACE COMPTABLE (GRAND LIVRE)
           SELECT FCOMPTA ASSIGN TO "FACTURES-COMPTA.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FCOMPTA.

      ******** LOTS COMPTABLES EN SUSPENS
           SELECT FSUSPENS ASSIGN TO "COMPTA-SUSPENS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FSUSPENS.

      ******** FICHIER DES REGLEMENTS RECUS
           SELECT FREGL ASSIGN TO "REGLEMENTS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FREGL.

      ******** RAPPORT DU DERNIER LETTRAGE
           SELECT FLETTRAGE ASSIGN TO "LETTRAGE-RAPPORT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FLETTRAGE.

      ******** FICHIER DES AVOIRS EMIS
           SELECT FAVOIR ASSIGN TO "AVOIRS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FAVOIR.

      ******** HISTORIQUE PERMANENT DES LETTRES DE RELANCE
           SELECT FRELHIST ASSIGN TO "RELANCES-HISTORIQUE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FRELHIST.

      ******** ECHANTILLON ET DOSSIERS JUSTIFICATIFS (132 POSITIONS)
           SELECT FRAPPORT ASSIGN TO "AUDIT-ECHANTILLON.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FRAPPORT.

      ******** REGISTRE DES TIRAGES
           SELECT FREGISTRE ASSIGN TO "AUDIT-ECHANTILLONS-REGISTRE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FREGISTRE.

       DATA DIVISION.
       FILE SECTION.
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

      ******** POPULATION AVANT TRI (MEME DESSIN QUE RHIST)
       FD  FPOPW.
       01  RPOPW PIC X(123).

      ******** POPULATION TRIEE (MEME DESSIN QUE RHIST)
       FD  FPOP.
       01  RPOP PIC X(123).

      ******** FICHIER DE TRI : NUMERO DE FACTURE PUIS DATE
       SD  SPOP.
       01  SPOP-REC.
           05  SPOP-DATE     PIC 9(08).
           05  FILLER        PIC X(01).
           05  SPOP-NUMFACT  PIC 9(08).
           05  FILLER        PIC X(106).

      ******** FICHIER CLIENT
           COPY 'COBOL-FD-FCLIENT.CPY'.

      ******** ARCHIVE DES CLIENTS INACTIFS
           COPY 'COBOL-FD-FCLIENT.CPY'
               REPLACING LEADING ==FCLIENT== BY ==FARCHIVE==
                         LEADING ==RCLIENT== BY ==RARCHIVE==.

      ******** GROUPES DE CLIENTS (UNE LIGNE PAR MEMBRE)
       FD  FGROUPE.
       01  RGROUPE.
           05  GRP-GROUPE PIC X(08).
           05  FILLER     PIC X(01).
           05  GRP-MEMBRE PIC X(08).
           05  FILLER     PIC X(01).
           05  GRP-NOM    PIC X(30).

      ******** FICHIER D'INTERFACE COMPTABLE
       FD  FCOMPTA.
       01  RCOMPTA.
           05  COMPTA-DATE    PIC 9(08).
           05  FILLER         PIC X(01).
           05  COMPTA-BATCH   PIC X(12).
           05  FILLER         PIC X(01).
           05  COMPTA-SENS    PIC X(01).
           05  FILLER         PIC X(01).
           05  COMPTA-COMPTE  PIC X(10).
           05  FILLER         PIC X(01).
           05  COMPTA-MONTANT PIC 9(09)V99.

      ******** LOTS COMPTABLES EN SUSPENS (LIGNE RCOMPTA EN SUS-LIGNE)
       FD  FSUSPENS.
       01  RSUSPENS.
           05  SUS-DATE       PIC 9(08).
           05  FILLER         PIC X(01).
           05  SUS-PROGRAMME  PIC X(08).
           05  FILLER         PIC X(01).
           05  SUS-LIGNE      PIC X(46).
           05  FILLER         PIC X(01).
           05  SUS-MOTIF      PIC X(20).
           05  FILLER         PIC X(01).
           05  SUS-OUVERTURE  PIC X(01).

      ******** FICHIER DES REGLEMENTS RECUS (NUMFACT FACULTATIF)
       FD  FREGL.
       01  RREGL.
           05  RREGL-ID             PIC X(08).
           05  FILLER               PIC X(01).
           05  RREGL-DATE           PIC 9(08).
           05  FILLER               PIC X(01).
           05  RREGL-MONTANT        PIC 9(07)V99.
           05  FILLER               PIC X(01).
           05  RREGL-NUMFACT        PIC X(08).
           05  FILLER               PIC X(01).
           05  RREGL-MODE           PIC X(03).
           05  FILLER               PIC X(01).
           05  RREGL-CHEQUE         PIC X(07).

      ******** RAPPORT DE LETTRAGE (NUMERO DE FACTURE EN TETE)
       FD  FLETTRAGE.
       01  RLETTRAGE PIC X(100).

      ******** FICHIER DES AVOIRS EMIS
       FD  FAVOIR.
       01  RAVOIR.
           05  AVR-ID       PIC X(08).
           05  FILLER       PIC X(01).
           05  AVR-NUMFACT  PIC X(08).
           05  FILLER       PIC X(01).
           05  AVR-DATE     PIC 9(08).
           05  FILLER       PIC X(01).
           05  AVR-MONTANT  PIC 9(07)V99.
           05  FILLER       PIC X(01).
           05  AVR-MOTIF    PIC X(30).

      ******** HISTORIQUE DES LETTRES DE RELANCE
           COPY 'COBOL-FD-RELHIST.cpy'.

      ******** ECHANTILLON ET DOSSIERS JUSTIFICATIFS
       FD  FRAPPORT.
       01  RRAPPORT PIC X(132).

      ******** REGISTRE DES TIRAGES
       FD  FREGISTRE.
       01  RREGISTRE.
           05  REGA-DATE       PIC 9(08).
           05  FILLER          PIC X(01).
           05  REGA-HEURE      PIC 9(06).
           05  FILLER          PIC X(01).
           05  REGA-DEBUT      PIC 9(08).
           05  FILLER          PIC X(01).
           05  REGA-FIN        PIC 9(08).
           05  FILLER          PIC X(01).
           05  REGA-METHODE    PIC X(01).
           05  FILLER          PIC X(01).
           05  REGA-TAILLE     PIC 9(03).
           05  FILLER          PIC X(01).
           05  REGA-GRAINE     PIC 9(10).
           05  FILLER          PIC X(01).
           05  REGA-SEUIL      PIC 9(09).
           05  FILLER          PIC X(01).
           05  REGA-POPULATION PIC 9(05).
           05  FILLER          PIC X(01).
           05  REGA-TOTAL      PIC 9(13)V99.
           05  FILLER          PIC X(01).
           05  REGA-RETENUES   PIC 9(05).

       WORKING-STORAGE SECTION.
      ***********************************************
      * DEFINTION DES STATUS DES FICHIERS
      ***********************************************
       01  WS-STATUS-FILE-FHIST PIC X(02).
           88 WS-STATUS-FILE-FHIST-OK  VALUE "00".
       01  WS-STATUS-FILE-FARCHCAT PIC X(02).
           88 WS-STATUS-FILE-FARCHCAT-OK  VALUE "00".
       01  WS-STATUS-FILE-FPOPW PIC X(02).
           88 WS-STATUS-FILE-FPOPW-OK  VALUE "00".
       01  WS-STATUS-FILE-FPOP PIC X(02).
           88 WS-STATUS-FILE-FPOP-OK  VALUE "00".
       01  WS-STATUS-FILE-FCLIENT PIC X(02).
           88 WS-STATUS-FILE-FCLIENT-OK  VALUE "00".
       01  WS-STATUS-FILE-FARCHIVE PIC X(02).
           88 WS-STATUS-FILE-FARCHIVE-OK  VALUE "00".
       01  WS-STATUS-FILE-FGROUPE PIC X(02).
           88 WS-STATUS-FILE-FGROUPE-OK  VALUE "00".
       01  WS-STATUS-FILE-FCOMPTA PIC X(02).
           88 WS-STATUS-FILE-FCOMPTA-OK  VALUE "00".
       01  WS-STATUS-FILE-FSUSPENS PIC X(02).
           88 WS-STATUS-FILE-FSUSPENS-OK  VALUE "00".
       01  WS-STATUS-FILE-FREGL PIC X(02).
           88 WS-STATUS-FILE-FREGL-OK  VALUE "00".
       01  WS-STATUS-FILE-FLETTRAGE PIC X(02).
           88 WS-STATUS-FILE-FLETTRAGE-OK  VALUE "00".
       01  WS-STATUS-FILE-FAVOIR PIC X(02).
           88 WS-STATUS-FILE-FAVOIR-OK  VALUE "00".
       01  WS-STATUS-FILE-FRELHIST PIC X(02).
           88 WS-STATUS-FILE-FRELHIST-OK  VALUE "00".
       01  WS-STATUS-FILE-FRAPPORT PIC X(02).
           88 WS-STATUS-FILE-FRAPPORT-OK  VALUE "00".
       01  WS-STATUS-FILE-FREGISTRE PIC X(02).
           88 WS-STATUS-FILE-FREGISTRE-OK  VALUE "00".
           88 WS-STATUS-FILE-FREGISTRE-INEXISTANT VALUE "35".
       01  WS-NOM-FHIST PIC X(40) VALUE "FACTURES-HISTORIQUE.txt".
       01  WS-LIBELLE-REPORT PIC X(16) VALUE "REPORT A NOUVEAU".

      ******************************************
      *  PARAMETRES DU TIRAGE
      ******************************************
       01  WS-DATE-JOUR      PIC 9(08) VALUE ZEROES.
       01  WS-DATE-JOUR-R REDEFINES WS-DATE-JOUR.
           05 WS-JOUR-ANNEE  PIC 9(04).
           05 WS-JOUR-MMJJ   PIC 9(04).
       01  WS-HEURE-JOUR     PIC 9(08) VALUE ZEROES.
       01  WS-SAISIE         PIC X(15) VALUE SPACES.
       01  WS-DEBUT-PERIODE  PIC 9(08) VALUE ZEROES.
       01  WS-FIN-PERIODE    PIC 9(08) VALUE ZEROES.
       01  WS-METHODE        PIC X(01) VALUE "A".
           88 WS-METHODE-ALEATOIRE VALUE "A".
           88 WS-METHODE-MONETAIRE VALUE "M".
       01  WS-TAILLE         PIC 9(03) VALUE 25.
       01  WS-GRAINE         PIC 9(10) VALUE ZEROES.
       01  WS-SEUIL          PIC 9(09) VALUE ZEROES.
       01  WS-MODULE         PIC 9(10) VALUE 2147483647.

      ******************************************
      *  GENERATEUR PSEUDO-ALEATOIRE (PARK ET MILLER)
      ******************************************
       01  WS-ALEA           PIC 9(10) VALUE ZEROES.
       01  WS-NB-TIRAGES     PIC 9(07) VALUE ZEROES.

      ******************************************
      *  POPULATION DE LA PERIODE, DANS L'ORDRE DU FICHIER TRIE
      *  SELECTION : F FORCEE (SEUIL), A ALEATOIRE, M UNITE
      *  MONETAIRE, BLANC NON RETENUE
      ******************************************
       01  WS-TABLE-POPULATION.
           05 WS-POP-ENTRY OCCURS 20000 INDEXED BY WS-INDICE-POP.
               10 WS-POP-LIGNE     PIC X(123).
               10 WS-POP-TTC       PIC 9(08)V99.
               10 WS-POP-SELECTION PIC X(01).
               10 WS-POP-ORDRE     PIC 9(05).
               10 WS-POP-POINTS    PIC 9(05).
       01  WS-NB-POP  PIC 9(05) VALUE ZEROES.
       01  WS-MAX-POP PIC 9(05) VALUE 20000.
       01  WS-RANG    PIC 9(05) VALUE ZEROES.
       01  WS-TOTAL-POP      PIC 9(13)V99 VALUE ZEROES.
       01  WS-NB-FORCEES     PIC 9(05) VALUE ZEROES.
       01  WS-TOTAL-FORCEES  PIC 9(13)V99 VALUE ZEROES.
       01  WS-NB-ELIGIBLES   PIC 9(05) VALUE ZEROES.
       01  WS-NB-TIREES      PIC 9(05) VALUE ZEROES.
       01  WS-NB-RETENUES    PIC 9(05) VALUE ZEROES.
       01  WS-TOTAL-RETENUES PIC 9(13)V99 VALUE ZEROES.

      ******************************************
      *  UNITE MONETAIRE (MONTANTS EN CENTIMES)
      ******************************************
       01  WS-MUS-TOTAL      PIC 9(15) VALUE ZEROES.
       01  WS-MUS-INTERVALLE PIC 9(15) VALUE ZEROES.
       01  WS-MUS-DEPART     PIC 9(15) VALUE ZEROES.
       01  WS-MUS-POINT      PIC 9(15) VALUE ZEROES.
       01  WS-MUS-CUMUL      PIC 9(15) VALUE ZEROES.
       01  WS-MUS-NB-POINTS  PIC 9(05) VALUE ZEROES.
       01  WS-EDIT-INTERVALLE PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  WS-MONTANT-CENTIMES PIC 9(13)V99 VALUE ZEROES.

      ******************************************
      *  DOSSIER EN COURS
      ******************************************
       01  WS-NUM-DOSSIER    PIC 9(05) VALUE ZEROES.
       01  WS-NUMFACT-X      PIC X(08) VALUE SPACES.
       01  WS-GROUPE-CLIENT  PIC X(08) VALUE SPACES.
       01  WS-LOT-FACTURE    PIC X(12) VALUE SPACES.
       01  WS-COMPTE-CLIENT  PIC X(10) VALUE SPACES.
       01  WS-COMPTE-CA      PIC X(10) VALUE SPACES.
       01  WS-COMPTE-TVA     PIC X(10) VALUE SPACES.
       01  WS-NB-ELEMENTS    PIC 9(05) VALUE ZEROES.
       01  WS-TOTAL-ELEMENTS PIC 9(11)V99 VALUE ZEROES.
       01  WS-TAUX-TVA       PIC 9(03)V99 VALUE ZEROES.
       01  WS-TROUVE PIC X(01) VALUE "N".
           88 WS-TROUVE-OUI VALUE "O".
       01  WS-LOT-SUSPENS PIC X(01) VALUE "N".
           88 WS-LOT-SUSPENS-OUI VALUE "O".
       01  WS-LIBELLE-SELECTION PIC X(30) VALUE SPACES.

      ***********************************************
      * VERSION DU CONTRAT EN VIGUEUR A UNE DATE (ASSURVERS)
      ***********************************************
       01  WS-VERSION.
           05  WS-VER-NUMACT    PIC 9(08).
           05  WS-VER-DATE      PIC 9(08).
           05  WS-VER-LIBELLE   PIC X(101).
           05  WS-VER-DATEDEBUT PIC 9(08).
           05  WS-VER-DATEFIN   PIC 9(08).
           05  WS-VER-SEQUENCE  PIC 9(03).
           05  WS-VER-TROUVE    PIC X(01).
               88  WS-VER-TROUVE-OUI VALUE "O".

      ******************************************
      *  COMPTEURS ET ANOMALIES
      ******************************************
       01  WS-COMPTEUR-LIGNES    PIC 9(07) VALUE ZEROES.
       01  WS-COMPTEUR-ARCHIVES  PIC 9(03) VALUE ZEROES.
       01  WS-ANOMALIE PIC X(01) VALUE "N".
           88 WS-ANOMALIE-OUI VALUE "O".

      ******************************************
      *  ZONES D'EDITION
      ******************************************
       01  WS-LIGNE       PIC X(132) VALUE SPACES.
       01  WS-EDIT-DATE   PIC 9(04)/9(02)/9(02).
       01  WS-EDIT-DATE2  PIC 9(04)/9(02)/9(02).
       01  WS-EDIT-NB     PIC ZZZZ9.
       01  WS-EDIT-NB2    PIC ZZZZ9.
       01  WS-EDIT-MT     PIC ZZ.ZZZ.ZZ9,99.
       01  WS-EDIT-MT2    PIC ZZ.ZZZ.ZZ9,99.
       01  WS-EDIT-MT3    PIC ZZ.ZZZ.ZZ9,99.
       01  WS-EDIT-TOTAL  PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  WS-EDIT-TAUX   PIC ZZ9,99.
       01  WS-EDIT-CHANGE PIC ZZ9,999999.
       01  WS-EDIT-SEUIL  PIC ZZZ.ZZZ.ZZ9.
       01  WS-EDIT-GRAINE PIC Z(09)9.

       PROCEDURE DIVISION.
       0000-MAIN-DEB.
      *******************************************************
      *  PARAGRAPHE PRINCIPAL
      *******************************************************
           DISPLAY "ECHANTILLONNAGE DES FACTURES POUR AUDIT".
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATE-JOUR.
           MOVE FUNCTION CURRENT-DATE (9:8) TO WS-HEURE-JOUR.
      *
      *********** PARAMETRES DU TIRAGE
           PERFORM 1000-PARAMETRES-DEBUT
              THRU 1000-PARAMETRES-FIN.
           IF RETURN-CODE NOT = ZEROES
               GO TO 0000-MAIN-FIN
           END-IF.
      *
      *********** POPULATION DE LA PERIODE, TRIEE ET NUMEROTEE
           PERFORM 2000-POPULATION-DEBUT
              THRU 2000-POPULATION-FIN.
           IF RETURN-CODE = 16
               GO TO 0000-MAIN-FIN
           END-IF.
           IF WS-NB-POP = ZEROES
               DISPLAY "--> AUCUNE FACTURE DANS LA PERIODE"
               MOVE 4 TO RETURN-CODE
               GO TO 0000-MAIN-FIN
           END-IF.
      *
      *********** SELECTION : INCLUSIONS FORCEES PUIS TIRAGE
           PERFORM 3000-SELECTION-FORCEE-DEBUT
              THRU 3000-SELECTION-FORCEE-FIN.
           IF WS-METHODE-ALEATOIRE
               PERFORM 3100-TIRAGE-ALEATOIRE-DEBUT
                  THRU 3100-TIRAGE-ALEATOIRE-FIN
           ELSE
               PERFORM 3200-UNITE-MONETAIRE-DEBUT
                  THRU 3200-UNITE-MONETAIRE-FIN
           END-IF.
      *
      *********** ECHANTILLON ET DOSSIERS JUSTIFICATIFS
           PERFORM 4000-EDITION-DEBUT
              THRU 4000-EDITION-FIN.
           IF RETURN-CODE = 16
               GO TO 0000-MAIN-FIN
           END-IF.
      *
      *********** INSCRIPTION DU TIRAGE AU REGISTRE
           PERFORM 6000-REGISTRE-DEBUT
              THRU 6000-REGISTRE-FIN.

           DISPLAY "==============================================".
           DISPLAY "LIGNES D'HISTORIQUE LUES   : " WS-COMPTEUR-LIGNES.
           DISPLAY "ARCHIVES D'HISTORIQUE LUES : "
                   WS-COMPTEUR-ARCHIVES.
           DISPLAY "FACTURES DE LA PERIODE     : " WS-NB-POP.
           DISPLAY "INCLUSIONS FORCEES         : " WS-NB-FORCEES.
           DISPLAY "FACTURES TIREES            : " WS-NB-TIREES.
           DISPLAY "DOSSIERS EDITES            : " WS-NB-RETENUES.
           DISPLAY "GRAINE DU TIRAGE           : " WS-GRAINE.
           IF WS-ANOMALIE-OUI
               DISPLAY "--> POPULATION INCOMPLETE: VOIR LES MESSAGES"
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
      *  SAISIE DES PARAMETRES DU TIRAGE
      *******************************************************
       1000-PARAMETRES-DEBUT.

      ****** PERIODE : DEFAUT L'ANNEE CIVILE PRECEDENTE
           COMPUTE WS-DEBUT-PERIODE = (WS-JOUR-ANNEE - 1) * 10000
                                    + 101.
           COMPUTE WS-FIN-PERIODE = (WS-JOUR-ANNEE - 1) * 10000
                                  + 1231.
           DISPLAY "DEBUT DE PERIODE (AAAAMMJJ, DEFAUT "
                   WS-DEBUT-PERIODE "): " NO ADVANCING.
           MOVE SPACES TO WS-SAISIE.
           ACCEPT WS-SAISIE.
           IF WS-SAISIE NOT = SPACES
               IF WS-SAISIE (1:8) NOT NUMERIC
               OR WS-SAISIE (9:7) NOT = SPACES
                   DISPLAY "--> DATE INVALIDE: " WS-SAISIE
                   MOVE 8 TO RETURN-CODE
                   GO TO 1000-PARAMETRES-FIN
               END-IF
               MOVE WS-SAISIE (1:8) TO WS-DEBUT-PERIODE
           END-IF.

           DISPLAY "FIN DE PERIODE (AAAAMMJJ, DEFAUT "
                   WS-FIN-PERIODE "): " NO ADVANCING.
           MOVE SPACES TO WS-SAISIE.
           ACCEPT WS-SAISIE.
           IF WS-SAISIE NOT = SPACES
               IF WS-SAISIE (1:8) NOT NUMERIC
               OR WS-SAISIE (9:7) NOT = SPACES
                   DISPLAY "--> DATE INVALIDE: " WS-SAISIE
                   MOVE 8 TO RETURN-CODE
                   GO TO 1000-PARAMETRES-FIN
               END-IF
               MOVE WS-SAISIE (1:8) TO WS-FIN-PERIODE
           END-IF.
           IF WS-FIN-PERIODE < WS-DEBUT-PERIODE
               DISPLAY "--> PERIODE INVALIDE: " WS-DEBUT-PERIODE
                       " - " WS-FIN-PERIODE
               MOVE 8 TO RETURN-CODE
               GO TO 1000-PARAMETRES-FIN
           END-IF.
      *
      ****** METHODE
           DISPLAY "METHODE (A ALEATOIRE, M UNITE MONETAIRE, DEFAUT "
                   "A): " NO ADVANCING.
           MOVE SPACES TO WS-SAISIE.
           ACCEPT WS-SAISIE.
           IF WS-SAISIE NOT = SPACES
               MOVE FUNCTION UPPER-CASE (WS-SAISIE (1:1))
                    TO WS-METHODE
               IF NOT WS-METHODE-ALEATOIRE
               AND NOT WS-METHODE-MONETAIRE
                   DISPLAY "--> METHODE INVALIDE: " WS-SAISIE
                   MOVE 8 TO RETURN-CODE
                   GO TO 1000-PARAMETRES-FIN
               END-IF
           END-IF.
      *
      ****** TAILLE DE L'ECHANTILLON
           DISPLAY "TAILLE DE L'ECHANTILLON (1 A 999, DEFAUT 25): "
                   NO ADVANCING.
           MOVE SPACES TO WS-SAISIE.
           ACCEPT WS-SAISIE.
           IF WS-SAISIE NOT = SPACES
               IF FUNCTION TEST-NUMVAL (WS-SAISIE) NOT = 0
               OR FUNCTION NUMVAL (WS-SAISIE) < 1
               OR FUNCTION NUMVAL (WS-SAISIE) > 999
                   DISPLAY "--> TAILLE INVALIDE: " WS-SAISIE
                   MOVE 8 TO RETURN-CODE
                   GO TO 1000-PARAMETRES-FIN
               END-IF
               COMPUTE WS-TAILLE = FUNCTION NUMVAL (WS-SAISIE)
           END-IF.
      *
      ****** GRAINE : DEFAUT TIREE DE L'HORLOGE (HHMMSSCC)
           COMPUTE WS-GRAINE = WS-HEURE-JOUR + 1.
           DISPLAY "GRAINE (1 A 2147483646, DEFAUT " WS-GRAINE
                   "): " NO ADVANCING.
           MOVE SPACES TO WS-SAISIE.
           ACCEPT WS-SAISIE.
           IF WS-SAISIE NOT = SPACES
               IF FUNCTION TEST-NUMVAL (WS-SAISIE) NOT = 0
               OR FUNCTION NUMVAL (WS-SAISIE) < 1
               OR FUNCTION NUMVAL (WS-SAISIE) > 2147483646
                   DISPLAY "--> GRAINE INVALIDE: " WS-SAISIE
                   MOVE 8 TO RETURN-CODE
                   GO TO 1000-PARAMETRES-FIN
               END-IF
               COMPUTE WS-GRAINE = FUNCTION NUMVAL (WS-SAISIE)
           END-IF.
      *
      ****** SEUIL D'INCLUSION FORCEE
           DISPLAY "SEUIL D'INCLUSION FORCEE EN EUROS TTC (DEFAUT 0 ="
                   " AUCUN): " NO ADVANCING.
           MOVE SPACES TO WS-SAISIE.
           ACCEPT WS-SAISIE.
           IF WS-SAISIE NOT = SPACES
               IF FUNCTION TEST-NUMVAL (WS-SAISIE) NOT = 0
               OR FUNCTION NUMVAL (WS-SAISIE) < 0
               OR FUNCTION NUMVAL (WS-SAISIE) > 999999999
                   DISPLAY "--> SEUIL INVALIDE: " WS-SAISIE
                   MOVE 8 TO RETURN-CODE
                   GO TO 1000-PARAMETRES-FIN
               END-IF
               COMPUTE WS-SEUIL = FUNCTION NUMVAL (WS-SAISIE)
           END-IF.

       1000-PARAMETRES-FIN.
           EXIT.

      *******************************************************
      *  POPULATION : EXTRACTION DE LA PERIODE DANS L'HISTORIQUE
      *  COURANT ET SES ARCHIVES, TRI PAR NUMERO DE FACTURE ET
      *  CHARGEMENT
      *******************************************************
       2000-POPULATION-DEBUT.

           OPEN OUTPUT FPOPW.
           IF NOT WS-STATUS-FILE-FPOPW-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FPOPW': "
                       WS-STATUS-FILE-FPOPW
               MOVE 16 TO RETURN-CODE
               GO TO 2000-POPULATION-FIN
           END-IF.

           MOVE "FACTURES-HISTORIQUE.txt" TO WS-NOM-FHIST.
           OPEN INPUT FHIST.
           IF WS-STATUS-FILE-FHIST-OK
               PERFORM 2100-EXTRACTION-DEBUT
                  THRU 2100-EXTRACTION-FIN
           ELSE
               DISPLAY "--> FACTURES-HISTORIQUE.txt ABSENT"
           END-IF.

           OPEN INPUT FARCHCAT.
           IF WS-STATUS-FILE-FARCHCAT-OK
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
                                   PERFORM 2100-EXTRACTION-DEBUT
                                      THRU 2100-EXTRACTION-FIN
                               ELSE
                                   DISPLAY "--> ARCHIVE "
                                           FUNCTION TRIM (ARC-FICHIER)
                                           " ABSENTE"
                                   MOVE "O" TO WS-ANOMALIE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FARCHCAT
           END-IF.
           CLOSE FPOPW.
      *
      ****** TRI : LE RANG D'UNE FACTURE NE DEPEND PAS DE L'ORDRE
      ****** DES FICHIERS D'ORIGINE
           SORT SPOP ON ASCENDING KEY SPOP-NUMFACT, SPOP-DATE
               USING FPOPW GIVING FPOP.

           OPEN INPUT FPOP.
           IF NOT WS-STATUS-FILE-FPOP-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FPOP': "
                       WS-STATUS-FILE-FPOP
               MOVE 16 TO RETURN-CODE
               GO TO 2000-POPULATION-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FPOP-OK
               READ FPOP
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-NB-POP < WS-MAX-POP
                           ADD 1 TO WS-NB-POP
                           SET WS-INDICE-POP TO WS-NB-POP
                           MOVE RPOP TO RHIST
                           MOVE RPOP TO WS-POP-LIGNE (WS-INDICE-POP)
                           MOVE HIST-TTC TO WS-POP-TTC (WS-INDICE-POP)
                           MOVE SPACES
                                TO WS-POP-SELECTION (WS-INDICE-POP)
                           MOVE ZEROES TO WS-POP-ORDRE (WS-INDICE-POP)
                                          WS-POP-POINTS (WS-INDICE-POP)
                           ADD HIST-TTC TO WS-TOTAL-POP
                       ELSE
                           DISPLAY "--> POPULATION SUPERIEURE A "
                                   WS-MAX-POP " FACTURES: "
                                   "PERIODE A REDUIRE"
                           MOVE "O" TO WS-ANOMALIE
                           MOVE "10" TO WS-STATUS-FILE-FPOP
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FPOP.

           DISPLAY "FACTURES DE LA PERIODE: " WS-NB-POP.

       2000-POPULATION-FIN.
           EXIT.

      *******************************************************
      *  EXTRACTION DES FACTURES DE LA PERIODE DU FICHIER
      *  D'HISTORIQUE OUVERT
      *******************************************************
       2100-EXTRACTION-DEBUT.

           PERFORM UNTIL NOT WS-STATUS-FILE-FHIST-OK
               READ FHIST
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO WS-COMPTEUR-LIGNES
                       IF HIST-DATE IS NUMERIC
                       AND HIST-NUMFACT IS NUMERIC
                       AND HIST-TTC IS NUMERIC
                       AND HIST-DATE NOT < WS-DEBUT-PERIODE
                       AND HIST-DATE NOT > WS-FIN-PERIODE
                       AND NOT (HIST-NUMFACT = ZEROES
                           AND HIST-NOM (1:16) = WS-LIBELLE-REPORT)
                           MOVE RHIST TO RPOPW
                           WRITE RPOPW
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FHIST.

       2100-EXTRACTION-FIN.
           EXIT.

      *******************************************************
      *  INCLUSION FORCEE DES FACTURES AU-DELA DU SEUIL
      *******************************************************
       3000-SELECTION-FORCEE-DEBUT.

           PERFORM VARYING WS-INDICE-POP FROM 1 BY 1
                   UNTIL WS-INDICE-POP > WS-NB-POP
               IF WS-SEUIL > ZEROES
               AND WS-POP-TTC (WS-INDICE-POP) NOT < WS-SEUIL
                   MOVE "F" TO WS-POP-SELECTION (WS-INDICE-POP)
                   ADD 1 TO WS-NB-FORCEES
                   ADD WS-POP-TTC (WS-INDICE-POP) TO WS-TOTAL-FORCEES
               ELSE
                   ADD 1 TO WS-NB-ELIGIBLES
               END-IF
           END-PERFORM.

       3000-SELECTION-FORCEE-FIN.
           EXIT.

      *******************************************************
      *  TIRAGE ALEATOIRE SIMPLE SANS REMISE : UN RANG DEJA
      *  RETENU (OU FORCE) EST IGNORE ET L'ON TIRE A NOUVEAU
      *******************************************************
       3100-TIRAGE-ALEATOIRE-DEBUT.

           MOVE WS-GRAINE TO WS-ALEA.
           IF WS-TAILLE NOT < WS-NB-ELIGIBLES
      ****** ECHANTILLON AU MOINS EGAL A LA POPULATION : TOUT
               PERFORM VARYING WS-INDICE-POP FROM 1 BY 1
                       UNTIL WS-INDICE-POP > WS-NB-POP
                   IF WS-POP-SELECTION (WS-INDICE-POP) = SPACES
                       ADD 1 TO WS-NB-TIREES
                       MOVE "A" TO WS-POP-SELECTION (WS-INDICE-POP)
                       MOVE WS-NB-TIREES TO WS-POP-ORDRE (WS-INDICE-POP)
                   END-IF
               END-PERFORM
               GO TO 3100-TIRAGE-ALEATOIRE-FIN
           END-IF.

           PERFORM UNTIL WS-NB-TIREES = WS-TAILLE
               PERFORM 9100-ALEA-DEBUT
                  THRU 9100-ALEA-FIN
               COMPUTE WS-RANG = WS-ALEA * WS-NB-POP / WS-MODULE + 1
               SET WS-INDICE-POP TO WS-RANG
               IF WS-POP-SELECTION (WS-INDICE-POP) = SPACES
                   ADD 1 TO WS-NB-TIREES
                   MOVE "A" TO WS-POP-SELECTION (WS-INDICE-POP)
                   MOVE WS-NB-TIREES TO WS-POP-ORDRE (WS-INDICE-POP)
               END-IF
           END-PERFORM.

       3100-TIRAGE-ALEATOIRE-FIN.
           EXIT.

      *******************************************************
      *  TIRAGE EN UNITE MONETAIRE (CENTIMES DE TTC) SUR LES
      *  FACTURES NON FORCEES, A INTERVALLE FIXE ET DEPART
      *  ALEATOIRE
      *******************************************************
       3200-UNITE-MONETAIRE-DEBUT.

           MOVE ZEROES TO WS-MUS-TOTAL.
           PERFORM VARYING WS-INDICE-POP FROM 1 BY 1
                   UNTIL WS-INDICE-POP > WS-NB-POP
               IF WS-POP-SELECTION (WS-INDICE-POP) = SPACES
                   COMPUTE WS-MUS-TOTAL = WS-MUS-TOTAL
                         + WS-POP-TTC (WS-INDICE-POP) * 100
               END-IF
           END-PERFORM.
           IF WS-MUS-TOTAL = ZEROES
               GO TO 3200-UNITE-MONETAIRE-FIN
           END-IF.

           COMPUTE WS-MUS-INTERVALLE = WS-MUS-TOTAL / WS-TAILLE.
           IF WS-MUS-INTERVALLE = ZEROES
               MOVE 1 TO WS-MUS-INTERVALLE
           END-IF.
           MOVE WS-GRAINE TO WS-ALEA.
           PERFORM 9100-ALEA-DEBUT
              THRU 9100-ALEA-FIN.
           COMPUTE WS-MUS-DEPART =
                   WS-ALEA * WS-MUS-INTERVALLE / WS-MODULE + 1.
           MOVE WS-MUS-DEPART TO WS-MUS-POINT.
           MOVE ZEROES TO WS-MUS-CUMUL WS-MUS-NB-POINTS.

           PERFORM VARYING WS-INDICE-POP FROM 1 BY 1
                   UNTIL WS-INDICE-POP > WS-NB-POP
                      OR WS-MUS-NB-POINTS NOT < WS-TAILLE
               IF WS-POP-SELECTION (WS-INDICE-POP) = SPACES
                   COMPUTE WS-MUS-CUMUL = WS-MUS-CUMUL
                         + WS-POP-TTC (WS-INDICE-POP) * 100
                   PERFORM UNTIL WS-MUS-POINT > WS-MUS-CUMUL
                              OR WS-MUS-NB-POINTS NOT < WS-TAILLE
                       ADD 1 TO WS-MUS-NB-POINTS
                       ADD 1 TO WS-POP-POINTS (WS-INDICE-POP)
                       ADD WS-MUS-INTERVALLE TO WS-MUS-POINT
                   END-PERFORM
                   IF WS-POP-POINTS (WS-INDICE-POP) > ZEROES
                       ADD 1 TO WS-NB-TIREES
                       MOVE "M" TO WS-POP-SELECTION (WS-INDICE-POP)
                       MOVE WS-NB-TIREES TO WS-POP-ORDRE (WS-INDICE-POP)
                   END-IF
               END-IF
           END-PERFORM.

       3200-UNITE-MONETAIRE-FIN.
           EXIT.

      *******************************************************
      *  EDITION : PARAMETRES, POPULATION, LISTE DES FACTURES
      *  RETENUES PUIS UN DOSSIER PAR FACTURE
      *******************************************************
       4000-EDITION-DEBUT.

           OPEN OUTPUT FRAPPORT.
           IF NOT WS-STATUS-FILE-FRAPPORT-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FRAPPORT': "
                       WS-STATUS-FILE-FRAPPORT
               MOVE 16 TO RETURN-CODE
               GO TO 4000-EDITION-FIN
           END-IF.

           PERFORM 4100-ENTETE-DEBUT
              THRU 4100-ENTETE-FIN.
           PERFORM 4200-LISTE-SELECTION-DEBUT
              THRU 4200-LISTE-SELECTION-FIN.

           MOVE ZEROES TO WS-NUM-DOSSIER.
           PERFORM VARYING WS-INDICE-POP FROM 1 BY 1
                   UNTIL WS-INDICE-POP > WS-NB-POP
               IF WS-POP-SELECTION (WS-INDICE-POP) NOT = SPACES
                   ADD 1 TO WS-NUM-DOSSIER
                   PERFORM 5000-DOSSIER-DEBUT
                      THRU 5000-DOSSIER-FIN
               END-IF
           END-PERFORM.

           CLOSE FRAPPORT.
           DISPLAY "--> ECHANTILLON ECRIT DANS AUDIT-ECHANTILLON.txt".

       4000-EDITION-FIN.
           EXIT.

      *******************************************************
      *  EN-TETE : PARAMETRES DU TIRAGE ET POPULATION
      *******************************************************
       4100-ENTETE-DEBUT.

           MOVE ALL "=" TO WS-LIGNE.
           PERFORM 9000-ECRITURE-LIGNE-DEBUT
              THRU 9000-ECRITURE-LIGNE-FIN.
           MOVE WS-DATE-JOUR TO WS-EDIT-DATE.
           MOVE SPACES TO WS-LIGNE.
           STRING "ECHANTILLON DE FACTURES POUR AUDIT - TIRAGE DU "
                  WS-EDIT-DATE " A " WS-HEURE-JOUR (1:2) ":"
                  WS-HEURE-JOUR (3:2) ":" WS-HEURE-JOUR (5:2)
                  DELIMITED BY SIZE INTO WS-LIGNE.
           PERFORM 9000-ECRITURE-LIGNE-DEBUT
              THRU 9000-ECRITURE-LIGNE-FIN.
           MOVE ALL "=" TO WS-LIGNE.
           PERFORM 9000-ECRITURE-LIGNE-DEBUT
              THRU 9000-ECRITURE-LIGNE-FIN.

           MOVE WS-DEBUT-PERIODE TO WS-EDIT-DATE.
           MOVE WS-FIN-PERIODE   TO WS-EDIT-DATE2.
           MOVE SPACES TO WS-LIGNE.
           STRING "PERIODE                 : DU " WS-EDIT-DATE
                  " AU " WS-EDIT-DATE2
                  DELIMITED BY SIZE INTO WS-LIGNE.
           PERFORM 9000-ECRITURE-LIGNE-DEBUT
              THRU 9000-ECRITURE-LIGNE-FIN.

           MOVE SPACES TO WS-LIGNE.
           IF WS-METHODE-ALEATOIRE
               MOVE "METHODE                 : A - ALEATOIRE SIMPLE "
                  & "SANS REMISE" TO WS-LIGNE
           ELSE
               MOVE "METHODE                 : M - UNITE MONETAIRE "
                  & "(CENTIMES DE TTC)" TO WS-LIGNE
           END-IF.
           PERFORM 9000-ECRITURE-LIGNE-DEBUT
              THRU 9000-ECRITURE-LIGNE-FIN.

           MOVE WS-TAILLE TO WS-EDIT-NB.
           MOVE SPACES TO WS-LIGNE.
           STRING "TAILLE DEMANDEE         : " WS-EDIT-NB
                  DELIMITED BY SIZE INTO WS-LIGNE.
           PERFORM 9000-ECRITURE-LIGNE-DEBUT
              THRU 9000-ECRITURE-LIGNE-FIN.

           MOVE WS-GRAINE TO WS-EDIT-GRAINE.
           MOVE SPACES TO WS-LIGNE.
           STRING "GRAINE                  : " WS-EDIT-GRAINE
                  "   (GENERATEUR X = 16807 * X MODULO 2147483647)"
                  DELIMITED BY SIZE INTO WS-LIGNE.
           PERFORM 9000-ECRITURE-LIGNE-DEBUT
              THRU 9000-ECRITURE-LIGNE-FIN.

           MOVE SPACES TO WS-LIGNE.
           IF WS-SEUIL = ZEROES
               MOVE "SEUIL D'INCLUSION FORCEE: AUCUN" TO WS-LIGNE
           ELSE
               MOVE WS-SEUIL TO WS-EDIT-SEUIL
               STRING "SEUIL D'INCLUSION FORCEE: TTC >= "
                      WS-EDIT-SEUIL " EUR"
                      DELIMITED BY SIZE INTO WS-LIGNE
           END-IF.
           PERFORM 9000-ECRITURE-LIGNE-DEBUT
              THRU 9000-ECRITURE-LIGNE-FIN.

           MOVE WS-NB-POP    TO WS-EDIT-NB.
           MOVE WS-TOTAL-POP TO WS-EDIT-TOTAL.
           MOVE SPACES TO WS-LIGNE.
           STRING "POPULATION              : " WS-EDIT-NB
                  " FACTURES, TTC " WS-EDIT-TOTAL
                  " (AUDIT-POPULATION.txt, PAR NUMERO DE FACTURE)"
                  DELIMITED BY SIZE INTO WS-LIGNE.
           PERFORM 9000-ECRITURE-LIGNE-DEBUT
              THRU 9000-ECRITURE-LIGNE-FIN.

           MOVE WS-NB-FORCEES    TO WS-EDIT-NB.
           MOVE WS-TOTAL-FORCEES TO WS-EDIT-TOTAL.
           MOVE SPACES TO WS-LIGNE.
           STRING "INCLUSIONS FORCEES      : " WS-EDIT-NB
                  " FACTURES, TTC " WS-EDIT-TOTAL
                  DELIMITED BY SIZE INTO WS-LIGNE.
           PERFORM 9000-ECRITURE-LIGNE-DEBUT
              THRU 9000-ECRITURE-LIGNE-FIN.

           IF WS-METHODE-MONETAIRE
               COMPUTE WS-MONTANT-CENTIMES = WS-MUS-TOTAL / 100
               MOVE WS-MONTANT-CENTIMES TO WS-EDIT-TOTAL
               COMPUTE WS-MONTANT-CENTIMES = WS-MUS-INTERVALLE / 100
               MOVE WS-MONTANT-CENTIMES TO WS-EDIT-INTERVALLE
               MOVE SPACES TO WS-LIGNE
               STRING "POPULATION TIREE        : TTC " WS-EDIT-TOTAL
                      "   INTERVALLE " WS-EDIT-INTERVALLE
                      DELIMITED BY SIZE INTO WS-LIGNE
               PERFORM 9000-ECRITURE-LIGNE-DEBUT
                  THRU 9000-ECRITURE-LIGNE-FIN
               COMPUTE WS-MONTANT-CENTIMES = WS-MUS-DEPART / 100
               MOVE WS-MONTANT-CENTIMES TO WS-EDIT-INTERVALLE
               MOVE WS-MUS-NB-POINTS TO WS-EDIT-NB
               MOVE SPACES TO WS-LIGNE
               STRING "DEPART ALEATOIRE        : " WS-EDIT-INTERVALLE
                      "   POINTS PLACES " WS-EDIT-NB
                      DELIMITED BY SIZE INTO WS-LIGNE
               PERFORM 9000-ECRITURE-LIGNE-DEBUT
                  THRU 9000-ECRITURE-LIGNE-FIN
           END-IF.

           IF WS-ANOMALIE-OUI
               MOVE "*** POPULATION INCOMPLETE : ARCHIVE ABSENTE OU "
                  & "TABLE SATUREE (VOIR LE COMPTE RENDU)" TO WS-LIGNE
               PERFORM 9000-ECRITURE-LIGNE-DEBUT
                  THRU 9000-ECRITURE-LIGNE-FIN
           END-IF.

       4100-ENTETE-FIN.
           EXIT.

      *******************************************************
      *  LISTE DES FACTURES RETENUES (ORDRE DE LA POPULATION)
      *******************************************************
       4200-LISTE-SELECTION-DEBUT.

           MOVE SPACES TO WS-LIGNE.
           PERFORM 9000-ECRITURE-LIGNE-DEBUT
              THRU 9000-ECRITURE-LIGNE-FIN.
           MOVE "FACTURES RETENUES" TO WS-LIGNE.
           PERFORM 9000-ECRITURE-LIGNE-DEBUT
              THRU 9000-ECRITURE-LIGNE-FIN.
           MOVE SPACES TO WS-LIGNE.
           STRING "DOSSIER  RANG  FACTURE   DATE        CLIENT   NOM"
                  "                              TTC  SELECTION"
                  DELIMITED BY SIZE INTO WS-LIGNE.
           PERFORM 9000-ECRITURE-LIGNE-DEBUT
              THRU 9000-ECRITURE-LIGNE-FIN.
           MOVE ALL "-" TO WS-LIGNE.
           PERFORM 9000-ECRITURE-LIGNE-DEBUT
              THRU 9000-ECRITURE-LIGNE-FIN.

           MOVE ZEROES TO WS-NB-RETENUES WS-TOTAL-RETENUES.
           PERFORM VARYING WS-INDICE-POP FROM 1 BY 1
                   UNTIL WS-INDICE-POP > WS-NB-POP
               IF WS-POP-SELECTION (WS-INDICE-POP) NOT = SPACES
                   ADD 1 TO WS-NB-RETENUES
                   ADD WS-POP-TTC (WS-INDICE-POP) TO WS-TOTAL-RETENUES
                   MOVE WS-POP-LIGNE (WS-INDICE-POP) TO RHIST
                   PERFORM 4250-LIBELLE-SELECTION-DEBUT
                      THRU 4250-LIBELLE-SELECTION-FIN
                   MOVE WS-NB-RETENUES TO WS-EDIT-NB
                   SET WS-RANG TO WS-INDICE-POP
                   MOVE WS-RANG TO WS-EDIT-NB2
                   MOVE HIST-DATE TO WS-EDIT-DATE
                   MOVE HIST-TTC TO WS-EDIT-MT
                   MOVE SPACES TO WS-LIGNE
                   STRING "  " WS-EDIT-NB " " WS-EDIT-NB2 "  "
                          HIST-NUMFACT "  " WS-EDIT-DATE "  "
                          HIST-CLIENT " " HIST-NOM "  "
                          WS-EDIT-MT "  " WS-LIBELLE-SELECTION
                          DELIMITED BY SIZE INTO WS-LIGNE
                   PERFORM 9000-ECRITURE-LIGNE-DEBUT
                      THRU 9000-ECRITURE-LIGNE-FIN
               END-IF
           END-PERFORM.

           MOVE ALL "-" TO WS-LIGNE.
           PERFORM 9000-ECRITURE-LIGNE-DEBUT
              THRU 9000-ECRITURE-LIGNE-FIN.
           MOVE WS-NB-RETENUES    TO WS-EDIT-NB.
           MOVE WS-TOTAL-RETENUES TO WS-EDIT-TOTAL.
           MOVE SPACES TO WS-LIGNE.
           STRING "TOTAL RETENU : " WS-EDIT-NB " FACTURES, TTC "
                  WS-EDIT-TOTAL
                  DELIMITED BY SIZE INTO WS-LIGNE.
           PERFORM 9000-ECRITURE-LIGNE-DEBUT
              THRU 9000-ECRITURE-LIGNE-FIN.

       4200-LISTE-SELECTION-FIN.
           EXIT.

      *******************************************************
      *  MOTIF DE SELECTION DE LA FACTURE WS-INDICE-POP
      *******************************************************
       4250-LIBELLE-SELECTION-DEBUT.

           MOVE SPACES TO WS-LIBELLE-SELECTION.
           MOVE WS-POP-ORDRE (WS-INDICE-POP) TO WS-EDIT-NB2.
           EVALUATE WS-POP-SELECTION (WS-INDICE-POP)
               WHEN "F"
                   MOVE "FORCEE (SEUIL)" TO WS-LIBELLE-SELECTION
               WHEN "A"
                   STRING "ALEATOIRE, TIRAGE " WS-EDIT-NB2
                          DELIMITED BY SIZE
                          INTO WS-LIBELLE-SELECTION
               WHEN OTHER
                   MOVE WS-POP-POINTS (WS-INDICE-POP) TO WS-EDIT-NB
                   STRING "MONETAIRE, " WS-EDIT-NB " POINT(S)"
                          DELIMITED BY SIZE
                          INTO WS-LIBELLE-SELECTION
           END-EVALUATE.

       4250-LIBELLE-SELECTION-FIN.
           EXIT.

      *******************************************************
      *  DOSSIER JUSTIFICATIF D'UNE FACTURE RETENUE
      *******************************************************
       5000-DOSSIER-DEBUT.

           MOVE WS-POP-LIGNE (WS-INDICE-POP) TO RHIST.
           MOVE HIST-NUMFACT TO WS-NUMFACT-X.
           PERFORM 4250-LIBELLE-SELECTION-DEBUT
              THRU 4250-LIBELLE-SELECTION-FIN.

           MOVE SPACES TO WS-LIGNE.
           PERFORM 9000-ECRITURE-LIGNE-DEBUT
              THRU 9000-ECRITURE-LIGNE-FIN.
           MOVE ALL "=" TO WS-LIGNE.
           PERFORM 9000-ECRITURE-LIGNE-DEBUT
              THRU 9000-ECRITURE-LIGNE-FIN.
           MOVE WS-NUM-DOSSIER TO WS-EDIT-NB.
           MOVE WS-NB-RETENUES TO WS-EDIT-NB2.
           MOVE SPACES TO WS-LIGNE.
           STRING "DOSSIER " WS-EDIT-NB " /" WS-EDIT-NB2
                  " - FACTURE " HIST-NUMFACT
                  " - SELECTION : " WS-LIBELLE-SELECTION
                  DELIMITED BY SIZE INTO WS-LIGNE.
           PERFORM 9000-ECRITURE-LIGNE-DEBUT
              THRU 9000-ECRITURE-LIGNE-FIN.
           MOVE ALL "=" TO WS-LIGNE.
           PERFORM 9000-ECRITURE-LIGNE-DEBUT
              THRU 9000-ECRITURE-LIGNE-FIN.

           PERFORM 5100-FACTURE-DEBUT
              THRU 5100-FACTURE-FIN.
           PERFORM 5200-CLIENT-DEBUT
              THRU 5200-CLIENT-FIN.
           PERFORM 5300-CONTRAT-DEBUT
              THRU 5300-CONTRAT-FIN.
           PERFORM 5400-COMPTABILITE-DEBUT
              THRU 5400-COMPTABILITE-FIN.
           PERFORM 5500-REGLEMENTS-DEBUT
              THRU 5500-REGLEMENTS-FIN.
           PERFORM 5600-AVOIRS-DEBUT
              THRU 5600-AVOIRS-FIN.
           PERFORM 5700-RELANCES-DEBUT
              THRU 5700-RELANCES-FIN.

       5000-DOSSIER-FIN.
           EXIT.

      *******************************************************
      *  A. LA FACTURE : MONTANTS, TVA, DEVISE
      *******************************************************
       5100-FACTURE-DEBUT.

           MOVE "A. FACTURE (FACTURES-HISTORIQUE)" TO WS-LIGNE.
           PERFORM 9000-ECRITURE-LIGNE-DEBUT
              THRU 9000-ECRITURE-LIGNE-FIN.

           MOVE HIST-DATE TO WS-EDIT-DATE.
           MOVE SPACES TO WS-LIGNE.
           STRING "   NUMERO " HIST-NUMFACT "  DU " WS-EDIT-DATE
                  "  CLIENT " HIST-CLIENT " " HIST-NOM
                  "  DEPT " HIST-DEPT "  SOCIETE " HIST-SOCIETE
                  "  CONTRAT " HIST-NUMACT
                  DELIMITED BY SIZE INTO WS-LIGNE.
           PERFORM 9000-ECRITURE-LIGNE-DEBUT
              THRU 9000-ECRITURE-LIGNE-FIN.

           MOVE ZEROES TO WS-TAUX-TVA.
           IF HIST-MONTANT > ZEROES
               COMPUTE WS-TAUX-TVA ROUNDED =
                       HIST-TVA * 100 / HIST-MONTANT
           END-IF.
           MOVE HIST-MONTANT TO WS-EDIT-MT.
           MOVE HIST-TVA     TO WS-EDIT-MT2.
           MOVE HIST-TTC     TO WS-EDIT-MT3.
           MOVE WS-TAUX-TVA  TO WS-EDIT-TAUX.
           MOVE SPACES TO WS-LIGNE.
           STRING "   HT " WS-EDIT-MT "  TVA " WS-EDIT-MT2
                  "  TTC " WS-EDIT-MT3 "  CODE TVA " HIST-CODE-TVA
                  "  TAUX APPLIQUE " WS-EDIT-TAUX " %"
                  DELIMITED BY SIZE INTO WS-LIGNE.
           PERFORM 9000-ECRITURE-LIGNE-DEBUT
              THRU 9000-ECRITURE-LIGNE-FIN.

           MOVE HIST-TAUX TO WS-EDIT-CHANGE.
           MOVE SPACES TO WS-LIGNE.
           IF HIST-ECHEANCE IS NUMERIC
               MOVE HIST-ECHEANCE TO WS-EDIT-DATE
               STRING "   DEVISE " HIST-DEVISE "  TAUX DE CHANGE "
                      WS-EDIT-CHANGE "  ECHEANCE " WS-EDIT-DATE
                      DELIMITED BY SIZE INTO WS-LIGNE
           ELSE
               STRING "   DEVISE " HIST-DEVISE "  TAUX DE CHANGE "
                      WS-EDIT-CHANGE
                      DELIMITED BY SIZE INTO WS-LIGNE
           END-IF.
           PERFORM 9000-ECRITURE-LIGNE-DEBUT
              THRU 9000-ECRITURE-LIGNE-FIN.

           IF HIST-CODE-TVA = SPACES
           AND HIST-NUMACT = SPACES
               MOVE "   FACTURE D'INTERETS DE RETARD (INTERETS)"
                    TO WS-LIGNE
               PERFORM 9000-ECRITURE-LIGNE-DEBUT
                  THRU 9000-ECRITURE-LIGNE-FIN
           END-IF.

       5100-FACTURE-FIN.
           EXIT.

      *******************************************************
      *  B. LA FICHE CLIENT (FICHIER COURANT, A DEFAUT ARCHIVE)
      *  ET SON GROUPE PAYEUR
      *******************************************************
       5200-CLIENT-DEBUT.

           MOVE "B. FICHE CLIENT" TO WS-LIGNE.
           PERFORM 9000-ECRITURE-LIGNE-DEBUT
              THRU 9000-ECRITURE-LIGNE-FIN.

           MOVE "N" TO WS-TROUVE.
           OPEN INPUT FCLIENT.
           IF WS-STATUS-FILE-FCLIENT-OK
               PERFORM UNTIL NOT WS-STATUS-FILE-FCLIENT-OK
                          OR WS-TROUVE-OUI
                   READ FCLIENT
                       AT END
                           CONTINUE
                       NOT AT END
                           IF RCLIENT-ID = HIST-CLIENT
                               MOVE "O" TO WS-TROUVE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FCLIENT
           END-IF.

           IF NOT WS-TROUVE-OUI
               OPEN INPUT FARCHIVE
               IF WS-STATUS-FILE-FARCHIVE-OK
                   PERFORM UNTIL NOT WS-STATUS-FILE-FARCHIVE-OK
                              OR WS-TROUVE-OUI
                       READ FARCHIVE
                           AT END
                               CONTINUE
                           NOT AT END
                               IF RARCHIVE-ID = HIST-CLIENT
                                   MOVE "O" TO WS-TROUVE
                                   MOVE RARCHIVE TO RCLIENT
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE FARCHIVE
               END-IF
               IF WS-TROUVE-OUI
                   MOVE "   (CLIENT ARCHIVE : FICHE DE "
                      & "FICHIERCLIENT-ARCHIVE.txt)" TO WS-LIGNE
                   PERFORM 9000-ECRITURE-LIGNE-DEBUT
                      THRU 9000-ECRITURE-LIGNE-FIN
               END-IF
           END-IF.

           IF NOT WS-TROUVE-OUI
               MOVE "   ABSENT DU FICHIER CLIENT ET DE L'ARCHIVE"
                    TO WS-LIGNE
               PERFORM 9000-ECRITURE-LIGNE-DEBUT
                  THRU 9000-ECRITURE-LIGNE-FIN
           ELSE
               MOVE SPACES TO WS-LIGNE
               STRING "   " RCLIENT-ID " " RCLIENT-NOM " "
                      RCLIENT-PRENOM " " RCLIENT-POSTE
                      "  DEPT " RCLIENT-DEPT "  SOCIETE "
                      RCLIENT-SOCIETE "  CONTRAT " RCLIENT-ASSUR
                      DELIMITED BY SIZE INTO WS-LIGNE
               PERFORM 9000-ECRITURE-LIGNE-DEBUT
                  THRU 9000-ECRITURE-LIGNE-FIN
               MOVE SPACES TO WS-LIGNE
               STRING "   " RCLIENT-RUE " " RCLIENT-CODEPOSTAL " "
                      RCLIENT-VILLE "  TVA " RCLIENT-CODE-TVA
                      "  DEVISE " RCLIENT-DEVISE "  PRELEVEMENT "
                      RCLIENT-PRELEVEMENT "  FREQUENCE "
                      RCLIENT-FREQUENCE
                      DELIMITED BY SIZE INTO WS-LIGNE
               PERFORM 9000-ECRITURE-LIGNE-DEBUT
                  THRU 9000-ECRITURE-LIGNE-FIN
           END-IF.
      *
      ****** GROUPE PAYEUR EVENTUEL
           MOVE SPACES TO WS-GROUPE-CLIENT.
           OPEN INPUT FGROUPE.
           IF WS-STATUS-FILE-FGROUPE-OK
               PERFORM UNTIL NOT WS-STATUS-FILE-FGROUPE-OK
                   READ FGROUPE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF GRP-MEMBRE = HIST-CLIENT
                               MOVE GRP-GROUPE TO WS-GROUPE-CLIENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FGROUPE
           END-IF.
           IF WS-GROUPE-CLIENT NOT = SPACES
               MOVE SPACES TO WS-LIGNE
               STRING "   MEMBRE DU GROUPE PAYEUR " WS-GROUPE-CLIENT
                      DELIMITED BY SIZE INTO WS-LIGNE
               PERFORM 9000-ECRITURE-LIGNE-DEBUT
                  THRU 9000-ECRITURE-LIGNE-FIN
           END-IF.

       5200-CLIENT-FIN.
           EXIT.

      *******************************************************
      *  C. VERSION DU CONTRAT EN VIGUEUR A LA DATE DE FACTURE
      *******************************************************
       5300-CONTRAT-DEBUT.

           MOVE HIST-DATE TO WS-EDIT-DATE.
           MOVE SPACES TO WS-LIGNE.
           STRING "C. CONTRAT EN VIGUEUR AU " WS-EDIT-DATE
                  " (ASSURVERS)"
                  DELIMITED BY SIZE INTO WS-LIGNE.
           PERFORM 9000-ECRITURE-LIGNE-DEBUT
              THRU 9000-ECRITURE-LIGNE-FIN.

           IF HIST-NUMACT NOT NUMERIC
               MOVE "   SANS CONTRAT (FACTURE HORS PRIME)" TO WS-LIGNE
               PERFORM 9000-ECRITURE-LIGNE-DEBUT
                  THRU 9000-ECRITURE-LIGNE-FIN
               GO TO 5300-CONTRAT-FIN
           END-IF.

           MOVE HIST-NUMACT TO WS-VER-NUMACT.
           MOVE HIST-DATE   TO WS-VER-DATE.
           MOVE "N" TO WS-VER-TROUVE.
           CALL 'ASSURVERS' USING WS-VERSION
               ON EXCEPTION
                   MOVE "N" TO WS-VER-TROUVE
           END-CALL.

           IF NOT WS-VER-TROUVE-OUI
               MOVE SPACES TO WS-LIGNE
               STRING "   CONTRAT " HIST-NUMACT
                      " INCONNU D'ASSURANCES.txt"
                      DELIMITED BY SIZE INTO WS-LIGNE
               PERFORM 9000-ECRITURE-LIGNE-DEBUT
                  THRU 9000-ECRITURE-LIGNE-FIN
               GO TO 5300-CONTRAT-FIN
           END-IF.

           MOVE WS-VER-SEQUENCE TO WS-EDIT-NB.
           MOVE SPACES TO WS-LIGNE.
           IF WS-VER-SEQUENCE = ZEROES
               STRING "   CONTRAT " HIST-NUMACT
                      " - CONTRAT DE BASE, SANS AVENANT APPLICABLE"
                      DELIMITED BY SIZE INTO WS-LIGNE
           ELSE
               STRING "   CONTRAT " HIST-NUMACT " - AVENANT "
                      WS-EDIT-NB
                      DELIMITED BY SIZE INTO WS-LIGNE
           END-IF.
           PERFORM 9000-ECRITURE-LIGNE-DEBUT
              THRU 9000-ECRITURE-LIGNE-FIN.
           MOVE SPACES TO WS-LIGNE.
           STRING "   " WS-VER-LIBELLE
                  DELIMITED BY SIZE INTO WS-LIGNE.
           PERFORM 9000-ECRITURE-LIGNE-DEBUT
              THRU 9000-ECRITURE-LIGNE-FIN.
           MOVE SPACES TO WS-LIGNE.
           STRING "   VALIDITE DU " WS-VER-DATEDEBUT " AU "
                  WS-VER-DATEFIN
                  DELIMITED BY SIZE INTO WS-LIGNE.
           PERFORM 9000-ECRITURE-LIGNE-DEBUT
              THRU 9000-ECRITURE-LIGNE-FIN.
           IF HIST-DATE < WS-VER-DATEDEBUT
           OR (WS-VER-DATEFIN NOT = ZEROES
               AND HIST-DATE > WS-VER-DATEFIN)
               MOVE "   *** FACTURE EMISE HORS DE LA VALIDITE DU "
                  & "CONTRAT" TO WS-LIGNE
               PERFORM 9000-ECRITURE-LIGNE-DEBUT
                  THRU 9000-ECRITURE-LIGNE-FIN
           END-IF.

       5300-CONTRAT-FIN.
           EXIT.

      *******************************************************
      *  D. LOT COMPTABLE DU JOUR DE FACTURE : ECRITURES SUR LE
      *  COMPTE CLIENT DE LA SOCIETE, LE CHIFFRE D'AFFAIRES DU
      *  DEPARTEMENT ET LA TVA DU CODE (GLOBALISEES PAR JOUR : LA
      *  FACTURE Y EST COMPRISE), PIED DE CONTROLE ET SUSPENS
      *******************************************************
       5400-COMPTABILITE-DEBUT.

           MOVE SPACES TO WS-LOT-FACTURE.
           STRING "FACT" HIST-DATE
                  DELIMITED BY SIZE INTO WS-LOT-FACTURE.
           MOVE SPACES TO WS-COMPTE-CLIENT WS-COMPTE-CA WS-COMPTE-TVA.
           STRING "411" HIST-SOCIETE
                  DELIMITED BY SIZE INTO WS-COMPTE-CLIENT.
           STRING "706" HIST-DEPT
                  DELIMITED BY SIZE INTO WS-COMPTE-CA.
           STRING "44571" HIST-CODE-TVA
                  DELIMITED BY SIZE INTO WS-COMPTE-TVA.

           MOVE SPACES TO WS-LIGNE.
           STRING "D. LOT COMPTABLE " WS-LOT-FACTURE
                  " (FACTURES-COMPTA, ECRITURES GLOBALISEES PAR JOUR)"
                  DELIMITED BY SIZE INTO WS-LIGNE.
           PERFORM 9000-ECRITURE-LIGNE-DEBUT
              THRU 9000-ECRITURE-LIGNE-FIN.

           MOVE ZEROES TO WS-NB-ELEMENTS.
           OPEN INPUT FCOMPTA.
           IF WS-STATUS-FILE-FCOMPTA-OK
               PERFORM UNTIL NOT WS-STATUS-FILE-FCOMPTA-OK
                   READ FCOMPTA
                       AT END
                           CONTINUE
                       NOT AT END
                           IF COMPTA-BATCH = WS-LOT-FACTURE
                           AND (COMPTA-COMPTE = WS-COMPTE-CLIENT
                             OR COMPTA-COMPTE = WS-COMPTE-CA
                             OR COMPTA-COMPTE = WS-COMPTE-TVA
                             OR COMPTA-SENS = "T")
                               ADD 1 TO WS-NB-ELEMENTS
                               MOVE COMPTA-MONTANT TO WS-EDIT-TOTAL
                               MOVE SPACES TO WS-LIGNE
                               STRING "   " COMPTA-DATE " "
                                      COMPTA-BATCH " " COMPTA-SENS
                                      " " COMPTA-COMPTE " "
                                      WS-EDIT-TOTAL
                                      DELIMITED BY SIZE INTO WS-LIGNE
                               PERFORM 9000-ECRITURE-LIGNE-DEBUT
                                  THRU 9000-ECRITURE-LIGNE-FIN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FCOMPTA
           END-IF.
      *
      ****** LOT RETENU EN SUSPENS (COMPTE HORS PLAN)
           MOVE "N" TO WS-LOT-SUSPENS.
           OPEN INPUT FSUSPENS.
           IF WS-STATUS-FILE-FSUSPENS-OK
               PERFORM UNTIL NOT WS-STATUS-FILE-FSUSPENS-OK
                   READ FSUSPENS
                       AT END
                           CONTINUE
                       NOT AT END
                           IF SUS-LIGNE (10:12) = WS-LOT-FACTURE
                               MOVE "O" TO WS-LOT-SUSPENS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FSUSPENS
           END-IF.

           IF WS-LOT-SUSPENS-OUI
               MOVE SPACES TO WS-LIGNE
               STRING "   *** LOT " WS-LOT-FACTURE
                      " EN SUSPENS (COMPTA-SUSPENS.txt)"
                      DELIMITED BY SIZE INTO WS-LIGNE
               PERFORM 9000-ECRITURE-LIGNE-DEBUT
                  THRU 9000-ECRITURE-LIGNE-FIN
           END-IF.
           IF WS-NB-ELEMENTS = ZEROES
           AND NOT WS-LOT-SUSPENS-OUI
               MOVE "   AUCUNE ECRITURE AU GRAND LIVRE POUR CETTE "
                  & "FACTURE" TO WS-LIGNE
               PERFORM 9000-ECRITURE-LIGNE-DEBUT
                  THRU 9000-ECRITURE-LIGNE-FIN
           END-IF.

       5400-COMPTABILITE-FIN.
           EXIT.

      *******************************************************
      *  E. REGLEMENTS : LETTRES SUR LA FACTURE, NON AFFECTES DU
      *  CLIENT DEPUIS LA FACTURE, STATUT DU DERNIER LETTRAGE
      *******************************************************
       5500-REGLEMENTS-DEBUT.

           MOVE "E. REGLEMENTS (REGLEMENTS, LETTRAGE-RAPPORT)"
                TO WS-LIGNE.
           PERFORM 9000-ECRITURE-LIGNE-DEBUT
              THRU 9000-ECRITURE-LIGNE-FIN.

           MOVE ZEROES TO WS-NB-ELEMENTS WS-TOTAL-ELEMENTS.
           OPEN INPUT FREGL.
           IF WS-STATUS-FILE-FREGL-OK
               PERFORM UNTIL NOT WS-STATUS-FILE-FREGL-OK
                   READ FREGL
                       AT END
                           CONTINUE
                       NOT AT END
                           IF RREGL-ID = HIST-CLIENT
                           AND RREGL-MONTANT IS NUMERIC
                               PERFORM 5550-LIGNE-REGLEMENT-DEBUT
                                  THRU 5550-LIGNE-REGLEMENT-FIN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FREGL
           END-IF.
           IF WS-NB-ELEMENTS = ZEROES
               MOVE "   AUCUN REGLEMENT LETTRE NI EN ATTENTE"
                    TO WS-LIGNE
               PERFORM 9000-ECRITURE-LIGNE-DEBUT
                  THRU 9000-ECRITURE-LIGNE-FIN
           ELSE
               MOVE WS-TOTAL-ELEMENTS TO WS-EDIT-MT
               MOVE SPACES TO WS-LIGNE
               STRING "   TOTAL LETTRE SUR LA FACTURE " WS-EDIT-MT
                      DELIMITED BY SIZE INTO WS-LIGNE
               PERFORM 9000-ECRITURE-LIGNE-DEBUT
                  THRU 9000-ECRITURE-LIGNE-FIN
           END-IF.
      *
      ****** STATUT DE LA FACTURE AU DERNIER LETTRAGE
           MOVE "N" TO WS-TROUVE.
           OPEN INPUT FLETTRAGE.
           IF WS-STATUS-FILE-FLETTRAGE-OK
               PERFORM UNTIL NOT WS-STATUS-FILE-FLETTRAGE-OK
                   READ FLETTRAGE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF RLETTRAGE (1:8) = WS-NUMFACT-X
                               MOVE "O" TO WS-TROUVE
                               MOVE SPACES TO WS-LIGNE
                               STRING "   DERNIER LETTRAGE : "
                                      RLETTRAGE
                                      DELIMITED BY SIZE INTO WS-LIGNE
                               PERFORM 9000-ECRITURE-LIGNE-DEBUT
                                  THRU 9000-ECRITURE-LIGNE-FIN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FLETTRAGE
           END-IF.
           IF NOT WS-TROUVE-OUI
               MOVE "   FACTURE ABSENTE DU DERNIER LETTRAGE" TO WS-LIGNE
               PERFORM 9000-ECRITURE-LIGNE-DEBUT
                  THRU 9000-ECRITURE-LIGNE-FIN
           END-IF.

       5500-REGLEMENTS-FIN.
           EXIT.

      *******************************************************
      *  UN REGLEMENT DU CLIENT : LETTRE SUR LA FACTURE (NUMERO
      *  EN QUATRIEME ZONE) OU NON AFFECTE ET POSTERIEUR A LA
      *  FACTURE (IMPUTE PAR LETTRAGE A LA PLUS ANCIENNE FACTURE
      *  OUVERTE)
      *******************************************************
       5550-LIGNE-REGLEMENT-DEBUT.

           MOVE RREGL-MONTANT TO WS-EDIT-MT.
           MOVE SPACES TO WS-LIGNE.
           IF RREGL-NUMFACT = WS-NUMFACT-X
               ADD 1 TO WS-NB-ELEMENTS
               ADD RREGL-MONTANT TO WS-TOTAL-ELEMENTS
               STRING "   RECU LE " RREGL-DATE " " WS-EDIT-MT
                      "  LETTRE SUR LA FACTURE"
                      DELIMITED BY SIZE INTO WS-LIGNE
               PERFORM 9000-ECRITURE-LIGNE-DEBUT
                  THRU 9000-ECRITURE-LIGNE-FIN
               GO TO 5550-LIGNE-REGLEMENT-FIN
           END-IF.

           IF (RREGL-NUMFACT = SPACES
               OR RREGL-NUMFACT = "00000000")
           AND RREGL-DATE IS NUMERIC
           AND RREGL-DATE NOT < HIST-DATE
               ADD 1 TO WS-NB-ELEMENTS
               STRING "   RECU LE " RREGL-DATE " " WS-EDIT-MT
                      "  NON AFFECTE (IMPUTE A LA PLUS ANCIENNE "
                      "FACTURE OUVERTE)"
                      DELIMITED BY SIZE INTO WS-LIGNE
               PERFORM 9000-ECRITURE-LIGNE-DEBUT
                  THRU 9000-ECRITURE-LIGNE-FIN
           END-IF.

       5550-LIGNE-REGLEMENT-FIN.
           EXIT.

      *******************************************************
      *  F. AVOIRS IMPUTES SUR LA FACTURE
      *******************************************************
       5600-AVOIRS-DEBUT.

           MOVE "F. AVOIRS (AVOIRS)" TO WS-LIGNE.
           PERFORM 9000-ECRITURE-LIGNE-DEBUT
              THRU 9000-ECRITURE-LIGNE-FIN.

           MOVE ZEROES TO WS-NB-ELEMENTS.
           OPEN INPUT FAVOIR.
           IF WS-STATUS-FILE-FAVOIR-OK
               PERFORM UNTIL NOT WS-STATUS-FILE-FAVOIR-OK
                   READ FAVOIR
                       AT END
                           CONTINUE
                       NOT AT END
                           IF AVR-NUMFACT = WS-NUMFACT-X
                           AND AVR-MONTANT IS NUMERIC
                               ADD 1 TO WS-NB-ELEMENTS
                               MOVE AVR-MONTANT TO WS-EDIT-MT
                               MOVE SPACES TO WS-LIGNE
                               STRING "   AVOIR DU " AVR-DATE " "
                                      WS-EDIT-MT " CLIENT " AVR-ID
                                      " - " AVR-MOTIF
                                      DELIMITED BY SIZE INTO WS-LIGNE
                               PERFORM 9000-ECRITURE-LIGNE-DEBUT
                                  THRU 9000-ECRITURE-LIGNE-FIN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FAVOIR
           END-IF.
           IF WS-NB-ELEMENTS = ZEROES
               MOVE "   AUCUN AVOIR" TO WS-LIGNE
               PERFORM 9000-ECRITURE-LIGNE-DEBUT
                  THRU 9000-ECRITURE-LIGNE-FIN
           END-IF.

       5600-AVOIRS-FIN.
           EXIT.

      *******************************************************
      *  G. LETTRES DE RELANCE DU CLIENT OU DE SON GROUPE PAYEUR
      *  DEPUIS LA DATE DE FACTURE
      *******************************************************
       5700-RELANCES-DEBUT.

           MOVE "G. RELANCES (RELANCES-HISTORIQUE)" TO WS-LIGNE.
           PERFORM 9000-ECRITURE-LIGNE-DEBUT
              THRU 9000-ECRITURE-LIGNE-FIN.

           MOVE ZEROES TO WS-NB-ELEMENTS.
           OPEN INPUT FRELHIST.
           IF WS-STATUS-FILE-FRELHIST-OK
               PERFORM UNTIL NOT WS-STATUS-FILE-FRELHIST-OK
                   READ FRELHIST
                       AT END
                           CONTINUE
                       NOT AT END
                           IF (RHL-ID = HIST-CLIENT
                               OR (WS-GROUPE-CLIENT NOT = SPACES
                                   AND RHL-ID = WS-GROUPE-CLIENT))
                           AND RHL-DATE IS NUMERIC
                           AND RHL-DATE NOT < HIST-DATE
                               ADD 1 TO WS-NB-ELEMENTS
                               MOVE RHL-MONTANT TO WS-EDIT-TOTAL
                               MOVE SPACES TO WS-LIGNE
                               STRING "   LETTRE DU " RHL-DATE
                                      " NIVEAU " RHL-NIVEAU " A "
                                      RHL-ID " SOLDE RELANCE "
                                      WS-EDIT-TOTAL
                                      DELIMITED BY SIZE INTO WS-LIGNE
                               PERFORM 9000-ECRITURE-LIGNE-DEBUT
                                  THRU 9000-ECRITURE-LIGNE-FIN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FRELHIST
           END-IF.
           IF WS-NB-ELEMENTS = ZEROES
               MOVE "   AUCUNE RELANCE DEPUIS LA FACTURE" TO WS-LIGNE
               PERFORM 9000-ECRITURE-LIGNE-DEBUT
                  THRU 9000-ECRITURE-LIGNE-FIN
           END-IF.

       5700-RELANCES-FIN.
           EXIT.

      *******************************************************
      *  INSCRIPTION DU TIRAGE AU REGISTRE
      *******************************************************
       6000-REGISTRE-DEBUT.

           OPEN EXTEND FREGISTRE.
           IF WS-STATUS-FILE-FREGISTRE-INEXISTANT
               OPEN OUTPUT FREGISTRE
           END-IF.
           IF NOT WS-STATUS-FILE-FREGISTRE-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FREGISTRE': "
                       WS-STATUS-FILE-FREGISTRE
               MOVE 12 TO RETURN-CODE
               GO TO 6000-REGISTRE-FIN
           END-IF.

           MOVE SPACES TO RREGISTRE.
           MOVE WS-DATE-JOUR        TO REGA-DATE.
           MOVE WS-HEURE-JOUR (1:6) TO REGA-HEURE.
           MOVE WS-DEBUT-PERIODE    TO REGA-DEBUT.
           MOVE WS-FIN-PERIODE      TO REGA-FIN.
           MOVE WS-METHODE          TO REGA-METHODE.
           MOVE WS-TAILLE           TO REGA-TAILLE.
           MOVE WS-GRAINE           TO REGA-GRAINE.
           MOVE WS-SEUIL            TO REGA-SEUIL.
           MOVE WS-NB-POP           TO REGA-POPULATION.
           MOVE WS-TOTAL-POP        TO REGA-TOTAL.
           MOVE WS-NB-RETENUES      TO REGA-RETENUES.
           WRITE RREGISTRE.
           CLOSE FREGISTRE.

       6000-REGISTRE-FIN.
           EXIT.

      *******************************************************
      *  ECRITURE D'UNE LIGNE DE L'ECHANTILLON
      *******************************************************
       9000-ECRITURE-LIGNE-DEBUT.

           MOVE WS-LIGNE TO RRAPPORT.
           WRITE RRAPPORT.

       9000-ECRITURE-LIGNE-FIN.
           EXIT.

      *******************************************************
      *  NOMBRE PSEUDO-ALEATOIRE SUIVANT (PARK ET MILLER)
      *******************************************************
       9100-ALEA-DEBUT.

           COMPUTE WS-ALEA =
                   FUNCTION MOD (WS-ALEA * 16807, WS-MODULE).
           ADD 1 TO WS-NB-TIRAGES.

       9100-ALEA-FIN.
           EXIT.
