       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTRLCLOT.
       AUTHOR. GENEVIEVE GIANNASI.
       INSTALLATION. PERSONAL PC.
       DATE-WRITTEN. 15-10-2026.
       DATE-COMPILED. 15-10-2026.
       SECURITY. NON-CONFIDENTIAL.
      ******************************************************************
      * OBJECTIF: Verification de fin de mois avant CLOTURE. Un mois
      * a ete fige en aout alors qu'un lot de FACTURES-COMPTA.txt
      * n'etait pas accuse et que la reevaluation des devises
      * n'avait pas tourne : CLOTURE fermait le mois sur demande,
      * travaux finis ou non.
      *
      *     CALL 'CTRLCLOT' USING LS-CONTROLE-CLOTURE
      *
      *     LS-CTL-MOIS      : mois a verifier AAAAMM
      *     LS-CTL-NB-POINTS : points controles (rendu)
      *     LS-CTL-NB-ECHECS : points en echec (rendu)
      *     LS-CTL-STATUT    : "0" tous les points passent
      *                        "1" au moins un point en echec
      *                        "9" mois invalide (rien n'est verifie)
      *
      * Points controles pour le mois, chacun CONFORME ou en ECHEC :
      *   01 chaque execution de FACTURES du mois (lignes RCTRL de
      *      FACTURES-CONTROLE.txt) a un dernier audit CONFORME au
      *      registre AUDITFACT-REGISTRE.txt
      *   02 chaque lot du mois de FACTURES-COMPTA.txt est ACCEPTE au
      *      dernier rapport de RAPCOMPTA (COMPTA-RAPPROCHEMENT.txt) ;
      *      un lot du mois reste en suspens chez ECRICPTA
      *      (COMPTA-SUSPENS.txt) est en echec
      *   03 TVA-DECLARATION.txt porte le mois et recoupe exactement
      *      FACTURES-CONTROLE.txt (TVADECL)
      *   04 la reevaluation des devises est comptabilisee : lot REV
      *      date de la derniere semaine du mois ou du mois suivant,
      *      ou rapport REEVALUATION-RAPPORT.txt sans ecart sur la
      *      meme periode
      *   05 les produits constates d'avance sont comptabilises : lot
      *      PCA+fin de mois, ou echeancier PCA-ECHEANCIER.txt du mois
      *      sans ligne differee (PCAVANCE)
      *   06 la provision du mois est passee (PROVISIONS-ETAT.txt) et
      *      son lot PRO+fin de mois n'est pas en suspens (PROVISION)
      *   07 le releve de commissions du mois est edite
      *      (COMMISSIONS-RELEVES.txt, COMMASSUR) - sans objet sans
      *      taux de commission
      *   08 le bordereau de sinistres du mois est edite
      *      (SINISTRES-BORDEREAUX.txt, SINBORD) - sans objet sans
      *      sinistre
      *   09 aucun incident du mois n'est ouvert au registre
      *      INCIDENTS.txt et toute erreur "E" du mois au journal
      *      JOURNAL-EVENEMENTS.txt y est enregistree (INCIDENTS)
      *   10 le suspens de lettrage LETTRAGE-SUSPENS.txt ne depasse
      *      pas le seuil de la carte CLOTURE-PARAMETRES.txt
      *      (SEUIL-SUSPENS=montant en euros, 1000 par defaut)
      *
      * La check-list sort dans CLOTURE-CHECKLIST.txt et a l'ecran.
      * CLOTURE refuse de clore un mois dont un point est en echec,
      * sauf forcage approuve par un second operateur (APPROBAT).
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ******** CONTROLE DES EXECUTIONS DE FACTURES
           SELECT FCTRL ASSIGN TO "FACTURES-CONTROLE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FCTRL.

      ******** REGISTRE DES AUDITS DE FACTURATION
           SELECT FAUDITREG ASSIGN TO "AUDITFACT-REGISTRE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FAUDITREG.

      ******** ECRITURES COMPTABLES EMISES VERS LE GRAND LIVRE
           SELECT FCOMPTA ASSIGN TO "FACTURES-COMPTA.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FCOMPTA.

      ******** LOTS COMPTABLES EN SUSPENS (ECRICPTA)
           SELECT FSUSCPT ASSIGN TO "COMPTA-SUSPENS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FSUSCPT.

      ******** RAPPORT DE RAPPROCHEMENT DES LOTS (RAPCOMPTA)
           SELECT FRAPCPT ASSIGN TO "COMPTA-RAPPROCHEMENT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FRAPCPT.

      ******** DECLARATION DE TVA (TVADECL)
           SELECT FTVA ASSIGN TO "TVA-DECLARATION.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FTVA.

      ******** RAPPORT DE REEVALUATION DES DEVISES
           SELECT FREEVAL ASSIGN TO "REEVALUATION-RAPPORT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FREEVAL.

      ******** ECHEANCIER DES PRODUITS CONSTATES D'AVANCE
           SELECT FPCA ASSIGN TO "PCA-ECHEANCIER.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FPCA.

      ******** ETAT DES PROVISIONS (DERNIER MOIS PROVISIONNE)
           SELECT FPROV ASSIGN TO "PROVISIONS-ETAT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FPROV.

      ******** TAUX DE COMMISSION DES ASSUREURS
           SELECT FCOMTAUX ASSIGN TO "COMMISSIONS-ASSUREURS-TAUX.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FCOMTAUX.

      ******** RELEVES MENSUELS DE COMMISSIONS (COMMASSUR)
           SELECT FCOMREL ASSIGN TO "COMMISSIONS-RELEVES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FCOMREL.

      ******** FICHIER DES SINISTRES
           SELECT FSINISTRE ASSIGN TO "SINISTRES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FSINISTRE.

      ******** BORDEREAUX MENSUELS DE SINISTRES (SINBORD)
           SELECT FSINBORD ASSIGN TO "SINISTRES-BORDEREAUX.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FSINBORD.

      ******** REGISTRE DES INCIDENTS D'EXPLOITATION
           SELECT FINCIDENT ASSIGN TO "INCIDENTS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FINCIDENT.

      ******** JOURNAL CENTRAL DES EVENEMENTS (LOGEVENT)
           SELECT FJOURNAL ASSIGN TO "JOURNAL-EVENEMENTS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FJOURNAL.

      ******** SUSPENS DU LETTRAGE (BACK-OFFICE)
           SELECT FSUSLET ASSIGN TO "LETTRAGE-SUSPENS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FSUSLET.

      ******** CARTE PARAMETRE DE LA CLOTURE (MOT-CLE=VALEUR)
           SELECT FPARAM ASSIGN TO "CLOTURE-PARAMETRES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FPARAM.

      ******** CHECK-LIST DE CLOTURE
           SELECT FCHECK ASSIGN TO "CLOTURE-CHECKLIST.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FCHECK.

       DATA DIVISION.
       FILE SECTION.
      ******** CONTROLE DES EXECUTIONS DE FACTURES
           COPY 'COBOL-FD-CTRL.cpy'.

      ******** REGISTRE DES AUDITS DE FACTURATION
           COPY 'COBOL-FD-AUDITREG.cpy'.

      ******** ECRITURES COMPTABLES EMISES VERS LE GRAND LIVRE
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

      ******** LOTS COMPTABLES EN SUSPENS : LA LIGNE RCOMPTA
      ******** D'ORIGINE EST REPRISE TELLE QUELLE
       FD  FSUSCPT.
       01  RSUSCPT.
           05  SUS-DATE       PIC 9(08).
           05  FILLER         PIC X(01).
           05  SUS-PROGRAMME  PIC X(08).
           05  FILLER         PIC X(01).
           05  SUS-LIGNE.
               10  SUS-COMPTA-DATE  PIC X(08).
               10  FILLER           PIC X(01).
               10  SUS-COMPTA-BATCH PIC X(12).
               10  FILLER           PIC X(25).
           05  FILLER         PIC X(01).
           05  SUS-MOTIF      PIC X(20).
           05  FILLER         PIC X(01).
           05  SUS-OUVERTURE  PIC X(01).

      ******** RAPPORT DE RAPPROCHEMENT DES LOTS
       FD  FRAPCPT.
       01  RRAPCPT PIC X(100).

      ******** DECLARATION DE TVA
       FD  FTVA.
       01  RTVA PIC X(100).

      ******** RAPPORT DE REEVALUATION DES DEVISES
       FD  FREEVAL.
       01  RREEVAL PIC X(120).

      ******** ECHEANCIER DES PRODUITS CONSTATES D'AVANCE
       FD  FPCA.
       01  RPCA PIC X(132).

      ******** ETAT DES PROVISIONS
       FD  FPROV.
       01  RPROV.
           05  PRV-ID            PIC X(08).
           05  FILLER            PIC X(01).
           05  PRV-MOIS          PIC 9(06).
           05  FILLER            PIC X(01).
           05  PRV-MONTANT       PIC 9(09)V99.
           05  FILLER            PIC X(01).
           05  PRV-DATE-DEMEURE  PIC 9(08).

      ******** TAUX DE COMMISSION DES ASSUREURS
       FD  FCOMTAUX.
       01  RCOMTAUX PIC X(80).

      ******** RELEVES MENSUELS DE COMMISSIONS
       FD  FCOMREL.
       01  RCOMREL PIC X(100).

      ******** FICHIER DES SINISTRES
       FD  FSINISTRE.
       01  RSINISTRE PIC X(200).

      ******** BORDEREAUX MENSUELS DE SINISTRES
       FD  FSINBORD.
       01  RSINBORD PIC X(132).

      ******** REGISTRE DES INCIDENTS D'EXPLOITATION
       FD  FINCIDENT.
       01  RINCIDENT.
           05  INC-CLE       PIC 9(06).
           05  FILLER        PIC X(01).
           05  INC-DATE      PIC 9(08).
           05  FILLER        PIC X(01).
           05  INC-PROGRAMME PIC X(08).
           05  FILLER        PIC X(01).
           05  INC-STATUT    PIC X(01).
           05  FILLER        PIC X(01).
           05  INC-OPERATEUR PIC X(03).
           05  FILLER        PIC X(01).
           05  INC-NOTE      PIC X(40).
           05  FILLER        PIC X(01).
           05  INC-MESSAGE   PIC X(60).

      ******** JOURNAL CENTRAL DES EVENEMENTS
       FD  FJOURNAL.
       01  RJOURNAL.
           05  JRN-CLE       PIC 9(06).
           05  FILLER        PIC X(01).
           05  JRN-DATE      PIC 9(08).
           05  FILLER        PIC X(01).
           05  JRN-HEURE     PIC 9(06).
           05  FILLER        PIC X(01).
           05  JRN-PROGRAMME PIC X(08).
           05  FILLER        PIC X(01).
           05  JRN-SEVERITE  PIC X(01).
           05  FILLER        PIC X(01).
           05  JRN-MESSAGE   PIC X(60).
           05  FILLER        PIC X(01).
           05  JRN-OPERATEUR PIC X(03).

      ******** SUSPENS DU LETTRAGE
       FD  FSUSLET.
       01  RSUSLET.
           05  SUSP-ID       PIC X(08).
           05  FILLER        PIC X(01).
           05  SUSP-DATE     PIC 9(08).
           05  FILLER        PIC X(01).
           05  SUSP-MONTANT  PIC 9(07)V99.
           05  FILLER        PIC X(01).
           05  SUSP-MOTIF    PIC X(30).

      ******** CARTE PARAMETRE DE LA CLOTURE
       FD  FPARAM.
       01  RPARAM PIC X(40).

      ******** CHECK-LIST DE CLOTURE
       FD  FCHECK.
       01  RCHECK PIC X(132).

       WORKING-STORAGE SECTION.
       77  WS-STATUS-FILE-FCTRL PIC X(02) VALUE SPACES.
           88  WS-STATUS-FILE-FCTRL-OK  VALUE "00".
       77  WS-STATUS-FILE-FAUDITREG PIC X(02) VALUE SPACES.
           88  WS-STATUS-FILE-FAUDITREG-OK  VALUE "00".
       77  WS-STATUS-FILE-FCOMPTA PIC X(02) VALUE SPACES.
           88  WS-STATUS-FILE-FCOMPTA-OK  VALUE "00".
       77  WS-STATUS-FILE-FSUSCPT PIC X(02) VALUE SPACES.
           88  WS-STATUS-FILE-FSUSCPT-OK  VALUE "00".
       77  WS-STATUS-FILE-FRAPCPT PIC X(02) VALUE SPACES.
           88  WS-STATUS-FILE-FRAPCPT-OK  VALUE "00".
       77  WS-STATUS-FILE-FTVA PIC X(02) VALUE SPACES.
           88  WS-STATUS-FILE-FTVA-OK  VALUE "00".
       77  WS-STATUS-FILE-FREEVAL PIC X(02) VALUE SPACES.
           88  WS-STATUS-FILE-FREEVAL-OK  VALUE "00".
       77  WS-STATUS-FILE-FPCA PIC X(02) VALUE SPACES.
           88  WS-STATUS-FILE-FPCA-OK  VALUE "00".
       77  WS-STATUS-FILE-FPROV PIC X(02) VALUE SPACES.
           88  WS-STATUS-FILE-FPROV-OK  VALUE "00".
       77  WS-STATUS-FILE-FCOMTAUX PIC X(02) VALUE SPACES.
           88  WS-STATUS-FILE-FCOMTAUX-OK  VALUE "00".
       77  WS-STATUS-FILE-FCOMREL PIC X(02) VALUE SPACES.
           88  WS-STATUS-FILE-FCOMREL-OK  VALUE "00".
       77  WS-STATUS-FILE-FSINISTRE PIC X(02) VALUE SPACES.
           88  WS-STATUS-FILE-FSINISTRE-OK  VALUE "00".
       77  WS-STATUS-FILE-FSINBORD PIC X(02) VALUE SPACES.
           88  WS-STATUS-FILE-FSINBORD-OK  VALUE "00".
       77  WS-STATUS-FILE-FINCIDENT PIC X(02) VALUE SPACES.
           88  WS-STATUS-FILE-FINCIDENT-OK  VALUE "00".
       77  WS-STATUS-FILE-FJOURNAL PIC X(02) VALUE SPACES.
           88  WS-STATUS-FILE-FJOURNAL-OK  VALUE "00".
       77  WS-STATUS-FILE-FSUSLET PIC X(02) VALUE SPACES.
           88  WS-STATUS-FILE-FSUSLET-OK  VALUE "00".
       77  WS-STATUS-FILE-FPARAM PIC X(02) VALUE SPACES.
           88  WS-STATUS-FILE-FPARAM-OK  VALUE "00".
       77  WS-STATUS-FILE-FCHECK PIC X(02) VALUE SPACES.
           88  WS-STATUS-FILE-FCHECK-OK  VALUE "00".

      ***********************************************
      * BORNES DU MOIS VERIFIE
      ***********************************************
       77  WS-MOIS          PIC 9(06) VALUE ZEROES.
       77  WS-AAAA          PIC 9(04) VALUE ZEROES.
       77  WS-MM            PIC 9(02) VALUE ZEROES.
       77  WS-DEBUT-MOIS    PIC 9(08) VALUE ZEROES.
       77  WS-FIN-MOIS      PIC 9(08) VALUE ZEROES.
       77  WS-DEBUT-REEVAL  PIC 9(08) VALUE ZEROES.
       77  WS-FIN-REEVAL    PIC 9(08) VALUE ZEROES.
       77  WS-DATE-CALCUL   PIC 9(08) VALUE ZEROES.
       77  WS-EDIT-MOIS     PIC 9(04)/9(02).
       77  WS-DATE-JOUR     PIC 9(08) VALUE ZEROES.
       77  WS-HEURE-JOUR    PIC 9(06) VALUE ZEROES.

      ***********************************************
      * LOTS COMPTABLES ATTENDUS POUR LE MOIS
      ***********************************************
       77  WS-BATCH-PCA     PIC X(12) VALUE SPACES.
       77  WS-BATCH-PRO     PIC X(12) VALUE SPACES.
       77  WS-BATCH-REV     PIC X(12) VALUE SPACES.
       77  WS-PCA-ETAT      PIC X(01) VALUE SPACES.
           88  WS-PCA-COMPTABILISE VALUE "C".
           88  WS-PCA-SUSPENS      VALUE "S".
       77  WS-PRO-ETAT      PIC X(01) VALUE SPACES.
           88  WS-PRO-SUSPENS      VALUE "S".
       77  WS-REV-ETAT      PIC X(01) VALUE SPACES.
           88  WS-REV-COMPTABILISE VALUE "C".
           88  WS-REV-SUSPENS      VALUE "S".

      ***********************************************
      * EXECUTIONS DE FACTURES DU MOIS ET LEUR AUDIT
      ***********************************************
       01  WS-TABLE-EXECUTIONS.
           05  WS-EXE-ENTRY OCCURS 500 INDEXED BY WS-INDICE-EXE.
               10  WS-EXE-DATE    PIC 9(08).
               10  WS-EXE-HEURE   PIC 9(06).
               10  WS-EXE-VERDICT PIC X(01).
       77  WS-NB-EXECUTIONS  PIC 9(04) VALUE ZEROES.
       77  WS-MAX-EXECUTIONS PIC 9(04) VALUE 500.
       77  WS-NB-NON-AUDITEES PIC 9(04) VALUE ZEROES.
       77  WS-NB-NON-CONFORMES PIC 9(04) VALUE ZEROES.
       77  WS-POSITION-ECHEC PIC 9(04) VALUE ZEROES.

      ***********************************************
      * LOTS COMPTABLES DU MOIS
      *   ETAT : N NON RAPPROCHE, A ACCEPTE, R REJETE OU
      *          DISCORDANT AU RAPPORT, S EN SUSPENS (ECRICPTA)
      ***********************************************
       01  WS-TABLE-LOTS.
           05  WS-LOT-ENTRY OCCURS 1000 INDEXED BY WS-INDICE-LOT.
               10  WS-LOT-BATCH PIC X(12).
               10  WS-LOT-ETAT  PIC X(01).
       77  WS-NB-LOTS       PIC 9(04) VALUE ZEROES.
       77  WS-MAX-LOTS      PIC 9(04) VALUE 1000.
       77  WS-LOT-CHERCHE   PIC X(12) VALUE SPACES.
       77  WS-POSITION-LOT  PIC 9(04) VALUE ZEROES.
       77  WS-NB-LOTS-ACCEPTES  PIC 9(04) VALUE ZEROES.
       77  WS-NB-LOTS-NON-RAPP  PIC 9(04) VALUE ZEROES.
       77  WS-NB-LOTS-REJETES   PIC 9(04) VALUE ZEROES.
       77  WS-NB-LOTS-SUSPENS   PIC 9(04) VALUE ZEROES.
       77  WS-LOT-EXEMPLE   PIC X(12) VALUE SPACES.
       77  WS-NB-ACCEPTE    PIC 9(02) VALUE ZEROES.

      ***********************************************
      * INCIDENTS ENREGISTRES (CLES DU JOURNAL)
      ***********************************************
       01  WS-TABLE-INCIDENTS.
           05  WS-INC-CLE PIC 9(06) OCCURS 9999
                          INDEXED BY WS-INDICE-INC.
       77  WS-NB-INCIDENTS  PIC 9(04) VALUE ZEROES.
       77  WS-MAX-INCIDENTS PIC 9(04) VALUE 9999.
       77  WS-NB-INC-OUVERTS PIC 9(04) VALUE ZEROES.
       77  WS-NB-ERR-NON-ENREG PIC 9(04) VALUE ZEROES.

      ***********************************************
      * ZONES DE TRAVAIL DES POINTS
      ***********************************************
       77  WS-TROUVE        PIC X(01) VALUE "N".
           88  WS-TROUVE-OUI VALUE "O".
       77  WS-PREMIERE-LIGNE PIC X(01) VALUE "O".
           88  WS-PREMIERE-LIGNE-OUI VALUE "O".
       77  WS-TVA-PERIODE   PIC X(06) VALUE SPACES.
       77  WS-TVA-CONSTAT   PIC X(01) VALUE SPACES.
           88  WS-TVA-EXACT        VALUE "E".
           88  WS-TVA-ECART        VALUE "X".
           88  WS-TVA-SANS-CONTROLE VALUE "A".
       77  WS-REEVAL-DATE   PIC 9(08) VALUE ZEROES.
       77  WS-PCA-DU-MOIS   PIC X(01) VALUE "N".
           88  WS-PCA-DU-MOIS-OUI VALUE "O".
       77  WS-NB-LIGNES-PCA PIC 9(04) VALUE ZEROES.
       77  WS-DERNIER-MOIS-PROV PIC 9(06) VALUE ZEROES.
       77  WS-NB-SUSPENS    PIC 9(05) VALUE ZEROES.
       77  WS-TOTAL-SUSPENS PIC 9(09)V99 VALUE ZEROES.
       77  WS-SEUIL-SUSPENS PIC 9(07)V99 VALUE 1000.
       77  WS-EDIT-MONTANT  PIC Z.ZZZ.ZZ9,99.
       77  WS-EDIT-SEUIL    PIC Z.ZZZ.ZZ9,99.

      ***********************************************
      * CHECK-LIST : UN POSTE PAR POINT CONTROLE
      ***********************************************
       01  WS-TABLE-POINTS.
           05  WS-PNT-ENTRY OCCURS 10 INDEXED BY WS-INDICE-PNT.
               10  WS-PNT-LIBELLE  PIC X(40).
               10  WS-PNT-RESULTAT PIC X(10).
               10  WS-PNT-DETAIL   PIC X(77).
       77  WS-NB-POINTS     PIC 9(02) VALUE ZEROES.
       77  WS-NB-ECHECS     PIC 9(02) VALUE ZEROES.
       77  WS-LIBELLE       PIC X(40) VALUE SPACES.
       77  WS-RESULTAT      PIC X(10) VALUE SPACES.
       77  WS-DETAIL        PIC X(77) VALUE SPACES.
       77  WS-NUMERO-POINT  PIC 9(02) VALUE ZEROES.
       01  WS-LIGNE         PIC X(132) VALUE SPACES.

       LINKAGE SECTION.
       01  LS-CONTROLE-CLOTURE.
           05  LS-CTL-MOIS      PIC 9(06).
           05  LS-CTL-NB-POINTS PIC 9(02).
           05  LS-CTL-NB-ECHECS PIC 9(02).
           05  LS-CTL-STATUT    PIC X(01).
               88  LS-CTL-CONFORME   VALUE "0".
               88  LS-CTL-ECHECS     VALUE "1".
               88  LS-CTL-INVALIDE   VALUE "9".

      *******************************************************
      *  PARAGRAPHE PRINCIPAL
      *******************************************************
       PROCEDURE DIVISION USING LS-CONTROLE-CLOTURE.
       DEBUT-PROGRAMME.

           MOVE ZEROES TO LS-CTL-NB-POINTS LS-CTL-NB-ECHECS
                          WS-NB-POINTS WS-NB-ECHECS.
           MOVE "9" TO LS-CTL-STATUT.

           IF LS-CTL-MOIS IS NOT NUMERIC
               GO TO FIN-PROGRAMME
           END-IF.
           MOVE LS-CTL-MOIS TO WS-MOIS.
           DIVIDE WS-MOIS BY 100 GIVING WS-AAAA REMAINDER WS-MM.
           IF WS-MM < 1 OR WS-MM > 12 OR WS-AAAA < 1601
               GO TO FIN-PROGRAMME
           END-IF.

           PERFORM 0500-BORNES-MOIS-DEBUT
              THRU 0500-BORNES-MOIS-FIN.
           PERFORM 0600-LECTURE-PARAMETRES-DEBUT
              THRU 0600-LECTURE-PARAMETRES-FIN.
      *
      *********** POINTS DE CONTROLE DANS L'ORDRE DE LA CHECK-LIST
           PERFORM 1000-EXECUTIONS-AUDITEES-DEBUT
              THRU 1000-EXECUTIONS-AUDITEES-FIN.
           PERFORM 2000-LOTS-ACCUSES-DEBUT
              THRU 2000-LOTS-ACCUSES-FIN.
           PERFORM 3000-DECLARATION-TVA-DEBUT
              THRU 3000-DECLARATION-TVA-FIN.
           PERFORM 4000-REEVALUATION-DEBUT
              THRU 4000-REEVALUATION-FIN.
           PERFORM 4100-PRODUITS-AVANCE-DEBUT
              THRU 4100-PRODUITS-AVANCE-FIN.
           PERFORM 4200-PROVISIONS-DEBUT
              THRU 4200-PROVISIONS-FIN.
           PERFORM 5000-COMMISSIONS-DEBUT
              THRU 5000-COMMISSIONS-FIN.
           PERFORM 5100-SINISTRES-DEBUT
              THRU 5100-SINISTRES-FIN.
           PERFORM 6000-INCIDENTS-DEBUT
              THRU 6000-INCIDENTS-FIN.
           PERFORM 6500-SUSPENS-LETTRAGE-DEBUT
              THRU 6500-SUSPENS-LETTRAGE-FIN.
      *
      *********** EDITION DE LA CHECK-LIST
           PERFORM 7000-EDITION-CHECKLIST-DEBUT
              THRU 7000-EDITION-CHECKLIST-FIN.

           MOVE WS-NB-POINTS TO LS-CTL-NB-POINTS.
           MOVE WS-NB-ECHECS TO LS-CTL-NB-ECHECS.
           IF WS-NB-ECHECS = ZEROES
               MOVE "0" TO LS-CTL-STATUT
           ELSE
               MOVE "1" TO LS-CTL-STATUT
           END-IF.

       FIN-PROGRAMME.
           EXIT PROGRAM.

      *******************************************************
      *  BORNES DU MOIS : PREMIER ET DERNIER JOUR, PERIODE
      *  ADMISE POUR LA REEVALUATION (DERNIERE SEMAINE DU MOIS
      *  ET MOIS SUIVANT) ET LOTS DATES DE FIN DE MOIS
      *******************************************************
       0500-BORNES-MOIS-DEBUT.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATE-JOUR.
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-HEURE-JOUR.
           MOVE WS-MOIS TO WS-EDIT-MOIS.
           COMPUTE WS-DEBUT-MOIS = WS-MOIS * 100 + 1.
      *
      ****** PREMIER JOUR DU MOIS SUIVANT, MOINS UN JOUR
           IF WS-MM = 12
               COMPUTE WS-DATE-CALCUL = (WS-AAAA + 1) * 10000 + 101
           ELSE
               COMPUTE WS-DATE-CALCUL = WS-DEBUT-MOIS + 100
           END-IF.
           COMPUTE WS-FIN-MOIS = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-DATE-CALCUL) - 1).
           COMPUTE WS-DEBUT-REEVAL = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-FIN-MOIS) - 6).
      *
      ****** FIN DU MOIS SUIVANT
           IF WS-MM = 11
               COMPUTE WS-DATE-CALCUL = (WS-AAAA + 1) * 10000 + 101
           ELSE
               IF WS-MM = 12
                   COMPUTE WS-DATE-CALCUL =
                           (WS-AAAA + 1) * 10000 + 201
               ELSE
                   COMPUTE WS-DATE-CALCUL = WS-DEBUT-MOIS + 200
               END-IF
           END-IF.
           COMPUTE WS-FIN-REEVAL = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-DATE-CALCUL) - 1).

           MOVE SPACES TO WS-BATCH-PCA WS-BATCH-PRO WS-BATCH-REV.
           STRING "PCA " WS-FIN-MOIS
                  DELIMITED BY SIZE INTO WS-BATCH-PCA.
           STRING "PRO " WS-FIN-MOIS
                  DELIMITED BY SIZE INTO WS-BATCH-PRO.
           MOVE SPACES TO WS-PCA-ETAT WS-PRO-ETAT WS-REV-ETAT.

       0500-BORNES-MOIS-FIN.
           EXIT.

      *******************************************************
      *  CARTE PARAMETRE : SEUIL DU SUSPENS DE LETTRAGE
      *******************************************************
       0600-LECTURE-PARAMETRES-DEBUT.

           MOVE 1000 TO WS-SEUIL-SUSPENS.
           OPEN INPUT FPARAM.
           IF NOT WS-STATUS-FILE-FPARAM-OK
               GO TO 0600-LECTURE-PARAMETRES-FIN
           END-IF.
           PERFORM UNTIL NOT WS-STATUS-FILE-FPARAM-OK
               READ FPARAM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RPARAM (1:14) = "SEUIL-SUSPENS="
                       AND FUNCTION TEST-NUMVAL (RPARAM (15:12)) = 0
                           COMPUTE WS-SEUIL-SUSPENS =
                                   FUNCTION NUMVAL (RPARAM (15:12))
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FPARAM.

       0600-LECTURE-PARAMETRES-FIN.
           EXIT.

      *******************************************************
      *  POINT 01 : CHAQUE EXECUTION DE FACTURES DU MOIS A UN
      *  DERNIER AUDIT CONFORME
      *******************************************************
       1000-EXECUTIONS-AUDITEES-DEBUT.

           MOVE "FACTURES AUDITEES CONFORMES (AUDITFACT)"
                TO WS-LIBELLE.
           MOVE ZEROES TO WS-NB-EXECUTIONS WS-NB-NON-AUDITEES
                          WS-NB-NON-CONFORMES WS-POSITION-ECHEC.

           OPEN INPUT FCTRL.
           IF WS-STATUS-FILE-FCTRL-OK
               PERFORM UNTIL NOT WS-STATUS-FILE-FCTRL-OK
                   READ FCTRL
                       AT END
                           CONTINUE
                       NOT AT END
                           IF CTRL-DATE-JOUR IS NUMERIC
                           AND CTRL-DATE-JOUR >= WS-DEBUT-MOIS
                           AND CTRL-DATE-JOUR <= WS-FIN-MOIS
                           AND WS-NB-EXECUTIONS < WS-MAX-EXECUTIONS
                               ADD 1 TO WS-NB-EXECUTIONS
                               SET WS-INDICE-EXE TO WS-NB-EXECUTIONS
                               MOVE CTRL-DATE-JOUR
                                    TO WS-EXE-DATE (WS-INDICE-EXE)
                               MOVE CTRL-HEURE-DEBUT
                                    TO WS-EXE-HEURE (WS-INDICE-EXE)
                               MOVE SPACES
                                    TO WS-EXE-VERDICT (WS-INDICE-EXE)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FCTRL
           END-IF.

           IF WS-NB-EXECUTIONS = ZEROES
               MOVE "OK" TO WS-RESULTAT
               MOVE "AUCUNE EXECUTION DE FACTURES SUR LE MOIS"
                    TO WS-DETAIL
               PERFORM 8000-AJOUT-POINT-DEBUT
                  THRU 8000-AJOUT-POINT-FIN
               GO TO 1000-EXECUTIONS-AUDITEES-FIN
           END-IF.
      *
      ****** LE DERNIER AUDIT D'UNE EXECUTION FAIT FOI
           OPEN INPUT FAUDITREG.
           IF WS-STATUS-FILE-FAUDITREG-OK
               PERFORM UNTIL NOT WS-STATUS-FILE-FAUDITREG-OK
                   READ FAUDITREG
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM VARYING WS-INDICE-EXE FROM 1 BY 1
                                   UNTIL WS-INDICE-EXE
                                         > WS-NB-EXECUTIONS
                               IF WS-EXE-DATE (WS-INDICE-EXE)
                                  = AUD-DATE-EXEC
                               AND WS-EXE-HEURE (WS-INDICE-EXE)
                                  = AUD-HEURE-EXEC
                                   MOVE AUD-VERDICT
                                     TO WS-EXE-VERDICT (WS-INDICE-EXE)
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE FAUDITREG
           END-IF.

           PERFORM VARYING WS-INDICE-EXE FROM 1 BY 1
                   UNTIL WS-INDICE-EXE > WS-NB-EXECUTIONS
               EVALUATE WS-EXE-VERDICT (WS-INDICE-EXE)
                   WHEN "C"
                       CONTINUE
                   WHEN "N"
                       ADD 1 TO WS-NB-NON-CONFORMES
                   WHEN OTHER
                       ADD 1 TO WS-NB-NON-AUDITEES
               END-EVALUATE
               IF WS-EXE-VERDICT (WS-INDICE-EXE) NOT = "C"
               AND WS-POSITION-ECHEC = ZEROES
                   SET WS-POSITION-ECHEC TO WS-INDICE-EXE
               END-IF
           END-PERFORM.

           MOVE SPACES TO WS-DETAIL.
           IF WS-POSITION-ECHEC = ZEROES
               MOVE "OK" TO WS-RESULTAT
               STRING WS-NB-EXECUTIONS
                      " EXECUTION(S) AUDITEE(S) CONFORME(S)"
                      DELIMITED BY SIZE INTO WS-DETAIL
           ELSE
               MOVE "ECHEC" TO WS-RESULTAT
               SET WS-INDICE-EXE TO WS-POSITION-ECHEC
               STRING WS-NB-NON-AUDITEES " NON AUDITEE(S), "
                      WS-NB-NON-CONFORMES " NON CONFORME(S) - EX. "
                      "EXECUTION DU " WS-EXE-DATE (WS-INDICE-EXE)
                      " " WS-EXE-HEURE (WS-INDICE-EXE)
                      DELIMITED BY SIZE INTO WS-DETAIL
           END-IF.
           PERFORM 8000-AJOUT-POINT-DEBUT
              THRU 8000-AJOUT-POINT-FIN.

       1000-EXECUTIONS-AUDITEES-FIN.
           EXIT.

      *******************************************************
      *  POINT 02 : LES LOTS COMPTABLES DU MOIS SONT ACCEPTES
      *  AU DERNIER RAPPORT DE RAPCOMPTA ET AUCUN N'EST EN
      *  SUSPENS ; LA LECTURE REPERE AUSSI LES LOTS REV, PCA ET
      *  PRO DES POINTS 04 A 06
      *******************************************************
       2000-LOTS-ACCUSES-DEBUT.

           MOVE "LOTS COMPTABLES ACCEPTES (RAPCOMPTA)"
                TO WS-LIBELLE.
           MOVE ZEROES TO WS-NB-LOTS WS-NB-LOTS-ACCEPTES
                          WS-NB-LOTS-NON-RAPP WS-NB-LOTS-REJETES
                          WS-NB-LOTS-SUSPENS.
           MOVE SPACES TO WS-LOT-EXEMPLE.

           OPEN INPUT FCOMPTA.
           IF WS-STATUS-FILE-FCOMPTA-OK
               PERFORM UNTIL NOT WS-STATUS-FILE-FCOMPTA-OK
                   READ FCOMPTA
                       AT END
                           CONTINUE
                       NOT AT END
                           IF COMPTA-DATE IS NUMERIC
                               PERFORM 2100-LOT-COMPTABILISE-DEBUT
                                  THRU 2100-LOT-COMPTABILISE-FIN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FCOMPTA
           END-IF.
      *
      ****** LOTS MIS EN SUSPENS PAR ECRICPTA : NON COMPTABILISES
           OPEN INPUT FSUSCPT.
           IF WS-STATUS-FILE-FSUSCPT-OK
               PERFORM UNTIL NOT WS-STATUS-FILE-FSUSCPT-OK
                   READ FSUSCPT
                       AT END
                           CONTINUE
                       NOT AT END
                           IF SUS-COMPTA-DATE IS NUMERIC
                               PERFORM 2200-LOT-SUSPENS-DEBUT
                                  THRU 2200-LOT-SUSPENS-FIN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FSUSCPT
           END-IF.

           IF WS-NB-LOTS = ZEROES
               MOVE "OK" TO WS-RESULTAT
               MOVE "AUCUN LOT COMPTABLE SUR LE MOIS" TO WS-DETAIL
               PERFORM 8000-AJOUT-POINT-DEBUT
                  THRU 8000-AJOUT-POINT-FIN
               GO TO 2000-LOTS-ACCUSES-FIN
           END-IF.
      *
      ****** STATUT DE CHAQUE LOT AU RAPPORT DE RAPCOMPTA
           OPEN INPUT FRAPCPT.
           IF WS-STATUS-FILE-FRAPCPT-OK
               PERFORM UNTIL NOT WS-STATUS-FILE-FRAPCPT-OK
                   READ FRAPCPT
                       AT END
                           CONTINUE
                       NOT AT END
                           IF RRAPCPT (1:4) = "LOT "
                               PERFORM 2300-LOT-RAPPROCHE-DEBUT
                                  THRU 2300-LOT-RAPPROCHE-FIN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FRAPCPT
           END-IF.

           PERFORM VARYING WS-INDICE-LOT FROM 1 BY 1
                   UNTIL WS-INDICE-LOT > WS-NB-LOTS
               EVALUATE WS-LOT-ETAT (WS-INDICE-LOT)
                   WHEN "A"
                       ADD 1 TO WS-NB-LOTS-ACCEPTES
                   WHEN "R"
                       ADD 1 TO WS-NB-LOTS-REJETES
                   WHEN "S"
                       ADD 1 TO WS-NB-LOTS-SUSPENS
                   WHEN OTHER
                       ADD 1 TO WS-NB-LOTS-NON-RAPP
               END-EVALUATE
               IF WS-LOT-ETAT (WS-INDICE-LOT) NOT = "A"
               AND WS-LOT-EXEMPLE = SPACES
                   MOVE WS-LOT-BATCH (WS-INDICE-LOT) TO WS-LOT-EXEMPLE
               END-IF
           END-PERFORM.

           MOVE SPACES TO WS-DETAIL.
           IF WS-NB-LOTS-ACCEPTES = WS-NB-LOTS
               MOVE "OK" TO WS-RESULTAT
               STRING WS-NB-LOTS " LOT(S) DU MOIS ACCEPTE(S) PAR LE "
                      "GRAND LIVRE"
                      DELIMITED BY SIZE INTO WS-DETAIL
           ELSE
               MOVE "ECHEC" TO WS-RESULTAT
               STRING "NON ACCUSES " WS-NB-LOTS-NON-RAPP
                      " REJETES " WS-NB-LOTS-REJETES
                      " EN SUSPENS " WS-NB-LOTS-SUSPENS
                      " - EX. LOT " WS-LOT-EXEMPLE
                      DELIMITED BY SIZE INTO WS-DETAIL
           END-IF.
           PERFORM 8000-AJOUT-POINT-DEBUT
              THRU 8000-AJOUT-POINT-FIN.

       2000-LOTS-ACCUSES-FIN.
           EXIT.

      *******************************************************
      *  LIGNE COMPTABILISEE : LOT DU MOIS, LOTS ATTENDUS
      *******************************************************
       2100-LOT-COMPTABILISE-DEBUT.

           IF COMPTA-BATCH = WS-BATCH-PCA
               MOVE "C" TO WS-PCA-ETAT
           END-IF.
           IF COMPTA-BATCH (1:4) = "REV "
           AND COMPTA-DATE >= WS-DEBUT-REEVAL
           AND COMPTA-DATE <= WS-FIN-REEVAL
               MOVE "C" TO WS-REV-ETAT
               MOVE COMPTA-BATCH TO WS-BATCH-REV
           END-IF.

           IF COMPTA-DATE < WS-DEBUT-MOIS
           OR COMPTA-DATE > WS-FIN-MOIS
               GO TO 2100-LOT-COMPTABILISE-FIN
           END-IF.
           MOVE COMPTA-BATCH TO WS-LOT-CHERCHE.
           PERFORM 2900-RECHERCHE-LOT-DEBUT
              THRU 2900-RECHERCHE-LOT-FIN.
           IF WS-POSITION-LOT = ZEROES
           AND WS-NB-LOTS < WS-MAX-LOTS
               ADD 1 TO WS-NB-LOTS
               SET WS-INDICE-LOT TO WS-NB-LOTS
               MOVE COMPTA-BATCH TO WS-LOT-BATCH (WS-INDICE-LOT)
               MOVE "N" TO WS-LOT-ETAT (WS-INDICE-LOT)
           END-IF.

       2100-LOT-COMPTABILISE-FIN.
           EXIT.

      *******************************************************
      *  LIGNE EN SUSPENS : LE LOT DU MOIS EST EN ECHEC
      *******************************************************
       2200-LOT-SUSPENS-DEBUT.

           IF SUS-COMPTA-BATCH = WS-BATCH-PCA
           AND NOT WS-PCA-COMPTABILISE
               MOVE "S" TO WS-PCA-ETAT
           END-IF.
           IF SUS-COMPTA-BATCH = WS-BATCH-PRO
               MOVE "S" TO WS-PRO-ETAT
           END-IF.
           IF SUS-COMPTA-BATCH (1:4) = "REV "
           AND SUS-COMPTA-DATE >= WS-DEBUT-REEVAL
           AND SUS-COMPTA-DATE <= WS-FIN-REEVAL
           AND NOT WS-REV-COMPTABILISE
               MOVE "S" TO WS-REV-ETAT
               MOVE SUS-COMPTA-BATCH TO WS-BATCH-REV
           END-IF.

           IF SUS-COMPTA-DATE < WS-DEBUT-MOIS
           OR SUS-COMPTA-DATE > WS-FIN-MOIS
               GO TO 2200-LOT-SUSPENS-FIN
           END-IF.
           MOVE SUS-COMPTA-BATCH TO WS-LOT-CHERCHE.
           PERFORM 2900-RECHERCHE-LOT-DEBUT
              THRU 2900-RECHERCHE-LOT-FIN.
           IF WS-POSITION-LOT = ZEROES
               IF WS-NB-LOTS >= WS-MAX-LOTS
                   GO TO 2200-LOT-SUSPENS-FIN
               END-IF
               ADD 1 TO WS-NB-LOTS
               MOVE WS-NB-LOTS TO WS-POSITION-LOT
           END-IF.
           SET WS-INDICE-LOT TO WS-POSITION-LOT.
           MOVE SUS-COMPTA-BATCH TO WS-LOT-BATCH (WS-INDICE-LOT).
           MOVE "S" TO WS-LOT-ETAT (WS-INDICE-LOT).

       2200-LOT-SUSPENS-FIN.
           EXIT.

      *******************************************************
      *  LIGNE "LOT" DU RAPPORT DE RAPCOMPTA
      *******************************************************
       2300-LOT-RAPPROCHE-DEBUT.

           MOVE RRAPCPT (5:12) TO WS-LOT-CHERCHE.
           PERFORM 2900-RECHERCHE-LOT-DEBUT
              THRU 2900-RECHERCHE-LOT-FIN.
           IF WS-POSITION-LOT = ZEROES
               GO TO 2300-LOT-RAPPROCHE-FIN
           END-IF.
           SET WS-INDICE-LOT TO WS-POSITION-LOT.
           IF WS-LOT-ETAT (WS-INDICE-LOT) = "S"
               GO TO 2300-LOT-RAPPROCHE-FIN
           END-IF.

           MOVE ZEROES TO WS-NB-ACCEPTE.
           INSPECT RRAPCPT TALLYING WS-NB-ACCEPTE
                   FOR ALL " - ACCEPTE".
           IF WS-NB-ACCEPTE > ZEROES
               MOVE "A" TO WS-LOT-ETAT (WS-INDICE-LOT)
           ELSE
               MOVE "R" TO WS-LOT-ETAT (WS-INDICE-LOT)
           END-IF.

       2300-LOT-RAPPROCHE-FIN.
           EXIT.

      *******************************************************
      *  RECHERCHE DU LOT WS-LOT-CHERCHE DANS LA TABLE
      *******************************************************
       2900-RECHERCHE-LOT-DEBUT.

           MOVE ZEROES TO WS-POSITION-LOT.
           PERFORM VARYING WS-INDICE-LOT FROM 1 BY 1
                   UNTIL WS-INDICE-LOT > WS-NB-LOTS
                      OR WS-POSITION-LOT > ZEROES
               IF WS-LOT-BATCH (WS-INDICE-LOT) = WS-LOT-CHERCHE
                   SET WS-POSITION-LOT TO WS-INDICE-LOT
               END-IF
           END-PERFORM.

       2900-RECHERCHE-LOT-FIN.
           EXIT.

      *******************************************************
      *  POINT 03 : LA DECLARATION DE TVA DU MOIS RECOUPE
      *  FACTURES-CONTROLE.txt
      *******************************************************
       3000-DECLARATION-TVA-DEBUT.

           MOVE "DECLARATION DE TVA RECOUPEE (TVADECL)"
                TO WS-LIBELLE.
           MOVE SPACES TO WS-TVA-PERIODE WS-TVA-CONSTAT WS-DETAIL.
           MOVE "ECHEC" TO WS-RESULTAT.

           OPEN INPUT FTVA.
           IF NOT WS-STATUS-FILE-FTVA-OK
               STRING "TVA-DECLARATION.txt ABSENT: LANCER TVADECL "
                      "POUR LE MOIS " WS-MOIS
                      DELIMITED BY SIZE INTO WS-DETAIL
               PERFORM 8000-AJOUT-POINT-DEBUT
                  THRU 8000-AJOUT-POINT-FIN
               GO TO 3000-DECLARATION-TVA-FIN
           END-IF.
           PERFORM UNTIL NOT WS-STATUS-FILE-FTVA-OK
               READ FTVA
                   AT END
                       CONTINUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN RTVA (1:29)
                                = "DECLARATION DE TVA - PERIODE "
                               MOVE RTVA (30:6) TO WS-TVA-PERIODE
                           WHEN RTVA (1:40) = "RECOUPEMENT EXACT "
                                & "AVEC FACTURES-CONTROLE"
                               MOVE "E" TO WS-TVA-CONSTAT
                           WHEN RTVA (1:38) = "AUCUN CONTROLE "
                                & "D'EXECUTION SUR LE MOIS"
                               MOVE "A" TO WS-TVA-CONSTAT
                           WHEN RTVA (1:31)
                                = "*** ECART AVEC LES CONTROLES : "
                               MOVE "X" TO WS-TVA-CONSTAT
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE FTVA.

           EVALUATE TRUE
               WHEN WS-TVA-PERIODE NOT = WS-MOIS
                   STRING "DECLARATION DU MOIS " WS-TVA-PERIODE
                          ": LANCER TVADECL POUR LE MOIS " WS-MOIS
                          DELIMITED BY SIZE INTO WS-DETAIL
               WHEN WS-TVA-ECART
                   MOVE "LA DECLARATION NE RECOUPE PAS "
                        & "FACTURES-CONTROLE.txt" TO WS-DETAIL
               WHEN WS-TVA-EXACT
                   MOVE "OK" TO WS-RESULTAT
                   MOVE "RECOUPEMENT EXACT AVEC FACTURES-CONTROLE.txt"
                        TO WS-DETAIL
               WHEN WS-TVA-SANS-CONTROLE
                AND WS-NB-EXECUTIONS = ZEROES
                   MOVE "OK" TO WS-RESULTAT
                   MOVE "AUCUNE EXECUTION DE FACTURES SUR LE MOIS"
                        TO WS-DETAIL
               WHEN WS-TVA-SANS-CONTROLE
                   MOVE "DECLARATION ETABLIE SANS CONTROLE "
                        & "D'EXECUTION: RELANCER TVADECL" TO WS-DETAIL
               WHEN OTHER
                   MOVE "DECLARATION INCOMPLETE: RELANCER TVADECL"
                        TO WS-DETAIL
           END-EVALUATE.
           PERFORM 8000-AJOUT-POINT-DEBUT
              THRU 8000-AJOUT-POINT-FIN.

       3000-DECLARATION-TVA-FIN.
           EXIT.

      *******************************************************
      *  POINT 04 : REEVALUATION DES DEVISES COMPTABILISEE
      *  (LOT REV) OU SANS ECART, DATEE DE LA DERNIERE SEMAINE
      *  DU MOIS OU DU MOIS SUIVANT
      *******************************************************
       4000-REEVALUATION-DEBUT.

           MOVE "REEVALUATION DES DEVISES (REEVALUATION)"
                TO WS-LIBELLE.
           MOVE SPACES TO WS-DETAIL.

           IF WS-REV-COMPTABILISE
               MOVE "OK" TO WS-RESULTAT
               STRING "LOT " WS-BATCH-REV " COMPTABILISE"
                      DELIMITED BY SIZE INTO WS-DETAIL
               PERFORM 8000-AJOUT-POINT-DEBUT
                  THRU 8000-AJOUT-POINT-FIN
               GO TO 4000-REEVALUATION-FIN
           END-IF.
           IF WS-REV-SUSPENS
               MOVE "ECHEC" TO WS-RESULTAT
               STRING "LOT " WS-BATCH-REV " EN SUSPENS "
                      "(COMPTA-SUSPENS.txt)"
                      DELIMITED BY SIZE INTO WS-DETAIL
               PERFORM 8000-AJOUT-POINT-DEBUT
                  THRU 8000-AJOUT-POINT-FIN
               GO TO 4000-REEVALUATION-FIN
           END-IF.
      *
      ****** SANS LOT : UN RAPPORT DE LA PERIODE SANS AUCUN ECART
           MOVE ZEROES TO WS-REEVAL-DATE.
           MOVE "N" TO WS-TROUVE.
           OPEN INPUT FREEVAL.
           IF WS-STATUS-FILE-FREEVAL-OK
               PERFORM UNTIL NOT WS-STATUS-FILE-FREEVAL-OK
                   READ FREEVAL
                       AT END
                           CONTINUE
                       NOT AT END
                           IF RREEVAL (1:28)
                              = "REEVALUATION DES DEVISES AU "
                           AND RREEVAL (29:8) IS NUMERIC
                               MOVE RREEVAL (29:8) TO WS-REEVAL-DATE
                           END-IF
                           IF RREEVAL (1:27)
                              = "AUCUN ECART DE REEVALUATION"
                               MOVE "O" TO WS-TROUVE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FREEVAL
           END-IF.

           IF WS-TROUVE-OUI
           AND WS-REEVAL-DATE >= WS-DEBUT-REEVAL
           AND WS-REEVAL-DATE <= WS-FIN-REEVAL
               MOVE "OK" TO WS-RESULTAT
               STRING "AUCUN ECART DE REEVALUATION AU "
                      WS-REEVAL-DATE
                      DELIMITED BY SIZE INTO WS-DETAIL
           ELSE
               MOVE "ECHEC" TO WS-RESULTAT
               STRING "AUCUNE REEVALUATION DU " WS-DEBUT-REEVAL
                      " AU " WS-FIN-REEVAL ": LANCER REEVALUATION"
                      DELIMITED BY SIZE INTO WS-DETAIL
           END-IF.
           PERFORM 8000-AJOUT-POINT-DEBUT
              THRU 8000-AJOUT-POINT-FIN.

       4000-REEVALUATION-FIN.
           EXIT.

      *******************************************************
      *  POINT 05 : PRODUITS CONSTATES D'AVANCE DU MOIS
      *  COMPTABILISES (LOT PCA+FIN DE MOIS) OU SANS OBJET
      *******************************************************
       4100-PRODUITS-AVANCE-DEBUT.

           MOVE "PRODUITS CONSTATES D'AVANCE (PCAVANCE)"
                TO WS-LIBELLE.
           MOVE SPACES TO WS-DETAIL.

           IF WS-PCA-COMPTABILISE
               MOVE "OK" TO WS-RESULTAT
               STRING "LOT " WS-BATCH-PCA " COMPTABILISE"
                      DELIMITED BY SIZE INTO WS-DETAIL
               PERFORM 8000-AJOUT-POINT-DEBUT
                  THRU 8000-AJOUT-POINT-FIN
               GO TO 4100-PRODUITS-AVANCE-FIN
           END-IF.
           IF WS-PCA-SUSPENS
               MOVE "ECHEC" TO WS-RESULTAT
               STRING "LOT " WS-BATCH-PCA " EN SUSPENS "
                      "(COMPTA-SUSPENS.txt)"
                      DELIMITED BY SIZE INTO WS-DETAIL
               PERFORM 8000-AJOUT-POINT-DEBUT
                  THRU 8000-AJOUT-POINT-FIN
               GO TO 4100-PRODUITS-AVANCE-FIN
           END-IF.
      *
      ****** SANS LOT : ECHEANCIER DU MOIS SANS LIGNE DIFFEREE
           MOVE "N" TO WS-PCA-DU-MOIS.
           MOVE ZEROES TO WS-NB-LIGNES-PCA.
           OPEN INPUT FPCA.
           IF WS-STATUS-FILE-FPCA-OK
               PERFORM UNTIL NOT WS-STATUS-FILE-FPCA-OK
                   READ FPCA
                       AT END
                           CONTINUE
                       NOT AT END
                           IF RPCA (1:31)
                              = "PRODUITS CONSTATES D'AVANCE AU "
                           AND RPCA (32:8) = WS-FIN-MOIS
                               MOVE "O" TO WS-PCA-DU-MOIS
                           END-IF
                           IF RPCA (1:5) = "  706"
                               ADD 1 TO WS-NB-LIGNES-PCA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FPCA
           END-IF.

           MOVE "ECHEC" TO WS-RESULTAT.
           EVALUATE TRUE
               WHEN WS-PCA-DU-MOIS-OUI
                AND WS-NB-LIGNES-PCA = ZEROES
                   MOVE "OK" TO WS-RESULTAT
                   STRING "AUCUN PRODUIT A DIFFERER AU " WS-FIN-MOIS
                          DELIMITED BY SIZE INTO WS-DETAIL
               WHEN WS-PCA-DU-MOIS-OUI
                   STRING "ECHEANCIER ETABLI, LOT " WS-BATCH-PCA
                          " NON COMPTABILISE"
                          DELIMITED BY SIZE INTO WS-DETAIL
               WHEN OTHER
                   STRING "PRODUITS CONSTATES D'AVANCE NON PASSES: "
                          "LANCER PCAVANCE"
                          DELIMITED BY SIZE INTO WS-DETAIL
           END-EVALUATE.
           PERFORM 8000-AJOUT-POINT-DEBUT
              THRU 8000-AJOUT-POINT-FIN.

       4100-PRODUITS-AVANCE-FIN.
           EXIT.

      *******************************************************
      *  POINT 06 : PROVISION DU MOIS PASSEE ET SON LOT NON
      *  EN SUSPENS
      *******************************************************
       4200-PROVISIONS-DEBUT.

           MOVE "PROVISIONS DU MOIS (PROVISION)" TO WS-LIBELLE.
           MOVE SPACES TO WS-DETAIL.
           MOVE ZEROES TO WS-DERNIER-MOIS-PROV.

           OPEN INPUT FPROV.
           IF WS-STATUS-FILE-FPROV-OK
               PERFORM UNTIL NOT WS-STATUS-FILE-FPROV-OK
                   READ FPROV
                       AT END
                           CONTINUE
                       NOT AT END
                           IF PRV-MOIS IS NUMERIC
                           AND PRV-MOIS > WS-DERNIER-MOIS-PROV
                               MOVE PRV-MOIS TO WS-DERNIER-MOIS-PROV
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FPROV
           END-IF.

           MOVE "ECHEC" TO WS-RESULTAT.
           EVALUATE TRUE
               WHEN WS-PRO-SUSPENS
                   STRING "LOT " WS-BATCH-PRO " EN SUSPENS "
                          "(COMPTA-SUSPENS.txt)"
                          DELIMITED BY SIZE INTO WS-DETAIL
               WHEN WS-DERNIER-MOIS-PROV >= WS-MOIS
                   MOVE "OK" TO WS-RESULTAT
                   STRING "MOIS PROVISIONNE (DERNIER MOIS TRAITE "
                          WS-DERNIER-MOIS-PROV ")"
                          DELIMITED BY SIZE INTO WS-DETAIL
               WHEN OTHER
                   STRING "PROVISION DU MOIS NON PASSEE: LANCER "
                          "PROVISION"
                          DELIMITED BY SIZE INTO WS-DETAIL
           END-EVALUATE.
           PERFORM 8000-AJOUT-POINT-DEBUT
              THRU 8000-AJOUT-POINT-FIN.

       4200-PROVISIONS-FIN.
           EXIT.

      *******************************************************
      *  POINT 07 : RELEVE DE COMMISSIONS DU MOIS EDITE (SANS
      *  OBJET SANS TAUX DE COMMISSION)
      *******************************************************
       5000-COMMISSIONS-DEBUT.

           MOVE "RELEVE DES COMMISSIONS (COMMASSUR)" TO WS-LIBELLE.
           MOVE SPACES TO WS-DETAIL.

           OPEN INPUT FCOMTAUX.
           IF NOT WS-STATUS-FILE-FCOMTAUX-OK
               MOVE "SANS OBJET" TO WS-RESULTAT
               MOVE "AUCUN TAUX DE COMMISSION DES ASSUREURS"
                    TO WS-DETAIL
               PERFORM 8000-AJOUT-POINT-DEBUT
                  THRU 8000-AJOUT-POINT-FIN
               GO TO 5000-COMMISSIONS-FIN
           END-IF.
           CLOSE FCOMTAUX.

           MOVE "N" TO WS-TROUVE.
           OPEN INPUT FCOMREL.
           IF WS-STATUS-FILE-FCOMREL-OK
               PERFORM UNTIL NOT WS-STATUS-FILE-FCOMREL-OK
                   READ FCOMREL
                       AT END
                           CONTINUE
                       NOT AT END
                           IF (RCOMREL (1:30)
                               = "RELEVE DE COMMISSIONS DU MOIS "
                               AND RCOMREL (31:7) = WS-EDIT-MOIS)
                           OR (RCOMREL (1:43)
                               = "AUCUNE COMMISSION AU REGISTRE "
                               & "POUR LE MOIS "
                               AND RCOMREL (44:7) = WS-EDIT-MOIS)
                               MOVE "O" TO WS-TROUVE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FCOMREL
           END-IF.

           IF WS-TROUVE-OUI
               MOVE "OK" TO WS-RESULTAT
               STRING "RELEVE DU MOIS " WS-EDIT-MOIS " EDITE"
                      DELIMITED BY SIZE INTO WS-DETAIL
           ELSE
               MOVE "ECHEC" TO WS-RESULTAT
               STRING "RELEVE DU MOIS " WS-EDIT-MOIS
                      " NON EDITE: LANCER COMMASSUR"
                      DELIMITED BY SIZE INTO WS-DETAIL
           END-IF.
           PERFORM 8000-AJOUT-POINT-DEBUT
              THRU 8000-AJOUT-POINT-FIN.

       5000-COMMISSIONS-FIN.
           EXIT.

      *******************************************************
      *  POINT 08 : BORDEREAU DE SINISTRES DU MOIS EDITE (SANS
      *  OBJET SANS SINISTRE)
      *******************************************************
       5100-SINISTRES-DEBUT.

           MOVE "BORDEREAU DE SINISTRES (SINBORD)" TO WS-LIBELLE.
           MOVE SPACES TO WS-DETAIL.

           MOVE "N" TO WS-TROUVE.
           OPEN INPUT FSINISTRE.
           IF WS-STATUS-FILE-FSINISTRE-OK
               READ FSINISTRE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE "O" TO WS-TROUVE
               END-READ
               CLOSE FSINISTRE
           END-IF.
           IF NOT WS-TROUVE-OUI
               MOVE "SANS OBJET" TO WS-RESULTAT
               MOVE "AUCUN SINISTRE ENREGISTRE" TO WS-DETAIL
               PERFORM 8000-AJOUT-POINT-DEBUT
                  THRU 8000-AJOUT-POINT-FIN
               GO TO 5100-SINISTRES-FIN
           END-IF.

           MOVE "N" TO WS-TROUVE.
           OPEN INPUT FSINBORD.
           IF WS-STATUS-FILE-FSINBORD-OK
               PERFORM UNTIL NOT WS-STATUS-FILE-FSINBORD-OK
                   READ FSINBORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF (RSINBORD (1:31)
                               = "BORDEREAU DE SINISTRES DU MOIS "
                               AND RSINBORD (32:7) = WS-EDIT-MOIS)
                           OR (RSINBORD (1:39)
                               = "AUCUN SINISTRE A DECLARER POUR "
                               & "LE MOIS "
                               AND RSINBORD (40:7) = WS-EDIT-MOIS)
                               MOVE "O" TO WS-TROUVE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FSINBORD
           END-IF.

           IF WS-TROUVE-OUI
               MOVE "OK" TO WS-RESULTAT
               STRING "BORDEREAU DU MOIS " WS-EDIT-MOIS " EDITE"
                      DELIMITED BY SIZE INTO WS-DETAIL
           ELSE
               MOVE "ECHEC" TO WS-RESULTAT
               STRING "BORDEREAU DU MOIS " WS-EDIT-MOIS
                      " NON EDITE: LANCER SINBORD"
                      DELIMITED BY SIZE INTO WS-DETAIL
           END-IF.
           PERFORM 8000-AJOUT-POINT-DEBUT
              THRU 8000-AJOUT-POINT-FIN.

       5100-SINISTRES-FIN.
           EXIT.

      *******************************************************
      *  POINT 09 : AUCUN INCIDENT DU MOIS OUVERT, AUCUNE
      *  ERREUR DU MOIS HORS DU REGISTRE
      *******************************************************
       6000-INCIDENTS-DEBUT.

           MOVE "INCIDENTS DU MOIS RESOLUS (INCIDENTS)"
                TO WS-LIBELLE.
           MOVE SPACES TO WS-DETAIL.
           MOVE ZEROES TO WS-NB-INCIDENTS WS-NB-INC-OUVERTS
                          WS-NB-ERR-NON-ENREG.

           OPEN INPUT FINCIDENT.
           IF WS-STATUS-FILE-FINCIDENT-OK
               PERFORM UNTIL NOT WS-STATUS-FILE-FINCIDENT-OK
                   READ FINCIDENT
                       AT END
                           CONTINUE
                       NOT AT END
                           IF INC-CLE IS NUMERIC
                           AND WS-NB-INCIDENTS < WS-MAX-INCIDENTS
                               ADD 1 TO WS-NB-INCIDENTS
                               SET WS-INDICE-INC TO WS-NB-INCIDENTS
                               MOVE INC-CLE
                                    TO WS-INC-CLE (WS-INDICE-INC)
                           END-IF
                           IF INC-DATE IS NUMERIC
                           AND INC-DATE >= WS-DEBUT-MOIS
                           AND INC-DATE <= WS-FIN-MOIS
                           AND INC-STATUT = "O"
                               ADD 1 TO WS-NB-INC-OUVERTS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FINCIDENT
           END-IF.
      *
      ****** UNE ERREUR DU MOIS SANS INCIDENT N'A ETE VUE DE
      ****** PERSONNE : ELLE COMPTE COMME OUVERTE
           OPEN INPUT FJOURNAL.
           IF WS-STATUS-FILE-FJOURNAL-OK
               PERFORM UNTIL NOT WS-STATUS-FILE-FJOURNAL-OK
                   READ FJOURNAL
                       AT END
                           CONTINUE
                       NOT AT END
                           IF JRN-SEVERITE = "E"
                           AND JRN-DATE IS NUMERIC
                           AND JRN-DATE >= WS-DEBUT-MOIS
                           AND JRN-DATE <= WS-FIN-MOIS
                               PERFORM 6100-ERREUR-ENREGISTREE-DEBUT
                                  THRU 6100-ERREUR-ENREGISTREE-FIN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FJOURNAL
           END-IF.

           IF WS-NB-INC-OUVERTS = ZEROES
           AND WS-NB-ERR-NON-ENREG = ZEROES
               MOVE "OK" TO WS-RESULTAT
               MOVE "AUCUN INCIDENT OUVERT SUR LE MOIS" TO WS-DETAIL
           ELSE
               MOVE "ECHEC" TO WS-RESULTAT
               STRING WS-NB-INC-OUVERTS " INCIDENT(S) OUVERT(S), "
                      WS-NB-ERR-NON-ENREG " ERREUR(S) NON "
                      "ENREGISTREE(S): LANCER INCIDENTS"
                      DELIMITED BY SIZE INTO WS-DETAIL
           END-IF.
           PERFORM 8000-AJOUT-POINT-DEBUT
              THRU 8000-AJOUT-POINT-FIN.

       6000-INCIDENTS-FIN.
           EXIT.

      *******************************************************
      *  ERREUR DU JOURNAL : PRESENTE AU REGISTRE DES INCIDENTS ?
      *******************************************************
       6100-ERREUR-ENREGISTREE-DEBUT.

           MOVE "N" TO WS-TROUVE.
           PERFORM VARYING WS-INDICE-INC FROM 1 BY 1
                   UNTIL WS-INDICE-INC > WS-NB-INCIDENTS
                      OR WS-TROUVE-OUI
               IF WS-INC-CLE (WS-INDICE-INC) = JRN-CLE
                   MOVE "O" TO WS-TROUVE
               END-IF
           END-PERFORM.
           IF NOT WS-TROUVE-OUI
               ADD 1 TO WS-NB-ERR-NON-ENREG
           END-IF.

       6100-ERREUR-ENREGISTREE-FIN.
           EXIT.

      *******************************************************
      *  POINT 10 : SUSPENS DE LETTRAGE SOUS LE SEUIL
      *******************************************************
       6500-SUSPENS-LETTRAGE-DEBUT.

           MOVE "SUSPENS DE LETTRAGE (LETTRAGE)" TO WS-LIBELLE.
           MOVE SPACES TO WS-DETAIL.
           MOVE ZEROES TO WS-NB-SUSPENS WS-TOTAL-SUSPENS.

           OPEN INPUT FSUSLET.
           IF NOT WS-STATUS-FILE-FSUSLET-OK
               MOVE "ECHEC" TO WS-RESULTAT
               MOVE "LETTRAGE-SUSPENS.txt ABSENT: LANCER LETTRAGE"
                    TO WS-DETAIL
               PERFORM 8000-AJOUT-POINT-DEBUT
                  THRU 8000-AJOUT-POINT-FIN
               GO TO 6500-SUSPENS-LETTRAGE-FIN
           END-IF.
           PERFORM UNTIL NOT WS-STATUS-FILE-FSUSLET-OK
               READ FSUSLET
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO WS-NB-SUSPENS
                       IF SUSP-MONTANT IS NUMERIC
                           ADD SUSP-MONTANT TO WS-TOTAL-SUSPENS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FSUSLET.

           MOVE WS-TOTAL-SUSPENS TO WS-EDIT-MONTANT.
           MOVE WS-SEUIL-SUSPENS TO WS-EDIT-SEUIL.
           IF WS-TOTAL-SUSPENS <= WS-SEUIL-SUSPENS
               MOVE "OK" TO WS-RESULTAT
               STRING WS-NB-SUSPENS " LIGNE(S), TOTAL "
                      WS-EDIT-MONTANT " - SEUIL " WS-EDIT-SEUIL
                      DELIMITED BY SIZE INTO WS-DETAIL
           ELSE
               MOVE "ECHEC" TO WS-RESULTAT
               STRING WS-NB-SUSPENS " LIGNE(S), TOTAL "
                      WS-EDIT-MONTANT " AU-DELA DU SEUIL "
                      WS-EDIT-SEUIL
                      DELIMITED BY SIZE INTO WS-DETAIL
           END-IF.
           PERFORM 8000-AJOUT-POINT-DEBUT
              THRU 8000-AJOUT-POINT-FIN.

       6500-SUSPENS-LETTRAGE-FIN.
           EXIT.

      *******************************************************
      *  EDITION DE LA CHECK-LIST (FICHIER ET ECRAN)
      *******************************************************
       7000-EDITION-CHECKLIST-DEBUT.

           OPEN OUTPUT FCHECK.
           IF NOT WS-STATUS-FILE-FCHECK-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FCHECK': "
                       WS-STATUS-FILE-FCHECK
           END-IF.

           MOVE SPACES TO WS-LIGNE.
           STRING "CHECK-LIST DE CLOTURE DU MOIS " WS-EDIT-MOIS
                  " ETABLIE LE " WS-DATE-JOUR " A " WS-HEURE-JOUR
                  DELIMITED BY SIZE INTO WS-LIGNE.
           PERFORM 7100-ECRITURE-LIGNE-DEBUT
              THRU 7100-ECRITURE-LIGNE-FIN.
           MOVE ALL "=" TO WS-LIGNE.
           PERFORM 7100-ECRITURE-LIGNE-DEBUT
              THRU 7100-ECRITURE-LIGNE-FIN.
           MOVE SPACES TO WS-LIGNE.
           STRING "NO POINT DE CONTROLE"
                  "                          "
                  "RESULTAT   DETAIL"
                  DELIMITED BY SIZE INTO WS-LIGNE.
           PERFORM 7100-ECRITURE-LIGNE-DEBUT
              THRU 7100-ECRITURE-LIGNE-FIN.

           PERFORM VARYING WS-INDICE-PNT FROM 1 BY 1
                   UNTIL WS-INDICE-PNT > WS-NB-POINTS
               SET WS-NUMERO-POINT TO WS-INDICE-PNT
               MOVE SPACES TO WS-LIGNE
               STRING WS-NUMERO-POINT " "
                      WS-PNT-LIBELLE (WS-INDICE-PNT) " "
                      WS-PNT-RESULTAT (WS-INDICE-PNT) " "
                      WS-PNT-DETAIL (WS-INDICE-PNT)
                      DELIMITED BY SIZE INTO WS-LIGNE
               PERFORM 7100-ECRITURE-LIGNE-DEBUT
                  THRU 7100-ECRITURE-LIGNE-FIN
           END-PERFORM.

           MOVE ALL "=" TO WS-LIGNE.
           PERFORM 7100-ECRITURE-LIGNE-DEBUT
              THRU 7100-ECRITURE-LIGNE-FIN.
           MOVE SPACES TO WS-LIGNE.
           STRING "POINTS EN ECHEC : " WS-NB-ECHECS " SUR "
                  WS-NB-POINTS
                  DELIMITED BY SIZE INTO WS-LIGNE.
           PERFORM 7100-ECRITURE-LIGNE-DEBUT
              THRU 7100-ECRITURE-LIGNE-FIN.
           IF WS-NB-ECHECS = ZEROES
               MOVE "--> CLOTURE DU MOIS AUTORISEE" TO WS-LIGNE
           ELSE
               MOVE "--> CLOTURE REFUSEE SAUF FORCAGE APPROUVE "
                  & "(APPROBAT)" TO WS-LIGNE
           END-IF.
           PERFORM 7100-ECRITURE-LIGNE-DEBUT
              THRU 7100-ECRITURE-LIGNE-FIN.

           IF WS-STATUS-FILE-FCHECK-OK
               CLOSE FCHECK
           END-IF.

       7000-EDITION-CHECKLIST-FIN.
           EXIT.

      *******************************************************
      *  UNE LIGNE DE CHECK-LIST A L'ECRAN ET AU FICHIER
      *******************************************************
       7100-ECRITURE-LIGNE-DEBUT.

           DISPLAY WS-LIGNE (1:132).
           IF WS-STATUS-FILE-FCHECK-OK
               MOVE WS-LIGNE TO RCHECK
               WRITE RCHECK
           END-IF.

       7100-ECRITURE-LIGNE-FIN.
           EXIT.

      *******************************************************
      *  AJOUT D'UN POINT A LA CHECK-LIST
      *******************************************************
       8000-AJOUT-POINT-DEBUT.

           ADD 1 TO WS-NB-POINTS.
           SET WS-INDICE-PNT TO WS-NB-POINTS.
           MOVE WS-LIBELLE  TO WS-PNT-LIBELLE (WS-INDICE-PNT).
           MOVE WS-RESULTAT TO WS-PNT-RESULTAT (WS-INDICE-PNT).
           MOVE WS-DETAIL   TO WS-PNT-DETAIL (WS-INDICE-PNT).
           IF WS-RESULTAT = "ECHEC"
               ADD 1 TO WS-NB-ECHECS
           END-IF.

       8000-AJOUT-POINT-FIN.
           EXIT.
