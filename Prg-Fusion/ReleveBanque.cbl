       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELEVEBANQ.
       AUTHOR. GENEVIEVE GIANNASI.
       INSTALLATION. PERSONAL PC.
       DATE-WRITTEN. 15-10-2026.
       DATE-COMPILED. 15-10-2026.
       SECURITY. NON-CONFIDENTIAL.
      ******************************************************************
      * OBJECTIF:
      * Import du releve bancaire quotidien au format CFONB 120 : les
      * virements recus etaient ressaisis un par un dans SAISIEREG a
      * partir du releve imprime, et les erreurs de frappe finissaient
      * en reglements inconnus au LETTRAGE.
      *
      * Le fichier RELEVE-BANQUE.txt peut porter plusieurs releves
      * (enregistrement 01 ancien solde, 04 mouvements, 05
      * complements, 07 nouveau solde). Chaque releve est controle :
      * ancien solde + credits - debits doit egaler le nouveau solde,
      * sinon il n'est pas importe. Un releve deja importe (meme
      * compte, meme date de nouveau solde, registre permanent
      * RELEVES-IMPORTES.txt) n'est jamais repris.
      *
      * Chaque credit est rattache a une facture ouverte de l'edition
      * courante (FICHIERSOR.txt numerote comme au LETTRAGE, moins
      * les reglements et avoirs deja recus), dans l'ordre :
      *   1 - le numero de facture cite dans le libelle
      *   2 - l'identifiant client (ou de groupe payeur) cite dans
      *       le libelle
      *   3 - le montant exact du reste du d'une seule facture
      *   4 - le nom du payeur rapproche du nom client (RCLIENT-NOM)
      *       ou du nom du groupe payeur
      * Un client reconnu se voit imputer sa facture ouverte du
      * montant exact, ou sa seule facture ouverte.
      * Le credit d'une remise de cheques (libelle REMISE, CHQ ou
      * CHEQUE portant le numero d'un bordereau de REMCHEQUE en
      * attente, ou son total exact) n'est pas un reglement : il est
      * rapproche du bordereau dans REMISES-CREDITEES.txt, un
      * montant different du total remis est signale en ecart
      * (cheque perdu ou rejete).
      * Les credits rattaches sont ajoutes a REGLEMENTS.txt avec le
      * numero de facture renseigne ; les autres (ambigus, inconnus,
      * doublons presumes) vont dans RELEVE-SUSPENS.txt, que
      * SAISIEREG presente au back-office. Les debits ne sont pas des
      * reglements clients : ils ne servent qu'au controle du solde.
      * Le compte rendu est ecrit dans RELEVE-RAPPORT.txt.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ******** RELEVE BANCAIRE RECU DE LA BANQUE (CFONB 120)
           SELECT FCFONB ASSIGN TO "RELEVE-BANQUE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FCFONB.

      ******** FICHIER CLIENT (IDENTIFIANTS ET NOMS)
           SELECT FCLIENT ASSIGN TO "FICHIERCLIENT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FCLIENT.

      ******** RATTACHEMENT DES CLIENTS A UN GROUPE PAYEUR
           SELECT FGROUPE ASSIGN TO "GROUPES-CLIENTS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FGROUPE.

      ******** FICHIER DE SORTIE FACTURATION (LES FACTURES EMISES)
           SELECT FCLISOR ASSIGN TO "FICHIERSOR.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FCLISOR.

      ******** DERNIER NUMERO DE FACTURE ATTRIBUE PAR FACTEDIT
           SELECT FNUMFACT ASSIGN TO "FACTURES-NUMFACT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FNUMFACT.

      ******** FICHIER DES REGLEMENTS RECUS
           SELECT FREGL ASSIGN TO "REGLEMENTS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FREGL.

      ******** FICHIER DES AVOIRS EMIS
           SELECT FAVOIR ASSIGN TO "AVOIRS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FAVOIR.

      ******** REGISTRE DES REMISES DE CHEQUES (REMCHEQUE)
           SELECT FREMCHQ ASSIGN TO "REMISES-CHEQUES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FREMCHQ.

      ******** CREDITS BANCAIRES DES REMISES DE CHEQUES
           SELECT FCREDCHQ ASSIGN TO "REMISES-CREDITEES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FCREDCHQ.

      ******** REGISTRE PERMANENT DES RELEVES DEJA IMPORTES
           SELECT FIMPORT ASSIGN TO "RELEVES-IMPORTES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FIMPORT.

      ******** MOUVEMENTS EN SUSPENS POUR SAISIEREG
           SELECT FSUSPBQ ASSIGN TO "RELEVE-SUSPENS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FSUSPBQ.

      ******** COMPTE RENDU DE L'IMPORT
           SELECT FRAPPORT ASSIGN TO "RELEVE-RAPPORT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FRAPPORT.

       DATA DIVISION.
       FILE SECTION.
      ******** RELEVE BANCAIRE CFONB 120 : SOLDES (01 ET 07),
      ******** MOUVEMENTS (04) ET COMPLEMENTS DE LIBELLE (05)
       FD  FCFONB.
       01  RCFONB-SOLDE.
           05  CFO-CODE             PIC X(02).
               88  CFO-ANCIEN-SOLDE   VALUE "01".
               88  CFO-MOUVEMENT      VALUE "04".
               88  CFO-COMPLEMENT     VALUE "05".
               88  CFO-NOUVEAU-SOLDE  VALUE "07".
           05  CFO-BANQUE           PIC X(05).
           05  FILLER               PIC X(04).
           05  CFO-GUICHET          PIC X(05).
           05  CFO-DEVISE           PIC X(03).
           05  CFO-DECIMALES        PIC X(01).
           05  FILLER               PIC X(01).
           05  CFO-COMPTE           PIC X(11).
           05  FILLER               PIC X(02).
           05  CFO-DATE             PIC X(06).
           05  FILLER               PIC X(50).
           05  CFO-MONTANT          PIC X(14).
           05  FILLER               PIC X(16).
       01  RCFONB-MOUVEMENT.
           05  FILLER               PIC X(34).
           05  CFO-MVT-DATE         PIC X(06).
           05  FILLER               PIC X(02).
           05  CFO-MVT-DATE-VALEUR  PIC X(06).
           05  CFO-MVT-LIBELLE      PIC X(31).
           05  FILLER               PIC X(02).
           05  CFO-MVT-ECRITURE     PIC X(07).
           05  FILLER               PIC X(02).
           05  CFO-MVT-MONTANT      PIC X(14).
           05  CFO-MVT-REFERENCE    PIC X(16).
       01  RCFONB-COMPLEMENT.
           05  FILLER               PIC X(45).
           05  CFO-CPL-QUALIFIANT   PIC X(03).
               88  CFO-CPL-NOM-PAYEUR VALUE "NPY".
           05  CFO-CPL-INFO         PIC X(70).
           05  FILLER               PIC X(02).

      ******** FICHIER CLIENT
           COPY 'COBOL-FD-FCLIENT.CPY'.

      ******** RATTACHEMENT DES CLIENTS A UN GROUPE PAYEUR
       FD  FGROUPE.
       01  RGROUPE.
           05  GRP-GROUPE PIC X(08).
           05  FILLER     PIC X(01).
           05  GRP-MEMBRE PIC X(08).
           05  FILLER     PIC X(01).
           05  GRP-NOM    PIC X(30).

      ******** FICHIER DE SORTIE FACTURATION
           COPY 'COBOL-FD-FCLISOR.cpy'.

      ******** DERNIER NUMERO DE FACTURE ATTRIBUE PAR FACTEDIT
       FD  FNUMFACT.
       01  RNUMFACT PIC X(20).

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
      ****** MODE DE PAIEMENT (CHQ CHEQUE, VIR VIREMENT, PRL
      ****** PRELEVEMENT, ESP ESPECES ; A BLANC SUR LES ANCIENS
      ****** REGLEMENTS) ET NUMERO DU CHEQUE
           05  FILLER               PIC X(01).
           05  RREGL-MODE           PIC X(03).
           05  FILLER               PIC X(01).
           05  RREGL-CHEQUE         PIC X(07).

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

      ******** REGISTRE DES REMISES DE CHEQUES (REMCHEQUE)
           COPY 'COBOL-FD-REMCHQ.cpy'.

      ******** CREDITS BANCAIRES DES REMISES DE CHEQUES
           COPY 'COBOL-FD-CREDCHQ.cpy'.

      ******** REGISTRE PERMANENT DES RELEVES DEJA IMPORTES
       FD  FIMPORT.
       01  RIMPORT.
           05  IMP-COMPTE           PIC X(11).
           05  FILLER               PIC X(01).
           05  IMP-DATE-SOLDE       PIC 9(08).
           05  FILLER               PIC X(01).
           05  IMP-NB-MOUVEMENTS    PIC 9(05).
           05  FILLER               PIC X(01).
           05  IMP-DATE-IMPORT      PIC 9(08).

      ******** MOUVEMENTS EN SUSPENS POUR SAISIEREG
           COPY 'COBOL-FD-SUSPBANQ.cpy'.

      ******** COMPTE RENDU DE L'IMPORT
       FD  FRAPPORT.
       01  RRAPPORT PIC X(132).

       WORKING-STORAGE SECTION.
      ***********************************************
      * DEFINTION DES STATUS DES FICHIERS
      ***********************************************
       01  WS-STATUS-FILE-FCFONB PIC X(02).
           88 WS-STATUS-FILE-FCFONB-OK  VALUE "00".
           88 WS-STATUS-FILE-FCFONB-EOF VALUE "10".
       01  WS-COMPTEUR-FILE-FCFONB PIC 9(05) VALUE ZEROES.

       01  WS-STATUS-FILE-FCLIENT PIC X(02).
           88 WS-STATUS-FILE-FCLIENT-OK  VALUE "00".
           88 WS-STATUS-FILE-FCLIENT-EOF VALUE "10".

       01  WS-STATUS-FILE-FGROUPE PIC X(02).
           88 WS-STATUS-FILE-FGROUPE-OK  VALUE "00".
           88 WS-STATUS-FILE-FGROUPE-EOF VALUE "10".

       01  WS-STATUS-FILE-FCLISOR PIC X(02).
           88 WS-STATUS-FILE-FCLISOR-OK  VALUE "00".
           88 WS-STATUS-FILE-FCLISOR-EOF VALUE "10".

       01  WS-STATUS-FILE-FNUMFACT PIC X(02).
           88 WS-STATUS-FILE-FNUMFACT-OK  VALUE "00".
           88 WS-STATUS-FILE-FNUMFACT-EOF VALUE "10".

       01  WS-STATUS-FILE-FREGL PIC X(02).
           88 WS-STATUS-FILE-FREGL-OK  VALUE "00".
           88 WS-STATUS-FILE-FREGL-EOF VALUE "10".
           88 WS-STATUS-FILE-FREGL-INEXISTANT VALUE "35".

       01  WS-STATUS-FILE-FAVOIR PIC X(02).
           88 WS-STATUS-FILE-FAVOIR-OK  VALUE "00".
           88 WS-STATUS-FILE-FAVOIR-EOF VALUE "10".

       01  WS-STATUS-FILE-FREMCHQ PIC X(02).
           88 WS-STATUS-FILE-FREMCHQ-OK  VALUE "00".
           88 WS-STATUS-FILE-FREMCHQ-EOF VALUE "10".

       01  WS-STATUS-FILE-FCREDCHQ PIC X(02).
           88 WS-STATUS-FILE-FCREDCHQ-OK  VALUE "00".
           88 WS-STATUS-FILE-FCREDCHQ-EOF VALUE "10".
           88 WS-STATUS-FILE-FCREDCHQ-INEXISTANT VALUE "35".

       01  WS-STATUS-FILE-FIMPORT PIC X(02).
           88 WS-STATUS-FILE-FIMPORT-OK  VALUE "00".
           88 WS-STATUS-FILE-FIMPORT-EOF VALUE "10".
           88 WS-STATUS-FILE-FIMPORT-INEXISTANT VALUE "35".

       01  WS-STATUS-FILE-FSUSPBQ PIC X(02).
           88 WS-STATUS-FILE-FSUSPBQ-OK  VALUE "00".
           88 WS-STATUS-FILE-FSUSPBQ-INEXISTANT VALUE "35".

       01  WS-STATUS-FILE-FRAPPORT PIC X(02).
           88 WS-STATUS-FILE-FRAPPORT-OK  VALUE "00".

      ******************************************
      *  TIERS RECONNAISSABLES : CLIENTS PUIS GROUPES PAYEURS
      *  (NOM EN MAJUSCULES ET SA LONGUEUR UTILE)
      ******************************************
       01  WS-TABLE-TIERS.
           05 WS-TIE-ENTRY OCCURS 6000 INDEXED BY WS-INDICE-TIE.
               10 WS-TIE-ID    PIC X(08).
               10 WS-TIE-NOM   PIC X(30).
               10 WS-TIE-LONG  PIC 9(02).
       01  WS-NB-TIERS  PIC 9(04) VALUE ZEROES.
       01  WS-MAX-TIERS PIC 9(04) VALUE 6000.

      ******************************************
      *  MEMBRES DES GROUPES PAYEURS
      ******************************************
       01  WS-TABLE-GROUPES.
           05 WS-GRP-ENTRY OCCURS 2000 INDEXED BY WS-INDICE-GRP.
               10 WS-GRP-GROUPE PIC X(08).
               10 WS-GRP-MEMBRE PIC X(08).
       01  WS-NB-GROUPES  PIC 9(04) VALUE ZEROES.
       01  WS-MAX-GROUPES PIC 9(04) VALUE 2000.

      ******************************************
      *  FACTURES DE L'EDITION COURANTE ET LEUR RESTE DU
      ******************************************
       01  WS-TABLE-FACTURES.
           05 WS-FACT-ENTRY OCCURS 5000 INDEXED BY WS-INDICE.
               10 WS-FACT-NUMERO  PIC 9(08).
               10 WS-FACT-ID      PIC X(08).
               10 WS-FACT-PAYEUR  PIC X(08).
               10 WS-FACT-RESTE   PIC S9(09)V99.
       01  WS-NB-FACTURES  PIC 9(04) VALUE ZEROES.
       01  WS-MAX-FACTURES PIC 9(04) VALUE 5000.

      ******************************************
      *  NUMEROTATION RECONSTITUEE DE L'EDITION
      ******************************************
       01  WS-DERNIER-NUMERO PIC 9(08) VALUE ZEROES.
       01  WS-DERNIER-EDITE  PIC 9(08) VALUE ZEROES.
       01  WS-PREMIER-NUMERO PIC 9(08) VALUE ZEROES.

      ******************************************
      *  REGLEMENTS ET AVOIRS DEJA RECUS (RESTE DU DES
      *  FACTURES ET DETECTION DES DOUBLONS)
      ******************************************
       01  WS-TABLE-REGLEMENTS.
           05 WS-REGL-ENTRY OCCURS 6000 INDEXED BY WS-INDICE-REG.
               10 WS-REGL-ID      PIC X(08).
               10 WS-REGL-DATE    PIC 9(08).
               10 WS-REGL-MONTANT PIC 9(07)V99.
               10 WS-REGL-NUMFACT PIC X(08).
               10 WS-REGL-AVOIR   PIC X(01).
       01  WS-NB-REGLEMENTS  PIC 9(04) VALUE ZEROES.
       01  WS-MAX-REGLEMENTS PIC 9(04) VALUE 6000.
       01  WS-REGL-NUMERO PIC 9(08) VALUE ZEROES.
       01  WS-RESTE-A-IMPUTER PIC 9(07)V99 VALUE ZEROES.

      ******************************************
      *  BORDEREAUX DE REMISE DE CHEQUES ET LEUR CREDIT
      ******************************************
       01  WS-TABLE-REMISES.
           05 WS-RCH-ENTRY OCCURS 2000 INDEXED BY WS-INDICE-RCH.
               10 WS-RCH-NUMERO   PIC 9(08).
               10 WS-RCH-TOTAL    PIC 9(09)V99.
               10 WS-RCH-CREDITEE PIC X(01).
       01  WS-NB-REMISES  PIC 9(04) VALUE ZEROES.
       01  WS-MAX-REMISES PIC 9(04) VALUE 2000.
       01  WS-REMISE-RETENUE PIC 9(04) VALUE ZEROES.
       01  WS-NB-REMISES-CREDITEES PIC 9(04) VALUE ZEROES.
       01  WS-NB-REMISES-ECART     PIC 9(04) VALUE ZEROES.

      ******************************************
      *  RELEVES DEJA IMPORTES
      ******************************************
       01  WS-TABLE-IMPORTES.
           05 WS-IMP-ENTRY OCCURS 3000 INDEXED BY WS-INDICE-IMP.
               10 WS-IMP-COMPTE PIC X(11).
               10 WS-IMP-DATE   PIC 9(08).
       01  WS-NB-IMPORTES  PIC 9(04) VALUE ZEROES.
       01  WS-MAX-IMPORTES PIC 9(04) VALUE 3000.

      ******************************************
      *  RELEVE EN COURS DE LECTURE
      ******************************************
       01  WS-RELEVE-OUVERT PIC X(01) VALUE "N".
           88 WS-RELEVE-OUVERT-OUI VALUE "O".
       01  WS-REL-COMPTE        PIC X(11) VALUE SPACES.
       01  WS-REL-DEVISE        PIC X(03) VALUE SPACES.
       01  WS-REL-DECIMALES     PIC X(01) VALUE SPACES.
       01  WS-REL-DATE-ANCIEN   PIC 9(08) VALUE ZEROES.
       01  WS-REL-DATE-NOUVEAU  PIC 9(08) VALUE ZEROES.
       01  WS-REL-SOLDE-ANCIEN  PIC S9(11)V99 VALUE ZEROES.
       01  WS-REL-SOLDE-NOUVEAU PIC S9(11)V99 VALUE ZEROES.
       01  WS-REL-SOLDE-CALCULE PIC S9(11)V99 VALUE ZEROES.
       01  WS-REL-CREDITS       PIC 9(11)V99 VALUE ZEROES.
       01  WS-REL-DEBITS        PIC 9(11)V99 VALUE ZEROES.
       01  WS-REL-ANOMALIE      PIC X(01) VALUE "N".
           88 WS-REL-ANOMALIE-OUI VALUE "O".

       01  WS-TABLE-MOUVEMENTS.
           05 WS-MVT-ENTRY OCCURS 2000 INDEXED BY WS-INDICE-MVT.
               10 WS-MVT-DATE      PIC 9(08).
               10 WS-MVT-SENS      PIC X(01).
               10 WS-MVT-MONTANT   PIC 9(11)V99.
               10 WS-MVT-LIBELLE   PIC X(31).
               10 WS-MVT-REFERENCE PIC X(16).
               10 WS-MVT-PAYEUR    PIC X(35).
               10 WS-MVT-TEXTE     PIC X(250).
               10 WS-MVT-NB-CPL    PIC 9(02).
       01  WS-NB-MOUVEMENTS  PIC 9(04) VALUE ZEROES.
       01  WS-MAX-MOUVEMENTS PIC 9(04) VALUE 2000.

      ******************************************
      *  DECODAGE DES MONTANTS ET DES DATES CFONB
      ******************************************
       01  WS-ZONE-MONTANT PIC X(14) VALUE SPACES.
       01  WS-MONTANT-DECODE PIC S9(11)V99 VALUE ZEROES.
       01  WS-MONTANT-VALIDE PIC X(01) VALUE "O".
           88 WS-MONTANT-VALIDE-OUI VALUE "O".
       01  WS-CHIFFRES-TETE PIC 9(13) VALUE ZEROES.
       01  WS-CHIFFRES PIC 9(14) VALUE ZEROES.
       01  WS-DIVISEUR PIC 9(04) VALUE 100.
       01  WS-SURPIQUE-POSITIF PIC X(10) VALUE "{ABCDEFGHI".
       01  WS-SURPIQUE-NEGATIF PIC X(10) VALUE "}JKLMNOPQR".
       01  WS-CHIFFRES-CLAIRS  PIC X(10) VALUE "0123456789".
       01  WS-DERNIER-CHIFFRE PIC 9(01) VALUE ZEROES.
       01  WS-SIGNE PIC X(01) VALUE "+".
       01  WS-CAR PIC X(01) VALUE SPACES.
       01  WS-POS PIC 9(03) VALUE ZEROES.
       01  WS-ZONE-DATE PIC X(06) VALUE SPACES.
       01  WS-DATE-DECODEE PIC 9(08) VALUE ZEROES.
       01  WS-DATE-ALPHA PIC X(08) VALUE SPACES.

      ******************************************
      *  RAPPROCHEMENT DU CREDIT COURANT
      ******************************************
       01  WS-TEXTE PIC X(250) VALUE SPACES.
       01  WS-NUMERO-LU PIC 9(08) VALUE ZEROES.
       01  WS-NB-TROUVES PIC 9(04) VALUE ZEROES.
       01  WS-NB-OCCURRENCES PIC 9(04) VALUE ZEROES.
       01  WS-FACT-RETENUE PIC 9(04) VALUE ZEROES.
       01  WS-TIERS-RETENU PIC X(08) VALUE SPACES.
       01  WS-NB-CANDIDATES PIC 9(04) VALUE ZEROES.
       01  WS-NB-EXACTES    PIC 9(04) VALUE ZEROES.
       01  WS-PREMIERE-CANDIDATE PIC 9(04) VALUE ZEROES.
       01  WS-PREMIERE-EXACTE    PIC 9(04) VALUE ZEROES.
       01  WS-METHODE PIC X(20) VALUE SPACES.
       01  WS-MOTIF-SUSPENS PIC X(30) VALUE SPACES.
       01  WS-CLIENT-PROPOSE PIC X(08) VALUE SPACES.
       01  WS-MONTANT-CREDIT PIC 9(07)V99 VALUE ZEROES.
       01  WS-DOUBLON PIC X(01) VALUE "N".
           88 WS-DOUBLON-OUI VALUE "O".

      ******************************************
      *  COMPTEURS ET ZONES D'EDITION
      ******************************************
       01  WS-DATE-JOUR PIC 9(08) VALUE ZEROES.
       01  WS-NB-RELEVES          PIC 9(04) VALUE ZEROES.
       01  WS-NB-RELEVES-IMPORTES PIC 9(04) VALUE ZEROES.
       01  WS-NB-RELEVES-DEJA     PIC 9(04) VALUE ZEROES.
       01  WS-NB-RELEVES-REJETES  PIC 9(04) VALUE ZEROES.
       01  WS-NB-CREDITS          PIC 9(05) VALUE ZEROES.
       01  WS-NB-DEBITS           PIC 9(05) VALUE ZEROES.
       01  WS-NB-RAPPROCHES       PIC 9(05) VALUE ZEROES.
       01  WS-NB-SUSPENS          PIC 9(05) VALUE ZEROES.
       01  WS-TOTAL-RAPPROCHE PIC 9(11)V99 VALUE ZEROES.
       01  WS-TOTAL-SUSPENS   PIC 9(11)V99 VALUE ZEROES.
       01  WS-EDIT-MONTANT PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  WS-EDIT-SOLDE   PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  WS-EDIT-SOLDE2  PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  WS-LIGNE PIC X(132) VALUE SPACES.

      ***********************************************
      * MANIFESTE DES SORTIES (MANIFEST) : FICHIERSOR.txt
      * VERIFIE AVANT TRAITEMENT (NOMBRE, TOTAL HT, CLE)
      ***********************************************
       01  WS-MANIFESTE.
           05  WS-MAN-FONCTION  PIC X(01) VALUE "V".
           05  WS-MAN-FICHIER   PIC X(30) VALUE "FICHIERSOR.txt".
           05  WS-MAN-PROGRAMME PIC X(08) VALUE "RELEVEBA".
           05  WS-MAN-POSITION  PIC 9(04) VALUE 73.
           05  WS-MAN-LONGUEUR  PIC 9(02) VALUE 9.
           05  WS-MAN-NB-ENREG  PIC 9(09) VALUE ZEROES.
           05  WS-MAN-TOTAL     PIC 9(13)V99 VALUE ZEROES.
           05  WS-MAN-CONTROLE  PIC 9(09) VALUE ZEROES.
           05  WS-MAN-STATUT    PIC X(01) VALUE SPACES.
               88  WS-MAN-ALTERE VALUE "2".

      ***********************************************
      * MOUVEMENTS INDEXES PAR CLIENT (MVTIDX) :
      * REGLEMENTS.IDX TENU A JOUR A CHAQUE REGLEMENT AJOUTE
      ***********************************************
       01  WS-MOUVEMENT-IDX.
           05  WS-MVI-FONCTION PIC X(01) VALUE "A".
           05  WS-MVI-FICHIER  PIC X(01) VALUE "R".
           05  WS-MVI-ID       PIC X(08) VALUE SPACES.
           05  WS-MVI-DATE     PIC X(08) VALUE SPACES.
           05  WS-MVI-ENREG    PIC X(67) VALUE SPACES.
           05  WS-MVI-STATUT   PIC X(01) VALUE SPACES.
               88  WS-MVI-INACCESSIBLE VALUE "8".
       01  WS-RC-SAUVE PIC S9(04) VALUE ZEROES.

       PROCEDURE DIVISION.
       0000-MAIN-DEB.
      *******************************************************
      *  PARAGRAPHE PRINCIPAL
      *******************************************************
      *********** FICHIERSOR.txt INCHANGE DEPUIS SON ECRITURE
           CALL 'MANIFEST' USING WS-MANIFESTE
               ON EXCEPTION
                   MOVE SPACES TO WS-MAN-STATUT
           END-CALL.
           IF WS-MAN-ALTERE
               DISPLAY "*** TRAITEMENT ARRETE: FICHIERSOR.txt ALTERE"
               MOVE 12 TO RETURN-CODE
               GO TO 0000-MAIN-FIN
           END-IF.
      *
           DISPLAY "IMPORT DU RELEVE BANCAIRE (CFONB 120)".
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATE-JOUR.
      *
      *********** TIERS, FACTURES OUVERTES ET DEJA RECU
           PERFORM 1000-LECTURE-NUMEROTATION-DEBUT
              THRU 1000-LECTURE-NUMEROTATION-FIN.
           PERFORM 1100-CHARGEMENT-CLIENTS-DEBUT
              THRU 1100-CHARGEMENT-CLIENTS-FIN.
           PERFORM 1200-CHARGEMENT-GROUPES-DEBUT
              THRU 1200-CHARGEMENT-GROUPES-FIN.
           PERFORM 1300-CHARGEMENT-FACTURES-DEBUT
              THRU 1300-CHARGEMENT-FACTURES-FIN.
           PERFORM 1400-CHARGEMENT-REGLEMENTS-DEBUT
              THRU 1400-CHARGEMENT-REGLEMENTS-FIN.
           PERFORM 1500-IMPUTATION-ANTERIEURE-DEBUT
              THRU 1500-IMPUTATION-ANTERIEURE-FIN.
           PERFORM 1600-CHARGEMENT-IMPORTES-DEBUT
              THRU 1600-CHARGEMENT-IMPORTES-FIN.
           PERFORM 1700-CHARGEMENT-REMISES-DEBUT
              THRU 1700-CHARGEMENT-REMISES-FIN.
      *
      *********** OUVERTURE DU RELEVE ET DES SORTIES
           OPEN INPUT FCFONB.
           IF NOT WS-STATUS-FILE-FCFONB-OK
               DISPLAY "--> RELEVE-BANQUE.txt ABSENT: RIEN A IMPORTER"
               GO TO 0000-MAIN-FIN
           END-IF.

           OPEN OUTPUT FRAPPORT.
           IF NOT WS-STATUS-FILE-FRAPPORT-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FRAPPORT': "
                       WS-STATUS-FILE-FRAPPORT
               MOVE 16 TO RETURN-CODE
               CLOSE FCFONB
               GO TO 0000-MAIN-FIN
           END-IF.

           OPEN EXTEND FREGL.
           IF WS-STATUS-FILE-FREGL-INEXISTANT
               OPEN OUTPUT FREGL
           END-IF.
           IF NOT WS-STATUS-FILE-FREGL-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FREGL': "
                       WS-STATUS-FILE-FREGL
               MOVE 16 TO RETURN-CODE
               CLOSE FCFONB FRAPPORT
               GO TO 0000-MAIN-FIN
           END-IF.

           OPEN EXTEND FSUSPBQ.
           IF WS-STATUS-FILE-FSUSPBQ-INEXISTANT
               OPEN OUTPUT FSUSPBQ
           END-IF.
           IF NOT WS-STATUS-FILE-FSUSPBQ-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FSUSPBQ': "
                       WS-STATUS-FILE-FSUSPBQ
               MOVE 16 TO RETURN-CODE
               CLOSE FCFONB FRAPPORT FREGL
               GO TO 0000-MAIN-FIN
           END-IF.

           OPEN EXTEND FIMPORT.
           IF WS-STATUS-FILE-FIMPORT-INEXISTANT
               OPEN OUTPUT FIMPORT
           END-IF.
           IF NOT WS-STATUS-FILE-FIMPORT-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FIMPORT': "
                       WS-STATUS-FILE-FIMPORT
               MOVE 16 TO RETURN-CODE
               CLOSE FCFONB FRAPPORT FREGL FSUSPBQ
               GO TO 0000-MAIN-FIN
           END-IF.

           OPEN EXTEND FCREDCHQ.
           IF WS-STATUS-FILE-FCREDCHQ-INEXISTANT
               OPEN OUTPUT FCREDCHQ
           END-IF.
           IF NOT WS-STATUS-FILE-FCREDCHQ-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FCREDCHQ': "
                       WS-STATUS-FILE-FCREDCHQ
               MOVE 16 TO RETURN-CODE
               CLOSE FCFONB FRAPPORT FREGL FSUSPBQ FIMPORT
               GO TO 0000-MAIN-FIN
           END-IF.

           MOVE SPACES TO WS-LIGNE.
           STRING "IMPORT DES RELEVES BANCAIRES DU " WS-DATE-JOUR
                  DELIMITED BY SIZE INTO WS-LIGNE.
           PERFORM 9000-ECRITURE-RAPPORT-DEBUT
              THRU 9000-ECRITURE-RAPPORT-FIN.
      *
      *********** LECTURE DU RELEVE, TRAITEMENT A CHAQUE SOLDE FINAL
           PERFORM 2000-LECTURE-RELEVE-DEBUT
              THRU 2000-LECTURE-RELEVE-FIN.
           CLOSE FCFONB.

           IF WS-RELEVE-OUVERT-OUI
               MOVE SPACES TO WS-LIGNE
               STRING "ANOMALIE : RELEVE DU COMPTE " WS-REL-COMPTE
                      " SANS NOUVEAU SOLDE - NON IMPORTE"
                      DELIMITED BY SIZE INTO WS-LIGNE
               PERFORM 9000-ECRITURE-RAPPORT-DEBUT
                  THRU 9000-ECRITURE-RAPPORT-FIN
               ADD 1 TO WS-NB-RELEVES-REJETES
               MOVE 8 TO RETURN-CODE
           END-IF.
      *
      *********** TOTAUX DU COMPTE RENDU
           PERFORM 8000-TOTAUX-RAPPORT-DEBUT
              THRU 8000-TOTAUX-RAPPORT-FIN.

           CLOSE FRAPPORT FREGL FSUSPBQ FIMPORT FCREDCHQ.

           DISPLAY "==============================================".
           DISPLAY "RELEVES LUS              : " WS-NB-RELEVES.
           DISPLAY "RELEVES IMPORTES         : " WS-NB-RELEVES-IMPORTES.
           DISPLAY "RELEVES DEJA IMPORTES    : " WS-NB-RELEVES-DEJA.
           DISPLAY "RELEVES REJETES          : " WS-NB-RELEVES-REJETES.
           DISPLAY "CREDITS TRAITES          : " WS-NB-CREDITS.
           DISPLAY "DONT REGLEMENTS AJOUTES  : " WS-NB-RAPPROCHES.
           DISPLAY "DONT MIS EN SUSPENS      : " WS-NB-SUSPENS.
           DISPLAY "REMISES DE CHEQUES       : "
                   WS-NB-REMISES-CREDITEES.
           DISPLAY "DONT EN ECART            : " WS-NB-REMISES-ECART.
           DISPLAY "DEBITS (CONTROLE SEUL)   : " WS-NB-DEBITS.
           DISPLAY "==============================================".

           IF RETURN-CODE < 4
           AND (WS-NB-SUSPENS > ZEROES OR WS-NB-RELEVES-DEJA > ZEROES
                OR WS-NB-REMISES-ECART > ZEROES)
               MOVE 4 TO RETURN-CODE
           END-IF.

       0000-MAIN-FIN.
           GOBACK.

      *******************************************************
      *  LECTURE DU DERNIER NUMERO PORTE PAR L'EDITION
      *  (MEME REGLE QUE LE LETTRAGE : DERNEDIT= SINON NUMFACT=)
      *******************************************************
       1000-LECTURE-NUMEROTATION-DEBUT.

           OPEN INPUT FNUMFACT.
           IF NOT WS-STATUS-FILE-FNUMFACT-OK
               DISPLAY "--> FACTURES-NUMFACT.txt ABSENT: "
                       "AUCUN NUMERO DE FACTURE RECONNAISSABLE"
               GO TO 1000-LECTURE-NUMEROTATION-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FNUMFACT-OK
               READ FNUMFACT
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RNUMFACT (1:8) = "NUMFACT="
                       AND RNUMFACT (9:8) IS NUMERIC
                           MOVE RNUMFACT (9:8) TO WS-DERNIER-NUMERO
                       END-IF
                       IF RNUMFACT (1:9) = "DERNEDIT="
                       AND RNUMFACT (10:8) IS NUMERIC
                           MOVE RNUMFACT (10:8) TO WS-DERNIER-EDITE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FNUMFACT.

           IF WS-DERNIER-EDITE > ZEROES
               MOVE WS-DERNIER-EDITE TO WS-DERNIER-NUMERO
           END-IF.

       1000-LECTURE-NUMEROTATION-FIN.
           EXIT.

      *******************************************************
      *  CHARGEMENT DES CLIENTS (IDENTIFIANT ET NOM)
      *******************************************************
       1100-CHARGEMENT-CLIENTS-DEBUT.

           OPEN INPUT FCLIENT.
           IF NOT WS-STATUS-FILE-FCLIENT-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FCLIENT': "
                       WS-STATUS-FILE-FCLIENT
               GO TO 1100-CHARGEMENT-CLIENTS-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FCLIENT-OK
               READ FCLIENT
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RCLIENT-ID NOT = SPACES
                           MOVE RCLIENT-ID TO WS-TIERS-RETENU
                           MOVE RCLIENT-NOM TO WS-TEXTE
                           PERFORM 1150-AJOUT-TIERS-DEBUT
                              THRU 1150-AJOUT-TIERS-FIN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FCLIENT.

           DISPLAY "NOMBRE DE CLIENTS CHARGES EN TABLES: " WS-NB-TIERS.

       1100-CHARGEMENT-CLIENTS-FIN.
           EXIT.

      *******************************************************
      *  AJOUT D'UN TIERS RECONNAISSABLE (NOM EN MAJUSCULES)
      *******************************************************
       1150-AJOUT-TIERS-DEBUT.

           IF WS-NB-TIERS >= WS-MAX-TIERS
               DISPLAY "--> ! PLUS DE " WS-MAX-TIERS " TIERS!"
               GO TO 1150-AJOUT-TIERS-FIN
           END-IF.

           ADD 1 TO WS-NB-TIERS.
           SET WS-INDICE-TIE TO WS-NB-TIERS.
           MOVE WS-TIERS-RETENU TO WS-TIE-ID (WS-INDICE-TIE).
           MOVE FUNCTION UPPER-CASE (WS-TEXTE (1:30))
                TO WS-TIE-NOM (WS-INDICE-TIE).
           MOVE ZEROES TO WS-TIE-LONG (WS-INDICE-TIE).
           PERFORM VARYING WS-POS FROM 30 BY -1
                   UNTIL WS-POS < 1
                      OR WS-TIE-LONG (WS-INDICE-TIE) > ZEROES
               IF WS-TIE-NOM (WS-INDICE-TIE) (WS-POS:1) NOT = SPACE
                   MOVE WS-POS TO WS-TIE-LONG (WS-INDICE-TIE)
               END-IF
           END-PERFORM.

       1150-AJOUT-TIERS-FIN.
           EXIT.

      *******************************************************
      *  CHARGEMENT DES GROUPES PAYEURS : LES MEMBRES, ET LE
      *  GROUPE LUI-MEME COMME TIERS RECONNAISSABLE
      *******************************************************
       1200-CHARGEMENT-GROUPES-DEBUT.

           OPEN INPUT FGROUPE.
           IF NOT WS-STATUS-FILE-FGROUPE-OK
               GO TO 1200-CHARGEMENT-GROUPES-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FGROUPE-OK
               READ FGROUPE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF GRP-GROUPE NOT = SPACES
                       AND GRP-MEMBRE NOT = SPACES
                       AND WS-NB-GROUPES < WS-MAX-GROUPES
                           ADD 1 TO WS-NB-GROUPES
                           SET WS-INDICE-GRP TO WS-NB-GROUPES
                           MOVE GRP-GROUPE
                                TO WS-GRP-GROUPE (WS-INDICE-GRP)
                           MOVE GRP-MEMBRE
                                TO WS-GRP-MEMBRE (WS-INDICE-GRP)
                           PERFORM 1250-AJOUT-GROUPE-DEBUT
                              THRU 1250-AJOUT-GROUPE-FIN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FGROUPE.

           DISPLAY "NOMBRE DE RATTACHEMENTS A UN GROUPE: "
                   WS-NB-GROUPES.

       1200-CHARGEMENT-GROUPES-FIN.
           EXIT.

      *******************************************************
      *  LE GROUPE PAYEUR EST AJOUTE UNE SEULE FOIS AUX TIERS
      *******************************************************
       1250-AJOUT-GROUPE-DEBUT.

           PERFORM VARYING WS-INDICE-TIE FROM 1 BY 1
                   UNTIL WS-INDICE-TIE > WS-NB-TIERS
               IF WS-TIE-ID (WS-INDICE-TIE) = GRP-GROUPE
                   GO TO 1250-AJOUT-GROUPE-FIN
               END-IF
           END-PERFORM.

           MOVE GRP-GROUPE TO WS-TIERS-RETENU.
           MOVE GRP-NOM TO WS-TEXTE.
           PERFORM 1150-AJOUT-TIERS-DEBUT
              THRU 1150-AJOUT-TIERS-FIN.

       1250-AJOUT-GROUPE-FIN.
           EXIT.

      *******************************************************
      *  CHARGEMENT DES FACTURES DE L'EDITION (NUMEROTEES
      *  DERNIER-N+1 A DERNIER, COMME AU LETTRAGE) ; LE DU EST
      *  LE TTC QUAND IL EST CALCULE, SINON LE HORS TAXE
      *******************************************************
       1300-CHARGEMENT-FACTURES-DEBUT.

           OPEN INPUT FCLISOR.
           IF NOT WS-STATUS-FILE-FCLISOR-OK
               DISPLAY "--> FICHIERSOR.txt ABSENT: AUCUNE FACTURE "
                       "OUVERTE, TOUS LES CREDITS IRONT EN SUSPENS"
               GO TO 1300-CHARGEMENT-FACTURES-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FCLISOR-OK
               READ FCLISOR
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 1350-AJOUT-FACTURE-DEBUT
                          THRU 1350-AJOUT-FACTURE-FIN
               END-READ
           END-PERFORM.
           CLOSE FCLISOR.

           IF WS-DERNIER-NUMERO >= WS-NB-FACTURES
           AND WS-NB-FACTURES > ZEROES
               COMPUTE WS-PREMIER-NUMERO =
                       WS-DERNIER-NUMERO - WS-NB-FACTURES + 1
               PERFORM VARYING WS-INDICE FROM 1 BY 1
                       UNTIL WS-INDICE > WS-NB-FACTURES
                   COMPUTE WS-FACT-NUMERO (WS-INDICE) =
                           WS-PREMIER-NUMERO + WS-INDICE - 1
               END-PERFORM
           ELSE
               DISPLAY "--> NUMEROTATION INCOHERENTE AVEC L'EDITION: "
                       "NUMEROS DE FACTURE NON RECONNUS"
           END-IF.

           DISPLAY "NOMBRE DE FACTURES CHARGEES: " WS-NB-FACTURES.

       1300-CHARGEMENT-FACTURES-FIN.
           EXIT.

      *******************************************************
      *  AJOUT D'UNE FACTURE ET DE SON PAYEUR EFFECTIF
      *******************************************************
       1350-AJOUT-FACTURE-DEBUT.

           IF WS-NB-FACTURES >= WS-MAX-FACTURES
               DISPLAY "--> ! PLUS DE " WS-MAX-FACTURES " FACTURES!"
               GO TO 1350-AJOUT-FACTURE-FIN
           END-IF.

           ADD 1 TO WS-NB-FACTURES.
           SET WS-INDICE TO WS-NB-FACTURES.
           MOVE ZEROES TO WS-FACT-NUMERO (WS-INDICE).
           MOVE RCLISOR-ID TO WS-FACT-ID (WS-INDICE)
                              WS-FACT-PAYEUR (WS-INDICE).
           IF RCLISOR-MONTANT-TTC IS NUMERIC
           AND RCLISOR-MONTANT-TTC > ZEROES
               MOVE RCLISOR-MONTANT-TTC TO WS-FACT-RESTE (WS-INDICE)
           ELSE
               MOVE RCLISOR-MONTANT TO WS-FACT-RESTE (WS-INDICE)
           END-IF.

           PERFORM VARYING WS-INDICE-GRP FROM 1 BY 1
                   UNTIL WS-INDICE-GRP > WS-NB-GROUPES
               IF WS-GRP-MEMBRE (WS-INDICE-GRP) = RCLISOR-ID
                   MOVE WS-GRP-GROUPE (WS-INDICE-GRP)
                        TO WS-FACT-PAYEUR (WS-INDICE)
               END-IF
           END-PERFORM.

       1350-AJOUT-FACTURE-FIN.
           EXIT.

      *******************************************************
      *  CHARGEMENT DES REGLEMENTS ET DES AVOIRS DEJA RECUS
      *******************************************************
       1400-CHARGEMENT-REGLEMENTS-DEBUT.

           OPEN INPUT FREGL.
           IF WS-STATUS-FILE-FREGL-OK
               PERFORM UNTIL NOT WS-STATUS-FILE-FREGL-OK
                   READ FREGL
                       AT END
                           CONTINUE
                       NOT AT END
                           IF RREGL-MONTANT IS NUMERIC
                           AND RREGL-DATE IS NUMERIC
                           AND WS-NB-REGLEMENTS < WS-MAX-REGLEMENTS
                               ADD 1 TO WS-NB-REGLEMENTS
                               SET WS-INDICE-REG TO WS-NB-REGLEMENTS
                               MOVE RREGL-ID
                                    TO WS-REGL-ID (WS-INDICE-REG)
                               MOVE RREGL-DATE
                                    TO WS-REGL-DATE (WS-INDICE-REG)
                               MOVE RREGL-MONTANT
                                    TO WS-REGL-MONTANT (WS-INDICE-REG)
                               MOVE RREGL-NUMFACT
                                    TO WS-REGL-NUMFACT (WS-INDICE-REG)
                               MOVE "N"
                                    TO WS-REGL-AVOIR (WS-INDICE-REG)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FREGL
           END-IF.

           OPEN INPUT FAVOIR.
           IF WS-STATUS-FILE-FAVOIR-OK
               PERFORM UNTIL NOT WS-STATUS-FILE-FAVOIR-OK
                   READ FAVOIR
                       AT END
                           CONTINUE
                       NOT AT END
                           IF AVR-MONTANT IS NUMERIC
                           AND WS-NB-REGLEMENTS < WS-MAX-REGLEMENTS
                               ADD 1 TO WS-NB-REGLEMENTS
                               SET WS-INDICE-REG TO WS-NB-REGLEMENTS
                               MOVE AVR-ID
                                    TO WS-REGL-ID (WS-INDICE-REG)
                               MOVE ZEROES
                                    TO WS-REGL-DATE (WS-INDICE-REG)
                               MOVE AVR-MONTANT
                                    TO WS-REGL-MONTANT (WS-INDICE-REG)
                               MOVE AVR-NUMFACT
                                    TO WS-REGL-NUMFACT (WS-INDICE-REG)
                               MOVE "O"
                                    TO WS-REGL-AVOIR (WS-INDICE-REG)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FAVOIR
           END-IF.

           DISPLAY "REGLEMENTS ET AVOIRS DEJA RECUS: " WS-NB-REGLEMENTS.

       1400-CHARGEMENT-REGLEMENTS-FIN.
           EXIT.

      *******************************************************
      *  RESTE DU DES FACTURES : LES REGLEMENTS ET AVOIRS
      *  NUMEROTES SUR LEUR FACTURE, PUIS LES AUTRES SUR LES
      *  PLUS ANCIENNES FACTURES OUVERTES DU CLIENT (MEME
      *  ORDRE D'IMPUTATION QUE LE LETTRAGE)
      *******************************************************
       1500-IMPUTATION-ANTERIEURE-DEBUT.

           PERFORM VARYING WS-INDICE-REG FROM 1 BY 1
                   UNTIL WS-INDICE-REG > WS-NB-REGLEMENTS
               IF WS-REGL-NUMFACT (WS-INDICE-REG) IS NUMERIC
               AND WS-REGL-NUMFACT (WS-INDICE-REG) NOT = "00000000"
                   MOVE WS-REGL-NUMFACT (WS-INDICE-REG)
                        TO WS-REGL-NUMERO
                   PERFORM VARYING WS-INDICE FROM 1 BY 1
                           UNTIL WS-INDICE > WS-NB-FACTURES
                       IF WS-FACT-NUMERO (WS-INDICE) = WS-REGL-NUMERO
                       AND WS-FACT-ID (WS-INDICE)
                           = WS-REGL-ID (WS-INDICE-REG)
                           SUBTRACT WS-REGL-MONTANT (WS-INDICE-REG)
                               FROM WS-FACT-RESTE (WS-INDICE)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-INDICE-REG FROM 1 BY 1
                   UNTIL WS-INDICE-REG > WS-NB-REGLEMENTS
               IF WS-REGL-NUMFACT (WS-INDICE-REG) NOT NUMERIC
               OR WS-REGL-NUMFACT (WS-INDICE-REG) = "00000000"
                   MOVE WS-REGL-MONTANT (WS-INDICE-REG)
                        TO WS-RESTE-A-IMPUTER
                   PERFORM VARYING WS-INDICE FROM 1 BY 1
                           UNTIL WS-INDICE > WS-NB-FACTURES
                              OR WS-RESTE-A-IMPUTER = ZEROES
                       IF WS-FACT-RESTE (WS-INDICE) > ZEROES
                       AND (WS-FACT-ID (WS-INDICE)
                            = WS-REGL-ID (WS-INDICE-REG)
                         OR WS-FACT-PAYEUR (WS-INDICE)
                            = WS-REGL-ID (WS-INDICE-REG))
                           IF WS-FACT-RESTE (WS-INDICE)
                              >= WS-RESTE-A-IMPUTER
                               SUBTRACT WS-RESTE-A-IMPUTER
                                   FROM WS-FACT-RESTE (WS-INDICE)
                               MOVE ZEROES TO WS-RESTE-A-IMPUTER
                           ELSE
                               SUBTRACT WS-FACT-RESTE (WS-INDICE)
                                   FROM WS-RESTE-A-IMPUTER
                               MOVE ZEROES TO WS-FACT-RESTE (WS-INDICE)
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       1500-IMPUTATION-ANTERIEURE-FIN.
           EXIT.

      *******************************************************
      *  REGISTRE DES RELEVES DEJA IMPORTES (COMPTE ET DATE
      *  DU NOUVEAU SOLDE)
      *******************************************************
       1600-CHARGEMENT-IMPORTES-DEBUT.

           OPEN INPUT FIMPORT.
           IF NOT WS-STATUS-FILE-FIMPORT-OK
               GO TO 1600-CHARGEMENT-IMPORTES-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FIMPORT-OK
               READ FIMPORT
                   AT END
                       CONTINUE
                   NOT AT END
                       IF IMP-DATE-SOLDE IS NUMERIC
                       AND WS-NB-IMPORTES < WS-MAX-IMPORTES
                           ADD 1 TO WS-NB-IMPORTES
                           SET WS-INDICE-IMP TO WS-NB-IMPORTES
                           MOVE IMP-COMPTE
                                TO WS-IMP-COMPTE (WS-INDICE-IMP)
                           MOVE IMP-DATE-SOLDE
                                TO WS-IMP-DATE (WS-INDICE-IMP)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FIMPORT.

       1600-CHARGEMENT-IMPORTES-FIN.
           EXIT.

      *******************************************************
      *  BORDEREAUX DE REMISE DE CHEQUES (LIGNES B DU REGISTRE
      *  DE REMCHEQUE) ET CEUX DONT LE CREDIT EST DEJA RECU
      *******************************************************
       1700-CHARGEMENT-REMISES-DEBUT.

           OPEN INPUT FREMCHQ.
           IF NOT WS-STATUS-FILE-FREMCHQ-OK
               GO TO 1700-CHARGEMENT-REMISES-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FREMCHQ-OK
               READ FREMCHQ
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RCH-BORDEREAU
                       AND RCH-MONTANT IS NUMERIC
                       AND WS-NB-REMISES < WS-MAX-REMISES
                           ADD 1 TO WS-NB-REMISES
                           SET WS-INDICE-RCH TO WS-NB-REMISES
                           MOVE RCH-NUMERO
                                TO WS-RCH-NUMERO (WS-INDICE-RCH)
                           MOVE RCH-MONTANT
                                TO WS-RCH-TOTAL (WS-INDICE-RCH)
                           MOVE "N"
                                TO WS-RCH-CREDITEE (WS-INDICE-RCH)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FREMCHQ.

           OPEN INPUT FCREDCHQ.
           IF NOT WS-STATUS-FILE-FCREDCHQ-OK
               GO TO 1700-CHARGEMENT-REMISES-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FCREDCHQ-OK
               READ FCREDCHQ
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM VARYING WS-INDICE-RCH FROM 1 BY 1
                               UNTIL WS-INDICE-RCH > WS-NB-REMISES
                           IF WS-RCH-NUMERO (WS-INDICE-RCH)
                              = CRC-NUMERO
                               MOVE "O"
                                    TO WS-RCH-CREDITEE (WS-INDICE-RCH)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM.
           CLOSE FCREDCHQ.

       1700-CHARGEMENT-REMISES-FIN.
           EXIT.

      *******************************************************
      *  LECTURE DU FICHIER CFONB : UN RELEVE VA DE SON ANCIEN
      *  SOLDE (01) A SON NOUVEAU SOLDE (07)
      *******************************************************
       2000-LECTURE-RELEVE-DEBUT.

           PERFORM UNTIL NOT WS-STATUS-FILE-FCFONB-OK
               READ FCFONB
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO WS-COMPTEUR-FILE-FCFONB
                       EVALUATE TRUE
                           WHEN CFO-ANCIEN-SOLDE
                               PERFORM 2100-ANCIEN-SOLDE-DEBUT
                                  THRU 2100-ANCIEN-SOLDE-FIN
                           WHEN CFO-MOUVEMENT
                               PERFORM 2200-MOUVEMENT-DEBUT
                                  THRU 2200-MOUVEMENT-FIN
                           WHEN CFO-COMPLEMENT
                               PERFORM 2300-COMPLEMENT-DEBUT
                                  THRU 2300-COMPLEMENT-FIN
                           WHEN CFO-NOUVEAU-SOLDE
                               PERFORM 2400-NOUVEAU-SOLDE-DEBUT
                                  THRU 2400-NOUVEAU-SOLDE-FIN
                           WHEN OTHER
                               DISPLAY "--> ENREGISTREMENT CFONB "
                                       "INCONNU LIGNE "
                                       WS-COMPTEUR-FILE-FCFONB
                       END-EVALUATE
               END-READ
           END-PERFORM.

       2000-LECTURE-RELEVE-FIN.
           EXIT.

      *******************************************************
      *  ANCIEN SOLDE : OUVERTURE D'UN NOUVEAU RELEVE
      *******************************************************
       2100-ANCIEN-SOLDE-DEBUT.

           IF WS-RELEVE-OUVERT-OUI
               MOVE SPACES TO WS-LIGNE
               STRING "ANOMALIE : RELEVE DU COMPTE " WS-REL-COMPTE
                      " SANS NOUVEAU SOLDE - NON IMPORTE"
                      DELIMITED BY SIZE INTO WS-LIGNE
               PERFORM 9000-ECRITURE-RAPPORT-DEBUT
                  THRU 9000-ECRITURE-RAPPORT-FIN
               ADD 1 TO WS-NB-RELEVES-REJETES
               MOVE 8 TO RETURN-CODE
           END-IF.

           MOVE "O" TO WS-RELEVE-OUVERT.
           MOVE "N" TO WS-REL-ANOMALIE.
           ADD 1 TO WS-NB-RELEVES.
           MOVE ZEROES TO WS-NB-MOUVEMENTS WS-REL-CREDITS
                          WS-REL-DEBITS WS-REL-SOLDE-NOUVEAU
                          WS-REL-DATE-NOUVEAU.
           MOVE CFO-COMPTE    TO WS-REL-COMPTE.
           MOVE CFO-DEVISE    TO WS-REL-DEVISE.
           MOVE CFO-DECIMALES TO WS-REL-DECIMALES.

           MOVE CFO-DATE TO WS-ZONE-DATE.
           PERFORM 2600-DECODAGE-DATE-DEBUT
              THRU 2600-DECODAGE-DATE-FIN.
           MOVE WS-DATE-DECODEE TO WS-REL-DATE-ANCIEN.

           MOVE CFO-MONTANT TO WS-ZONE-MONTANT.
           PERFORM 2500-DECODAGE-MONTANT-DEBUT
              THRU 2500-DECODAGE-MONTANT-FIN.
           MOVE WS-MONTANT-DECODE TO WS-REL-SOLDE-ANCIEN.

       2100-ANCIEN-SOLDE-FIN.
           EXIT.

      *******************************************************
      *  MOUVEMENT : CREDIT (MONTANT POSITIF) OU DEBIT
      *******************************************************
       2200-MOUVEMENT-DEBUT.

           IF NOT WS-RELEVE-OUVERT-OUI
               DISPLAY "--> MOUVEMENT HORS RELEVE IGNORE LIGNE "
                       WS-COMPTEUR-FILE-FCFONB
               MOVE 8 TO RETURN-CODE
               GO TO 2200-MOUVEMENT-FIN
           END-IF.

           IF CFO-COMPTE NOT = WS-REL-COMPTE
           OR WS-NB-MOUVEMENTS >= WS-MAX-MOUVEMENTS
               MOVE "O" TO WS-REL-ANOMALIE
               GO TO 2200-MOUVEMENT-FIN
           END-IF.

           MOVE CFO-MVT-MONTANT TO WS-ZONE-MONTANT.
           PERFORM 2500-DECODAGE-MONTANT-DEBUT
              THRU 2500-DECODAGE-MONTANT-FIN.

           ADD 1 TO WS-NB-MOUVEMENTS.
           SET WS-INDICE-MVT TO WS-NB-MOUVEMENTS.
           IF WS-MONTANT-DECODE < ZEROES
               MOVE "D" TO WS-MVT-SENS (WS-INDICE-MVT)
               COMPUTE WS-MVT-MONTANT (WS-INDICE-MVT) =
                       ZEROES - WS-MONTANT-DECODE
               ADD WS-MVT-MONTANT (WS-INDICE-MVT) TO WS-REL-DEBITS
           ELSE
               MOVE "C" TO WS-MVT-SENS (WS-INDICE-MVT)
               MOVE WS-MONTANT-DECODE
                    TO WS-MVT-MONTANT (WS-INDICE-MVT)
               ADD WS-MVT-MONTANT (WS-INDICE-MVT) TO WS-REL-CREDITS
           END-IF.

           MOVE CFO-MVT-DATE TO WS-ZONE-DATE.
           PERFORM 2600-DECODAGE-DATE-DEBUT
              THRU 2600-DECODAGE-DATE-FIN.
           MOVE WS-DATE-DECODEE TO WS-MVT-DATE (WS-INDICE-MVT).

           MOVE CFO-MVT-LIBELLE   TO WS-MVT-LIBELLE (WS-INDICE-MVT).
           MOVE CFO-MVT-REFERENCE TO WS-MVT-REFERENCE (WS-INDICE-MVT).
           MOVE SPACES TO WS-MVT-PAYEUR (WS-INDICE-MVT).
           MOVE SPACES TO WS-MVT-TEXTE (WS-INDICE-MVT).
           MOVE FUNCTION UPPER-CASE (CFO-MVT-LIBELLE)
                TO WS-MVT-TEXTE (WS-INDICE-MVT) (1:31).
           MOVE ZEROES TO WS-MVT-NB-CPL (WS-INDICE-MVT).

       2200-MOUVEMENT-FIN.
           EXIT.

      *******************************************************
      *  COMPLEMENT DU DERNIER MOUVEMENT : NOM DU PAYEUR (NPY)
      *  OU SUITE DU LIBELLE, AJOUTES AU TEXTE DE RECHERCHE
      *******************************************************
       2300-COMPLEMENT-DEBUT.

           IF NOT WS-RELEVE-OUVERT-OUI
           OR WS-NB-MOUVEMENTS = ZEROES
               GO TO 2300-COMPLEMENT-FIN
           END-IF.

           SET WS-INDICE-MVT TO WS-NB-MOUVEMENTS.
           IF CFO-CPL-NOM-PAYEUR
           AND WS-MVT-PAYEUR (WS-INDICE-MVT) = SPACES
               MOVE CFO-CPL-INFO TO WS-MVT-PAYEUR (WS-INDICE-MVT)
           END-IF.
      *
      ****** TROIS COMPLEMENTS AU PLUS APRES LE LIBELLE
           IF WS-MVT-NB-CPL (WS-INDICE-MVT) < 3
               COMPUTE WS-POS = 33 + WS-MVT-NB-CPL (WS-INDICE-MVT) * 72
               MOVE FUNCTION UPPER-CASE (CFO-CPL-INFO)
                    TO WS-MVT-TEXTE (WS-INDICE-MVT) (WS-POS:70)
               ADD 1 TO WS-MVT-NB-CPL (WS-INDICE-MVT)
           END-IF.

       2300-COMPLEMENT-FIN.
           EXIT.

      *******************************************************
      *  NOUVEAU SOLDE : CONTROLE DU RELEVE PUIS TRAITEMENT
      *******************************************************
       2400-NOUVEAU-SOLDE-DEBUT.

           IF NOT WS-RELEVE-OUVERT-OUI
               DISPLAY "--> NOUVEAU SOLDE SANS ANCIEN SOLDE LIGNE "
                       WS-COMPTEUR-FILE-FCFONB
               MOVE 8 TO RETURN-CODE
               GO TO 2400-NOUVEAU-SOLDE-FIN
           END-IF.

           MOVE "N" TO WS-RELEVE-OUVERT.
           IF CFO-COMPTE NOT = WS-REL-COMPTE
               MOVE "O" TO WS-REL-ANOMALIE
           END-IF.

           MOVE CFO-DATE TO WS-ZONE-DATE.
           PERFORM 2600-DECODAGE-DATE-DEBUT
              THRU 2600-DECODAGE-DATE-FIN.
           MOVE WS-DATE-DECODEE TO WS-REL-DATE-NOUVEAU.

           MOVE CFO-MONTANT TO WS-ZONE-MONTANT.
           PERFORM 2500-DECODAGE-MONTANT-DEBUT
              THRU 2500-DECODAGE-MONTANT-FIN.
           MOVE WS-MONTANT-DECODE TO WS-REL-SOLDE-NOUVEAU.

           PERFORM 3000-TRAITEMENT-RELEVE-DEBUT
              THRU 3000-TRAITEMENT-RELEVE-FIN.

       2400-NOUVEAU-SOLDE-FIN.
           EXIT.

      *******************************************************
      *  DECODAGE D'UN MONTANT CFONB : 13 CHIFFRES PUIS UN
      *  DERNIER CHIFFRE SURPIQUE DU SIGNE ({ A I POSITIFS,
      *  } J A R NEGATIFS) ; NOMBRE DE DECIMALES DU RELEVE
      *******************************************************
       2500-DECODAGE-MONTANT-DEBUT.

           MOVE "O" TO WS-MONTANT-VALIDE.
           MOVE ZEROES TO WS-MONTANT-DECODE.
           MOVE "+" TO WS-SIGNE.

           IF WS-ZONE-MONTANT (1:13) NOT NUMERIC
               MOVE "N" TO WS-MONTANT-VALIDE
               MOVE "O" TO WS-REL-ANOMALIE
               GO TO 2500-DECODAGE-MONTANT-FIN
           END-IF.
           MOVE WS-ZONE-MONTANT (1:13) TO WS-CHIFFRES-TETE.
           MOVE WS-ZONE-MONTANT (14:1) TO WS-CAR.

           MOVE SPACE TO WS-SIGNE.
           PERFORM VARYING WS-POS FROM 1 BY 1
                   UNTIL WS-POS > 10 OR WS-SIGNE NOT = SPACE
               IF WS-CAR = WS-SURPIQUE-POSITIF (WS-POS:1)
               OR WS-CAR = WS-CHIFFRES-CLAIRS (WS-POS:1)
                   MOVE "+" TO WS-SIGNE
                   COMPUTE WS-DERNIER-CHIFFRE = WS-POS - 1
               END-IF
               IF WS-CAR = WS-SURPIQUE-NEGATIF (WS-POS:1)
                   MOVE "-" TO WS-SIGNE
                   COMPUTE WS-DERNIER-CHIFFRE = WS-POS - 1
               END-IF
           END-PERFORM.
           IF WS-SIGNE = SPACE
               MOVE "N" TO WS-MONTANT-VALIDE
               MOVE "O" TO WS-REL-ANOMALIE
               GO TO 2500-DECODAGE-MONTANT-FIN
           END-IF.

           EVALUATE WS-REL-DECIMALES
               WHEN "0"
                   MOVE 1 TO WS-DIVISEUR
               WHEN "3"
                   MOVE 1000 TO WS-DIVISEUR
               WHEN OTHER
                   MOVE 100 TO WS-DIVISEUR
           END-EVALUATE.

           COMPUTE WS-CHIFFRES = WS-CHIFFRES-TETE * 10
                               + WS-DERNIER-CHIFFRE.
           COMPUTE WS-MONTANT-DECODE = WS-CHIFFRES / WS-DIVISEUR.
           IF WS-SIGNE = "-"
               COMPUTE WS-MONTANT-DECODE = ZEROES - WS-MONTANT-DECODE
           END-IF.

       2500-DECODAGE-MONTANT-FIN.
           EXIT.

      *******************************************************
      *  DECODAGE D'UNE DATE CFONB JJMMAA EN AAAAMMJJ
      *******************************************************
       2600-DECODAGE-DATE-DEBUT.

           MOVE ZEROES TO WS-DATE-DECODEE.
           IF WS-ZONE-DATE NOT NUMERIC
               MOVE "O" TO WS-REL-ANOMALIE
               GO TO 2600-DECODAGE-DATE-FIN
           END-IF.

           MOVE SPACES TO WS-DATE-ALPHA.
           STRING "20" WS-ZONE-DATE (5:2) WS-ZONE-DATE (3:2)
                  WS-ZONE-DATE (1:2)
                  DELIMITED BY SIZE INTO WS-DATE-ALPHA.
           MOVE WS-DATE-ALPHA TO WS-DATE-DECODEE.

       2600-DECODAGE-DATE-FIN.
           EXIT.

      *******************************************************
      *  TRAITEMENT D'UN RELEVE COMPLET : CONTROLE DES SOLDES,
      *  REFUS D'UN RELEVE DEJA IMPORTE, PUIS RAPPROCHEMENT DE
      *  CHAQUE CREDIT ET INSCRIPTION AU REGISTRE
      *******************************************************
       3000-TRAITEMENT-RELEVE-DEBUT.

           COMPUTE WS-REL-SOLDE-CALCULE = WS-REL-SOLDE-ANCIEN
                                        + WS-REL-CREDITS
                                        - WS-REL-DEBITS.

           MOVE WS-REL-SOLDE-ANCIEN TO WS-EDIT-SOLDE.
           MOVE WS-REL-SOLDE-NOUVEAU TO WS-EDIT-SOLDE2.
           MOVE SPACES TO WS-LIGNE.
           STRING "RELEVE COMPTE " WS-REL-COMPTE
                  " DU " WS-REL-DATE-ANCIEN " AU " WS-REL-DATE-NOUVEAU
                  " - ANCIEN SOLDE " WS-EDIT-SOLDE
                  " - NOUVEAU SOLDE " WS-EDIT-SOLDE2
                  DELIMITED BY SIZE INTO WS-LIGNE.
           PERFORM 9000-ECRITURE-RAPPORT-DEBUT
              THRU 9000-ECRITURE-RAPPORT-FIN.

           MOVE WS-REL-CREDITS TO WS-EDIT-MONTANT.
           MOVE WS-REL-DEBITS TO WS-EDIT-SOLDE.
           MOVE WS-REL-SOLDE-CALCULE TO WS-EDIT-SOLDE2.
           MOVE SPACES TO WS-LIGNE.
           STRING "   " WS-NB-MOUVEMENTS " MOUVEMENT(S) - CREDITS "
                  WS-EDIT-MONTANT " - DEBITS " WS-EDIT-SOLDE
                  " - SOLDE CALCULE " WS-EDIT-SOLDE2
                  DELIMITED BY SIZE INTO WS-LIGNE.
           PERFORM 9000-ECRITURE-RAPPORT-DEBUT
              THRU 9000-ECRITURE-RAPPORT-FIN.
      *
      ****** UN RELEVE DESEQUILIBRE OU MAL FORME N'EST PAS IMPORTE
           IF WS-REL-ANOMALIE-OUI
           OR WS-REL-SOLDE-CALCULE NOT = WS-REL-SOLDE-NOUVEAU
               STRING "   ANOMALIE : SOLDES INCOHERENTS OU RELEVE "
                      "MAL FORME - RELEVE NON IMPORTE"
                      DELIMITED BY SIZE INTO WS-LIGNE
               PERFORM 9000-ECRITURE-RAPPORT-DEBUT
                  THRU 9000-ECRITURE-RAPPORT-FIN
               DISPLAY "--> RELEVE " WS-REL-COMPTE " DU "
                       WS-REL-DATE-NOUVEAU " DESEQUILIBRE: NON IMPORTE"
               ADD 1 TO WS-NB-RELEVES-REJETES
               MOVE 8 TO RETURN-CODE
               GO TO 3000-TRAITEMENT-RELEVE-FIN
           END-IF.
      *
      ****** UN RELEVE DEJA IMPORTE N'EST JAMAIS REPRIS
           PERFORM VARYING WS-INDICE-IMP FROM 1 BY 1
                   UNTIL WS-INDICE-IMP > WS-NB-IMPORTES
               IF WS-IMP-COMPTE (WS-INDICE-IMP) = WS-REL-COMPTE
               AND WS-IMP-DATE (WS-INDICE-IMP) = WS-REL-DATE-NOUVEAU
                   MOVE "   RELEVE DEJA IMPORTE - IGNORE" TO WS-LIGNE
                   PERFORM 9000-ECRITURE-RAPPORT-DEBUT
                      THRU 9000-ECRITURE-RAPPORT-FIN
                   ADD 1 TO WS-NB-RELEVES-DEJA
                   GO TO 3000-TRAITEMENT-RELEVE-FIN
               END-IF
           END-PERFORM.

           PERFORM 3100-TRAITEMENT-MOUVEMENT-DEBUT
              THRU 3100-TRAITEMENT-MOUVEMENT-FIN
               VARYING WS-INDICE-MVT FROM 1 BY 1
               UNTIL WS-INDICE-MVT > WS-NB-MOUVEMENTS.
      *
      ****** INSCRIPTION AU REGISTRE DES RELEVES IMPORTES
           MOVE SPACES TO RIMPORT.
           MOVE WS-REL-COMPTE       TO IMP-COMPTE.
           MOVE WS-REL-DATE-NOUVEAU TO IMP-DATE-SOLDE.
           MOVE WS-NB-MOUVEMENTS    TO IMP-NB-MOUVEMENTS.
           MOVE WS-DATE-JOUR        TO IMP-DATE-IMPORT.
           WRITE RIMPORT.
           IF WS-NB-IMPORTES < WS-MAX-IMPORTES
               ADD 1 TO WS-NB-IMPORTES
               SET WS-INDICE-IMP TO WS-NB-IMPORTES
               MOVE WS-REL-COMPTE TO WS-IMP-COMPTE (WS-INDICE-IMP)
               MOVE WS-REL-DATE-NOUVEAU TO WS-IMP-DATE (WS-INDICE-IMP)
           END-IF.
           ADD 1 TO WS-NB-RELEVES-IMPORTES.

       3000-TRAITEMENT-RELEVE-FIN.
           EXIT.

      *******************************************************
      *  RAPPROCHEMENT D'UN CREDIT, DANS L'ORDRE : NUMERO DE
      *  FACTURE, IDENTIFIANT CLIENT, MONTANT EXACT, NOM DU
      *  PAYEUR ; TOUTE AMBIGUITE PART EN SUSPENS
      *******************************************************
       3100-TRAITEMENT-MOUVEMENT-DEBUT.

           IF WS-MVT-SENS (WS-INDICE-MVT) NOT = "C"
               ADD 1 TO WS-NB-DEBITS
               GO TO 3100-TRAITEMENT-MOUVEMENT-FIN
           END-IF.

           ADD 1 TO WS-NB-CREDITS.
           MOVE ZEROES TO WS-FACT-RETENUE.
           MOVE SPACES TO WS-METHODE WS-MOTIF-SUSPENS
                          WS-CLIENT-PROPOSE.
           MOVE WS-MVT-TEXTE (WS-INDICE-MVT) TO WS-TEXTE.

           IF WS-MVT-MONTANT (WS-INDICE-MVT) > 9999999,99
               MOVE "MONTANT HORS LIMITE" TO WS-MOTIF-SUSPENS
               PERFORM 3800-MISE-EN-SUSPENS-DEBUT
                  THRU 3800-MISE-EN-SUSPENS-FIN
               GO TO 3100-TRAITEMENT-MOUVEMENT-FIN
           END-IF.
           MOVE WS-MVT-MONTANT (WS-INDICE-MVT) TO WS-MONTANT-CREDIT.
      *
      ****** CREDIT D'UNE REMISE DE CHEQUES : RAPPROCHE DU BORDEREAU
           PERFORM 3050-REMISE-CHEQUES-DEBUT
              THRU 3050-REMISE-CHEQUES-FIN.
           IF WS-REMISE-RETENUE > ZEROES
               PERFORM 3060-CREDIT-REMISE-DEBUT
                  THRU 3060-CREDIT-REMISE-FIN
               GO TO 3100-TRAITEMENT-MOUVEMENT-FIN
           END-IF.

           IF WS-REL-DEVISE NOT = "EUR"
               MOVE SPACES TO WS-MOTIF-SUSPENS
               STRING "RELEVE EN DEVISE " WS-REL-DEVISE
                      DELIMITED BY SIZE INTO WS-MOTIF-SUSPENS
               PERFORM 3800-MISE-EN-SUSPENS-DEBUT
                  THRU 3800-MISE-EN-SUSPENS-FIN
               GO TO 3100-TRAITEMENT-MOUVEMENT-FIN
           END-IF.
      *
      ****** 1 - NUMERO DE FACTURE CITE DANS LE LIBELLE
           PERFORM 3200-RECHERCHE-NUMERO-DEBUT
              THRU 3200-RECHERCHE-NUMERO-FIN.
           IF WS-NB-TROUVES > 1
               MOVE "PLUSIEURS FACTURES CITEES" TO WS-MOTIF-SUSPENS
           END-IF.
           IF WS-NB-TROUVES = 1
               MOVE "NUMERO DE FACTURE" TO WS-METHODE
           END-IF.
      *
      ****** 2 - IDENTIFIANT CLIENT CITE DANS LE LIBELLE
           IF WS-NB-TROUVES = ZEROES
               PERFORM 3300-RECHERCHE-IDENTIFIANT-DEBUT
                  THRU 3300-RECHERCHE-IDENTIFIANT-FIN
               IF WS-NB-TROUVES > 1
                   MOVE "PLUSIEURS CLIENTS CITES" TO WS-MOTIF-SUSPENS
               END-IF
               IF WS-NB-TROUVES = 1
                   MOVE "IDENTIFIANT CLIENT" TO WS-METHODE
                   PERFORM 3600-FACTURE-DU-TIERS-DEBUT
                      THRU 3600-FACTURE-DU-TIERS-FIN
               END-IF
           END-IF.
      *
      ****** 3 - MONTANT EXACT D'UNE SEULE FACTURE OUVERTE
           IF WS-NB-TROUVES = ZEROES
               PERFORM 3400-RECHERCHE-MONTANT-DEBUT
                  THRU 3400-RECHERCHE-MONTANT-FIN
               IF WS-NB-TROUVES = 1
                   MOVE "MONTANT EXACT" TO WS-METHODE
               END-IF
           END-IF.
      *
      ****** 4 - NOM DU PAYEUR (DEPARTAGE AUSSI UN MONTANT COMMUN
      ******     A PLUSIEURS FACTURES)
           IF WS-NB-TROUVES NOT = 1
           AND WS-MOTIF-SUSPENS = SPACES
               IF WS-NB-TROUVES > 1
                   MOVE "MONTANT DE PLUSIEURS FACTURES"
                        TO WS-MOTIF-SUSPENS
               END-IF
               PERFORM 3500-RECHERCHE-NOM-DEBUT
                  THRU 3500-RECHERCHE-NOM-FIN
               IF WS-NB-TROUVES = 1
                   MOVE SPACES TO WS-MOTIF-SUSPENS
                   MOVE "NOM DU PAYEUR" TO WS-METHODE
                   PERFORM 3600-FACTURE-DU-TIERS-DEBUT
                      THRU 3600-FACTURE-DU-TIERS-FIN
               END-IF
               IF WS-NB-TROUVES > 1
               AND WS-MOTIF-SUSPENS = SPACES
                   MOVE "PLUSIEURS CLIENTS DE CE NOM"
                        TO WS-MOTIF-SUSPENS
               END-IF
           END-IF.

           IF WS-FACT-RETENUE = ZEROES
           AND WS-MOTIF-SUSPENS = SPACES
               MOVE "AUCUNE CORRESPONDANCE" TO WS-MOTIF-SUSPENS
           END-IF.

           IF WS-MOTIF-SUSPENS NOT = SPACES
               PERFORM 3800-MISE-EN-SUSPENS-DEBUT
                  THRU 3800-MISE-EN-SUSPENS-FIN
           ELSE
               PERFORM 3700-AJOUT-REGLEMENT-DEBUT
                  THRU 3700-AJOUT-REGLEMENT-FIN
           END-IF.

       3100-TRAITEMENT-MOUVEMENT-FIN.
           EXIT.

      *******************************************************
      *  REMISE DE CHEQUES : LIBELLE REMISE/CHQ/CHEQUE PORTANT LE
      *  NUMERO D'UN BORDEREAU EN ATTENTE DE CREDIT, SINON LE
      *  TOTAL EXACT D'UN SEUL BORDEREAU EN ATTENTE
      *******************************************************
       3050-REMISE-CHEQUES-DEBUT.

           MOVE ZEROES TO WS-REMISE-RETENUE.
           MOVE ZEROES TO WS-NB-OCCURRENCES.
           INSPECT WS-TEXTE TALLYING WS-NB-OCCURRENCES
               FOR ALL "REMISE" ALL "CHQ" ALL "CHEQUE".
           IF WS-NB-OCCURRENCES = ZEROES
           OR WS-NB-REMISES = ZEROES
               GO TO 3050-REMISE-CHEQUES-FIN
           END-IF.

           PERFORM VARYING WS-POS FROM 1 BY 1
                   UNTIL WS-POS > 242 OR WS-REMISE-RETENUE > ZEROES
               IF WS-TEXTE (WS-POS:8) IS NUMERIC
                   MOVE WS-TEXTE (WS-POS:8) TO WS-NUMERO-LU
                   IF (WS-POS = 1
                       OR WS-TEXTE (WS-POS - 1:1) IS NOT NUMERIC)
                   AND WS-TEXTE (WS-POS + 8:1) IS NOT NUMERIC
                       PERFORM VARYING WS-INDICE-RCH FROM 1 BY 1
                               UNTIL WS-INDICE-RCH > WS-NB-REMISES
                           IF WS-RCH-NUMERO (WS-INDICE-RCH)
                              = WS-NUMERO-LU
                           AND WS-RCH-CREDITEE (WS-INDICE-RCH) = "N"
                               SET WS-REMISE-RETENUE TO WS-INDICE-RCH
                           END-IF
                       END-PERFORM
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-REMISE-RETENUE > ZEROES
               GO TO 3050-REMISE-CHEQUES-FIN
           END-IF.

           MOVE ZEROES TO WS-NB-TROUVES.
           PERFORM VARYING WS-INDICE-RCH FROM 1 BY 1
                   UNTIL WS-INDICE-RCH > WS-NB-REMISES
               IF WS-RCH-CREDITEE (WS-INDICE-RCH) = "N"
               AND WS-RCH-TOTAL (WS-INDICE-RCH)
                   = WS-MVT-MONTANT (WS-INDICE-MVT)
                   ADD 1 TO WS-NB-TROUVES
                   SET WS-REMISE-RETENUE TO WS-INDICE-RCH
               END-IF
           END-PERFORM.
           IF WS-NB-TROUVES NOT = 1
               MOVE ZEROES TO WS-REMISE-RETENUE
           END-IF.

       3050-REMISE-CHEQUES-FIN.
           EXIT.

      *******************************************************
      *  CREDIT DU BORDEREAU : CONFORME OU EN ECART AVEC LE
      *  TOTAL REMIS
      *******************************************************
       3060-CREDIT-REMISE-DEBUT.

           SET WS-INDICE-RCH TO WS-REMISE-RETENUE.
           MOVE "O" TO WS-RCH-CREDITEE (WS-INDICE-RCH).
           ADD 1 TO WS-NB-REMISES-CREDITEES.

           MOVE SPACES TO RCREDCHQ.
           MOVE WS-RCH-NUMERO (WS-INDICE-RCH) TO CRC-NUMERO.
           MOVE WS-MVT-DATE (WS-INDICE-MVT)   TO CRC-DATE-CREDIT.
           MOVE WS-RCH-TOTAL (WS-INDICE-RCH)  TO CRC-MONTANT-REMIS.
           MOVE WS-MVT-MONTANT (WS-INDICE-MVT) TO CRC-MONTANT-CREDITE.
           IF WS-RCH-TOTAL (WS-INDICE-RCH)
              = WS-MVT-MONTANT (WS-INDICE-MVT)
               MOVE "O" TO CRC-STATUT
           ELSE
               MOVE "E" TO CRC-STATUT
               ADD 1 TO WS-NB-REMISES-ECART
           END-IF.
           WRITE RCREDCHQ.

           MOVE WS-MVT-MONTANT (WS-INDICE-MVT) TO WS-EDIT-MONTANT.
           MOVE WS-RCH-TOTAL (WS-INDICE-RCH) TO WS-EDIT-SOLDE.
           MOVE SPACES TO WS-LIGNE.
           IF CRC-CONFORME
               STRING "   REMISE CHEQUES " CRC-NUMERO " CREDITEE "
                      WS-EDIT-MONTANT " - CONFORME AU BORDEREAU"
                      DELIMITED BY SIZE INTO WS-LIGNE
           ELSE
               STRING "   REMISE CHEQUES " CRC-NUMERO " CREDITEE "
                      WS-EDIT-MONTANT " - ECART AVEC LE BORDEREAU DE"
                      WS-EDIT-SOLDE
                      DELIMITED BY SIZE INTO WS-LIGNE
               DISPLAY "--> ECART SUR LA REMISE DE CHEQUES "
                       CRC-NUMERO
           END-IF.
           PERFORM 9000-ECRITURE-RAPPORT-DEBUT
              THRU 9000-ECRITURE-RAPPORT-FIN.

       3060-CREDIT-REMISE-FIN.
           EXIT.

      *******************************************************
      *  NUMERO DE FACTURE : TOUTE SUITE DE 8 CHIFFRES EXACTEMENT
      *  QUI EST LE NUMERO D'UNE FACTURE DE L'EDITION
      *******************************************************
       3200-RECHERCHE-NUMERO-DEBUT.

           MOVE ZEROES TO WS-NB-TROUVES.

           PERFORM VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > 242
               IF WS-TEXTE (WS-POS:8) IS NUMERIC
                   MOVE WS-TEXTE (WS-POS:8) TO WS-NUMERO-LU
                   IF (WS-POS = 1
                       OR WS-TEXTE (WS-POS - 1:1) IS NOT NUMERIC)
                   AND WS-TEXTE (WS-POS + 8:1) IS NOT NUMERIC
                   AND WS-NUMERO-LU > ZEROES
                       PERFORM 3250-NUMERO-EDITION-DEBUT
                          THRU 3250-NUMERO-EDITION-FIN
                   END-IF
               END-IF
           END-PERFORM.

       3200-RECHERCHE-NUMERO-FIN.
           EXIT.

      *******************************************************
      *  LE NUMERO LU EST-IL CELUI D'UNE FACTURE DE L'EDITION ?
      *  (UN MEME NUMERO CITE DEUX FOIS NE COMPTE QU'UNE FOIS)
      *******************************************************
       3250-NUMERO-EDITION-DEBUT.

           IF WS-NB-TROUVES > 1
               GO TO 3250-NUMERO-EDITION-FIN
           END-IF.

           PERFORM VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-NB-FACTURES
               IF WS-FACT-NUMERO (WS-INDICE) = WS-NUMERO-LU
                   IF WS-FACT-RETENUE = ZEROES
                       SET WS-FACT-RETENUE TO WS-INDICE
                       MOVE 1 TO WS-NB-TROUVES
                   ELSE
                       IF WS-FACT-NUMERO (WS-FACT-RETENUE)
                          NOT = WS-NUMERO-LU
                           ADD 1 TO WS-NB-TROUVES
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-NB-TROUVES > 1
               MOVE ZEROES TO WS-FACT-RETENUE
           END-IF.

       3250-NUMERO-EDITION-FIN.
           EXIT.

      *******************************************************
      *  IDENTIFIANT CLIENT OU DE GROUPE PAYEUR CITE
      *******************************************************
       3300-RECHERCHE-IDENTIFIANT-DEBUT.

           MOVE ZEROES TO WS-NB-TROUVES.
           MOVE SPACES TO WS-TIERS-RETENU.

           PERFORM VARYING WS-INDICE-TIE FROM 1 BY 1
                   UNTIL WS-INDICE-TIE > WS-NB-TIERS
               MOVE ZEROES TO WS-NB-OCCURRENCES
               INSPECT WS-TEXTE TALLYING WS-NB-OCCURRENCES
                   FOR ALL WS-TIE-ID (WS-INDICE-TIE)
               IF WS-NB-OCCURRENCES > ZEROES
               AND WS-TIE-ID (WS-INDICE-TIE) NOT = WS-TIERS-RETENU
                   ADD 1 TO WS-NB-TROUVES
                   MOVE WS-TIE-ID (WS-INDICE-TIE) TO WS-TIERS-RETENU
               END-IF
           END-PERFORM.

           IF WS-NB-TROUVES = 1
               MOVE WS-TIERS-RETENU TO WS-CLIENT-PROPOSE
           END-IF.

       3300-RECHERCHE-IDENTIFIANT-FIN.
           EXIT.

      *******************************************************
      *  MONTANT EXACT DU RESTE DU D'UNE FACTURE OUVERTE
      *******************************************************
       3400-RECHERCHE-MONTANT-DEBUT.

           MOVE ZEROES TO WS-NB-TROUVES.

           PERFORM VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-NB-FACTURES
               IF WS-FACT-RESTE (WS-INDICE) = WS-MONTANT-CREDIT
                   ADD 1 TO WS-NB-TROUVES
                   SET WS-FACT-RETENUE TO WS-INDICE
               END-IF
           END-PERFORM.

           IF WS-NB-TROUVES NOT = 1
               MOVE ZEROES TO WS-FACT-RETENUE
           END-IF.

       3400-RECHERCHE-MONTANT-FIN.
           EXIT.

      *******************************************************
      *  NOM DU PAYEUR : NOM CLIENT OU NOM DE GROUPE (3 LETTRES
      *  AU MOINS) PRESENT DANS LE LIBELLE OU SES COMPLEMENTS
      *******************************************************
       3500-RECHERCHE-NOM-DEBUT.

           MOVE ZEROES TO WS-NB-TROUVES.
           MOVE SPACES TO WS-TIERS-RETENU.

           PERFORM VARYING WS-INDICE-TIE FROM 1 BY 1
                   UNTIL WS-INDICE-TIE > WS-NB-TIERS
               IF WS-TIE-LONG (WS-INDICE-TIE) >= 3
                   MOVE ZEROES TO WS-NB-OCCURRENCES
                   INSPECT WS-TEXTE TALLYING WS-NB-OCCURRENCES
                       FOR ALL WS-TIE-NOM (WS-INDICE-TIE)
                               (1:WS-TIE-LONG (WS-INDICE-TIE))
                   IF WS-NB-OCCURRENCES > ZEROES
                   AND WS-TIE-ID (WS-INDICE-TIE) NOT = WS-TIERS-RETENU
                       ADD 1 TO WS-NB-TROUVES
                       MOVE WS-TIE-ID (WS-INDICE-TIE)
                            TO WS-TIERS-RETENU
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-NB-TROUVES = 1
               MOVE WS-TIERS-RETENU TO WS-CLIENT-PROPOSE
           END-IF.

       3500-RECHERCHE-NOM-FIN.
           EXIT.

      *******************************************************
      *  FACTURE DU TIERS RECONNU (LUI-MEME OU, POUR UN GROUPE,
      *  SES MEMBRES) : LA FACTURE OUVERTE DU MONTANT EXACT (LA
      *  PLUS ANCIENNE S'IL Y EN A PLUSIEURS), SINON SA SEULE
      *  FACTURE OUVERTE ; AUTREMENT LE CREDIT PART EN SUSPENS
      *  AVEC LE CLIENT PROPOSE
      *******************************************************
       3600-FACTURE-DU-TIERS-DEBUT.

           MOVE ZEROES TO WS-NB-CANDIDATES WS-NB-EXACTES
                          WS-PREMIERE-CANDIDATE WS-PREMIERE-EXACTE
                          WS-FACT-RETENUE.

           PERFORM VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-NB-FACTURES
               IF WS-FACT-RESTE (WS-INDICE) > ZEROES
               AND (WS-FACT-ID (WS-INDICE) = WS-TIERS-RETENU
                 OR WS-FACT-PAYEUR (WS-INDICE) = WS-TIERS-RETENU)
                   ADD 1 TO WS-NB-CANDIDATES
                   IF WS-PREMIERE-CANDIDATE = ZEROES
                       SET WS-PREMIERE-CANDIDATE TO WS-INDICE
                   END-IF
                   IF WS-FACT-RESTE (WS-INDICE) = WS-MONTANT-CREDIT
                       ADD 1 TO WS-NB-EXACTES
                       IF WS-PREMIERE-EXACTE = ZEROES
                           SET WS-PREMIERE-EXACTE TO WS-INDICE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           EVALUATE TRUE
               WHEN WS-NB-EXACTES > ZEROES
                   MOVE WS-PREMIERE-EXACTE TO WS-FACT-RETENUE
               WHEN WS-NB-CANDIDATES = 1
                   MOVE WS-PREMIERE-CANDIDATE TO WS-FACT-RETENUE
               WHEN WS-NB-CANDIDATES = ZEROES
                   MOVE "CLIENT SANS FACTURE OUVERTE"
                        TO WS-MOTIF-SUSPENS
               WHEN OTHER
                   MOVE "CLIENT RECONNU, FACTURE AMBIGUE"
                        TO WS-MOTIF-SUSPENS
           END-EVALUATE.

       3600-FACTURE-DU-TIERS-FIN.
           EXIT.

      *******************************************************
      *  AJOUT DU REGLEMENT RAPPROCHE A REGLEMENTS.txt (AU NOM
      *  DU CLIENT FACTURE, NUMERO DE FACTURE RENSEIGNE) ; UN
      *  DOUBLON PRESUME (MEME CLIENT, DATE ET MONTANT DEJA
      *  SAISI) PART EN SUSPENS
      *******************************************************
       3700-AJOUT-REGLEMENT-DEBUT.

           MOVE WS-FACT-ID (WS-FACT-RETENUE) TO WS-CLIENT-PROPOSE.

           MOVE "N" TO WS-DOUBLON.
           PERFORM VARYING WS-INDICE-REG FROM 1 BY 1
                   UNTIL WS-INDICE-REG > WS-NB-REGLEMENTS
                      OR WS-DOUBLON-OUI
               IF WS-REGL-AVOIR (WS-INDICE-REG) = "N"
               AND WS-REGL-ID (WS-INDICE-REG) = WS-CLIENT-PROPOSE
               AND WS-REGL-DATE (WS-INDICE-REG)
                   = WS-MVT-DATE (WS-INDICE-MVT)
               AND WS-REGL-MONTANT (WS-INDICE-REG) = WS-MONTANT-CREDIT
                   MOVE "O" TO WS-DOUBLON
               END-IF
           END-PERFORM.
           IF WS-DOUBLON-OUI
               MOVE "DOUBLON PRESUME" TO WS-MOTIF-SUSPENS
               PERFORM 3800-MISE-EN-SUSPENS-DEBUT
                  THRU 3800-MISE-EN-SUSPENS-FIN
               GO TO 3700-AJOUT-REGLEMENT-FIN
           END-IF.

           MOVE SPACES TO RREGL.
           MOVE WS-CLIENT-PROPOSE             TO RREGL-ID.
           MOVE WS-MVT-DATE (WS-INDICE-MVT)   TO RREGL-DATE.
           MOVE WS-MONTANT-CREDIT             TO RREGL-MONTANT.
           MOVE WS-FACT-NUMERO (WS-FACT-RETENUE) TO RREGL-NUMFACT.
           MOVE "VIR"                         TO RREGL-MODE.
           WRITE RREGL.
           IF NOT WS-STATUS-FILE-FREGL-OK
               DISPLAY "ERREUR ECRITURE FICHIER 'FREGL': "
                       WS-STATUS-FILE-FREGL
               MOVE 16 TO RETURN-CODE
               GO TO 3700-AJOUT-REGLEMENT-FIN
           END-IF.

           ADD 1 TO WS-NB-RAPPROCHES.
           PERFORM 7500-INDEXATION-REGLEMENT-DEBUT
              THRU 7500-INDEXATION-REGLEMENT-FIN.
           ADD WS-MONTANT-CREDIT TO WS-TOTAL-RAPPROCHE.
           SUBTRACT WS-MONTANT-CREDIT
               FROM WS-FACT-RESTE (WS-FACT-RETENUE).
           IF WS-NB-REGLEMENTS < WS-MAX-REGLEMENTS
               ADD 1 TO WS-NB-REGLEMENTS
               SET WS-INDICE-REG TO WS-NB-REGLEMENTS
               MOVE RREGL-ID      TO WS-REGL-ID (WS-INDICE-REG)
               MOVE RREGL-DATE    TO WS-REGL-DATE (WS-INDICE-REG)
               MOVE RREGL-MONTANT TO WS-REGL-MONTANT (WS-INDICE-REG)
               MOVE RREGL-NUMFACT TO WS-REGL-NUMFACT (WS-INDICE-REG)
               MOVE "N"           TO WS-REGL-AVOIR (WS-INDICE-REG)
           END-IF.

           MOVE WS-MONTANT-CREDIT TO WS-EDIT-MONTANT.
           MOVE SPACES TO WS-LIGNE.
           STRING "   REGLEMENT " RREGL-ID " DU " RREGL-DATE " "
                  WS-EDIT-MONTANT " FACTURE " RREGL-NUMFACT
                  " PAR " WS-METHODE " - "
                  WS-MVT-LIBELLE (WS-INDICE-MVT)
                  DELIMITED BY SIZE INTO WS-LIGNE.
           PERFORM 9000-ECRITURE-RAPPORT-DEBUT
              THRU 9000-ECRITURE-RAPPORT-FIN.

       3700-AJOUT-REGLEMENT-FIN.
           EXIT.

      *******************************************************
      *  MISE EN SUSPENS DU CREDIT POUR SAISIEREG
      *******************************************************
       3800-MISE-EN-SUSPENS-DEBUT.

           ADD 1 TO WS-NB-SUSPENS.
           ADD WS-MVT-MONTANT (WS-INDICE-MVT) TO WS-TOTAL-SUSPENS.

           IF WS-MVT-MONTANT (WS-INDICE-MVT) > 9999999,99
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE SPACES TO RSUSPBQ
               MOVE "A"                             TO SUSB-STATUT
               MOVE WS-MVT-DATE (WS-INDICE-MVT)     TO SUSB-DATE
               MOVE WS-MVT-MONTANT (WS-INDICE-MVT)  TO SUSB-MONTANT
               MOVE WS-REL-COMPTE                   TO SUSB-COMPTE
               MOVE WS-CLIENT-PROPOSE               TO SUSB-CLIENT
               MOVE WS-MOTIF-SUSPENS                TO SUSB-MOTIF
               MOVE WS-MVT-LIBELLE (WS-INDICE-MVT)  TO SUSB-LIBELLE
               MOVE WS-MVT-PAYEUR (WS-INDICE-MVT)   TO SUSB-PAYEUR
               MOVE WS-MVT-REFERENCE (WS-INDICE-MVT) TO SUSB-REFERENCE
               WRITE RSUSPBQ
           END-IF.

           MOVE WS-MVT-MONTANT (WS-INDICE-MVT) TO WS-EDIT-MONTANT.
           MOVE SPACES TO WS-LIGNE.
           STRING "   SUSPENS   " WS-CLIENT-PROPOSE " DU "
                  WS-MVT-DATE (WS-INDICE-MVT) " " WS-EDIT-MONTANT
                  " " WS-MOTIF-SUSPENS " - "
                  WS-MVT-LIBELLE (WS-INDICE-MVT)
                  DELIMITED BY SIZE INTO WS-LIGNE.
           PERFORM 9000-ECRITURE-RAPPORT-DEBUT
              THRU 9000-ECRITURE-RAPPORT-FIN.

       3800-MISE-EN-SUSPENS-FIN.
           EXIT.

      *******************************************************
      *  TOTAUX DU COMPTE RENDU
      *******************************************************
       8000-TOTAUX-RAPPORT-DEBUT.

           MOVE ALL "=" TO WS-LIGNE.
           PERFORM 9000-ECRITURE-RAPPORT-DEBUT
              THRU 9000-ECRITURE-RAPPORT-FIN.

           MOVE SPACES TO WS-LIGNE.
           STRING "RELEVES : " WS-NB-RELEVES " LUS, "
                  WS-NB-RELEVES-IMPORTES " IMPORTES, "
                  WS-NB-RELEVES-DEJA " DEJA IMPORTES, "
                  WS-NB-RELEVES-REJETES " REJETES"
                  DELIMITED BY SIZE INTO WS-LIGNE.
           PERFORM 9000-ECRITURE-RAPPORT-DEBUT
              THRU 9000-ECRITURE-RAPPORT-FIN.

           MOVE WS-TOTAL-RAPPROCHE TO WS-EDIT-MONTANT.
           MOVE SPACES TO WS-LIGNE.
           STRING "REGLEMENTS AJOUTES : " WS-NB-RAPPROCHES
                  " POUR " WS-EDIT-MONTANT
                  DELIMITED BY SIZE INTO WS-LIGNE.
           PERFORM 9000-ECRITURE-RAPPORT-DEBUT
              THRU 9000-ECRITURE-RAPPORT-FIN.

           MOVE WS-TOTAL-SUSPENS TO WS-EDIT-MONTANT.
           MOVE SPACES TO WS-LIGNE.
           STRING "CREDITS EN SUSPENS : " WS-NB-SUSPENS
                  " POUR " WS-EDIT-MONTANT
                  " (A TRAITER PAR SAISIEREG)"
                  DELIMITED BY SIZE INTO WS-LIGNE.
           PERFORM 9000-ECRITURE-RAPPORT-DEBUT
              THRU 9000-ECRITURE-RAPPORT-FIN.

       8000-TOTAUX-RAPPORT-FIN.
           EXIT.

      *******************************************************
      *  ECRITURE D'UNE LIGNE DU COMPTE RENDU
      *******************************************************
       9000-ECRITURE-RAPPORT-DEBUT.

           MOVE WS-LIGNE TO RRAPPORT.
           WRITE RRAPPORT.
           MOVE SPACES TO WS-LIGNE.

       9000-ECRITURE-RAPPORT-FIN.
           EXIT.

      *******************************************************
      *  LE REGLEMENT ECRIT DANS REGLEMENTS.txt EST AJOUTE A
      *  REGLEMENTS.IDX (SOUS-PROGRAMME MVTIDX, SANS EFFET TANT
      *  QUE L'INDEX N'A PAS ETE CONSTRUIT PAR REGLMIGRE)
      *******************************************************
       7500-INDEXATION-REGLEMENT-DEBUT.

           MOVE "A" TO WS-MVI-FONCTION.
           MOVE RREGL-ID TO WS-MVI-ID.
           MOVE RREGL-DATE TO WS-MVI-DATE.
           MOVE RREGL TO WS-MVI-ENREG.
           MOVE RETURN-CODE TO WS-RC-SAUVE.
           CALL 'MVTIDX' USING WS-MOUVEMENT-IDX
               ON EXCEPTION
                   MOVE "9" TO WS-MVI-STATUT
           END-CALL.
           MOVE WS-RC-SAUVE TO RETURN-CODE.
           IF WS-MVI-INACCESSIBLE
               DISPLAY "--> ! REGLEMENTS.IDX NON MIS A JOUR: "
                       "RELANCER REGLMIGRE"
           END-IF.

       7500-INDEXATION-REGLEMENT-FIN.
           EXIT.
