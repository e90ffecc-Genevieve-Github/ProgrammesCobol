       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATTFISC.
       AUTHOR. GENEVIEVE GIANNASI.
       INSTALLATION. PERSONAL PC.
       DATE-WRITTEN. 15-10-2026.
       DATE-COMPILED. 15-10-2026.
       SECURITY. NON-CONFIDENTIAL.
      ******************************************************************
      * OBJECTIF:
      * Attestations annuelles de primes pour la declaration fiscale :
      * chaque janvier les independants et les societes demandent le
      * releve des primes de l'annee ecoulee, jusqu'ici fourni client
      * par client a coups de copies d'ecran de REQHIST.
      *
      * Pour une annee civile saisie (defaut : l'annee precedente),
      * le traitement trie FACTURES-HISTORIQUE.txt par client et
      * contrat (HIST-NUMACT) et edite une attestation par client
      * ayant eu une activite dans l'annee :
      *   - primes facturees par contrat : HT, TVA, TTC
      *   - avoirs de l'annee (AVOIRS.txt) deduits : net facture
      *   - reglements recus dans l'annee (REGLEMENTS.txt)
      * Un client sans facturation mais avec avoir ou reglement dans
      * l'annee recoit aussi son attestation (en fin d'edition).
      * Les factures d'interets de retard (INTERETS : code TVA et
      * contrat a blanc) ne sont pas des primes et sont ecartees.
      *
      * Chaque attestation commence par le bloc adresse du client
      * (FICHIERCLIENT.txt), a la place de la fenetre d'enveloppe,
      * comme les etiquettes de MAILING ; les clients sans adresse
      * sont comptes. Sortie : ATTESTATIONS-FISCALES.txt.
      *
      * Rapprochement : le total HT/TVA/TTC de toutes les attestations
      * doit egaler la facturation de l'annee dans FACTURES-CUMUL.txt
      * (douze mois). Le controle sort dans
      * ATTESTATIONS-FISCALES-CONTROLE.txt ; code retour 4 sur ecart.
      *
      * Chaque attestation editee est inscrite au registre permanent
      * des correspondances (sous-programme CORRESP) avec l'annee
      * attestee.
      *
      * Les mouvements de l'annee deplaces par ARCHPERI sont relus
      * dans les archives inscrites a ARCHIVES-PERIODE-CATALOGUE.txt
      * (toute archive dont la date limite tombe apres le 1er janvier
      * de l'annee). Les lignes de REPORT A NOUVEAU, qui les
      * cumulent, ne sont jamais attestees : reglement "REPORT",
      * avoir "REPORT A NOUVEAU AU ...", facture 00000000 "REPORT A
      * NOUVEAU" de l'historique. L'historique et ses archives sont
      * reunis dans ATTESTATIONS-FISCALES-EXTRAIT.txt avant le tri.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ******** HISTORIQUE PERMANENT DE FACTURATION
           SELECT FHIST ASSIGN TO DYNAMIC WS-NOM-FHIST
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FHIST.

      ******** HISTORIQUE DE L'ANNEE ET ARCHIVES, AVANT TRI
           SELECT FHEXT ASSIGN TO "ATTESTATIONS-FISCALES-EXTRAIT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FHEXT.

      ******** HISTORIQUE TRIE PAR CLIENT ET CONTRAT
           SELECT FHTRI ASSIGN TO "ATTESTATIONS-FISCALES-TRI.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FHTRI.

      ******** FICHIER DE TRI
           SELECT SHIST ASSIGN TO SORTFILE.

      ******** FICHIER CLIENT (BLOC ADRESSE)
           SELECT FCLIENT ASSIGN TO "FICHIERCLIENT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FCLIENT.

      ******** FICHIER ASSURANCES (LIBELLE DES CONTRATS)
           SELECT FASSUR ASSIGN TO "ASSURANCES.txt"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FASSUR.

      ******** FICHIER DES REGLEMENTS RECUS
           SELECT FREGL ASSIGN TO DYNAMIC WS-NOM-FREGL
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FREGL.

      ******** FICHIER DES AVOIRS EMIS
           SELECT FAVOIR ASSIGN TO DYNAMIC WS-NOM-FAVOIR
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FAVOIR.

      ******** CUMULS MENSUELS DE FACTURATION
           SELECT FCUMUL ASSIGN TO "FACTURES-CUMUL.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FCUMUL.

      ******** CATALOGUE DES ARCHIVES DE FIN DE PERIODE
           SELECT FARCHCAT ASSIGN TO "ARCHIVES-PERIODE-CATALOGUE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FARCHCAT.

      ******** ATTESTATIONS EDITEES
           SELECT FEDITION ASSIGN TO "ATTESTATIONS-FISCALES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FEDITION.

      ******** RAPPROCHEMENT AVEC FACTURES-CUMUL.txt
           SELECT FCONTROLE ASSIGN TO
               "ATTESTATIONS-FISCALES-CONTROLE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FCONTROLE.

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

      ******** HISTORIQUE DE L'ANNEE AVANT TRI (MEME GABARIT)
       FD  FHEXT.
       01  RHEXT PIC X(123).

      ******** HISTORIQUE TRIE (MEME GABARIT)
       FD  FHTRI.
       01  RHTRI.
           05  HTR-DATE      PIC 9(08).
           05  FILLER        PIC X(01).
           05  HTR-NUMFACT   PIC 9(08).
           05  FILLER        PIC X(01).
           05  HTR-CLIENT    PIC X(08).
           05  FILLER        PIC X(01).
           05  HTR-NOM       PIC X(20).
           05  FILLER        PIC X(01).
           05  HTR-DEPT      PIC X(03).
           05  FILLER        PIC X(01).
           05  HTR-SOCIETE   PIC X(05).
           05  FILLER        PIC X(01).
           05  HTR-CODE-TVA  PIC X(02).
           05  FILLER        PIC X(01).
           05  HTR-MONTANT   PIC 9(07)V99.
           05  FILLER        PIC X(01).
           05  HTR-TVA       PIC 9(07)V99.
           05  FILLER        PIC X(01).
           05  HTR-TTC       PIC 9(08)V99.
           05  FILLER        PIC X(01).
           05  HTR-DEVISE    PIC X(03).
           05  FILLER        PIC X(01).
           05  HTR-TAUX      PIC 9(03)V9(06).
           05  FILLER        PIC X(01).
           05  HTR-ECHEANCE  PIC 9(08).
           05  FILLER        PIC X(01).
           05  HTR-NUMACT    PIC X(08).

      ******** FICHIER DE TRI DE L'HISTORIQUE
       SD  SHIST.
       01  SHIST-REC.
           05  SHIS-DATE      PIC 9(08).
           05  FILLER         PIC X(10).
           05  SHIS-CLIENT    PIC X(08).
           05  FILLER         PIC X(89).
           05  SHIS-NUMACT    PIC X(08).

      ******** FICHIER CLIENT
           COPY 'COBOL-FD-FCLIENT.CPY'.

      ******** FICHIER ASSURANCES
           COPY 'COBOL-FD-ASSURANCE.cpy'.

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

      ******** CUMULS MENSUELS DE FACTURATION
       FD  FCUMUL.
       01  RCUMUL.
           05  CUMUL-ANNEE-MOIS     PIC 9(06).
           05  FILLER               PIC X(01).
           05  CUMUL-MONTANT        PIC 9(11)V99.
           05  FILLER               PIC X(01).
           05  CUMUL-TVA            PIC 9(11)V99.
           05  FILLER               PIC X(01).
           05  CUMUL-TTC            PIC 9(12)V99.

      ******** CATALOGUE DES ARCHIVES DE FIN DE PERIODE
           COPY 'COBOL-FD-ARCHCAT.cpy'.

      ******** ATTESTATIONS EDITEES
       FD  FEDITION.
       01  REDITION PIC X(80).

      ******** RAPPROCHEMENT AVEC FACTURES-CUMUL.txt
       FD  FCONTROLE.
       01  RCONTROLE PIC X(80).

       WORKING-STORAGE SECTION.
      ***********************************************
      * DEFINTION DES STATUS DES FICHIERS
      ***********************************************
       01  WS-STATUS-FILE-FHIST PIC X(02).
           88 WS-STATUS-FILE-FHIST-OK  VALUE "00".
       01  WS-STATUS-FILE-FHEXT PIC X(02).
           88 WS-STATUS-FILE-FHEXT-OK  VALUE "00".
       01  WS-STATUS-FILE-FARCHCAT PIC X(02).
           88 WS-STATUS-FILE-FARCHCAT-OK  VALUE "00".
       01  WS-STATUS-FILE-FHTRI PIC X(02).
           88 WS-STATUS-FILE-FHTRI-OK  VALUE "00".
           88 WS-STATUS-FILE-FHTRI-EOF VALUE "10".
       01  WS-STATUS-FILE-FCLIENT PIC X(02).
           88 WS-STATUS-FILE-FCLIENT-OK  VALUE "00".
       01  WS-STATUS-FILE-FASSUR PIC X(02).
           88 WS-STATUS-FILE-FASSUR-OK  VALUE "00".
       01  WS-STATUS-FILE-FREGL PIC X(02).
           88 WS-STATUS-FILE-FREGL-OK  VALUE "00".
       01  WS-STATUS-FILE-FAVOIR PIC X(02).
           88 WS-STATUS-FILE-FAVOIR-OK  VALUE "00".
       01  WS-STATUS-FILE-FCUMUL PIC X(02).
           88 WS-STATUS-FILE-FCUMUL-OK  VALUE "00".
       01  WS-STATUS-FILE-FEDITION PIC X(02).
           88 WS-STATUS-FILE-FEDITION-OK  VALUE "00".
       01  WS-STATUS-FILE-FCONTROLE PIC X(02).
           88 WS-STATUS-FILE-FCONTROLE-OK  VALUE "00".

      ******************************************
      *  ANNEE CIVILE TRAITEE
      ******************************************
       01  WS-SAISIE PIC X(10) VALUE SPACES.
       01  WS-ANNEE PIC 9(04) VALUE ZEROES.
       01  WS-DATE-JOUR PIC 9(08) VALUE ZEROES.
       01  WS-HISTORIQUE-PRESENT PIC X(01) VALUE "N".
           88 WS-HISTORIQUE-PRESENT-OUI VALUE "O".
       01  WS-DEBUT-ANNEE PIC 9(08) VALUE ZEROES.

      ******************************************
      *  FICHIERS VIVANTS OU ARCHIVES DE FIN DE PERIODE
      ******************************************
       01  WS-NOM-FHIST  PIC X(40) VALUE "FACTURES-HISTORIQUE.txt".
       01  WS-NOM-FREGL  PIC X(40) VALUE "REGLEMENTS.txt".
       01  WS-NOM-FAVOIR PIC X(40) VALUE "AVOIRS.txt".
       01  WS-LIBELLE-REPORT PIC X(16) VALUE "REPORT A NOUVEAU".
       01  WS-COMPTEUR-ARCHIVES PIC 9(03) VALUE ZEROES.

      ******************************************
      *  TABLE DES CLIENTS (BLOC ADRESSE)
      ******************************************
       01  WS-TABLE-CLIENTS.
           05 WS-CLIENT-ENTRY OCCURS 5000 INDEXED BY WS-INDICE.
               10 WS-CLIENT-IMAGE PIC X(190).
       01  WS-NB-CLIENTS  PIC 9(04) VALUE ZEROES.
       01  WS-MAX-CLIENTS PIC 9(04) VALUE 5000.

      ******************************************
      *  TABLE DES CONTRATS (LIBELLE)
      ******************************************
       01  WS-TABLE-ASSURANCES.
           05 WS-ASSUR-ENTRY OCCURS 500 INDEXED BY WS-INDICE2.
               10 WS-ASSUR-NUMACT  PIC X(08).
               10 WS-ASSUR-LIBELLE PIC X(20).
       01  WS-NB-ASSUR  PIC 9(03) VALUE ZEROES.
       01  WS-MAX-ASSUR PIC 9(03) VALUE 500.

      ******************************************
      *  AVOIRS ET REGLEMENTS DE L'ANNEE PAR CLIENT
      ******************************************
       01  WS-TABLE-MOUVEMENTS.
           05 WS-MVT-ENTRY OCCURS 5000 INDEXED BY WS-INDICE3
                                              WS-INDICE4.
               10 WS-MVT-ID      PIC X(08).
               10 WS-MVT-AVOIRS  PIC 9(09)V99.
               10 WS-MVT-REGLE   PIC 9(09)V99.
               10 WS-MVT-ATTESTE PIC X(01).
       01  WS-NB-MVT  PIC 9(04) VALUE ZEROES.
       01  WS-MAX-MVT PIC 9(04) VALUE 5000.
       01  WS-MVT-CLE PIC X(08) VALUE SPACES.
       01  WS-MVT-POSITION PIC 9(04) VALUE ZEROES.

      ******************************************
      *  RUPTURES CLIENT ET CONTRAT
      ******************************************
       01  WS-CLIENT-COURANT PIC X(08) VALUE SPACES.
       01  WS-NOM-COURANT    PIC X(20) VALUE SPACES.
       01  WS-CONTRAT-COURANT PIC X(08) VALUE SPACES.
       01  WS-CONTRAT-EN-COURS PIC X(01) VALUE "N".
           88 WS-CONTRAT-EN-COURS-OUI VALUE "O".
       01  WS-TROUVE PIC X(01) VALUE "N".
           88 WS-TROUVE-OUI VALUE "O".

      ******************************************
      *  CUMULS : CONTRAT, CLIENT, ATTESTATIONS, CUMUL FACTURES
      ******************************************
       01  WS-CTR-HT   PIC 9(09)V99 VALUE ZEROES.
       01  WS-CTR-TVA  PIC 9(09)V99 VALUE ZEROES.
       01  WS-CTR-TTC  PIC 9(09)V99 VALUE ZEROES.
       01  WS-CLI-HT   PIC 9(09)V99 VALUE ZEROES.
       01  WS-CLI-TVA  PIC 9(09)V99 VALUE ZEROES.
       01  WS-CLI-TTC  PIC 9(09)V99 VALUE ZEROES.
       01  WS-CLI-AVOIRS PIC 9(09)V99 VALUE ZEROES.
       01  WS-CLI-REGLE  PIC 9(09)V99 VALUE ZEROES.
       01  WS-CLI-NET    PIC S9(09)V99 VALUE ZEROES.
       01  WS-TOT-HT   PIC 9(11)V99 VALUE ZEROES.
       01  WS-TOT-TVA  PIC 9(11)V99 VALUE ZEROES.
       01  WS-TOT-TTC  PIC 9(12)V99 VALUE ZEROES.
       01  WS-TOT-AVOIRS PIC 9(11)V99 VALUE ZEROES.
       01  WS-TOT-REGLE  PIC 9(11)V99 VALUE ZEROES.
       01  WS-TOT-INTERETS PIC 9(11)V99 VALUE ZEROES.
       01  WS-CUM-HT   PIC 9(11)V99 VALUE ZEROES.
       01  WS-CUM-TVA  PIC 9(11)V99 VALUE ZEROES.
       01  WS-CUM-TTC  PIC 9(12)V99 VALUE ZEROES.
       01  WS-NB-MOIS-CUMUL PIC 9(02) VALUE ZEROES.
       01  WS-ECART PIC S9(12)V99 VALUE ZEROES.
       01  WS-ECART-TROUVE PIC X(01) VALUE "N".
           88 WS-ECART-TROUVE-OUI VALUE "O".

      ******************************************
      *  COMPTEURS
      ******************************************
       01  WS-COMPTEUR-LUES         PIC 9(07) VALUE ZEROES.
       01  WS-COMPTEUR-RETENUES     PIC 9(07) VALUE ZEROES.
       01  WS-COMPTEUR-INTERETS     PIC 9(05) VALUE ZEROES.
       01  WS-COMPTEUR-ATTESTATIONS PIC 9(05) VALUE ZEROES.
       01  WS-COMPTEUR-SANS-ADRESSE PIC 9(05) VALUE ZEROES.

      ******************************************
      *  ZONES D'EDITION
      ******************************************
       01  WS-EDIT-DATE-JOUR PIC 9(04)/9(02)/9(02).
       01  WS-EDIT-HT   PIC ZZ.ZZZ.ZZ9,99.
       01  WS-EDIT-TVA  PIC ZZ.ZZZ.ZZ9,99.
       01  WS-EDIT-TTC  PIC ZZ.ZZZ.ZZ9,99.
       01  WS-EDIT-NET  PIC --.---.--9,99.
       01  WS-EDIT-GRAND PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  WS-EDIT-GRAND2 PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  WS-EDIT-ECART PIC ---.---.---.--9,99.
       01  WS-LIBELLE-CONTRAT PIC X(20) VALUE SPACES.
       01  WS-LIGNE PIC X(80) VALUE SPACES.

      ******************************************
      *  BLOC SOCIETE EMETTRICE (COMME FACTEDIT)
      ******************************************
       01  WS-SOCIETE-NOM     PIC X(30)
           VALUE "COMPAGNIE GENERALE DE SERVICES".
       01  WS-SOCIETE-ADRESSE PIC X(30)
           VALUE "12 RUE DES BATIGNOLLES".
       01  WS-SOCIETE-VILLE   PIC X(30)
           VALUE "75017 PARIS".

      ***********************************************
      * REGISTRE DES CORRESPONDANCES (CORRESP)
      ***********************************************
       01  WS-CORRESPONDANCE.
           05  WS-COR-CLIENT-ID     PIC X(08) VALUE SPACES.
           05  WS-COR-DOCUMENT      PIC X(10) VALUE "ATTFISCALE".
           05  WS-COR-REFERENCE     PIC X(20) VALUE SPACES.
           05  WS-COR-CANAL         PIC X(01) VALUE "C".
           05  WS-COR-FICHIER       PIC X(30)
               VALUE "ATTESTATIONS-FISCALES.txt".
           05  WS-COR-GENERATION    PIC X(14) VALUE SPACES.
           05  WS-COR-PROGRAMME     PIC X(08) VALUE "ATTFISC".
           05  WS-COR-STATUT        PIC X(01) VALUE SPACES.
               88  WS-COR-INSCRIT   VALUE "0".
       01  WS-COMPTEUR-NON-INSCRITS PIC 9(05) VALUE ZEROES.

       PROCEDURE DIVISION.
       0000-MAIN-DEB.
      *******************************************************
      *  PARAGRAPHE PRINCIPAL
      *******************************************************
           DISPLAY "ATTESTATIONS ANNUELLES DE PRIMES (FISCALES)".
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATE-JOUR.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-COR-GENERATION.
           MOVE WS-DATE-JOUR TO WS-EDIT-DATE-JOUR.
      *
      *********** ANNEE CIVILE (DEFAUT : L'ANNEE PRECEDENTE)
           COMPUTE WS-ANNEE = WS-DATE-JOUR / 10000 - 1.
           DISPLAY "ANNEE CIVILE (AAAA, DEFAUT " WS-ANNEE "): "
                   NO ADVANCING.
           MOVE SPACES TO WS-SAISIE.
           ACCEPT WS-SAISIE.
           IF WS-SAISIE NOT = SPACES
               IF WS-SAISIE (1:4) NOT NUMERIC
               OR WS-SAISIE (5:6) NOT = SPACES
                   DISPLAY "--> ANNEE INVALIDE: " WS-SAISIE
                   MOVE 8 TO RETURN-CODE
                   GO TO 0000-MAIN-FIN
               END-IF
               MOVE WS-SAISIE (1:4) TO WS-ANNEE
           END-IF.
           DISPLAY "--> ANNEE TRAITEE: " WS-ANNEE.
           COMPUTE WS-DEBUT-ANNEE = WS-ANNEE * 10000 + 101.
      *
      *********** CHARGEMENT DES TABLES
           PERFORM 1000-CHARGEMENT-CLIENTS-DEBUT
              THRU 1000-CHARGEMENT-CLIENTS-FIN.
           PERFORM 1100-CHARGEMENT-ASSURANCES-DEBUT
              THRU 1100-CHARGEMENT-ASSURANCES-FIN.
           PERFORM 1200-CHARGEMENT-MOUVEMENTS-DEBUT
              THRU 1200-CHARGEMENT-MOUVEMENTS-FIN.
           PERFORM 1400-ARCHIVES-MOUVEMENTS-DEBUT
              THRU 1400-ARCHIVES-MOUVEMENTS-FIN.
           PERFORM 1300-LECTURE-CUMUL-DEBUT
              THRU 1300-LECTURE-CUMUL-FIN.
      *
      *********** TRI DE L'HISTORIQUE PAR CLIENT ET CONTRAT
           PERFORM 2000-TRI-HISTORIQUE-DEBUT
              THRU 2000-TRI-HISTORIQUE-FIN.
           IF RETURN-CODE = 16
               GO TO 0000-MAIN-FIN
           END-IF.
      *
      *********** EDITION DES ATTESTATIONS
           OPEN OUTPUT FEDITION.
           IF NOT WS-STATUS-FILE-FEDITION-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FEDITION': "
                       WS-STATUS-FILE-FEDITION
               MOVE 16 TO RETURN-CODE
               GO TO 0000-MAIN-FIN
           END-IF.
           IF WS-HISTORIQUE-PRESENT-OUI
               PERFORM 3000-LECTURE-TRIE-DEBUT
                  THRU 3000-LECTURE-TRIE-FIN
           END-IF.
           PERFORM 4000-CLIENTS-SANS-FACTURE-DEBUT
              THRU 4000-CLIENTS-SANS-FACTURE-FIN.
           CLOSE FEDITION.
      *
      *********** RAPPROCHEMENT AVEC FACTURES-CUMUL.txt
           PERFORM 5000-RAPPROCHEMENT-DEBUT
              THRU 5000-RAPPROCHEMENT-FIN.

           DISPLAY "==============================================".
           DISPLAY "LIGNES D'HISTORIQUE LUES   : " WS-COMPTEUR-LUES.
           DISPLAY "ARCHIVES DE L'ANNEE LUES   : "
                   WS-COMPTEUR-ARCHIVES.
           DISPLAY "LIGNES DE PRIMES RETENUES  : "
                   WS-COMPTEUR-RETENUES.
           DISPLAY "FACTURES D'INTERETS ECARTEES: "
                   WS-COMPTEUR-INTERETS.
           DISPLAY "ATTESTATIONS EDITEES       : "
                   WS-COMPTEUR-ATTESTATIONS.
           DISPLAY "CLIENTS SANS ADRESSE       : "
                   WS-COMPTEUR-SANS-ADRESSE.
           IF WS-COMPTEUR-NON-INSCRITS > ZEROES
               DISPLAY "NON INSCRITES AU REGISTRE DES CORRESPONDANCES: "
                       WS-COMPTEUR-NON-INSCRITS
           END-IF.
           IF WS-ECART-TROUVE-OUI
               DISPLAY "--> ECART AVEC FACTURES-CUMUL.txt: VOIR "
                       "ATTESTATIONS-FISCALES-CONTROLE.txt"
           ELSE
               DISPLAY "RAPPROCHEMENT FACTURES-CUMUL.txt : OK"
           END-IF.
           DISPLAY "==============================================".

           IF WS-ECART-TROUVE-OUI
           AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

       0000-MAIN-FIN.
           GOBACK.

      *******************************************************
      *  CHARGEMENT DU FICHIER CLIENT EN MEMOIRE
      *******************************************************
       1000-CHARGEMENT-CLIENTS-DEBUT.

           OPEN INPUT FCLIENT.
           IF NOT WS-STATUS-FILE-FCLIENT-OK
               DISPLAY "--> FICHIERCLIENT.txt ABSENT: ADRESSES "
                       "INCONNUES"
               GO TO 1000-CHARGEMENT-CLIENTS-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FCLIENT-OK
               READ FCLIENT
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-NB-CLIENTS < WS-MAX-CLIENTS
                           ADD 1 TO WS-NB-CLIENTS
                           SET WS-INDICE TO WS-NB-CLIENTS
                           MOVE RCLIENT TO WS-CLIENT-IMAGE (WS-INDICE)
                       ELSE
                           DISPLAY "--> ! PLUS DE " WS-MAX-CLIENTS
                                   " CLIENTS!"
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FCLIENT.

       1000-CHARGEMENT-CLIENTS-FIN.
           EXIT.

      *******************************************************
      *  CHARGEMENT DES LIBELLES DE CONTRAT
      *******************************************************
       1100-CHARGEMENT-ASSURANCES-DEBUT.

           OPEN INPUT FASSUR.
           IF NOT WS-STATUS-FILE-FASSUR-OK
               GO TO 1100-CHARGEMENT-ASSURANCES-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FASSUR-OK
               READ FASSUR
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-NB-ASSUR < WS-MAX-ASSUR
                           ADD 1 TO WS-NB-ASSUR
                           SET WS-INDICE2 TO WS-NB-ASSUR
                           MOVE RASSUR-NUMACTX
                                TO WS-ASSUR-NUMACT (WS-INDICE2)
                           MOVE RASSUR-LIBELLE
                                TO WS-ASSUR-LIBELLE (WS-INDICE2)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FASSUR.

       1100-CHARGEMENT-ASSURANCES-FIN.
           EXIT.

      *******************************************************
      *  AVOIRS ET REGLEMENTS DATES DE L'ANNEE, PAR CLIENT
      *******************************************************
       1200-CHARGEMENT-MOUVEMENTS-DEBUT.

           OPEN INPUT FAVOIR.
           IF WS-STATUS-FILE-FAVOIR-OK
               PERFORM 1210-LECTURE-AVOIRS-DEBUT
                  THRU 1210-LECTURE-AVOIRS-FIN
           END-IF.

           OPEN INPUT FREGL.
           IF WS-STATUS-FILE-FREGL-OK
               PERFORM 1220-LECTURE-REGLEMENTS-DEBUT
                  THRU 1220-LECTURE-REGLEMENTS-FIN
           END-IF.

       1200-CHARGEMENT-MOUVEMENTS-FIN.
           EXIT.

      *******************************************************
      *  BALAYAGE DU FICHIER D'AVOIRS OUVERT (VIVANT OU
      *  ARCHIVE) ; LES REPORTS SONT IGNORES
      *******************************************************
       1210-LECTURE-AVOIRS-DEBUT.

           PERFORM UNTIL NOT WS-STATUS-FILE-FAVOIR-OK
               READ FAVOIR
                   AT END
                       CONTINUE
                   NOT AT END
                       IF AVR-MONTANT IS NUMERIC
                       AND AVR-DATE IS NUMERIC
                       AND AVR-DATE (1:4) = WS-ANNEE
                       AND AVR-MOTIF (1:16) NOT = WS-LIBELLE-REPORT
                           MOVE AVR-ID TO WS-MVT-CLE
                           PERFORM 1250-POSITION-MOUVEMENT-DEBUT
                              THRU 1250-POSITION-MOUVEMENT-FIN
                           IF WS-MVT-POSITION > ZEROES
                               SET WS-INDICE3 TO WS-MVT-POSITION
                               ADD AVR-MONTANT
                                   TO WS-MVT-AVOIRS (WS-INDICE3)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FAVOIR.

       1210-LECTURE-AVOIRS-FIN.
           EXIT.

      *******************************************************
      *  BALAYAGE DU FICHIER DE REGLEMENTS OUVERT (VIVANT OU
      *  ARCHIVE) ; LES REPORTS SONT IGNORES
      *******************************************************
       1220-LECTURE-REGLEMENTS-DEBUT.

           PERFORM UNTIL NOT WS-STATUS-FILE-FREGL-OK
               READ FREGL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RREGL-MONTANT IS NUMERIC
                       AND RREGL-DATE IS NUMERIC
                       AND RREGL-DATE (1:4) = WS-ANNEE
                       AND RREGL-NUMFACT NOT = "REPORT"
                           MOVE RREGL-ID TO WS-MVT-CLE
                           PERFORM 1250-POSITION-MOUVEMENT-DEBUT
                              THRU 1250-POSITION-MOUVEMENT-FIN
                           IF WS-MVT-POSITION > ZEROES
                               SET WS-INDICE3 TO WS-MVT-POSITION
                               ADD RREGL-MONTANT
                                   TO WS-MVT-REGLE (WS-INDICE3)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FREGL.

       1220-LECTURE-REGLEMENTS-FIN.
           EXIT.

      *******************************************************
      *  POSITION DU CLIENT WS-MVT-CLE DANS LA TABLE DES
      *  MOUVEMENTS (CREEE SI ABSENTE, 0 SI TABLE PLEINE)
      *******************************************************
       1250-POSITION-MOUVEMENT-DEBUT.

           MOVE ZEROES TO WS-MVT-POSITION.
           PERFORM VARYING WS-INDICE3 FROM 1 BY 1
                   UNTIL WS-INDICE3 > WS-NB-MVT
                      OR WS-MVT-POSITION > ZEROES
               IF WS-MVT-ID (WS-INDICE3) = WS-MVT-CLE
                   SET WS-MVT-POSITION TO WS-INDICE3
               END-IF
           END-PERFORM.

           IF WS-MVT-POSITION = ZEROES
           AND WS-NB-MVT < WS-MAX-MVT
               ADD 1 TO WS-NB-MVT
               SET WS-INDICE3 TO WS-NB-MVT
               MOVE WS-MVT-CLE TO WS-MVT-ID (WS-INDICE3)
               MOVE ZEROES TO WS-MVT-AVOIRS (WS-INDICE3)
                              WS-MVT-REGLE (WS-INDICE3)
               MOVE "N" TO WS-MVT-ATTESTE (WS-INDICE3)
               MOVE WS-NB-MVT TO WS-MVT-POSITION
           END-IF.

       1250-POSITION-MOUVEMENT-FIN.
           EXIT.

      *******************************************************
      *  FACTURATION DE L'ANNEE SELON FACTURES-CUMUL.txt
      *******************************************************
       1300-LECTURE-CUMUL-DEBUT.

           OPEN INPUT FCUMUL.
           IF NOT WS-STATUS-FILE-FCUMUL-OK
               DISPLAY "--> FACTURES-CUMUL.txt ABSENT"
               GO TO 1300-LECTURE-CUMUL-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FCUMUL-OK
               READ FCUMUL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CUMUL-ANNEE-MOIS IS NUMERIC
                       AND CUMUL-ANNEE-MOIS (1:4) = WS-ANNEE
                           ADD 1 TO WS-NB-MOIS-CUMUL
                           ADD CUMUL-MONTANT TO WS-CUM-HT
                           IF CUMUL-TVA IS NUMERIC
                               ADD CUMUL-TVA TO WS-CUM-TVA
                           END-IF
                           IF CUMUL-TTC IS NUMERIC
                               ADD CUMUL-TTC TO WS-CUM-TTC
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FCUMUL.

       1300-LECTURE-CUMUL-FIN.
           EXIT.

      *******************************************************
      *  AVOIRS ET REGLEMENTS DE L'ANNEE DANS LES ARCHIVES DE
      *  FIN DE PERIODE INSCRITES AU CATALOGUE
      *******************************************************
       1400-ARCHIVES-MOUVEMENTS-DEBUT.

           OPEN INPUT FARCHCAT.
           IF NOT WS-STATUS-FILE-FARCHCAT-OK
               GO TO 1400-ARCHIVES-MOUVEMENTS-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FARCHCAT-OK
               READ FARCHCAT
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ARC-LIMITE IS NUMERIC
                       AND ARC-LIMITE > WS-DEBUT-ANNEE
                           PERFORM 1410-ARCHIVE-MOUVEMENTS-DEBUT
                              THRU 1410-ARCHIVE-MOUVEMENTS-FIN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FARCHCAT.
           MOVE "REGLEMENTS.txt" TO WS-NOM-FREGL.
           MOVE "AVOIRS.txt" TO WS-NOM-FAVOIR.

       1400-ARCHIVES-MOUVEMENTS-FIN.
           EXIT.

      *******************************************************
      *  UNE ARCHIVE DE REGLEMENTS OU D'AVOIRS DU CATALOGUE
      *******************************************************
       1410-ARCHIVE-MOUVEMENTS-DEBUT.

           IF ARC-TYPE-REGLEMENTS
               MOVE ARC-FICHIER TO WS-NOM-FREGL
               OPEN INPUT FREGL
               IF WS-STATUS-FILE-FREGL-OK
                   ADD 1 TO WS-COMPTEUR-ARCHIVES
                   PERFORM 1220-LECTURE-REGLEMENTS-DEBUT
                      THRU 1220-LECTURE-REGLEMENTS-FIN
               ELSE
                   DISPLAY "--> ARCHIVE " FUNCTION TRIM (ARC-FICHIER)
                           " ABSENTE"
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           IF ARC-TYPE-AVOIRS
               MOVE ARC-FICHIER TO WS-NOM-FAVOIR
               OPEN INPUT FAVOIR
               IF WS-STATUS-FILE-FAVOIR-OK
                   ADD 1 TO WS-COMPTEUR-ARCHIVES
                   PERFORM 1210-LECTURE-AVOIRS-DEBUT
                      THRU 1210-LECTURE-AVOIRS-FIN
               ELSE
                   DISPLAY "--> ARCHIVE " FUNCTION TRIM (ARC-FICHIER)
                           " ABSENTE"
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       1410-ARCHIVE-MOUVEMENTS-FIN.
           EXIT.

      *******************************************************
      *  TRI DE L'HISTORIQUE PAR CLIENT, CONTRAT ET DATE
      *******************************************************
       2000-TRI-HISTORIQUE-DEBUT.

           OPEN OUTPUT FHEXT.
           IF NOT WS-STATUS-FILE-FHEXT-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FHEXT': "
                       WS-STATUS-FILE-FHEXT
               MOVE 16 TO RETURN-CODE
               GO TO 2000-TRI-HISTORIQUE-FIN
           END-IF.

           OPEN INPUT FHIST.
           IF WS-STATUS-FILE-FHIST-OK
               MOVE "O" TO WS-HISTORIQUE-PRESENT
               PERFORM 2100-EXTRAIT-HISTORIQUE-DEBUT
                  THRU 2100-EXTRAIT-HISTORIQUE-FIN
           ELSE
               DISPLAY "--> FACTURES-HISTORIQUE.txt ABSENT"
           END-IF.
      *
      ****** ARCHIVES D'HISTORIQUE POUVANT CONTENIR L'ANNEE
           OPEN INPUT FARCHCAT.
           IF WS-STATUS-FILE-FARCHCAT-OK
               PERFORM UNTIL NOT WS-STATUS-FILE-FARCHCAT-OK
                   READ FARCHCAT
                       AT END
                           CONTINUE
                       NOT AT END
                           IF ARC-TYPE-HISTORIQUE
                           AND ARC-LIMITE IS NUMERIC
                           AND ARC-LIMITE > WS-DEBUT-ANNEE
                               PERFORM 2200-ARCHIVE-HISTORIQUE-DEBUT
                                  THRU 2200-ARCHIVE-HISTORIQUE-FIN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FARCHCAT
           END-IF.
           MOVE "FACTURES-HISTORIQUE.txt" TO WS-NOM-FHIST.
           CLOSE FHEXT.

           IF NOT WS-HISTORIQUE-PRESENT-OUI
               DISPLAY "--> AUCUNE PRIME FACTUREE"
               GO TO 2000-TRI-HISTORIQUE-FIN
           END-IF.

           SORT SHIST ON ASCENDING KEY SHIS-CLIENT,
                                       SHIS-NUMACT,
                                       SHIS-DATE
               USING FHEXT GIVING FHTRI.

       2000-TRI-HISTORIQUE-FIN.
           EXIT.

      *******************************************************
      *  COPIE DES LIGNES DE L'ANNEE DU FICHIER D'HISTORIQUE
      *  OUVERT (VIVANT OU ARCHIVE), HORS REPORTS
      *******************************************************
       2100-EXTRAIT-HISTORIQUE-DEBUT.

           PERFORM UNTIL NOT WS-STATUS-FILE-FHIST-OK
               READ FHIST
                   AT END
                       CONTINUE
                   NOT AT END
                       IF HIST-DATE IS NUMERIC
                       AND HIST-DATE (1:4) = WS-ANNEE
                       AND NOT (HIST-NUMFACT = ZEROES
                                AND HIST-NOM (1:16)
                                    = WS-LIBELLE-REPORT)
                           WRITE RHEXT FROM RHIST
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FHIST.

       2100-EXTRAIT-HISTORIQUE-FIN.
           EXIT.

      *******************************************************
      *  UNE ARCHIVE D'HISTORIQUE DU CATALOGUE
      *******************************************************
       2200-ARCHIVE-HISTORIQUE-DEBUT.

           MOVE ARC-FICHIER TO WS-NOM-FHIST.
           OPEN INPUT FHIST.
           IF WS-STATUS-FILE-FHIST-OK
               MOVE "O" TO WS-HISTORIQUE-PRESENT
               ADD 1 TO WS-COMPTEUR-ARCHIVES
               PERFORM 2100-EXTRAIT-HISTORIQUE-DEBUT
                  THRU 2100-EXTRAIT-HISTORIQUE-FIN
           ELSE
               DISPLAY "--> ARCHIVE " FUNCTION TRIM (ARC-FICHIER)
                       " ABSENTE"
               MOVE 4 TO RETURN-CODE
           END-IF.

       2200-ARCHIVE-HISTORIQUE-FIN.
           EXIT.

      *******************************************************
      *  LECTURE DE L'HISTORIQUE TRIE EN RUPTURE DE CLIENT ET
      *  DE CONTRAT
      *******************************************************
       3000-LECTURE-TRIE-DEBUT.

           OPEN INPUT FHTRI.
           IF NOT WS-STATUS-FILE-FHTRI-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FHTRI': "
                       WS-STATUS-FILE-FHTRI
               MOVE 16 TO RETURN-CODE
               GO TO 3000-LECTURE-TRIE-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FHTRI-OK
               READ FHTRI
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO WS-COMPTEUR-LUES
                       PERFORM 3050-LIGNE-HISTORIQUE-DEBUT
                          THRU 3050-LIGNE-HISTORIQUE-FIN
               END-READ
           END-PERFORM.
           CLOSE FHTRI.

      ****** DERNIER CLIENT
           IF WS-CLIENT-COURANT NOT = SPACES
               PERFORM 3300-FIN-ATTESTATION-DEBUT
                  THRU 3300-FIN-ATTESTATION-FIN
           END-IF.

       3000-LECTURE-TRIE-FIN.
           EXIT.

      *******************************************************
      *  UNE LIGNE D'HISTORIQUE : FILTRE DE L'ANNEE, RUPTURES,
      *  CUMULS
      *******************************************************
       3050-LIGNE-HISTORIQUE-DEBUT.

           IF HTR-DATE NOT NUMERIC
           OR HTR-DATE (1:4) NOT = WS-ANNEE
           OR HTR-MONTANT NOT NUMERIC
               GO TO 3050-LIGNE-HISTORIQUE-FIN
           END-IF.
           IF HTR-TVA NOT NUMERIC
               MOVE ZEROES TO HTR-TVA
           END-IF.
           IF HTR-TTC NOT NUMERIC
               MOVE ZEROES TO HTR-TTC
           END-IF.
      *
      ****** FACTURE D'INTERETS DE RETARD : PAS UNE PRIME
           IF HTR-CODE-TVA = SPACES
           AND HTR-NUMACT = SPACES
               ADD 1 TO WS-COMPTEUR-INTERETS
               ADD HTR-TTC TO WS-TOT-INTERETS
               GO TO 3050-LIGNE-HISTORIQUE-FIN
           END-IF.
           ADD 1 TO WS-COMPTEUR-RETENUES.
      *
      ****** RUPTURE DE CLIENT
           IF HTR-CLIENT NOT = WS-CLIENT-COURANT
               IF WS-CLIENT-COURANT NOT = SPACES
                   PERFORM 3300-FIN-ATTESTATION-DEBUT
                      THRU 3300-FIN-ATTESTATION-FIN
               END-IF
               MOVE HTR-CLIENT TO WS-CLIENT-COURANT
               MOVE HTR-NOM TO WS-NOM-COURANT
               PERFORM 3100-DEBUT-ATTESTATION-DEBUT
                  THRU 3100-DEBUT-ATTESTATION-FIN
           END-IF.
      *
      ****** RUPTURE DE CONTRAT
           IF WS-CONTRAT-EN-COURS-OUI
           AND HTR-NUMACT NOT = WS-CONTRAT-COURANT
               PERFORM 3200-LIGNE-CONTRAT-DEBUT
                  THRU 3200-LIGNE-CONTRAT-FIN
           END-IF.
           IF NOT WS-CONTRAT-EN-COURS-OUI
               MOVE HTR-NUMACT TO WS-CONTRAT-COURANT
               MOVE "O" TO WS-CONTRAT-EN-COURS
               MOVE ZEROES TO WS-CTR-HT WS-CTR-TVA WS-CTR-TTC
           END-IF.

           ADD HTR-MONTANT TO WS-CTR-HT.
           ADD HTR-TVA     TO WS-CTR-TVA.
           ADD HTR-TTC     TO WS-CTR-TTC.

       3050-LIGNE-HISTORIQUE-FIN.
           EXIT.

      *******************************************************
      *  DEBUT D'ATTESTATION : BLOC SOCIETE, BLOC ADRESSE DU
      *  CLIENT WS-CLIENT-COURANT, EN-TETE DU TABLEAU
      *******************************************************
       3100-DEBUT-ATTESTATION-DEBUT.

           MOVE ZEROES TO WS-CLI-HT WS-CLI-TVA WS-CLI-TTC.
           MOVE "N" TO WS-CONTRAT-EN-COURS.
           ADD 1 TO WS-COMPTEUR-ATTESTATIONS.

           MOVE ALL "=" TO REDITION.
           WRITE REDITION.
           MOVE WS-SOCIETE-NOM TO REDITION.
           WRITE REDITION.
           MOVE WS-SOCIETE-ADRESSE TO REDITION.
           WRITE REDITION.
           MOVE WS-SOCIETE-VILLE TO REDITION.
           WRITE REDITION.
           MOVE SPACES TO REDITION.
           WRITE REDITION.
      *
      ****** BLOC ADRESSE (FENETRE D'ENVELOPPE, COLONNE 45)
           MOVE "N" TO WS-TROUVE.
           PERFORM VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-NB-CLIENTS
                      OR WS-TROUVE-OUI
               IF WS-CLIENT-IMAGE (WS-INDICE) (1:8)
                  = WS-CLIENT-COURANT
                   MOVE "O" TO WS-TROUVE
                   MOVE WS-CLIENT-IMAGE (WS-INDICE) TO RCLIENT
               END-IF
           END-PERFORM.
           IF NOT WS-TROUVE-OUI
               MOVE SPACES TO RCLIENT
               MOVE WS-CLIENT-COURANT TO RCLIENT-ID
               MOVE WS-NOM-COURANT TO RCLIENT-NOM
           END-IF.
           IF RCLIENT-RUE = SPACES
           OR RCLIENT-VILLE = SPACES
               ADD 1 TO WS-COMPTEUR-SANS-ADRESSE
               DISPLAY "--> CLIENT SANS ADRESSE: " WS-CLIENT-COURANT
           END-IF.
           MOVE SPACES TO WS-LIGNE.
           IF RCLIENT-PRENOM = SPACES
               MOVE RCLIENT-NOM TO WS-LIGNE (45:36)
           ELSE
               STRING RCLIENT-PRENOM DELIMITED BY "  "
                      " " RCLIENT-NOM DELIMITED BY SIZE
                      INTO WS-LIGNE (45:36)
           END-IF.
           MOVE WS-LIGNE TO REDITION.
           WRITE REDITION.
           MOVE SPACES TO WS-LIGNE.
           IF RCLIENT-RUE = SPACES
               MOVE "ADRESSE INCONNUE" TO WS-LIGNE (45:16)
           ELSE
               MOVE RCLIENT-RUE TO WS-LIGNE (45:30)
           END-IF.
           MOVE WS-LIGNE TO REDITION.
           WRITE REDITION.
           MOVE SPACES TO WS-LIGNE.
           STRING RCLIENT-CODEPOSTAL " " RCLIENT-VILLE
                  DELIMITED BY SIZE INTO WS-LIGNE (45:36).
           MOVE WS-LIGNE TO REDITION.
           WRITE REDITION.
           MOVE SPACES TO REDITION.
           WRITE REDITION.
      *
      ****** OBJET
           MOVE SPACES TO WS-LIGNE.
           STRING "ATTESTATION DES PRIMES D'ASSURANCE - ANNEE "
                  WS-ANNEE
                  DELIMITED BY SIZE INTO WS-LIGNE.
           MOVE WS-LIGNE TO REDITION.
           WRITE REDITION.
           MOVE SPACES TO WS-LIGNE.
           STRING "CLIENT NO " RCLIENT-ID
                  DELIMITED BY SIZE INTO WS-LIGNE.
           MOVE WS-LIGNE TO REDITION.
           WRITE REDITION.
           MOVE SPACES TO REDITION.
           WRITE REDITION.
           MOVE SPACES TO WS-LIGNE.
           STRING "CONTRAT  LIBELLE                         HT"
                  "           TVA           TTC"
                  DELIMITED BY SIZE INTO WS-LIGNE.
           MOVE WS-LIGNE TO REDITION.
           WRITE REDITION.
           MOVE ALL "-" TO REDITION.
           WRITE REDITION.

       3100-DEBUT-ATTESTATION-FIN.
           EXIT.

      *******************************************************
      *  LIGNE D'UN CONTRAT (CUMUL DE L'ANNEE)
      *******************************************************
       3200-LIGNE-CONTRAT-DEBUT.

           MOVE SPACES TO WS-LIBELLE-CONTRAT.
           IF WS-CONTRAT-COURANT = SPACES
               MOVE "CONTRAT NON PRECISE" TO WS-LIBELLE-CONTRAT
           ELSE
               PERFORM VARYING WS-INDICE2 FROM 1 BY 1
                       UNTIL WS-INDICE2 > WS-NB-ASSUR
                   IF WS-ASSUR-NUMACT (WS-INDICE2)
                      = WS-CONTRAT-COURANT
                       MOVE WS-ASSUR-LIBELLE (WS-INDICE2)
                            TO WS-LIBELLE-CONTRAT
                   END-IF
               END-PERFORM
           END-IF.

           MOVE WS-CTR-HT  TO WS-EDIT-HT.
           MOVE WS-CTR-TVA TO WS-EDIT-TVA.
           MOVE WS-CTR-TTC TO WS-EDIT-TTC.
           MOVE SPACES TO WS-LIGNE.
           STRING WS-CONTRAT-COURANT " " WS-LIBELLE-CONTRAT " "
                  WS-EDIT-HT " " WS-EDIT-TVA " " WS-EDIT-TTC
                  DELIMITED BY SIZE INTO WS-LIGNE.
           MOVE WS-LIGNE TO REDITION.
           WRITE REDITION.

           ADD WS-CTR-HT  TO WS-CLI-HT.
           ADD WS-CTR-TVA TO WS-CLI-TVA.
           ADD WS-CTR-TTC TO WS-CLI-TTC.
           MOVE "N" TO WS-CONTRAT-EN-COURS.

       3200-LIGNE-CONTRAT-FIN.
           EXIT.

      *******************************************************
      *  FIN D'ATTESTATION : DERNIER CONTRAT, TOTAUX, AVOIRS,
      *  NET, REGLEMENTS ET SIGNATURE
      *******************************************************
       3300-FIN-ATTESTATION-DEBUT.

           IF WS-CONTRAT-EN-COURS-OUI
               PERFORM 3200-LIGNE-CONTRAT-DEBUT
                  THRU 3200-LIGNE-CONTRAT-FIN
           END-IF.
           IF WS-CLI-TTC = ZEROES
           AND WS-CLI-HT = ZEROES
               MOVE "AUCUNE PRIME FACTUREE SUR L'ANNEE" TO REDITION
               WRITE REDITION
           END-IF.
           MOVE ALL "-" TO REDITION.
           WRITE REDITION.
           MOVE WS-CLI-HT  TO WS-EDIT-HT.
           MOVE WS-CLI-TVA TO WS-EDIT-TVA.
           MOVE WS-CLI-TTC TO WS-EDIT-TTC.
           MOVE SPACES TO WS-LIGNE.
           STRING "TOTAL DES PRIMES FACTUREES    "
                  WS-EDIT-HT " " WS-EDIT-TVA " " WS-EDIT-TTC
                  DELIMITED BY SIZE INTO WS-LIGNE.
           MOVE WS-LIGNE TO REDITION.
           WRITE REDITION.
      *
      ****** AVOIRS ET REGLEMENTS DE L'ANNEE
           MOVE ZEROES TO WS-CLI-AVOIRS WS-CLI-REGLE.
           MOVE WS-CLIENT-COURANT TO WS-MVT-CLE.
           MOVE "N" TO WS-TROUVE.
           PERFORM VARYING WS-INDICE3 FROM 1 BY 1
                   UNTIL WS-INDICE3 > WS-NB-MVT
                      OR WS-TROUVE-OUI
               IF WS-MVT-ID (WS-INDICE3) = WS-MVT-CLE
                   MOVE "O" TO WS-TROUVE
                   MOVE WS-MVT-AVOIRS (WS-INDICE3) TO WS-CLI-AVOIRS
                   MOVE WS-MVT-REGLE (WS-INDICE3) TO WS-CLI-REGLE
                   MOVE "O" TO WS-MVT-ATTESTE (WS-INDICE3)
               END-IF
           END-PERFORM.
           COMPUTE WS-CLI-NET = WS-CLI-TTC - WS-CLI-AVOIRS.

           MOVE WS-CLI-AVOIRS TO WS-EDIT-TTC.
           MOVE SPACES TO WS-LIGNE.
           STRING "AVOIRS EMIS SUR L'ANNEE (A DEDUIRE)"
                  DELIMITED BY SIZE INTO WS-LIGNE.
           MOVE WS-EDIT-TTC TO WS-LIGNE (59:13).
           MOVE WS-LIGNE TO REDITION.
           WRITE REDITION.
           MOVE WS-CLI-NET TO WS-EDIT-NET.
           MOVE SPACES TO WS-LIGNE.
           STRING "PRIMES NETTES FACTUREES TTC"
                  DELIMITED BY SIZE INTO WS-LIGNE.
           MOVE WS-EDIT-NET TO WS-LIGNE (59:13).
           MOVE WS-LIGNE TO REDITION.
           WRITE REDITION.
           MOVE WS-CLI-REGLE TO WS-EDIT-TTC.
           MOVE SPACES TO WS-LIGNE.
           STRING "MONTANTS REGLES DANS L'ANNEE"
                  DELIMITED BY SIZE INTO WS-LIGNE.
           MOVE WS-EDIT-TTC TO WS-LIGNE (59:13).
           MOVE WS-LIGNE TO REDITION.
           WRITE REDITION.
           MOVE SPACES TO REDITION.
           WRITE REDITION.
      *
      ****** SIGNATURE
           MOVE "ATTESTATION ETABLIE POUR SERVIR ET VALOIR CE QUE DE "
                TO WS-LIGNE.
           MOVE "DROIT." TO WS-LIGNE (53:6).
           MOVE WS-LIGNE TO REDITION.
           WRITE REDITION.
           MOVE SPACES TO WS-LIGNE.
           STRING "FAIT A PARIS LE " WS-EDIT-DATE-JOUR
                  " POUR " WS-SOCIETE-NOM
                  DELIMITED BY SIZE INTO WS-LIGNE.
           MOVE WS-LIGNE TO REDITION.
           WRITE REDITION.
           MOVE SPACES TO REDITION.
           WRITE REDITION.

           ADD WS-CLI-HT     TO WS-TOT-HT.
           ADD WS-CLI-TVA    TO WS-TOT-TVA.
           ADD WS-CLI-TTC    TO WS-TOT-TTC.
           ADD WS-CLI-AVOIRS TO WS-TOT-AVOIRS.
           ADD WS-CLI-REGLE  TO WS-TOT-REGLE.
      *
      ****** INSCRIPTION AU REGISTRE DES CORRESPONDANCES
           MOVE WS-CLIENT-COURANT TO WS-COR-CLIENT-ID.
           MOVE SPACES TO WS-COR-REFERENCE.
           STRING "ANNEE " WS-ANNEE
                  DELIMITED BY SIZE INTO WS-COR-REFERENCE.
           CALL 'CORRESP' USING WS-CORRESPONDANCE
               ON EXCEPTION
                   MOVE "9" TO WS-COR-STATUT
           END-CALL.
           IF NOT WS-COR-INSCRIT
               ADD 1 TO WS-COMPTEUR-NON-INSCRITS
           END-IF.

       3300-FIN-ATTESTATION-FIN.
           EXIT.

      *******************************************************
      *  CLIENTS SANS PRIME FACTUREE DANS L'ANNEE MAIS AYANT
      *  UN AVOIR OU UN REGLEMENT DATE DE L'ANNEE
      *******************************************************
       4000-CLIENTS-SANS-FACTURE-DEBUT.

           PERFORM VARYING WS-INDICE4 FROM 1 BY 1
                   UNTIL WS-INDICE4 > WS-NB-MVT
               IF WS-MVT-ATTESTE (WS-INDICE4) NOT = "O"
                   MOVE WS-MVT-ID (WS-INDICE4) TO WS-CLIENT-COURANT
                   MOVE SPACES TO WS-NOM-COURANT
                   PERFORM 3100-DEBUT-ATTESTATION-DEBUT
                      THRU 3100-DEBUT-ATTESTATION-FIN
                   PERFORM 3300-FIN-ATTESTATION-DEBUT
                      THRU 3300-FIN-ATTESTATION-FIN
               END-IF
           END-PERFORM.

       4000-CLIENTS-SANS-FACTURE-FIN.
           EXIT.

      *******************************************************
      *  RAPPROCHEMENT DES ATTESTATIONS AVEC FACTURES-CUMUL.txt
      *******************************************************
       5000-RAPPROCHEMENT-DEBUT.

           OPEN OUTPUT FCONTROLE.
           IF NOT WS-STATUS-FILE-FCONTROLE-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FCONTROLE': "
                       WS-STATUS-FILE-FCONTROLE
               MOVE 16 TO RETURN-CODE
               GO TO 5000-RAPPROCHEMENT-FIN
           END-IF.

           MOVE SPACES TO WS-LIGNE.
           STRING "RAPPROCHEMENT DES ATTESTATIONS FISCALES - ANNEE "
                  WS-ANNEE " - EDITION DU " WS-EDIT-DATE-JOUR
                  DELIMITED BY SIZE INTO WS-LIGNE.
           MOVE WS-LIGNE TO RCONTROLE.
           WRITE RCONTROLE.
           MOVE ALL "=" TO RCONTROLE.
           WRITE RCONTROLE.
           MOVE SPACES TO WS-LIGNE.
           STRING "                          ATTESTATIONS"
                  "    FACTURES-CUMUL              ECART"
                  DELIMITED BY SIZE INTO WS-LIGNE.
           MOVE WS-LIGNE TO RCONTROLE.
           WRITE RCONTROLE.

           MOVE "TOTAL HT " TO WS-LIGNE.
           MOVE WS-TOT-HT TO WS-EDIT-GRAND.
           MOVE WS-CUM-HT TO WS-EDIT-GRAND2.
           COMPUTE WS-ECART = WS-TOT-HT - WS-CUM-HT.
           PERFORM 5100-LIGNE-RAPPROCHEMENT-DEBUT
              THRU 5100-LIGNE-RAPPROCHEMENT-FIN.
           MOVE "TOTAL TVA" TO WS-LIGNE.
           MOVE WS-TOT-TVA TO WS-EDIT-GRAND.
           MOVE WS-CUM-TVA TO WS-EDIT-GRAND2.
           COMPUTE WS-ECART = WS-TOT-TVA - WS-CUM-TVA.
           PERFORM 5100-LIGNE-RAPPROCHEMENT-DEBUT
              THRU 5100-LIGNE-RAPPROCHEMENT-FIN.
           MOVE "TOTAL TTC" TO WS-LIGNE.
           MOVE WS-TOT-TTC TO WS-EDIT-GRAND.
           MOVE WS-CUM-TTC TO WS-EDIT-GRAND2.
           COMPUTE WS-ECART = WS-TOT-TTC - WS-CUM-TTC.
           PERFORM 5100-LIGNE-RAPPROCHEMENT-DEBUT
              THRU 5100-LIGNE-RAPPROCHEMENT-FIN.

           MOVE ALL "-" TO RCONTROLE.
           WRITE RCONTROLE.
           MOVE SPACES TO WS-LIGNE.
           STRING "MOIS PRESENTS DANS FACTURES-CUMUL.txt : "
                  WS-NB-MOIS-CUMUL " / 12"
                  DELIMITED BY SIZE INTO WS-LIGNE.
           MOVE WS-LIGNE TO RCONTROLE.
           WRITE RCONTROLE.
           MOVE SPACES TO WS-LIGNE.
           MOVE WS-TOT-INTERETS TO WS-EDIT-GRAND.
           STRING "INTERETS DE RETARD ECARTES (TTC)      : "
                  WS-EDIT-GRAND
                  DELIMITED BY SIZE INTO WS-LIGNE.
           MOVE WS-LIGNE TO RCONTROLE.
           WRITE RCONTROLE.
           MOVE SPACES TO WS-LIGNE.
           MOVE WS-TOT-AVOIRS TO WS-EDIT-GRAND.
           STRING "AVOIRS DEDUITS SUR LES ATTESTATIONS  : "
                  WS-EDIT-GRAND
                  DELIMITED BY SIZE INTO WS-LIGNE.
           MOVE WS-LIGNE TO RCONTROLE.
           WRITE RCONTROLE.
           MOVE SPACES TO WS-LIGNE.
           MOVE WS-TOT-REGLE TO WS-EDIT-GRAND.
           STRING "REGLEMENTS PORTES SUR LES ATTESTATIONS: "
                  WS-EDIT-GRAND
                  DELIMITED BY SIZE INTO WS-LIGNE.
           MOVE WS-LIGNE TO RCONTROLE.
           WRITE RCONTROLE.
           MOVE SPACES TO WS-LIGNE.
           STRING "NOMBRE D'ATTESTATIONS                 : "
                  WS-COMPTEUR-ATTESTATIONS
                  DELIMITED BY SIZE INTO WS-LIGNE.
           MOVE WS-LIGNE TO RCONTROLE.
           WRITE RCONTROLE.
           MOVE ALL "=" TO RCONTROLE.
           WRITE RCONTROLE.
           IF WS-ECART-TROUVE-OUI
               MOVE "*** ECART : LES ATTESTATIONS NE RAPPROCHENT PAS "
                    TO WS-LIGNE
               MOVE "LA FACTURATION ***" TO WS-LIGNE (49:18)
           ELSE
               MOVE "RAPPROCHEMENT OK" TO WS-LIGNE
           END-IF.
           MOVE WS-LIGNE TO RCONTROLE.
           WRITE RCONTROLE.
           CLOSE FCONTROLE.

       5000-RAPPROCHEMENT-FIN.
           EXIT.

      *******************************************************
      *  LIGNE DE RAPPROCHEMENT (LIBELLE DEJA EN WS-LIGNE)
      *******************************************************
       5100-LIGNE-RAPPROCHEMENT-DEBUT.

           MOVE WS-ECART TO WS-EDIT-ECART.
           MOVE WS-EDIT-GRAND  TO WS-LIGNE (21:18).
           MOVE WS-EDIT-GRAND2 TO WS-LIGNE (39:18).
           MOVE WS-EDIT-ECART  TO WS-LIGNE (58:18).
           IF WS-ECART NOT = ZEROES
               MOVE "O" TO WS-ECART-TROUVE
               MOVE " *" TO WS-LIGNE (77:2)
           END-IF.
           MOVE WS-LIGNE TO RCONTROLE.
           WRITE RCONTROLE.

       5100-LIGNE-RAPPROCHEMENT-FIN.
           EXIT.
