       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARCHPERI.
       AUTHOR. GENEVIEVE GIANNASI.
       INSTALLATION. PERSONAL PC.
       DATE-WRITTEN. 15-10-2026.
       DATE-COMPILED. 15-10-2026.
       SECURITY. NON-CONFIDENTIAL.
      ******************************************************************
      * OBJECTIF:
      * Archivage de fin de periode (annuel ou trimestriel) des
      * mouvements soldes : REGLEMENTS.txt, AVOIRS.txt et
      * FACTURES-HISTORIQUE.txt ne sont jamais alleges, BALANCE,
      * RELANCE, RELEVE, INTERETS, SCORING et PREVISION les
      * rechargent chaque nuit dans des tables de 5000 postes et la
      * fenetre de nuit surveillee par CHRONO s'allonge.
      *
      * Un client est SOLDE quand le dernier LETTRAGE-RAPPORT.txt
      * ne lui connait que des factures SOLDEE (aucune PARTIELLE ni
      * OUVERTE). Pour ces clients sont deplaces vers des archives
      * datees les mouvements anterieurs a la date limite (date du
      * jour moins N mois, N saisi au lancement, 12 par defaut) :
      *   - REGLEMENTS.txt          -> REGLEMENTS-ARCH-AAAAMMJJ.txt
      *   - AVOIRS.txt              -> AVOIRS-ARCH-AAAAMMJJ.txt
      *   - FACTURES-HISTORIQUE.txt -> FACTURES-HISTORIQUE-ARCH-
      *                                AAAAMMJJ.txt
      * Un mouvement rattache a une facture de l'edition en cours
      * (numero present dans LETTRAGE) reste en ligne : LETTRAGE en
      * a encore besoin (escomptes notamment).
      *
      * A la place des mouvements archives, chaque fichier recoit en
      * tete une ligne de REPORT A NOUVEAU par client, du montant
      * cumule archive et datee du dernier mouvement archive :
      *   - REGLEMENTS.txt : RREGL-NUMFACT = "REPORT"
      *   - AVOIRS.txt     : motif "REPORT A NOUVEAU AU AAAAMMJJ"
      *   - HISTORIQUE     : facture 00000000, nom "REPORT A
      *     NOUVEAU", HT, TVA et TTC cumules
      * Tout programme qui calcule un solde par cumul de ces fichiers
      * trouve donc les memes chiffres. Un report deja present et
      * anterieur a la limite est repris dans le nouveau report.
      *
      * Preuve : le solde de chaque client est calcule avant (regle
      * de BALANCE : FICHIERSOR moins reglements moins avoirs plus
      * remboursements ; regle de l'historique : facture TTC moins
      * reglements moins avoirs) puis recalcule sur les nouvelles
      * generations. Au moindre ecart, rien n'est remplace : les
      * generations et les archives sont supprimees (code retour 12).
      * Sinon les trois fichiers sont bascules (sous-programme
      * REECRIT) et les archives inscrites au catalogue
      * ARCHIVES-PERIODE-CATALOGUE.txt, par lequel REQHIST et RELEVE
      * les retrouvent sur demande.
      * REGLEMENTS.IDX et AVOIRS.IDX, quand ils existent, sont
      * reconstruits sur les fichiers bascules (REGLMIGRE,
      * AVOIRMIGRE).
      * Compte rendu : ARCHIVAGE-PERIODE-RAPPORT.txt, client par
      * client. Un seul passage par jour (noms d'archives dates).
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ******** DERNIER RAPPORT DE LETTRAGE (STATUT DES FACTURES)
           SELECT FLETTRAGE ASSIGN TO "LETTRAGE-RAPPORT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FLETTRAGE.

      ******** FICHIER DE SORTIE FACTURATION (LES FACTURES EMISES)
           SELECT FCLISOR ASSIGN TO "FICHIERSOR.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FCLISOR.

      ******** REGISTRE DES REMBOURSEMENTS VERSES
           SELECT FREMB ASSIGN TO "REMBOURSEMENTS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FREMB.

      ******** FICHIER DES REGLEMENTS RECUS (VIVANT OU GENERATION)
           SELECT FREGL ASSIGN TO DYNAMIC WS-NOM-FREGL
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FREGL.

      ******** NOUVELLE GENERATION DES REGLEMENTS
           SELECT FREGLGEN ASSIGN TO DYNAMIC WS-NOM-FREGLGEN
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FREGLGEN.

      ******** ARCHIVE DATEE DES REGLEMENTS
           SELECT FREGLARC ASSIGN TO DYNAMIC WS-NOM-FREGLARC
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FREGLARC.

      ******** FICHIER DES AVOIRS EMIS (VIVANT OU GENERATION)
           SELECT FAVOIR ASSIGN TO DYNAMIC WS-NOM-FAVOIR
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FAVOIR.

      ******** NOUVELLE GENERATION DES AVOIRS
           SELECT FAVOIRGEN ASSIGN TO DYNAMIC WS-NOM-FAVOIRGEN
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FAVOIRGEN.

      ******** ARCHIVE DATEE DES AVOIRS
           SELECT FAVOIRARC ASSIGN TO DYNAMIC WS-NOM-FAVOIRARC
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FAVOIRARC.

      ******** HISTORIQUE PERMANENT (VIVANT OU GENERATION)
           SELECT FHIST ASSIGN TO DYNAMIC WS-NOM-FHIST
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FHIST.

      ******** NOUVELLE GENERATION DE L'HISTORIQUE
           SELECT FHISTGEN ASSIGN TO DYNAMIC WS-NOM-FHISTGEN
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FHISTGEN.

      ******** ARCHIVE DATEE DE L'HISTORIQUE
           SELECT FHISTARC ASSIGN TO DYNAMIC WS-NOM-FHISTARC
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FHISTARC.

      ******** CATALOGUE DES ARCHIVES DE FIN DE PERIODE
           SELECT FARCHCAT ASSIGN TO "ARCHIVES-PERIODE-CATALOGUE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FARCHCAT.

      ******** COMPTE RENDU DE L'ARCHIVAGE
           SELECT FRAPPORT ASSIGN TO "ARCHIVAGE-PERIODE-RAPPORT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FRAPPORT.

       DATA DIVISION.
       FILE SECTION.
      ******** DERNIER RAPPORT DE LETTRAGE (LIGNES DE FACTURE :
      ******** NUMERO, CLIENT, ... STATUT EN COLONNE 85)
       FD  FLETTRAGE.
       01  RLETTRAGE.
           05  LET-NUMERO    PIC X(08).
           05  FILLER        PIC X(01).
           05  LET-CLIENT    PIC X(08).
           05  FILLER        PIC X(67).
           05  LET-STATUT    PIC X(09).
           05  FILLER        PIC X(07).

      ******** FICHIER DE SORTIE FACTURATION
           COPY 'COBOL-FD-FCLISOR.cpy'.

      ******** REGISTRE DES REMBOURSEMENTS VERSES
           COPY 'COBOL-FD-REMBOURS.cpy'.

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

       FD  FREGLGEN.
       01  RREGLGEN PIC X(48).

       FD  FREGLARC.
       01  RREGLARC PIC X(48).

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

       FD  FAVOIRGEN.
       01  RAVOIRGEN PIC X(67).

       FD  FAVOIRARC.
       01  RAVOIRARC PIC X(67).

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

       FD  FHISTGEN.
       01  RHISTGEN PIC X(123).

       FD  FHISTARC.
       01  RHISTARC PIC X(123).

      ******** CATALOGUE DES ARCHIVES DE FIN DE PERIODE
           COPY 'COBOL-FD-ARCHCAT.cpy'.

      ******** COMPTE RENDU DE L'ARCHIVAGE
       FD  FRAPPORT.
       01  RRAPPORT PIC X(100).

       WORKING-STORAGE SECTION.
      ***********************************************
      * DEFINTION DES STATUS DES FICHIERS
      ***********************************************
       01  WS-STATUS-FILE-FLETTRAGE PIC X(02).
           88 WS-STATUS-FILE-FLETTRAGE-OK  VALUE "00".
       01  WS-STATUS-FILE-FCLISOR PIC X(02).
           88 WS-STATUS-FILE-FCLISOR-OK  VALUE "00".
       01  WS-STATUS-FILE-FREMB PIC X(02).
           88 WS-STATUS-FILE-FREMB-OK  VALUE "00".
       01  WS-STATUS-FILE-FREGL PIC X(02).
           88 WS-STATUS-FILE-FREGL-OK  VALUE "00".
           88 WS-STATUS-FILE-FREGL-INEXISTANT VALUE "35".
       01  WS-STATUS-FILE-FREGLGEN PIC X(02).
           88 WS-STATUS-FILE-FREGLGEN-OK  VALUE "00".
       01  WS-STATUS-FILE-FREGLARC PIC X(02).
           88 WS-STATUS-FILE-FREGLARC-OK  VALUE "00".
       01  WS-STATUS-FILE-FAVOIR PIC X(02).
           88 WS-STATUS-FILE-FAVOIR-OK  VALUE "00".
           88 WS-STATUS-FILE-FAVOIR-INEXISTANT VALUE "35".
       01  WS-STATUS-FILE-FAVOIRGEN PIC X(02).
           88 WS-STATUS-FILE-FAVOIRGEN-OK  VALUE "00".
       01  WS-STATUS-FILE-FAVOIRARC PIC X(02).
           88 WS-STATUS-FILE-FAVOIRARC-OK  VALUE "00".
       01  WS-STATUS-FILE-FHIST PIC X(02).
           88 WS-STATUS-FILE-FHIST-OK  VALUE "00".
           88 WS-STATUS-FILE-FHIST-INEXISTANT VALUE "35".
       01  WS-STATUS-FILE-FHISTGEN PIC X(02).
           88 WS-STATUS-FILE-FHISTGEN-OK  VALUE "00".
       01  WS-STATUS-FILE-FHISTARC PIC X(02).
           88 WS-STATUS-FILE-FHISTARC-OK  VALUE "00".
       01  WS-STATUS-FILE-FARCHCAT PIC X(02).
           88 WS-STATUS-FILE-FARCHCAT-OK  VALUE "00".
           88 WS-STATUS-FILE-FARCHCAT-INEXISTANT VALUE "35".
       01  WS-STATUS-FILE-FRAPPORT PIC X(02).
           88 WS-STATUS-FILE-FRAPPORT-OK  VALUE "00".

      ***********************************************
      * NOMS DES FICHIERS (VIVANT, GENERATION, ARCHIVE)
      ***********************************************
       01  WS-NOM-FREGL     PIC X(40) VALUE "REGLEMENTS.txt".
       01  WS-NOM-FREGLGEN  PIC X(40) VALUE SPACES.
       01  WS-NOM-FREGLARC  PIC X(40) VALUE SPACES.
       01  WS-NOM-FAVOIR    PIC X(40) VALUE "AVOIRS.txt".
       01  WS-NOM-FAVOIRGEN PIC X(40) VALUE SPACES.
       01  WS-NOM-FAVOIRARC PIC X(40) VALUE SPACES.
       01  WS-NOM-FHIST     PIC X(40) VALUE "FACTURES-HISTORIQUE.txt".
       01  WS-NOM-FHISTGEN  PIC X(40) VALUE SPACES.
       01  WS-NOM-FHISTARC  PIC X(40) VALUE SPACES.
       01  WS-NOM-FICHIER   PIC X(40) VALUE SPACES.
       01  WS-STATUT-SUPPRESSION PIC 9(09) BINARY VALUE ZEROES.

      ******************************************
      *  TABLE DES CLIENTS : STATUT AU LETTRAGE, COMPOSANTES DU
      *  SOLDE AVANT ET APRES, CUMULS ARCHIVES PAR FICHIER
      ******************************************
       01  WS-TABLE-CLIENTS.
           05 WS-CLI-ENTRY OCCURS 5000 INDEXED BY WS-INDICE.
               10 WS-CLI-ID          PIC X(08).
               10 WS-CLI-SOLDEES     PIC 9(04).
               10 WS-CLI-OUVERTES    PIC 9(04).
               10 WS-CLI-ELIGIBLE    PIC X(01).
               10 WS-CLI-DU          PIC 9(09)V99.
               10 WS-CLI-REMB        PIC 9(09)V99.
               10 WS-CLI-REGL-AVANT  PIC 9(09)V99.
               10 WS-CLI-AVR-AVANT   PIC 9(09)V99.
               10 WS-CLI-HIST-AVANT  PIC 9(10)V99.
               10 WS-CLI-REGL-APRES  PIC 9(09)V99.
               10 WS-CLI-AVR-APRES   PIC 9(09)V99.
               10 WS-CLI-HIST-APRES  PIC 9(10)V99.
               10 WS-CLI-NB-REGL     PIC 9(05).
               10 WS-CLI-REGL-ARCH   PIC 9(09)V99.
               10 WS-CLI-DATE-REGL   PIC 9(08).
               10 WS-CLI-NB-AVR      PIC 9(05).
               10 WS-CLI-AVR-ARCH    PIC 9(09)V99.
               10 WS-CLI-DATE-AVR    PIC 9(08).
               10 WS-CLI-NB-HIST     PIC 9(05).
               10 WS-CLI-HT-ARCH     PIC 9(09)V99.
               10 WS-CLI-TVA-ARCH    PIC 9(09)V99.
               10 WS-CLI-TTC-ARCH    PIC 9(10)V99.
               10 WS-CLI-DATE-HIST   PIC 9(08).
               10 WS-CLI-DEPT        PIC X(03).
               10 WS-CLI-SOCIETE     PIC X(05).
               10 WS-CLI-CODE-TVA    PIC X(02).
               10 WS-CLI-TVA-MIXTE   PIC X(01).
               10 WS-CLI-DEVISE      PIC X(03).
               10 WS-CLI-ECART       PIC X(01).
       01  WS-NB-CLIENTS  PIC 9(04) VALUE ZEROES.
       01  WS-MAX-CLIENTS PIC 9(04) VALUE 5000.
       01  WS-POS         PIC 9(04) VALUE ZEROES.
       01  WS-ID-CHERCHE  PIC X(08) VALUE SPACES.
       01  WS-TABLE-SATUREE PIC X(01) VALUE "N".
           88 WS-TABLE-SATUREE-OUI VALUE "O".

      ******************************************
      *  FACTURES DE L'EDITION EN COURS (NUMEROS DU LETTRAGE) :
      *  LEURS MOUVEMENTS RESTENT EN LIGNE
      ******************************************
       01  WS-TABLE-EN-COURS.
           05 WS-ENC-NUMERO OCCURS 5000 INDEXED BY WS-INDICE2
                             PIC 9(08).
       01  WS-NB-EN-COURS  PIC 9(04) VALUE ZEROES.
       01  WS-MAX-EN-COURS PIC 9(04) VALUE 5000.
       01  WS-NUMFACT-TESTE PIC X(08) VALUE SPACES.
       01  WS-EN-COURS PIC X(01) VALUE "N".
           88 WS-EN-COURS-OUI VALUE "O".
       01  WS-A-ARCHIVER PIC X(01) VALUE "N".
           88 WS-A-ARCHIVER-OUI VALUE "O".

      ******************************************
      *  LES TROIS FICHIERS REECRITS : GENERATION, ARCHIVE ET
      *  COMPTEURS DE CONTROLE GARDES JUSQU'A LA BASCULE
      ******************************************
       01  WS-TABLE-GENERATIONS.
           05 WS-GEN-ENTRY OCCURS 3.
               10 WS-GEN-TYPE       PIC X(01).
               10 WS-GEN-FICHIER    PIC X(40).
               10 WS-GEN-NOUVEAU    PIC X(40).
               10 WS-GEN-ARCHIVE    PIC X(40).
               10 WS-GEN-POSITION   PIC 9(04).
               10 WS-GEN-LONGUEUR   PIC 9(02).
               10 WS-GEN-PRESENT    PIC X(01).
               10 WS-GEN-A-ECRIRE   PIC X(01).
               10 WS-GEN-ECRITE     PIC X(01).
               10 WS-GEN-NB-ENREG   PIC 9(09).
               10 WS-GEN-TOTAL      PIC 9(13)V99.
               10 WS-GEN-NB-ARCH    PIC 9(06).
               10 WS-GEN-TOTAL-ARCH PIC 9(11)V99.
               10 WS-GEN-BASCULE    PIC X(01).
       01  WS-NUM-GEN PIC 9(01) VALUE ZERO.

      ******************************************
      *  PERIODE, CONTROLES ET COMPTEURS
      ******************************************
       01  WS-SAISIE PIC X(03) VALUE SPACES.
       01  WS-NB-MOIS PIC 9(02) VALUE 12.
       01  WS-DATE-JOUR PIC 9(08) VALUE ZEROES.
       01  WS-DATE-LIMITE PIC 9(08) VALUE ZEROES.
       01  WS-ANNEE-LIMITE PIC 9(04) VALUE ZEROES.
       01  WS-MOIS-LIMITE  PIC S9(04) VALUE ZEROES.
       01  WS-DEJA-ARCHIVE PIC X(01) VALUE "N".
           88 WS-DEJA-ARCHIVE-OUI VALUE "O".
       01  WS-LETTRAGE-PRESENT PIC X(01) VALUE "N".
           88 WS-LETTRAGE-PRESENT-OUI VALUE "O".
       01  WS-LIBELLE-REPORT PIC X(16) VALUE "REPORT A NOUVEAU".
       01  WS-MONTANT-HIST PIC 9(08)V99 VALUE ZEROES.
       01  WS-MAX-MONTANT  PIC 9(08)V99 VALUE 9999999,99.
       01  WS-MAX-TTC      PIC 9(09)V99 VALUE 99999999,99.
       01  WS-SOLDE-AVANT  PIC S9(10)V99 VALUE ZEROES.
       01  WS-SOLDE-APRES  PIC S9(10)V99 VALUE ZEROES.
       01  WS-HISTO-AVANT  PIC S9(10)V99 VALUE ZEROES.
       01  WS-HISTO-APRES  PIC S9(10)V99 VALUE ZEROES.
       01  WS-NB-ELIGIBLES PIC 9(04) VALUE ZEROES.
       01  WS-NB-ARCHIVES  PIC 9(04) VALUE ZEROES.
       01  WS-NB-ECARTS    PIC 9(04) VALUE ZEROES.
       01  WS-NB-LIGNES-ARCHIVEES PIC 9(07) VALUE ZEROES.
       01  WS-RC-SAUVE     PIC S9(04) VALUE ZEROES.

      ******************************************
      *  ZONES D'EDITION
      ******************************************
       01  WS-EDIT-SOLDE   PIC -ZZZ.ZZZ.ZZ9,99.
       01  WS-EDIT-SOLDE2  PIC -ZZZ.ZZZ.ZZ9,99.
       01  WS-EDIT-CONTROLE PIC X(05) VALUE SPACES.
       01  WS-LIGNE PIC X(100) VALUE SPACES.

      ***********************************************
      * VERROU D'EXECUTION PARTAGE (VERROU)
      ***********************************************
       01  WS-VERROU.
           05  WS-VRO-ACTION    PIC X(01) VALUE "P".
           05  WS-VRO-PROGRAMME PIC X(08) VALUE "ARCHPERI".
           05  WS-VRO-OBTENU    PIC X(01) VALUE "N".
               88  WS-VRO-OBTENU-OUI VALUE "O".

      ******************************************
      *  JOURNALISATION CENTRALE DES EVENEMENTS (LOGEVENT)
      ******************************************
       01  WS-JOURNALISATION.
           05  WS-JRN-PROGRAMME PIC X(08) VALUE "ARCHPERI".
           05  WS-JRN-SEVERITE  PIC X(01) VALUE "I".
           05  WS-JRN-MESSAGE   PIC X(60) VALUE SPACES.

      ***********************************************
      * REECRITURE SURE DES FICHIERS PERMANENTS (REECRIT) :
      * CHAQUE FICHIER EST ECRIT DANS UNE NOUVELLE
      * GENERATION, CONTROLEE (NOMBRE, TOTAL DES MONTANTS)
      * PUIS BASCULEE. LA ZONE SERT TOUR A TOUR AUX TROIS
      * FICHIERS.
      ***********************************************
       01  WS-REECRITURE.
           05  WS-REE-FONCTION  PIC X(01) VALUE "R".
           05  WS-REE-FICHIER   PIC X(40) VALUE SPACES.
           05  WS-REE-NOUVEAU   PIC X(40) VALUE SPACES.
           05  WS-REE-PROGRAMME PIC X(08) VALUE "ARCHPERI".
           05  WS-REE-POSITION  PIC 9(04) VALUE ZEROES.
           05  WS-REE-LONGUEUR  PIC 9(02) VALUE ZEROES.
           05  WS-REE-DECIMALES PIC 9(01) VALUE 2.
           05  WS-REE-NB-ENREG  PIC 9(09) VALUE ZEROES.
           05  WS-REE-TOTAL     PIC 9(13)V99 VALUE ZEROES.
           05  WS-REE-STATUT    PIC X(01) VALUE SPACES.
               88  WS-REE-OK VALUE "0" "1" "2".

      ***********************************************
      * MOUVEMENTS INDEXES PAR CLIENT (MVTIDX) : REGLEMENTS.IDX ET
      * AVOIRS.IDX RECONSTRUITS APRES LES BASCULES
      ***********************************************
       01  WS-MOUVEMENT-IDX.
           05  WS-MVI-FONCTION PIC X(01) VALUE "T".
           05  WS-MVI-FICHIER  PIC X(01) VALUE "R".
           05  WS-MVI-ID       PIC X(08) VALUE SPACES.
           05  WS-MVI-DATE     PIC X(08) VALUE SPACES.
           05  WS-MVI-ENREG    PIC X(67) VALUE SPACES.
           05  WS-MVI-STATUT   PIC X(01) VALUE SPACES.
               88  WS-MVI-ABSENT VALUE "9".

      ***********************************************
      * MANIFESTE DES SORTIES (MANIFEST) : FICHIERSOR.txt
      * VERIFIE AVANT TRAITEMENT (NOMBRE, TOTAL HT, CLE)
      ***********************************************
       01  WS-MANIFESTE.
           05  WS-MAN-FONCTION  PIC X(01) VALUE "V".
           05  WS-MAN-FICHIER   PIC X(30) VALUE "FICHIERSOR.txt".
           05  WS-MAN-PROGRAMME PIC X(08) VALUE "ARCHPERI".
           05  WS-MAN-POSITION  PIC 9(04) VALUE 73.
           05  WS-MAN-LONGUEUR  PIC 9(02) VALUE 9.
           05  WS-MAN-NB-ENREG  PIC 9(09) VALUE ZEROES.
           05  WS-MAN-TOTAL     PIC 9(13)V99 VALUE ZEROES.
           05  WS-MAN-CONTROLE  PIC 9(09) VALUE ZEROES.
           05  WS-MAN-STATUT    PIC X(01) VALUE SPACES.
               88  WS-MAN-ALTERE VALUE "2".

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
               MOVE 16 TO RETURN-CODE
               GO TO 0000-MAIN-FIN
           END-IF.
      *
           DISPLAY "ARCHIVAGE DE FIN DE PERIODE DES MOUVEMENTS SOLDES".
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATE-JOUR.

           DISPLAY "MOIS CONSERVES EN LIGNE (DEFAUT 12): "
                   NO ADVANCING.
           MOVE SPACES TO WS-SAISIE.
           ACCEPT WS-SAISIE.
           IF FUNCTION TEST-NUMVAL (WS-SAISIE) = 0
           AND FUNCTION NUMVAL (WS-SAISIE) > ZEROES
               COMPUTE WS-NB-MOIS = FUNCTION NUMVAL (WS-SAISIE)
           END-IF.
      *
      *********** DATE LIMITE = DATE DU JOUR MOINS N MOIS
           MOVE WS-DATE-JOUR (1:4) TO WS-ANNEE-LIMITE.
           MOVE WS-DATE-JOUR (5:2) TO WS-MOIS-LIMITE.
           SUBTRACT WS-NB-MOIS FROM WS-MOIS-LIMITE.
           PERFORM UNTIL WS-MOIS-LIMITE > ZEROES
               ADD 12 TO WS-MOIS-LIMITE
               SUBTRACT 1 FROM WS-ANNEE-LIMITE
           END-PERFORM.
           COMPUTE WS-DATE-LIMITE = WS-ANNEE-LIMITE * 10000
                 + WS-MOIS-LIMITE * 100 + 1.
           DISPLAY "ARCHIVAGE DES MOUVEMENTS ANTERIEURS AU "
                   WS-DATE-LIMITE.
      *
      *********** UN SEUL PASSAGE PAR JOUR (ARCHIVES DATEES)
           PERFORM 1000-LECTURE-CATALOGUE-DEBUT
              THRU 1000-LECTURE-CATALOGUE-FIN.
           IF WS-DEJA-ARCHIVE-OUI
               DISPLAY "*** ARCHIVAGE DEJA FAIT CE JOUR: "
                       "ARCHIVES " WS-DATE-JOUR " EXISTANTES ***"
               MOVE 8 TO RETURN-CODE
               GO TO 0000-MAIN-FIN
           END-IF.
      *
      *********** VERROU : TROIS FICHIERS PERMANENTS REECRITS
           MOVE "P" TO WS-VRO-ACTION.
           CALL 'VERROU' USING WS-VERROU
               ON EXCEPTION
                   MOVE "O" TO WS-VRO-OBTENU
           END-CALL.
           IF NOT WS-VRO-OBTENU-OUI
               DISPLAY "*** EXECUTION REFUSEE: VERROU DEJA TENU ***"
               MOVE 8 TO RETURN-CODE
               GO TO 0000-MAIN-FIN
           END-IF.
      *
      *********** REPRISE DES REECRITURES INTERROMPUES
           PERFORM 0100-INITIALISATION-GENERATIONS-DEBUT
              THRU 0100-INITIALISATION-GENERATIONS-FIN.
           PERFORM VARYING WS-NUM-GEN FROM 1 BY 1 UNTIL WS-NUM-GEN > 3
               MOVE WS-GEN-FICHIER (WS-NUM-GEN) TO WS-REE-FICHIER
               PERFORM 7000-REPRISE-REECRITURE-DEBUT
                  THRU 7000-REPRISE-REECRITURE-FIN
           END-PERFORM.
           IF RETURN-CODE >= 16
               PERFORM 9000-LIBERATION-VERROU-DEBUT
                  THRU 9000-LIBERATION-VERROU-FIN
               GO TO 0000-MAIN-FIN
           END-IF.
      *
      *********** CLIENTS SOLDES SELON LE DERNIER LETTRAGE
           PERFORM 2000-LECTURE-LETTRAGE-DEBUT
              THRU 2000-LECTURE-LETTRAGE-FIN.
           IF NOT WS-LETTRAGE-PRESENT-OUI
               DISPLAY "--> LETTRAGE-RAPPORT.txt ABSENT: LANCER "
                       "LETTRAGE AVANT L'ARCHIVAGE"
               MOVE 8 TO RETURN-CODE
               PERFORM 9000-LIBERATION-VERROU-DEBUT
                  THRU 9000-LIBERATION-VERROU-FIN
               GO TO 0000-MAIN-FIN
           END-IF.
      *
      *********** SOLDES AVANT ET MOUVEMENTS ARCHIVABLES
           PERFORM 3000-SOLDES-AVANT-DEBUT
              THRU 3000-SOLDES-AVANT-FIN.
           IF WS-TABLE-SATUREE-OUI
               DISPLAY "*** PLUS DE " WS-MAX-CLIENTS " CLIENTS: "
                       "PREUVE IMPOSSIBLE, AUCUN ARCHIVAGE ***"
               MOVE 8 TO RETURN-CODE
               PERFORM 9000-LIBERATION-VERROU-DEBUT
                  THRU 9000-LIBERATION-VERROU-FIN
               GO TO 0000-MAIN-FIN
           END-IF.

           PERFORM 3600-SELECTION-DEBUT
              THRU 3600-SELECTION-FIN.
           IF WS-NB-ARCHIVES = ZEROES
               DISPLAY "--> AUCUN MOUVEMENT SOLDE A ARCHIVER"
               PERFORM 9000-LIBERATION-VERROU-DEBUT
                  THRU 9000-LIBERATION-VERROU-FIN
               GO TO 0000-MAIN-FIN
           END-IF.
      *
      *********** NOUVELLES GENERATIONS ET ARCHIVES
           PERFORM 4000-ECRITURE-GENERATIONS-DEBUT
              THRU 4000-ECRITURE-GENERATIONS-FIN.
           IF RETURN-CODE >= 16
               PERFORM 6000-ABANDON-DEBUT
                  THRU 6000-ABANDON-FIN
               PERFORM 9000-LIBERATION-VERROU-DEBUT
                  THRU 9000-LIBERATION-VERROU-FIN
               GO TO 0000-MAIN-FIN
           END-IF.
      *
      *********** PREUVE : SOLDES RECALCULES SUR LES GENERATIONS
           PERFORM 5000-SOLDES-APRES-DEBUT
              THRU 5000-SOLDES-APRES-FIN.
           PERFORM 5500-COMPARAISON-DEBUT
              THRU 5500-COMPARAISON-FIN.
           PERFORM 6300-ECRITURE-RAPPORT-DEBUT
              THRU 6300-ECRITURE-RAPPORT-FIN.

           IF WS-NB-ECARTS > ZEROES
               DISPLAY "*** " WS-NB-ECARTS " CLIENT(S) EN ECART: "
                       "AUCUN FICHIER REMPLACE ***"
               PERFORM 6000-ABANDON-DEBUT
                  THRU 6000-ABANDON-FIN
               MOVE "E" TO WS-JRN-SEVERITE
               MOVE SPACES TO WS-JRN-MESSAGE
               STRING "ARCHIVAGE AU " WS-DATE-JOUR " ABANDONNE: "
                      WS-NB-ECARTS " CLIENT(S) EN ECART"
                      DELIMITED BY SIZE INTO WS-JRN-MESSAGE
               PERFORM 8000-JOURNALISATION-DEBUT
                  THRU 8000-JOURNALISATION-FIN
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM 6100-BASCULES-DEBUT
                  THRU 6100-BASCULES-FIN
               PERFORM 6200-ECRITURE-CATALOGUE-DEBUT
                  THRU 6200-ECRITURE-CATALOGUE-FIN
               MOVE SPACES TO WS-JRN-MESSAGE
               STRING "LIMITE " WS-DATE-LIMITE ": " WS-NB-ARCHIVES
                      " CLIENT(S) " WS-NB-LIGNES-ARCHIVEES
                      " LIGNES ARCHIVEES"
                      DELIMITED BY SIZE INTO WS-JRN-MESSAGE
               PERFORM 8000-JOURNALISATION-DEBUT
                  THRU 8000-JOURNALISATION-FIN
           END-IF.

           MOVE RETURN-CODE TO WS-RC-SAUVE.
           PERFORM 9000-LIBERATION-VERROU-DEBUT
              THRU 9000-LIBERATION-VERROU-FIN.
           MOVE WS-RC-SAUVE TO RETURN-CODE.

           DISPLAY "==============================================".
           DISPLAY "CLIENTS SOLDES AU LETTRAGE : " WS-NB-ELIGIBLES.
           DISPLAY "CLIENTS ARCHIVES           : " WS-NB-ARCHIVES.
           DISPLAY "LIGNES ARCHIVEES           : "
                   WS-NB-LIGNES-ARCHIVEES.
           DISPLAY "CLIENTS EN ECART           : " WS-NB-ECARTS.
           DISPLAY "==============================================".

       0000-MAIN-FIN.
           GOBACK.

      *******************************************************
      *  LES TROIS FICHIERS TRAITES ET LEUR CHAMP DE CONTROLE
      *******************************************************
       0100-INITIALISATION-GENERATIONS-DEBUT.

           INITIALIZE WS-TABLE-GENERATIONS.
           MOVE "R" TO WS-GEN-TYPE (1).
           MOVE "REGLEMENTS.txt" TO WS-GEN-FICHIER (1).
           MOVE 19 TO WS-GEN-POSITION (1).
           MOVE 9 TO WS-GEN-LONGUEUR (1).
           MOVE "A" TO WS-GEN-TYPE (2).
           MOVE "AVOIRS.txt" TO WS-GEN-FICHIER (2).
           MOVE 28 TO WS-GEN-POSITION (2).
           MOVE 9 TO WS-GEN-LONGUEUR (2).
           MOVE "H" TO WS-GEN-TYPE (3).
           MOVE "FACTURES-HISTORIQUE.txt" TO WS-GEN-FICHIER (3).
           MOVE 82 TO WS-GEN-POSITION (3).
           MOVE 10 TO WS-GEN-LONGUEUR (3).

           MOVE SPACES TO WS-GEN-ARCHIVE (1).
           STRING "REGLEMENTS-ARCH-" WS-DATE-JOUR ".txt"
                  DELIMITED BY SIZE INTO WS-GEN-ARCHIVE (1).
           MOVE SPACES TO WS-GEN-ARCHIVE (2).
           STRING "AVOIRS-ARCH-" WS-DATE-JOUR ".txt"
                  DELIMITED BY SIZE INTO WS-GEN-ARCHIVE (2).
           MOVE SPACES TO WS-GEN-ARCHIVE (3).
           STRING "FACTURES-HISTORIQUE-ARCH-" WS-DATE-JOUR ".txt"
                  DELIMITED BY SIZE INTO WS-GEN-ARCHIVE (3).

           PERFORM VARYING WS-NUM-GEN FROM 1 BY 1 UNTIL WS-NUM-GEN > 3
               MOVE "N" TO WS-GEN-PRESENT (WS-NUM-GEN)
                           WS-GEN-A-ECRIRE (WS-NUM-GEN)
                           WS-GEN-ECRITE (WS-NUM-GEN)
                           WS-GEN-BASCULE (WS-NUM-GEN)
           END-PERFORM.

       0100-INITIALISATION-GENERATIONS-FIN.
           EXIT.

      *******************************************************
      *  CATALOGUE : UN ARCHIVAGE A-T-IL DEJA EU LIEU CE JOUR ?
      *******************************************************
       1000-LECTURE-CATALOGUE-DEBUT.

           OPEN INPUT FARCHCAT.
           IF NOT WS-STATUS-FILE-FARCHCAT-OK
               GO TO 1000-LECTURE-CATALOGUE-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FARCHCAT-OK
               READ FARCHCAT
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ARC-DATE = WS-DATE-JOUR
                           MOVE "O" TO WS-DEJA-ARCHIVE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FARCHCAT.

       1000-LECTURE-CATALOGUE-FIN.
           EXIT.

      *******************************************************
      *  LECTURE DU LETTRAGE : STATUT DES FACTURES PAR CLIENT
      *  ET NUMEROS DE L'EDITION EN COURS
      *******************************************************
       2000-LECTURE-LETTRAGE-DEBUT.

           OPEN INPUT FLETTRAGE.
           IF NOT WS-STATUS-FILE-FLETTRAGE-OK
               GO TO 2000-LECTURE-LETTRAGE-FIN
           END-IF.
           MOVE "O" TO WS-LETTRAGE-PRESENT.

           PERFORM UNTIL NOT WS-STATUS-FILE-FLETTRAGE-OK
               READ FLETTRAGE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LET-NUMERO IS NUMERIC
                       AND (LET-STATUT = "SOLDEE   "
                         OR LET-STATUT = "PARTIELLE"
                         OR LET-STATUT = "OUVERTE  ")
                           MOVE LET-CLIENT TO WS-ID-CHERCHE
                           PERFORM 2100-RECHERCHE-CLIENT-DEBUT
                              THRU 2100-RECHERCHE-CLIENT-FIN
                           IF WS-POS > ZEROES
                               IF LET-STATUT = "SOLDEE   "
                                   ADD 1 TO WS-CLI-SOLDEES (WS-POS)
                               ELSE
                                   ADD 1 TO WS-CLI-OUVERTES (WS-POS)
                               END-IF
                           END-IF
                           IF WS-NB-EN-COURS < WS-MAX-EN-COURS
                               ADD 1 TO WS-NB-EN-COURS
                               MOVE LET-NUMERO
                                    TO WS-ENC-NUMERO (WS-NB-EN-COURS)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FLETTRAGE.

      ****** SOLDE : AU MOINS UNE FACTURE SOLDEE, AUCUNE AUTRE
           PERFORM VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-NB-CLIENTS
               IF WS-CLI-SOLDEES (WS-INDICE) > ZEROES
               AND WS-CLI-OUVERTES (WS-INDICE) = ZEROES
                   MOVE "O" TO WS-CLI-ELIGIBLE (WS-INDICE)
                   ADD 1 TO WS-NB-ELIGIBLES
               END-IF
           END-PERFORM.
           DISPLAY "CLIENTS SOLDES AU LETTRAGE: " WS-NB-ELIGIBLES.

       2000-LECTURE-LETTRAGE-FIN.
           EXIT.

      *******************************************************
      *  RECHERCHE DU CLIENT WS-ID-CHERCHE (AJOUT S'IL EST
      *  NOUVEAU) : WS-POS A ZERO SI LA TABLE EST PLEINE
      *******************************************************
       2100-RECHERCHE-CLIENT-DEBUT.

           MOVE ZEROES TO WS-POS.
           PERFORM VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-NB-CLIENTS
                      OR WS-POS > ZEROES
               IF WS-CLI-ID (WS-INDICE) = WS-ID-CHERCHE
                   SET WS-POS TO WS-INDICE
               END-IF
           END-PERFORM.
           IF WS-POS > ZEROES
               GO TO 2100-RECHERCHE-CLIENT-FIN
           END-IF.

           IF WS-NB-CLIENTS < WS-MAX-CLIENTS
               ADD 1 TO WS-NB-CLIENTS
               MOVE WS-NB-CLIENTS TO WS-POS
               INITIALIZE WS-CLI-ENTRY (WS-POS)
               MOVE WS-ID-CHERCHE TO WS-CLI-ID (WS-POS)
               MOVE "N" TO WS-CLI-ELIGIBLE (WS-POS)
                           WS-CLI-TVA-MIXTE (WS-POS)
                           WS-CLI-ECART (WS-POS)
           ELSE
               MOVE "O" TO WS-TABLE-SATUREE
           END-IF.

       2100-RECHERCHE-CLIENT-FIN.
           EXIT.

      *******************************************************
      *  LE NUMERO WS-NUMFACT-TESTE EST-IL UNE FACTURE DE
      *  L'EDITION EN COURS ?
      *******************************************************
       2200-FACTURE-EN-COURS-DEBUT.

           MOVE "N" TO WS-EN-COURS.
           IF WS-NUMFACT-TESTE IS NOT NUMERIC
           OR WS-NUMFACT-TESTE = "00000000"
               GO TO 2200-FACTURE-EN-COURS-FIN
           END-IF.

           PERFORM VARYING WS-INDICE2 FROM 1 BY 1
                   UNTIL WS-INDICE2 > WS-NB-EN-COURS
                      OR WS-EN-COURS-OUI
               IF WS-ENC-NUMERO (WS-INDICE2) = WS-NUMFACT-TESTE
                   MOVE "O" TO WS-EN-COURS
               END-IF
           END-PERFORM.

       2200-FACTURE-EN-COURS-FIN.
           EXIT.

      *******************************************************
      *  SOLDES AVANT ARCHIVAGE ET CUMULS ARCHIVABLES
      *******************************************************
       3000-SOLDES-AVANT-DEBUT.

           PERFORM 3100-FACTURES-EDITION-DEBUT
              THRU 3100-FACTURES-EDITION-FIN.
           PERFORM 3200-REMBOURSEMENTS-DEBUT
              THRU 3200-REMBOURSEMENTS-FIN.
           PERFORM 3300-REGLEMENTS-AVANT-DEBUT
              THRU 3300-REGLEMENTS-AVANT-FIN.
           PERFORM 3400-AVOIRS-AVANT-DEBUT
              THRU 3400-AVOIRS-AVANT-FIN.
           PERFORM 3500-HISTORIQUE-AVANT-DEBUT
              THRU 3500-HISTORIQUE-AVANT-FIN.

       3000-SOLDES-AVANT-FIN.
           EXIT.

      *******************************************************
      *  MONTANT DU DE L'EDITION (TTC S'IL EXISTE, COMME BALANCE)
      *******************************************************
       3100-FACTURES-EDITION-DEBUT.

           OPEN INPUT FCLISOR.
           IF NOT WS-STATUS-FILE-FCLISOR-OK
               DISPLAY "--> FICHIERSOR.txt ABSENT: SOLDES SANS "
                       "FACTURES DE L'EDITION"
               GO TO 3100-FACTURES-EDITION-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FCLISOR-OK
               READ FCLISOR
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RCLISOR-ID TO WS-ID-CHERCHE
                       PERFORM 2100-RECHERCHE-CLIENT-DEBUT
                          THRU 2100-RECHERCHE-CLIENT-FIN
                       IF WS-POS > ZEROES
                           IF RCLISOR-MONTANT-TTC IS NUMERIC
                           AND RCLISOR-MONTANT-TTC > ZEROES
                               ADD RCLISOR-MONTANT-TTC
                                   TO WS-CLI-DU (WS-POS)
                           ELSE
                               IF RCLISOR-MONTANT IS NUMERIC
                                   ADD RCLISOR-MONTANT
                                       TO WS-CLI-DU (WS-POS)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FCLISOR.

       3100-FACTURES-EDITION-FIN.
           EXIT.

      *******************************************************
      *  REMBOURSEMENTS DE CREDIT VERSES (FACULTATIF)
      *******************************************************
       3200-REMBOURSEMENTS-DEBUT.

           OPEN INPUT FREMB.
           IF NOT WS-STATUS-FILE-FREMB-OK
               GO TO 3200-REMBOURSEMENTS-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FREMB-OK
               READ FREMB
                   AT END
                       CONTINUE
                   NOT AT END
                       IF REMB-MONTANT IS NUMERIC
                           MOVE REMB-ID TO WS-ID-CHERCHE
                           PERFORM 2100-RECHERCHE-CLIENT-DEBUT
                              THRU 2100-RECHERCHE-CLIENT-FIN
                           IF WS-POS > ZEROES
                               ADD REMB-MONTANT TO WS-CLI-REMB (WS-POS)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FREMB.

       3200-REMBOURSEMENTS-FIN.
           EXIT.

      *******************************************************
      *  REGLEMENTS : CUMUL PAR CLIENT ET PART ARCHIVABLE
      *******************************************************
       3300-REGLEMENTS-AVANT-DEBUT.

           MOVE WS-GEN-FICHIER (1) TO WS-NOM-FREGL.
           OPEN INPUT FREGL.
           IF NOT WS-STATUS-FILE-FREGL-OK
               DISPLAY "--> REGLEMENTS.txt ABSENT"
               GO TO 3300-REGLEMENTS-AVANT-FIN
           END-IF.
           MOVE "O" TO WS-GEN-PRESENT (1).

           PERFORM UNTIL NOT WS-STATUS-FILE-FREGL-OK
               READ FREGL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RREGL-MONTANT IS NUMERIC
                           MOVE RREGL-ID TO WS-ID-CHERCHE
                           PERFORM 2100-RECHERCHE-CLIENT-DEBUT
                              THRU 2100-RECHERCHE-CLIENT-FIN
                       ELSE
                           MOVE ZEROES TO WS-POS
                       END-IF
                       IF WS-POS > ZEROES
                           ADD RREGL-MONTANT
                               TO WS-CLI-REGL-AVANT (WS-POS)
                           PERFORM 3310-TEST-REGLEMENT-DEBUT
                              THRU 3310-TEST-REGLEMENT-FIN
                           IF WS-A-ARCHIVER-OUI
                               IF RREGL-NUMFACT NOT = "REPORT"
                                   ADD 1 TO WS-CLI-NB-REGL (WS-POS)
                               END-IF
                               ADD RREGL-MONTANT
                                   TO WS-CLI-REGL-ARCH (WS-POS)
                               IF RREGL-DATE >
                                  WS-CLI-DATE-REGL (WS-POS)
                                   MOVE RREGL-DATE
                                        TO WS-CLI-DATE-REGL (WS-POS)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FREGL.

       3300-REGLEMENTS-AVANT-FIN.
           EXIT.

      *******************************************************
      *  UN REGLEMENT EST ARCHIVABLE : CLIENT SOLDE, DATE
      *  ANTERIEURE A LA LIMITE, PAS DE FACTURE EN COURS
      *******************************************************
       3310-TEST-REGLEMENT-DEBUT.

           MOVE "N" TO WS-A-ARCHIVER.
           IF WS-CLI-ELIGIBLE (WS-POS) NOT = "O"
               GO TO 3310-TEST-REGLEMENT-FIN
           END-IF.
           IF RREGL-DATE IS NOT NUMERIC
           OR RREGL-DATE >= WS-DATE-LIMITE
               GO TO 3310-TEST-REGLEMENT-FIN
           END-IF.
           MOVE RREGL-NUMFACT TO WS-NUMFACT-TESTE.
           PERFORM 2200-FACTURE-EN-COURS-DEBUT
              THRU 2200-FACTURE-EN-COURS-FIN.
           IF NOT WS-EN-COURS-OUI
               MOVE "O" TO WS-A-ARCHIVER
           END-IF.

       3310-TEST-REGLEMENT-FIN.
           EXIT.

      *******************************************************
      *  AVOIRS : CUMUL PAR CLIENT ET PART ARCHIVABLE
      *******************************************************
       3400-AVOIRS-AVANT-DEBUT.

           MOVE WS-GEN-FICHIER (2) TO WS-NOM-FAVOIR.
           OPEN INPUT FAVOIR.
           IF NOT WS-STATUS-FILE-FAVOIR-OK
               GO TO 3400-AVOIRS-AVANT-FIN
           END-IF.
           MOVE "O" TO WS-GEN-PRESENT (2).

           PERFORM UNTIL NOT WS-STATUS-FILE-FAVOIR-OK
               READ FAVOIR
                   AT END
                       CONTINUE
                   NOT AT END
                       IF AVR-MONTANT IS NUMERIC
                           MOVE AVR-ID TO WS-ID-CHERCHE
                           PERFORM 2100-RECHERCHE-CLIENT-DEBUT
                              THRU 2100-RECHERCHE-CLIENT-FIN
                       ELSE
                           MOVE ZEROES TO WS-POS
                       END-IF
                       IF WS-POS > ZEROES
                           ADD AVR-MONTANT
                               TO WS-CLI-AVR-AVANT (WS-POS)
                           PERFORM 3410-TEST-AVOIR-DEBUT
                              THRU 3410-TEST-AVOIR-FIN
                           IF WS-A-ARCHIVER-OUI
                               IF AVR-MOTIF (1:16) NOT =
                                  WS-LIBELLE-REPORT
                                   ADD 1 TO WS-CLI-NB-AVR (WS-POS)
                               END-IF
                               ADD AVR-MONTANT
                                   TO WS-CLI-AVR-ARCH (WS-POS)
                               IF AVR-DATE > WS-CLI-DATE-AVR (WS-POS)
                                   MOVE AVR-DATE
                                        TO WS-CLI-DATE-AVR (WS-POS)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FAVOIR.

       3400-AVOIRS-AVANT-FIN.
           EXIT.

      *******************************************************
      *  UN AVOIR EST ARCHIVABLE : MEMES REGLES (L'ESCOMPTE
      *  D'UNE FACTURE EN COURS RESTE EN LIGNE POUR LETTRAGE)
      *******************************************************
       3410-TEST-AVOIR-DEBUT.

           MOVE "N" TO WS-A-ARCHIVER.
           IF WS-CLI-ELIGIBLE (WS-POS) NOT = "O"
               GO TO 3410-TEST-AVOIR-FIN
           END-IF.
           IF AVR-DATE IS NOT NUMERIC
           OR AVR-DATE >= WS-DATE-LIMITE
               GO TO 3410-TEST-AVOIR-FIN
           END-IF.
           MOVE AVR-NUMFACT TO WS-NUMFACT-TESTE.
           PERFORM 2200-FACTURE-EN-COURS-DEBUT
              THRU 2200-FACTURE-EN-COURS-FIN.
           IF NOT WS-EN-COURS-OUI
               MOVE "O" TO WS-A-ARCHIVER
           END-IF.

       3410-TEST-AVOIR-FIN.
           EXIT.

      *******************************************************
      *  HISTORIQUE : CUMUL FACTURE PAR CLIENT (TTC S'IL EXISTE,
      *  SINON HT, COMME ARCHIVAGE) ET PART ARCHIVABLE
      *******************************************************
       3500-HISTORIQUE-AVANT-DEBUT.

           MOVE WS-GEN-FICHIER (3) TO WS-NOM-FHIST.
           OPEN INPUT FHIST.
           IF NOT WS-STATUS-FILE-FHIST-OK
               DISPLAY "--> FACTURES-HISTORIQUE.txt ABSENT"
               GO TO 3500-HISTORIQUE-AVANT-FIN
           END-IF.
           MOVE "O" TO WS-GEN-PRESENT (3).

           PERFORM UNTIL NOT WS-STATUS-FILE-FHIST-OK
               READ FHIST
                   AT END
                       CONTINUE
                   NOT AT END
                       IF HIST-TTC IS NUMERIC
                           MOVE HIST-CLIENT TO WS-ID-CHERCHE
                           PERFORM 2100-RECHERCHE-CLIENT-DEBUT
                              THRU 2100-RECHERCHE-CLIENT-FIN
                       ELSE
                           MOVE ZEROES TO WS-POS
                       END-IF
                       IF WS-POS > ZEROES
                           PERFORM 3520-MONTANT-HISTORIQUE-DEBUT
                              THRU 3520-MONTANT-HISTORIQUE-FIN
                           ADD WS-MONTANT-HIST
                               TO WS-CLI-HIST-AVANT (WS-POS)
                           PERFORM 3510-TEST-HISTORIQUE-DEBUT
                              THRU 3510-TEST-HISTORIQUE-FIN
                           IF WS-A-ARCHIVER-OUI
                               PERFORM 3530-CUMUL-HISTORIQUE-DEBUT
                                  THRU 3530-CUMUL-HISTORIQUE-FIN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FHIST.

       3500-HISTORIQUE-AVANT-FIN.
           EXIT.

      *******************************************************
      *  UNE LIGNE D'HISTORIQUE EST ARCHIVABLE : MEMES REGLES
      *******************************************************
       3510-TEST-HISTORIQUE-DEBUT.

           MOVE "N" TO WS-A-ARCHIVER.
           IF WS-CLI-ELIGIBLE (WS-POS) NOT = "O"
               GO TO 3510-TEST-HISTORIQUE-FIN
           END-IF.
           IF HIST-DATE IS NOT NUMERIC
           OR HIST-DATE >= WS-DATE-LIMITE
               GO TO 3510-TEST-HISTORIQUE-FIN
           END-IF.
           MOVE HIST-NUMFACT TO WS-NUMFACT-TESTE.
           PERFORM 2200-FACTURE-EN-COURS-DEBUT
              THRU 2200-FACTURE-EN-COURS-FIN.
           IF NOT WS-EN-COURS-OUI
               MOVE "O" TO WS-A-ARCHIVER
           END-IF.

       3510-TEST-HISTORIQUE-FIN.
           EXIT.

      *******************************************************
      *  MONTANT FACTURE D'UNE LIGNE D'HISTORIQUE
      *******************************************************
       3520-MONTANT-HISTORIQUE-DEBUT.

           MOVE ZEROES TO WS-MONTANT-HIST.
           IF HIST-TTC > ZEROES
               MOVE HIST-TTC TO WS-MONTANT-HIST
           ELSE
               IF HIST-MONTANT IS NUMERIC
                   MOVE HIST-MONTANT TO WS-MONTANT-HIST
               END-IF
           END-IF.

       3520-MONTANT-HISTORIQUE-FIN.
           EXIT.

      *******************************************************
      *  CUMUL D'UNE LIGNE D'HISTORIQUE ARCHIVABLE : LE TTC DU
      *  REPORT EST LE MONTANT FACTURE CUMULE, POUR QUE LA
      *  REGLE "TTC S'IL EXISTE, SINON HT" DONNE LE MEME TOTAL
      *******************************************************
       3530-CUMUL-HISTORIQUE-DEBUT.

           IF NOT (HIST-NUMFACT = ZEROES
                   AND HIST-NOM (1:16) = WS-LIBELLE-REPORT)
               ADD 1 TO WS-CLI-NB-HIST (WS-POS)
           END-IF.
           IF HIST-MONTANT IS NUMERIC
               ADD HIST-MONTANT TO WS-CLI-HT-ARCH (WS-POS)
           END-IF.
           IF HIST-TVA IS NUMERIC
               ADD HIST-TVA TO WS-CLI-TVA-ARCH (WS-POS)
           END-IF.
           ADD WS-MONTANT-HIST TO WS-CLI-TTC-ARCH (WS-POS).

           IF HIST-DATE > WS-CLI-DATE-HIST (WS-POS)
               MOVE HIST-DATE TO WS-CLI-DATE-HIST (WS-POS)
               MOVE HIST-DEPT TO WS-CLI-DEPT (WS-POS)
               MOVE HIST-SOCIETE TO WS-CLI-SOCIETE (WS-POS)
               MOVE HIST-DEVISE TO WS-CLI-DEVISE (WS-POS)
           END-IF.
           IF WS-CLI-CODE-TVA (WS-POS) = SPACES
               MOVE HIST-CODE-TVA TO WS-CLI-CODE-TVA (WS-POS)
           ELSE
               IF HIST-CODE-TVA NOT = WS-CLI-CODE-TVA (WS-POS)
                   MOVE "O" TO WS-CLI-TVA-MIXTE (WS-POS)
               END-IF
           END-IF.

       3530-CUMUL-HISTORIQUE-FIN.
           EXIT.

      *******************************************************
      *  SELECTION : CUMULS REPRESENTABLES SUR UNE LIGNE DE
      *  REPORT, CLIENTS ET FICHIERS A TRAITER
      *******************************************************
       3600-SELECTION-DEBUT.

           PERFORM VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-NB-CLIENTS
               IF WS-CLI-ELIGIBLE (WS-INDICE) = "O"
                   IF WS-CLI-REGL-ARCH (WS-INDICE) > WS-MAX-MONTANT
                   OR WS-CLI-AVR-ARCH (WS-INDICE) > WS-MAX-MONTANT
                   OR WS-CLI-HT-ARCH (WS-INDICE) > WS-MAX-MONTANT
                   OR WS-CLI-TVA-ARCH (WS-INDICE) > WS-MAX-MONTANT
                   OR WS-CLI-TTC-ARCH (WS-INDICE) > WS-MAX-TTC
                       MOVE "D" TO WS-CLI-ELIGIBLE (WS-INDICE)
                       DISPLAY "--> CLIENT " WS-CLI-ID (WS-INDICE)
                               " NON ARCHIVE: CUMUL TROP ELEVE POUR"
                               " UN REPORT"
                   END-IF
               END-IF
               IF WS-CLI-ELIGIBLE (WS-INDICE) = "O"
                   IF WS-CLI-NB-REGL (WS-INDICE) > ZEROES
                       MOVE "O" TO WS-GEN-A-ECRIRE (1)
                   END-IF
                   IF WS-CLI-NB-AVR (WS-INDICE) > ZEROES
                       MOVE "O" TO WS-GEN-A-ECRIRE (2)
                   END-IF
                   IF WS-CLI-NB-HIST (WS-INDICE) > ZEROES
                       MOVE "O" TO WS-GEN-A-ECRIRE (3)
                   END-IF
                   IF WS-CLI-NB-REGL (WS-INDICE) > ZEROES
                   OR WS-CLI-NB-AVR (WS-INDICE) > ZEROES
                   OR WS-CLI-NB-HIST (WS-INDICE) > ZEROES
                       ADD 1 TO WS-NB-ARCHIVES
                   END-IF
               END-IF
           END-PERFORM.

       3600-SELECTION-FIN.
           EXIT.

      *******************************************************
      *  ECRITURE DES NOUVELLES GENERATIONS ET DES ARCHIVES
      *  (LES FICHIERS SANS MOUVEMENT ARCHIVE NE SONT PAS
      *  REECRITS)
      *******************************************************
       4000-ECRITURE-GENERATIONS-DEBUT.

           IF WS-GEN-A-ECRIRE (1) = "O"
               PERFORM 4100-GENERATION-REGLEMENTS-DEBUT
                  THRU 4100-GENERATION-REGLEMENTS-FIN
           END-IF.
           IF RETURN-CODE < 16
           AND WS-GEN-A-ECRIRE (2) = "O"
               PERFORM 4200-GENERATION-AVOIRS-DEBUT
                  THRU 4200-GENERATION-AVOIRS-FIN
           END-IF.
           IF RETURN-CODE < 16
           AND WS-GEN-A-ECRIRE (3) = "O"
               PERFORM 4300-GENERATION-HISTORIQUE-DEBUT
                  THRU 4300-GENERATION-HISTORIQUE-FIN
           END-IF.

       4000-ECRITURE-GENERATIONS-FIN.
           EXIT.

      *******************************************************
      *  REGLEMENTS : REPORTS EN TETE, PUIS LES LIGNES RESTANT
      *  EN LIGNE ; LES ARCHIVABLES PARTENT DANS L'ARCHIVE
      *******************************************************
       4100-GENERATION-REGLEMENTS-DEBUT.

           MOVE 1 TO WS-NUM-GEN.
           PERFORM 7100-GENERATION-DEBUT THRU 7100-GENERATION-FIN.
           MOVE WS-REE-NOUVEAU TO WS-NOM-FREGLGEN.
           MOVE WS-GEN-ARCHIVE (1) TO WS-NOM-FREGLARC.

           OPEN OUTPUT FREGLGEN.
           IF NOT WS-STATUS-FILE-FREGLGEN-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FREGLGEN': "
                       WS-STATUS-FILE-FREGLGEN
               MOVE 16 TO RETURN-CODE
               GO TO 4100-GENERATION-REGLEMENTS-FIN
           END-IF.
           MOVE "O" TO WS-GEN-ECRITE (1).
           OPEN OUTPUT FREGLARC.
           IF NOT WS-STATUS-FILE-FREGLARC-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FREGLARC': "
                       WS-STATUS-FILE-FREGLARC
               CLOSE FREGLGEN
               MOVE 16 TO RETURN-CODE
               GO TO 4100-GENERATION-REGLEMENTS-FIN
           END-IF.
      *
      ****** LIGNES DE REPORT A NOUVEAU EN TETE DE FICHIER
           PERFORM VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-NB-CLIENTS
               IF WS-CLI-ELIGIBLE (WS-INDICE) = "O"
               AND WS-CLI-NB-REGL (WS-INDICE) > ZEROES
                   MOVE SPACES TO RREGL
                   MOVE WS-CLI-ID (WS-INDICE) TO RREGL-ID
                   MOVE WS-CLI-DATE-REGL (WS-INDICE) TO RREGL-DATE
                   MOVE WS-CLI-REGL-ARCH (WS-INDICE) TO RREGL-MONTANT
                   MOVE "REPORT" TO RREGL-NUMFACT
                   MOVE RREGL TO RREGLGEN
                   WRITE RREGLGEN
                   ADD 1 TO WS-REE-NB-ENREG
                   ADD RREGL-MONTANT TO WS-REE-TOTAL
               END-IF
           END-PERFORM.
      *
      ****** LIGNES DU FICHIER VIVANT
           MOVE WS-GEN-FICHIER (1) TO WS-NOM-FREGL.
           OPEN INPUT FREGL.
           PERFORM UNTIL NOT WS-STATUS-FILE-FREGL-OK
               READ FREGL
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE "N" TO WS-A-ARCHIVER
                       IF RREGL-MONTANT IS NUMERIC
                           MOVE RREGL-ID TO WS-ID-CHERCHE
                           PERFORM 2100-RECHERCHE-CLIENT-DEBUT
                              THRU 2100-RECHERCHE-CLIENT-FIN
                           IF WS-POS > ZEROES
                               PERFORM 3310-TEST-REGLEMENT-DEBUT
                                  THRU 3310-TEST-REGLEMENT-FIN
                               IF WS-CLI-NB-REGL (WS-POS) = ZEROES
                                   MOVE "N" TO WS-A-ARCHIVER
                               END-IF
                           END-IF
                       END-IF
                       IF WS-A-ARCHIVER-OUI
                           MOVE RREGL TO RREGLARC
                           WRITE RREGLARC
                           ADD 1 TO WS-GEN-NB-ARCH (1)
                           ADD RREGL-MONTANT TO WS-GEN-TOTAL-ARCH (1)
                       ELSE
                           MOVE RREGL TO RREGLGEN
                           WRITE RREGLGEN
                           ADD 1 TO WS-REE-NB-ENREG
                           IF RREGL-MONTANT IS NUMERIC
                               ADD RREGL-MONTANT TO WS-REE-TOTAL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FREGL.
           CLOSE FREGLGEN.
           CLOSE FREGLARC.
           PERFORM 4900-MEMORISATION-GENERATION-DEBUT
              THRU 4900-MEMORISATION-GENERATION-FIN.

       4100-GENERATION-REGLEMENTS-FIN.
           EXIT.

      *******************************************************
      *  AVOIRS : MEME TRAITEMENT
      *******************************************************
       4200-GENERATION-AVOIRS-DEBUT.

           MOVE 2 TO WS-NUM-GEN.
           PERFORM 7100-GENERATION-DEBUT THRU 7100-GENERATION-FIN.
           MOVE WS-REE-NOUVEAU TO WS-NOM-FAVOIRGEN.
           MOVE WS-GEN-ARCHIVE (2) TO WS-NOM-FAVOIRARC.

           OPEN OUTPUT FAVOIRGEN.
           IF NOT WS-STATUS-FILE-FAVOIRGEN-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FAVOIRGEN': "
                       WS-STATUS-FILE-FAVOIRGEN
               MOVE 16 TO RETURN-CODE
               GO TO 4200-GENERATION-AVOIRS-FIN
           END-IF.
           MOVE "O" TO WS-GEN-ECRITE (2).
           OPEN OUTPUT FAVOIRARC.
           IF NOT WS-STATUS-FILE-FAVOIRARC-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FAVOIRARC': "
                       WS-STATUS-FILE-FAVOIRARC
               CLOSE FAVOIRGEN
               MOVE 16 TO RETURN-CODE
               GO TO 4200-GENERATION-AVOIRS-FIN
           END-IF.
      *
      ****** LIGNES DE REPORT A NOUVEAU EN TETE DE FICHIER
           PERFORM VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-NB-CLIENTS
               IF WS-CLI-ELIGIBLE (WS-INDICE) = "O"
               AND WS-CLI-NB-AVR (WS-INDICE) > ZEROES
                   MOVE SPACES TO RAVOIR
                   MOVE WS-CLI-ID (WS-INDICE) TO AVR-ID
                   MOVE WS-CLI-DATE-AVR (WS-INDICE) TO AVR-DATE
                   MOVE WS-CLI-AVR-ARCH (WS-INDICE) TO AVR-MONTANT
                   STRING WS-LIBELLE-REPORT " AU " WS-DATE-LIMITE
                          DELIMITED BY SIZE INTO AVR-MOTIF
                   MOVE RAVOIR TO RAVOIRGEN
                   WRITE RAVOIRGEN
                   ADD 1 TO WS-REE-NB-ENREG
                   ADD AVR-MONTANT TO WS-REE-TOTAL
               END-IF
           END-PERFORM.
      *
      ****** LIGNES DU FICHIER VIVANT
           MOVE WS-GEN-FICHIER (2) TO WS-NOM-FAVOIR.
           OPEN INPUT FAVOIR.
           PERFORM UNTIL NOT WS-STATUS-FILE-FAVOIR-OK
               READ FAVOIR
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE "N" TO WS-A-ARCHIVER
                       IF AVR-MONTANT IS NUMERIC
                           MOVE AVR-ID TO WS-ID-CHERCHE
                           PERFORM 2100-RECHERCHE-CLIENT-DEBUT
                              THRU 2100-RECHERCHE-CLIENT-FIN
                           IF WS-POS > ZEROES
                               PERFORM 3410-TEST-AVOIR-DEBUT
                                  THRU 3410-TEST-AVOIR-FIN
                               IF WS-CLI-NB-AVR (WS-POS) = ZEROES
                                   MOVE "N" TO WS-A-ARCHIVER
                               END-IF
                           END-IF
                       END-IF
                       IF WS-A-ARCHIVER-OUI
                           MOVE RAVOIR TO RAVOIRARC
                           WRITE RAVOIRARC
                           ADD 1 TO WS-GEN-NB-ARCH (2)
                           ADD AVR-MONTANT TO WS-GEN-TOTAL-ARCH (2)
                       ELSE
                           MOVE RAVOIR TO RAVOIRGEN
                           WRITE RAVOIRGEN
                           ADD 1 TO WS-REE-NB-ENREG
                           IF AVR-MONTANT IS NUMERIC
                               ADD AVR-MONTANT TO WS-REE-TOTAL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FAVOIR.
           CLOSE FAVOIRGEN.
           CLOSE FAVOIRARC.
           PERFORM 4900-MEMORISATION-GENERATION-DEBUT
              THRU 4900-MEMORISATION-GENERATION-FIN.

       4200-GENERATION-AVOIRS-FIN.
           EXIT.

      *******************************************************
      *  HISTORIQUE : MEME TRAITEMENT (UN REPORT PAR CLIENT,
      *  CODE TVA A BLANC QUAND LES LIGNES EN MELANGEAIENT)
      *******************************************************
       4300-GENERATION-HISTORIQUE-DEBUT.

           MOVE 3 TO WS-NUM-GEN.
           PERFORM 7100-GENERATION-DEBUT THRU 7100-GENERATION-FIN.
           MOVE WS-REE-NOUVEAU TO WS-NOM-FHISTGEN.
           MOVE WS-GEN-ARCHIVE (3) TO WS-NOM-FHISTARC.

           OPEN OUTPUT FHISTGEN.
           IF NOT WS-STATUS-FILE-FHISTGEN-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FHISTGEN': "
                       WS-STATUS-FILE-FHISTGEN
               MOVE 16 TO RETURN-CODE
               GO TO 4300-GENERATION-HISTORIQUE-FIN
           END-IF.
           MOVE "O" TO WS-GEN-ECRITE (3).
           OPEN OUTPUT FHISTARC.
           IF NOT WS-STATUS-FILE-FHISTARC-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FHISTARC': "
                       WS-STATUS-FILE-FHISTARC
               CLOSE FHISTGEN
               MOVE 16 TO RETURN-CODE
               GO TO 4300-GENERATION-HISTORIQUE-FIN
           END-IF.
      *
      ****** LIGNES DE REPORT A NOUVEAU EN TETE DE FICHIER
           PERFORM VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-NB-CLIENTS
               IF WS-CLI-ELIGIBLE (WS-INDICE) = "O"
               AND WS-CLI-NB-HIST (WS-INDICE) > ZEROES
                   MOVE SPACES TO RHIST
                   MOVE WS-CLI-DATE-HIST (WS-INDICE) TO HIST-DATE
                   MOVE ZEROES TO HIST-NUMFACT
                   MOVE WS-CLI-ID (WS-INDICE) TO HIST-CLIENT
                   MOVE WS-LIBELLE-REPORT TO HIST-NOM
                   MOVE WS-CLI-DEPT (WS-INDICE) TO HIST-DEPT
                   MOVE WS-CLI-SOCIETE (WS-INDICE) TO HIST-SOCIETE
                   IF WS-CLI-TVA-MIXTE (WS-INDICE) NOT = "O"
                       MOVE WS-CLI-CODE-TVA (WS-INDICE)
                            TO HIST-CODE-TVA
                   END-IF
                   MOVE WS-CLI-HT-ARCH (WS-INDICE) TO HIST-MONTANT
                   MOVE WS-CLI-TVA-ARCH (WS-INDICE) TO HIST-TVA
                   MOVE WS-CLI-TTC-ARCH (WS-INDICE) TO HIST-TTC
                   MOVE WS-CLI-DEVISE (WS-INDICE) TO HIST-DEVISE
                   MOVE ZEROES TO HIST-TAUX
                   MOVE WS-CLI-DATE-HIST (WS-INDICE) TO HIST-ECHEANCE
                   MOVE RHIST TO RHISTGEN
                   WRITE RHISTGEN
                   ADD 1 TO WS-REE-NB-ENREG
                   ADD HIST-TTC TO WS-REE-TOTAL
               END-IF
           END-PERFORM.
      *
      ****** LIGNES DU FICHIER VIVANT
           MOVE WS-GEN-FICHIER (3) TO WS-NOM-FHIST.
           OPEN INPUT FHIST.
           PERFORM UNTIL NOT WS-STATUS-FILE-FHIST-OK
               READ FHIST
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE "N" TO WS-A-ARCHIVER
                       IF HIST-TTC IS NUMERIC
                           MOVE HIST-CLIENT TO WS-ID-CHERCHE
                           PERFORM 2100-RECHERCHE-CLIENT-DEBUT
                              THRU 2100-RECHERCHE-CLIENT-FIN
                           IF WS-POS > ZEROES
                               PERFORM 3510-TEST-HISTORIQUE-DEBUT
                                  THRU 3510-TEST-HISTORIQUE-FIN
                               IF WS-CLI-NB-HIST (WS-POS) = ZEROES
                                   MOVE "N" TO WS-A-ARCHIVER
                               END-IF
                           END-IF
                       END-IF
                       IF WS-A-ARCHIVER-OUI
                           MOVE RHIST TO RHISTARC
                           WRITE RHISTARC
                           ADD 1 TO WS-GEN-NB-ARCH (3)
                           ADD HIST-TTC TO WS-GEN-TOTAL-ARCH (3)
                       ELSE
                           MOVE RHIST TO RHISTGEN
                           WRITE RHISTGEN
                           ADD 1 TO WS-REE-NB-ENREG
                           IF HIST-TTC IS NUMERIC
                               ADD HIST-TTC TO WS-REE-TOTAL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FHIST.
           CLOSE FHISTGEN.
           CLOSE FHISTARC.
           PERFORM 4900-MEMORISATION-GENERATION-DEBUT
              THRU 4900-MEMORISATION-GENERATION-FIN.

       4300-GENERATION-HISTORIQUE-FIN.
           EXIT.

      *******************************************************
      *  COMPTEURS DE CONTROLE GARDES POUR LA BASCULE
      *******************************************************
       4900-MEMORISATION-GENERATION-DEBUT.

           MOVE WS-REE-NOUVEAU TO WS-GEN-NOUVEAU (WS-NUM-GEN).
           MOVE WS-REE-NB-ENREG TO WS-GEN-NB-ENREG (WS-NUM-GEN).
           MOVE WS-REE-TOTAL TO WS-GEN-TOTAL (WS-NUM-GEN).
           ADD WS-GEN-NB-ARCH (WS-NUM-GEN) TO WS-NB-LIGNES-ARCHIVEES.
           DISPLAY "--> " FUNCTION TRIM (WS-GEN-FICHIER (WS-NUM-GEN))
                   ": " WS-GEN-NB-ARCH (WS-NUM-GEN)
                   " LIGNE(S) ARCHIVEE(S), " WS-REE-NB-ENREG
                   " EN LIGNE".

       4900-MEMORISATION-GENERATION-FIN.
           EXIT.

      *******************************************************
      *  SOLDES APRES : RELECTURE DES NOUVELLES GENERATIONS
      *  (LES FICHIERS NON REECRITS SONT REPRIS TELS QUELS)
      *******************************************************
       5000-SOLDES-APRES-DEBUT.

           MOVE WS-GEN-FICHIER (1) TO WS-NOM-FREGL.
           IF WS-GEN-ECRITE (1) = "O"
               MOVE WS-GEN-NOUVEAU (1) TO WS-NOM-FREGL
           END-IF.
           OPEN INPUT FREGL.
           PERFORM UNTIL NOT WS-STATUS-FILE-FREGL-OK
               READ FREGL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RREGL-MONTANT IS NUMERIC
                           MOVE RREGL-ID TO WS-ID-CHERCHE
                           PERFORM 2100-RECHERCHE-CLIENT-DEBUT
                              THRU 2100-RECHERCHE-CLIENT-FIN
                           IF WS-POS > ZEROES
                               ADD RREGL-MONTANT
                                   TO WS-CLI-REGL-APRES (WS-POS)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FREGL.
           MOVE WS-GEN-FICHIER (1) TO WS-NOM-FREGL.

           MOVE WS-GEN-FICHIER (2) TO WS-NOM-FAVOIR.
           IF WS-GEN-ECRITE (2) = "O"
               MOVE WS-GEN-NOUVEAU (2) TO WS-NOM-FAVOIR
           END-IF.
           OPEN INPUT FAVOIR.
           PERFORM UNTIL NOT WS-STATUS-FILE-FAVOIR-OK
               READ FAVOIR
                   AT END
                       CONTINUE
                   NOT AT END
                       IF AVR-MONTANT IS NUMERIC
                           MOVE AVR-ID TO WS-ID-CHERCHE
                           PERFORM 2100-RECHERCHE-CLIENT-DEBUT
                              THRU 2100-RECHERCHE-CLIENT-FIN
                           IF WS-POS > ZEROES
                               ADD AVR-MONTANT
                                   TO WS-CLI-AVR-APRES (WS-POS)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FAVOIR.
           MOVE WS-GEN-FICHIER (2) TO WS-NOM-FAVOIR.

           MOVE WS-GEN-FICHIER (3) TO WS-NOM-FHIST.
           IF WS-GEN-ECRITE (3) = "O"
               MOVE WS-GEN-NOUVEAU (3) TO WS-NOM-FHIST
           END-IF.
           OPEN INPUT FHIST.
           PERFORM UNTIL NOT WS-STATUS-FILE-FHIST-OK
               READ FHIST
                   AT END
                       CONTINUE
                   NOT AT END
                       IF HIST-TTC IS NUMERIC
                           MOVE HIST-CLIENT TO WS-ID-CHERCHE
                           PERFORM 2100-RECHERCHE-CLIENT-DEBUT
                              THRU 2100-RECHERCHE-CLIENT-FIN
                           IF WS-POS > ZEROES
                               PERFORM 3520-MONTANT-HISTORIQUE-DEBUT
                                  THRU 3520-MONTANT-HISTORIQUE-FIN
                               ADD WS-MONTANT-HIST
                                   TO WS-CLI-HIST-APRES (WS-POS)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FHIST.
           MOVE WS-GEN-FICHIER (3) TO WS-NOM-FHIST.

       5000-SOLDES-APRES-FIN.
           EXIT.

      *******************************************************
      *  COMPARAISON CLIENT PAR CLIENT DES DEUX SOLDES
      *******************************************************
       5500-COMPARAISON-DEBUT.

           PERFORM VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-NB-CLIENTS
               PERFORM 5510-SOLDES-CLIENT-DEBUT
                  THRU 5510-SOLDES-CLIENT-FIN
               IF WS-SOLDE-AVANT NOT = WS-SOLDE-APRES
               OR WS-HISTO-AVANT NOT = WS-HISTO-APRES
                   MOVE "O" TO WS-CLI-ECART (WS-INDICE)
                   ADD 1 TO WS-NB-ECARTS
                   DISPLAY "--> ECART SUR LE CLIENT "
                           WS-CLI-ID (WS-INDICE)
               END-IF
           END-PERFORM.

       5500-COMPARAISON-FIN.
           EXIT.

      *******************************************************
      *  SOLDES AVANT / APRES DU CLIENT WS-INDICE (REGLE DE
      *  BALANCE ET REGLE DE L'HISTORIQUE)
      *******************************************************
       5510-SOLDES-CLIENT-DEBUT.

           COMPUTE WS-SOLDE-AVANT = WS-CLI-DU (WS-INDICE)
                                  - WS-CLI-REGL-AVANT (WS-INDICE)
                                  - WS-CLI-AVR-AVANT (WS-INDICE)
                                  + WS-CLI-REMB (WS-INDICE).
           COMPUTE WS-SOLDE-APRES = WS-CLI-DU (WS-INDICE)
                                  - WS-CLI-REGL-APRES (WS-INDICE)
                                  - WS-CLI-AVR-APRES (WS-INDICE)
                                  + WS-CLI-REMB (WS-INDICE).
           COMPUTE WS-HISTO-AVANT = WS-CLI-HIST-AVANT (WS-INDICE)
                                  - WS-CLI-REGL-AVANT (WS-INDICE)
                                  - WS-CLI-AVR-AVANT (WS-INDICE).
           COMPUTE WS-HISTO-APRES = WS-CLI-HIST-APRES (WS-INDICE)
                                  - WS-CLI-REGL-APRES (WS-INDICE)
                                  - WS-CLI-AVR-APRES (WS-INDICE).

       5510-SOLDES-CLIENT-FIN.
           EXIT.

      *******************************************************
      *  ABANDON : GENERATIONS ET ARCHIVES SUPPRIMEES, LES
      *  FICHIERS VIVANTS SONT INTACTS
      *******************************************************
       6000-ABANDON-DEBUT.

           PERFORM VARYING WS-NUM-GEN FROM 1 BY 1 UNTIL WS-NUM-GEN > 3
               IF WS-GEN-ECRITE (WS-NUM-GEN) = "O"
                   MOVE WS-GEN-NOUVEAU (WS-NUM-GEN) TO WS-NOM-FICHIER
                   CALL "CBL_DELETE_FILE" USING WS-NOM-FICHIER
                       RETURNING WS-STATUT-SUPPRESSION
                   MOVE WS-GEN-ARCHIVE (WS-NUM-GEN) TO WS-NOM-FICHIER
                   CALL "CBL_DELETE_FILE" USING WS-NOM-FICHIER
                       RETURNING WS-STATUT-SUPPRESSION
               END-IF
           END-PERFORM.

       6000-ABANDON-FIN.
           EXIT.

      *******************************************************
      *  BASCULE DES GENERATIONS ECRITES ; UNE GENERATION
      *  REJETEE AU CONTROLE LAISSE SON FICHIER INTACT ET SON
      *  ARCHIVE EST SUPPRIMEE
      *******************************************************
       6100-BASCULES-DEBUT.

           PERFORM VARYING WS-NUM-GEN FROM 1 BY 1 UNTIL WS-NUM-GEN > 3
               IF WS-GEN-ECRITE (WS-NUM-GEN) = "O"
                   MOVE WS-GEN-FICHIER (WS-NUM-GEN) TO WS-REE-FICHIER
                   MOVE WS-GEN-NOUVEAU (WS-NUM-GEN) TO WS-REE-NOUVEAU
                   MOVE WS-GEN-POSITION (WS-NUM-GEN)
                        TO WS-REE-POSITION
                   MOVE WS-GEN-LONGUEUR (WS-NUM-GEN)
                        TO WS-REE-LONGUEUR
                   MOVE 2 TO WS-REE-DECIMALES
                   MOVE WS-GEN-NB-ENREG (WS-NUM-GEN)
                        TO WS-REE-NB-ENREG
                   MOVE WS-GEN-TOTAL (WS-NUM-GEN) TO WS-REE-TOTAL
                   PERFORM 7200-BASCULE-DEBUT THRU 7200-BASCULE-FIN
                   IF WS-REE-STATUT = "8"
                       MOVE WS-GEN-ARCHIVE (WS-NUM-GEN)
                            TO WS-NOM-FICHIER
                       CALL "CBL_DELETE_FILE" USING WS-NOM-FICHIER
                           RETURNING WS-STATUT-SUPPRESSION
                   ELSE
                       MOVE "O" TO WS-GEN-BASCULE (WS-NUM-GEN)
                   END-IF
               END-IF
           END-PERFORM.
      *
      ****** LES INDEX PAR CLIENT SONT RECONSTRUITS SUR LES
      ****** FICHIERS BASCULES
           IF WS-GEN-BASCULE (1) = "O"
               MOVE "R" TO WS-MVI-FICHIER
               PERFORM 6150-RECONSTRUCTION-INDEX-DEBUT
                  THRU 6150-RECONSTRUCTION-INDEX-FIN
           END-IF.
           IF WS-GEN-BASCULE (2) = "O"
               MOVE "A" TO WS-MVI-FICHIER
               PERFORM 6150-RECONSTRUCTION-INDEX-DEBUT
                  THRU 6150-RECONSTRUCTION-INDEX-FIN
           END-IF.

       6100-BASCULES-FIN.
           EXIT.

      *******************************************************
      *  INDEX PAR CLIENT (REGLEMENTS.IDX OU AVOIRS.IDX), S'IL
      *  EXISTE, RECONSTRUIT SUR LE FICHIER BASCULE
      *******************************************************
       6150-RECONSTRUCTION-INDEX-DEBUT.

           MOVE RETURN-CODE TO WS-RC-SAUVE.
           MOVE "T" TO WS-MVI-FONCTION.
           CALL 'MVTIDX' USING WS-MOUVEMENT-IDX
               ON EXCEPTION
                   MOVE "9" TO WS-MVI-STATUT
           END-CALL.
           IF WS-MVI-ABSENT
               GO TO 6150-RECONSTRUCTION-INDEX-SUITE
           END-IF.

           IF WS-MVI-FICHIER = "A"
               CALL 'AVOIRMIGRE'
                   ON EXCEPTION
                       MOVE 16 TO RETURN-CODE
               END-CALL
               IF RETURN-CODE > 4
                   DISPLAY "--> ! AVOIRS.IDX NON RECONSTRUIT: "
                           "RELANCER AVOIRMIGRE"
               END-IF
           ELSE
               CALL 'REGLMIGRE'
                   ON EXCEPTION
                       MOVE 16 TO RETURN-CODE
               END-CALL
               IF RETURN-CODE > 4
                   DISPLAY "--> ! REGLEMENTS.IDX NON RECONSTRUIT: "
                           "RELANCER REGLMIGRE"
               END-IF
           END-IF.

       6150-RECONSTRUCTION-INDEX-SUITE.
           MOVE WS-RC-SAUVE TO RETURN-CODE.

       6150-RECONSTRUCTION-INDEX-FIN.
           EXIT.

      *******************************************************
      *  INSCRIPTION DES ARCHIVES AU CATALOGUE
      *******************************************************
       6200-ECRITURE-CATALOGUE-DEBUT.

           OPEN EXTEND FARCHCAT.
           IF WS-STATUS-FILE-FARCHCAT-INEXISTANT
               OPEN OUTPUT FARCHCAT
           END-IF.
           IF NOT WS-STATUS-FILE-FARCHCAT-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FARCHCAT': "
                       WS-STATUS-FILE-FARCHCAT
               MOVE 16 TO RETURN-CODE
               GO TO 6200-ECRITURE-CATALOGUE-FIN
           END-IF.

           PERFORM VARYING WS-NUM-GEN FROM 1 BY 1 UNTIL WS-NUM-GEN > 3
               IF WS-GEN-BASCULE (WS-NUM-GEN) = "O"
                   MOVE SPACES TO RARCHCAT
                   MOVE WS-DATE-JOUR TO ARC-DATE
                   MOVE WS-DATE-LIMITE TO ARC-LIMITE
                   MOVE WS-GEN-TYPE (WS-NUM-GEN) TO ARC-TYPE
                   MOVE WS-GEN-ARCHIVE (WS-NUM-GEN) TO ARC-FICHIER
                   MOVE WS-GEN-NB-ARCH (WS-NUM-GEN) TO ARC-NB
                   MOVE WS-GEN-TOTAL-ARCH (WS-NUM-GEN) TO ARC-TOTAL
                   WRITE RARCHCAT
               END-IF
           END-PERFORM.
           CLOSE FARCHCAT.

       6200-ECRITURE-CATALOGUE-FIN.
           EXIT.

      *******************************************************
      *  COMPTE RENDU : LIGNES ARCHIVEES ET SOLDES AVANT /
      *  APRES DE CHAQUE CLIENT CONCERNE
      *******************************************************
       6300-ECRITURE-RAPPORT-DEBUT.

           OPEN OUTPUT FRAPPORT.
           IF NOT WS-STATUS-FILE-FRAPPORT-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FRAPPORT': "
                       WS-STATUS-FILE-FRAPPORT
               GO TO 6300-ECRITURE-RAPPORT-FIN
           END-IF.

           MOVE SPACES TO WS-LIGNE.
           STRING "ARCHIVAGE DE FIN DE PERIODE DU " WS-DATE-JOUR
                  " - MOUVEMENTS ANTERIEURS AU " WS-DATE-LIMITE
                  DELIMITED BY SIZE INTO WS-LIGNE.
           MOVE WS-LIGNE TO RRAPPORT.
           WRITE RRAPPORT.

           MOVE SPACES TO WS-LIGNE.
           STRING "CLIENT    REGL   AVR  HIST      SOLDE AVANT"
                  "      SOLDE APRES CONTROLE"
                  DELIMITED BY SIZE INTO WS-LIGNE.
           MOVE WS-LIGNE TO RRAPPORT.
           WRITE RRAPPORT.

           PERFORM VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-NB-CLIENTS
               IF (WS-CLI-ELIGIBLE (WS-INDICE) = "O"
                   AND (WS-CLI-NB-REGL (WS-INDICE) > ZEROES
                     OR WS-CLI-NB-AVR (WS-INDICE) > ZEROES
                     OR WS-CLI-NB-HIST (WS-INDICE) > ZEROES))
               OR WS-CLI-ECART (WS-INDICE) = "O"
                   PERFORM 5510-SOLDES-CLIENT-DEBUT
                      THRU 5510-SOLDES-CLIENT-FIN
                   MOVE WS-SOLDE-AVANT TO WS-EDIT-SOLDE
                   MOVE WS-SOLDE-APRES TO WS-EDIT-SOLDE2
                   IF WS-CLI-ECART (WS-INDICE) = "O"
                       MOVE "ECART" TO WS-EDIT-CONTROLE
                   ELSE
                       MOVE "OK" TO WS-EDIT-CONTROLE
                   END-IF
                   MOVE SPACES TO WS-LIGNE
                   STRING WS-CLI-ID (WS-INDICE) " "
                          WS-CLI-NB-REGL (WS-INDICE) " "
                          WS-CLI-NB-AVR (WS-INDICE) " "
                          WS-CLI-NB-HIST (WS-INDICE) " "
                          WS-EDIT-SOLDE " " WS-EDIT-SOLDE2 " "
                          WS-EDIT-CONTROLE
                          DELIMITED BY SIZE INTO WS-LIGNE
                   MOVE WS-LIGNE TO RRAPPORT
                   WRITE RRAPPORT
               END-IF
           END-PERFORM.

           MOVE SPACES TO WS-LIGNE.
           STRING "CLIENTS ARCHIVES: " WS-NB-ARCHIVES
                  "  LIGNES ARCHIVEES: " WS-NB-LIGNES-ARCHIVEES
                  "  CLIENTS EN ECART: " WS-NB-ECARTS
                  DELIMITED BY SIZE INTO WS-LIGNE.
           MOVE WS-LIGNE TO RRAPPORT.
           WRITE RRAPPORT.

           CLOSE FRAPPORT.

       6300-ECRITURE-RAPPORT-FIN.
           EXIT.

      *******************************************************
      *  REPRISE AU LANCEMENT D'UNE REECRITURE INTERROMPUE DU
      *  FICHIER DESIGNE PAR WS-REE-FICHIER
      *******************************************************
       7000-REPRISE-REECRITURE-DEBUT.

           MOVE "R" TO WS-REE-FONCTION.
           CALL 'REECRIT' USING WS-REECRITURE
               ON EXCEPTION
                   DISPLAY "--> SOUS-PROGRAMME REECRIT INTROUVABLE"
                   MOVE 16 TO RETURN-CODE
           END-CALL.

       7000-REPRISE-REECRITURE-FIN.
           EXIT.

      *******************************************************
      *  NOM DE LA NOUVELLE GENERATION DU FICHIER WS-NUM-GEN,
      *  COMPTEURS DE CONTROLE A ZERO
      *******************************************************
       7100-GENERATION-DEBUT.

           MOVE WS-GEN-FICHIER (WS-NUM-GEN) TO WS-REE-FICHIER.
           MOVE WS-GEN-POSITION (WS-NUM-GEN) TO WS-REE-POSITION.
           MOVE WS-GEN-LONGUEUR (WS-NUM-GEN) TO WS-REE-LONGUEUR.
           MOVE 2 TO WS-REE-DECIMALES.
           MOVE "N" TO WS-REE-FONCTION.
           CALL 'REECRIT' USING WS-REECRITURE
               ON EXCEPTION
                   MOVE WS-REE-FICHIER TO WS-REE-NOUVEAU
           END-CALL.
           MOVE ZEROES TO WS-REE-NB-ENREG WS-REE-TOTAL.

       7100-GENERATION-FIN.
           EXIT.

      *******************************************************
      *  CONTROLE DE LA NOUVELLE GENERATION PUIS BASCULE
      *******************************************************
       7200-BASCULE-DEBUT.

           MOVE "B" TO WS-REE-FONCTION.
           CALL 'REECRIT' USING WS-REECRITURE
               ON EXCEPTION
                   MOVE "9" TO WS-REE-STATUT
           END-CALL.
           IF NOT WS-REE-OK
               DISPLAY "*** " FUNCTION TRIM (WS-REE-FICHIER)
                       " NON REMPLACE ***"
               MOVE 16 TO RETURN-CODE
           END-IF.

       7200-BASCULE-FIN.
           EXIT.

      *******************************************************
      *  JOURNALISATION CENTRALE (LE CODE RETOUR EST GARDE)
      *******************************************************
       8000-JOURNALISATION-DEBUT.

           MOVE RETURN-CODE TO WS-RC-SAUVE.
           CALL 'LOGEVENT' USING WS-JOURNALISATION
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE WS-RC-SAUVE TO RETURN-CODE.

       8000-JOURNALISATION-FIN.
           EXIT.

      *******************************************************
      *  LIBERATION DU VERROU PARTAGE
      *******************************************************
       9000-LIBERATION-VERROU-DEBUT.

           MOVE "L" TO WS-VRO-ACTION.
           CALL 'VERROU' USING WS-VERROU
               ON EXCEPTION
                   CONTINUE
           END-CALL.

       9000-LIBERATION-VERROU-FIN.
           EXIT.
