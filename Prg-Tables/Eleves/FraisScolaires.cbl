       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRAISCOL.
       AUTHOR. GENEVIEVE GIANNASI.
       INSTALLATION. PERSONNAL PC.
       DATE-WRITTEN. 15-10-2026.
       DATE-COMPILED. 15-10-2026.
       SECURITY. NON-CONFIDENTIAL.
      ******************************************************************
      * OBJECTIF:
      * Frais de scolarite et de cantine : ils etaient factures depuis
      * un tableur alors que la chaine FACTURES, FACTEDIT, REMISEBANQ,
      * RELANCE et RELEVE sait facturer, prelever et relancer.
      *
      * Ce traitement genere, pour chaque eleve d'ELEVES-FICHIER.txt,
      * une ligne RCLIENT de facturation mensuelle (frequence M) :
      *   ID      : "SC" + numero d'eleve
      *   NOM     : le RESPONSABLE de l'eleve (le client)
      *   PRENOM  : prenom et nom de l'eleve, POSTE : ELEVE + classe
      *   MONTANT : la mensualite du bareme FRAIS-SCOLAIRES.txt
      *   adresse : celle de l'eleve ; departement tire du code postal
      *   societe, produit (ASSURANCES.txt) et code TVA : ceux de la
      *   carte FRAIS-PARAMETRES.txt
      * Le bareme porte une ligne par classe et par option ; une
      * ligne a blanc en option s'applique a tous les eleves, une
      * option (CANTINE, VOYAGE...) aux seuls eleves qui y sont
      * inscrits dans ELEVES-OPTIONS.txt. La classe du bareme est
      * une classe (5EME1), un niveau (5EME) ou TOUS ; la plus precise
      * l'emporte pour une meme option.
      *
      * Les freres et soeurs (meme RESPONSABLE, meme code postal) sont
      * regroupes sous un groupe payeur "FS" de GROUPES-CLIENTS.txt
      * (une facture par famille dans FACTEDIT) ; a partir du
      * deuxieme enfant (par age), la remise fratrie de la carte est
      * portee en remise client ("C") de REMISES-TABLE.txt, deduite
      * par FACTURES avant TVA.
      *
      * La carte FRAIS-PARAMETRES.txt (mot-cle=valeur, comme celle
      * de REVTARIF) :
      *   MODE=S           simulation (defaut) ou A application
      *   SOCIETE=XXXXX    code societe des frais (defaut SCOL)
      *   PRODUIT=99999999 produit d'ASSURANCES.txt (defaut 0)
      *   TVA=XX           code TVA (defaut a blanc, hors champ)
      *   REMISE-FRATRIE=99,99  taux de remise fratrie en %
      * En simulation seul FRAIS-SCOLAIRES-RAPPORT.txt est produit.
      * En application, sous le VERROU partage, FICHIERCLIENT.txt est
      * reecrit (un client deja present garde son mode de reglement
      * et sa prochaine date de facturation), ainsi que les groupes
      * "FS" et les remises des clients "SC" ; chaque fichier est
      * ecrit dans une nouvelle generation, controlee puis basculee
      * (sous-programme REECRIT). Un client "SC" dont
      * l'eleve n'est plus facturable est signale, jamais supprime :
      * il releve de la resiliation.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ******** CARTE PARAMETRE DES FRAIS (MOT-CLE=VALEUR)
           SELECT FPARAM ASSIGN TO "FRAIS-PARAMETRES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FPARAM.

      ******** BAREME DES FRAIS PAR CLASSE ET OPTION
           SELECT FTARIF ASSIGN TO "FRAIS-SCOLAIRES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FTARIF.

      ******** OPTIONS SUIVIES PAR LES ELEVES
           SELECT FOPTION ASSIGN TO "ELEVES-OPTIONS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FOPTION.

      ******** FICHIER DES ELEVES
           SELECT FELEVE ASSIGN TO "ELEVES-FICHIER.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FELEVE.

      ******** FICHIER CLIENT
           SELECT FCLIENT ASSIGN TO DYNAMIC WS-NOM-FCLIENT
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FCLIENT.

      ******** GROUPES DE CLIENTS
           SELECT FGROUPE ASSIGN TO DYNAMIC WS-NOM-FGROUPE
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FGROUPE.

      ******** TABLE DES REMISES COMMERCIALES
           SELECT FREMTAB ASSIGN TO DYNAMIC WS-NOM-FREMTAB
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FREMTAB.

      ******** RAPPORT DES FRAIS PAR FAMILLE
           SELECT FRAPPORT ASSIGN TO "FRAIS-SCOLAIRES-RAPPORT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FRAPPORT.

       DATA DIVISION.
       FILE SECTION.
      ******** CARTE PARAMETRE DES FRAIS (MOT-CLE=VALEUR)
       FD  FPARAM.
       01  RPARAM PIC X(80).

      ******** BAREME DES FRAIS PAR CLASSE ET OPTION (MONTANT
      ******** MENSUEL, 2 DECIMALES IMPLICITES)
       FD  FTARIF.
       01  RTARIF.
           05  TRF-CLASSE   PIC X(05).
           05  FILLER       PIC X(01).
           05  TRF-OPTION   PIC X(10).
           05  FILLER       PIC X(01).
           05  TRF-LIBELLE  PIC X(30).
           05  FILLER       PIC X(01).
           05  TRF-MONTANT  PIC 9(05)V99.

      ******** OPTIONS SUIVIES PAR LES ELEVES
       FD  FOPTION.
       01  ROPTION.
           05  OPT-NUMERO   PIC 9(06).
           05  FILLER       PIC X(01).
           05  OPT-CODE     PIC X(10).

      ******** FICHIER DES ELEVES
       FD  FELEVE.
       01  RELEVE.
           05  ELV-NUMERO         PIC 9(06).
           05  FILLER             PIC X(01).
           05  ELV-PRENOM         PIC X(07).
           05  FILLER             PIC X(01).
           05  ELV-NOM            PIC X(07).
           05  FILLER             PIC X(01).
           05  ELV-DATE-NAISSANCE PIC 9(08).
           05  FILLER             PIC X(01).
           05  ELV-CLASSE         PIC X(05).
           05  FILLER             PIC X(01).
           05  ELV-RESPONSABLE    PIC X(20).
           05  FILLER             PIC X(01).
           05  ELV-RUE            PIC X(30).
           05  FILLER             PIC X(01).
           05  ELV-CODEPOSTAL     PIC X(05).
           05  FILLER             PIC X(01).
           05  ELV-VILLE          PIC X(20).

      ******** FICHIER CLIENT
           COPY 'COBOL-FD-FCLIENT.CPY'.

      ******** GROUPES DE CLIENTS
       FD  FGROUPE.
       01  RGROUPE.
           05  GRP-GROUPE PIC X(08).
           05  FILLER     PIC X(01).
           05  GRP-MEMBRE PIC X(08).
           05  FILLER     PIC X(01).
           05  GRP-NOM    PIC X(30).

      ******** TABLE DES REMISES COMMERCIALES
       FD  FREMTAB.
       01  RREMTAB.
           05  REMT-TYPE    PIC X(01).
           05  FILLER       PIC X(01).
           05  REMT-CRITERE PIC X(08).
           05  FILLER       PIC X(01).
           05  REMT-SEUIL   PIC 9(07)V99.
           05  FILLER       PIC X(01).
           05  REMT-TAUX    PIC 9(02)V99.

      ******** RAPPORT DES FRAIS PAR FAMILLE
       FD  FRAPPORT.
       01  RRAPPORT PIC X(110).

       WORKING-STORAGE SECTION.
       01  WS-STATUS-FILE-FPARAM PIC X(02).
           88 WS-STATUS-FILE-FPARAM-OK  VALUE "00".
       01  WS-STATUS-FILE-FTARIF PIC X(02).
           88 WS-STATUS-FILE-FTARIF-OK  VALUE "00".
       01  WS-STATUS-FILE-FOPTION PIC X(02).
           88 WS-STATUS-FILE-FOPTION-OK  VALUE "00".
       01  WS-STATUS-FILE-FELEVE PIC X(02).
           88 WS-STATUS-FILE-FELEVE-OK  VALUE "00".
       01  WS-STATUS-FILE-FCLIENT PIC X(02).
           88 WS-STATUS-FILE-FCLIENT-OK  VALUE "00".
       01  WS-STATUS-FILE-FGROUPE PIC X(02).
           88 WS-STATUS-FILE-FGROUPE-OK  VALUE "00".
       01  WS-STATUS-FILE-FREMTAB PIC X(02).
           88 WS-STATUS-FILE-FREMTAB-OK  VALUE "00".
       01  WS-STATUS-FILE-FRAPPORT PIC X(02).
           88 WS-STATUS-FILE-FRAPPORT-OK  VALUE "00".

      ******************************************
      *  PARAMETRES DE LA CARTE
      ******************************************
       01  WS-PARAM-MODE PIC X(01) VALUE "S".
           88 WS-PARAM-APPLICATION VALUE "A".
       01  WS-PARAM-SOCIETE PIC X(05) VALUE "SCOL".
       01  WS-PARAM-PRODUIT PIC 9(08) VALUE ZEROES.
       01  WS-PARAM-TVA PIC X(02) VALUE SPACES.
       01  WS-PARAM-REMISE PIC 9(02)V99 VALUE ZEROES.

      ******************************************
      *  BAREME DES FRAIS
      ******************************************
       01  WS-TABLE-TARIFS.
           05 WS-TRF-ENTRY OCCURS 300 INDEXED BY WS-INDICE-TRF
                                     WS-INDICE-TRF2.
               10 WS-TRF-CLASSE  PIC X(05).
               10 WS-TRF-OPTION  PIC X(10).
               10 WS-TRF-LIBELLE PIC X(30).
               10 WS-TRF-MONTANT PIC 9(05)V99.
       01  WS-NB-TARIFS  PIC 9(03) VALUE ZEROES.
       01  WS-MAX-TARIFS PIC 9(03) VALUE 300.

      ******************************************
      *  OPTIONS SUIVIES PAR LES ELEVES
      ******************************************
       01  WS-TABLE-OPTIONS.
           05 WS-OPT-ENTRY OCCURS 5000 INDEXED BY WS-INDICE-OPT.
               10 WS-OPT-NUMERO PIC 9(06).
               10 WS-OPT-CODE   PIC X(10).
       01  WS-NB-OPTIONS  PIC 9(04) VALUE ZEROES.
       01  WS-MAX-OPTIONS PIC 9(04) VALUE 5000.

      ******************************************
      *  ELEVES, LEURS FRAIS ET LEUR RANG DANS LA FAMILLE
      ******************************************
       01  WS-TABLE-ELEVES.
           05 WS-ELV-ENTRY OCCURS 2000 INDEXED BY WS-INDICE-ELV.
               10 WS-ELV-NUMERO      PIC 9(06).
               10 WS-ELV-PRENOM      PIC X(07).
               10 WS-ELV-NOM         PIC X(07).
               10 WS-ELV-NAISSANCE   PIC 9(08).
               10 WS-ELV-CLASSE      PIC X(05).
               10 WS-ELV-RESPONSABLE PIC X(20).
               10 WS-ELV-RUE         PIC X(30).
               10 WS-ELV-CODEPOSTAL  PIC X(05).
               10 WS-ELV-VILLE       PIC X(20).
               10 WS-ELV-MONTANT     PIC 9(07)V99.
               10 WS-ELV-NB-COMPOSANTS PIC 9(02).
               10 WS-ELV-COMPOSANT   PIC 9(03) OCCURS 10.
               10 WS-ELV-FAMILLE     PIC 9(04).
               10 WS-ELV-RANG        PIC 9(02).
       01  WS-NB-ELEVES  PIC 9(04) VALUE ZEROES.
       01  WS-MAX-ELEVES PIC 9(04) VALUE 2000.
       01  WS-INDICE-ELV2 PIC 9(04) VALUE ZEROES.

      ******************************************
      *  RECHERCHE DES LIGNES DU BAREME D'UN ELEVE
      ******************************************
       01  WS-PRECISION PIC 9(01) VALUE ZEROES.
       01  WS-TABLE-PRECISIONS.
           05 WS-PRECISION-RETENUE PIC 9(01) OCCURS 10.
       01  WS-INDICE-CMP PIC 9(02) VALUE ZEROES.
       01  WS-COMPOSANT-TROUVE PIC 9(02) VALUE ZEROES.
       01  WS-OPTION-SUIVIE PIC X(01) VALUE "N".
           88 WS-OPTION-SUIVIE-OUI VALUE "O".

      ******************************************
      *  FAMILLES (RESPONSABLE ET CODE POSTAL)
      ******************************************
       01  WS-TABLE-FAMILLES.
           05 WS-FAM-ENTRY OCCURS 2000 INDEXED BY WS-INDICE-FAM.
               10 WS-FAM-RESPONSABLE PIC X(20).
               10 WS-FAM-CODEPOSTAL  PIC X(05).
               10 WS-FAM-NB-ENFANTS  PIC 9(02).
               10 WS-FAM-TOTAL       PIC 9(07)V99.
       01  WS-NB-FAMILLES  PIC 9(04) VALUE ZEROES.
       01  WS-FAMILLE-TROUVEE PIC 9(04) VALUE ZEROES.
       01  WS-RANG PIC 9(02) VALUE ZEROES.
       01  WS-GROUPE-FAMILLE PIC X(08) VALUE SPACES.

      ******************************************
      *  FICHIER CLIENT (IMAGES COMPLETES POUR REECRITURE)
      ******************************************
       01  WS-TABLE-CLIENTS.
           05 WS-CLIENT-ENTRY OCCURS 5000 INDEXED BY WS-INDICE.
               10 WS-CLIENT-IMAGE  PIC X(190).
               10 WS-CLIENT-TRAITE PIC X(01).
       01  WS-NB-CLIENTS  PIC 9(04) VALUE ZEROES.
       01  WS-MAX-CLIENTS PIC 9(04) VALUE 5000.
       01  WS-CLIENT-POSITION PIC 9(04) VALUE ZEROES.
       01  WS-CLIENT-ID PIC X(08) VALUE SPACES.
       01  WS-CLIENT-ID-R REDEFINES WS-CLIENT-ID.
           05 WS-CLIENT-ID-PREFIXE PIC X(02).
           05 WS-CLIENT-ID-NUMERO  PIC 9(06).
       01  WS-ETAT-CLIENT PIC X(09) VALUE SPACES.

      ******************************************
      *  GROUPES ET REMISES CONSERVES OU GENERES
      ******************************************
       01  WS-TABLE-GROUPES.
           05 WS-GRP-ENTRY OCCURS 5000 INDEXED BY WS-INDICE-GRP.
               10 WS-GRP-IMAGE PIC X(48).
       01  WS-NB-GROUPES  PIC 9(04) VALUE ZEROES.
       01  WS-MAX-GROUPES PIC 9(04) VALUE 5000.
       01  WS-TABLE-ANCIENS-GROUPES.
           05 WS-AGR-ENTRY OCCURS 2000 INDEXED BY WS-INDICE-AGR.
               10 WS-AGR-GROUPE PIC X(08).
               10 WS-AGR-MEMBRE PIC X(08).
       01  WS-NB-ANCIENS-GROUPES PIC 9(04) VALUE ZEROES.
       01  WS-TABLE-REMISES.
           05 WS-REM-ENTRY OCCURS 1000 INDEXED BY WS-INDICE-REM.
               10 WS-REM-IMAGE PIC X(25).
       01  WS-NB-REMISES  PIC 9(04) VALUE ZEROES.
       01  WS-MAX-REMISES PIC 9(04) VALUE 1000.

      ******************************************
      *  ZONES DE CALCUL ET D'EDITION
      ******************************************
       01  WS-MONTANT-INT PIC 9(07) VALUE ZEROES.
       01  WS-MONTANT-CENT PIC 9(09) VALUE ZEROES.
       01  WS-MONTANT-DEC PIC 9(02) VALUE ZEROES.
       01  WS-MONTANT-TEXTE PIC X(12) VALUE SPACES.
       01  WS-MONTANT-NET PIC 9(07)V99 VALUE ZEROES.
       01  WS-EDIT-MONTANT PIC Z.ZZZ.ZZ9,99.
       01  WS-EDIT-TAUX PIC Z9,99.
       01  WS-TOTAL-MENSUEL PIC 9(09)V99 VALUE ZEROES.
       01  WS-TOTAL-REMISES PIC 9(09)V99 VALUE ZEROES.
       01  WS-EDIT-TOTAL PIC ZZZ.ZZZ.ZZ9,99.
       01  WS-DATE-JOUR PIC 9(08) VALUE ZEROES.
       01  WS-LIGNE PIC X(110) VALUE SPACES.
       01  WS-RC-SAUVE PIC S9(04) VALUE ZEROES.

      ******************************************
      *  COMPTEURS DE FIN DE TRAITEMENT
      ******************************************
       01  WS-COMPTEUR-ELEVES-LUS PIC 9(05) VALUE ZEROES.
       01  WS-COMPTEUR-FACTURES PIC 9(05) VALUE ZEROES.
       01  WS-COMPTEUR-NOUVEAUX PIC 9(05) VALUE ZEROES.
       01  WS-COMPTEUR-SANS-TARIF PIC 9(05) VALUE ZEROES.
       01  WS-COMPTEUR-SANS-RESPONSABLE PIC 9(05) VALUE ZEROES.
       01  WS-COMPTEUR-CONFLITS PIC 9(05) VALUE ZEROES.
       01  WS-COMPTEUR-A-RESILIER PIC 9(05) VALUE ZEROES.
       01  WS-COMPTEUR-FRATRIES PIC 9(05) VALUE ZEROES.

      ***********************************************
      * VERROU D'EXECUTION PARTAGE (VERROU)
      ***********************************************
       01  WS-VERROU.
           05  WS-VRO-ACTION    PIC X(01) VALUE "P".
           05  WS-VRO-PROGRAMME PIC X(08) VALUE "FRAISCOL".
           05  WS-VRO-OBTENU    PIC X(01) VALUE "N".
               88  WS-VRO-OBTENU-OUI VALUE "O".

      ***********************************************
      * REECRITURE SURE DES FICHIERS PERMANENTS (REECRIT) :
      * CHAQUE FICHIER EST ECRIT DANS UNE NOUVELLE GENERATION,
      * CONTROLEE (NOMBRE, TOTAL) PUIS BASCULEE
      ***********************************************
       01  WS-NOM-FCLIENT PIC X(40) VALUE "FICHIERCLIENT.txt".
       01  WS-NOM-FGROUPE PIC X(40) VALUE "GROUPES-CLIENTS.txt".
       01  WS-NOM-FREMTAB PIC X(40) VALUE "REMISES-TABLE.txt".
       01  WS-REECRITURE.
           05  WS-REE-FONCTION  PIC X(01) VALUE "R".
           05  WS-REE-FICHIER   PIC X(40) VALUE SPACES.
           05  WS-REE-NOUVEAU   PIC X(40) VALUE SPACES.
           05  WS-REE-PROGRAMME PIC X(08) VALUE "FRAISCOL".
           05  WS-REE-POSITION  PIC 9(04) VALUE ZEROES.
           05  WS-REE-LONGUEUR  PIC 9(02) VALUE ZEROES.
           05  WS-REE-DECIMALES PIC 9(01) VALUE ZERO.
           05  WS-REE-NB-ENREG  PIC 9(09) VALUE ZEROES.
           05  WS-REE-TOTAL     PIC 9(13)V99 VALUE ZEROES.
           05  WS-REE-STATUT    PIC X(01) VALUE SPACES.
               88  WS-REE-OK VALUE "0" "1" "2".

       PROCEDURE DIVISION.
       0000-MAIN-DEB.
      *******************************************************
      *  PARAGRAPHE PRINCIPAL
      *******************************************************
           DISPLAY "FACTURATION DES FRAIS SCOLAIRES".
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATE-JOUR.
      *
      *********** CARTE PARAMETRE, BAREME ET OPTIONS
           PERFORM 1000-LECTURE-PARAMETRES-DEBUT
              THRU 1000-LECTURE-PARAMETRES-FIN.
           PERFORM 1500-CHARGEMENT-TARIFS-DEBUT
              THRU 1500-CHARGEMENT-TARIFS-FIN.
           IF WS-NB-TARIFS = ZEROES
               DISPLAY "--> BAREME FRAIS-SCOLAIRES.txt ABSENT OU VIDE"
               MOVE 16 TO RETURN-CODE
               GO TO 0000-MAIN-FIN
           END-IF.
           PERFORM 1600-CHARGEMENT-OPTIONS-DEBUT
              THRU 1600-CHARGEMENT-OPTIONS-FIN.
      *
      *********** ELEVES, FRAIS DE CHACUN ET FAMILLES
           PERFORM 2000-CHARGEMENT-ELEVES-DEBUT
              THRU 2000-CHARGEMENT-ELEVES-FIN.
           IF RETURN-CODE = 16
               GO TO 0000-MAIN-FIN
           END-IF.
           PERFORM 2500-CONSTITUTION-FAMILLES-DEBUT
              THRU 2500-CONSTITUTION-FAMILLES-FIN.
      *
      *********** EN APPLICATION, LE VERROU PROTEGE LA REECRITURE
           IF WS-PARAM-APPLICATION
               MOVE "P" TO WS-VRO-ACTION
               CALL 'VERROU' USING WS-VERROU
                   ON EXCEPTION
                       MOVE "O" TO WS-VRO-OBTENU
               END-CALL
               IF NOT WS-VRO-OBTENU-OUI
                   DISPLAY "*** EXECUTION REFUSEE: VERROU DEJA "
                           "TENU ***"
                   MOVE 8 TO RETURN-CODE
                   GO TO 0000-MAIN-FIN
               END-IF
      *
      ****** REPRISE D'UNE REECRITURE INTERROMPUE DES FICHIERS
               MOVE "FICHIERCLIENT.txt" TO WS-REE-FICHIER
               PERFORM 7000-REPRISE-REECRITURE-DEBUT
                  THRU 7000-REPRISE-REECRITURE-FIN
               MOVE "GROUPES-CLIENTS.txt" TO WS-REE-FICHIER
               PERFORM 7000-REPRISE-REECRITURE-DEBUT
                  THRU 7000-REPRISE-REECRITURE-FIN
               MOVE "REMISES-TABLE.txt" TO WS-REE-FICHIER
               PERFORM 7000-REPRISE-REECRITURE-DEBUT
                  THRU 7000-REPRISE-REECRITURE-FIN
               IF RETURN-CODE = 16
                   GO TO 0000-MAIN-LIBERATION
               END-IF
           END-IF.
      *
      *********** FICHIER CLIENT, GROUPES ET REMISES EN PLACE
           PERFORM 3000-CHARGEMENT-CLIENTS-DEBUT
              THRU 3000-CHARGEMENT-CLIENTS-FIN.
           IF RETURN-CODE = 16
               GO TO 0000-MAIN-LIBERATION
           END-IF.
           PERFORM 3100-CHARGEMENT-GROUPES-DEBUT
              THRU 3100-CHARGEMENT-GROUPES-FIN.
           PERFORM 3200-CHARGEMENT-REMISES-DEBUT
              THRU 3200-CHARGEMENT-REMISES-FIN.
      *
      *********** RAPPORT PAR FAMILLE ET LIGNES DE FACTURATION
           PERFORM 4000-EDITION-FAMILLES-DEBUT
              THRU 4000-EDITION-FAMILLES-FIN.
           IF RETURN-CODE = 16
               GO TO 0000-MAIN-LIBERATION
           END-IF.

           IF WS-COMPTEUR-SANS-TARIF > ZEROES
           OR WS-COMPTEUR-SANS-RESPONSABLE > ZEROES
           OR WS-COMPTEUR-CONFLITS > ZEROES
           OR WS-COMPTEUR-A-RESILIER > ZEROES
               MOVE 4 TO RETURN-CODE
           END-IF.
      *
      *********** REECRITURE EN APPLICATION
           IF WS-PARAM-APPLICATION
               PERFORM 5000-REECRITURE-CLIENTS-DEBUT
                  THRU 5000-REECRITURE-CLIENTS-FIN
               IF RETURN-CODE NOT = 16
                   PERFORM 5100-REECRITURE-GROUPES-DEBUT
                      THRU 5100-REECRITURE-GROUPES-FIN
                   PERFORM 5200-REECRITURE-REMISES-DEBUT
                      THRU 5200-REECRITURE-REMISES-FIN
               END-IF
           ELSE
               DISPLAY "--> SIMULATION: FICHIERCLIENT.txt INCHANGE"
           END-IF.

       0000-MAIN-LIBERATION.
           IF WS-PARAM-APPLICATION
               MOVE "L" TO WS-VRO-ACTION
               MOVE RETURN-CODE TO WS-RC-SAUVE
               CALL 'VERROU' USING WS-VERROU
                   ON EXCEPTION
                       CONTINUE
               END-CALL
               MOVE WS-RC-SAUVE TO RETURN-CODE
           END-IF.

           MOVE WS-TOTAL-MENSUEL TO WS-EDIT-TOTAL.
           DISPLAY "==============================================".
           DISPLAY "ELEVES LUS                : "
                   WS-COMPTEUR-ELEVES-LUS.
           DISPLAY "ELEVES FACTURES           : " WS-COMPTEUR-FACTURES.
           DISPLAY "DONT NOUVEAUX CLIENTS     : " WS-COMPTEUR-NOUVEAUX.
           DISPLAY "FAMILLES                  : " WS-NB-FAMILLES.
           DISPLAY "DONT FRATRIES GROUPEES    : " WS-COMPTEUR-FRATRIES.
           DISPLAY "SANS TARIF (NON FACTURES) : "
                   WS-COMPTEUR-SANS-TARIF.
           DISPLAY "SANS RESPONSABLE          : "
                   WS-COMPTEUR-SANS-RESPONSABLE.
           DISPLAY "IDENTIFIANTS EN CONFLIT   : " WS-COMPTEUR-CONFLITS.
           DISPLAY "CLIENTS A RESILIER        : "
                   WS-COMPTEUR-A-RESILIER.
           DISPLAY "MENSUALITES (AVANT REMISE): " WS-EDIT-TOTAL.
           MOVE WS-TOTAL-REMISES TO WS-EDIT-TOTAL.
           DISPLAY "REMISES FRATRIE           : " WS-EDIT-TOTAL.
           DISPLAY "==============================================".

       0000-MAIN-FIN.
           GOBACK.

      *******************************************************
      *  LECTURE DE LA CARTE PARAMETRE (MOT-CLE=VALEUR)
      *******************************************************
       1000-LECTURE-PARAMETRES-DEBUT.

           OPEN INPUT FPARAM.
           IF NOT WS-STATUS-FILE-FPARAM-OK
               DISPLAY "--> AUCUNE CARTE PARAMETRE: SIMULATION AVEC "
                       "LES VALEURS PAR DEFAUT"
               GO TO 1000-LECTURE-PARAMETRES-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FPARAM-OK
               READ FPARAM
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 1100-ANALYSE-PARAMETRE-DEBUT
                          THRU 1100-ANALYSE-PARAMETRE-FIN
               END-READ
           END-PERFORM.
           CLOSE FPARAM.

       1000-LECTURE-PARAMETRES-FIN.
           EXIT.

      *******************************************************
      *  ANALYSE D'UNE LIGNE DE LA CARTE PARAMETRE
      *******************************************************
       1100-ANALYSE-PARAMETRE-DEBUT.

           IF RPARAM (1:5) = "MODE="
               MOVE FUNCTION UPPER-CASE (RPARAM (6:1))
                    TO WS-PARAM-MODE
               IF WS-PARAM-APPLICATION
                   DISPLAY "--> MODE APPLICATION: LE FICHIER CLIENT "
                           "SERA REECRIT"
               END-IF
           END-IF.

           IF RPARAM (1:8) = "SOCIETE="
               MOVE RPARAM (9:5) TO WS-PARAM-SOCIETE
           END-IF.

           IF RPARAM (1:8) = "PRODUIT="
               IF RPARAM (9:8) IS NUMERIC
                   MOVE RPARAM (9:8) TO WS-PARAM-PRODUIT
               ELSE
                   DISPLAY "--> PARAMETRE PRODUIT INVALIDE: " RPARAM
               END-IF
           END-IF.

           IF RPARAM (1:4) = "TVA="
               MOVE RPARAM (5:2) TO WS-PARAM-TVA
           END-IF.

           IF RPARAM (1:15) = "REMISE-FRATRIE="
               IF FUNCTION TEST-NUMVAL (RPARAM (16:6)) = 0
               AND FUNCTION NUMVAL (RPARAM (16:6)) < 100
                   COMPUTE WS-PARAM-REMISE =
                           FUNCTION NUMVAL (RPARAM (16:6))
               ELSE
                   DISPLAY "--> PARAMETRE REMISE-FRATRIE INVALIDE: "
                           RPARAM
               END-IF
           END-IF.

       1100-ANALYSE-PARAMETRE-FIN.
           EXIT.

      *******************************************************
      *  CHARGEMENT DU BAREME DES FRAIS
      *******************************************************
       1500-CHARGEMENT-TARIFS-DEBUT.

           OPEN INPUT FTARIF.
           IF NOT WS-STATUS-FILE-FTARIF-OK
               GO TO 1500-CHARGEMENT-TARIFS-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FTARIF-OK
               READ FTARIF
                   AT END
                       CONTINUE
                   NOT AT END
                       IF TRF-MONTANT NOT NUMERIC
                       OR TRF-CLASSE = SPACES
                           DISPLAY "--> LIGNE DE BAREME IGNOREE: "
                                   RTARIF
                       ELSE
                           IF WS-NB-TARIFS < WS-MAX-TARIFS
                               ADD 1 TO WS-NB-TARIFS
                               SET WS-INDICE-TRF TO WS-NB-TARIFS
                               MOVE TRF-CLASSE
                                    TO WS-TRF-CLASSE (WS-INDICE-TRF)
                               MOVE TRF-OPTION
                                    TO WS-TRF-OPTION (WS-INDICE-TRF)
                               MOVE TRF-LIBELLE
                                    TO WS-TRF-LIBELLE (WS-INDICE-TRF)
                               MOVE TRF-MONTANT
                                    TO WS-TRF-MONTANT (WS-INDICE-TRF)
                           ELSE
                               DISPLAY "--> ! PLUS DE " WS-MAX-TARIFS
                                       " LIGNES DE BAREME!"
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FTARIF.

           DISPLAY "NOMBRE DE LIGNES DE BAREME: " WS-NB-TARIFS.

       1500-CHARGEMENT-TARIFS-FIN.
           EXIT.

      *******************************************************
      *  CHARGEMENT DES OPTIONS SUIVIES (FICHIER FACULTATIF :
      *  SANS LUI, SEULES LES LIGNES SANS OPTION S'APPLIQUENT)
      *******************************************************
       1600-CHARGEMENT-OPTIONS-DEBUT.

           OPEN INPUT FOPTION.
           IF NOT WS-STATUS-FILE-FOPTION-OK
               DISPLAY "--> ELEVES-OPTIONS.txt ABSENT: FRAIS DE BASE "
                       "SEULEMENT"
               GO TO 1600-CHARGEMENT-OPTIONS-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FOPTION-OK
               READ FOPTION
                   AT END
                       CONTINUE
                   NOT AT END
                       IF OPT-NUMERO NUMERIC
                       AND OPT-CODE NOT = SPACES
                       AND WS-NB-OPTIONS < WS-MAX-OPTIONS
                           ADD 1 TO WS-NB-OPTIONS
                           SET WS-INDICE-OPT TO WS-NB-OPTIONS
                           MOVE OPT-NUMERO
                                TO WS-OPT-NUMERO (WS-INDICE-OPT)
                           MOVE OPT-CODE
                                TO WS-OPT-CODE (WS-INDICE-OPT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FOPTION.

           DISPLAY "NOMBRE D'INSCRIPTIONS AUX OPTIONS: " WS-NB-OPTIONS.

       1600-CHARGEMENT-OPTIONS-FIN.
           EXIT.

      *******************************************************
      *  CHARGEMENT DES ELEVES ET CALCUL DE LEURS FRAIS
      *******************************************************
       2000-CHARGEMENT-ELEVES-DEBUT.

           OPEN INPUT FELEVE.
           IF NOT WS-STATUS-FILE-FELEVE-OK
               DISPLAY "ERREUR OUVERTURE FICHIER ELEVES-FICHIER: "
                       WS-STATUS-FILE-FELEVE
               MOVE 16 TO RETURN-CODE
               GO TO 2000-CHARGEMENT-ELEVES-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FELEVE-OK
               READ FELEVE
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO WS-COMPTEUR-ELEVES-LUS
                       IF WS-NB-ELEVES < WS-MAX-ELEVES
                           ADD 1 TO WS-NB-ELEVES
                           SET WS-INDICE-ELV TO WS-NB-ELEVES
                           PERFORM 2100-CALCUL-FRAIS-ELEVE-DEBUT
                              THRU 2100-CALCUL-FRAIS-ELEVE-FIN
                       ELSE
                           DISPLAY "--> ! PLUS DE " WS-MAX-ELEVES
                                   " ELEVES!"
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FELEVE.

       2000-CHARGEMENT-ELEVES-FIN.
           EXIT.

      *******************************************************
      *  FRAIS D'UN ELEVE : POUR CHAQUE OPTION (OU A BLANC),
      *  LA LIGNE DE BAREME LA PLUS PRECISE (CLASSE, PUIS
      *  NIVEAU, PUIS TOUS)
      *******************************************************
       2100-CALCUL-FRAIS-ELEVE-DEBUT.

           MOVE ELV-NUMERO      TO WS-ELV-NUMERO (WS-INDICE-ELV).
           MOVE ELV-PRENOM      TO WS-ELV-PRENOM (WS-INDICE-ELV).
           MOVE ELV-NOM         TO WS-ELV-NOM (WS-INDICE-ELV).
           MOVE ELV-DATE-NAISSANCE
                                TO WS-ELV-NAISSANCE (WS-INDICE-ELV).
           MOVE ELV-CLASSE      TO WS-ELV-CLASSE (WS-INDICE-ELV).
           MOVE ELV-RESPONSABLE TO WS-ELV-RESPONSABLE (WS-INDICE-ELV).
           MOVE ELV-RUE         TO WS-ELV-RUE (WS-INDICE-ELV).
           MOVE ELV-CODEPOSTAL  TO WS-ELV-CODEPOSTAL (WS-INDICE-ELV).
           MOVE ELV-VILLE       TO WS-ELV-VILLE (WS-INDICE-ELV).
           MOVE ZEROES TO WS-ELV-MONTANT (WS-INDICE-ELV)
                          WS-ELV-NB-COMPOSANTS (WS-INDICE-ELV)
                          WS-ELV-FAMILLE (WS-INDICE-ELV)
                          WS-ELV-RANG (WS-INDICE-ELV).

           PERFORM VARYING WS-INDICE-TRF FROM 1 BY 1
                   UNTIL WS-INDICE-TRF > WS-NB-TARIFS
               MOVE ZEROES TO WS-PRECISION
               EVALUATE TRUE
                   WHEN WS-TRF-CLASSE (WS-INDICE-TRF) = ELV-CLASSE
                       MOVE 3 TO WS-PRECISION
                   WHEN WS-TRF-CLASSE (WS-INDICE-TRF) = "TOUS "
                       MOVE 1 TO WS-PRECISION
                   WHEN WS-TRF-CLASSE (WS-INDICE-TRF) (5:1) = SPACE
                   AND WS-TRF-CLASSE (WS-INDICE-TRF) (1:4)
                       = ELV-CLASSE (1:4)
                       MOVE 2 TO WS-PRECISION
               END-EVALUATE
      ****** UNE OPTION NE S'APPLIQUE QU'AUX ELEVES INSCRITS
               IF WS-PRECISION > ZEROES
               AND WS-TRF-OPTION (WS-INDICE-TRF) NOT = SPACES
                   MOVE "N" TO WS-OPTION-SUIVIE
                   PERFORM VARYING WS-INDICE-OPT FROM 1 BY 1
                           UNTIL WS-INDICE-OPT > WS-NB-OPTIONS
                       IF WS-OPT-NUMERO (WS-INDICE-OPT) = ELV-NUMERO
                       AND WS-OPT-CODE (WS-INDICE-OPT)
                           = WS-TRF-OPTION (WS-INDICE-TRF)
                           MOVE "O" TO WS-OPTION-SUIVIE
                       END-IF
                   END-PERFORM
                   IF NOT WS-OPTION-SUIVIE-OUI
                       MOVE ZEROES TO WS-PRECISION
                   END-IF
               END-IF
               IF WS-PRECISION > ZEROES
                   PERFORM 2200-RETENUE-COMPOSANT-DEBUT
                      THRU 2200-RETENUE-COMPOSANT-FIN
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-INDICE-CMP FROM 1 BY 1
                   UNTIL WS-INDICE-CMP
                         > WS-ELV-NB-COMPOSANTS (WS-INDICE-ELV)
               SET WS-INDICE-TRF
                   TO WS-ELV-COMPOSANT (WS-INDICE-ELV, WS-INDICE-CMP)
               ADD WS-TRF-MONTANT (WS-INDICE-TRF)
                   TO WS-ELV-MONTANT (WS-INDICE-ELV)
           END-PERFORM.

       2100-CALCUL-FRAIS-ELEVE-FIN.
           EXIT.

      *******************************************************
      *  RETENUE D'UNE LIGNE DE BAREME : ELLE REMPLACE CELLE DE
      *  LA MEME OPTION SI ELLE EST PLUS PRECISE
      *******************************************************
       2200-RETENUE-COMPOSANT-DEBUT.

           MOVE ZEROES TO WS-COMPOSANT-TROUVE.
           PERFORM VARYING WS-INDICE-CMP FROM 1 BY 1
                   UNTIL WS-INDICE-CMP
                         > WS-ELV-NB-COMPOSANTS (WS-INDICE-ELV)
               SET WS-INDICE-TRF2 TO
                   WS-ELV-COMPOSANT (WS-INDICE-ELV, WS-INDICE-CMP)
               IF WS-TRF-OPTION (WS-INDICE-TRF2)
                  = WS-TRF-OPTION (WS-INDICE-TRF)
                   MOVE WS-INDICE-CMP TO WS-COMPOSANT-TROUVE
               END-IF
           END-PERFORM.

           IF WS-COMPOSANT-TROUVE > ZEROES
               IF WS-PRECISION
                  > WS-PRECISION-RETENUE (WS-COMPOSANT-TROUVE)
                   SET WS-ELV-COMPOSANT (WS-INDICE-ELV,
                       WS-COMPOSANT-TROUVE) TO WS-INDICE-TRF
                   MOVE WS-PRECISION
                        TO WS-PRECISION-RETENUE (WS-COMPOSANT-TROUVE)
               END-IF
               GO TO 2200-RETENUE-COMPOSANT-FIN
           END-IF.

           IF WS-ELV-NB-COMPOSANTS (WS-INDICE-ELV) >= 10
               DISPLAY "--> ! PLUS DE 10 FRAIS POUR L'ELEVE "
                       WS-ELV-NUMERO (WS-INDICE-ELV)
               GO TO 2200-RETENUE-COMPOSANT-FIN
           END-IF.
           ADD 1 TO WS-ELV-NB-COMPOSANTS (WS-INDICE-ELV).
           MOVE WS-ELV-NB-COMPOSANTS (WS-INDICE-ELV) TO WS-INDICE-CMP.
           SET WS-ELV-COMPOSANT (WS-INDICE-ELV, WS-INDICE-CMP)
               TO WS-INDICE-TRF.
           MOVE WS-PRECISION TO WS-PRECISION-RETENUE (WS-INDICE-CMP).

       2200-RETENUE-COMPOSANT-FIN.
           EXIT.

      *******************************************************
      *  FAMILLES : LES ELEVES FACTURABLES D'UN MEME RESPONSABLE
      *  AU MEME CODE POSTAL ; RANG DE CHAQUE ENFANT PAR AGE
      *******************************************************
       2500-CONSTITUTION-FAMILLES-DEBUT.

           PERFORM VARYING WS-INDICE-ELV FROM 1 BY 1
                   UNTIL WS-INDICE-ELV > WS-NB-ELEVES
               IF WS-ELV-MONTANT (WS-INDICE-ELV) > ZEROES
               AND WS-ELV-RESPONSABLE (WS-INDICE-ELV) NOT = SPACES
                   MOVE ZEROES TO WS-FAMILLE-TROUVEE
                   PERFORM VARYING WS-INDICE-FAM FROM 1 BY 1
                           UNTIL WS-INDICE-FAM > WS-NB-FAMILLES
                       IF WS-FAM-RESPONSABLE (WS-INDICE-FAM)
                          = WS-ELV-RESPONSABLE (WS-INDICE-ELV)
                       AND WS-FAM-CODEPOSTAL (WS-INDICE-FAM)
                           = WS-ELV-CODEPOSTAL (WS-INDICE-ELV)
                           SET WS-FAMILLE-TROUVEE TO WS-INDICE-FAM
                       END-IF
                   END-PERFORM
                   IF WS-FAMILLE-TROUVEE = ZEROES
                       ADD 1 TO WS-NB-FAMILLES
                       MOVE WS-NB-FAMILLES TO WS-FAMILLE-TROUVEE
                       SET WS-INDICE-FAM TO WS-NB-FAMILLES
                       MOVE WS-ELV-RESPONSABLE (WS-INDICE-ELV)
                            TO WS-FAM-RESPONSABLE (WS-INDICE-FAM)
                       MOVE WS-ELV-CODEPOSTAL (WS-INDICE-ELV)
                            TO WS-FAM-CODEPOSTAL (WS-INDICE-FAM)
                       MOVE ZEROES TO WS-FAM-NB-ENFANTS (WS-INDICE-FAM)
                                      WS-FAM-TOTAL (WS-INDICE-FAM)
                   END-IF
                   SET WS-INDICE-FAM TO WS-FAMILLE-TROUVEE
                   ADD 1 TO WS-FAM-NB-ENFANTS (WS-INDICE-FAM)
                   MOVE WS-FAMILLE-TROUVEE
                        TO WS-ELV-FAMILLE (WS-INDICE-ELV)
               END-IF
           END-PERFORM.
      *
      ****** RANG PAR AGE : L'AINE EST AU RANG 1 (A DATE EGALE,
      ****** LE PLUS PETIT NUMERO D'ELEVE)
           PERFORM VARYING WS-INDICE-ELV FROM 1 BY 1
                   UNTIL WS-INDICE-ELV > WS-NB-ELEVES
               IF WS-ELV-FAMILLE (WS-INDICE-ELV) > ZEROES
                   MOVE 1 TO WS-RANG
                   PERFORM VARYING WS-INDICE-ELV2 FROM 1 BY 1
                           UNTIL WS-INDICE-ELV2 > WS-NB-ELEVES
                       IF WS-ELV-FAMILLE (WS-INDICE-ELV2)
                          = WS-ELV-FAMILLE (WS-INDICE-ELV)
                       AND (WS-ELV-NAISSANCE (WS-INDICE-ELV2)
                            < WS-ELV-NAISSANCE (WS-INDICE-ELV)
                         OR (WS-ELV-NAISSANCE (WS-INDICE-ELV2)
                             = WS-ELV-NAISSANCE (WS-INDICE-ELV)
                         AND WS-ELV-NUMERO (WS-INDICE-ELV2)
                             < WS-ELV-NUMERO (WS-INDICE-ELV)))
                           ADD 1 TO WS-RANG
                       END-IF
                   END-PERFORM
                   MOVE WS-RANG TO WS-ELV-RANG (WS-INDICE-ELV)
               END-IF
           END-PERFORM.

       2500-CONSTITUTION-FAMILLES-FIN.
           EXIT.

      *******************************************************
      *  CHARGEMENT DU FICHIER CLIENT EN MEMOIRE (IMAGES
      *  COMPLETES POUR LA REECRITURE)
      *******************************************************
       3000-CHARGEMENT-CLIENTS-DEBUT.

           OPEN INPUT FCLIENT.
           IF NOT WS-STATUS-FILE-FCLIENT-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FCLIENT': "
                       WS-STATUS-FILE-FCLIENT
               MOVE 16 TO RETURN-CODE
               GO TO 3000-CHARGEMENT-CLIENTS-FIN
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
                           MOVE "N" TO WS-CLIENT-TRAITE (WS-INDICE)
                       ELSE
                           DISPLAY "--> ! PLUS DE " WS-MAX-CLIENTS
                                   " CLIENTS!"
                           MOVE 16 TO RETURN-CODE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FCLIENT.

           DISPLAY "NOMBRE DE CLIENTS LUS: " WS-NB-CLIENTS.

       3000-CHARGEMENT-CLIENTS-FIN.
           EXIT.

      *******************************************************
      *  GROUPES EN PLACE : LES GROUPES "FS" DES FRATRIES SONT
      *  REGENERES (LEURS IDENTIFIANTS SONT REPRIS), LES AUTRES
      *  SONT CONSERVES TELS QUELS
      *******************************************************
       3100-CHARGEMENT-GROUPES-DEBUT.

           OPEN INPUT FGROUPE.
           IF NOT WS-STATUS-FILE-FGROUPE-OK
               GO TO 3100-CHARGEMENT-GROUPES-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FGROUPE-OK
               READ FGROUPE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF GRP-GROUPE (1:2) = "FS"
                           IF WS-NB-ANCIENS-GROUPES < 2000
                               ADD 1 TO WS-NB-ANCIENS-GROUPES
                               SET WS-INDICE-AGR
                                   TO WS-NB-ANCIENS-GROUPES
                               MOVE GRP-GROUPE
                                    TO WS-AGR-GROUPE (WS-INDICE-AGR)
                               MOVE GRP-MEMBRE
                                    TO WS-AGR-MEMBRE (WS-INDICE-AGR)
                           END-IF
                       ELSE
                           IF WS-NB-GROUPES < WS-MAX-GROUPES
                               ADD 1 TO WS-NB-GROUPES
                               SET WS-INDICE-GRP TO WS-NB-GROUPES
                               MOVE RGROUPE
                                    TO WS-GRP-IMAGE (WS-INDICE-GRP)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FGROUPE.

       3100-CHARGEMENT-GROUPES-FIN.
           EXIT.

      *******************************************************
      *  REMISES EN PLACE : LES REMISES CLIENT DES CLIENTS "SC"
      *  SONT REGENEREES, LES AUTRES SONT CONSERVEES
      *******************************************************
       3200-CHARGEMENT-REMISES-DEBUT.

           OPEN INPUT FREMTAB.
           IF NOT WS-STATUS-FILE-FREMTAB-OK
               GO TO 3200-CHARGEMENT-REMISES-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FREMTAB-OK
               READ FREMTAB
                   AT END
                       CONTINUE
                   NOT AT END
                       IF REMT-TYPE = "C"
                       AND REMT-CRITERE (1:2) = "SC"
                           CONTINUE
                       ELSE
                           IF WS-NB-REMISES < WS-MAX-REMISES
                               ADD 1 TO WS-NB-REMISES
                               SET WS-INDICE-REM TO WS-NB-REMISES
                               MOVE RREMTAB
                                    TO WS-REM-IMAGE (WS-INDICE-REM)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FREMTAB.

       3200-CHARGEMENT-REMISES-FIN.
           EXIT.

      *******************************************************
      *  RAPPORT PAR FAMILLE ET MISE A JOUR DES IMAGES CLIENT
      *******************************************************
       4000-EDITION-FAMILLES-DEBUT.

           OPEN OUTPUT FRAPPORT.
           IF NOT WS-STATUS-FILE-FRAPPORT-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FRAPPORT': "
                       WS-STATUS-FILE-FRAPPORT
               MOVE 16 TO RETURN-CODE
               GO TO 4000-EDITION-FAMILLES-FIN
           END-IF.

           MOVE SPACES TO WS-LIGNE.
           MOVE WS-PARAM-REMISE TO WS-EDIT-TAUX.
           IF WS-PARAM-APPLICATION
               STRING "FRAIS SCOLAIRES AU " WS-DATE-JOUR
                      " - APPLICATION - SOCIETE " WS-PARAM-SOCIETE
                      " - REMISE FRATRIE " WS-EDIT-TAUX " %"
                      DELIMITED BY SIZE INTO WS-LIGNE
           ELSE
               STRING "FRAIS SCOLAIRES AU " WS-DATE-JOUR
                      " - SIMULATION - SOCIETE " WS-PARAM-SOCIETE
                      " - REMISE FRATRIE " WS-EDIT-TAUX " %"
                      DELIMITED BY SIZE INTO WS-LIGNE
           END-IF.
           MOVE WS-LIGNE TO RRAPPORT.
           WRITE RRAPPORT.

           PERFORM VARYING WS-INDICE-FAM FROM 1 BY 1
                   UNTIL WS-INDICE-FAM > WS-NB-FAMILLES
               PERFORM 4100-EDITION-FAMILLE-DEBUT
                  THRU 4100-EDITION-FAMILLE-FIN
           END-PERFORM.
      *
      ****** ELEVES NON FACTURES
           MOVE ALL "-" TO WS-LIGNE.
           MOVE WS-LIGNE TO RRAPPORT.
           WRITE RRAPPORT.
           PERFORM VARYING WS-INDICE-ELV FROM 1 BY 1
                   UNTIL WS-INDICE-ELV > WS-NB-ELEVES
               IF WS-ELV-FAMILLE (WS-INDICE-ELV) = ZEROES
                   MOVE SPACES TO WS-LIGNE
                   IF WS-ELV-MONTANT (WS-INDICE-ELV) = ZEROES
                       ADD 1 TO WS-COMPTEUR-SANS-TARIF
                       STRING "NON FACTURE : "
                              WS-ELV-NUMERO (WS-INDICE-ELV) " "
                              WS-ELV-PRENOM (WS-INDICE-ELV) " "
                              WS-ELV-NOM (WS-INDICE-ELV) " "
                              WS-ELV-CLASSE (WS-INDICE-ELV)
                              " : AUCUNE LIGNE DE BAREME"
                              DELIMITED BY SIZE INTO WS-LIGNE
                   ELSE
                       ADD 1 TO WS-COMPTEUR-SANS-RESPONSABLE
                       STRING "NON FACTURE : "
                              WS-ELV-NUMERO (WS-INDICE-ELV) " "
                              WS-ELV-PRENOM (WS-INDICE-ELV) " "
                              WS-ELV-NOM (WS-INDICE-ELV) " "
                              WS-ELV-CLASSE (WS-INDICE-ELV)
                              " : RESPONSABLE NON RENSEIGNE"
                              DELIMITED BY SIZE INTO WS-LIGNE
                   END-IF
                   MOVE WS-LIGNE TO RRAPPORT
                   WRITE RRAPPORT
               END-IF
           END-PERFORM.
      *
      ****** CLIENTS "SC" SANS ELEVE FACTURABLE : A RESILIER
           PERFORM VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-NB-CLIENTS
               MOVE WS-CLIENT-IMAGE (WS-INDICE) TO RCLIENT
               IF RCLIENT-ID (1:2) = "SC"
               AND RCLIENT-SOCIETE = WS-PARAM-SOCIETE
               AND WS-CLIENT-TRAITE (WS-INDICE) = "N"
                   ADD 1 TO WS-COMPTEUR-A-RESILIER
                   MOVE SPACES TO WS-LIGNE
                   STRING "A RESILIER  : " RCLIENT-ID " "
                          RCLIENT-NOM " " RCLIENT-PRENOM
                          " : PLUS D'ELEVE FACTURABLE"
                          DELIMITED BY SIZE INTO WS-LIGNE
                   MOVE WS-LIGNE TO RRAPPORT
                   WRITE RRAPPORT
               END-IF
           END-PERFORM.

           CLOSE FRAPPORT.

       4000-EDITION-FAMILLES-FIN.
           EXIT.

      *******************************************************
      *  UNE FAMILLE : SES ENFANTS PAR RANG, SON GROUPE PAYEUR
      *  QUAND ELLE EN COMPTE PLUSIEURS
      *******************************************************
       4100-EDITION-FAMILLE-DEBUT.

           MOVE ALL "=" TO WS-LIGNE.
           MOVE WS-LIGNE TO RRAPPORT.
           WRITE RRAPPORT.
      *
      ****** GROUPE PAYEUR DE LA FRATRIE : CELUI D'UN ENFANT DEJA
      ****** GROUPE, SINON "FS" + NUMERO DE L'AINE
           MOVE SPACES TO WS-GROUPE-FAMILLE.
           IF WS-FAM-NB-ENFANTS (WS-INDICE-FAM) > 1
               ADD 1 TO WS-COMPTEUR-FRATRIES
               PERFORM VARYING WS-INDICE-ELV FROM 1 BY 1
                       UNTIL WS-INDICE-ELV > WS-NB-ELEVES
                   IF WS-ELV-FAMILLE (WS-INDICE-ELV) = WS-INDICE-FAM
                       MOVE "SC" TO WS-CLIENT-ID-PREFIXE
                       MOVE WS-ELV-NUMERO (WS-INDICE-ELV)
                            TO WS-CLIENT-ID-NUMERO
                       IF WS-ELV-RANG (WS-INDICE-ELV) = 1
                       AND WS-GROUPE-FAMILLE = SPACES
                           MOVE "FS" TO WS-GROUPE-FAMILLE (1:2)
                           MOVE WS-CLIENT-ID-NUMERO
                                TO WS-GROUPE-FAMILLE (3:6)
                       END-IF
                       PERFORM VARYING WS-INDICE-AGR FROM 1 BY 1
                               UNTIL WS-INDICE-AGR
                                     > WS-NB-ANCIENS-GROUPES
                           IF WS-AGR-MEMBRE (WS-INDICE-AGR)
                              = WS-CLIENT-ID
                               MOVE WS-AGR-GROUPE (WS-INDICE-AGR)
                                    TO WS-GROUPE-FAMILLE
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM
           END-IF.

           MOVE SPACES TO WS-LIGNE.
           IF WS-GROUPE-FAMILLE = SPACES
               STRING "FAMILLE " WS-FAM-RESPONSABLE (WS-INDICE-FAM)
                      " (" WS-FAM-CODEPOSTAL (WS-INDICE-FAM) ") - "
                      WS-FAM-NB-ENFANTS (WS-INDICE-FAM) " ENFANT(S)"
                      DELIMITED BY SIZE INTO WS-LIGNE
           ELSE
               STRING "FAMILLE " WS-FAM-RESPONSABLE (WS-INDICE-FAM)
                      " (" WS-FAM-CODEPOSTAL (WS-INDICE-FAM) ") - "
                      WS-FAM-NB-ENFANTS (WS-INDICE-FAM) " ENFANT(S)"
                      " - GROUPE PAYEUR " WS-GROUPE-FAMILLE
                      DELIMITED BY SIZE INTO WS-LIGNE
           END-IF.
           MOVE WS-LIGNE TO RRAPPORT.
           WRITE RRAPPORT.

           PERFORM VARYING WS-RANG FROM 1 BY 1
                   UNTIL WS-RANG > WS-FAM-NB-ENFANTS (WS-INDICE-FAM)
               PERFORM VARYING WS-INDICE-ELV FROM 1 BY 1
                       UNTIL WS-INDICE-ELV > WS-NB-ELEVES
                   IF WS-ELV-FAMILLE (WS-INDICE-ELV) = WS-INDICE-FAM
                   AND WS-ELV-RANG (WS-INDICE-ELV) = WS-RANG
                       PERFORM 4200-LIGNE-ELEVE-DEBUT
                          THRU 4200-LIGNE-ELEVE-FIN
                   END-IF
               END-PERFORM
           END-PERFORM.

           MOVE WS-FAM-TOTAL (WS-INDICE-FAM) TO WS-EDIT-MONTANT.
           MOVE SPACES TO WS-LIGNE.
           STRING "   TOTAL MENSUEL DE LA FAMILLE (NET DE REMISE) : "
                  WS-EDIT-MONTANT
                  DELIMITED BY SIZE INTO WS-LIGNE.
           MOVE WS-LIGNE TO RRAPPORT.
           WRITE RRAPPORT.

       4100-EDITION-FAMILLE-FIN.
           EXIT.

      *******************************************************
      *  UN ENFANT : DETAIL DE SES FRAIS, SA LIGNE RCLIENT, SON
      *  RATTACHEMENT AU GROUPE ET SA REMISE FRATRIE
      *******************************************************
       4200-LIGNE-ELEVE-DEBUT.

           MOVE "SC" TO WS-CLIENT-ID-PREFIXE.
           MOVE WS-ELV-NUMERO (WS-INDICE-ELV) TO WS-CLIENT-ID-NUMERO.
      *
      ****** RECHERCHE DU CLIENT : UN IDENTIFIANT D'UNE AUTRE
      ****** SOCIETE N'EST JAMAIS ECRASE
           MOVE ZEROES TO WS-CLIENT-POSITION.
           PERFORM VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-NB-CLIENTS
               IF WS-CLIENT-IMAGE (WS-INDICE) (1:8) = WS-CLIENT-ID
                   SET WS-CLIENT-POSITION TO WS-INDICE
               END-IF
           END-PERFORM.

           IF WS-CLIENT-POSITION > ZEROES
               SET WS-INDICE TO WS-CLIENT-POSITION
               MOVE WS-CLIENT-IMAGE (WS-INDICE) TO RCLIENT
               IF RCLIENT-SOCIETE NOT = WS-PARAM-SOCIETE
                   ADD 1 TO WS-COMPTEUR-CONFLITS
                   MOVE SPACES TO WS-LIGNE
                   STRING "   " WS-CLIENT-ID " "
                          WS-ELV-PRENOM (WS-INDICE-ELV) " "
                          WS-ELV-NOM (WS-INDICE-ELV)
                          " : IDENTIFIANT DEJA PRIS PAR LA SOCIETE "
                          RCLIENT-SOCIETE " - NON FACTURE"
                          DELIMITED BY SIZE INTO WS-LIGNE
                   MOVE WS-LIGNE TO RRAPPORT
                   WRITE RRAPPORT
                   GO TO 4200-LIGNE-ELEVE-FIN
               END-IF
               MOVE "MODIFIE" TO WS-ETAT-CLIENT
           ELSE
               IF WS-NB-CLIENTS >= WS-MAX-CLIENTS
                   DISPLAY "--> ! PLUS DE " WS-MAX-CLIENTS " CLIENTS!"
                   MOVE 16 TO RETURN-CODE
                   GO TO 4200-LIGNE-ELEVE-FIN
               END-IF
               ADD 1 TO WS-NB-CLIENTS
               SET WS-INDICE TO WS-NB-CLIENTS
               ADD 1 TO WS-COMPTEUR-NOUVEAUX
               MOVE SPACES TO RCLIENT
               MOVE "N" TO RCLIENT-PRELEVEMENT
               MOVE "NOUVEAU" TO WS-ETAT-CLIENT
           END-IF.
           MOVE "O" TO WS-CLIENT-TRAITE (WS-INDICE).
           ADD 1 TO WS-COMPTEUR-FACTURES.
      *
      ****** LIGNE D'IDENTIFICATION DE L'ENFANT
           MOVE SPACES TO WS-LIGNE.
           STRING "   " WS-CLIENT-ID " " WS-ELV-PRENOM (WS-INDICE-ELV)
                  " " WS-ELV-NOM (WS-INDICE-ELV) " "
                  WS-ELV-CLASSE (WS-INDICE-ELV) " - NE(E) LE "
                  WS-ELV-NAISSANCE (WS-INDICE-ELV) " - RANG "
                  WS-ELV-RANG (WS-INDICE-ELV) " - " WS-ETAT-CLIENT
                  DELIMITED BY SIZE INTO WS-LIGNE.
           MOVE WS-LIGNE TO RRAPPORT.
           WRITE RRAPPORT.

           PERFORM VARYING WS-INDICE-CMP FROM 1 BY 1
                   UNTIL WS-INDICE-CMP
                         > WS-ELV-NB-COMPOSANTS (WS-INDICE-ELV)
               SET WS-INDICE-TRF
                   TO WS-ELV-COMPOSANT (WS-INDICE-ELV, WS-INDICE-CMP)
               MOVE WS-TRF-MONTANT (WS-INDICE-TRF) TO WS-EDIT-MONTANT
               MOVE SPACES TO WS-LIGNE
               STRING "      " WS-TRF-LIBELLE (WS-INDICE-TRF) " "
                      WS-EDIT-MONTANT
                      DELIMITED BY SIZE INTO WS-LIGNE
               MOVE WS-LIGNE TO RRAPPORT
               WRITE RRAPPORT
           END-PERFORM.

           ADD WS-ELV-MONTANT (WS-INDICE-ELV) TO WS-TOTAL-MENSUEL.
           MOVE WS-ELV-MONTANT (WS-INDICE-ELV) TO WS-MONTANT-NET.
      *
      ****** REMISE FRATRIE A PARTIR DU DEUXIEME ENFANT : PORTEE
      ****** EN REMISE CLIENT, DEDUITE PAR FACTURES AVANT TVA
           IF WS-ELV-RANG (WS-INDICE-ELV) > 1
           AND WS-PARAM-REMISE > ZEROES
               COMPUTE WS-MONTANT-NET ROUNDED =
                       WS-ELV-MONTANT (WS-INDICE-ELV)
                     * (1 - WS-PARAM-REMISE / 100)
               COMPUTE WS-TOTAL-REMISES = WS-TOTAL-REMISES
                     + WS-ELV-MONTANT (WS-INDICE-ELV) - WS-MONTANT-NET
               MOVE WS-PARAM-REMISE TO WS-EDIT-TAUX
               MOVE SPACES TO WS-LIGNE
               STRING "      REMISE FRATRIE " WS-EDIT-TAUX " %"
                      DELIMITED BY SIZE INTO WS-LIGNE
               MOVE WS-LIGNE TO RRAPPORT
               WRITE RRAPPORT
               IF WS-NB-REMISES < WS-MAX-REMISES
                   MOVE SPACES TO RREMTAB
                   MOVE "C" TO REMT-TYPE
                   MOVE WS-CLIENT-ID TO REMT-CRITERE
                   MOVE ZEROES TO REMT-SEUIL
                   MOVE WS-PARAM-REMISE TO REMT-TAUX
                   ADD 1 TO WS-NB-REMISES
                   SET WS-INDICE-REM TO WS-NB-REMISES
                   MOVE RREMTAB TO WS-REM-IMAGE (WS-INDICE-REM)
               END-IF
           END-IF.
           ADD WS-MONTANT-NET TO WS-FAM-TOTAL (WS-INDICE-FAM).

           MOVE WS-MONTANT-NET TO WS-EDIT-MONTANT.
           MOVE SPACES TO WS-LIGNE.
           STRING "      MENSUALITE NETTE" "                "
                  WS-EDIT-MONTANT
                  DELIMITED BY SIZE INTO WS-LIGNE.
           MOVE WS-LIGNE TO RRAPPORT.
           WRITE RRAPPORT.
      *
      ****** RATTACHEMENT AU GROUPE PAYEUR DE LA FRATRIE
           IF WS-GROUPE-FAMILLE NOT = SPACES
           AND WS-NB-GROUPES < WS-MAX-GROUPES
               MOVE SPACES TO RGROUPE
               MOVE WS-GROUPE-FAMILLE TO GRP-GROUPE
               MOVE WS-CLIENT-ID TO GRP-MEMBRE
               STRING "FAMILLE " WS-FAM-RESPONSABLE (WS-INDICE-FAM)
                      DELIMITED BY SIZE INTO GRP-NOM
               ADD 1 TO WS-NB-GROUPES
               SET WS-INDICE-GRP TO WS-NB-GROUPES
               MOVE RGROUPE TO WS-GRP-IMAGE (WS-INDICE-GRP)
           END-IF.
      *
      ****** LIGNE RCLIENT : LE MODE DE REGLEMENT ET LA PROCHAINE
      ****** DATE DE FACTURATION D'UN CLIENT EXISTANT SONT GARDES
           MOVE WS-CLIENT-ID TO RCLIENT-ID.
           MOVE WS-ELV-RESPONSABLE (WS-INDICE-ELV) TO RCLIENT-NOM.
           MOVE SPACES TO RCLIENT-PRENOM RCLIENT-POSTE.
           STRING WS-ELV-PRENOM (WS-INDICE-ELV) DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WS-ELV-NOM (WS-INDICE-ELV) DELIMITED BY SPACE
                  INTO RCLIENT-PRENOM.
           STRING "ELEVE " WS-ELV-CLASSE (WS-INDICE-ELV)
                  DELIMITED BY SIZE INTO RCLIENT-POSTE.

           MOVE WS-ELV-MONTANT (WS-INDICE-ELV) TO WS-MONTANT-INT.
           COMPUTE WS-MONTANT-CENT =
                   WS-ELV-MONTANT (WS-INDICE-ELV) * 100.
           COMPUTE WS-MONTANT-DEC =
                   FUNCTION MOD (WS-MONTANT-CENT, 100).
           MOVE SPACES TO WS-MONTANT-TEXTE.
           STRING WS-MONTANT-INT "," WS-MONTANT-DEC
                  DELIMITED BY SIZE INTO WS-MONTANT-TEXTE.
           MOVE WS-MONTANT-TEXTE TO RCLIENT-MONTANT.

           MOVE SPACES TO RCLIENT-DEPT.
           STRING "0" WS-ELV-CODEPOSTAL (WS-INDICE-ELV) (1:2)
                  DELIMITED BY SIZE INTO RCLIENT-DEPT.
           MOVE WS-PARAM-PRODUIT TO RCLIENT-ASSUR.
           MOVE WS-PARAM-SOCIETE TO RCLIENT-SOCIETE.
           MOVE WS-PARAM-TVA     TO RCLIENT-CODE-TVA.
           MOVE "EUR"            TO RCLIENT-DEVISE.
           MOVE WS-ELV-RUE (WS-INDICE-ELV)   TO RCLIENT-RUE.
           MOVE WS-ELV-CODEPOSTAL (WS-INDICE-ELV)
                                 TO RCLIENT-CODEPOSTAL.
           MOVE WS-ELV-VILLE (WS-INDICE-ELV) TO RCLIENT-VILLE.
           MOVE "M"              TO RCLIENT-FREQUENCE.
           MOVE RCLIENT TO WS-CLIENT-IMAGE (WS-INDICE).

       4200-LIGNE-ELEVE-FIN.
           EXIT.

      *******************************************************
      *  REECRITURE COMPLETE DU FICHIER CLIENT (APPLICATION)
      *******************************************************
       5000-REECRITURE-CLIENTS-DEBUT.

      ****** NOUVELLE GENERATION CONTROLEE SUR LE CODE ASSUREUR
           MOVE "FICHIERCLIENT.txt" TO WS-REE-FICHIER.
           MOVE 90 TO WS-REE-POSITION.
           MOVE 8 TO WS-REE-LONGUEUR.
           MOVE 0 TO WS-REE-DECIMALES.
           PERFORM 7100-GENERATION-DEBUT THRU 7100-GENERATION-FIN.
           MOVE WS-REE-NOUVEAU TO WS-NOM-FCLIENT.
           OPEN OUTPUT FCLIENT.
           IF NOT WS-STATUS-FILE-FCLIENT-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FCLIENT': "
                       WS-STATUS-FILE-FCLIENT
               MOVE WS-REE-FICHIER TO WS-NOM-FCLIENT
               MOVE 16 TO RETURN-CODE
               GO TO 5000-REECRITURE-CLIENTS-FIN
           END-IF.

           PERFORM VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-NB-CLIENTS
               MOVE WS-CLIENT-IMAGE (WS-INDICE) TO RCLIENT
               WRITE RCLIENT
               IF NOT WS-STATUS-FILE-FCLIENT-OK
                   DISPLAY "ERREUR ECRITURE FICHIER 'FCLIENT': "
                           WS-STATUS-FILE-FCLIENT
               END-IF
               ADD 1 TO WS-REE-NB-ENREG
               IF RCLIENT-ASSUR IS NUMERIC
                   ADD RCLIENT-ASSUR TO WS-REE-TOTAL
               END-IF
           END-PERFORM.
           CLOSE FCLIENT.
           MOVE WS-REE-FICHIER TO WS-NOM-FCLIENT.
           PERFORM 7200-BASCULE-DEBUT THRU 7200-BASCULE-FIN.
           IF NOT WS-REE-OK
               GO TO 5000-REECRITURE-CLIENTS-FIN
           END-IF.

           DISPLAY "NOMBRE DE CLIENTS REECRITS: " WS-NB-CLIENTS.

       5000-REECRITURE-CLIENTS-FIN.
           EXIT.

      *******************************************************
      *  REECRITURE DES GROUPES : GROUPES CONSERVES PUIS GROUPES
      *  DES FRATRIES
      *******************************************************
       5100-REECRITURE-GROUPES-DEBUT.

      ****** NOUVELLE GENERATION CONTROLEE SUR LE NOMBRE DE LIGNES
           MOVE "GROUPES-CLIENTS.txt" TO WS-REE-FICHIER.
           MOVE ZEROES TO WS-REE-POSITION WS-REE-LONGUEUR.
           MOVE 0 TO WS-REE-DECIMALES.
           PERFORM 7100-GENERATION-DEBUT THRU 7100-GENERATION-FIN.
           MOVE WS-REE-NOUVEAU TO WS-NOM-FGROUPE.
           OPEN OUTPUT FGROUPE.
           IF NOT WS-STATUS-FILE-FGROUPE-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FGROUPE': "
                       WS-STATUS-FILE-FGROUPE
               MOVE WS-REE-FICHIER TO WS-NOM-FGROUPE
               MOVE 16 TO RETURN-CODE
               GO TO 5100-REECRITURE-GROUPES-FIN
           END-IF.

           PERFORM VARYING WS-INDICE-GRP FROM 1 BY 1
                   UNTIL WS-INDICE-GRP > WS-NB-GROUPES
               MOVE WS-GRP-IMAGE (WS-INDICE-GRP) TO RGROUPE
               WRITE RGROUPE
               ADD 1 TO WS-REE-NB-ENREG
           END-PERFORM.
           CLOSE FGROUPE.
           MOVE WS-REE-FICHIER TO WS-NOM-FGROUPE.
           PERFORM 7200-BASCULE-DEBUT THRU 7200-BASCULE-FIN.

       5100-REECRITURE-GROUPES-FIN.
           EXIT.

      *******************************************************
      *  REECRITURE DE LA TABLE DES REMISES : REMISES CONSERVEES
      *  PUIS REMISES FRATRIE
      *******************************************************
       5200-REECRITURE-REMISES-DEBUT.

      ****** NOUVELLE GENERATION CONTROLEE SUR LES TAUX
           MOVE "REMISES-TABLE.txt" TO WS-REE-FICHIER.
           MOVE 22 TO WS-REE-POSITION.
           MOVE 4 TO WS-REE-LONGUEUR.
           MOVE 2 TO WS-REE-DECIMALES.
           PERFORM 7100-GENERATION-DEBUT THRU 7100-GENERATION-FIN.
           MOVE WS-REE-NOUVEAU TO WS-NOM-FREMTAB.
           OPEN OUTPUT FREMTAB.
           IF NOT WS-STATUS-FILE-FREMTAB-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FREMTAB': "
                       WS-STATUS-FILE-FREMTAB
               MOVE WS-REE-FICHIER TO WS-NOM-FREMTAB
               MOVE 16 TO RETURN-CODE
               GO TO 5200-REECRITURE-REMISES-FIN
           END-IF.

           PERFORM VARYING WS-INDICE-REM FROM 1 BY 1
                   UNTIL WS-INDICE-REM > WS-NB-REMISES
               MOVE WS-REM-IMAGE (WS-INDICE-REM) TO RREMTAB
               WRITE RREMTAB
               ADD 1 TO WS-REE-NB-ENREG
               IF REMT-TAUX IS NUMERIC
                   ADD REMT-TAUX TO WS-REE-TOTAL
               END-IF
           END-PERFORM.
           CLOSE FREMTAB.
           MOVE WS-REE-FICHIER TO WS-NOM-FREMTAB.
           PERFORM 7200-BASCULE-DEBUT THRU 7200-BASCULE-FIN.

       5200-REECRITURE-REMISES-FIN.
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
      *  NOM DE LA NOUVELLE GENERATION DU FICHIER DESIGNE PAR
      *  WS-REE-FICHIER, COMPTEURS DE CONTROLE A ZERO
      *******************************************************
       7100-GENERATION-DEBUT.

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
