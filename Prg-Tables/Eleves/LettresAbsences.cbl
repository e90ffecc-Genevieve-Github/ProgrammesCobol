       IDENTIFICATION DIVISION.
       PROGRAM-ID. LETABS.
       AUTHOR. GENEVIEVE GIANNASI.
       INSTALLATION. PERSONNAL PC.
       DATE-WRITTEN. 15-10-2026.
       DATE-COMPILED. 15-10-2026.
       SECURITY. NON-CONFIDENTIAL.
      ******************************************************************
      * OBJECTIF:
      * Notification aux familles de l'absenteisme chronique : REGABS
      * ecrit ABSENCES-ALERTES.txt, mais la loi impose d'informer le
      * responsable de l'eleve puis, au-dela, l'inspection academique.
      *
      * Chaque alerte devient une lettre au RESPONSABLE de l'eleve,
      * a l'adresse d'ELEVES-FICHIER.txt, avec la liste datee des
      * demi-journees injustifiees (les "04" d'ELEVES-INPUT.txt).
      * Escalade sur le modele de RELANCE :
      *   1 - COURRIER D'INFORMATION A LA FAMILLE
      *   2 - CONVOCATION DE LA FAMILLE
      *   3 - SIGNALEMENT A L'INSPECTION ACADEMIQUE (ligne ecrite en
      *       plus dans ABSENCES-SIGNALEMENTS.txt)
      * Chaque lettre est inscrite au registre permanent
      * ABSENCES-NOTIFICATIONS.txt avec la date de la derniere
      * absence qu'elle couvre : une absence deja notifiee ne
      * redeclenche jamais de lettre, et un eleve n'est relance
      * qu'apres le delai minimum depuis sa lettre precedente.
      * L'escalade repart du niveau 1 a chaque rentree (1er
      * septembre).
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ******** ALERTES D'ABSENTEISME CHRONIQUE (REGABS)
           SELECT FALERTE ASSIGN TO "ABSENCES-ALERTES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FALERTE.

      ******** FICHIER DES ELEVES (RESPONSABLE ET ADRESSE)
           SELECT FELEVE ASSIGN TO "ELEVES-FICHIER.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FELEVE.

           SELECT FILE-INPUT ASSIGN TO "ELEVES-INPUT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-INPUT.

      ******** REGISTRE PERMANENT DES NOTIFICATIONS
           SELECT FNOTIF ASSIGN TO "ABSENCES-NOTIFICATIONS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FNOTIF.

      ******** LETTRES AUX FAMILLES
           SELECT FLETTRES ASSIGN TO "ABSENCES-LETTRES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FLETTRES.

      ******** SIGNALEMENTS A L'INSPECTION ACADEMIQUE
           SELECT FSIGNAL ASSIGN TO "ABSENCES-SIGNALEMENTS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FSIGNAL.

       DATA DIVISION.
       FILE SECTION.
      ******** ALERTES D'ABSENTEISME CHRONIQUE (REGABS)
       FD  FALERTE.
       01  RALERTE.
           05  ALT-ENTETE   PIC X(07).
               88 ALT-ALERTE VALUE "ALERTE ".
           05  ALT-CLASSE   PIC X(05).
           05  FILLER       PIC X(01).
           05  ALT-PRENOM   PIC X(07).
           05  FILLER       PIC X(01).
           05  ALT-NOM      PIC X(07).
           05  FILLER       PIC X(72).

      ******** FICHIER DES ELEVES (RESPONSABLE ET ADRESSE)
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

      ****** 88 OCTETS DEPUIS L'APPRECIATION ("05") ; LES AUTRES
      ****** TYPES GARDENT LEUR GABARIT DE 38 OCTETS
       FD  FILE-INPUT
           RECORDING MODE IS F.
       01  REC-INPUT PIC X(88).

      ******** REGISTRE PERMANENT DES NOTIFICATIONS
       FD  FNOTIF.
       01  RNOTIF.
           05  NOT-CLASSE           PIC X(05).
           05  FILLER               PIC X(01).
           05  NOT-PRENOM           PIC X(07).
           05  FILLER               PIC X(01).
           05  NOT-NOM              PIC X(07).
           05  FILLER               PIC X(01).
           05  NOT-DATE             PIC 9(08).
           05  FILLER               PIC X(01).
           05  NOT-NIVEAU           PIC 9(01).
           05  FILLER               PIC X(01).
           05  NOT-DERNIERE-ABSENCE PIC 9(08).
           05  FILLER               PIC X(01).
           05  NOT-NB-ABSENCES      PIC 9(03).
           05  FILLER               PIC X(01).
           05  NOT-RESPONSABLE      PIC X(20).

      ******** LETTRES AUX FAMILLES
       FD  FLETTRES.
       01  RLETTRE PIC X(100).

      ******** SIGNALEMENTS A L'INSPECTION ACADEMIQUE
       FD  FSIGNAL.
       01  RSIGNAL PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-STATUS-FILE-FALERTE PIC X(02).
           88 WS-STATUS-FILE-FALERTE-OK  VALUE "00".
       01  WS-STATUS-FILE-FELEVE PIC X(02).
           88 WS-STATUS-FILE-FELEVE-OK  VALUE "00".
       01  WS-STATUS-FILE-INPUT PIC X(02).
           88 WS-STATUS-FILE-INPUT-OK  VALUE "00".
       01  WS-STATUS-FILE-FNOTIF PIC X(02).
           88 WS-STATUS-FILE-FNOTIF-OK         VALUE "00".
           88 WS-STATUS-FILE-FNOTIF-INEXISTANT VALUE "35".
       01  WS-STATUS-FILE-FLETTRES PIC X(02).
           88 WS-STATUS-FILE-FLETTRES-OK  VALUE "00".
       01  WS-STATUS-FILE-FSIGNAL PIC X(02).
           88 WS-STATUS-FILE-FSIGNAL-OK         VALUE "00".
           88 WS-STATUS-FILE-FSIGNAL-INEXISTANT VALUE "35".

      ***********************************************
      * GABARITS DES ENREGISTREMENTS LUS
      ***********************************************
       01  WS-INPUT-REC.
           05  REC00-NUMERO PIC X(02).
               88 WS-REC01 VALUE "01".
               88 WS-REC04 VALUE "04".
           05  FILLER PIC X(86).
       01  WS-INPUT-REC01 REDEFINES WS-INPUT-REC.
           05 REC01-NUMERO PIC X(02).
           05 REC01-PRENOM PIC X(07).
           05 REC01-NOM    PIC X(07).
           05 REC01-AGE    PIC X(02).
           05 REC01-CLASSE PIC X(05).
           05 REC01-TRIMESTRE PIC X(01).
           05 FILLER       PIC X(14).
       01  WS-INPUT-REC04 REDEFINES WS-INPUT-REC.
           05 REC04-NUMERO       PIC X(02).
           05 REC04-DATE         PIC X(08).
           05 REC04-DEMI-JOURNEE PIC X(01).
           05 REC04-JUSTIFIEE    PIC X(01).
           05 FILLER             PIC X(26).

      ***********************************************
      * ELEVES EN ALERTE ET LEUR ETAT DE NOTIFICATION
      * DE L'ANNEE SCOLAIRE
      ***********************************************
       01  WS-TABLE-ALERTES.
           05 WS-ALT-ENTRY OCCURS 500 INDEXED BY WS-INDICE-ALT.
               10 WS-ALT-CLASSE      PIC X(05).
               10 WS-ALT-PRENOM      PIC X(07).
               10 WS-ALT-NOM         PIC X(07).
               10 WS-ALT-NIVEAU      PIC 9(01).
               10 WS-ALT-DATE-LETTRE PIC 9(08).
               10 WS-ALT-COUVERTE    PIC 9(08).
       01  WS-NB-ALERTES  PIC 9(04) VALUE ZEROES.
       01  WS-MAX-ALERTES PIC 9(04) VALUE 500.

      ***********************************************
      * ABSENCES INJUSTIFIEES DES ELEVES EN ALERTE
      ***********************************************
       01  WS-TABLE-EVENEMENTS.
           05 WS-EVT-ENTRY OCCURS 5000 INDEXED BY WS-INDICE-EVT.
               10 WS-EVT-ALERTE PIC 9(04).
               10 WS-EVT-DATE   PIC 9(08).
               10 WS-EVT-DEMI   PIC X(01).
       01  WS-NB-EVENEMENTS  PIC 9(04) VALUE ZEROES.
       01  WS-MAX-EVENEMENTS PIC 9(04) VALUE 5000.
       01  WS-ALERTE-COURANTE PIC 9(04) VALUE ZEROES.

      ***********************************************
      * ADRESSES DU FICHIER DES ELEVES
      ***********************************************
       01  WS-TABLE-ADRESSES.
           05 WS-ADR-ENTRY OCCURS 2000 INDEXED BY WS-INDICE-ADR.
               10 WS-ADR-PRENOM      PIC X(07).
               10 WS-ADR-NOM         PIC X(07).
               10 WS-ADR-CLASSE      PIC X(05).
               10 WS-ADR-RESPONSABLE PIC X(20).
               10 WS-ADR-RUE         PIC X(30).
               10 WS-ADR-CODEPOSTAL  PIC X(05).
               10 WS-ADR-VILLE       PIC X(20).
       01  WS-NB-ADRESSES  PIC 9(04) VALUE ZEROES.
       01  WS-MAX-ADRESSES PIC 9(04) VALUE 2000.
       01  WS-ADRESSE-POSITION PIC 9(04) VALUE ZEROES.

      ***********************************************
      * DATES, DELAI ET ANNEE SCOLAIRE
      ***********************************************
       01  WS-SAISIE PIC X(05) VALUE SPACES.
       01  WS-DELAI-JOURS PIC 9(03) VALUE 15.
       01  WS-DATE-JOUR PIC 9(08) VALUE ZEROES.
       01  WS-DATE-JOUR-R REDEFINES WS-DATE-JOUR.
           05 WS-JOUR-ANNEE PIC 9(04).
           05 WS-JOUR-MOIS  PIC 9(02).
           05 WS-JOUR-JJ    PIC 9(02).
       01  WS-DATE-RENTREE PIC 9(08) VALUE ZEROES.
       01  WS-DATE-RENTREE-R REDEFINES WS-DATE-RENTREE.
           05 WS-RENTREE-ANNEE PIC 9(04).
           05 WS-RENTREE-MMJJ  PIC 9(04).
       01  WS-JOUR-INT PIC S9(07) VALUE ZEROES.
       01  WS-LETTRE-INT PIC S9(07) VALUE ZEROES.
       01  WS-ECART-JOURS PIC S9(05) VALUE ZEROES.

      ***********************************************
      * TRAITEMENT D'UNE ALERTE
      ***********************************************
       01  WS-NOUVEAU-NIVEAU PIC 9(01) VALUE ZEROES.
       01  WS-NB-NOUVELLES PIC 9(03) VALUE ZEROES.
       01  WS-NB-ANNEE PIC 9(03) VALUE ZEROES.
       01  WS-DERNIERE-NOUVELLE PIC 9(08) VALUE ZEROES.
       01  WS-LIBELLE-DEMI PIC X(10) VALUE SPACES.
       01  WS-LIGNE PIC X(100) VALUE SPACES.

      ***********************************************
      * COMPTEURS DE FIN DE TRAITEMENT
      ***********************************************
       01  WS-COMPTEUR-LETTRES PIC 9(04) VALUE ZEROES.
       01  WS-COMPTEUR-DEJA-NOTIFIES PIC 9(04) VALUE ZEROES.
       01  WS-COMPTEUR-EN-ATTENTE PIC 9(04) VALUE ZEROES.
       01  WS-COMPTEUR-SANS-ADRESSE PIC 9(04) VALUE ZEROES.
       01  WS-COMPTEUR-SIGNALEMENTS PIC 9(04) VALUE ZEROES.
       01  WS-TABLE-NIVEAUX.
           05 WS-NIVEAU-NB PIC 9(04) OCCURS 3 VALUE ZEROES.

       PROCEDURE DIVISION.
       0000-MAIN-DEB.
      *******************************************************
      *  PARAGRAPHE PRINCIPAL
      *******************************************************
           DISPLAY "NOTIFICATION DES ABSENCES AUX FAMILLES".
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATE-JOUR.
           COMPUTE WS-JOUR-INT =
                   FUNCTION INTEGER-OF-DATE (WS-DATE-JOUR).
      *
      *********** RENTREE DE L'ANNEE SCOLAIRE EN COURS
           MOVE WS-JOUR-ANNEE TO WS-RENTREE-ANNEE.
           MOVE 0901 TO WS-RENTREE-MMJJ.
           IF WS-JOUR-MOIS < 9
               SUBTRACT 1 FROM WS-RENTREE-ANNEE
           END-IF.

           DISPLAY "DELAI MINIMUM ENTRE DEUX COURRIERS EN JOURS "
                   "(DEFAUT 15): " NO ADVANCING.
           MOVE SPACES TO WS-SAISIE.
           ACCEPT WS-SAISIE.
           IF FUNCTION TEST-NUMVAL (WS-SAISIE) = 0
           AND FUNCTION NUMVAL (WS-SAISIE) > ZEROES
               COMPUTE WS-DELAI-JOURS = FUNCTION NUMVAL (WS-SAISIE)
           END-IF.
      *
      *********** ELEVES EN ALERTE
           PERFORM 1000-CHARGEMENT-ALERTES-DEBUT
              THRU 1000-CHARGEMENT-ALERTES-FIN.
           IF RETURN-CODE = 16
               GO TO 0000-MAIN-FIN
           END-IF.
           IF WS-NB-ALERTES = ZEROES
               DISPLAY "--> AUCUN ELEVE EN ALERTE"
               GO TO 0000-MAIN-FIN
           END-IF.
      *
      *********** ADRESSES, ABSENCES DATEES ET NOTIFICATIONS
      *********** DEJA ENVOYEES
           PERFORM 1500-CHARGEMENT-ADRESSES-DEBUT
              THRU 1500-CHARGEMENT-ADRESSES-FIN.
           PERFORM 2000-COLLECTE-ABSENCES-DEBUT
              THRU 2000-COLLECTE-ABSENCES-FIN.
           IF RETURN-CODE = 16
               GO TO 0000-MAIN-FIN
           END-IF.
           PERFORM 3000-LECTURE-REGISTRE-DEBUT
              THRU 3000-LECTURE-REGISTRE-FIN.
      *
      *********** UNE LETTRE PAR ALERTE PORTANT SUR DES
      *********** ABSENCES NON ENCORE NOTIFIEES
           OPEN EXTEND FNOTIF.
           IF WS-STATUS-FILE-FNOTIF-INEXISTANT
               OPEN OUTPUT FNOTIF
           END-IF.
           IF NOT WS-STATUS-FILE-FNOTIF-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FNOTIF': "
                       WS-STATUS-FILE-FNOTIF
               MOVE 16 TO RETURN-CODE
               GO TO 0000-MAIN-FIN
           END-IF.
           OPEN EXTEND FSIGNAL.
           IF WS-STATUS-FILE-FSIGNAL-INEXISTANT
               OPEN OUTPUT FSIGNAL
           END-IF.
           OPEN OUTPUT FLETTRES.
           IF NOT WS-STATUS-FILE-FLETTRES-OK
           OR NOT WS-STATUS-FILE-FSIGNAL-OK
               DISPLAY "ERREUR OUVERTURE DES FICHIERS DE SORTIE"
               CLOSE FNOTIF
               MOVE 16 TO RETURN-CODE
               GO TO 0000-MAIN-FIN
           END-IF.

           PERFORM VARYING WS-INDICE-ALT FROM 1 BY 1
                   UNTIL WS-INDICE-ALT > WS-NB-ALERTES
               PERFORM 4000-TRAITEMENT-ALERTE-DEBUT
                  THRU 4000-TRAITEMENT-ALERTE-FIN
           END-PERFORM.

           CLOSE FNOTIF.
           CLOSE FLETTRES.
           CLOSE FSIGNAL.

           IF WS-COMPTEUR-SANS-ADRESSE > ZEROES
               MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY "==============================================".
           DISPLAY "ELEVES EN ALERTE         : " WS-NB-ALERTES.
           DISPLAY "LETTRES EMISES           : " WS-COMPTEUR-LETTRES.
           DISPLAY "NIVEAU 1 / 2 / 3         : " WS-NIVEAU-NB (1)
                   " / " WS-NIVEAU-NB (2) " / " WS-NIVEAU-NB (3).
           DISPLAY "SIGNALEMENTS INSPECTION  : "
                   WS-COMPTEUR-SIGNALEMENTS.
           DISPLAY "DEJA NOTIFIES            : "
                   WS-COMPTEUR-DEJA-NOTIFIES.
           DISPLAY "DELAI NON ECOULE         : "
                   WS-COMPTEUR-EN-ATTENTE.
           DISPLAY "SANS ADRESSE (NON ENVOYE): "
                   WS-COMPTEUR-SANS-ADRESSE.
           DISPLAY "==============================================".

       0000-MAIN-FIN.
           GOBACK.

      *******************************************************
      *  CHARGEMENT DES ELEVES EN ALERTE (ABSENCES-ALERTES.txt
      *  DU DERNIER PASSAGE DE REGABS)
      *******************************************************
       1000-CHARGEMENT-ALERTES-DEBUT.

           OPEN INPUT FALERTE.
           IF NOT WS-STATUS-FILE-FALERTE-OK
               DISPLAY "ERREUR OUVERTURE FICHIER ABSENCES-ALERTES: "
                       WS-STATUS-FILE-FALERTE
               MOVE 16 TO RETURN-CODE
               GO TO 1000-CHARGEMENT-ALERTES-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FALERTE-OK
               READ FALERTE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ALT-ALERTE
                           IF WS-NB-ALERTES < WS-MAX-ALERTES
                               ADD 1 TO WS-NB-ALERTES
                               SET WS-INDICE-ALT TO WS-NB-ALERTES
                               MOVE ALT-CLASSE
                                    TO WS-ALT-CLASSE (WS-INDICE-ALT)
                               MOVE ALT-PRENOM
                                    TO WS-ALT-PRENOM (WS-INDICE-ALT)
                               MOVE ALT-NOM
                                    TO WS-ALT-NOM (WS-INDICE-ALT)
                               MOVE ZEROES
                                    TO WS-ALT-NIVEAU (WS-INDICE-ALT)
                                    WS-ALT-DATE-LETTRE (WS-INDICE-ALT)
                                    WS-ALT-COUVERTE (WS-INDICE-ALT)
                           ELSE
                               DISPLAY "--> ! PLUS DE " WS-MAX-ALERTES
                                       " ALERTES!"
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FALERTE.

           DISPLAY "NOMBRE D'ELEVES EN ALERTE: " WS-NB-ALERTES.

       1000-CHARGEMENT-ALERTES-FIN.
           EXIT.

      *******************************************************
      *  CHARGEMENT DES RESPONSABLES ET ADRESSES
      *******************************************************
       1500-CHARGEMENT-ADRESSES-DEBUT.

           OPEN INPUT FELEVE.
           IF NOT WS-STATUS-FILE-FELEVE-OK
               DISPLAY "--> ELEVES-FICHIER.txt ABSENT: AUCUNE LETTRE "
                       "NE PEUT ETRE ADRESSEE"
               GO TO 1500-CHARGEMENT-ADRESSES-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FELEVE-OK
               READ FELEVE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-NB-ADRESSES < WS-MAX-ADRESSES
                           ADD 1 TO WS-NB-ADRESSES
                           SET WS-INDICE-ADR TO WS-NB-ADRESSES
                           MOVE ELV-PRENOM
                                TO WS-ADR-PRENOM (WS-INDICE-ADR)
                           MOVE ELV-NOM
                                TO WS-ADR-NOM (WS-INDICE-ADR)
                           MOVE ELV-CLASSE
                                TO WS-ADR-CLASSE (WS-INDICE-ADR)
                           MOVE ELV-RESPONSABLE
                                TO WS-ADR-RESPONSABLE (WS-INDICE-ADR)
                           MOVE ELV-RUE
                                TO WS-ADR-RUE (WS-INDICE-ADR)
                           MOVE ELV-CODEPOSTAL
                                TO WS-ADR-CODEPOSTAL (WS-INDICE-ADR)
                           MOVE ELV-VILLE
                                TO WS-ADR-VILLE (WS-INDICE-ADR)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FELEVE.

           DISPLAY "NOMBRE D'ADRESSES D'ELEVES CHARGEES: "
                   WS-NB-ADRESSES.

       1500-CHARGEMENT-ADRESSES-FIN.
           EXIT.

      *******************************************************
      *  COLLECTE DES ABSENCES INJUSTIFIEES ("04") DE L'ANNEE
      *  SCOLAIRE POUR LES SEULS ELEVES EN ALERTE
      *******************************************************
       2000-COLLECTE-ABSENCES-DEBUT.

           OPEN INPUT FILE-INPUT.
           IF NOT WS-STATUS-FILE-INPUT-OK
               DISPLAY "ERREUR OUVERTURE FICHIER ELEVES-INPUT: "
                       WS-STATUS-FILE-INPUT
               MOVE 16 TO RETURN-CODE
               GO TO 2000-COLLECTE-ABSENCES-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-INPUT-OK
               READ FILE-INPUT INTO WS-INPUT-REC
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 2100-ANALYSE-ENREG-DEBUT
                          THRU 2100-ANALYSE-ENREG-FIN
               END-READ
           END-PERFORM.
           CLOSE FILE-INPUT.

       2000-COLLECTE-ABSENCES-FIN.
           EXIT.

      *******************************************************
      *  ANALYSE D'UN ENREGISTREMENT LU : LE "01" DESIGNE
      *  L'ELEVE DES "04" QUI LE SUIVENT
      *******************************************************
       2100-ANALYSE-ENREG-DEBUT.

           IF WS-REC01
               MOVE ZEROES TO WS-ALERTE-COURANTE
               PERFORM VARYING WS-INDICE-ALT FROM 1 BY 1
                       UNTIL WS-INDICE-ALT > WS-NB-ALERTES
                   IF WS-ALT-CLASSE (WS-INDICE-ALT) = REC01-CLASSE
                   AND WS-ALT-PRENOM (WS-INDICE-ALT) = REC01-PRENOM
                   AND WS-ALT-NOM (WS-INDICE-ALT) = REC01-NOM
                       SET WS-ALERTE-COURANTE TO WS-INDICE-ALT
                   END-IF
               END-PERFORM
               GO TO 2100-ANALYSE-ENREG-FIN
           END-IF.

           IF NOT WS-REC04
           OR WS-ALERTE-COURANTE = ZEROES
               GO TO 2100-ANALYSE-ENREG-FIN
           END-IF.
           IF REC04-DATE NOT NUMERIC
           OR REC04-JUSTIFIEE = "O"
               GO TO 2100-ANALYSE-ENREG-FIN
           END-IF.
           IF REC04-DATE < WS-DATE-RENTREE
               GO TO 2100-ANALYSE-ENREG-FIN
           END-IF.

           IF WS-NB-EVENEMENTS >= WS-MAX-EVENEMENTS
               DISPLAY "--> ! PLUS DE " WS-MAX-EVENEMENTS
                       " EVENEMENTS!"
               GO TO 2100-ANALYSE-ENREG-FIN
           END-IF.

           ADD 1 TO WS-NB-EVENEMENTS.
           SET WS-INDICE-EVT TO WS-NB-EVENEMENTS.
           MOVE WS-ALERTE-COURANTE TO WS-EVT-ALERTE (WS-INDICE-EVT).
           MOVE REC04-DATE         TO WS-EVT-DATE (WS-INDICE-EVT).
           MOVE REC04-DEMI-JOURNEE TO WS-EVT-DEMI (WS-INDICE-EVT).

       2100-ANALYSE-ENREG-FIN.
           EXIT.

      *******************************************************
      *  ETAT DE NOTIFICATION DE L'ANNEE SCOLAIRE : NIVEAU
      *  ATTEINT, DATE DE LA DERNIERE LETTRE ET DERNIERE
      *  ABSENCE DEJA COUVERTE PAR UNE LETTRE
      *******************************************************
       3000-LECTURE-REGISTRE-DEBUT.

           OPEN INPUT FNOTIF.
           IF WS-STATUS-FILE-FNOTIF-INEXISTANT
               DISPLAY "--> AUCUNE NOTIFICATION ANTERIEURE"
               GO TO 3000-LECTURE-REGISTRE-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FNOTIF-OK
               READ FNOTIF
                   AT END
                       CONTINUE
                   NOT AT END
                       IF NOT-DATE NUMERIC
                       AND NOT-DATE >= WS-DATE-RENTREE
                           PERFORM 3100-ETAT-ELEVE-DEBUT
                              THRU 3100-ETAT-ELEVE-FIN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FNOTIF.

       3000-LECTURE-REGISTRE-FIN.
           EXIT.

      *******************************************************
      *  REPORT D'UNE NOTIFICATION SUR L'ELEVE EN ALERTE
      *******************************************************
       3100-ETAT-ELEVE-DEBUT.

           PERFORM VARYING WS-INDICE-ALT FROM 1 BY 1
                   UNTIL WS-INDICE-ALT > WS-NB-ALERTES
               IF WS-ALT-CLASSE (WS-INDICE-ALT) = NOT-CLASSE
               AND WS-ALT-PRENOM (WS-INDICE-ALT) = NOT-PRENOM
               AND WS-ALT-NOM (WS-INDICE-ALT) = NOT-NOM
                   IF NOT-NIVEAU > WS-ALT-NIVEAU (WS-INDICE-ALT)
                       MOVE NOT-NIVEAU TO WS-ALT-NIVEAU (WS-INDICE-ALT)
                   END-IF
                   IF NOT-DATE > WS-ALT-DATE-LETTRE (WS-INDICE-ALT)
                       MOVE NOT-DATE
                            TO WS-ALT-DATE-LETTRE (WS-INDICE-ALT)
                   END-IF
                   IF NOT-DERNIERE-ABSENCE
                      > WS-ALT-COUVERTE (WS-INDICE-ALT)
                       MOVE NOT-DERNIERE-ABSENCE
                            TO WS-ALT-COUVERTE (WS-INDICE-ALT)
                   END-IF
               END-IF
           END-PERFORM.

       3100-ETAT-ELEVE-FIN.
           EXIT.

      *******************************************************
      *  TRAITEMENT D'UNE ALERTE : LETTRE AU NIVEAU SUIVANT
      *  S'IL Y A DES ABSENCES NON ENCORE NOTIFIEES ET QUE LE
      *  DELAI DEPUIS LA LETTRE PRECEDENTE EST ECOULE
      *******************************************************
       4000-TRAITEMENT-ALERTE-DEBUT.

           MOVE ZEROES TO WS-NB-NOUVELLES WS-NB-ANNEE
                          WS-DERNIERE-NOUVELLE.
           PERFORM VARYING WS-INDICE-EVT FROM 1 BY 1
                   UNTIL WS-INDICE-EVT > WS-NB-EVENEMENTS
               IF WS-EVT-ALERTE (WS-INDICE-EVT) = WS-INDICE-ALT
                   ADD 1 TO WS-NB-ANNEE
                   IF WS-EVT-DATE (WS-INDICE-EVT)
                      > WS-ALT-COUVERTE (WS-INDICE-ALT)
                       ADD 1 TO WS-NB-NOUVELLES
                       IF WS-EVT-DATE (WS-INDICE-EVT)
                          > WS-DERNIERE-NOUVELLE
                           MOVE WS-EVT-DATE (WS-INDICE-EVT)
                                TO WS-DERNIERE-NOUVELLE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-NB-NOUVELLES = ZEROES
               ADD 1 TO WS-COMPTEUR-DEJA-NOTIFIES
               GO TO 4000-TRAITEMENT-ALERTE-FIN
           END-IF.

           IF WS-ALT-DATE-LETTRE (WS-INDICE-ALT) > ZEROES
               COMPUTE WS-LETTRE-INT = FUNCTION INTEGER-OF-DATE
                       (WS-ALT-DATE-LETTRE (WS-INDICE-ALT))
               COMPUTE WS-ECART-JOURS = WS-JOUR-INT - WS-LETTRE-INT
               IF WS-ECART-JOURS < WS-DELAI-JOURS
                   ADD 1 TO WS-COMPTEUR-EN-ATTENTE
                   GO TO 4000-TRAITEMENT-ALERTE-FIN
               END-IF
           END-IF.
      *
      ****** RESPONSABLE ET ADRESSE : SANS ELLE, PAS DE LETTRE
      ****** NI D'INSCRIPTION AU REGISTRE
           MOVE ZEROES TO WS-ADRESSE-POSITION.
           PERFORM VARYING WS-INDICE-ADR FROM 1 BY 1
                   UNTIL WS-INDICE-ADR > WS-NB-ADRESSES
               IF WS-ADR-PRENOM (WS-INDICE-ADR)
                  = WS-ALT-PRENOM (WS-INDICE-ALT)
               AND WS-ADR-NOM (WS-INDICE-ADR)
                   = WS-ALT-NOM (WS-INDICE-ALT)
               AND WS-ADR-CLASSE (WS-INDICE-ADR)
                   = WS-ALT-CLASSE (WS-INDICE-ALT)
                   SET WS-ADRESSE-POSITION TO WS-INDICE-ADR
               END-IF
           END-PERFORM.
           IF WS-ADRESSE-POSITION = ZEROES
               ADD 1 TO WS-COMPTEUR-SANS-ADRESSE
               DISPLAY "--> SANS ADRESSE: "
                       WS-ALT-CLASSE (WS-INDICE-ALT) " "
                       WS-ALT-PRENOM (WS-INDICE-ALT) " "
                       WS-ALT-NOM (WS-INDICE-ALT)
               GO TO 4000-TRAITEMENT-ALERTE-FIN
           END-IF.
           SET WS-INDICE-ADR TO WS-ADRESSE-POSITION.

           IF WS-ALT-NIVEAU (WS-INDICE-ALT) < 3
               COMPUTE WS-NOUVEAU-NIVEAU =
                       WS-ALT-NIVEAU (WS-INDICE-ALT) + 1
           ELSE
               MOVE 3 TO WS-NOUVEAU-NIVEAU
           END-IF.

           PERFORM 4100-LETTRE-FAMILLE-DEBUT
              THRU 4100-LETTRE-FAMILLE-FIN.

           IF WS-NOUVEAU-NIVEAU = 3
               PERFORM 4200-SIGNALEMENT-DEBUT
                  THRU 4200-SIGNALEMENT-FIN
           END-IF.
      *
      ****** INSCRIPTION AU REGISTRE DES NOTIFICATIONS
           MOVE SPACES TO RNOTIF.
           MOVE WS-ALT-CLASSE (WS-INDICE-ALT) TO NOT-CLASSE.
           MOVE WS-ALT-PRENOM (WS-INDICE-ALT) TO NOT-PRENOM.
           MOVE WS-ALT-NOM (WS-INDICE-ALT)    TO NOT-NOM.
           MOVE WS-DATE-JOUR                  TO NOT-DATE.
           MOVE WS-NOUVEAU-NIVEAU             TO NOT-NIVEAU.
           MOVE WS-DERNIERE-NOUVELLE          TO NOT-DERNIERE-ABSENCE.
           MOVE WS-NB-NOUVELLES               TO NOT-NB-ABSENCES.
           MOVE WS-ADR-RESPONSABLE (WS-INDICE-ADR) TO NOT-RESPONSABLE.
           WRITE RNOTIF.

           MOVE WS-NOUVEAU-NIVEAU    TO WS-ALT-NIVEAU (WS-INDICE-ALT).
           MOVE WS-DATE-JOUR TO WS-ALT-DATE-LETTRE (WS-INDICE-ALT).
           MOVE WS-DERNIERE-NOUVELLE TO WS-ALT-COUVERTE (WS-INDICE-ALT).
           ADD 1 TO WS-COMPTEUR-LETTRES.
           ADD 1 TO WS-NIVEAU-NB (WS-NOUVEAU-NIVEAU).

       4000-TRAITEMENT-ALERTE-FIN.
           EXIT.

      *******************************************************
      *  LETTRE AU RESPONSABLE DE L'ELEVE
      *******************************************************
       4100-LETTRE-FAMILLE-DEBUT.

           MOVE ALL "=" TO WS-LIGNE.
           MOVE WS-LIGNE TO RLETTRE.
           WRITE RLETTRE.

           MOVE SPACES TO WS-LIGNE.
           EVALUATE WS-NOUVEAU-NIVEAU
               WHEN 1
                   STRING "COURRIER D'INFORMATION (NIVEAU 1) DU "
                          WS-DATE-JOUR
                          DELIMITED BY SIZE INTO WS-LIGNE
               WHEN 2
                   STRING "CONVOCATION DE LA FAMILLE (NIVEAU 2) DU "
                          WS-DATE-JOUR
                          DELIMITED BY SIZE INTO WS-LIGNE
               WHEN OTHER
                   STRING "SIGNALEMENT A L'INSPECTION ACADEMIQUE "
                          "(NIVEAU 3) DU " WS-DATE-JOUR
                          DELIMITED BY SIZE INTO WS-LIGNE
           END-EVALUATE.
           MOVE WS-LIGNE TO RLETTRE.
           WRITE RLETTRE.

           MOVE SPACES TO WS-LIGNE.
           STRING "AUX PARENTS DE - "
                  WS-ADR-RESPONSABLE (WS-INDICE-ADR)
                  DELIMITED BY SIZE INTO WS-LIGNE.
           MOVE WS-LIGNE TO RLETTRE.
           WRITE RLETTRE.
           MOVE WS-ADR-RUE (WS-INDICE-ADR) TO RLETTRE.
           WRITE RLETTRE.
           MOVE SPACES TO WS-LIGNE.
           STRING WS-ADR-CODEPOSTAL (WS-INDICE-ADR) " "
                  WS-ADR-VILLE (WS-INDICE-ADR)
                  DELIMITED BY SIZE INTO WS-LIGNE.
           MOVE WS-LIGNE TO RLETTRE.
           WRITE RLETTRE.
           MOVE SPACES TO RLETTRE.
           WRITE RLETTRE.

           MOVE SPACES TO WS-LIGNE.
           STRING "OBJET : ABSENCES NON JUSTIFIEES DE "
                  WS-ALT-PRENOM (WS-INDICE-ALT) " "
                  WS-ALT-NOM (WS-INDICE-ALT) " (CLASSE "
                  WS-ALT-CLASSE (WS-INDICE-ALT) ")"
                  DELIMITED BY SIZE INTO WS-LIGNE.
           MOVE WS-LIGNE TO RLETTRE.
           WRITE RLETTRE.

           EVALUATE WS-NOUVEAU-NIVEAU
               WHEN 1
                   MOVE "NOUS VOUS INFORMONS QUE VOTRE ENFANT A ETE "
                        TO WS-LIGNE
                   MOVE WS-LIGNE TO RLETTRE
                   WRITE RLETTRE
                   MOVE "ABSENT SANS JUSTIFICATION AUX DEMI-JOURNEES "
                        TO WS-LIGNE
                   MOVE WS-LIGNE TO RLETTRE
                   WRITE RLETTRE
                   MOVE "SUIVANTES :" TO WS-LIGNE
               WHEN 2
                   MOVE "MALGRE NOTRE PRECEDENT COURRIER, DE NOUVELLES "
                        TO WS-LIGNE
                   MOVE WS-LIGNE TO RLETTRE
                   WRITE RLETTRE
                   MOVE "ABSENCES NON JUSTIFIEES ONT ETE CONSTATEES. "
                        TO WS-LIGNE
                   MOVE WS-LIGNE TO RLETTRE
                   WRITE RLETTRE
                   MOVE "VOUS ETES CONVOQUES A L'ETABLISSEMENT SOUS "
                        TO WS-LIGNE
                   MOVE WS-LIGNE TO RLETTRE
                   WRITE RLETTRE
                   MOVE "HUITAINE. ABSENCES CONCERNEES :" TO WS-LIGNE
               WHEN OTHER
                   MOVE "LES ABSENCES NON JUSTIFIEES SE POURSUIVANT, "
                        TO WS-LIGNE
                   MOVE WS-LIGNE TO RLETTRE
                   WRITE RLETTRE
                   MOVE "LA SITUATION DE VOTRE ENFANT EST SIGNALEE A "
                        TO WS-LIGNE
                   MOVE WS-LIGNE TO RLETTRE
                   WRITE RLETTRE
                   MOVE "L'INSPECTION ACADEMIQUE. ABSENCES CONCERNEES :"
                        TO WS-LIGNE
           END-EVALUATE.
           MOVE WS-LIGNE TO RLETTRE.
           WRITE RLETTRE.
      *
      ****** LES SEULES ABSENCES NON ENCORE NOTIFIEES
           PERFORM VARYING WS-INDICE-EVT FROM 1 BY 1
                   UNTIL WS-INDICE-EVT > WS-NB-EVENEMENTS
               IF WS-EVT-ALERTE (WS-INDICE-EVT) = WS-INDICE-ALT
               AND WS-EVT-DATE (WS-INDICE-EVT)
                   > WS-ALT-COUVERTE (WS-INDICE-ALT)
                   IF WS-EVT-DEMI (WS-INDICE-EVT) = "S"
                       MOVE "APRES-MIDI" TO WS-LIBELLE-DEMI
                   ELSE
                       MOVE "MATIN"      TO WS-LIBELLE-DEMI
                   END-IF
                   MOVE SPACES TO WS-LIGNE
                   STRING "   " WS-EVT-DATE (WS-INDICE-EVT) " "
                          WS-LIBELLE-DEMI
                          DELIMITED BY SIZE INTO WS-LIGNE
                   MOVE WS-LIGNE TO RLETTRE
                   WRITE RLETTRE
               END-IF
           END-PERFORM.

           MOVE SPACES TO WS-LIGNE.
           STRING "SOIT " WS-NB-NOUVELLES
                  " DEMI-JOURNEE(S), " WS-NB-ANNEE
                  " DEPUIS LA RENTREE DU " WS-DATE-RENTREE
                  DELIMITED BY SIZE INTO WS-LIGNE.
           MOVE WS-LIGNE TO RLETTRE.
           WRITE RLETTRE.

           MOVE SPACES TO RLETTRE.
           WRITE RLETTRE.

       4100-LETTRE-FAMILLE-FIN.
           EXIT.

      *******************************************************
      *  SIGNALEMENT A L'INSPECTION ACADEMIQUE
      *******************************************************
       4200-SIGNALEMENT-DEBUT.

           ADD 1 TO WS-COMPTEUR-SIGNALEMENTS.
           MOVE SPACES TO WS-LIGNE.
           STRING "SIGNALEMENT " WS-DATE-JOUR " "
                  WS-ALT-CLASSE (WS-INDICE-ALT) " "
                  WS-ALT-PRENOM (WS-INDICE-ALT) " "
                  WS-ALT-NOM (WS-INDICE-ALT) " : "
                  WS-NB-ANNEE " INJUSTIFIEE(S) CETTE ANNEE - "
                  WS-ADR-RESPONSABLE (WS-INDICE-ADR)
                  DELIMITED BY SIZE INTO WS-LIGNE.
           MOVE WS-LIGNE TO RSIGNAL.
           WRITE RSIGNAL.

       4200-SIGNALEMENT-FIN.
           EXIT.
