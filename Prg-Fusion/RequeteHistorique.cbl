      * sont affichees avec leur numero de facture et totalisees
      * (HT, TVA, TTC). Dans l'esprit de RECHJOURNAL : consultation
      * pure, le fichier n'est jamais modifie.
      *
      * Sur demande, les archives de fin de periode d'ARCHPERI
      * (FACTURES-HISTORIQUE-ARCH-AAAAMMJJ.txt, retrouvees par
      * ARCHIVES-PERIODE-CATALOGUE.txt) sont lues aussi : les
      * factures archivees reapparaissent en detail et les lignes
      * de REPORT A NOUVEAU, qui les cumulent, sont alors ignorees.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ******** HISTORIQUE PERMANENT DE FACTURATION
           SELECT FHIST ASSIGN TO DYNAMIC WS-NOM-FHIST
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FHIST.

      ******** CATALOGUE DES ARCHIVES DE FIN DE PERIODE
           SELECT FARCHCAT ASSIGN TO "ARCHIVES-PERIODE-CATALOGUE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FARCHCAT.

       DATA DIVISION.
       FILE SECTION.
      ******** HISTORIQUE PERMANENT DE FACTURATION
           05  HIST-DEVISE   PIC X(03).
           05  FILLER        PIC X(01).
           05  HIST-TAUX     PIC 9(03)V9(06).
           05  FILLER        PIC X(01).
           05  HIST-ECHEANCE PIC 9(08).
           05  FILLER        PIC X(01).
           05  HIST-NUMACT   PIC X(08).

      ******** CATALOGUE DES ARCHIVES DE FIN DE PERIODE
           COPY 'COBOL-FD-ARCHCAT.cpy'.

       WORKING-STORAGE SECTION.
       01  WS-STATUS-FILE-FHIST PIC X(02).
           88 WS-STATUS-FILE-FHIST-OK  VALUE "00".
           88 WS-STATUS-FILE-FHIST-EOF VALUE "10".
       01  WS-STATUS-FILE-FARCHCAT PIC X(02).
           88 WS-STATUS-FILE-FARCHCAT-OK  VALUE "00".
       01  WS-NOM-FHIST PIC X(40) VALUE "FACTURES-HISTORIQUE.txt".

      ***********************************************
      * CRITERES DE LA RECHERCHE
       01  WS-CLIENT-CHERCHE PIC X(08) VALUE SPACES.
       01  WS-DATE-DEBUT PIC 9(08) VALUE ZEROES.
       01  WS-DATE-FIN   PIC 9(08) VALUE 99999999.
       01  WS-AVEC-ARCHIVES PIC X(01) VALUE "N".
           88 WS-AVEC-ARCHIVES-OUI VALUE "O".
       01  WS-LIBELLE-REPORT PIC X(16) VALUE "REPORT A NOUVEAU".

      ***********************************************
      * COMPTEURS ET TOTAUX
                   DISPLAY "--> DATE DE FIN IGNOREE (NON NUMERIQUE)"
               END-IF
           END-IF.

           DISPLAY "INCLURE LES ARCHIVES DE FIN DE PERIODE (O/N): "
                   NO ADVANCING.
           MOVE SPACES TO WS-SAISIE.
           ACCEPT WS-SAISIE.
           IF WS-SAISIE (1:1) = "O" OR WS-SAISIE (1:1) = "o"
               MOVE "O" TO WS-AVEC-ARCHIVES
           END-IF.
      *
      *********** BALAYAGE DE L'HISTORIQUE
           OPEN INPUT FHIST.
               MOVE 8 TO RETURN-CODE
               GO TO 0000-MAIN-FIN
           END-IF.
           PERFORM 2000-BALAYAGE-DEBUT
              THRU 2000-BALAYAGE-FIN.
      *
      *********** PUIS LES ARCHIVES CATALOGUEES
           IF WS-AVEC-ARCHIVES-OUI
               PERFORM 3000-LECTURE-ARCHIVES-DEBUT
                  THRU 3000-LECTURE-ARCHIVES-FIN
           END-IF.

           DISPLAY "==============================================".
           DISPLAY "LIGNES LUES    : " WS-COMPTEUR-LUES.

       1000-AFFICHAGE-LIGNE-FIN.
           EXIT.

      *******************************************************
      *  BALAYAGE DU FICHIER OUVERT (HISTORIQUE OU ARCHIVE) ;
      *  AVEC LES ARCHIVES, LES REPORTS SONT IGNORES
      *******************************************************
       2000-BALAYAGE-DEBUT.

           PERFORM UNTIL NOT WS-STATUS-FILE-FHIST-OK
               READ FHIST
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO WS-COMPTEUR-LUES
                       IF HIST-CLIENT = WS-CLIENT-CHERCHE
                       AND HIST-DATE IS NUMERIC
                       AND HIST-DATE >= WS-DATE-DEBUT
                       AND HIST-DATE <= WS-DATE-FIN
                           IF WS-AVEC-ARCHIVES-OUI
                           AND HIST-NUMFACT = ZEROES
                           AND HIST-NOM (1:16) = WS-LIBELLE-REPORT
                               CONTINUE
                           ELSE
                               PERFORM 1000-AFFICHAGE-LIGNE-DEBUT
                                  THRU 1000-AFFICHAGE-LIGNE-FIN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FHIST.

       2000-BALAYAGE-FIN.
           EXIT.

      *******************************************************
      *  ARCHIVES D'HISTORIQUE INSCRITES AU CATALOGUE
      *******************************************************
       3000-LECTURE-ARCHIVES-DEBUT.

           OPEN INPUT FARCHCAT.
           IF NOT WS-STATUS-FILE-FARCHCAT-OK
               DISPLAY "--> AUCUNE ARCHIVE DE FIN DE PERIODE"
               GO TO 3000-LECTURE-ARCHIVES-FIN
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
                               PERFORM 2000-BALAYAGE-DEBUT
                                  THRU 2000-BALAYAGE-FIN
                           ELSE
                               DISPLAY "--> ARCHIVE "
                                       FUNCTION TRIM (ARC-FICHIER)
                                       " ABSENTE"
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FARCHCAT.

       3000-LECTURE-ARCHIVES-FIN.
           EXIT.
