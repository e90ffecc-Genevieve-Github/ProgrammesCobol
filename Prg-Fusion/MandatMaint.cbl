      *
      * Le fichier MANDATS.txt porte un mandat par client :
      *   ID CLIENT . IBAN . REFERENCE . DATE SIGNATURE . STATUT
      *   . DATE DE DERNIERE UTILISATION
      *   (STATUT : A actif, R revoque, E expire ; la date de derniere
      *   utilisation et l'expiration sont tenues par REMISEBANQ)
      * Ce programme le maintient sur le modele de CLIMAINT :
      *   (A)JOUT d'un mandat (client existant dans
      *       FICHIERCLIENT.txt, IBAN valide par cle modulo 97,
           COPY 'COBOL-FD-FCLIENT.CPY'.

      ******** FICHIER DES MANDATS DE PRELEVEMENT
           COPY 'COBOL-FD-MANDAT.cpy'.

       WORKING-STORAGE SECTION.
      ***********************************************
               10 WS-MAND-RUM    PIC X(16).
               10 WS-MAND-DATE   PIC 9(08).
               10 WS-MAND-STATUT PIC X(01).
               10 WS-MAND-UTILISATION PIC 9(08).
       01  WS-NB-MANDATS  PIC 9(04) VALUE ZEROES.
       01  WS-MAX-MANDATS PIC 9(04) VALUE 5000.
       01  WS-POSITION-MANDAT PIC 9(04) VALUE ZEROES.
                                TO WS-MAND-DATE (WS-INDICE2)
                           MOVE MAND-STATUT
                                TO WS-MAND-STATUT (WS-INDICE2)
                           IF MAND-DATE-UTILISATION IS NUMERIC
                               MOVE MAND-DATE-UTILISATION
                                    TO WS-MAND-UTILISATION (WS-INDICE2)
                           ELSE
                               MOVE ZEROES
                                    TO WS-MAND-UTILISATION (WS-INDICE2)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE WS-SAISIE (1:16)  TO WS-MAND-RUM (WS-INDICE2).
           MOVE WS-DATE-SIGNATURE TO WS-MAND-DATE (WS-INDICE2).
           MOVE "A"               TO WS-MAND-STATUT (WS-INDICE2).
           MOVE ZEROES            TO WS-MAND-UTILISATION (WS-INDICE2).
           ADD 1 TO WS-COMPTEUR-AJOUTS.
           MOVE "O" TO WS-FICHIER-MODIFIE.
           DISPLAY "--> MANDAT AJOUTE POUR " WS-ID-RECHERCHE.
               DISPLAY WS-MAND-ID (WS-INDICE2) " "
                       WS-MAND-STATUT (WS-INDICE2) " "
                       WS-MAND-RUM (WS-INDICE2) " "
                       WS-MAND-IBAN (WS-INDICE2) " "
                       WS-MAND-UTILISATION (WS-INDICE2)
           END-PERFORM.

           IF WS-NB-MANDATS = ZEROES
               MOVE WS-MAND-DATE (WS-INDICE2)
                    TO MAND-DATE-SIGNATURE
               MOVE WS-MAND-STATUT (WS-INDICE2) TO MAND-STATUT
               MOVE WS-MAND-UTILISATION (WS-INDICE2)
                    TO MAND-DATE-UTILISATION
               WRITE RMANDAT
           END-PERFORM.
           CLOSE FMANDAT.
