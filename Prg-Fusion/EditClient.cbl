      *   E05 departement absent de FR-LISTE-DEPT.txt
      *   E06 contrat non numerique ou absent de ASSURANCES.txt
      *   E07 societe a blanc
      *   E08 code postal absent du referentiel CODES-POSTAUX.txt
      *   E09 ville qui n'est pas une commune du code postal (la
      *       commune du referentiel est proposee dans le libelle)
      *   E10 departement different de celui de la commune
      * E08 a E10 passent par le sous-programme partage CTRLADR ;
      * une adresse sans code postal ni ville n'est pas controlee,
      * et sans referentiel les adresses passent avec un
      * avertissement.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-ERR-CODE    PIC X(03) VALUE SPACES.
       01  WS-ERR-LIBELLE PIC X(50) VALUE SPACES.

      *************************************
      *  CONTROLE DES ADRESSES (CTRLADR)
      *************************************
       01  WS-ADRESSE.
           05  WS-ADR-FONCTION      PIC X(01) VALUE "V".
           05  WS-ADR-CLIENT-ID     PIC X(08) VALUE SPACES.
           05  WS-ADR-NOM           PIC X(20) VALUE SPACES.
           05  WS-ADR-RUE           PIC X(30) VALUE SPACES.
           05  WS-ADR-CODEPOSTAL    PIC X(05) VALUE SPACES.
           05  WS-ADR-VILLE         PIC X(20) VALUE SPACES.
           05  WS-ADR-DEPT          PIC X(03) VALUE SPACES.
           05  WS-ADR-PROGRAMME     PIC X(08) VALUE "EDITCLI".
           05  WS-ADR-VILLE-REF     PIC X(20) VALUE SPACES.
           05  WS-ADR-DEPT-REF      PIC X(03) VALUE SPACES.
           05  WS-ADR-ECART-VILLE   PIC X(01) VALUE SPACES.
           05  WS-ADR-ECART-DEPT    PIC X(01) VALUE SPACES.
           05  WS-ADR-DATE-RETOUR   PIC 9(08) VALUE ZEROES.
           05  WS-ADR-NB-LEVES      PIC 9(03) VALUE ZEROES.
           05  WS-ADR-STATUT        PIC X(01) VALUE SPACES.
               88  WS-ADR-CP-INCONNU    VALUE "1".
               88  WS-ADR-INCOHERENTE   VALUE "2".
               88  WS-ADR-NON-CONTROLEE VALUE "9".
       01  WS-REFERENTIEL-ABSENT PIC X(01) VALUE "N".
           88 WS-REFERENTIEL-ABSENT-OUI VALUE "O".

       PROCEDURE DIVISION.
       0000-MAIN-DEB.
      *******************************************************
               PERFORM 2100-ERREUR-DEBUT THRU 2100-ERREUR-FIN
           END-IF.
      *
      ****** E08 A E10 : ADRESSE CONFORME AU REFERENTIEL POSTAL
           IF RCLIENT-CODEPOSTAL NOT = SPACES
           OR RCLIENT-VILLE NOT = SPACES
               PERFORM 2200-CONTROLE-ADRESSE-DEBUT
                  THRU 2200-CONTROLE-ADRESSE-FIN
           END-IF.
      *
      ****** VENTILATION PROPRE / REJET
           IF WS-ENREG-PROPRE-OUI
               MOVE SPACES TO RPROPRE

       2100-ERREUR-FIN.
           EXIT.

      *******************************************************
      *  CONTROLE DE L'ADRESSE CONTRE LE REFERENTIEL DES
      *  CODES POSTAUX (E08 CODE INCONNU, E09 VILLE, E10
      *  DEPARTEMENT)
      *******************************************************
       2200-CONTROLE-ADRESSE-DEBUT.

           IF WS-REFERENTIEL-ABSENT-OUI
               GO TO 2200-CONTROLE-ADRESSE-FIN
           END-IF.

           MOVE "V" TO WS-ADR-FONCTION.
           MOVE RCLIENT-CODEPOSTAL TO WS-ADR-CODEPOSTAL.
           MOVE RCLIENT-VILLE      TO WS-ADR-VILLE.
           MOVE RCLIENT-DEPT       TO WS-ADR-DEPT.
           CALL 'CTRLADR' USING WS-ADRESSE
               ON EXCEPTION
                   MOVE "9" TO WS-ADR-STATUT
           END-CALL.

           IF WS-ADR-NON-CONTROLEE
               MOVE "O" TO WS-REFERENTIEL-ABSENT
               DISPLAY "--> CODES-POSTAUX.txt ABSENT: "
                       "ADRESSES NON CONTROLEES"
               GO TO 2200-CONTROLE-ADRESSE-FIN
           END-IF.

           IF WS-ADR-CP-INCONNU
               MOVE "E08" TO WS-ERR-CODE
               MOVE "CODE POSTAL ABSENT DE CODES-POSTAUX"
                    TO WS-ERR-LIBELLE
               PERFORM 2100-ERREUR-DEBUT THRU 2100-ERREUR-FIN
               GO TO 2200-CONTROLE-ADRESSE-FIN
           END-IF.

           IF WS-ADR-ECART-VILLE = "O"
               MOVE "E09" TO WS-ERR-CODE
               MOVE SPACES TO WS-ERR-LIBELLE
               STRING "VILLE INCOHERENTE, PROPOSEE: "
                      WS-ADR-VILLE-REF
                      DELIMITED BY SIZE INTO WS-ERR-LIBELLE
               PERFORM 2100-ERREUR-DEBUT THRU 2100-ERREUR-FIN
           END-IF.

           IF WS-ADR-ECART-DEPT = "O"
               MOVE "E10" TO WS-ERR-CODE
               MOVE SPACES TO WS-ERR-LIBELLE
               STRING "DEPARTEMENT INCOHERENT, ATTENDU: "
                      WS-ADR-DEPT-REF
                      DELIMITED BY SIZE INTO WS-ERR-LIBELLE
               PERFORM 2100-ERREUR-DEBUT THRU 2100-ERREUR-FIN
           END-IF.

       2200-CONTROLE-ADRESSE-FIN.
           EXIT.
