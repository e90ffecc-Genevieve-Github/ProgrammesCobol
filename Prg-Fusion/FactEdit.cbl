      * et un total TTC unique). La numerotation reste d'un numero
      * PAR LIGNE : le lettrage et les releves reconstituent les
      * numeros a partir du rang de la ligne, consolidation ou pas.
      *
      * Escompte pour paiement anticipe : les conditions negociees
      * (ESCOMPTE-CONDITIONS.txt, taux et delai en jours, par client
      * ou par societe, le client nomme gagnant) sont imprimees en
      * pied de facture avec la date limite et le montant net a
      * regler avant cette date. La date d'edition est conservee
      * dans FACTURES-NUMFACT.txt (DATEDIT=) : LETTRAGE en tire la
      * date limite pour accorder l'escompte.
      *
      * Conditions de paiement : la date d'echeance de chaque ligne
      * est calculee par le service partage ECHEANCE (conditions du
      * client, a defaut de sa societe, a defaut paiement a
      * reception) et imprimee en pied de document avec le libelle
      * de la condition ; un document a plusieurs lignes retient
      * l'echeance la plus proche.
      *
      * Un client dont un pli est revenu NPAI (retour ouvert au
      * registre NPAI-REGISTRE.txt, sous-programme CTRLADR) n'a pas
      * de document papier : ses lignes gardent leurs numeros de
      * facture (la numerotation reste sans trou) et il part sur
      * ADRESSES-A-CORRIGER.txt pour mise a jour de l'adresse.
      *
      * Chaque facture editee est inscrite au registre permanent des
      * correspondances (sous-programme CORRESP) : numero de facture,
      * canal C pour un document client, G pour une ligne partie dans
      * la facture consolidee du groupe payeur.
      *
      * Chaque document papier (client ou groupe) est indexe pour la
      * mise sous pli de la nuit (sous-programme INDEXPLI, voir
      * MISEPLI).
      *
      * Canal d'envoi par client ou groupe payeur (CLIENTS-CANAUX.txt,
      * tenu par CANMAINT ; absent = papier) :
      *  P papier    : FACTURES-EDITION.txt, controle NPAI et mise
      *                sous pli, comme avant ;
      *  M courriel  : meme mise en page dans FACTURES-EMAIL.txt, une
      *                ligne au bordereau FACTURES-ENVOIS.txt (adresse
      *                de courriel, rang du document) pour l'envoi PDF ;
      *                sans adresse de courriel le client repasse au
      *                papier ;
      *  E facture electronique : un fichier UBL 2.1 (norme EN 16931)
      *                par facture, EFACTURE-<numero>.xml, vendeur et
      *                acheteur identifies par SIREN et TVA, une ligne
      *                par contrat, ventilation de TVA par code
      *                (TVA-TAUX.txt), totaux et echeance, et une ligne
      *                au bordereau pour la plateforme. Une facture qui
      *                ne passe pas le controle de format est RETENUE :
      *                elle part avec son motif dans
      *                FACTURES-EFACT-ANOMALIES.txt, n'est ni envoyee ni
      *                inscrite au registre des correspondances.
      * Le registre des correspondances recoit le fichier reellement
      * produit pour chaque facture.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FGROUPE.

      ******** CONDITIONS D'ESCOMPTE POUR PAIEMENT ANTICIPE
           SELECT FESCOMPTE ASSIGN TO "ESCOMPTE-CONDITIONS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FESCOMPTE.

      ******** CANAL D'ENVOI DES FACTURES PAR CLIENT
           SELECT FCANAL ASSIGN TO "CLIENTS-CANAUX.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FCANAL.

      ******** TABLE DES TAUX DE TVA (VENTILATION DES E-FACTURES)
           SELECT FTVA ASSIGN TO "TVA-TAUX.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FTVA.

      ******** FACTURES A ENVOYER PAR COURRIEL
           SELECT FEMAIL ASSIGN TO "FACTURES-EMAIL.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FEMAIL.

      ******** BORDEREAU DES ENVOIS DEMATERIALISES
           SELECT FENVOI ASSIGN TO "FACTURES-ENVOIS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FENVOI.

      ******** FACTURES ELECTRONIQUES RETENUES AU CONTROLE
           SELECT FANOMALIE ASSIGN TO "FACTURES-EFACT-ANOMALIES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FANOMALIE.

      ******** FACTURE ELECTRONIQUE UBL (UN FICHIER PAR FACTURE)
           SELECT FEFACTURE ASSIGN TO DYNAMIC WS-NOM-EFACTURE
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FILE-FEFACTURE.

       DATA DIVISION.
       FILE SECTION.
      ******** FICHIER DE SORTIE FACTURATION
           05  FILLER     PIC X(01).
           05  GRP-NOM    PIC X(30).

      ******** CONDITIONS D'ESCOMPTE POUR PAIEMENT ANTICIPE
           COPY 'COBOL-FD-ESCOMPTE.cpy'.

      ******** CANAL D'ENVOI DES FACTURES PAR CLIENT
           COPY 'COBOL-FD-CANAL.cpy'.

      ******** TABLE DES TAUX DE TVA
       FD  FTVA.
       01  RTVA.
           05  RTVA-CODE      PIC X(02).
           05  FILLER         PIC X(01).
           05  RTVA-TAUX      PIC 9(02)V99.
           05  FILLER         PIC X(01).
           05  RTVA-DATEDEBUT PIC 9(08).
           05  FILLER         PIC X(01).
           05  RTVA-DATEFIN   PIC 9(08).

      ******** FACTURES A ENVOYER PAR COURRIEL
       FD  FEMAIL.
       01  REMAIL PIC X(80).

      ******** BORDEREAU DES ENVOIS DEMATERIALISES
       FD  FENVOI.
       01  RENVOI.
           05  ENV-CANAL        PIC X(01).
           05  FILLER           PIC X(01).
           05  ENV-DESTINATAIRE PIC X(08).
           05  FILLER           PIC X(01).
           05  ENV-FACTURE      PIC 9(08).
           05  FILLER           PIC X(01).
           05  ENV-MONTANT      PIC 9(09)V99.
           05  FILLER           PIC X(01).
           05  ENV-FICHIER      PIC X(30).
           05  FILLER           PIC X(01).
           05  ENV-RANG         PIC 9(05).
           05  FILLER           PIC X(01).
           05  ENV-ADRESSE      PIC X(50).

      ******** FACTURES ELECTRONIQUES RETENUES AU CONTROLE
       FD  FANOMALIE.
       01  RANOMALIE PIC X(80).

      ******** FACTURE ELECTRONIQUE UBL
       FD  FEFACTURE.
       01  REFACTURE PIC X(256).

       WORKING-STORAGE SECTION.
      ***********************************************
      * DEFINTION DES STATUS DES FICHIERS
               10 WS-LGN-REMISE    PIC 9(07)V99.
               10 WS-LGN-DEVISE    PIC X(03).
               10 WS-LGN-MONTANT-DEVISE PIC 9(07)V99.
               10 WS-LGN-ESCOMPTE  PIC 9(07)V99.
               10 WS-LGN-TAUX-ESC  PIC 9(02)V99.
               10 WS-LGN-JOURS-ESC PIC 9(03).
               10 WS-LGN-ECHEANCE  PIC 9(08).
               10 WS-LGN-LIBELLE-ECH PIC X(30).
       01  WS-NB-LIGNES  PIC 9(02) VALUE ZEROES.
       01  WS-MAX-LIGNES PIC 9(02) VALUE 20.
       01  WS-CLIENT-COURANT PIC X(08) VALUE SPACES.
       01  WS-DOC-POSTE   PIC X(20) VALUE SPACES.
       01  WS-DOC-ID-DEPT PIC X(03) VALUE SPACES.
       01  WS-DOC-DEPT    PIC X(23) VALUE SPACES.
       01  WS-DOC-RUE     PIC X(30) VALUE SPACES.
       01  WS-DOC-CP      PIC X(05) VALUE SPACES.
       01  WS-DOC-VILLE   PIC X(20) VALUE SPACES.
       01  WS-TOTAL-DOC-TTC PIC 9(09)V99 VALUE ZEROES.
       01  WS-EDIT-TOTAL-DOC PIC ZZZ.ZZZ.ZZ9,99.
       01  WS-COMPTEUR-DOCUMENTS PIC 9(05) VALUE ZEROES.
       01  WS-COMPTEUR-NPAI      PIC 9(05) VALUE ZEROES.

      ******************************************
      *  GROUPES DE CLIENTS : LES LIGNES DES MEMBRES NE SONT
               10 WS-LGG-NOM     PIC X(20).
               10 WS-LGG-TTC     PIC 9(08)V99.
               10 WS-LGG-EDITE   PIC X(01).
               10 WS-LGG-MONTANT PIC 9(07)V99.
               10 WS-LGG-CODE-TVA PIC X(02).
               10 WS-LGG-TVA     PIC 9(07)V99.
               10 WS-LGG-TVA-VALIDE PIC X(01).
               10 WS-LGG-RUE     PIC X(30).
               10 WS-LGG-CP      PIC X(05).
               10 WS-LGG-VILLE   PIC X(20).
               10 WS-LGG-ESCOMPTE  PIC 9(07)V99.
               10 WS-LGG-TAUX-ESC  PIC 9(02)V99.
               10 WS-LGG-JOURS-ESC PIC 9(03).
               10 WS-LGG-ECHEANCE  PIC 9(08).
               10 WS-LGG-LIBELLE-ECH PIC X(30).
       01  WS-NB-LIGNES-GROUPE  PIC 9(03) VALUE ZEROES.
       01  WS-MAX-LIGNES-GROUPE PIC 9(03) VALUE 500.
       01  WS-BALAYAGE-GRP PIC 9(03) VALUE ZEROES.
       01  WS-COMPTEUR-FACTURES-GROUPE PIC 9(04) VALUE ZEROES.

      ******************************************
      *  ESCOMPTE POUR PAIEMENT ANTICIPE : CALCULE PAR LIGNE
      *  SUR LE TTC (COMME LE LETTRAGE QUI L'ACCORDE), CUMULE
      *  PAR DOCUMENT ; LA DATE LIMITE DU DOCUMENT EST CELLE
      *  DU DELAI LE PLUS COURT DE SES LIGNES
      ******************************************
       01  WS-STATUS-FILE-FESCOMPTE PIC X(02).
           88 WS-STATUS-FILE-FESCOMPTE-OK  VALUE "00".
           88 WS-STATUS-FILE-FESCOMPTE-EOF VALUE "10".
       01  WS-TABLE-ESCOMPTES.
           05 WS-ESC-ENTRY OCCURS 100 INDEXED BY WS-INDICE-ESC.
               10 WS-ESC-TYPE    PIC X(01).
               10 WS-ESC-CRITERE PIC X(08).
               10 WS-ESC-TAUX    PIC 9(02)V99.
               10 WS-ESC-JOURS   PIC 9(03).
       01  WS-NB-ESCOMPTES  PIC 9(03) VALUE ZEROES.
       01  WS-MAX-ESCOMPTES PIC 9(03) VALUE 100.
       01  WS-ESC-RECH-ID      PIC X(08) VALUE SPACES.
       01  WS-ESC-RECH-SOCIETE PIC X(05) VALUE SPACES.
       01  WS-TAUX-ESCOMPTE  PIC 9(02)V99 VALUE ZEROES.
       01  WS-JOURS-ESCOMPTE PIC 9(03) VALUE ZEROES.
       01  WS-TTC-LIGNE      PIC 9(08)V99 VALUE ZEROES.
       01  WS-MONTANT-ESCOMPTE PIC 9(07)V99 VALUE ZEROES.
       01  WS-TOTAL-DOC-ESCOMPTE PIC 9(09)V99 VALUE ZEROES.
       01  WS-TAUX-DOC-ESC  PIC 9(02)V99 VALUE ZEROES.
       01  WS-JOURS-DOC-ESC PIC 9(03) VALUE ZEROES.
       01  WS-DATE-LIMITE-ESC PIC 9(08) VALUE ZEROES.
       01  WS-EDIT-DATE-LIMITE PIC 9(04)/9(02)/9(02).
       01  WS-EDIT-TAUX-ESC PIC Z9,99.
       01  WS-COMPTEUR-ESCOMPTES PIC 9(05) VALUE ZEROES.

      ******************************************
      *  CONDITIONS DE PAIEMENT : SERVICE PARTAGE ECHEANCE ;
      *  LE DOCUMENT RETIENT L'ECHEANCE LA PLUS PROCHE DE SES
      *  LIGNES (SERVICE INDISPONIBLE = A RECEPTION)
      ******************************************
       01  WS-ECHEANCE.
           05  WS-ECH-CLIENT        PIC X(08) VALUE SPACES.
           05  WS-ECH-SOCIETE       PIC X(05) VALUE SPACES.
           05  WS-ECH-DATE-FACTURE  PIC 9(08) VALUE ZEROES.
           05  WS-ECH-CODE          PIC X(04) VALUE SPACES.
           05  WS-ECH-LIBELLE       PIC X(30) VALUE SPACES.
           05  WS-ECH-JOURS         PIC 9(03) VALUE ZEROES.
           05  WS-ECH-FIN-MOIS      PIC X(01) VALUE SPACES.
           05  WS-ECH-DATE-ECHEANCE PIC 9(08) VALUE ZEROES.
           05  WS-ECH-ORIGINE       PIC X(01) VALUE SPACES.
               88  WS-ECH-SANS-CONDITION VALUE "A".
           05  WS-ECH-STATUT        PIC X(01) VALUE "0".
               88  WS-ECH-STATUT-OK VALUE "0".
       01  WS-DOC-ECHEANCE    PIC 9(08) VALUE ZEROES.
       01  WS-DOC-LIBELLE-ECH PIC X(30) VALUE SPACES.
       01  WS-EDIT-ECHEANCE   PIC 9(04)/9(02)/9(02).

      ******************************************
      *  ZONES D'EDITION
      ******************************************
           VALUE "12 RUE DES BATIGNOLLES".
       01  WS-SOCIETE-VILLE   PIC X(30)
           VALUE "75017 PARIS".
       01  WS-SOCIETE-SIREN   PIC X(09)
           VALUE "812345676".
       01  WS-SOCIETE-TVA     PIC X(13)
           VALUE "FR19812345676".

      ***********************************************
      * CANAL D'ENVOI DES FACTURES (CLIENTS-CANAUX.txt)
      ***********************************************
       01  WS-STATUS-FILE-FCANAL PIC X(02).
           88 WS-STATUS-FILE-FCANAL-OK  VALUE "00".
       01  WS-TABLE-CANAUX.
           05 WS-CAN-ENTRY OCCURS 5000 INDEXED BY WS-INDICE-CAN.
               10 WS-CAN-ID    PIC X(08).
               10 WS-CAN-CANAL PIC X(01).
               10 WS-CAN-SIREN PIC X(09).
               10 WS-CAN-TVA   PIC X(13).
               10 WS-CAN-EMAIL PIC X(50).
       01  WS-NB-CANAUX  PIC 9(04) VALUE ZEROES.
       01  WS-MAX-CANAUX PIC 9(04) VALUE 5000.
       01  WS-CANAL-RECHERCHE PIC X(08) VALUE SPACES.
       01  WS-DOC-CANAL PIC X(01) VALUE "P".
           88 WS-CANAL-PAPIER   VALUE "P".
           88 WS-CANAL-EMAIL    VALUE "M".
           88 WS-CANAL-EFACTURE VALUE "E".
           88 WS-CANAL-RETENU   VALUE "R".
       01  WS-DOC-SIREN     PIC X(09) VALUE SPACES.
       01  WS-DOC-TVA-INTRA PIC X(13) VALUE SPACES.
       01  WS-DOC-EMAIL     PIC X(50) VALUE SPACES.
       01  WS-STATUS-FILE-FEMAIL PIC X(02).
           88 WS-STATUS-FILE-FEMAIL-OK  VALUE "00".
       01  WS-STATUS-FILE-FENVOI PIC X(02).
           88 WS-STATUS-FILE-FENVOI-OK  VALUE "00".
       01  WS-STATUS-FILE-FANOMALIE PIC X(02).
           88 WS-STATUS-FILE-FANOMALIE-OK  VALUE "00".
       01  WS-RANG-EMAIL  PIC 9(05) VALUE ZEROES.
       01  WS-COMPTEUR-EMAIL     PIC 9(05) VALUE ZEROES.
       01  WS-COMPTEUR-EFACTURES PIC 9(05) VALUE ZEROES.
       01  WS-COMPTEUR-RETENUES  PIC 9(05) VALUE ZEROES.
       01  WS-COMPTEUR-REPLIS    PIC 9(05) VALUE ZEROES.

      ***********************************************
      * TAUX DE TVA EN VIGUEUR (TVA-TAUX.txt)
      ***********************************************
       01  WS-STATUS-FILE-FTVA PIC X(02).
           88 WS-STATUS-FILE-FTVA-OK  VALUE "00".
       01  WS-TABLE-TVA.
           05 WS-TVA-ENTRY OCCURS 50 INDEXED BY WS-INDICE-TVA.
               10 WS-TVA-CODE PIC X(02).
               10 WS-TVA-TAUX PIC 9(02)V99.
       01  WS-NB-TVA  PIC 9(02) VALUE ZEROES.
       01  WS-MAX-TVA PIC 9(02) VALUE 50.

      ***********************************************
      * FACTURE ELECTRONIQUE : LIGNES DU DOCUMENT (CLIENT OU
      * GROUPE), VENTILATION DE TVA, CONTROLE ET FICHIER UBL
      ***********************************************
       01  WS-STATUS-FILE-FEFACTURE PIC X(02).
           88 WS-STATUS-FILE-FEFACTURE-OK  VALUE "00".
       01  WS-NOM-EFACTURE PIC X(30) VALUE SPACES.
       01  WS-TABLE-EFACTURE.
           05 WS-EFA-ENTRY OCCURS 500 INDEXED BY WS-INDICE-EFA.
               10 WS-EFA-NUMERO   PIC 9(08).
               10 WS-EFA-LIBELLE  PIC X(60).
               10 WS-EFA-HT       PIC 9(07)V99.
               10 WS-EFA-CODE-TVA PIC X(02).
               10 WS-EFA-TAUX     PIC 9(02)V99.
               10 WS-EFA-TVA      PIC 9(07)V99.
               10 WS-EFA-TTC      PIC 9(08)V99.
               10 WS-EFA-VALIDE   PIC X(01).
       01  WS-EFA-NB       PIC 9(03) VALUE ZEROES.
       01  WS-EFA-FACTURE  PIC 9(08) VALUE ZEROES.
       01  WS-EFA-ACHETEUR PIC X(08) VALUE SPACES.
       01  WS-EFA-NOM      PIC X(60) VALUE SPACES.
       01  WS-EFA-RUE      PIC X(30) VALUE SPACES.
       01  WS-EFA-CP       PIC X(05) VALUE SPACES.
       01  WS-EFA-VILLE    PIC X(20) VALUE SPACES.
       01  WS-EFA-ECHEANCE PIC 9(08) VALUE ZEROES.
       01  WS-EFA-LIBELLE-ECH PIC X(30) VALUE SPACES.
       01  WS-EFA-TOTAL-HT  PIC 9(09)V99 VALUE ZEROES.
       01  WS-EFA-TOTAL-TVA PIC 9(09)V99 VALUE ZEROES.
       01  WS-EFA-TOTAL-TTC PIC 9(09)V99 VALUE ZEROES.
       01  WS-EFA-TVA-CALCULEE PIC 9(07)V99 VALUE ZEROES.
       01  WS-EFA-ECART     PIC S9(07)V99 VALUE ZEROES.
       01  WS-EFA-MOTIF     PIC X(50) VALUE SPACES.
       01  WS-EFA-LIGNE-ED  PIC 9(03) VALUE ZEROES.
       01  WS-TABLE-VENTILATION.
           05 WS-VEN-ENTRY OCCURS 50 INDEXED BY WS-INDICE-VEN.
               10 WS-VEN-CODE  PIC X(02).
               10 WS-VEN-TAUX  PIC 9(02)V99.
               10 WS-VEN-BASE  PIC 9(09)V99.
               10 WS-VEN-TVA   PIC 9(09)V99.
       01  WS-NB-VENTILATION PIC 9(02) VALUE ZEROES.
       01  WS-VEN-TROUVE PIC X(01) VALUE "N".
           88 WS-VEN-TROUVE-OUI VALUE "O".
      *
      ****** CONTROLE DU SIREN (CLE DE LUHN) ET DE LA TVA
      ****** INTRACOMMUNAUTAIRE (FR + CLE + SIREN)
       01  WS-SIR-CONTROLE PIC X(09) VALUE SPACES.
       01  WS-TVA-CONTROLE PIC X(13) VALUE SPACES.
       01  WS-SIR-POS      PIC 9(02) VALUE ZEROES.
       01  WS-SIR-CHIFFRE  PIC 9(02) VALUE ZEROES.
       01  WS-SIR-SOMME    PIC 9(03) VALUE ZEROES.
       01  WS-SIR-NUMERIQUE PIC 9(09) VALUE ZEROES.
       01  WS-SIR-CLE      PIC 9(02) VALUE ZEROES.
       01  WS-SIR-RESULTAT PIC X(01) VALUE SPACES.
           88 WS-SIR-VALIDE VALUE "O".
      *
      ****** ZONES DE CONSTRUCTION DES LIGNES XML
       01  WS-XML PIC X(256) VALUE SPACES.
       01  WS-XML-MONTANT PIC 9(09)V99 VALUE ZEROES.
       01  WS-XML-MONTANT-R REDEFINES WS-XML-MONTANT.
           05 WS-XML-ENTIER   PIC 9(09).
           05 WS-XML-CENTIMES PIC 9(02).
       01  WS-XML-ENTIER-ED PIC Z(8)9.
       01  WS-XML-VALEUR    PIC X(15) VALUE SPACES.
       01  WS-XML-DATE      PIC X(10) VALUE SPACES.
       01  WS-XML-DATE-NUM  PIC 9(08) VALUE ZEROES.
       01  WS-XML-CATEGORIE PIC X(01) VALUE SPACES.
       01  WS-XML-CODE-TVA  PIC X(02) VALUE SPACES.
       01  WS-XML-TAUX      PIC 9(02)V99 VALUE ZEROES.
       01  WS-XML-EXONERATION PIC X(01) VALUE "N".
           88 WS-XML-EXONERATION-OUI VALUE "O".
       01  WS-XML-BALISE    PIC X(30) VALUE SPACES.
       01  WS-XML-TEXTE     PIC X(60) VALUE SPACES.
       01  WS-XML-ECHAPPE   PIC X(200) VALUE SPACES.
       01  WS-XML-PTR       PIC 9(03) VALUE ZEROES.
       01  WS-XML-POS       PIC 9(03) VALUE ZEROES.
       01  WS-XML-LONG      PIC 9(03) VALUE ZEROES.
       01  WS-XML-PARTIE-NOM   PIC X(60) VALUE SPACES.
       01  WS-XML-PARTIE-RUE   PIC X(30) VALUE SPACES.
       01  WS-XML-PARTIE-CP    PIC X(05) VALUE SPACES.
       01  WS-XML-PARTIE-VILLE PIC X(30) VALUE SPACES.
       01  WS-XML-PARTIE-SIREN PIC X(09) VALUE SPACES.
       01  WS-XML-PARTIE-TVA   PIC X(13) VALUE SPACES.

      ***********************************************
      * MANIFESTE DES SORTIES (MANIFEST) : FICHIERSOR.txt
      * VERIFIE AVANT TRAITEMENT (NOMBRE, TOTAL HT, CLE)
      ***********************************************
       01  WS-MANIFESTE.
           05  WS-MAN-FONCTION  PIC X(01) VALUE "V".
           05  WS-MAN-FICHIER   PIC X(30) VALUE "FICHIERSOR.txt".
           05  WS-MAN-PROGRAMME PIC X(08) VALUE "FACTEDIT".
           05  WS-MAN-POSITION  PIC 9(04) VALUE 73.
           05  WS-MAN-LONGUEUR  PIC 9(02) VALUE 9.
           05  WS-MAN-NB-ENREG  PIC 9(09) VALUE ZEROES.
           05  WS-MAN-TOTAL     PIC 9(13)V99 VALUE ZEROES.
           05  WS-MAN-CONTROLE  PIC 9(09) VALUE ZEROES.
           05  WS-MAN-STATUT    PIC X(01) VALUE SPACES.
               88  WS-MAN-ALTERE VALUE "2".

      ***********************************************
      * RETOURS DE COURRIER NPAI (CTRLADR)
      ***********************************************
       01  WS-ADRESSE.
           05  WS-ADR-FONCTION      PIC X(01) VALUE "N".
           05  WS-ADR-CLIENT-ID     PIC X(08) VALUE SPACES.
           05  WS-ADR-NOM           PIC X(20) VALUE SPACES.
           05  WS-ADR-RUE           PIC X(30) VALUE SPACES.
           05  WS-ADR-CODEPOSTAL    PIC X(05) VALUE SPACES.
           05  WS-ADR-VILLE         PIC X(20) VALUE SPACES.
           05  WS-ADR-DEPT          PIC X(03) VALUE SPACES.
           05  WS-ADR-PROGRAMME     PIC X(08) VALUE "FACTEDIT".
           05  WS-ADR-VILLE-REF     PIC X(20) VALUE SPACES.
           05  WS-ADR-DEPT-REF      PIC X(03) VALUE SPACES.
           05  WS-ADR-ECART-VILLE   PIC X(01) VALUE SPACES.
           05  WS-ADR-ECART-DEPT    PIC X(01) VALUE SPACES.
           05  WS-ADR-DATE-RETOUR   PIC 9(08) VALUE ZEROES.
           05  WS-ADR-NB-LEVES      PIC 9(03) VALUE ZEROES.
           05  WS-ADR-STATUT        PIC X(01) VALUE SPACES.
               88  WS-ADR-NPAI      VALUE "1".

      ***********************************************
      * REGISTRE DES CORRESPONDANCES (CORRESP)
      ***********************************************
       01  WS-CORRESPONDANCE.
           05  WS-COR-CLIENT-ID     PIC X(08) VALUE SPACES.
           05  WS-COR-DOCUMENT      PIC X(10) VALUE "FACTURE".
           05  WS-COR-REFERENCE     PIC X(20) VALUE SPACES.
           05  WS-COR-CANAL         PIC X(01) VALUE "C".
           05  WS-COR-FICHIER       PIC X(30)
               VALUE "FACTURES-EDITION.txt".
           05  WS-COR-GENERATION    PIC X(14) VALUE SPACES.
           05  WS-COR-PROGRAMME     PIC X(08) VALUE "FACTEDIT".
           05  WS-COR-STATUT        PIC X(01) VALUE SPACES.
               88  WS-COR-INSCRIT   VALUE "0".
       01  WS-COMPTEUR-NON-INSCRITS PIC 9(05) VALUE ZEROES.

      ***********************************************
      * INDEX DES DOCUMENTS POUR LA MISE SOUS PLI (INDEXPLI)
      ***********************************************
       01  WS-PLI.
           05  WS-PLI-FICHIER       PIC X(30)
               VALUE "FACTURES-EDITION.txt".
           05  WS-PLI-GENERATION    PIC X(14) VALUE SPACES.
           05  WS-PLI-RANG          PIC 9(05) VALUE ZEROES.
           05  WS-PLI-DESTINATAIRE  PIC X(08) VALUE SPACES.
           05  WS-PLI-DOCUMENT      PIC X(10) VALUE "FACTURE".
           05  WS-PLI-PROGRAMME     PIC X(08) VALUE "FACTEDIT".
           05  WS-PLI-STATUT        PIC X(01) VALUE SPACES.
               88  WS-PLI-INDEXE    VALUE "0".
       01  WS-COMPTEUR-NON-INDEXES PIC 9(05) VALUE ZEROES.

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
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATE-JOUR.
           MOVE WS-DATE-JOUR TO WS-EDIT-DATE-JOUR.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-COR-GENERATION.
           MOVE WS-COR-GENERATION TO WS-PLI-GENERATION.
      *
      *********** LECTURE DU DERNIER NUMERO DE FACTURE ATTRIBUE
           PERFORM 1000-LECTURE-NUMEROTATION-DEBUT
           PERFORM 1200-CHARGEMENT-GROUPES-DEBUT
              THRU 1200-CHARGEMENT-GROUPES-FIN.
      *
      *********** CHARGEMENT DES CONDITIONS D'ESCOMPTE
           PERFORM 1300-CHARGEMENT-ESCOMPTES-DEBUT
              THRU 1300-CHARGEMENT-ESCOMPTES-FIN.
      *
      *********** CHARGEMENT DES CANAUX D'ENVOI ET DES TAUX DE TVA
           PERFORM 1350-CHARGEMENT-CANAUX-DEBUT
              THRU 1350-CHARGEMENT-CANAUX-FIN.
           PERFORM 1400-CHARGEMENT-TVA-DEBUT
              THRU 1400-CHARGEMENT-TVA-FIN.
      *
      *********** EDITION DES FACTURES
           OPEN INPUT FCLISOR.
           IF NOT WS-STATUS-FILE-FCLISOR-OK
               GO TO 0000-MAIN-FIN
           END-IF.

           OPEN OUTPUT FEMAIL.
           IF NOT WS-STATUS-FILE-FEMAIL-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FEMAIL': "
                       WS-STATUS-FILE-FEMAIL
               CLOSE FCLISOR FEDITION
               MOVE 16 TO RETURN-CODE
               GO TO 0000-MAIN-FIN
           END-IF.

           OPEN OUTPUT FENVOI.
           IF NOT WS-STATUS-FILE-FENVOI-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FENVOI': "
                       WS-STATUS-FILE-FENVOI
               CLOSE FCLISOR FEDITION FEMAIL
               MOVE 16 TO RETURN-CODE
               GO TO 0000-MAIN-FIN
           END-IF.

           OPEN OUTPUT FANOMALIE.
           IF NOT WS-STATUS-FILE-FANOMALIE-OK
               DISPLAY "ERREUR OUVERTURE FICHIER 'FANOMALIE': "
                       WS-STATUS-FILE-FANOMALIE
               CLOSE FCLISOR FEDITION FEMAIL FENVOI
               MOVE 16 TO RETURN-CODE
               GO TO 0000-MAIN-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FCLISOR-OK
               READ FCLISOR
                   AT END

           CLOSE FCLISOR.
           CLOSE FEDITION.
           CLOSE FEMAIL.
           CLOSE FENVOI.
           CLOSE FANOMALIE.
      *
      *********** SAUVEGARDE DU DERNIER NUMERO ATTRIBUE
           PERFORM 3000-ECRITURE-NUMEROTATION-DEBUT
                   WS-COMPTEUR-DOCUMENTS.
           DISPLAY "DERNIER NUMERO DE FACTURE  : "
                   WS-DERNIER-NUMERO.
           IF WS-COMPTEUR-ESCOMPTES > ZEROES
               DISPLAY "DOCUMENTS AVEC ESCOMPTE    : "
                       WS-COMPTEUR-ESCOMPTES
           END-IF.
           IF WS-COMPTEUR-NPAI > ZEROES
               DISPLAY "CLIENTS NPAI NON EDITES    : "
                       WS-COMPTEUR-NPAI
               DISPLAY "--> VOIR ADRESSES-A-CORRIGER.txt"
           END-IF.
           IF WS-COMPTEUR-NON-INSCRITS > ZEROES
               DISPLAY "FACTURES NON INSCRITES AU REGISTRE DES "
                       "CORRESPONDANCES: " WS-COMPTEUR-NON-INSCRITS
           END-IF.
           IF WS-COMPTEUR-NON-INDEXES > ZEROES
               DISPLAY "DOCUMENTS NON INDEXES POUR LA MISE SOUS PLI: "
                       WS-COMPTEUR-NON-INDEXES
           END-IF.
           IF WS-COMPTEUR-EMAIL > ZEROES
               DISPLAY "DOCUMENTS ENVOYES PAR COURRIEL: "
                       WS-COMPTEUR-EMAIL
           END-IF.
           IF WS-COMPTEUR-EFACTURES > ZEROES
               DISPLAY "FACTURES ELECTRONIQUES UBL   : "
                       WS-COMPTEUR-EFACTURES
           END-IF.
           IF WS-COMPTEUR-REPLIS > ZEROES
               DISPLAY "COURRIELS SANS ADRESSE (PAPIER): "
                       WS-COMPTEUR-REPLIS
           END-IF.
           IF WS-COMPTEUR-RETENUES > ZEROES
               DISPLAY "FACTURES ELECTRONIQUES RETENUES: "
                       WS-COMPTEUR-RETENUES
               DISPLAY "--> VOIR FACTURES-EFACT-ANOMALIES.txt"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           DISPLAY "==============================================".

       0000-MAIN-FIN.
               STRING "DERNEDIT=" WS-DERNIER-NUMERO
                      DELIMITED BY SIZE INTO RNUMFACT
               WRITE RNUMFACT
      ****** DATEDIT = DATE DES FACTURES DE CETTE EDITION, POINT
      ****** DE DEPART DU DELAI D'ESCOMPTE VERIFIE AU LETTRAGE
               MOVE SPACES TO RNUMFACT
               STRING "DATEDIT=" WS-DATE-JOUR
                      DELIMITED BY SIZE INTO RNUMFACT
               WRITE RNUMFACT
               CLOSE FNUMFACT
           ELSE
               DISPLAY "ERREUR OUVERTURE FICHIER 'FNUMFACT': "
       1200-CHARGEMENT-GROUPES-FIN.
           EXIT.

      *******************************************************
      *  CHARGEMENT DES CONDITIONS D'ESCOMPTE (FICHIER
      *  FACULTATIF : ABSENT = AUCUN ESCOMPTE IMPRIME)
      *******************************************************
       1300-CHARGEMENT-ESCOMPTES-DEBUT.

           OPEN INPUT FESCOMPTE.
           IF NOT WS-STATUS-FILE-FESCOMPTE-OK
               GO TO 1300-CHARGEMENT-ESCOMPTES-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FESCOMPTE-OK
               READ FESCOMPTE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF (ESC-TYPE-CLIENT OR ESC-TYPE-SOCIETE)
                       AND ESC-TAUX IS NUMERIC
                       AND ESC-JOURS IS NUMERIC
                       AND WS-NB-ESCOMPTES < WS-MAX-ESCOMPTES
                           ADD 1 TO WS-NB-ESCOMPTES
                           SET WS-INDICE-ESC TO WS-NB-ESCOMPTES
                           MOVE ESC-TYPE
                                TO WS-ESC-TYPE (WS-INDICE-ESC)
                           MOVE ESC-CRITERE
                                TO WS-ESC-CRITERE (WS-INDICE-ESC)
                           MOVE ESC-TAUX
                                TO WS-ESC-TAUX (WS-INDICE-ESC)
                           MOVE ESC-JOURS
                                TO WS-ESC-JOURS (WS-INDICE-ESC)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FESCOMPTE.

           IF WS-NB-ESCOMPTES > ZEROES
               DISPLAY "NOMBRE DE CONDITIONS D'ESCOMPTE: "
                       WS-NB-ESCOMPTES
           END-IF.

       1300-CHARGEMENT-ESCOMPTES-FIN.
           EXIT.

      *******************************************************
      *  CONDITIONS D'ESCOMPTE DE LA LIGNE COURANTE : LE
      *  CLIENT NOMME GAGNE SUR SA SOCIETE ; LE MONTANT DE
      *  L'ESCOMPTE EST CALCULE SUR LE TTC DE LA LIGNE
      *******************************************************
       1700-RECHERCHE-ESCOMPTE-DEBUT.

           MOVE ZEROES TO WS-TAUX-ESCOMPTE WS-JOURS-ESCOMPTE
                          WS-MONTANT-ESCOMPTE.
           MOVE RCLISOR-ID      TO WS-ESC-RECH-ID.
           MOVE RCLISOR-SOCIETE TO WS-ESC-RECH-SOCIETE.

           PERFORM VARYING WS-INDICE-ESC FROM 1 BY 1
                   UNTIL WS-INDICE-ESC > WS-NB-ESCOMPTES
                      OR WS-TAUX-ESCOMPTE > ZEROES
               IF WS-ESC-TYPE (WS-INDICE-ESC) = "C"
               AND WS-ESC-CRITERE (WS-INDICE-ESC) = WS-ESC-RECH-ID
                   MOVE WS-ESC-TAUX (WS-INDICE-ESC)
                        TO WS-TAUX-ESCOMPTE
                   MOVE WS-ESC-JOURS (WS-INDICE-ESC)
                        TO WS-JOURS-ESCOMPTE
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-INDICE-ESC FROM 1 BY 1
                   UNTIL WS-INDICE-ESC > WS-NB-ESCOMPTES
                      OR WS-TAUX-ESCOMPTE > ZEROES
               IF WS-ESC-TYPE (WS-INDICE-ESC) = "S"
               AND WS-ESC-CRITERE (WS-INDICE-ESC) (1:5)
                   = WS-ESC-RECH-SOCIETE
                   MOVE WS-ESC-TAUX (WS-INDICE-ESC)
                        TO WS-TAUX-ESCOMPTE
                   MOVE WS-ESC-JOURS (WS-INDICE-ESC)
                        TO WS-JOURS-ESCOMPTE
               END-IF
           END-PERFORM.

           IF WS-TAUX-ESCOMPTE > ZEROES
               COMPUTE WS-MONTANT-ESCOMPTE ROUNDED =
                       WS-TTC-LIGNE * WS-TAUX-ESCOMPTE / 100
           END-IF.

       1700-RECHERCHE-ESCOMPTE-FIN.
           EXIT.

      *******************************************************
      *  CUMUL DE L'ESCOMPTE D'UNE LIGNE SUR SON DOCUMENT
      *  (LE DELAI RETENU EST LE PLUS COURT DES LIGNES)
      *******************************************************
       1800-CUMUL-ESCOMPTE-DOC-DEBUT.

           IF WS-MONTANT-ESCOMPTE = ZEROES
               GO TO 1800-CUMUL-ESCOMPTE-DOC-FIN
           END-IF.

           IF WS-TOTAL-DOC-ESCOMPTE = ZEROES
           OR WS-JOURS-ESCOMPTE < WS-JOURS-DOC-ESC
               MOVE WS-JOURS-ESCOMPTE TO WS-JOURS-DOC-ESC
               MOVE WS-TAUX-ESCOMPTE  TO WS-TAUX-DOC-ESC
           END-IF.
           ADD WS-MONTANT-ESCOMPTE TO WS-TOTAL-DOC-ESCOMPTE.

       1800-CUMUL-ESCOMPTE-DOC-FIN.
           EXIT.

      *******************************************************
      *  PIED D'ESCOMPTE DU DOCUMENT : TAUX, DATE LIMITE ET
      *  MONTANT NET A REGLER AVANT CETTE DATE
      *******************************************************
       1900-EDITION-ESCOMPTE-DEBUT.

           IF WS-TOTAL-DOC-ESCOMPTE = ZEROES
               GO TO 1900-EDITION-ESCOMPTE-FIN
           END-IF.

           ADD 1 TO WS-COMPTEUR-ESCOMPTES.
           COMPUTE WS-DATE-LIMITE-ESC = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-DATE-JOUR)
                    + WS-JOURS-DOC-ESC).
           MOVE WS-DATE-LIMITE-ESC TO WS-EDIT-DATE-LIMITE.
           MOVE WS-TAUX-DOC-ESC TO WS-EDIT-TAUX-ESC.

           MOVE SPACES TO WS-LIGNE-EDITION.
           STRING "ESCOMPTE " WS-EDIT-TAUX-ESC
                  " % POUR REGLEMENT AVANT LE " WS-EDIT-DATE-LIMITE
                  DELIMITED BY SIZE INTO WS-LIGNE-EDITION.
           PERFORM 2100-ECRITURE-LIGNE-DEBUT
              THRU 2100-ECRITURE-LIGNE-FIN.

           MOVE WS-TOTAL-DOC-ESCOMPTE TO WS-EDIT-TOTAL-DOC.
           MOVE SPACES TO WS-LIGNE-EDITION.
           STRING "MONTANT DE L'ESCOMPTE : " WS-EDIT-TOTAL-DOC " EUR"
                  DELIMITED BY SIZE INTO WS-LIGNE-EDITION.
           PERFORM 2100-ECRITURE-LIGNE-DEBUT
              THRU 2100-ECRITURE-LIGNE-FIN.

           SUBTRACT WS-TOTAL-DOC-ESCOMPTE FROM WS-TOTAL-DOC-TTC
               GIVING WS-EDIT-TOTAL-DOC.
           MOVE SPACES TO WS-LIGNE-EDITION.
           STRING "NET A REGLER AVANT LE " WS-EDIT-DATE-LIMITE
                  " : " WS-EDIT-TOTAL-DOC " EUR"
                  DELIMITED BY SIZE INTO WS-LIGNE-EDITION.
           PERFORM 2100-ECRITURE-LIGNE-DEBUT
              THRU 2100-ECRITURE-LIGNE-FIN.

       1900-EDITION-ESCOMPTE-FIN.
           EXIT.

      *******************************************************
      *  DATE D'ECHEANCE DE LA LIGNE COURANTE SELON LES
      *  CONDITIONS DE PAIEMENT DU CLIENT
      *******************************************************
       1750-CALCUL-ECHEANCE-DEBUT.

           MOVE RCLISOR-ID      TO WS-ECH-CLIENT.
           MOVE RCLISOR-SOCIETE TO WS-ECH-SOCIETE.
           MOVE WS-DATE-JOUR    TO WS-ECH-DATE-FACTURE.
           MOVE "0" TO WS-ECH-STATUT.
           CALL 'ECHEANCE' USING WS-ECHEANCE
               ON EXCEPTION
                   MOVE "1" TO WS-ECH-STATUT
           END-CALL.
           IF NOT WS-ECH-STATUT-OK
               MOVE WS-DATE-JOUR  TO WS-ECH-DATE-ECHEANCE
               MOVE "A RECEPTION" TO WS-ECH-LIBELLE
           END-IF.

       1750-CALCUL-ECHEANCE-FIN.
           EXIT.

      *******************************************************
      *  ECHEANCE DU DOCUMENT : LA PLUS PROCHE DE SES LIGNES
      *******************************************************
       1850-CUMUL-ECHEANCE-DOC-DEBUT.

           IF WS-DOC-ECHEANCE = ZEROES
           OR WS-ECH-DATE-ECHEANCE < WS-DOC-ECHEANCE
               MOVE WS-ECH-DATE-ECHEANCE TO WS-DOC-ECHEANCE
               MOVE WS-ECH-LIBELLE       TO WS-DOC-LIBELLE-ECH
           END-IF.

       1850-CUMUL-ECHEANCE-DOC-FIN.
           EXIT.

      *******************************************************
      *  LE CLIENT COURANT EST-IL MEMBRE D'UN GROUPE?
      *******************************************************
      *******************************************************
       2600-EDITION-UN-GROUPE-DEBUT.

           SET WS-INDICE-LGG TO WS-BALAYAGE-GRP.
           MOVE WS-LGG-GROUPE (WS-INDICE-LGG) TO WS-GROUPE-COURANT.
      *
      ****** CANAL D'ENVOI DU GROUPE PAYEUR
           MOVE WS-GROUPE-COURANT TO WS-CANAL-RECHERCHE.
           PERFORM 2050-CANAL-DOCUMENT-DEBUT
              THRU 2050-CANAL-DOCUMENT-FIN.
           IF WS-CANAL-EFACTURE
               PERFORM 3200-EFACTURE-GROUPE-DEBUT
                  THRU 3200-EFACTURE-GROUPE-FIN
               PERFORM 3300-EFACTURE-DEBUT
                  THRU 3300-EFACTURE-FIN
           END-IF.
           IF WS-CANAL-EFACTURE
               ADD 1 TO WS-COMPTEUR-FACTURES-GROUPE
               ADD 1 TO WS-COMPTEUR-DOCUMENTS
               PERFORM VARYING WS-INDICE-LGG FROM 1 BY 1
                       UNTIL WS-INDICE-LGG > WS-NB-LIGNES-GROUPE
                   IF WS-LGG-GROUPE (WS-INDICE-LGG)
                      = WS-GROUPE-COURANT
                       MOVE "O" TO WS-LGG-EDITE (WS-INDICE-LGG)
                       MOVE WS-LGG-MEMBRE (WS-INDICE-LGG)
                            TO WS-COR-CLIENT-ID
                       MOVE WS-LGG-NUMERO (WS-INDICE-LGG)
                            TO WS-COR-REFERENCE
                       MOVE "G" TO WS-COR-CANAL
                       PERFORM 2700-INSCRIPTION-CORRESP-DEBUT
                          THRU 2700-INSCRIPTION-CORRESP-FIN
                   END-IF
               END-PERFORM
               GO TO 2600-EDITION-UN-GROUPE-FIN
           END-IF.

           ADD 1 TO WS-COMPTEUR-FACTURES-GROUPE.
           ADD 1 TO WS-COMPTEUR-DOCUMENTS.
           ADD 1 TO WS-NUMERO-PAGE.
           EVALUATE TRUE
               WHEN WS-CANAL-PAPIER
                   MOVE WS-GROUPE-COURANT TO WS-PLI-DESTINATAIRE
                   PERFORM 2800-INDEXATION-PLI-DEBUT
                      THRU 2800-INDEXATION-PLI-FIN
               WHEN WS-CANAL-EMAIL
                   ADD 1 TO WS-RANG-EMAIL
               WHEN WS-CANAL-RETENU
                   PERFORM 2150-ENTETE-ANOMALIE-DEBUT
                      THRU 2150-ENTETE-ANOMALIE-FIN
           END-EVALUATE.
      *
      ****** ENTETE DE PAGE
           MOVE ALL "=" TO WS-LIGNE-EDITION.
              THRU 2100-ECRITURE-LIGNE-FIN.
      *
      ****** DETAIL PAR MEMBRE
           MOVE ZEROES TO WS-TOTAL-DOC-TTC WS-TOTAL-DOC-ESCOMPTE.
           MOVE ZEROES TO WS-DOC-ECHEANCE.
           PERFORM VARYING WS-INDICE-LGG FROM 1 BY 1
                   UNTIL WS-INDICE-LGG > WS-NB-LIGNES-GROUPE
               IF WS-LGG-GROUPE (WS-INDICE-LGG)
                          DELIMITED BY SIZE INTO WS-LIGNE-EDITION
                   PERFORM 2100-ECRITURE-LIGNE-DEBUT
                      THRU 2100-ECRITURE-LIGNE-FIN
                   MOVE WS-LGG-MEMBRE (WS-INDICE-LGG)
                        TO WS-COR-CLIENT-ID
                   MOVE WS-LGG-NUMERO (WS-INDICE-LGG)
                        TO WS-COR-REFERENCE
                   MOVE "G" TO WS-COR-CANAL
                   PERFORM 2700-INSCRIPTION-CORRESP-DEBUT
                      THRU 2700-INSCRIPTION-CORRESP-FIN
                   ADD WS-LGG-TTC (WS-INDICE-LGG)
                       TO WS-TOTAL-DOC-TTC
                   MOVE WS-LGG-ESCOMPTE (WS-INDICE-LGG)
                        TO WS-MONTANT-ESCOMPTE
                   MOVE WS-LGG-TAUX-ESC (WS-INDICE-LGG)
                        TO WS-TAUX-ESCOMPTE
                   MOVE WS-LGG-JOURS-ESC (WS-INDICE-LGG)
                        TO WS-JOURS-ESCOMPTE
                   PERFORM 1800-CUMUL-ESCOMPTE-DOC-DEBUT
                      THRU 1800-CUMUL-ESCOMPTE-DOC-FIN
                   MOVE WS-LGG-ECHEANCE (WS-INDICE-LGG)
                        TO WS-ECH-DATE-ECHEANCE
                   MOVE WS-LGG-LIBELLE-ECH (WS-INDICE-LGG)
                        TO WS-ECH-LIBELLE
                   PERFORM 1850-CUMUL-ECHEANCE-DOC-DEBUT
                      THRU 1850-CUMUL-ECHEANCE-DOC-FIN
               END-IF
           END-PERFORM.
      *
           PERFORM 2100-ECRITURE-LIGNE-DEBUT
              THRU 2100-ECRITURE-LIGNE-FIN.

           PERFORM 1900-EDITION-ESCOMPTE-DEBUT
              THRU 1900-EDITION-ESCOMPTE-FIN.

           MOVE WS-DOC-ECHEANCE TO WS-EDIT-ECHEANCE.
           MOVE SPACES TO WS-LIGNE-EDITION.
           STRING "REGLEMENT : " WS-DOC-LIBELLE-ECH DELIMITED BY "  "
                  " - ECHEANCE " WS-EDIT-ECHEANCE
                  DELIMITED BY SIZE INTO WS-LIGNE-EDITION.
           PERFORM 2100-ECRITURE-LIGNE-DEBUT
              THRU 2100-ECRITURE-LIGNE-FIN.

           MOVE SPACES TO WS-LIGNE-EDITION.
           PERFORM 2100-ECRITURE-LIGNE-DEBUT
              THRU 2100-ECRITURE-LIGNE-FIN.
      *
      ****** DOCUMENT A ENVOYER PAR COURRIEL : LIGNE AU BORDEREAU
      ****** (LA PREMIERE LIGNE DU GROUPE EST AU RANG DE BALAYAGE)
           IF WS-CANAL-EMAIL
               MOVE SPACES TO RENVOI
               MOVE "M" TO ENV-CANAL
               MOVE WS-GROUPE-COURANT TO ENV-DESTINATAIRE
               MOVE WS-LGG-NUMERO (WS-BALAYAGE-GRP) TO ENV-FACTURE
               MOVE WS-TOTAL-DOC-TTC TO ENV-MONTANT
               MOVE "FACTURES-EMAIL.txt" TO ENV-FICHIER
               MOVE WS-RANG-EMAIL TO ENV-RANG
               MOVE WS-DOC-EMAIL TO ENV-ADRESSE
               PERFORM 3600-BORDEREAU-ENVOI-DEBUT
                  THRU 3600-BORDEREAU-ENVOI-FIN
           END-IF.

       2600-EDITION-UN-GROUPE-FIN.
           EXIT.
                            TO WS-LGG-TTC (WS-INDICE-LGG)
                   END-IF
                   MOVE "N" TO WS-LGG-EDITE (WS-INDICE-LGG)
                   MOVE RCLISOR-MONTANT
                        TO WS-LGG-MONTANT (WS-INDICE-LGG)
                   MOVE RCLISOR-CODE-TVA
                        TO WS-LGG-CODE-TVA (WS-INDICE-LGG)
                   IF RCLISOR-MONTANT-TVA IS NUMERIC
                   AND RCLISOR-MONTANT-TTC IS NUMERIC
                       MOVE "O" TO WS-LGG-TVA-VALIDE (WS-INDICE-LGG)
                       MOVE RCLISOR-MONTANT-TVA
                            TO WS-LGG-TVA (WS-INDICE-LGG)
                   ELSE
                       MOVE "N" TO WS-LGG-TVA-VALIDE (WS-INDICE-LGG)
                       MOVE ZEROES TO WS-LGG-TVA (WS-INDICE-LGG)
                   END-IF
                   MOVE RCLISOR-RUE
                        TO WS-LGG-RUE (WS-INDICE-LGG)
                   MOVE RCLISOR-CODEPOSTAL
                        TO WS-LGG-CP (WS-INDICE-LGG)
                   MOVE RCLISOR-VILLE
                        TO WS-LGG-VILLE (WS-INDICE-LGG)
                   MOVE WS-LGG-TTC (WS-INDICE-LGG) TO WS-TTC-LIGNE
                   PERFORM 1700-RECHERCHE-ESCOMPTE-DEBUT
                      THRU 1700-RECHERCHE-ESCOMPTE-FIN
                   MOVE WS-MONTANT-ESCOMPTE
                        TO WS-LGG-ESCOMPTE (WS-INDICE-LGG)
                   MOVE WS-TAUX-ESCOMPTE
                        TO WS-LGG-TAUX-ESC (WS-INDICE-LGG)
                   MOVE WS-JOURS-ESCOMPTE
                        TO WS-LGG-JOURS-ESC (WS-INDICE-LGG)
                   PERFORM 1750-CALCUL-ECHEANCE-DEBUT
                      THRU 1750-CALCUL-ECHEANCE-FIN
                   MOVE WS-ECH-DATE-ECHEANCE
                        TO WS-LGG-ECHEANCE (WS-INDICE-LGG)
                   MOVE WS-ECH-LIBELLE
                        TO WS-LGG-LIBELLE-ECH (WS-INDICE-LGG)
               ELSE
                   DISPLAY "--> ! PLUS DE " WS-MAX-LIGNES-GROUPE
                           " LIGNES DE GROUPES!"
           MOVE RCLISOR-POSTE   TO WS-DOC-POSTE.
           MOVE RCLISOR-ID-DEPT TO WS-DOC-ID-DEPT.
           MOVE RCLISOR-DEPT    TO WS-DOC-DEPT.
           MOVE RCLISOR-RUE     TO WS-DOC-RUE.
           MOVE RCLISOR-CODEPOSTAL TO WS-DOC-CP.
           MOVE RCLISOR-VILLE   TO WS-DOC-VILLE.

           ADD 1 TO WS-DERNIER-NUMERO.
           ADD 1 TO WS-COMPTEUR-FACTURES.
               MOVE ZEROES
                    TO WS-LGN-MONTANT-DEVISE (WS-INDICE-LGN)
           END-IF.
      ****** ESCOMPTE POUR PAIEMENT ANTICIPE NEGOCIE
           MOVE WS-LGN-TTC (WS-INDICE-LGN) TO WS-TTC-LIGNE.
           PERFORM 1700-RECHERCHE-ESCOMPTE-DEBUT
              THRU 1700-RECHERCHE-ESCOMPTE-FIN.
           MOVE WS-MONTANT-ESCOMPTE TO WS-LGN-ESCOMPTE (WS-INDICE-LGN).
           MOVE WS-TAUX-ESCOMPTE  TO WS-LGN-TAUX-ESC (WS-INDICE-LGN).
           MOVE WS-JOURS-ESCOMPTE TO WS-LGN-JOURS-ESC (WS-INDICE-LGN).
      ****** ECHEANCE SELON LES CONDITIONS DE PAIEMENT DU CLIENT
           PERFORM 1750-CALCUL-ECHEANCE-DEBUT
              THRU 1750-CALCUL-ECHEANCE-FIN.
           MOVE WS-ECH-DATE-ECHEANCE
                TO WS-LGN-ECHEANCE (WS-INDICE-LGN).
           MOVE WS-ECH-LIBELLE
                TO WS-LGN-LIBELLE-ECH (WS-INDICE-LGN).

       1500-COLLECTE-LIGNE-FIN.
           EXIT.
           IF WS-NB-LIGNES = ZEROES
               GO TO 2000-EDITION-FACTURE-FIN
           END-IF.
      *
      ****** CANAL D'ENVOI DU CLIENT
           MOVE WS-DOC-ID TO WS-CANAL-RECHERCHE.
           PERFORM 2050-CANAL-DOCUMENT-DEBUT
              THRU 2050-CANAL-DOCUMENT-FIN.
      *
      ****** FACTURE ELECTRONIQUE : CONTROLE PUIS FICHIER UBL ;
      ****** RETENUE, ELLE EST EDITEE DANS LES ANOMALIES
           IF WS-CANAL-EFACTURE
               PERFORM 3100-EFACTURE-CLIENT-DEBUT
                  THRU 3100-EFACTURE-CLIENT-FIN
               PERFORM 3300-EFACTURE-DEBUT
                  THRU 3300-EFACTURE-FIN
           END-IF.
           IF WS-CANAL-EFACTURE
               ADD 1 TO WS-COMPTEUR-DOCUMENTS
               PERFORM VARYING WS-INDICE-LGN FROM 1 BY 1
                       UNTIL WS-INDICE-LGN > WS-NB-LIGNES
                   MOVE WS-DOC-ID TO WS-COR-CLIENT-ID
                   MOVE WS-LGN-NUMERO (WS-INDICE-LGN)
                        TO WS-COR-REFERENCE
                   MOVE "C" TO WS-COR-CANAL
                   PERFORM 2700-INSCRIPTION-CORRESP-DEBUT
                      THRU 2700-INSCRIPTION-CORRESP-FIN
               END-PERFORM
               MOVE ZEROES TO WS-NB-LIGNES
               GO TO 2000-EDITION-FACTURE-FIN
           END-IF.
      *
      ****** PLI DEJA REVENU NPAI : PAS DE DOCUMENT PAPIER, LES
      ****** NUMEROS DE FACTURE RESTENT ATTRIBUES
           IF WS-CANAL-PAPIER
               MOVE "N" TO WS-ADR-FONCTION
               MOVE WS-DOC-ID  TO WS-ADR-CLIENT-ID
               MOVE WS-DOC-NOM TO WS-ADR-NOM
               CALL 'CTRLADR' USING WS-ADRESSE
                   ON EXCEPTION
                       MOVE "0" TO WS-ADR-STATUT
               END-CALL
               IF WS-ADR-NPAI
                   ADD 1 TO WS-COMPTEUR-NPAI
                   MOVE ZEROES TO WS-NB-LIGNES
                   GO TO 2000-EDITION-FACTURE-FIN
               END-IF
           END-IF.

           ADD 1 TO WS-COMPTEUR-DOCUMENTS.
           ADD 1 TO WS-NUMERO-PAGE.
           EVALUATE TRUE
               WHEN WS-CANAL-PAPIER
                   MOVE WS-DOC-ID TO WS-PLI-DESTINATAIRE
                   PERFORM 2800-INDEXATION-PLI-DEBUT
                      THRU 2800-INDEXATION-PLI-FIN
               WHEN WS-CANAL-EMAIL
                   ADD 1 TO WS-RANG-EMAIL
               WHEN WS-CANAL-RETENU
                   MOVE WS-DOC-ID TO WS-CANAL-RECHERCHE
                   PERFORM 2150-ENTETE-ANOMALIE-DEBUT
                      THRU 2150-ENTETE-ANOMALIE-FIN
           END-EVALUATE.
      *
      ****** ENTETE DE PAGE
           MOVE ALL "=" TO WS-LIGNE-EDITION.
              THRU 2100-ECRITURE-LIGNE-FIN.
      *
      ****** UNE LIGNE PAR CONTRAT FACTURE
           MOVE ZEROES TO WS-TOTAL-DOC-TTC WS-TOTAL-DOC-ESCOMPTE.
           MOVE ZEROES TO WS-DOC-ECHEANCE.
           PERFORM VARYING WS-INDICE-LGN FROM 1 BY 1
                   UNTIL WS-INDICE-LGN > WS-NB-LIGNES
               MOVE ALL "-" TO WS-LIGNE-EDITION
                      DELIMITED BY SIZE INTO WS-LIGNE-EDITION
               PERFORM 2100-ECRITURE-LIGNE-DEBUT
                  THRU 2100-ECRITURE-LIGNE-FIN
               MOVE WS-DOC-ID TO WS-COR-CLIENT-ID
               MOVE WS-LGN-NUMERO (WS-INDICE-LGN) TO WS-COR-REFERENCE
               MOVE "C" TO WS-COR-CANAL
               PERFORM 2700-INSCRIPTION-CORRESP-DEBUT
                  THRU 2700-INSCRIPTION-CORRESP-FIN

               IF WS-LGN-REMISE (WS-INDICE-LGN) > ZEROES
                   MOVE WS-LGN-REMISE (WS-INDICE-LGN)
               END-IF

               ADD WS-LGN-TTC (WS-INDICE-LGN) TO WS-TOTAL-DOC-TTC
               MOVE WS-LGN-ESCOMPTE (WS-INDICE-LGN)
                    TO WS-MONTANT-ESCOMPTE
               MOVE WS-LGN-TAUX-ESC (WS-INDICE-LGN)
                    TO WS-TAUX-ESCOMPTE
               MOVE WS-LGN-JOURS-ESC (WS-INDICE-LGN)
                    TO WS-JOURS-ESCOMPTE
               PERFORM 1800-CUMUL-ESCOMPTE-DOC-DEBUT
                  THRU 1800-CUMUL-ESCOMPTE-DOC-FIN
               MOVE WS-LGN-ECHEANCE (WS-INDICE-LGN)
                    TO WS-ECH-DATE-ECHEANCE
               MOVE WS-LGN-LIBELLE-ECH (WS-INDICE-LGN)
                    TO WS-ECH-LIBELLE
               PERFORM 1850-CUMUL-ECHEANCE-DOC-DEBUT
                  THRU 1850-CUMUL-ECHEANCE-DOC-FIN
           END-PERFORM.
      *
      ****** PIED DE PAGE : UN SEUL TOTAL A REGLER
           PERFORM 2100-ECRITURE-LIGNE-DEBUT
              THRU 2100-ECRITURE-LIGNE-FIN.

           PERFORM 1900-EDITION-ESCOMPTE-DEBUT
              THRU 1900-EDITION-ESCOMPTE-FIN.

           MOVE SPACES TO WS-LIGNE-EDITION.
           MOVE WS-DOC-ECHEANCE TO WS-EDIT-ECHEANCE.
           STRING "REGLEMENT : " WS-DOC-LIBELLE-ECH DELIMITED BY "  "
                  " - ECHEANCE " WS-EDIT-ECHEANCE
                  " - PAGE " WS-NUMERO-PAGE
                  DELIMITED BY SIZE INTO WS-LIGNE-EDITION.
           PERFORM 2100-ECRITURE-LIGNE-DEBUT
              THRU 2100-ECRITURE-LIGNE-FIN.
           MOVE SPACES TO WS-LIGNE-EDITION.
           PERFORM 2100-ECRITURE-LIGNE-DEBUT
              THRU 2100-ECRITURE-LIGNE-FIN.
      *
      ****** DOCUMENT A ENVOYER PAR COURRIEL : LIGNE AU BORDEREAU
           IF WS-CANAL-EMAIL
               MOVE SPACES TO RENVOI
               MOVE "M" TO ENV-CANAL
               MOVE WS-DOC-ID TO ENV-DESTINATAIRE
               MOVE WS-LGN-NUMERO (1) TO ENV-FACTURE
               MOVE WS-TOTAL-DOC-TTC TO ENV-MONTANT
               MOVE "FACTURES-EMAIL.txt" TO ENV-FICHIER
               MOVE WS-RANG-EMAIL TO ENV-RANG
               MOVE WS-DOC-EMAIL TO ENV-ADRESSE
               PERFORM 3600-BORDEREAU-ENVOI-DEBUT
                  THRU 3600-BORDEREAU-ENVOI-FIN
           END-IF.

           MOVE ZEROES TO WS-NB-LIGNES.

      *******************************************************
       2100-ECRITURE-LIGNE-DEBUT.

           EVALUATE TRUE
               WHEN WS-CANAL-EMAIL
                   MOVE WS-LIGNE-EDITION TO REMAIL
                   WRITE REMAIL
               WHEN WS-CANAL-RETENU
                   MOVE WS-LIGNE-EDITION TO RANOMALIE
                   WRITE RANOMALIE
               WHEN OTHER
                   MOVE WS-LIGNE-EDITION TO REDITION
                   WRITE REDITION
           END-EVALUATE.

       2100-ECRITURE-LIGNE-FIN.
           EXIT.

      *******************************************************
      *  INSCRIPTION D'UNE FACTURE EDITEE AU REGISTRE DES
      *  CORRESPONDANCES
      *******************************************************
       2700-INSCRIPTION-CORRESP-DEBUT.

      ****** UNE FACTURE ELECTRONIQUE RETENUE N'EST PAS ENVOYEE
           IF WS-CANAL-RETENU
               GO TO 2700-INSCRIPTION-CORRESP-FIN
           END-IF.

           CALL 'CORRESP' USING WS-CORRESPONDANCE
               ON EXCEPTION
                   MOVE "9" TO WS-COR-STATUT
           END-CALL.
           IF NOT WS-COR-INSCRIT
               ADD 1 TO WS-COMPTEUR-NON-INSCRITS
           END-IF.

       2700-INSCRIPTION-CORRESP-FIN.
           EXIT.

      *******************************************************
      *  INDEXATION DU DOCUMENT POUR LA MISE SOUS PLI : SON
      *  RANG DANS LE FICHIER ET SON DESTINATAIRE
      *******************************************************
       2800-INDEXATION-PLI-DEBUT.

           ADD 1 TO WS-PLI-RANG.
           CALL 'INDEXPLI' USING WS-PLI
               ON EXCEPTION
                   MOVE "9" TO WS-PLI-STATUT
           END-CALL.
           IF NOT WS-PLI-INDEXE
               ADD 1 TO WS-COMPTEUR-NON-INDEXES
           END-IF.

       2800-INDEXATION-PLI-FIN.
           EXIT.

      *******************************************************
      *  CHARGEMENT DES CANAUX D'ENVOI (FICHIER FACULTATIF :
      *  ABSENT = TOUTES LES FACTURES SUR PAPIER)
      *******************************************************
       1350-CHARGEMENT-CANAUX-DEBUT.

           OPEN INPUT FCANAL.
           IF NOT WS-STATUS-FILE-FCANAL-OK
               GO TO 1350-CHARGEMENT-CANAUX-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FCANAL-OK
               READ FCANAL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CAN-ID NOT = SPACES
                       AND WS-NB-CANAUX < WS-MAX-CANAUX
                           ADD 1 TO WS-NB-CANAUX
                           SET WS-INDICE-CAN TO WS-NB-CANAUX
                           MOVE CAN-ID
                                TO WS-CAN-ID (WS-INDICE-CAN)
                           MOVE CAN-CANAL
                                TO WS-CAN-CANAL (WS-INDICE-CAN)
                           MOVE CAN-SIREN
                                TO WS-CAN-SIREN (WS-INDICE-CAN)
                           MOVE CAN-TVA
                                TO WS-CAN-TVA (WS-INDICE-CAN)
                           MOVE CAN-EMAIL
                                TO WS-CAN-EMAIL (WS-INDICE-CAN)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FCANAL.

           IF WS-NB-CANAUX > ZEROES
               DISPLAY "NOMBRE DE CANAUX D'ENVOI: " WS-NB-CANAUX
           END-IF.

       1350-CHARGEMENT-CANAUX-FIN.
           EXIT.

      *******************************************************
      *  CHARGEMENT DES TAUX DE TVA EN VIGUEUR A LA DATE DE
      *  FACTURE (FICHIER FACULTATIF : ABSENT = SEULES LES
      *  LIGNES HORS CHAMP PASSENT LE CONTROLE DES E-FACTURES)
      *******************************************************
       1400-CHARGEMENT-TVA-DEBUT.

           OPEN INPUT FTVA.
           IF NOT WS-STATUS-FILE-FTVA-OK
               GO TO 1400-CHARGEMENT-TVA-FIN
           END-IF.

           PERFORM UNTIL NOT WS-STATUS-FILE-FTVA-OK
               READ FTVA
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RTVA-CODE NOT = SPACES
                       AND RTVA-TAUX IS NUMERIC
                       AND RTVA-DATEDEBUT IS NUMERIC
                       AND RTVA-DATEFIN IS NUMERIC
                       AND RTVA-DATEDEBUT <= WS-DATE-JOUR
                       AND (RTVA-DATEFIN = ZEROES
                            OR RTVA-DATEFIN >= WS-DATE-JOUR)
                       AND WS-NB-TVA < WS-MAX-TVA
                           ADD 1 TO WS-NB-TVA
                           SET WS-INDICE-TVA TO WS-NB-TVA
                           MOVE RTVA-CODE
                                TO WS-TVA-CODE (WS-INDICE-TVA)
                           MOVE RTVA-TAUX
                                TO WS-TVA-TAUX (WS-INDICE-TVA)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FTVA.

       1400-CHARGEMENT-TVA-FIN.
           EXIT.

      *******************************************************
      *  CANAL D'ENVOI DU DOCUMENT (CLIENT OU GROUPE PAYEUR
      *  DANS WS-CANAL-RECHERCHE) ; INCONNU = PAPIER, COURRIEL
      *  SANS ADRESSE = PAPIER
      *******************************************************
       2050-CANAL-DOCUMENT-DEBUT.

           MOVE "P" TO WS-DOC-CANAL.
           MOVE SPACES TO WS-DOC-SIREN WS-DOC-TVA-INTRA WS-DOC-EMAIL.
           MOVE "FACTURES-EDITION.txt" TO WS-COR-FICHIER.

           PERFORM VARYING WS-INDICE-CAN FROM 1 BY 1
                   UNTIL WS-INDICE-CAN > WS-NB-CANAUX
               IF WS-CAN-ID (WS-INDICE-CAN) = WS-CANAL-RECHERCHE
                   MOVE WS-CAN-CANAL (WS-INDICE-CAN) TO WS-DOC-CANAL
                   MOVE WS-CAN-SIREN (WS-INDICE-CAN) TO WS-DOC-SIREN
                   MOVE WS-CAN-TVA (WS-INDICE-CAN)
                        TO WS-DOC-TVA-INTRA
                   MOVE WS-CAN-EMAIL (WS-INDICE-CAN) TO WS-DOC-EMAIL
               END-IF
           END-PERFORM.

           IF NOT WS-CANAL-PAPIER
           AND NOT WS-CANAL-EMAIL
           AND NOT WS-CANAL-EFACTURE
               MOVE "P" TO WS-DOC-CANAL
           END-IF.

           IF WS-CANAL-EMAIL
           AND WS-DOC-EMAIL = SPACES
               DISPLAY "--> " WS-CANAL-RECHERCHE
                       " SANS ADRESSE DE COURRIEL: FACTURE PAPIER"
               ADD 1 TO WS-COMPTEUR-REPLIS
               MOVE "P" TO WS-DOC-CANAL
           END-IF.

           IF WS-CANAL-EMAIL
               ADD 1 TO WS-COMPTEUR-EMAIL
               MOVE "FACTURES-EMAIL.txt" TO WS-COR-FICHIER
           END-IF.

       2050-CANAL-DOCUMENT-FIN.
           EXIT.

      *******************************************************
      *  ENTETE D'UNE FACTURE ELECTRONIQUE RETENUE DANS LE
      *  FICHIER DES ANOMALIES : DESTINATAIRE ET MOTIF, LE
      *  DOCUMENT COMPLET SUIT
      *******************************************************
       2150-ENTETE-ANOMALIE-DEBUT.

           MOVE SPACES TO RANOMALIE.
           STRING "*** FACTURE ELECTRONIQUE RETENUE : "
                  WS-CANAL-RECHERCHE " FACTURE " WS-EFA-FACTURE
                  DELIMITED BY SIZE INTO RANOMALIE.
           WRITE RANOMALIE.
           MOVE SPACES TO RANOMALIE.
           STRING "*** MOTIF : " WS-EFA-MOTIF
                  DELIMITED BY SIZE INTO RANOMALIE.
           WRITE RANOMALIE.

       2150-ENTETE-ANOMALIE-FIN.
           EXIT.

      *******************************************************
      *  FACTURE ELECTRONIQUE D'UN CLIENT : UNE LIGNE PAR
      *  CONTRAT FACTURE DU DOCUMENT
      *******************************************************
       3100-EFACTURE-CLIENT-DEBUT.

           MOVE ZEROES TO WS-EFA-NB WS-EFA-ECHEANCE.
           MOVE WS-DOC-ID TO WS-EFA-ACHETEUR.
           MOVE SPACES TO WS-EFA-NOM WS-EFA-LIBELLE-ECH.
           IF WS-DOC-NOM NOT = SPACES
               STRING WS-DOC-NOM DELIMITED BY "  "
                      " " WS-DOC-PRENOM DELIMITED BY "  "
                      INTO WS-EFA-NOM
           END-IF.
           MOVE WS-DOC-RUE   TO WS-EFA-RUE.
           MOVE WS-DOC-CP    TO WS-EFA-CP.
           MOVE WS-DOC-VILLE TO WS-EFA-VILLE.
           MOVE WS-LGN-NUMERO (1) TO WS-EFA-FACTURE.

           PERFORM VARYING WS-INDICE-LGN FROM 1 BY 1
                   UNTIL WS-INDICE-LGN > WS-NB-LIGNES
               ADD 1 TO WS-EFA-NB
               SET WS-INDICE-EFA TO WS-EFA-NB
               MOVE WS-LGN-NUMERO (WS-INDICE-LGN)
                    TO WS-EFA-NUMERO (WS-INDICE-EFA)
               MOVE SPACES TO WS-EFA-LIBELLE (WS-INDICE-EFA)
               STRING "CONTRAT ASSUREUR "
                      WS-LGN-CODEASSUR (WS-INDICE-LGN) " "
                      WS-LGN-NOMASSUR (WS-INDICE-LGN)
                      DELIMITED BY SIZE
                      INTO WS-EFA-LIBELLE (WS-INDICE-EFA)
               MOVE WS-LGN-MONTANT (WS-INDICE-LGN)
                    TO WS-EFA-HT (WS-INDICE-EFA)
               MOVE WS-LGN-CODE-TVA (WS-INDICE-LGN)
                    TO WS-EFA-CODE-TVA (WS-INDICE-EFA)
               MOVE WS-LGN-TVA (WS-INDICE-LGN)
                    TO WS-EFA-TVA (WS-INDICE-EFA)
               MOVE WS-LGN-TTC (WS-INDICE-LGN)
                    TO WS-EFA-TTC (WS-INDICE-EFA)
               MOVE WS-LGN-TVA-VALIDE (WS-INDICE-LGN)
                    TO WS-EFA-VALIDE (WS-INDICE-EFA)
               IF WS-EFA-ECHEANCE = ZEROES
               OR WS-LGN-ECHEANCE (WS-INDICE-LGN) < WS-EFA-ECHEANCE
                   MOVE WS-LGN-ECHEANCE (WS-INDICE-LGN)
                        TO WS-EFA-ECHEANCE
                   MOVE WS-LGN-LIBELLE-ECH (WS-INDICE-LGN)
                        TO WS-EFA-LIBELLE-ECH
               END-IF
           END-PERFORM.

       3100-EFACTURE-CLIENT-FIN.
           EXIT.

      *******************************************************
      *  FACTURE ELECTRONIQUE D'UN GROUPE PAYEUR : UNE LIGNE
      *  PAR LIGNE DE MEMBRE, ADRESSE DU PREMIER MEMBRE
      *******************************************************
       3200-EFACTURE-GROUPE-DEBUT.

           MOVE ZEROES TO WS-EFA-NB WS-EFA-ECHEANCE.
           MOVE WS-GROUPE-COURANT TO WS-EFA-ACHETEUR.
           MOVE SPACES TO WS-EFA-NOM WS-EFA-LIBELLE-ECH.
           PERFORM VARYING WS-INDICE-GRP FROM 1 BY 1
                   UNTIL WS-INDICE-GRP > WS-NB-GROUPES-LIGNES
               IF WS-GRP-GROUPE (WS-INDICE-GRP) = WS-GROUPE-COURANT
               AND WS-GRP-NOM (WS-INDICE-GRP) NOT = SPACES
                   MOVE WS-GRP-NOM (WS-INDICE-GRP) TO WS-EFA-NOM
               END-IF
           END-PERFORM.
           MOVE WS-LGG-RUE (WS-BALAYAGE-GRP)    TO WS-EFA-RUE.
           MOVE WS-LGG-CP (WS-BALAYAGE-GRP)     TO WS-EFA-CP.
           MOVE WS-LGG-VILLE (WS-BALAYAGE-GRP)  TO WS-EFA-VILLE.
           MOVE WS-LGG-NUMERO (WS-BALAYAGE-GRP) TO WS-EFA-FACTURE.

           PERFORM VARYING WS-INDICE-LGG FROM 1 BY 1
                   UNTIL WS-INDICE-LGG > WS-NB-LIGNES-GROUPE
               IF WS-LGG-GROUPE (WS-INDICE-LGG) = WS-GROUPE-COURANT
                   ADD 1 TO WS-EFA-NB
                   SET WS-INDICE-EFA TO WS-EFA-NB
                   MOVE WS-LGG-NUMERO (WS-INDICE-LGG)
                        TO WS-EFA-NUMERO (WS-INDICE-EFA)
                   MOVE SPACES TO WS-EFA-LIBELLE (WS-INDICE-EFA)
                   STRING "MEMBRE "
                          WS-LGG-MEMBRE (WS-INDICE-LGG) " "
                          WS-LGG-NOM (WS-INDICE-LGG)
                          DELIMITED BY SIZE
                          INTO WS-EFA-LIBELLE (WS-INDICE-EFA)
                   MOVE WS-LGG-MONTANT (WS-INDICE-LGG)
                        TO WS-EFA-HT (WS-INDICE-EFA)
                   MOVE WS-LGG-CODE-TVA (WS-INDICE-LGG)
                        TO WS-EFA-CODE-TVA (WS-INDICE-EFA)
                   MOVE WS-LGG-TVA (WS-INDICE-LGG)
                        TO WS-EFA-TVA (WS-INDICE-EFA)
                   MOVE WS-LGG-TTC (WS-INDICE-LGG)
                        TO WS-EFA-TTC (WS-INDICE-EFA)
                   MOVE WS-LGG-TVA-VALIDE (WS-INDICE-LGG)
                        TO WS-EFA-VALIDE (WS-INDICE-EFA)
                   IF WS-EFA-ECHEANCE = ZEROES
                   OR WS-LGG-ECHEANCE (WS-INDICE-LGG)
                      < WS-EFA-ECHEANCE
                       MOVE WS-LGG-ECHEANCE (WS-INDICE-LGG)
                            TO WS-EFA-ECHEANCE
                       MOVE WS-LGG-LIBELLE-ECH (WS-INDICE-LGG)
                            TO WS-EFA-LIBELLE-ECH
                   END-IF
               END-IF
           END-PERFORM.

       3200-EFACTURE-GROUPE-FIN.
           EXIT.

      *******************************************************
      *  FACTURE ELECTRONIQUE : CONTROLE DE FORMAT PUIS
      *  FICHIER UBL EFACTURE-<NUMERO>.xml ET LIGNE AU
      *  BORDEREAU ; REFUSEE, LA FACTURE PASSE AU CANAL R
      *  (RETENUE DANS LE FICHIER DES ANOMALIES)
      *******************************************************
       3300-EFACTURE-DEBUT.

           PERFORM 3400-EFACTURE-CONTROLE-DEBUT
              THRU 3400-EFACTURE-CONTROLE-FIN.
           IF WS-EFA-MOTIF NOT = SPACES
               MOVE "R" TO WS-DOC-CANAL
               ADD 1 TO WS-COMPTEUR-RETENUES
               DISPLAY "--> FACTURE ELECTRONIQUE RETENUE "
                       WS-EFA-ACHETEUR ": " WS-EFA-MOTIF
               GO TO 3300-EFACTURE-FIN
           END-IF.

           MOVE SPACES TO WS-NOM-EFACTURE.
           STRING "EFACTURE-" WS-EFA-FACTURE ".xml"
                  DELIMITED BY SIZE INTO WS-NOM-EFACTURE.
           OPEN OUTPUT FEFACTURE.
           IF NOT WS-STATUS-FILE-FEFACTURE-OK
               MOVE SPACES TO WS-EFA-MOTIF
               STRING "FICHIER UBL NON CREE, STATUT "
                      WS-STATUS-FILE-FEFACTURE
                      DELIMITED BY SIZE INTO WS-EFA-MOTIF
               MOVE "R" TO WS-DOC-CANAL
               ADD 1 TO WS-COMPTEUR-RETENUES
               DISPLAY "--> FACTURE ELECTRONIQUE RETENUE "
                       WS-EFA-ACHETEUR ": " WS-EFA-MOTIF
               GO TO 3300-EFACTURE-FIN
           END-IF.

           PERFORM 3500-EFACTURE-XML-DEBUT
              THRU 3500-EFACTURE-XML-FIN.
           CLOSE FEFACTURE.
           ADD 1 TO WS-COMPTEUR-EFACTURES.
           MOVE WS-NOM-EFACTURE TO WS-COR-FICHIER.

           MOVE SPACES TO RENVOI.
           MOVE "E" TO ENV-CANAL.
           MOVE WS-EFA-ACHETEUR TO ENV-DESTINATAIRE.
           MOVE WS-EFA-FACTURE TO ENV-FACTURE.
           MOVE WS-EFA-TOTAL-TTC TO ENV-MONTANT.
           MOVE WS-NOM-EFACTURE TO ENV-FICHIER.
           MOVE ZEROES TO ENV-RANG.
           MOVE WS-DOC-SIREN TO ENV-ADRESSE.
           PERFORM 3600-BORDEREAU-ENVOI-DEBUT
              THRU 3600-BORDEREAU-ENVOI-FIN.

       3300-EFACTURE-FIN.
           EXIT.

      *******************************************************
      *  CONTROLE DE FORMAT DE LA FACTURE ELECTRONIQUE : LE
      *  PREMIER DEFAUT TROUVE DEVIENT LE MOTIF DE RETENUE ;
      *  CALCULE LA VENTILATION DE TVA ET LES TOTAUX
      *******************************************************
       3400-EFACTURE-CONTROLE-DEBUT.

           MOVE SPACES TO WS-EFA-MOTIF.
           MOVE ZEROES TO WS-NB-VENTILATION WS-EFA-TOTAL-HT
                          WS-EFA-TOTAL-TVA WS-EFA-TOTAL-TTC.

           MOVE WS-SOCIETE-SIREN TO WS-SIR-CONTROLE.
           MOVE WS-SOCIETE-TVA   TO WS-TVA-CONTROLE.
           PERFORM 3800-CONTROLE-SIREN-DEBUT
              THRU 3800-CONTROLE-SIREN-FIN.
           IF NOT WS-SIR-VALIDE
               MOVE "SIREN OU TVA DU VENDEUR INVALIDE" TO WS-EFA-MOTIF
               GO TO 3400-EFACTURE-CONTROLE-FIN
           END-IF.

           MOVE WS-DOC-SIREN     TO WS-SIR-CONTROLE.
           MOVE WS-DOC-TVA-INTRA TO WS-TVA-CONTROLE.
           PERFORM 3800-CONTROLE-SIREN-DEBUT
              THRU 3800-CONTROLE-SIREN-FIN.
           IF NOT WS-SIR-VALIDE
               MOVE "SIREN OU TVA DE L'ACHETEUR INVALIDE"
                    TO WS-EFA-MOTIF
               GO TO 3400-EFACTURE-CONTROLE-FIN
           END-IF.

           IF WS-EFA-NOM = SPACES
               MOVE "RAISON SOCIALE DE L'ACHETEUR ABSENTE"
                    TO WS-EFA-MOTIF
               GO TO 3400-EFACTURE-CONTROLE-FIN
           END-IF.

           IF WS-EFA-NB = ZEROES
           OR WS-EFA-FACTURE = ZEROES
               MOVE "FACTURE SANS LIGNE OU SANS NUMERO"
                    TO WS-EFA-MOTIF
               GO TO 3400-EFACTURE-CONTROLE-FIN
           END-IF.

           IF WS-EFA-ECHEANCE < WS-DATE-JOUR
               MOVE "ECHEANCE ANTERIEURE A LA DATE DE FACTURE"
                    TO WS-EFA-MOTIF
               GO TO 3400-EFACTURE-CONTROLE-FIN
           END-IF.

           PERFORM VARYING WS-INDICE-EFA FROM 1 BY 1
                   UNTIL WS-INDICE-EFA > WS-EFA-NB
                      OR WS-EFA-MOTIF NOT = SPACES
               PERFORM 3450-CONTROLE-LIGNE-DEBUT
                  THRU 3450-CONTROLE-LIGNE-FIN
           END-PERFORM.

       3400-EFACTURE-CONTROLE-FIN.
           EXIT.

      *******************************************************
      *  CONTROLE D'UNE LIGNE : MONTANTS DE TVA PRESENTS,
      *  CODE CONNU (A BLANC = HORS CHAMP), HT + TVA = TTC ET
      *  TVA CONFORME AU TAUX A UN CENTIME PRES ; CUMUL DE LA
      *  LIGNE DANS LA VENTILATION PAR CODE
      *******************************************************
       3450-CONTROLE-LIGNE-DEBUT.

           IF WS-EFA-VALIDE (WS-INDICE-EFA) NOT = "O"
               STRING "MONTANTS DE TVA ABSENTS, FACTURE "
                      WS-EFA-NUMERO (WS-INDICE-EFA)
                      DELIMITED BY SIZE INTO WS-EFA-MOTIF
               GO TO 3450-CONTROLE-LIGNE-FIN
           END-IF.

           MOVE ZEROES TO WS-EFA-TAUX (WS-INDICE-EFA).
           IF WS-EFA-CODE-TVA (WS-INDICE-EFA) NOT = SPACES
               MOVE "N" TO WS-VEN-TROUVE
               PERFORM VARYING WS-INDICE-TVA FROM 1 BY 1
                       UNTIL WS-INDICE-TVA > WS-NB-TVA
                          OR WS-VEN-TROUVE-OUI
                   IF WS-TVA-CODE (WS-INDICE-TVA)
                      = WS-EFA-CODE-TVA (WS-INDICE-EFA)
                       MOVE "O" TO WS-VEN-TROUVE
                       MOVE WS-TVA-TAUX (WS-INDICE-TVA)
                            TO WS-EFA-TAUX (WS-INDICE-EFA)
                   END-IF
               END-PERFORM
               IF NOT WS-VEN-TROUVE-OUI
                   STRING "CODE TVA "
                          WS-EFA-CODE-TVA (WS-INDICE-EFA)
                          " INCONNU, FACTURE "
                          WS-EFA-NUMERO (WS-INDICE-EFA)
                          DELIMITED BY SIZE INTO WS-EFA-MOTIF
                   GO TO 3450-CONTROLE-LIGNE-FIN
               END-IF
           END-IF.

           IF WS-EFA-HT (WS-INDICE-EFA) + WS-EFA-TVA (WS-INDICE-EFA)
              NOT = WS-EFA-TTC (WS-INDICE-EFA)
               STRING "HT + TVA DIFFERENT DU TTC, FACTURE "
                      WS-EFA-NUMERO (WS-INDICE-EFA)
                      DELIMITED BY SIZE INTO WS-EFA-MOTIF
               GO TO 3450-CONTROLE-LIGNE-FIN
           END-IF.

           COMPUTE WS-EFA-TVA-CALCULEE ROUNDED =
                   WS-EFA-HT (WS-INDICE-EFA)
                   * WS-EFA-TAUX (WS-INDICE-EFA) / 100.
           COMPUTE WS-EFA-ECART =
                   WS-EFA-TVA (WS-INDICE-EFA) - WS-EFA-TVA-CALCULEE.
           IF WS-EFA-ECART > 0,01
           OR WS-EFA-ECART < -0,01
               STRING "TVA NON CONFORME AU TAUX, FACTURE "
                      WS-EFA-NUMERO (WS-INDICE-EFA)
                      DELIMITED BY SIZE INTO WS-EFA-MOTIF
               GO TO 3450-CONTROLE-LIGNE-FIN
           END-IF.

           MOVE "N" TO WS-VEN-TROUVE.
           PERFORM VARYING WS-INDICE-VEN FROM 1 BY 1
                   UNTIL WS-INDICE-VEN > WS-NB-VENTILATION
                      OR WS-VEN-TROUVE-OUI
               IF WS-VEN-CODE (WS-INDICE-VEN)
                  = WS-EFA-CODE-TVA (WS-INDICE-EFA)
                   MOVE "O" TO WS-VEN-TROUVE
                   ADD WS-EFA-HT (WS-INDICE-EFA)
                       TO WS-VEN-BASE (WS-INDICE-VEN)
                   ADD WS-EFA-TVA (WS-INDICE-EFA)
                       TO WS-VEN-TVA (WS-INDICE-VEN)
               END-IF
           END-PERFORM.
           IF NOT WS-VEN-TROUVE-OUI
               ADD 1 TO WS-NB-VENTILATION
               SET WS-INDICE-VEN TO WS-NB-VENTILATION
               MOVE WS-EFA-CODE-TVA (WS-INDICE-EFA)
                    TO WS-VEN-CODE (WS-INDICE-VEN)
               MOVE WS-EFA-TAUX (WS-INDICE-EFA)
                    TO WS-VEN-TAUX (WS-INDICE-VEN)
               MOVE WS-EFA-HT (WS-INDICE-EFA)
                    TO WS-VEN-BASE (WS-INDICE-VEN)
               MOVE WS-EFA-TVA (WS-INDICE-EFA)
                    TO WS-VEN-TVA (WS-INDICE-VEN)
           END-IF.

           ADD WS-EFA-HT (WS-INDICE-EFA)  TO WS-EFA-TOTAL-HT.
           ADD WS-EFA-TVA (WS-INDICE-EFA) TO WS-EFA-TOTAL-TVA.
           ADD WS-EFA-TTC (WS-INDICE-EFA) TO WS-EFA-TOTAL-TTC.

       3450-CONTROLE-LIGNE-FIN.
           EXIT.

      *******************************************************
      *  ECRITURE DE LA FACTURE UBL 2.1 (NORME EN 16931) :
      *  ENTETE, VENDEUR, ACHETEUR, CONDITIONS, VENTILATION
      *  DE TVA, TOTAUX, UNE LIGNE PAR FACTURE DU DOCUMENT
      *******************************************************
       3500-EFACTURE-XML-DEBUT.

           MOVE SPACES TO WS-XML.
           MOVE '<?xml version="1.0" encoding="UTF-8"?>' TO WS-XML.
           PERFORM 3510-XML-ECRITURE-DEBUT
              THRU 3510-XML-ECRITURE-FIN.
           STRING '<Invoice xmlns="urn:oasis:names:specification:'
                  'ubl:schema:xsd:Invoice-2"'
                  DELIMITED BY SIZE INTO WS-XML.
           PERFORM 3510-XML-ECRITURE-DEBUT
              THRU 3510-XML-ECRITURE-FIN.
           STRING ' xmlns:cac="urn:oasis:names:specification:'
                  'ubl:schema:xsd:CommonAggregateComponents-2"'
                  DELIMITED BY SIZE INTO WS-XML.
           PERFORM 3510-XML-ECRITURE-DEBUT
              THRU 3510-XML-ECRITURE-FIN.
           STRING ' xmlns:cbc="urn:oasis:names:specification:'
                  'ubl:schema:xsd:CommonBasicComponents-2">'
                  DELIMITED BY SIZE INTO WS-XML.
           PERFORM 3510-XML-ECRITURE-DEBUT
              THRU 3510-XML-ECRITURE-FIN.
           STRING '<cbc:CustomizationID>urn:cen.eu:en16931:2017'
                  '</cbc:CustomizationID>'
                  DELIMITED BY SIZE INTO WS-XML.
           PERFORM 3510-XML-ECRITURE-DEBUT
              THRU 3510-XML-ECRITURE-FIN.
           STRING "<cbc:ID>" WS-EFA-FACTURE "</cbc:ID>"
                  DELIMITED BY SIZE INTO WS-XML.
           PERFORM 3510-XML-ECRITURE-DEBUT
              THRU 3510-XML-ECRITURE-FIN.
           MOVE WS-DATE-JOUR TO WS-XML-DATE-NUM.
           PERFORM 3520-XML-DATE-DEBUT
              THRU 3520-XML-DATE-FIN.
           STRING "<cbc:IssueDate>" WS-XML-DATE "</cbc:IssueDate>"
                  DELIMITED BY SIZE INTO WS-XML.
           PERFORM 3510-XML-ECRITURE-DEBUT
              THRU 3510-XML-ECRITURE-FIN.
           MOVE WS-EFA-ECHEANCE TO WS-XML-DATE-NUM.
           PERFORM 3520-XML-DATE-DEBUT
              THRU 3520-XML-DATE-FIN.
           STRING "<cbc:DueDate>" WS-XML-DATE "</cbc:DueDate>"
                  DELIMITED BY SIZE INTO WS-XML.
           PERFORM 3510-XML-ECRITURE-DEBUT
              THRU 3510-XML-ECRITURE-FIN.
           MOVE "<cbc:InvoiceTypeCode>380</cbc:InvoiceTypeCode>"
                TO WS-XML.
           PERFORM 3510-XML-ECRITURE-DEBUT
              THRU 3510-XML-ECRITURE-FIN.
           STRING "<cbc:DocumentCurrencyCode>EUR"
                  "</cbc:DocumentCurrencyCode>"
                  DELIMITED BY SIZE INTO WS-XML.
           PERFORM 3510-XML-ECRITURE-DEBUT
              THRU 3510-XML-ECRITURE-FIN.
           STRING "<cbc:BuyerReference>" WS-EFA-ACHETEUR
                  "</cbc:BuyerReference>"
                  DELIMITED BY SIZE INTO WS-XML.
           PERFORM 3510-XML-ECRITURE-DEBUT
              THRU 3510-XML-ECRITURE-FIN.
      *
      ****** VENDEUR
           MOVE "<cac:AccountingSupplierParty>" TO WS-XML.
           PERFORM 3510-XML-ECRITURE-DEBUT
              THRU 3510-XML-ECRITURE-FIN.
           MOVE WS-SOCIETE-NOM       TO WS-XML-PARTIE-NOM.
           MOVE WS-SOCIETE-ADRESSE   TO WS-XML-PARTIE-RUE.
           MOVE WS-SOCIETE-VILLE (1:5) TO WS-XML-PARTIE-CP.
           MOVE WS-SOCIETE-VILLE (7:24) TO WS-XML-PARTIE-VILLE.
           MOVE WS-SOCIETE-SIREN     TO WS-XML-PARTIE-SIREN.
           MOVE WS-SOCIETE-TVA       TO WS-XML-PARTIE-TVA.
           PERFORM 3540-XML-PARTIE-DEBUT
              THRU 3540-XML-PARTIE-FIN.
           MOVE "</cac:AccountingSupplierParty>" TO WS-XML.
           PERFORM 3510-XML-ECRITURE-DEBUT
              THRU 3510-XML-ECRITURE-FIN.
      *
      ****** ACHETEUR
           MOVE "<cac:AccountingCustomerParty>" TO WS-XML.
           PERFORM 3510-XML-ECRITURE-DEBUT
              THRU 3510-XML-ECRITURE-FIN.
           MOVE WS-EFA-NOM       TO WS-XML-PARTIE-NOM.
           MOVE WS-EFA-RUE       TO WS-XML-PARTIE-RUE.
           MOVE WS-EFA-CP        TO WS-XML-PARTIE-CP.
           MOVE WS-EFA-VILLE     TO WS-XML-PARTIE-VILLE.
           MOVE WS-DOC-SIREN     TO WS-XML-PARTIE-SIREN.
           MOVE WS-DOC-TVA-INTRA TO WS-XML-PARTIE-TVA.
           PERFORM 3540-XML-PARTIE-DEBUT
              THRU 3540-XML-PARTIE-FIN.
           MOVE "</cac:AccountingCustomerParty>" TO WS-XML.
           PERFORM 3510-XML-ECRITURE-DEBUT
              THRU 3510-XML-ECRITURE-FIN.
      *
      ****** CONDITIONS DE PAIEMENT
           IF WS-EFA-LIBELLE-ECH NOT = SPACES
               MOVE "<cac:PaymentTerms>" TO WS-XML
               PERFORM 3510-XML-ECRITURE-DEBUT
                  THRU 3510-XML-ECRITURE-FIN
               MOVE "Note" TO WS-XML-BALISE
               MOVE WS-EFA-LIBELLE-ECH TO WS-XML-TEXTE
               PERFORM 3535-XML-ELEMENT-TEXTE-DEBUT
                  THRU 3535-XML-ELEMENT-TEXTE-FIN
               MOVE "</cac:PaymentTerms>" TO WS-XML
               PERFORM 3510-XML-ECRITURE-DEBUT
                  THRU 3510-XML-ECRITURE-FIN
           END-IF.
      *
      ****** VENTILATION DE LA TVA PAR CODE
           MOVE "<cac:TaxTotal>" TO WS-XML.
           PERFORM 3510-XML-ECRITURE-DEBUT
              THRU 3510-XML-ECRITURE-FIN.
           MOVE "TaxAmount" TO WS-XML-BALISE.
           MOVE WS-EFA-TOTAL-TVA TO WS-XML-MONTANT.
           PERFORM 3525-XML-ELEMENT-MONTANT-DEBUT
              THRU 3525-XML-ELEMENT-MONTANT-FIN.
           PERFORM VARYING WS-INDICE-VEN FROM 1 BY 1
                   UNTIL WS-INDICE-VEN > WS-NB-VENTILATION
               MOVE "<cac:TaxSubtotal>" TO WS-XML
               PERFORM 3510-XML-ECRITURE-DEBUT
                  THRU 3510-XML-ECRITURE-FIN
               MOVE "TaxableAmount" TO WS-XML-BALISE
               MOVE WS-VEN-BASE (WS-INDICE-VEN) TO WS-XML-MONTANT
               PERFORM 3525-XML-ELEMENT-MONTANT-DEBUT
                  THRU 3525-XML-ELEMENT-MONTANT-FIN
               MOVE "TaxAmount" TO WS-XML-BALISE
               MOVE WS-VEN-TVA (WS-INDICE-VEN) TO WS-XML-MONTANT
               PERFORM 3525-XML-ELEMENT-MONTANT-DEBUT
                  THRU 3525-XML-ELEMENT-MONTANT-FIN
               MOVE "<cac:TaxCategory>" TO WS-XML
               PERFORM 3510-XML-ECRITURE-DEBUT
                  THRU 3510-XML-ECRITURE-FIN
               MOVE WS-VEN-CODE (WS-INDICE-VEN) TO WS-XML-CODE-TVA
               MOVE WS-VEN-TAUX (WS-INDICE-VEN) TO WS-XML-TAUX
               MOVE "O" TO WS-XML-EXONERATION
               PERFORM 3560-XML-CATEGORIE-DEBUT
                  THRU 3560-XML-CATEGORIE-FIN
               MOVE "</cac:TaxCategory>" TO WS-XML
               PERFORM 3510-XML-ECRITURE-DEBUT
                  THRU 3510-XML-ECRITURE-FIN
               MOVE "</cac:TaxSubtotal>" TO WS-XML
               PERFORM 3510-XML-ECRITURE-DEBUT
                  THRU 3510-XML-ECRITURE-FIN
           END-PERFORM.
           MOVE "</cac:TaxTotal>" TO WS-XML.
           PERFORM 3510-XML-ECRITURE-DEBUT
              THRU 3510-XML-ECRITURE-FIN.
      *
      ****** TOTAUX
           MOVE "<cac:LegalMonetaryTotal>" TO WS-XML.
           PERFORM 3510-XML-ECRITURE-DEBUT
              THRU 3510-XML-ECRITURE-FIN.
           MOVE "LineExtensionAmount" TO WS-XML-BALISE.
           MOVE WS-EFA-TOTAL-HT TO WS-XML-MONTANT.
           PERFORM 3525-XML-ELEMENT-MONTANT-DEBUT
              THRU 3525-XML-ELEMENT-MONTANT-FIN.
           MOVE "TaxExclusiveAmount" TO WS-XML-BALISE.
           PERFORM 3525-XML-ELEMENT-MONTANT-DEBUT
              THRU 3525-XML-ELEMENT-MONTANT-FIN.
           MOVE "TaxInclusiveAmount" TO WS-XML-BALISE.
           MOVE WS-EFA-TOTAL-TTC TO WS-XML-MONTANT.
           PERFORM 3525-XML-ELEMENT-MONTANT-DEBUT
              THRU 3525-XML-ELEMENT-MONTANT-FIN.
           MOVE "PayableAmount" TO WS-XML-BALISE.
           PERFORM 3525-XML-ELEMENT-MONTANT-DEBUT
              THRU 3525-XML-ELEMENT-MONTANT-FIN.
           MOVE "</cac:LegalMonetaryTotal>" TO WS-XML.
           PERFORM 3510-XML-ECRITURE-DEBUT
              THRU 3510-XML-ECRITURE-FIN.
      *
      ****** UNE LIGNE PAR FACTURE DU DOCUMENT
           PERFORM VARYING WS-INDICE-EFA FROM 1 BY 1
                   UNTIL WS-INDICE-EFA > WS-EFA-NB
               PERFORM 3550-XML-LIGNE-DEBUT
                  THRU 3550-XML-LIGNE-FIN
           END-PERFORM.

           MOVE "</Invoice>" TO WS-XML.
           PERFORM 3510-XML-ECRITURE-DEBUT
              THRU 3510-XML-ECRITURE-FIN.

       3500-EFACTURE-XML-FIN.
           EXIT.

      *******************************************************
      *  ECRITURE D'UNE LIGNE DU FICHIER UBL
      *******************************************************
       3510-XML-ECRITURE-DEBUT.

           MOVE WS-XML TO REFACTURE.
           WRITE REFACTURE.
           MOVE SPACES TO WS-XML.

       3510-XML-ECRITURE-FIN.
           EXIT.

      *******************************************************
      *  DATE AAAAMMJJ AU FORMAT XML AAAA-MM-JJ
      *******************************************************
       3520-XML-DATE-DEBUT.

           MOVE SPACES TO WS-XML-DATE.
           STRING WS-XML-DATE-NUM (1:4) "-" WS-XML-DATE-NUM (5:2)
                  "-" WS-XML-DATE-NUM (7:2)
                  DELIMITED BY SIZE INTO WS-XML-DATE.

       3520-XML-DATE-FIN.
           EXIT.

      *******************************************************
      *  ELEMENT MONTANT EN EUROS (POINT DECIMAL, SANS ZEROS
      *  DE TETE) : BALISE DANS WS-XML-BALISE
      *******************************************************
       3525-XML-ELEMENT-MONTANT-DEBUT.

           PERFORM 3530-XML-VALEUR-DEBUT
              THRU 3530-XML-VALEUR-FIN.
           STRING "<cbc:" WS-XML-BALISE DELIMITED BY SPACE
                  ' currencyID="EUR">' DELIMITED BY SIZE
                  WS-XML-VALEUR DELIMITED BY SPACE
                  "</cbc:" WS-XML-BALISE DELIMITED BY SPACE
                  ">" DELIMITED BY SIZE
                  INTO WS-XML.
           PERFORM 3510-XML-ECRITURE-DEBUT
              THRU 3510-XML-ECRITURE-FIN.

       3525-XML-ELEMENT-MONTANT-FIN.
           EXIT.

      *******************************************************
      *  VALEUR NUMERIQUE XML DE WS-XML-MONTANT (2 DECIMALES)
      *******************************************************
       3530-XML-VALEUR-DEBUT.

           MOVE WS-XML-ENTIER TO WS-XML-ENTIER-ED.
           MOVE SPACES TO WS-XML-VALEUR.
           STRING FUNCTION TRIM (WS-XML-ENTIER-ED) "."
                  WS-XML-CENTIMES
                  DELIMITED BY SIZE INTO WS-XML-VALEUR.

       3530-XML-VALEUR-FIN.
           EXIT.

      *******************************************************
      *  ELEMENT TEXTE (BALISE DANS WS-XML-BALISE, TEXTE DANS
      *  WS-XML-TEXTE) AVEC & < > REMPLACES PAR LEURS ENTITES ;
      *  TEXTE A BLANC = PAS D'ELEMENT
      *******************************************************
       3535-XML-ELEMENT-TEXTE-DEBUT.

           MOVE 60 TO WS-XML-LONG.
           PERFORM UNTIL WS-XML-LONG < 2
                      OR WS-XML-TEXTE (WS-XML-LONG:1) NOT = SPACE
               SUBTRACT 1 FROM WS-XML-LONG
           END-PERFORM.
           IF WS-XML-TEXTE = SPACES
               GO TO 3535-XML-ELEMENT-TEXTE-FIN
           END-IF.

           MOVE SPACES TO WS-XML-ECHAPPE.
           MOVE 1 TO WS-XML-PTR.
           PERFORM VARYING WS-XML-POS FROM 1 BY 1
                   UNTIL WS-XML-POS > WS-XML-LONG
               EVALUATE WS-XML-TEXTE (WS-XML-POS:1)
                   WHEN "&"
                       STRING "&amp;" DELIMITED BY SIZE
                              INTO WS-XML-ECHAPPE
                              WITH POINTER WS-XML-PTR
                   WHEN "<"
                       STRING "&lt;" DELIMITED BY SIZE
                              INTO WS-XML-ECHAPPE
                              WITH POINTER WS-XML-PTR
                   WHEN ">"
                       STRING "&gt;" DELIMITED BY SIZE
                              INTO WS-XML-ECHAPPE
                              WITH POINTER WS-XML-PTR
                   WHEN OTHER
                       STRING WS-XML-TEXTE (WS-XML-POS:1)
                              DELIMITED BY SIZE
                              INTO WS-XML-ECHAPPE
                              WITH POINTER WS-XML-PTR
               END-EVALUATE
           END-PERFORM.

           STRING "<cbc:" WS-XML-BALISE DELIMITED BY SPACE
                  ">" DELIMITED BY SIZE
                  WS-XML-ECHAPPE (1:WS-XML-PTR - 1) DELIMITED BY SIZE
                  "</cbc:" WS-XML-BALISE DELIMITED BY SPACE
                  ">" DELIMITED BY SIZE
                  INTO WS-XML.
           PERFORM 3510-XML-ECRITURE-DEBUT
              THRU 3510-XML-ECRITURE-FIN.

       3535-XML-ELEMENT-TEXTE-FIN.
           EXIT.

      *******************************************************
      *  PARTIE (VENDEUR OU ACHETEUR) : ADRESSE, NUMERO DE
      *  TVA ET SIREN (SCHEMA 0002 = SIRENE)
      *******************************************************
       3540-XML-PARTIE-DEBUT.

           MOVE "<cac:Party>" TO WS-XML.
           PERFORM 3510-XML-ECRITURE-DEBUT
              THRU 3510-XML-ECRITURE-FIN.
           MOVE "<cac:PostalAddress>" TO WS-XML.
           PERFORM 3510-XML-ECRITURE-DEBUT
              THRU 3510-XML-ECRITURE-FIN.
           MOVE "StreetName" TO WS-XML-BALISE.
           MOVE WS-XML-PARTIE-RUE TO WS-XML-TEXTE.
           PERFORM 3535-XML-ELEMENT-TEXTE-DEBUT
              THRU 3535-XML-ELEMENT-TEXTE-FIN.
           MOVE "CityName" TO WS-XML-BALISE.
           MOVE WS-XML-PARTIE-VILLE TO WS-XML-TEXTE.
           PERFORM 3535-XML-ELEMENT-TEXTE-DEBUT
              THRU 3535-XML-ELEMENT-TEXTE-FIN.
           MOVE "PostalZone" TO WS-XML-BALISE.
           MOVE WS-XML-PARTIE-CP TO WS-XML-TEXTE.
           PERFORM 3535-XML-ELEMENT-TEXTE-DEBUT
              THRU 3535-XML-ELEMENT-TEXTE-FIN.
           STRING "<cac:Country><cbc:IdentificationCode>FR"
                  "</cbc:IdentificationCode></cac:Country>"
                  DELIMITED BY SIZE INTO WS-XML.
           PERFORM 3510-XML-ECRITURE-DEBUT
              THRU 3510-XML-ECRITURE-FIN.
           MOVE "</cac:PostalAddress>" TO WS-XML.
           PERFORM 3510-XML-ECRITURE-DEBUT
              THRU 3510-XML-ECRITURE-FIN.
           MOVE "<cac:PartyTaxScheme>" TO WS-XML.
           PERFORM 3510-XML-ECRITURE-DEBUT
              THRU 3510-XML-ECRITURE-FIN.
           STRING "<cbc:CompanyID>" WS-XML-PARTIE-TVA
                  "</cbc:CompanyID>"
                  DELIMITED BY SIZE INTO WS-XML.
           PERFORM 3510-XML-ECRITURE-DEBUT
              THRU 3510-XML-ECRITURE-FIN.
           MOVE "<cac:TaxScheme><cbc:ID>VAT</cbc:ID></cac:TaxScheme>"
                TO WS-XML.
           PERFORM 3510-XML-ECRITURE-DEBUT
              THRU 3510-XML-ECRITURE-FIN.
           MOVE "</cac:PartyTaxScheme>" TO WS-XML.
           PERFORM 3510-XML-ECRITURE-DEBUT
              THRU 3510-XML-ECRITURE-FIN.
           MOVE "<cac:PartyLegalEntity>" TO WS-XML.
           PERFORM 3510-XML-ECRITURE-DEBUT
              THRU 3510-XML-ECRITURE-FIN.
           MOVE "RegistrationName" TO WS-XML-BALISE.
           MOVE WS-XML-PARTIE-NOM TO WS-XML-TEXTE.
           PERFORM 3535-XML-ELEMENT-TEXTE-DEBUT
              THRU 3535-XML-ELEMENT-TEXTE-FIN.
           STRING '<cbc:CompanyID schemeID="0002">'
                  WS-XML-PARTIE-SIREN "</cbc:CompanyID>"
                  DELIMITED BY SIZE INTO WS-XML.
           PERFORM 3510-XML-ECRITURE-DEBUT
              THRU 3510-XML-ECRITURE-FIN.
           MOVE "</cac:PartyLegalEntity>" TO WS-XML.
           PERFORM 3510-XML-ECRITURE-DEBUT
              THRU 3510-XML-ECRITURE-FIN.
           MOVE "</cac:Party>" TO WS-XML.
           PERFORM 3510-XML-ECRITURE-DEBUT
              THRU 3510-XML-ECRITURE-FIN.

       3540-XML-PARTIE-FIN.
           EXIT.

      *******************************************************
      *  LIGNE DE FACTURE : NUMERO DE LA FACTURE DE LA LIGNE,
      *  MONTANT HORS TAXE, LIBELLE ET CATEGORIE DE TVA
      *******************************************************
       3550-XML-LIGNE-DEBUT.

           MOVE "<cac:InvoiceLine>" TO WS-XML.
           PERFORM 3510-XML-ECRITURE-DEBUT
              THRU 3510-XML-ECRITURE-FIN.
           STRING "<cbc:ID>" WS-EFA-NUMERO (WS-INDICE-EFA) "</cbc:ID>"
                  DELIMITED BY SIZE INTO WS-XML.
           PERFORM 3510-XML-ECRITURE-DEBUT
              THRU 3510-XML-ECRITURE-FIN.
           STRING '<cbc:InvoicedQuantity unitCode="C62">1'
                  '</cbc:InvoicedQuantity>'
                  DELIMITED BY SIZE INTO WS-XML.
           PERFORM 3510-XML-ECRITURE-DEBUT
              THRU 3510-XML-ECRITURE-FIN.
           MOVE "LineExtensionAmount" TO WS-XML-BALISE.
           MOVE WS-EFA-HT (WS-INDICE-EFA) TO WS-XML-MONTANT.
           PERFORM 3525-XML-ELEMENT-MONTANT-DEBUT
              THRU 3525-XML-ELEMENT-MONTANT-FIN.
           MOVE "<cac:Item>" TO WS-XML.
           PERFORM 3510-XML-ECRITURE-DEBUT
              THRU 3510-XML-ECRITURE-FIN.
           MOVE "Name" TO WS-XML-BALISE.
           MOVE WS-EFA-LIBELLE (WS-INDICE-EFA) TO WS-XML-TEXTE.
           PERFORM 3535-XML-ELEMENT-TEXTE-DEBUT
              THRU 3535-XML-ELEMENT-TEXTE-FIN.
           MOVE "<cac:ClassifiedTaxCategory>" TO WS-XML.
           PERFORM 3510-XML-ECRITURE-DEBUT
              THRU 3510-XML-ECRITURE-FIN.
           MOVE WS-EFA-CODE-TVA (WS-INDICE-EFA) TO WS-XML-CODE-TVA.
           MOVE WS-EFA-TAUX (WS-INDICE-EFA) TO WS-XML-TAUX.
           MOVE "N" TO WS-XML-EXONERATION.
           PERFORM 3560-XML-CATEGORIE-DEBUT
              THRU 3560-XML-CATEGORIE-FIN.
           MOVE "</cac:ClassifiedTaxCategory>" TO WS-XML.
           PERFORM 3510-XML-ECRITURE-DEBUT
              THRU 3510-XML-ECRITURE-FIN.
           MOVE "</cac:Item>" TO WS-XML.
           PERFORM 3510-XML-ECRITURE-DEBUT
              THRU 3510-XML-ECRITURE-FIN.
           MOVE "<cac:Price>" TO WS-XML.
           PERFORM 3510-XML-ECRITURE-DEBUT
              THRU 3510-XML-ECRITURE-FIN.
           MOVE "PriceAmount" TO WS-XML-BALISE.
           PERFORM 3525-XML-ELEMENT-MONTANT-DEBUT
              THRU 3525-XML-ELEMENT-MONTANT-FIN.
           MOVE "</cac:Price>" TO WS-XML.
           PERFORM 3510-XML-ECRITURE-DEBUT
              THRU 3510-XML-ECRITURE-FIN.
           MOVE "</cac:InvoiceLine>" TO WS-XML.
           PERFORM 3510-XML-ECRITURE-DEBUT
              THRU 3510-XML-ECRITURE-FIN.

       3550-XML-LIGNE-FIN.
           EXIT.

      *******************************************************
      *  CATEGORIE DE TVA : S TAUX NORMAL OU REDUIT, E
      *  EXONERE (CODE A TAUX NUL), O HORS CHAMP (CODE A
      *  BLANC, SANS POURCENTAGE) ; LE MOTIF D'EXONERATION
      *  N'EST PORTE QUE DANS LA VENTILATION
      *******************************************************
       3560-XML-CATEGORIE-DEBUT.

           EVALUATE TRUE
               WHEN WS-XML-CODE-TVA = SPACES
                   MOVE "O" TO WS-XML-CATEGORIE
               WHEN WS-XML-TAUX > ZEROES
                   MOVE "S" TO WS-XML-CATEGORIE
               WHEN OTHER
                   MOVE "E" TO WS-XML-CATEGORIE
           END-EVALUATE.

           STRING "<cbc:ID>" WS-XML-CATEGORIE "</cbc:ID>"
                  DELIMITED BY SIZE INTO WS-XML.
           PERFORM 3510-XML-ECRITURE-DEBUT
              THRU 3510-XML-ECRITURE-FIN.

           IF WS-XML-CATEGORIE NOT = "O"
               MOVE WS-XML-TAUX TO WS-XML-MONTANT
               PERFORM 3530-XML-VALEUR-DEBUT
                  THRU 3530-XML-VALEUR-FIN
               STRING "<cbc:Percent>" WS-XML-VALEUR DELIMITED BY SPACE
                      "</cbc:Percent>" DELIMITED BY SIZE
                      INTO WS-XML
               PERFORM 3510-XML-ECRITURE-DEBUT
                  THRU 3510-XML-ECRITURE-FIN
           END-IF.

           IF WS-XML-EXONERATION-OUI
               EVALUATE WS-XML-CATEGORIE
                   WHEN "E"
                       STRING "<cbc:TaxExemptionReason>"
                              "EXONERATION DE TVA - ARTICLE 261 C"
                              " DU CGI</cbc:TaxExemptionReason>"
                              DELIMITED BY SIZE INTO WS-XML
                       PERFORM 3510-XML-ECRITURE-DEBUT
                          THRU 3510-XML-ECRITURE-FIN
                   WHEN "O"
                       STRING "<cbc:TaxExemptionReason>"
                              "HORS CHAMP D'APPLICATION DE LA TVA"
                              "</cbc:TaxExemptionReason>"
                              DELIMITED BY SIZE INTO WS-XML
                       PERFORM 3510-XML-ECRITURE-DEBUT
                          THRU 3510-XML-ECRITURE-FIN
               END-EVALUATE
           END-IF.

           MOVE "<cac:TaxScheme><cbc:ID>VAT</cbc:ID></cac:TaxScheme>"
                TO WS-XML.
           PERFORM 3510-XML-ECRITURE-DEBUT
              THRU 3510-XML-ECRITURE-FIN.

       3560-XML-CATEGORIE-FIN.
           EXIT.

      *******************************************************
      *  LIGNE AU BORDEREAU DES ENVOIS DEMATERIALISES
      *******************************************************
       3600-BORDEREAU-ENVOI-DEBUT.

           WRITE RENVOI.
           IF NOT WS-STATUS-FILE-FENVOI-OK
               DISPLAY "ERREUR ECRITURE FICHIER 'FENVOI': "
                       WS-STATUS-FILE-FENVOI
           END-IF.

       3600-BORDEREAU-ENVOI-FIN.
           EXIT.

      *******************************************************
      *  CONTROLE D'UN SIREN (9 CHIFFRES, CLE DE LUHN) ET DU
      *  NUMERO DE TVA ASSOCIE (FR + CLE SUR 2 CHIFFRES +
      *  SIREN, CLE = (12 + 3 X (SIREN MODULO 97)) MODULO 97)
      *******************************************************
       3800-CONTROLE-SIREN-DEBUT.

           MOVE "N" TO WS-SIR-RESULTAT.
           IF WS-SIR-CONTROLE IS NOT NUMERIC
               GO TO 3800-CONTROLE-SIREN-FIN
           END-IF.

           MOVE ZEROES TO WS-SIR-SOMME.
           PERFORM VARYING WS-SIR-POS FROM 1 BY 1
                   UNTIL WS-SIR-POS > 9
               MOVE WS-SIR-CONTROLE (WS-SIR-POS:1) TO WS-SIR-CHIFFRE
               IF FUNCTION MOD (WS-SIR-POS, 2) = 0
                   MULTIPLY 2 BY WS-SIR-CHIFFRE
                   IF WS-SIR-CHIFFRE > 9
                       SUBTRACT 9 FROM WS-SIR-CHIFFRE
                   END-IF
               END-IF
               ADD WS-SIR-CHIFFRE TO WS-SIR-SOMME
           END-PERFORM.
           IF FUNCTION MOD (WS-SIR-SOMME, 10) NOT = 0
               GO TO 3800-CONTROLE-SIREN-FIN
           END-IF.

           MOVE WS-SIR-CONTROLE TO WS-SIR-NUMERIQUE.
           COMPUTE WS-SIR-CLE = FUNCTION MOD
                   (12 + 3 * FUNCTION MOD (WS-SIR-NUMERIQUE, 97), 97).
           IF WS-TVA-CONTROLE (1:2) = "FR"
           AND WS-TVA-CONTROLE (3:2) = WS-SIR-CLE
           AND WS-TVA-CONTROLE (5:9) = WS-SIR-CONTROLE
               MOVE "O" TO WS-SIR-RESULTAT
           END-IF.

       3800-CONTROLE-SIREN-FIN.
           EXIT.
