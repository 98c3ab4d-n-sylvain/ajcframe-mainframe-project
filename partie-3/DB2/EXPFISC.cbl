       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPFISC.

      * FICHIER DES ECRITURES ET PIECES REMIS A L'ADMINISTRATION
      * FISCALE LORS D'UN CONTROLE, A LA PLACE DES EXTRACTIONS SPUFI
      * AU CAS PAR CAS : POUR UNE ENTITE JURIDIQUE ET UNE PERIODE
      * (MOIS DE DEBUT ET DE FIN), UN SEUL FICHIER EXPFISC DELIMITE
      * ';' COMME EXPBI, EN SECTIONS :
      *   'H' EN-TETE (ENTITE, PERIODE, DATE DE PRODUCTION)
      *   'X' TAUX DE TAXE : PAR ETAT (TAXRATE, 'X;E') ET TVA PAR
      *       PAYS (TVAPAYS, 'X;P')
      *   'C' CLIENTS DE L'ENTITE (SOCIECLI, 'A' PAR DEFAUT)
      *   'P' PRODUITS
      *   'F' FACTURES ET AVOIRS DU REGISTRE DE L'ENTITE (REGFACTA
      *       OU REGFACTB) EMIS DANS LA PERIODE (DATE DU RUN DE
      *       FACTURATION), AVEC LEUR TAXE, SUIVIS DE LEURS LIGNES
      *       'L' TELLES QU'EMISES, LUES DANS L'ARCHIVE LEGALE DE
      *       L'ENTITE (ARCFACTA OU ARCFACTB) SUR SOCIETE + NUMERO :
      *       UN AVOIR N'Y PORTE QUE LES LIGNES CREDITEES, ET NON
      *       TOUTE LA COMMANDE D'ORIGINE
      *   'R' REGLEMENTS DE LA PERIODE (PAYMENT_EVENTS) DES CLIENTS
      *       DE L'ENTITE
      *   'G' ECRITURES COMPTABLES 'E' DE L'ENTITE DATEES DE LA
      *       PERIODE, LUES DANS LES JOURNAUX JOURNLGL DE LA PERIODE
      *       CONCATENES EN ENTREE (JGLPER), COMME JGLNUIT D'INTEGGL
      *   'Z' TOTAUX DE CONTROLE DE CHAQUE SECTION, PUIS TRAILER 'T'
      * CONTROLES EDITES DANS RAPFISC :
      *   - FACTURATION : LE TOTAL DES REGISTRES A ET B SUR LA
      *     PERIODE EST RAPPROCHE DES TOTAUX 'T' DES FICHIERS FACTTOT
      *     DES RUNS DE LA PERIODE CONCATENES EN FACTTOTP (LES TOTAUX
      *     DE FACTURE NE SONT PAS VENTILES PAR ENTITE) EN NOMBRE,
      *     EN MONTANT ET EN TAXE, LA TAXE DE CHAQUE DOCUMENT ETANT
      *     LUE DANS SON ARCHIVE ; UN DOCUMENT ABSENT DE L'ARCHIVE
      *     MET LE CONTROLE DE LA TAXE EN ECART. SANS FACTTOTP LE
      *     CONTROLE EST SIGNALE NON EFFECTUE
      *   - COMPTABILITE : DEBIT ET CREDIT DES ECRITURES EXPORTEES
      *     RAPPROCHES DES MOUVEMENTS DE LA BALANCE (API6.GRAND_LIVRE)
      *     DE L'ENTITE SUR LES MEMES PERIODES, ET EQUILIBRE D = C
      * SYSIN : 1) ENTITE 'A' OU 'B' (DEFAUT 'A')
      *         2) PREMIER MOIS AAAA-MM (OBLIGATOIRE)
      *         3) DERNIER MOIS AAAA-MM (DEFAUT : LE PREMIER)
      * CODE RETOUR 4 SI UN CONTROLE EST EN ECART OU NON EFFECTUE,
      * 8 SI LA PERIODE EST INVALIDE (RUN REFUSE).
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXPORT-FISCAL ASSIGN TO EXPFISC
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-EXPFISC.

           SELECT RAPPORT-FISCAL ASSIGN TO RAPFISC
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-RAPFISC.

           SELECT FICHIER-TAXES ASSIGN TO TAXRATE
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-TAXRATE.

           SELECT TVA-PAYS ASSIGN TO TVAPAYS
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-TVAPAYS.

      * AFFECTATION CLIENT -> ENTITE JURIDIQUE, COMME FACTURE
           SELECT SOCIETES-CLIENTS ASSIGN TO SOCIECLI
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-SOCIECLI.

      * REGISTRE DE CHAQUE ENTITE (REGFACTA/REGFACTB), NOMME COMME
      * DANS FACTURE
           SELECT REGISTRE-FACT ASSIGN TO WS-REGFACT-FILENAME
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-REGFACT.

      * ARCHIVE LEGALE DE CHAQUE ENTITE (ARCFACTA/ARCFACTB), NOMMEE
      * COMME DANS FACTURE
           SELECT ARCHIVE-FACT ASSIGN TO WS-ARCFACT-FILENAME
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-ARCFACT.

           SELECT TOTAUX-FACTURE ASSIGN TO FACTTOTP
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-FACTTOTP.

           SELECT JOURNAUX-PERIODE ASSIGN TO JGLPER
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-JGLPER.

       DATA DIVISION.
       FILE SECTION.
       FD  EXPORT-FISCAL
           RECORDING MODE IS F
           RECORD CONTAINS 250 CHARACTERS.
       01  ENR-EXPFISC           PIC X(250).

       FD  RAPPORT-FISCAL.
       01  ENR-RAPFISC           PIC X(80).

       FD  FICHIER-TAXES
           RECORDING MODE IS F
           RECORD CONTAINS 5 CHARACTERS.
       01  ENR-TAXE.
           05 TAXE-STATE             PIC X(2).
           05 TAXE-TAUX              PIC 9(2)V9.

      * TAUX DE TVA PAR PAYS, MEME GABARIT QUE TAXRATE
       FD  TVA-PAYS
           RECORDING MODE IS F
           RECORD CONTAINS 5 CHARACTERS.
       01  ENR-TVAPAYS.
           05 TVP-PAYS               PIC X(2).
           05 TVP-TAUX               PIC 9(2)V9.

       FD  SOCIETES-CLIENTS
           RECORDING MODE IS F
           RECORD CONTAINS 6 CHARACTERS.
       01  ENR-SOCIECLI.
           05 SCL-C-NO               PIC 9(4).
           05 SCL-SOCIETE            PIC X(1).
           05 SCL-INTERCO            PIC X(1).

      * MEME DESSIN QUE LE REGISTRE ECRIT PAR FACTURE
       FD  REGISTRE-FACT
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  ENR-REGFACT.
           05 REG-NUMFACT             PIC 9(7).
           05 REG-TYPE-DOC            PIC X(1).
           05 REG-O-NO                PIC 9(7).
           05 REG-COMPANY             PIC X(30).
           05 REG-DATE                PIC X(10).
           05 REG-MONTANT             PIC 9(9)V99.
           05 REG-RUN-ID              PIC X(14).

      * MEME DESSIN QUE L'ARCHIVE ECRITE PAR FACTURE : ENTETE 'E'
      * PAR DOCUMENT PUIS UNE LIGNE 'L' PAR LIGNE DE SON IMAGE
       FD  ARCHIVE-FACT
           RECORDING MODE IS F
           RECORD CONTAINS 150 CHARACTERS.
       01  ENR-ARCFACT.
           05 ARC-SOCIETE             PIC X(1).
           05 ARC-NUMFACT             PIC 9(7).
           05 ARC-TYPE-ENR            PIC X(1).
           05 ARC-SEQ                 PIC 9(3).
           05 ARC-DONNEES             PIC X(138).
       01  ENR-ARCFACT-E REDEFINES ENR-ARCFACT.
           05 FILLER                  PIC X(12).
           05 ARC-TYPE-DOC            PIC X(1).
           05 ARC-O-NO                PIC 9(7).
           05 ARC-COMPANY             PIC X(30).
           05 ARC-DATE                PIC X(10).
           05 ARC-MONTANT             PIC 9(9)V99.
           05 ARC-RUN-ID              PIC X(14).
           05 ARC-NB-LIGNES           PIC 9(3).
           05 ARC-HASH-PREC           PIC 9(18).
           05 ARC-HASH                PIC 9(18).
           05 ARC-TAXE                PIC 9(9)V99.
           05 FILLER                  PIC X(15).
       01  ENR-ARCFACT-L REDEFINES ENR-ARCFACT.
           05 FILLER                  PIC X(12).
           05 ARC-LIGNE               PIC X(132).
           05 FILLER                  PIC X(6).

      * MEME DESSIN QUE LES TOTAUX FACTTOT DE FACTURE ; SEULS LES
      * ENREGISTREMENTS 'T' SONT EXPLOITES
       FD  TOTAUX-FACTURE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  ENR-FACTTOT.
           05 FTT-TYPE               PIC X(1).
           05 FTT-PARTITION          PIC 9(1).
           05 FTT-NB-FACTURES        PIC 9(5).
           05 FTT-TOTAL-FACTURE      PIC 9(9)V99.
           05 FTT-TOTAL-TAXE         PIC 9(9)V99.
           05 FILLER                 PIC X(51).

      * MEME DESSIN QUE LE JOURNAL COMPTABLE PRODUIT PAR FACTURE
       FD  JOURNAUX-PERIODE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  ENR-JOURNLGL.
           05 JGL-TYPE               PIC X(1).
           05 JGL-DATE               PIC X(10).
           05 JGL-COMPTE             PIC X(8).
           05 JGL-LIBELLE            PIC X(30).
           05 JGL-SENS               PIC X(1).
           05 JGL-MONTANT            PIC 9(9)V99.
      * ENTITE JURIDIQUE DE L'ECRITURE (BLANC SUR LES TRAILERS)
           05 JGL-SOCIETE            PIC X(1).
           05 FILLER                 PIC X(18).

       WORKING-STORAGE SECTION.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      * TOUS LES CLIENTS ; L'ENTITE EST FILTREE SUR SOCIECLI
           EXEC SQL
               DECLARE CFISCLI CURSOR
               FOR
               SELECT C_NO, COMPANY, CITY, STATE, ZIP
               FROM API6.CUSTOMERS
               ORDER BY C_NO
           END-EXEC.

           EXEC SQL
               DECLARE CFISPRD CURSOR
               FOR
               SELECT P_NO, DESCRIPTION, PRICE, DISCONTINUED
               FROM API6.PRODUCTS
               ORDER BY P_NO
           END-EXEC.

      * REGLEMENTS DE LA PERIODE ; L'ENTITE EST FILTREE SUR SOCIECLI
           EXEC SQL
               DECLARE CFISREG CURSOR
               FOR
               SELECT C_NO, O_NO, DATE_PAIEMENT, MONTANT
               FROM API6.PAYMENT_EVENTS
               WHERE DATE_PAIEMENT BETWEEN :WS-DATE-DEBUT
                                       AND :WS-DATE-FIN
               ORDER BY DATE_PAIEMENT, C_NO, O_NO
           END-EXEC.

      * VARIABLES DES CURSEURS
       77 WS-C-NO            PIC S9(4)V USAGE COMP-3.
       77 WS-O-NO            PIC S9(7)V USAGE COMP-3.
       77 WS-COMPANY         PIC X(30).
       77 WS-CITY            PIC X(20).
       77 WS-STATE           PIC X(2).
       77 WS-ZIP             PIC X(5).
       77 WS-P-NO            PIC X(3).
       77 WS-DESCRIPTION     PIC X(30).
       77 WS-PRICE           PIC S9(3)V9(2) USAGE COMP-3.
       77 WS-DISCONTINUED    PIC X(1).
       77 WS-DATE-PAIEMENT   PIC X(10).
       77 WS-MONTANT         PIC S9(7)V9(2) USAGE COMP-3.
       77 WS-GL-DEBIT        PIC S9(11)V9(2) USAGE COMP-3.
       77 WS-GL-CREDIT       PIC S9(11)V9(2) USAGE COMP-3.

      * VARIABLES DE CONTROLE FICHIERS
       77 FS-EXPFISC         PIC 99.
       77 FS-RAPFISC         PIC 99.
       77 FS-TAXRATE         PIC 99.
       77 FS-TVAPAYS         PIC 99.
       77 FS-SOCIECLI        PIC 99.
       77 FS-REGFACT         PIC 99.
       77 FS-ARCFACT         PIC 99.
       77 FS-FACTTOTP        PIC 99.
       77 FS-JGLPER          PIC 99.
       77 WS-FF-FICHIER      PIC 9 VALUE ZERO.
       77 WS-REGFACT-FILENAME PIC X(20) VALUE 'REGFACT'.
       77 WS-ARCFACT-FILENAME PIC X(20) VALUE 'ARCFACT'.
      * FIN DE L'ARCHIVE, LUE EN PARALLELE DU REGISTRE, ET DOCUMENT
      * DU REGISTRE TROUVE DANS L'ARCHIVE (O/N)
       77 WS-FF-ARCFACT      PIC 9 VALUE ZERO.
       77 WS-DOC-ARCHIVE     PIC X(1) VALUE 'N'.
       77 WS-TAXE-DOC        PIC S9(9)V99 VALUE ZERO.

      * PARAMETRES SYSIN ET BORNES DE LA PERIODE
       77 WS-SOCIETE         PIC X(1).
       77 WS-MOIS-DEBUT      PIC X(7).
       77 WS-MOIS-FIN        PIC X(7).
       77 WS-DATE-DEBUT      PIC X(10).
       77 WS-DATE-FIN        PIC X(10).
       77 WS-RUN-DEBUT       PIC X(8).
       77 WS-RUN-FIN         PIC X(8).
       77 WS-DATE-SYS        PIC X(8).
       77 WS-SOCIETE-REG     PIC X(1).
       77 WS-SOCIETE-CLIENT  PIC X(1).

      * AFFECTATION CLIENT -> ENTITE EN MEMOIRE
       01 TAB-SOCIECLI.
           05 NB-SOCIECLI        PIC 999 VALUE ZERO.
           05 SOCIECLI-ENTRY OCCURS 200 TIMES INDEXED BY IDX-SCL.
               10 SC-C-NO            PIC 9(4).
               10 SC-SOCIETE         PIC X(1).
               10 SC-INTERCO         PIC X(1).

      * COMPTEURS ET TOTAUX DE CONTROLE PAR SECTION
       77 WS-NB-DETAILS      PIC 9(7) VALUE ZERO.
       77 WS-NB-TAUX         PIC 9(5) VALUE ZERO.
       77 WS-NB-CLIENTS      PIC 9(5) VALUE ZERO.
       77 WS-NB-PRODUITS     PIC 9(5) VALUE ZERO.
       77 WS-NB-FACTURES     PIC 9(7) VALUE ZERO.
       77 WS-NB-AVOIRS       PIC 9(7) VALUE ZERO.
       77 WS-NB-SANS-LIGNE   PIC 9(7) VALUE ZERO.
       77 WS-NB-LIGNES       PIC 9(7) VALUE ZERO.
       77 WS-NB-REGLEMENTS   PIC 9(7) VALUE ZERO.
       77 WS-NB-ECRITURES    PIC 9(7) VALUE ZERO.
       77 WS-TOT-FACTURES    PIC S9(11)V99 VALUE ZERO.
       77 WS-TOT-AVOIRS      PIC S9(11)V99 VALUE ZERO.
       77 WS-TAXE-FACTURES   PIC S9(11)V99 VALUE ZERO.
       77 WS-TAXE-AVOIRS     PIC S9(11)V99 VALUE ZERO.
       77 WS-TOT-REGLEMENTS  PIC S9(11)V99 VALUE ZERO.
       77 WS-TOT-DEBIT       PIC S9(11)V99 VALUE ZERO.
       77 WS-TOT-CREDIT      PIC S9(11)V99 VALUE ZERO.

      * RAPPROCHEMENTS
       77 WS-TOT-REGISTRES   PIC S9(11)V99 VALUE ZERO.
       77 WS-NB-REGISTRES    PIC 9(7) VALUE ZERO.
       77 WS-TAXE-REGISTRES  PIC S9(11)V99 VALUE ZERO.
       77 WS-NB-HORS-ARCHIVE PIC 9(7) VALUE ZERO.
       77 WS-TOT-FACTTOT     PIC S9(11)V99 VALUE ZERO.
       77 WS-NB-FACTTOT      PIC 9(7) VALUE ZERO.
       77 WS-TAXE-FACTTOT    PIC S9(11)V99 VALUE ZERO.
       77 WS-FACTTOT-LU      PIC X(1) VALUE 'N'.
       77 WS-NB-ANOMALIES    PIC 9(3) VALUE ZERO.

      * ZONES EDITEES POUR LES CHAMPS DELIMITES
       77 ED-C-NO            PIC 9(4).
       77 ED-O-NO            PIC 9(7).
       77 ED-NUMFACT         PIC 9(7).
       77 ED-SEQ             PIC 9(3).
       77 ED-PRICE           PIC 9(3),99.
       77 ED-TAUX            PIC 9(2),9.
       77 ED-MONTANT         PIC -9(11),99.
       77 ED-MONTANT-2       PIC -9(11),99.
       77 ED-NB              PIC 9(7).
       77 ED-RAP-MONTANT     PIC -Z(10)9,99.
       77 ED-RAP-MONTANT-2   PIC -Z(10)9,99.
       77 ED-RAP-NB          PIC Z(6)9.
       77 ED-RAP-NB-2        PIC Z(6)9.
       77 WS-SECTION         PIC X(3).
       77 WS-LIBELLE         PIC X(30).

       PROCEDURE DIVISION.

           DISPLAY '=== PROGRAMME EXPFISC - FICHIER DE CONTROLE FISCAL'
                   ' ==='

           PERFORM LIRE-PARAMETRES

           OPEN OUTPUT EXPORT-FISCAL
           IF FS-EXPFISC NOT = ZERO
               DISPLAY 'ERR OPEN EXPFISC - FS : ' FS-EXPFISC
               PERFORM ABEND-PROG
           END-IF
           OPEN OUTPUT RAPPORT-FISCAL
           IF FS-RAPFISC NOT = ZERO
               DISPLAY 'ERR OPEN RAPFISC - FS : ' FS-RAPFISC
               PERFORM ABEND-PROG
           END-IF

           PERFORM CHARGER-SOCIECLI

           ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD
           MOVE SPACES TO ENR-EXPFISC
           STRING 'H;' WS-SOCIETE ';' WS-DATE-DEBUT ';' WS-DATE-FIN
                  ';' WS-DATE-SYS DELIMITED BY SIZE
               INTO ENR-EXPFISC
           END-STRING
           PERFORM ECRIRE-ENR-EXPFISC

           PERFORM EXPORTER-TAUX
           PERFORM EXPORTER-CLIENTS
           PERFORM EXPORTER-PRODUITS
           PERFORM EXPORTER-REGISTRES
           PERFORM EXPORTER-REGLEMENTS
           PERFORM EXPORTER-ECRITURES
           PERFORM ECRIRE-TOTAUX-SECTIONS

           MOVE WS-NB-DETAILS TO ED-NB
           MOVE SPACES TO ENR-EXPFISC
           STRING 'T;' ED-NB DELIMITED BY SIZE
               INTO ENR-EXPFISC
           END-STRING
           PERFORM ECRIRE-ENR-EXPFISC

           PERFORM CONTROLER-FACTURATION
           PERFORM CONTROLER-COMPTABILITE

           CLOSE EXPORT-FISCAL
           CLOSE RAPPORT-FISCAL

           DISPLAY 'TAUX EXPORTES       : ' WS-NB-TAUX
           DISPLAY 'CLIENTS EXPORTES    : ' WS-NB-CLIENTS
           DISPLAY 'PRODUITS EXPORTES   : ' WS-NB-PRODUITS
           DISPLAY 'FACTURES EXPORTEES  : ' WS-NB-FACTURES
           DISPLAY 'AVOIRS EXPORTES     : ' WS-NB-AVOIRS
           DISPLAY 'LIGNES EXPORTEES    : ' WS-NB-LIGNES
           DISPLAY 'REGLEMENTS EXPORTES : ' WS-NB-REGLEMENTS
           DISPLAY 'ECRITURES EXPORTEES : ' WS-NB-ECRITURES
           DISPLAY 'CONTROLES EN ECART  : ' WS-NB-ANOMALIES

           IF WS-NB-ANOMALIES > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY 'FIN PROGRAMME EXPFISC'
           GOBACK.

      * ENTITE, PREMIER ET DERNIER MOIS ; LES BORNES SONT DECLINEES
      * EN DATES AAAA-MM-JJ (REGLEMENTS, ECRITURES) ET AAAAMMJJ
      * (DATE DU RUN DE FACTURATION PORTEE PAR LE REGISTRE) ; LE
      * JOUR 31 COMME BORNE HAUTE COUVRE TOUT MOIS EN COMPARAISON
      * ALPHANUMERIQUE
       LIRE-PARAMETRES.
           MOVE SPACES TO WS-SOCIETE
           MOVE SPACES TO WS-MOIS-DEBUT
           MOVE SPACES TO WS-MOIS-FIN
           ACCEPT WS-SOCIETE FROM SYSIN
           ACCEPT WS-MOIS-DEBUT FROM SYSIN
           ACCEPT WS-MOIS-FIN FROM SYSIN

           IF WS-SOCIETE NOT = 'B'
               MOVE 'A' TO WS-SOCIETE
           END-IF
           IF WS-MOIS-FIN = SPACES
               MOVE WS-MOIS-DEBUT TO WS-MOIS-FIN
           END-IF

           IF WS-MOIS-DEBUT (1:4) NOT NUMERIC
              OR WS-MOIS-DEBUT (5:1) NOT = '-'
              OR WS-MOIS-DEBUT (6:2) NOT NUMERIC
              OR WS-MOIS-FIN (1:4) NOT NUMERIC
              OR WS-MOIS-FIN (5:1) NOT = '-'
              OR WS-MOIS-FIN (6:2) NOT NUMERIC
              OR WS-MOIS-FIN < WS-MOIS-DEBUT
               DISPLAY 'PERIODE ABSENTE OU INVALIDE (' WS-MOIS-DEBUT
                       ' - ' WS-MOIS-FIN ') - RUN REFUSE'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES TO WS-DATE-DEBUT
           STRING WS-MOIS-DEBUT '-01' DELIMITED BY SIZE
               INTO WS-DATE-DEBUT
           END-STRING
           MOVE SPACES TO WS-DATE-FIN
           STRING WS-MOIS-FIN '-31' DELIMITED BY SIZE
               INTO WS-DATE-FIN
           END-STRING
           STRING WS-MOIS-DEBUT (1:4) WS-MOIS-DEBUT (6:2) '01'
               DELIMITED BY SIZE INTO WS-RUN-DEBUT
           END-STRING
           STRING WS-MOIS-FIN (1:4) WS-MOIS-FIN (6:2) '31'
               DELIMITED BY SIZE INTO WS-RUN-FIN
           END-STRING

           DISPLAY 'ENTITE ' WS-SOCIETE ' PERIODE ' WS-DATE-DEBUT
                   ' AU ' WS-DATE-FIN
           .

       CHARGER-SOCIECLI.
           MOVE ZERO TO NB-SOCIECLI
           OPEN INPUT SOCIETES-CLIENTS
           IF FS-SOCIECLI = ZERO
               MOVE ZERO TO WS-FF-FICHIER
               PERFORM UNTIL WS-FF-FICHIER = 1
                   READ SOCIETES-CLIENTS
                       AT END
                           MOVE 1 TO WS-FF-FICHIER
                       NOT AT END
                           IF NB-SOCIECLI < 200
                               ADD 1 TO NB-SOCIECLI
                               MOVE SCL-C-NO TO SC-C-NO(NB-SOCIECLI)
                               MOVE SCL-SOCIETE
                                   TO SC-SOCIETE(NB-SOCIECLI)
                               MOVE SCL-INTERCO
                                   TO SC-INTERCO(NB-SOCIECLI)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SOCIETES-CLIENTS
           ELSE
               DISPLAY 'PAS DE FICHIER SOCIECLI (FS=' FS-SOCIECLI
                       ') - ENTITE A POUR TOUS'
           END-IF
           .

      * ENTITE DU CLIENT WS-C-NO ('A' PAR DEFAUT)
       DETERMINER-SOCIETE-CLIENT.
           MOVE 'A' TO WS-SOCIETE-CLIENT
           PERFORM VARYING IDX-SCL FROM 1 BY 1
               UNTIL IDX-SCL > NB-SOCIECLI
               IF SC-C-NO(IDX-SCL) = WS-C-NO
                  AND SC-SOCIETE(IDX-SCL) = 'B'
                   MOVE 'B' TO WS-SOCIETE-CLIENT
               END-IF
           END-PERFORM
           .

      *****************************************************
      * TAUX DE TAXE PAR ETAT PUIS TVA PAR PAYS ; UN FICHIER
      * ABSENT EST SIGNALE, LA SECTION RESTANT VIDE
      *****************************************************
       EXPORTER-TAUX.
           OPEN INPUT FICHIER-TAXES
           IF FS-TAXRATE = ZERO
               MOVE ZERO TO WS-FF-FICHIER
               PERFORM UNTIL WS-FF-FICHIER = 1
                   READ FICHIER-TAXES
                       AT END
                           MOVE 1 TO WS-FF-FICHIER
                       NOT AT END
                           ADD 1 TO WS-NB-TAUX
                           MOVE TAXE-TAUX TO ED-TAUX
                           MOVE SPACES TO ENR-EXPFISC
                           STRING 'X;E;' TAXE-STATE ';' ED-TAUX
                               DELIMITED BY SIZE INTO ENR-EXPFISC
                           END-STRING
                           PERFORM ECRIRE-ENR-EXPFISC
                   END-READ
               END-PERFORM
               CLOSE FICHIER-TAXES
           ELSE
               DISPLAY 'PAS DE FICHIER TAXRATE (FS=' FS-TAXRATE ')'
           END-IF

           OPEN INPUT TVA-PAYS
           IF FS-TVAPAYS = ZERO
               MOVE ZERO TO WS-FF-FICHIER
               PERFORM UNTIL WS-FF-FICHIER = 1
                   READ TVA-PAYS
                       AT END
                           MOVE 1 TO WS-FF-FICHIER
                       NOT AT END
                           ADD 1 TO WS-NB-TAUX
                           MOVE TVP-TAUX TO ED-TAUX
                           MOVE SPACES TO ENR-EXPFISC
                           STRING 'X;P;' TVP-PAYS ';' ED-TAUX
                               DELIMITED BY SIZE INTO ENR-EXPFISC
                           END-STRING
                           PERFORM ECRIRE-ENR-EXPFISC
                   END-READ
               END-PERFORM
               CLOSE TVA-PAYS
           ELSE
               DISPLAY 'PAS DE FICHIER TVAPAYS (FS=' FS-TVAPAYS ')'
           END-IF
           .

       EXPORTER-CLIENTS.
           EXEC SQL
               OPEN CFISCLI
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF

           PERFORM FETCH-FISCLI

           PERFORM UNTIL SQLCODE = +100
               PERFORM DETERMINER-SOCIETE-CLIENT
               IF WS-SOCIETE-CLIENT = WS-SOCIETE
                   ADD 1 TO WS-NB-CLIENTS
                   MOVE WS-C-NO TO ED-C-NO
                   MOVE SPACES TO ENR-EXPFISC
                   STRING 'C;' ED-C-NO ';' WS-COMPANY ';' WS-CITY ';'
                          WS-STATE ';' WS-ZIP DELIMITED BY SIZE
                       INTO ENR-EXPFISC
                   END-STRING
                   PERFORM ECRIRE-ENR-EXPFISC
               END-IF
               PERFORM FETCH-FISCLI
           END-PERFORM

           EXEC SQL
               CLOSE CFISCLI
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF.

       FETCH-FISCLI.
           EXEC SQL
               FETCH CFISCLI
               INTO :WS-C-NO, :WS-COMPANY, :WS-CITY, :WS-STATE,
                    :WS-ZIP
           END-EXEC
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               PERFORM ABEND-PROG
           END-IF.

       EXPORTER-PRODUITS.
           EXEC SQL
               OPEN CFISPRD
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF

           PERFORM FETCH-FISPRD

           PERFORM UNTIL SQLCODE = +100
               ADD 1 TO WS-NB-PRODUITS
               MOVE WS-PRICE TO ED-PRICE
               MOVE SPACES TO ENR-EXPFISC
               STRING 'P;' WS-P-NO ';' WS-DESCRIPTION ';' ED-PRICE
                      ';' WS-DISCONTINUED DELIMITED BY SIZE
                   INTO ENR-EXPFISC
               END-STRING
               PERFORM ECRIRE-ENR-EXPFISC
               PERFORM FETCH-FISPRD
           END-PERFORM

           EXEC SQL
               CLOSE CFISPRD
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF.

       FETCH-FISPRD.
           EXEC SQL
               FETCH CFISPRD
               INTO :WS-P-NO, :WS-DESCRIPTION, :WS-PRICE,
                    :WS-DISCONTINUED
           END-EXEC
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               PERFORM ABEND-PROG
           END-IF.

      *****************************************************
      * REGISTRES A PUIS B : LES DOCUMENTS EMIS DANS LA
      * PERIODE SONT TOUS CUMULES POUR LE RAPPROCHEMENT AVEC
      * FACTTOT, SEULS CEUX DE L'ENTITE SONT EXPORTES. L'ARCHIVE
      * DE L'ENTITE EST LUE EN PARALLELE DU REGISTRE, TOUS DEUX
      * ETANT ECRITS DANS L'ORDRE DES NUMEROS DE LA SERIE
      *****************************************************
       EXPORTER-REGISTRES.
           MOVE 'A' TO WS-SOCIETE-REG
           PERFORM LIRE-REGISTRE
           MOVE 'B' TO WS-SOCIETE-REG
           PERFORM LIRE-REGISTRE
           .

       LIRE-REGISTRE.
           MOVE SPACES TO WS-REGFACT-FILENAME
           STRING 'REGFACT' WS-SOCIETE-REG
               DELIMITED BY SIZE INTO WS-REGFACT-FILENAME
           END-STRING
           OPEN INPUT REGISTRE-FACT
           IF FS-REGFACT NOT = ZERO
               DISPLAY 'PAS DE REGISTRE ' WS-REGFACT-FILENAME
                       ' (FS=' FS-REGFACT ')'
           ELSE
               PERFORM OUVRIR-ARCHIVE
               MOVE ZERO TO WS-FF-FICHIER
               PERFORM UNTIL WS-FF-FICHIER = 1
                   READ REGISTRE-FACT
                       AT END
                           MOVE 1 TO WS-FF-FICHIER
                       NOT AT END
                           IF REG-RUN-ID (1:8) >= WS-RUN-DEBUT
                              AND REG-RUN-ID (1:8) <= WS-RUN-FIN
                               ADD 1 TO WS-NB-REGISTRES
                               ADD REG-MONTANT TO WS-TOT-REGISTRES
                               PERFORM CHERCHER-DOC-ARCHIVE
                               IF WS-SOCIETE-REG = WS-SOCIETE
                                   PERFORM EXPORTER-DOCUMENT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTRE-FACT
               IF FS-ARCFACT = ZERO
                   CLOSE ARCHIVE-FACT
               END-IF
           END-IF
           .

      * UNE ARCHIVE ABSENTE EST SIGNALEE : SES DOCUMENTS SONT ALORS
      * TOUS COMPTES ABSENTS DE L'ARCHIVE
       OUVRIR-ARCHIVE.
           MOVE SPACES TO WS-ARCFACT-FILENAME
           STRING 'ARCFACT' WS-SOCIETE-REG
               DELIMITED BY SIZE INTO WS-ARCFACT-FILENAME
           END-STRING
           MOVE ZERO TO WS-FF-ARCFACT
           OPEN INPUT ARCHIVE-FACT
           IF FS-ARCFACT = ZERO
               PERFORM LIRE-ARCHIVE
           ELSE
               DISPLAY 'PAS D''ARCHIVE ' WS-ARCFACT-FILENAME
                       ' (FS=' FS-ARCFACT ')'
               MOVE 1 TO WS-FF-ARCFACT
           END-IF
           .

       LIRE-ARCHIVE.
           READ ARCHIVE-FACT
               AT END
                   MOVE 1 TO WS-FF-ARCFACT
           END-READ
           .

      * AVANCE L'ARCHIVE JUSQU'A L'ENTETE DU DOCUMENT DU REGISTRE ET
      * CUMULE SA TAXE ; UN ENTETE ECRIT AVANT QUE L'ARCHIVE NE PORTE
      * LA TAXE (ZONE NON NUMERIQUE) COMPTE POUR UNE TAXE NULLE
       CHERCHER-DOC-ARCHIVE.
           MOVE 'N' TO WS-DOC-ARCHIVE
           MOVE ZERO TO WS-TAXE-DOC
           PERFORM UNTIL WS-FF-ARCFACT = 1
                      OR (ARC-TYPE-ENR = 'E'
                          AND ARC-NUMFACT >= REG-NUMFACT)
               PERFORM LIRE-ARCHIVE
           END-PERFORM
           IF WS-FF-ARCFACT = 0
              AND ARC-NUMFACT = REG-NUMFACT
               MOVE 'O' TO WS-DOC-ARCHIVE
               IF ARC-TAXE NUMERIC
                   MOVE ARC-TAXE TO WS-TAXE-DOC
               END-IF
               ADD WS-TAXE-DOC TO WS-TAXE-REGISTRES
           ELSE
               ADD 1 TO WS-NB-HORS-ARCHIVE
           END-IF
           .

      * EN-TETE DU DOCUMENT (CLIENT LU SUR LA COMMANDE) PUIS SES
      * LIGNES ARCHIVEES ; UNE COMMANDE ABSENTE DE LA BASE (ARCHIVEE)
      * GARDE LE DOCUMENT, SANS CLIENT, ET EST COMPTEE AU RAPPORT ;
      * UN DOCUMENT ABSENT DE L'ARCHIVE EST EXPORTE SANS LIGNES
       EXPORTER-DOCUMENT.
           IF REG-TYPE-DOC = 'A'
               ADD 1 TO WS-NB-AVOIRS
               ADD REG-MONTANT TO WS-TOT-AVOIRS
               ADD WS-TAXE-DOC TO WS-TAXE-AVOIRS
           ELSE
               ADD 1 TO WS-NB-FACTURES
               ADD REG-MONTANT TO WS-TOT-FACTURES
               ADD WS-TAXE-DOC TO WS-TAXE-FACTURES
           END-IF

           MOVE REG-O-NO TO WS-O-NO
           MOVE ZERO TO WS-C-NO
           EXEC SQL
               SELECT C_NO
               INTO :WS-C-NO
               FROM API6.ORDERS
               WHERE O_NO = :WS-O-NO
           END-EXEC
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               PERFORM ABEND-PROG
           END-IF
           IF SQLCODE = +100
               ADD 1 TO WS-NB-SANS-LIGNE
           END-IF

           MOVE REG-NUMFACT TO ED-NUMFACT
           MOVE REG-O-NO TO ED-O-NO
           MOVE WS-C-NO TO ED-C-NO
           MOVE REG-MONTANT TO ED-MONTANT
           MOVE WS-TAXE-DOC TO ED-MONTANT-2
           MOVE SPACES TO ENR-EXPFISC
           STRING 'F;' ED-NUMFACT ';' REG-TYPE-DOC ';' ED-O-NO ';'
                  ED-C-NO ';' REG-COMPANY ';' REG-RUN-ID (1:8) ';'
                  REG-DATE ';' ED-MONTANT ';' ED-MONTANT-2
                  DELIMITED BY SIZE
               INTO ENR-EXPFISC
           END-STRING
           PERFORM ECRIRE-ENR-EXPFISC

      * LIGNES DE L'IMAGE ARCHIVEE, QUI SUIVENT L'ENTETE TROUVE
           IF WS-DOC-ARCHIVE = 'O'
               PERFORM LIRE-ARCHIVE
               PERFORM UNTIL WS-FF-ARCFACT = 1
                          OR ARC-TYPE-ENR NOT = 'L'
                          OR ARC-NUMFACT NOT = REG-NUMFACT
                   ADD 1 TO WS-NB-LIGNES
                   MOVE ARC-SEQ TO ED-SEQ
                   MOVE SPACES TO ENR-EXPFISC
                   STRING 'L;' ED-NUMFACT ';' ED-O-NO ';' ED-SEQ ';'
                          ARC-LIGNE DELIMITED BY SIZE
                       INTO ENR-EXPFISC
                   END-STRING
                   PERFORM ECRIRE-ENR-EXPFISC
                   PERFORM LIRE-ARCHIVE
               END-PERFORM
           END-IF.

       EXPORTER-REGLEMENTS.
           EXEC SQL
               OPEN CFISREG
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF

           PERFORM FETCH-FISREG

           PERFORM UNTIL SQLCODE = +100
               PERFORM DETERMINER-SOCIETE-CLIENT
               IF WS-SOCIETE-CLIENT = WS-SOCIETE
                   ADD 1 TO WS-NB-REGLEMENTS
                   ADD WS-MONTANT TO WS-TOT-REGLEMENTS
                   MOVE WS-C-NO TO ED-C-NO
                   MOVE WS-O-NO TO ED-O-NO
                   MOVE WS-MONTANT TO ED-MONTANT
                   MOVE SPACES TO ENR-EXPFISC
                   STRING 'R;' ED-C-NO ';' ED-O-NO ';'
                          WS-DATE-PAIEMENT ';' ED-MONTANT
                       DELIMITED BY SIZE INTO ENR-EXPFISC
                   END-STRING
                   PERFORM ECRIRE-ENR-EXPFISC
               END-IF
               PERFORM FETCH-FISREG
           END-PERFORM

           EXEC SQL
               CLOSE CFISREG
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF.

       FETCH-FISREG.
           EXEC SQL
               FETCH CFISREG
               INTO :WS-C-NO, :WS-O-NO, :WS-DATE-PAIEMENT,
                    :WS-MONTANT
           END-EXEC
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               PERFORM ABEND-PROG
           END-IF.

      *****************************************************
      * ECRITURES 'E' DE L'ENTITE DATEES DE LA PERIODE ; LES
      * TRAILERS DES JOURNAUX NE SONT PAS REPRIS. UNE
      * ECRITURE SANS ENTITE EST DE L'ENTITE A, COMME DANS
      * INTEGGL
      *****************************************************
       EXPORTER-ECRITURES.
           OPEN INPUT JOURNAUX-PERIODE
           IF FS-JGLPER NOT = ZERO
               DISPLAY 'PAS DE JOURNAUX JGLPER (FS=' FS-JGLPER ')'
           ELSE
               MOVE ZERO TO WS-FF-FICHIER
               PERFORM UNTIL WS-FF-FICHIER = 1
                   READ JOURNAUX-PERIODE
                       AT END
                           MOVE 1 TO WS-FF-FICHIER
                       NOT AT END
                           IF JGL-SOCIETE = SPACE
                               MOVE 'A' TO JGL-SOCIETE
                           END-IF
                           IF JGL-TYPE = 'E'
                              AND JGL-SOCIETE = WS-SOCIETE
                              AND JGL-DATE >= WS-DATE-DEBUT
                              AND JGL-DATE <= WS-DATE-FIN
                               PERFORM EXPORTER-ECRITURE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOURNAUX-PERIODE
           END-IF
           .

       EXPORTER-ECRITURE.
           ADD 1 TO WS-NB-ECRITURES
           IF JGL-SENS = 'D'
               ADD JGL-MONTANT TO WS-TOT-DEBIT
           ELSE
               ADD JGL-MONTANT TO WS-TOT-CREDIT
           END-IF
           MOVE JGL-MONTANT TO ED-MONTANT
           MOVE SPACES TO ENR-EXPFISC
           STRING 'G;' JGL-DATE ';' JGL-COMPTE ';' JGL-SENS ';'
                  ED-MONTANT ';' JGL-LIBELLE DELIMITED BY SIZE
               INTO ENR-EXPFISC
           END-STRING
           PERFORM ECRIRE-ENR-EXPFISC
           .

      *****************************************************
      * UN ENREGISTREMENT 'Z' PAR SECTION : NOMBRE ET MONTANT
      * (DEBIT ET CREDIT POUR LES ECRITURES), REPRIS AU
      * RAPPORT
      *****************************************************
       ECRIRE-TOTAUX-SECTIONS.
           MOVE SPACES TO ENR-RAPFISC
           STRING 'EXPFISC - ENTITE ' WS-SOCIETE ' - PERIODE '
                  WS-MOIS-DEBUT ' A ' WS-MOIS-FIN
               DELIMITED BY SIZE INTO ENR-RAPFISC
           END-STRING
           WRITE ENR-RAPFISC
           MOVE SPACES TO ENR-RAPFISC
           WRITE ENR-RAPFISC

           MOVE 'TAX' TO WS-SECTION
           MOVE 'TAUX DE TAXE' TO WS-LIBELLE
           MOVE WS-NB-TAUX TO ED-NB
           MOVE ZERO TO ED-MONTANT
           MOVE ZERO TO ED-MONTANT-2
           PERFORM ECRIRE-TOTAL-SECTION

           MOVE 'CLI' TO WS-SECTION
           MOVE 'CLIENTS' TO WS-LIBELLE
           MOVE WS-NB-CLIENTS TO ED-NB
           PERFORM ECRIRE-TOTAL-SECTION

           MOVE 'PRD' TO WS-SECTION
           MOVE 'PRODUITS' TO WS-LIBELLE
           MOVE WS-NB-PRODUITS TO ED-NB
           PERFORM ECRIRE-TOTAL-SECTION

           MOVE 'FAC' TO WS-SECTION
           MOVE 'FACTURES (MONTANT / TAXE)' TO WS-LIBELLE
           MOVE WS-NB-FACTURES TO ED-NB
           MOVE WS-TOT-FACTURES TO ED-MONTANT
           MOVE WS-TAXE-FACTURES TO ED-MONTANT-2
           PERFORM ECRIRE-TOTAL-SECTION

           MOVE 'AVO' TO WS-SECTION
           MOVE 'AVOIRS (MONTANT / TAXE)' TO WS-LIBELLE
           MOVE WS-NB-AVOIRS TO ED-NB
           MOVE WS-TOT-AVOIRS TO ED-MONTANT
           MOVE WS-TAXE-AVOIRS TO ED-MONTANT-2
           PERFORM ECRIRE-TOTAL-SECTION

           MOVE 'LIG' TO WS-SECTION
           MOVE 'LIGNES DES DOCUMENTS ARCHIVES' TO WS-LIBELLE
           MOVE WS-NB-LIGNES TO ED-NB
           MOVE ZERO TO ED-MONTANT
           MOVE ZERO TO ED-MONTANT-2
           PERFORM ECRIRE-TOTAL-SECTION

           MOVE 'REG' TO WS-SECTION
           MOVE 'REGLEMENTS' TO WS-LIBELLE
           MOVE WS-NB-REGLEMENTS TO ED-NB
           MOVE WS-TOT-REGLEMENTS TO ED-MONTANT
           PERFORM ECRIRE-TOTAL-SECTION

           MOVE 'ECR' TO WS-SECTION
           MOVE 'ECRITURES (DEBIT / CREDIT)' TO WS-LIBELLE
           MOVE WS-NB-ECRITURES TO ED-NB
           MOVE WS-TOT-DEBIT TO ED-MONTANT
           MOVE WS-TOT-CREDIT TO ED-MONTANT-2
           PERFORM ECRIRE-TOTAL-SECTION

           IF WS-NB-SANS-LIGNE > ZERO
               MOVE WS-NB-SANS-LIGNE TO ED-RAP-NB
               MOVE SPACES TO ENR-RAPFISC
               STRING 'DOCUMENTS DONT LA COMMANDE EST ABSENTE DE LA '
                      'BASE : ' ED-RAP-NB
                   DELIMITED BY SIZE INTO ENR-RAPFISC
               END-STRING
               WRITE ENR-RAPFISC
           END-IF
           MOVE SPACES TO ENR-RAPFISC
           WRITE ENR-RAPFISC
           .

       ECRIRE-TOTAL-SECTION.
           MOVE SPACES TO ENR-EXPFISC
           STRING 'Z;' WS-SECTION ';' ED-NB ';' ED-MONTANT ';'
                  ED-MONTANT-2 DELIMITED BY SIZE
               INTO ENR-EXPFISC
           END-STRING
           PERFORM ECRIRE-ENR-EXPFISC

           MOVE ED-NB TO ED-RAP-NB
           MOVE ED-MONTANT TO ED-RAP-MONTANT
           MOVE SPACES TO ENR-RAPFISC
           STRING WS-LIBELLE ' ' ED-RAP-NB ' ' ED-RAP-MONTANT
               DELIMITED BY SIZE INTO ENR-RAPFISC
           END-STRING
           IF WS-SECTION = 'ECR' OR WS-SECTION = 'FAC'
              OR WS-SECTION = 'AVO'
               MOVE ED-MONTANT-2 TO ED-RAP-MONTANT-2
               MOVE ED-RAP-MONTANT-2 TO ENR-RAPFISC (55:15)
           END-IF
           WRITE ENR-RAPFISC
           .

      *****************************************************
      * TOTAL DES REGISTRES A ET B DE LA PERIODE CONTRE LES
      * TOTAUX 'T' DES RUNS FACTURE DE LA PERIODE (FACTTOTP),
      * PUIS TAXE DES MEMES DOCUMENTS LUE DANS LES ARCHIVES
      *****************************************************
       CONTROLER-FACTURATION.
           OPEN INPUT TOTAUX-FACTURE
           IF FS-FACTTOTP = ZERO
               MOVE 'O' TO WS-FACTTOT-LU
               MOVE ZERO TO WS-FF-FICHIER
               PERFORM UNTIL WS-FF-FICHIER = 1
                   READ TOTAUX-FACTURE
                       AT END
                           MOVE 1 TO WS-FF-FICHIER
                       NOT AT END
                           IF FTT-TYPE = 'T'
                               ADD FTT-NB-FACTURES TO WS-NB-FACTTOT
                               ADD FTT-TOTAL-FACTURE TO WS-TOT-FACTTOT
                               ADD FTT-TOTAL-TAXE TO WS-TAXE-FACTTOT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TOTAUX-FACTURE
           END-IF

           MOVE WS-NB-REGISTRES TO ED-RAP-NB
           MOVE WS-TOT-REGISTRES TO ED-RAP-MONTANT
           MOVE SPACES TO ENR-RAPFISC
           STRING 'REGISTRES A+B      ' ED-RAP-NB ' ' ED-RAP-MONTANT
               DELIMITED BY SIZE INTO ENR-RAPFISC
           END-STRING
           WRITE ENR-RAPFISC

           IF WS-FACTTOT-LU NOT = 'O'
               ADD 1 TO WS-NB-ANOMALIES
               MOVE SPACES TO ENR-RAPFISC
               STRING 'PAS DE TOTAUX FACTTOTP (FS=' FS-FACTTOTP
                      ') - CONTROLE FACTURATION NON EFFECTUE'
                   DELIMITED BY SIZE INTO ENR-RAPFISC
               END-STRING
               WRITE ENR-RAPFISC
           ELSE
               MOVE WS-NB-FACTTOT TO ED-RAP-NB
               MOVE WS-TOT-FACTTOT TO ED-RAP-MONTANT
               MOVE WS-TAXE-FACTTOT TO ED-RAP-MONTANT-2
               MOVE SPACES TO ENR-RAPFISC
               STRING 'TOTAUX FACTURE     ' ED-RAP-NB ' '
                      ED-RAP-MONTANT ' TAXE ' ED-RAP-MONTANT-2
                   DELIMITED BY SIZE INTO ENR-RAPFISC
               END-STRING
               WRITE ENR-RAPFISC
               MOVE SPACES TO ENR-RAPFISC
               IF WS-NB-FACTTOT = WS-NB-REGISTRES
                  AND WS-TOT-FACTTOT = WS-TOT-REGISTRES
                   MOVE 'CONTROLE FACTURATION CONFORME' TO ENR-RAPFISC
               ELSE
                   ADD 1 TO WS-NB-ANOMALIES
                   MOVE 'CONTROLE FACTURATION EN ECART' TO ENR-RAPFISC
               END-IF
               WRITE ENR-RAPFISC

               MOVE WS-TAXE-REGISTRES TO ED-RAP-MONTANT
               MOVE SPACES TO ENR-RAPFISC
               STRING 'TAXE ARCHIVES A+B          ' ED-RAP-MONTANT
                   DELIMITED BY SIZE INTO ENR-RAPFISC
               END-STRING
               WRITE ENR-RAPFISC
               IF WS-NB-HORS-ARCHIVE > ZERO
                   MOVE WS-NB-HORS-ARCHIVE TO ED-RAP-NB
                   MOVE SPACES TO ENR-RAPFISC
                   STRING 'DOCUMENTS ABSENTS DE L''ARCHIVE : '
                          ED-RAP-NB
                       DELIMITED BY SIZE INTO ENR-RAPFISC
                   END-STRING
                   WRITE ENR-RAPFISC
               END-IF
               MOVE SPACES TO ENR-RAPFISC
               IF WS-TAXE-REGISTRES = WS-TAXE-FACTTOT
                  AND WS-NB-HORS-ARCHIVE = ZERO
                   MOVE 'CONTROLE TAXE CONFORME' TO ENR-RAPFISC
               ELSE
                   ADD 1 TO WS-NB-ANOMALIES
                   MOVE 'CONTROLE TAXE EN ECART' TO ENR-RAPFISC
               END-IF
               WRITE ENR-RAPFISC
           END-IF
           MOVE SPACES TO ENR-RAPFISC
           WRITE ENR-RAPFISC
           .

      *****************************************************
      * MOUVEMENTS DE LA BALANCE DE L'ENTITE SUR LES MOIS DE
      * LA PERIODE CONTRE LES ECRITURES EXPORTEES
      *****************************************************
       CONTROLER-COMPTABILITE.
           EXEC SQL
               SELECT COALESCE(SUM(TOTAL_DEBIT), 0),
                      COALESCE(SUM(TOTAL_CREDIT), 0)
               INTO :WS-GL-DEBIT, :WS-GL-CREDIT
               FROM API6.GRAND_LIVRE
               WHERE SOCIETE = :WS-SOCIETE
                 AND PERIODE BETWEEN :WS-MOIS-DEBUT AND :WS-MOIS-FIN
           END-EXEC
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               PERFORM ABEND-PROG
           END-IF

           MOVE WS-GL-DEBIT TO ED-RAP-MONTANT
           MOVE WS-GL-CREDIT TO ED-RAP-MONTANT-2
           MOVE SPACES TO ENR-RAPFISC
           STRING 'BALANCE GRAND LIVRE        ' ED-RAP-MONTANT ' '
                  ED-RAP-MONTANT-2
               DELIMITED BY SIZE INTO ENR-RAPFISC
           END-STRING
           WRITE ENR-RAPFISC

           MOVE SPACES TO ENR-RAPFISC
           IF WS-GL-DEBIT = WS-TOT-DEBIT
              AND WS-GL-CREDIT = WS-TOT-CREDIT
               MOVE 'CONTROLE BALANCE CONFORME' TO ENR-RAPFISC
           ELSE
               ADD 1 TO WS-NB-ANOMALIES
               MOVE 'CONTROLE BALANCE EN ECART' TO ENR-RAPFISC
           END-IF
           WRITE ENR-RAPFISC

           IF WS-TOT-DEBIT NOT = WS-TOT-CREDIT
               ADD 1 TO WS-NB-ANOMALIES
               MOVE SPACES TO ENR-RAPFISC
               MOVE 'ECRITURES EXPORTEES NON EQUILIBREES (D <> C)'
                   TO ENR-RAPFISC
               WRITE ENR-RAPFISC
           END-IF
           .

       ECRIRE-ENR-EXPFISC.
           WRITE ENR-EXPFISC
           IF FS-EXPFISC NOT = ZERO
               DISPLAY 'ERR WRITE EXPFISC - FS : ' FS-EXPFISC
               PERFORM ABEND-PROG
           END-IF
           IF ENR-EXPFISC (1:1) NOT = 'H'
              AND ENR-EXPFISC (1:1) NOT = 'T'
               ADD 1 TO WS-NB-DETAILS
           END-IF
           .

      * CODE RETOUR NON NUL EN LIEU D'UN ABEND, PAR COHERENCE AVEC LE
      * RESTE DE LA SUITE BATCH
       ABEND-PROG.
           DISPLAY 'ANOMALIE GRAVE : '
           DISPLAY 'ERREUR SQL : ' SQLCODE
           EXEC SQL
               ROLLBACK
           END-EXEC
           MOVE 16 TO RETURN-CODE
           GOBACK.
