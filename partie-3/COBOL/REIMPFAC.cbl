      * TOUCHER NI AU POINT DE REPRISE, NI A LA SERIE DES NUMEROS, NI
      * AUX TOTAUX DU RUN D'ORIGINE. LE NUMERO DE FACTURE D'ORIGINE
      * EST RETROUVE DANS LE REGISTRE REGFACT QUAND IL S'Y TROUVE.
      * TROISIEME CARTE SYSIN 'A' : LA REIMPRESSION EST FAITE DEPUIS
      * L'ARCHIVE LEGALE ECRITE PAR FACTURE (ARCFACTA/ARCFACTB ET
      * ARCFACT1 A ARCFACT4) ET NON PLUS DEPUIS L'EXTRACT : CHAQUE
      * DOCUMENT EMIS POUR UNE COMMANDE DE LA PLAGE (FACTURE OU AVOIR)
      * EST RESTITUE A L'IDENTIQUE, LIGNE A LIGNE, ET SON EMPREINTE
      * EST RECALCULEE PAR HASHFACT ; UN DOCUMENT DONT L'EMPREINTE NE
      * CONCORDE PLUS EST SIGNALE SUR LE DUPLICATA ET DONNE UN CODE
      * RETOUR 8.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-REGFACTB-STATUS.

           SELECT ARCHIVE-FACT ASSIGN TO WS-ARCFACT-FILENAME
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ARCFACT-STATUS.

           SELECT REIMPRESSION ASSIGN TO REIMPR
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
       FILE SECTION.
       FD  EXTRACT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 479 CHARACTERS.
       01  EXTRACT-RECORD.
           05 EXT-COMPANY           PIC X(30).
           05 EXT-ADDRESS           PIC X(100).
           05 EXT-QUANTITY          PIC 9(2).
           05 EXT-PRICE             PIC 9(3)V99.
           05 EXT-LINE-TOTAL        PIC 9(5)V99.
      * ADRESSE DE LIVRAISON DE LA COMMANDE (SHIP_TO DU CODE PORTE
      * PAR ORDERS.CODE_LIVR) ; SANS CODE, C'EST L'ADRESSE DE
      * FACTURATION QUI EST REPRISE. L'ETAT DE LIVRAISON PORTE LA
      * TAXE DE VENTE A LA FACTURATION
           05 EXT-LIV-CODE          PIC X(3).
           05 EXT-LIV-NOM           PIC X(30).
           05 EXT-LIV-ADDRESS       PIC X(100).
           05 EXT-LIV-CITY          PIC X(20).
           05 EXT-LIV-ZIP           PIC X(5).
           05 EXT-LIV-STATE         PIC X(2).
      * ECHEANCE DE LA COMMANDE (ORDERS.DATE_ECHEANCE) ET LIBELLE DES
      * CONDITIONS DE PAIEMENT DU CLIENT, IMPRIMES SUR LA FACTURE
           05 EXT-DATE-ECH          PIC X(10).
           05 EXT-COND-LIB          PIC X(20).
           05 FILLER                PIC X(1).

      * REGISTRES DES FACTURES EMISES PAR FACTURE.cbl, UN PAR
           RECORD CONTAINS 80 CHARACTERS.
       01  ENR-REGFACT-B             PIC X(80).

      * MEME DESSIN QUE L'ARCHIVE ECRITE PAR FACTURE.cbl
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

       FD  REIMPRESSION
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       77 WS-BORNE-DEBUT            PIC 9(7) VALUE ZERO.
       77 WS-BORNE-FIN              PIC 9(7) VALUE ZERO.

      * SOURCE DE LA REIMPRESSION, LUE EN SYSIN : 'A' = ARCHIVE
      * LEGALE, BLANC OU AUTRE = EXTRACT (DEFAUT HISTORIQUE)
       77 WS-SOURCE-REIMPR          PIC X(1) VALUE SPACE.
           88 SOURCE-ARCHIVE        VALUE 'A'.

      * VARIABLES DE LA REIMPRESSION DEPUIS L'ARCHIVE
       77 WS-ARCFACT-FILENAME       PIC X(20).
       77 WS-ARCFACT-STATUS         PIC XX.
       77 WS-EOF-ARCFACT            PIC X VALUE 'N'.
           88 EOF-ARCFACT           VALUE 'Y'.
       01 WS-CODES-SERIES           PIC X(6) VALUE 'AB1234'.
       77 WS-IDX-SERIE              PIC 9 VALUE ZERO.
       77 WS-DOC-EN-COURS           PIC X VALUE 'N'.
       77 WS-DOC-HASH-LU            PIC 9(18) VALUE ZERO.
       77 WS-NB-NON-CONFORMES       PIC 9(4) VALUE ZERO.
       01 WS-EMPREINTE.
           05 WS-HASH-1             PIC 9(9).
           05 WS-HASH-2             PIC 9(9).
       01 WS-EMPREINTE-NUM REDEFINES WS-EMPREINTE PIC 9(18).
       77 WS-BLOC-EMPREINTE         PIC X(132).

      * FACTURE EN COURS DE REIMPRESSION
       77 WS-CURRENT-ORDER          PIC 9(7) VALUE ZERO.
       77 WS-ORDER-TOTAL            PIC 9(7)V99 VALUE ZERO.
           05 FILLER                PIC X(6) VALUE ' DU '.
           05 LRI-O-DATE            PIC X(10).

       01 LIGNE-RI-ECHEANCE.
           05 FILLER                PIC X(4) VALUE SPACES.
           05 FILLER                PIC X(22) VALUE
              'CONDITIONS          : '.
           05 LRI-COND-LIB          PIC X(20).
           05 FILLER                PIC X(12) VALUE ' ECHEANCE : '.
           05 LRI-DATE-ECH          PIC X(10).

       01 LIGNE-RI-ARCHIVE.
           05 FILLER                PIC X(4) VALUE SPACES.
           05 FILLER                PIC X(22) VALUE
              'ARCHIVE LEGALE      : '.
           05 LRI-ARCHIVE           PIC X(8).
           05 FILLER                PIC X(12) VALUE ' DOCUMENT : '.
           05 LRI-ARC-NUMFACT       PIC Z(6)9.

       01 LIGNE-RI-NON-CONFORME     PIC X(132) VALUE
           '*** ATTENTION : EMPREINTE NON CONFORME A L ARCHIVE ***'.

       01 LIGNE-RI-HEADER           PIC X(132) VALUE
           'P_NO   DESCRIPTION              QTE      PRIX    TOTAL'.


           PERFORM LIRE-PLAGE-COMMANDES

           OPEN OUTPUT REIMPRESSION
           IF WS-REIMPR-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE REIMPR : ', WS-REIMPR-STATUS
               PERFORM ABEND-PROG
           END-IF

      * REIMPRESSION DEPUIS L'ARCHIVE LEGALE : TOUTES LES SERIES SONT
      * PARCOURUES, L'EXTRACT N'EST PAS LU
           IF SOURCE-ARCHIVE
               PERFORM VARYING WS-IDX-SERIE FROM 1 BY 1
                   UNTIL WS-IDX-SERIE > 6
                   PERFORM REIMPRIMER-SERIE-ARCHIVE
               END-PERFORM
               CLOSE REIMPRESSION
               IF WS-NB-REIMPRIMEES = ZERO
                   DISPLAY 'AUCUNE COMMANDE DE LA PLAGE DANS L ARCHIVE'
                   MOVE 8 TO RETURN-CODE
               END-IF
               IF WS-NB-NON-CONFORMES > ZERO
                   DISPLAY 'DOCUMENTS A EMPREINTE NON CONFORME : ',
                           WS-NB-NON-CONFORMES
                   MOVE 8 TO RETURN-CODE
               END-IF
               DISPLAY '=== DOCUMENTS REIMPRIMES : ', WS-NB-REIMPRIMEES,
                       ' ==='
               DISPLAY '=== FIN REIMPRESSION DE FACTURES ==='
               GOBACK
           END-IF

           OPEN INPUT EXTRACT-FILE
           IF WS-EXTRACT-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE EXTRACT : ', WS-EXTRACT-STATUS
               PERFORM ABEND-PROG
           END-IF

           PERFORM LIRE-EXTRACT

           PERFORM UNTIL EOF-EXTRACT

           DISPLAY 'REIMPRESSION DES COMMANDES ', WS-BORNE-DEBUT,
                   ' A ', WS-BORNE-FIN

           ACCEPT WS-SOURCE-REIMPR FROM SYSIN
           IF SOURCE-ARCHIVE
               DISPLAY 'REIMPRESSION DEPUIS L ARCHIVE LEGALE'
           ELSE
               DISPLAY 'REIMPRESSION DEPUIS L EXTRACT (DEFAUT)'
           END-IF
           .

      * PARCOURS D'UNE SERIE DE L'ARCHIVE ; UNE ARCHIVE ABSENTE
      * (ENTITE OU PARTITION JAMAIS FACTUREE) EST IGNOREE
       REIMPRIMER-SERIE-ARCHIVE.
           MOVE SPACES TO WS-ARCFACT-FILENAME
           STRING 'ARCFACT' WS-CODES-SERIES(WS-IDX-SERIE:1)
               DELIMITED BY SIZE INTO WS-ARCFACT-FILENAME
           END-STRING
           MOVE 'N' TO WS-DOC-EN-COURS
           MOVE 'N' TO WS-EOF-ARCFACT
           OPEN INPUT ARCHIVE-FACT
           IF WS-ARCFACT-STATUS = '00'
               PERFORM UNTIL EOF-ARCFACT
                   READ ARCHIVE-FACT
                       AT END
                           SET EOF-ARCFACT TO TRUE
                       NOT AT END
                           PERFORM TRAITER-ENR-ARCHIVE
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FACT
               IF WS-DOC-EN-COURS = 'O'
                   PERFORM TERMINER-DOC-ARCHIVE
               END-IF
           END-IF
           .

      * UN ENTETE 'E' D'UNE COMMANDE DE LA PLAGE OUVRE UN DUPLICATA ;
      * SES LIGNES 'L' SONT RECOPIEES TELLES QU'ARCHIVEES
       TRAITER-ENR-ARCHIVE.
           EVALUATE ARC-TYPE-ENR
               WHEN 'E'
                   IF WS-DOC-EN-COURS = 'O'
                       PERFORM TERMINER-DOC-ARCHIVE
                   END-IF
                   IF ARC-O-NO >= WS-BORNE-DEBUT
                      AND ARC-O-NO <= WS-BORNE-FIN
                       PERFORM DEMARRER-DOC-ARCHIVE
                   END-IF
               WHEN 'L'
                   IF WS-DOC-EN-COURS = 'O'
                       MOVE ARC-LIGNE TO REIMPR-RECORD
                       PERFORM ECRIRE-LIGNE-REIMPR
                       CALL 'HASHFACT' USING ARC-LIGNE WS-EMPREINTE
                   END-IF
           END-EVALUATE
           .

       DEMARRER-DOC-ARCHIVE.
           MOVE 'O' TO WS-DOC-EN-COURS
           MOVE ARC-HASH TO WS-DOC-HASH-LU
           MOVE ARC-HASH-PREC TO WS-EMPREINTE-NUM
           MOVE SPACES TO WS-BLOC-EMPREINTE
           MOVE ENR-ARCFACT(1:88) TO WS-BLOC-EMPREINTE
           CALL 'HASHFACT' USING WS-BLOC-EMPREINTE WS-EMPREINTE

           MOVE LIGNE-DUPLICATA TO REIMPR-RECORD
           PERFORM ECRIRE-LIGNE-REIMPR
           MOVE WS-ARCFACT-FILENAME TO LRI-ARCHIVE
           MOVE ARC-NUMFACT TO LRI-ARC-NUMFACT
           MOVE LIGNE-RI-ARCHIVE TO REIMPR-RECORD
           PERFORM ECRIRE-LIGNE-REIMPR
           MOVE LIGNE-VIDE TO REIMPR-RECORD
           PERFORM ECRIRE-LIGNE-REIMPR
           .

       TERMINER-DOC-ARCHIVE.
           IF WS-EMPREINTE-NUM NOT = WS-DOC-HASH-LU
               MOVE LIGNE-RI-NON-CONFORME TO REIMPR-RECORD
               PERFORM ECRIRE-LIGNE-REIMPR
               ADD 1 TO WS-NB-NON-CONFORMES
           END-IF
           MOVE LIGNE-VIDE TO REIMPR-RECORD
           PERFORM ECRIRE-LIGNE-REIMPR
           MOVE LIGNE-VIDE TO REIMPR-RECORD
           PERFORM ECRIRE-LIGNE-REIMPR
           ADD 1 TO WS-NB-REIMPRIMEES
           MOVE 'N' TO WS-DOC-EN-COURS
           .

       LIRE-EXTRACT.
           MOVE LIGNE-RI-COMMANDE TO REIMPR-RECORD
           PERFORM ECRIRE-LIGNE-REIMPR

           IF EXT-DATE-ECH NOT = SPACES
               MOVE EXT-COND-LIB TO LRI-COND-LIB
               MOVE EXT-DATE-ECH TO LRI-DATE-ECH
               MOVE LIGNE-RI-ECHEANCE TO REIMPR-RECORD
               PERFORM ECRIRE-LIGNE-REIMPR
           END-IF

           MOVE LIGNE-VIDE TO REIMPR-RECORD
           PERFORM ECRIRE-LIGNE-REIMPR
           MOVE LIGNE-RI-HEADER TO REIMPR-RECORD
