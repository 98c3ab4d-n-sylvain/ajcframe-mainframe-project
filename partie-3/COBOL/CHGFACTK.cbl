       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGFACTK.

      * CHARGEMENT DU KSDS A5FACTK (REGISTRE DES FACTURES CONSULTE
      * EN LIGNE PAR A5FACT) EN UNE SEULE ETAPE SERIE : RELIT LES
      * IMAGES ECRITES PAR LES INSTANCES DE FACTURE (FACTKI DU RUN
      * UNIQUE, FACTKI1 A FACTKI4 DES PARTITIONS ET DU MINI-CYCLE ;
      * UNE IMAGE ABSENTE = INSTANCE NON LANCEE, TOLERE) ET LES
      * ECRIT DANS LE KSDS, UN NUMERO DEJA PRESENT ETANT REECRIT.
      * UNE IMAGE CHARGEE EST VIDEE POUR NE PAS ETRE RECHARGEE AU
      * PASSAGE SUIVANT ; APRES UN ARRET, LA RELANCE RECHARGE LES
      * IMAGES NON VIDEES SANS DOUBLON. APPELE PAR ORDOBAT (DEBUT DE
      * L'ETAPE 5, APRES LE POINT DE REPRISE DE FACTURE), FACTCONS ET
      * MINICYCL, LE FICHIER ETANT FERME DANS CICS PENDANT LE
      * CHARGEMENT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IMAGE-FACTK ASSIGN TO WS-FACTKI-FILENAME
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FACTKI-STATUS.

      * CLE SOCIETE + NUMERO DE FACTURE, INDEX ALTERNATIFS PAR
      * COMMANDE ET PAR CLIENT DEFINIS AVEC UPGRADE, TENUS A JOUR
      * PAR VSAM A CHAQUE ECRITURE SUR LE CLUSTER DE BASE
           SELECT REGISTRE-FACT-K ASSIGN TO FFACTK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLE-FACTK
           FILE STATUS IS WS-FACTK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  IMAGE-FACTK
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  ENR-FACTKI                PIC X(100).

      * REGISTRE EN KSDS, MEME DESSIN QUE DANS FACTURE ET A5FACT
       FD  REGISTRE-FACT-K
           RECORD CONTAINS 100 CHARACTERS.
       01  ENR-FACTK.
           05 CLE-FACTK.
               10 SOCIETE-FACTK       PIC X(1).
               10 NUMFACT-FACTK       PIC 9(7).
           05 TYPE-DOC-FACTK          PIC X(1).
           05 O-NO-FACTK              PIC 9(7).
           05 C-NO-FACTK              PIC 9(4).
           05 COMPANY-FACTK           PIC X(30).
           05 DATE-FACTK              PIC X(10).
           05 MONTANT-FACTK           PIC 9(9)V99.
           05 RUN-ID-FACTK            PIC X(14).
           05 FILLER                  PIC X(15).

       WORKING-STORAGE SECTION.
       77 WS-FACTKI-FILENAME        PIC X(20).
       77 WS-FACTKI-STATUS          PIC XX.
       77 WS-FACTK-STATUS           PIC XX.
       77 WS-FF-FACTKI              PIC 9 VALUE ZERO.
       77 WS-IDX-IMAGE              PIC 9 VALUE ZERO.
       77 WS-IMAGE-CHAR             PIC X(1).
       77 WS-NB-IMAGES-LUES         PIC 9 VALUE ZERO.
       77 WS-NB-CREEES              PIC 9(7) VALUE ZERO.
       77 WS-NB-REECRITES           PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.

           DISPLAY '=== DEBUT CHARGEMENT DU KSDS A5FACTK ==='

      * ETAPE SERIE, SEULE A OUVRIR LE KSDS : UN KSDS JAMAIS CHARGE
      * EST OUVERT EN CREATION
           OPEN I-O REGISTRE-FACT-K
           IF WS-FACTK-STATUS = '35'
               OPEN OUTPUT REGISTRE-FACT-K
           END-IF
           IF WS-FACTK-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE FFACTK : ', WS-FACTK-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

      * 0 = IMAGE DU RUN UNIQUE, 1 A 4 = IMAGES DES PARTITIONS
           PERFORM VARYING WS-IDX-IMAGE FROM 0 BY 1
               UNTIL WS-IDX-IMAGE > 4
               PERFORM CHARGER-UNE-IMAGE
           END-PERFORM

           CLOSE REGISTRE-FACT-K

           DISPLAY 'IMAGES CHARGEES      : ', WS-NB-IMAGES-LUES
           DISPLAY 'FACTURES CREEES      : ', WS-NB-CREEES
           DISPLAY 'FACTURES REECRITES   : ', WS-NB-REECRITES
           DISPLAY '=== FIN CHARGEMENT DU KSDS A5FACTK ==='
           GOBACK.

      * LIT L'IMAGE D'UNE INSTANCE ET LA VERSE DANS LE KSDS, PUIS LA
      * VIDE ; UNE IMAGE ABSENTE EST TOLEREE ET SIGNALEE
       CHARGER-UNE-IMAGE.
           MOVE SPACES TO WS-FACTKI-FILENAME
           IF WS-IDX-IMAGE = ZERO
               MOVE 'FACTKI' TO WS-FACTKI-FILENAME
           ELSE
               MOVE WS-IDX-IMAGE TO WS-IMAGE-CHAR
               STRING 'FACTKI' WS-IMAGE-CHAR
                   DELIMITED BY SIZE INTO WS-FACTKI-FILENAME
               END-STRING
           END-IF

           OPEN INPUT IMAGE-FACTK
           IF WS-FACTKI-STATUS NOT = '00'
               DISPLAY 'PAS D''IMAGE ', WS-FACTKI-FILENAME,
                       ' (FS=', WS-FACTKI-STATUS, ')'
           ELSE
               ADD 1 TO WS-NB-IMAGES-LUES
               MOVE ZERO TO WS-FF-FACTKI
               PERFORM UNTIL WS-FF-FACTKI = 1
                   READ IMAGE-FACTK
                       AT END
                           MOVE 1 TO WS-FF-FACTKI
                       NOT AT END
                           PERFORM ECRIRE-REGISTRE-KSDS
                   END-READ
               END-PERFORM
               CLOSE IMAGE-FACTK
               OPEN OUTPUT IMAGE-FACTK
               CLOSE IMAGE-FACTK
           END-IF
           .

      * UN NUMERO DEJA PRESENT (RERUN DE FACTURE APRES UN ABEND
      * SURVENU AVANT LA MISE A JOUR DE NUMFACT, OU RELANCE DU
      * CHARGEMENT) EST REECRIT
       ECRIRE-REGISTRE-KSDS.
           MOVE ENR-FACTKI TO ENR-FACTK
           WRITE ENR-FACTK
           IF WS-FACTK-STATUS = '22'
               REWRITE ENR-FACTK
               IF WS-FACTK-STATUS = '00'
                   ADD 1 TO WS-NB-REECRITES
               END-IF
           ELSE
               IF WS-FACTK-STATUS = '00' OR WS-FACTK-STATUS = '02'
                   ADD 1 TO WS-NB-CREEES
               END-IF
           END-IF
           IF WS-FACTK-STATUS NOT = '00'
              AND WS-FACTK-STATUS NOT = '02'
               DISPLAY 'ERREUR ECRITURE FFACTK : ', WS-FACTK-STATUS,
                       ' FACTURE ', SOCIETE-FACTK, NUMFACT-FACTK
               CLOSE IMAGE-FACTK
               CLOSE REGISTRE-FACT-K
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           .
