       IDENTIFICATION DIVISION.
       PROGRAM-ID. K5CNVCST.

      * CONVERSION PONCTUELLE DU KSDS A5PARK VERS LE DESSIN PORTANT LE
      * COUT STANDARD UNITAIRE DE LA PIECE (ENREGISTREMENT PASSE DE 82
      * A 86 OCTETS) : LIT L'ANCIEN KSDS EN SEQUENTIEL ET RECHARGE UN
      * KSDS NEUF OU LE COUT EST INITIALISE A ZERO, LES AUTRES CHAMPS
      * ETANT RECOPIES TELS QUELS. LE JOURNAL A5JRNLK, QUI PORTE LES
      * IMAGES AVANT/APRES DE LA PIECE, EST CONVERTI DANS LE MEME
      * PASSAGE (ENREGISTREMENT PASSE DE 200 A 208 OCTETS). A PASSER
      * UNE SEULE FOIS, AVANT LA BASCULE DES PROGRAMMES SUR LE DESSIN
      * ELARGI ; LES COUTS REELS ARRIVENT ENSUITE PAR LE MOUVEMENT 'C'
      * DE K5MOUVT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARTK-ANCIEN ASSIGN FPARTKA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ID-ANCIEN
           FILE STATUS IS FS-ANCIEN.

           SELECT PARTK-NOUVEAU ASSIGN FPARTKN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ID-NOUVEAU
           FILE STATUS IS FS-NOUVEAU.

           SELECT JRNLK-ANCIEN ASSIGN FJRNLKA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS JRA-CLE
           FILE STATUS IS FS-JRN-ANCIEN.

           SELECT JRNLK-NOUVEAU ASSIGN FJRNLKN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS JRN-CLE
           FILE STATUS IS FS-JRN-NOUVEAU.

       DATA DIVISION.
       FILE SECTION.
       FD PARTK-ANCIEN.
       01 ENR-ANCIEN.
           05 ID-ANCIEN        PIC X(5).
           05 NOM-ANCIEN       PIC X(30).
           05 COULEUR-ANCIEN   PIC X(20).
           05 POIDS-ANCIEN     PIC S9(3)V9 COMP-3.
           05 VILLE-ANCIEN     PIC X(20).
           05 STOCK-ANCIEN     PIC S9(7) COMP-3.

       FD PARTK-NOUVEAU.
       01 ENR-NOUVEAU.
           05 ID-NOUVEAU       PIC X(5).
           05 NOM-NOUVEAU      PIC X(30).
           05 COULEUR-NOUVEAU  PIC X(20).
           05 POIDS-NOUVEAU    PIC S9(3)V9 COMP-3.
           05 VILLE-NOUVEAU    PIC X(20).
           05 STOCK-NOUVEAU    PIC S9(7) COMP-3.
           05 COUT-NOUVEAU     PIC S9(5)V99 COMP-3.

       FD JRNLK-ANCIEN.
       01 ENR-JRN-ANCIEN.
           05 JRA-CLE          PIC X(20).
           05 JRA-USERID       PIC X(8).
           05 JRA-TERMINAL     PIC X(4).
           05 JRA-ACTION       PIC X(1).
           05 JRA-AVANT        PIC X(82).
           05 JRA-APRES        PIC X(82).
           05 FILLER           PIC X(3).

       FD JRNLK-NOUVEAU.
       01 ENR-JRN-NOUVEAU.
           05 JRN-CLE          PIC X(20).
           05 JRN-USERID       PIC X(8).
           05 JRN-TERMINAL     PIC X(4).
           05 JRN-ACTION       PIC X(1).
           05 JRN-AVANT        PIC X(86).
           05 JRN-APRES        PIC X(86).
           05 FILLER           PIC X(3).

       WORKING-STORAGE SECTION.
       77 FS-ANCIEN         PIC 99.
       77 FS-NOUVEAU        PIC 99.
       77 FS-JRN-ANCIEN     PIC 99.
       77 FS-JRN-NOUVEAU    PIC 99.
       77 WS-NB-LUS         PIC 9(5) VALUE ZERO.
       77 WS-NB-ECRITS      PIC 9(5) VALUE ZERO.
       77 WS-NB-JRN-LUS     PIC 9(7) VALUE ZERO.
       77 WS-NB-JRN-ECRITS  PIC 9(7) VALUE ZERO.

      * IMAGE D'UNE PIECE DANS LE JOURNAL : L'ANCIENNE IMAGE EST
      * RECOPIEE PUIS COMPLETEE D'UN COUT NUL ; UNE IMAGE VIDE
      * (CREATION OU SUPPRESSION) RESTE A BLANC
       01 WS-IMAGE-PIECE.
           05 WS-IMAGE-ANCIENNE PIC X(82).
           05 WS-IMAGE-COUT     PIC S9(5)V99 COMP-3.

       PROCEDURE DIVISION.

           DISPLAY '=== K5CNVCST - COUT STANDARD DANS A5PARK ==='

      * PHASE 1 : KSDS DES PIECES
           OPEN INPUT PARTK-ANCIEN
           IF FS-ANCIEN NOT = ZERO
               DISPLAY 'ERR OPEN ANCIEN - FS : ' FS-ANCIEN
               PERFORM ABEND-PROG
           END-IF

           OPEN OUTPUT PARTK-NOUVEAU
           IF FS-NOUVEAU NOT = ZERO
               DISPLAY 'ERR OPEN NOUVEAU - FS : ' FS-NOUVEAU
               PERFORM ABEND-PROG
           END-IF

           PERFORM UNTIL FS-ANCIEN NOT = ZERO
               READ PARTK-ANCIEN NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO WS-NB-LUS
                       PERFORM CONVERTIR-PIECE
               END-READ
           END-PERFORM

           IF FS-ANCIEN NOT = 10
               DISPLAY 'ERR READ ANCIEN - FS : ' FS-ANCIEN
               PERFORM ABEND-PROG
           END-IF

           CLOSE PARTK-ANCIEN
           CLOSE PARTK-NOUVEAU

      * PHASE 2 : JOURNAL DES MODIFICATIONS A5PART
           OPEN INPUT JRNLK-ANCIEN
           IF FS-JRN-ANCIEN NOT = ZERO
               DISPLAY 'ERR OPEN JRNLK ANCIEN - FS : ' FS-JRN-ANCIEN
               PERFORM ABEND-PROG
           END-IF

           OPEN OUTPUT JRNLK-NOUVEAU
           IF FS-JRN-NOUVEAU NOT = ZERO
               DISPLAY 'ERR OPEN JRNLK NOUVEAU - FS : ' FS-JRN-NOUVEAU
               PERFORM ABEND-PROG
           END-IF

           PERFORM UNTIL FS-JRN-ANCIEN NOT = ZERO
               READ JRNLK-ANCIEN NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO WS-NB-JRN-LUS
                       PERFORM CONVERTIR-JOURNAL
               END-READ
           END-PERFORM

           IF FS-JRN-ANCIEN NOT = 10
               DISPLAY 'ERR READ JRNLK ANCIEN - FS : ' FS-JRN-ANCIEN
               PERFORM ABEND-PROG
           END-IF

           CLOSE JRNLK-ANCIEN
           CLOSE JRNLK-NOUVEAU

           DISPLAY 'PIECES LUES       : ' WS-NB-LUS
           DISPLAY 'PIECES ECRITES    : ' WS-NB-ECRITS
           DISPLAY 'JOURNAUX LUS      : ' WS-NB-JRN-LUS
           DISPLAY 'JOURNAUX ECRITS   : ' WS-NB-JRN-ECRITS

           IF WS-NB-LUS NOT = WS-NB-ECRITS
              OR WS-NB-JRN-LUS NOT = WS-NB-JRN-ECRITS
               DISPLAY 'ECART DE CONVERSION - VERIFIER LES KSDS NEUFS'
               MOVE 8 TO RETURN-CODE
           END-IF

           DISPLAY '=== FIN K5CNVCST ==='
           GOBACK.

      * LES CLES SONT INCHANGEES, LE CHARGEMENT SEQUENTIEL DU KSDS
      * NEUF EST DONC ACCEPTE
       CONVERTIR-PIECE.
           MOVE SPACES TO ENR-NOUVEAU
           MOVE ID-ANCIEN TO ID-NOUVEAU
           MOVE NOM-ANCIEN TO NOM-NOUVEAU
           MOVE COULEUR-ANCIEN TO COULEUR-NOUVEAU
           MOVE POIDS-ANCIEN TO POIDS-NOUVEAU
           MOVE VILLE-ANCIEN TO VILLE-NOUVEAU
           MOVE STOCK-ANCIEN TO STOCK-NOUVEAU
           MOVE ZERO TO COUT-NOUVEAU

           WRITE ENR-NOUVEAU
           IF FS-NOUVEAU NOT = ZERO
               DISPLAY 'ERR WRITE NOUVEAU - FS : ' FS-NOUVEAU
                       ' ID : ' ID-NOUVEAU
               PERFORM ABEND-PROG
           END-IF
           ADD 1 TO WS-NB-ECRITS.

       CONVERTIR-JOURNAL.
           MOVE SPACES TO ENR-JRN-NOUVEAU
           MOVE JRA-CLE TO JRN-CLE
           MOVE JRA-USERID TO JRN-USERID
           MOVE JRA-TERMINAL TO JRN-TERMINAL
           MOVE JRA-ACTION TO JRN-ACTION

           IF JRA-AVANT NOT = SPACES
               MOVE JRA-AVANT TO WS-IMAGE-ANCIENNE
               MOVE ZERO TO WS-IMAGE-COUT
               MOVE WS-IMAGE-PIECE TO JRN-AVANT
           END-IF

           IF JRA-APRES NOT = SPACES
               MOVE JRA-APRES TO WS-IMAGE-ANCIENNE
               MOVE ZERO TO WS-IMAGE-COUT
               MOVE WS-IMAGE-PIECE TO JRN-APRES
           END-IF

           WRITE ENR-JRN-NOUVEAU
           IF FS-JRN-NOUVEAU NOT = ZERO
               DISPLAY 'ERR WRITE JRNLK NOUVEAU - FS : ' FS-JRN-NOUVEAU
               PERFORM ABEND-PROG
           END-IF
           ADD 1 TO WS-NB-JRN-ECRITS.

      * CODE RETOUR NON NUL EN LIEU D'UN ABEND, PAR COHERENCE AVEC LE
      * RESTE DE LA SUITE BATCH
       ABEND-PROG.
           DISPLAY '---- ABEND-PROG ----'
           MOVE 16 TO RETURN-CODE
           GOBACK
           .
