       IDENTIFICATION DIVISION.
       PROGRAM-ID. K5RPOFB.

      * RAPPORT DES ORDRES DE FABRICATION BLOQUES PAR DES COMPOSANTS
      * MANQUANTS : PARCOURT LE KSDS DES ORDRES A5OFK ET, POUR CHAQUE
      * ORDRE AU STATUT 'B' (BLOQUE A SA LIBERATION PAR A5OFAB),
      * RECALCULE SUR LA NOMENCLATURE A5NOMK LE BESOIN DE CHAQUE
      * COMPOSANT FACE AU DISPONIBLE DU JOUR (STOCK A5PARK MOINS
      * RESERVATIONS A5RSVK) ET LISTE LES COMPOSANTS QUI MANQUENT
      * ENCORE. UN ORDRE DONT PLUS RIEN NE MANQUE EST SIGNALE A
      * RELIBERER. LE RAPPORT SE TERMINE PAR LE MANQUANT CUMULE PAR
      * COMPOSANT, A TRANSMETTRE AUX ACHATS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OFK ASSIGN FOFK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CLE-OFK
           FILE STATUS IS FS-OFK.

           SELECT NOMK ASSIGN FNOMK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLE-NOMK
           FILE STATUS IS FS-NOMK.

           SELECT PARTK ASSIGN FPARTK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ID-PARTK
           FILE STATUS IS FS-PARTK.

           SELECT RSVK ASSIGN FRSVK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS RSV-PNO
           FILE STATUS IS FS-RSVK.

           SELECT RAPPORT-MANQUANTS ASSIGN TO RAPOFB
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-RAPOFB.

       DATA DIVISION.
       FILE SECTION.
       FD OFK.
       01 ENR-OFK.
           05 CLE-OFK.
               10 OF-NO-K          PIC X(5).
               10 OF-CPS-K         PIC X(5).
           05 OF-PNO               PIC X(5).
           05 OF-QTE               PIC 9(7).
           05 OF-STATUT            PIC X(1).
           05 OF-DEMANDEUR         PIC X(8).
           05 OF-LIBERATEUR        PIC X(8).
           05 OF-DATE-CRE          PIC X(8).
           05 OF-DATE-MAJ          PIC X(8).
           05 OF-PNO-MANQUANT      PIC X(5).

       FD NOMK.
       01 ENR-NOMK.
           05 CLE-NOMK.
               10 NOM-PNO-ASM      PIC X(5).
               10 NOM-PNO-CPS      PIC X(5).
           05 NOM-QTE              PIC 9(5).
           05 NOM-USER             PIC X(8).
           05 NOM-DATE             PIC X(8).

       FD PARTK.
       01 ENR-PARTK.
           05 ID-PARTK             PIC X(5).
           05 NOM-PARTK            PIC X(30).
           05 COULEUR-PARTK        PIC X(20).
           05 POIDS-PARTK          PIC S9(3)V9 COMP-3.
           05 VILLE-PARTK          PIC X(20).
           05 QTE-STOCK-PARTK      PIC S9(7) COMP-3.
      * COUT STANDARD UNITAIRE, BASE DE LA REFACTURATION K5REFAC
           05 COUT-STD-PARTK       PIC S9(5)V99 COMP-3.

       FD RSVK.
       01 ENR-RSVK.
           05 RSV-PNO              PIC X(5).
           05 RSV-QTE              PIC 9(7).

       FD RAPPORT-MANQUANTS.
       01 ENR-RAPOFB               PIC X(80).

       WORKING-STORAGE SECTION.
       77 FS-OFK            PIC 99.
       77 FS-NOMK           PIC 99.
       77 FS-PARTK          PIC 99.
       77 FS-RSVK           PIC 99.
       77 FS-RAPOFB         PIC 99.
       77 WS-FF-OFK         PIC 9 VALUE ZERO.
       77 WS-FF-NOMK        PIC 9 VALUE ZERO.

      * BESOIN, DISPONIBLE ET MANQUANT DU COMPOSANT EXAMINE
       77 WS-QTE-BESOIN     PIC 9(9) VALUE ZERO.
       77 WS-QTE-RESERVEE   PIC 9(7) VALUE ZERO.
       77 WS-QTE-DISPO      PIC S9(9) VALUE ZERO.
       77 WS-QTE-MANQUE     PIC S9(9) VALUE ZERO.
       77 WS-NB-MANQUANTS   PIC 999 VALUE ZERO.
       77 WS-NOM-PIECE      PIC X(30).

      * BESOIN CUMULE PAR COMPOSANT SUR TOUS LES ORDRES BLOQUES, FACE
      * AU DISPONIBLE DU COMPOSANT (COMPTE UNE SEULE FOIS)
       01 TAB-MANQUANTS.
           05 NB-MAN            PIC 999 VALUE ZERO.
           05 MAN-ENTRY OCCURS 200 TIMES INDEXED BY IDX-MAN.
               10 MA-PNO            PIC X(5).
               10 MA-BESOIN         PIC 9(9).
               10 MA-DISPO          PIC S9(9).
               10 MA-NB-OF          PIC 9(5).
       77 WS-IDX-MAN-TROUVE PIC 999 VALUE ZERO.

      * COMPTEURS ET ZONES EDITEES
       77 WS-NB-BLOQUES     PIC 9(5) VALUE ZERO.
       77 WS-NB-A-RELIBERER PIC 9(5) VALUE ZERO.
       77 ED-QTE            PIC Z(8)9.
       77 ED-QTE-2          PIC -(8)9.
       77 ED-QTE-3          PIC Z(8)9.
       77 ED-QTE-OF         PIC Z(6)9.
       77 ED-NB             PIC Z(4)9.

       PROCEDURE DIVISION.

           DISPLAY '=== K5RPOFB - ORDRES BLOQUES PAR MANQUANTS ==='

           OPEN INPUT OFK
           IF FS-OFK NOT = ZERO
               DISPLAY 'ERR OPEN FOFK - FS : ' FS-OFK
               PERFORM ABEND-PROG
           END-IF

           OPEN INPUT NOMK
           IF FS-NOMK NOT = ZERO
               DISPLAY 'ERR OPEN FNOMK - FS : ' FS-NOMK
               PERFORM ABEND-PROG
           END-IF

           OPEN INPUT PARTK
           IF FS-PARTK NOT = ZERO
               DISPLAY 'ERR OPEN FPARTK - FS : ' FS-PARTK
               PERFORM ABEND-PROG
           END-IF

      * FICHIER DES RESERVATIONS ABSENT OU VIDE = RIEN DE RESERVE
           OPEN INPUT RSVK
           IF FS-RSVK NOT = ZERO
               DISPLAY 'FRSVK NON OUVERT - FS : ' FS-RSVK
                       ' - RESERVATIONS A ZERO'
           END-IF

           OPEN OUTPUT RAPPORT-MANQUANTS
           IF FS-RAPOFB NOT = ZERO
               DISPLAY 'ERR OPEN RAPOFB - FS : ' FS-RAPOFB
           END-IF

           MOVE SPACES TO ENR-RAPOFB
           STRING '=== ORDRES DE FABRICATION BLOQUES - '
                  'COMPOSANTS MANQUANTS ===' DELIMITED BY SIZE
               INTO ENR-RAPOFB
           END-STRING
           WRITE ENR-RAPOFB

           PERFORM UNTIL WS-FF-OFK = 1
               READ OFK NEXT RECORD
                   AT END
                       MOVE 1 TO WS-FF-OFK
                   NOT AT END
                       PERFORM TRAITER-ORDRE
               END-READ
           END-PERFORM

           PERFORM ECRIRE-CUMUL-MANQUANTS

           CLOSE OFK
           CLOSE NOMK
           CLOSE PARTK
           IF FS-RSVK = ZERO
               CLOSE RSVK
           END-IF
           CLOSE RAPPORT-MANQUANTS

           DISPLAY 'ORDRES BLOQUES   : ' WS-NB-BLOQUES
           DISPLAY 'DONT A RELIBERER : ' WS-NB-A-RELIBERER
           DISPLAY '=== FIN K5RPOFB ==='
           GOBACK.

      * SEULS LES EN-TETES (COMPOSANT A BLANC) D'ORDRES BLOQUES
      * COMPTENT ; L'ENREGISTREMENT DE SEQUENCE '00000' EST IGNORE
       TRAITER-ORDRE.
           IF OF-NO-K = '00000'
              OR OF-CPS-K NOT = SPACES
              OR OF-STATUT NOT = 'B'
               CONTINUE
           ELSE
               ADD 1 TO WS-NB-BLOQUES
               MOVE OF-QTE TO ED-QTE-OF
               MOVE SPACES TO ENR-RAPOFB
               STRING '--- OF ' OF-NO-K '  ASSEMBLAGE ' OF-PNO
                      '  QTE ' ED-QTE-OF '  BLOQUE LE '
                      OF-DATE-MAJ ' ---' DELIMITED BY SIZE
                   INTO ENR-RAPOFB
               END-STRING
               WRITE ENR-RAPOFB

               MOVE ZERO TO WS-NB-MANQUANTS
               MOVE OF-PNO TO NOM-PNO-ASM
               MOVE LOW-VALUES TO NOM-PNO-CPS
               MOVE ZERO TO WS-FF-NOMK
               START NOMK KEY IS NOT LESS THAN CLE-NOMK
                   INVALID KEY
                       MOVE 1 TO WS-FF-NOMK
               END-START

               PERFORM UNTIL WS-FF-NOMK = 1
                   READ NOMK NEXT RECORD
                       AT END
                           MOVE 1 TO WS-FF-NOMK
                       NOT AT END
                           IF NOM-PNO-ASM NOT = OF-PNO
                               MOVE 1 TO WS-FF-NOMK
                           ELSE
                               PERFORM CONTROLER-COMPOSANT
                           END-IF
                   END-READ
               END-PERFORM

               IF WS-NB-MANQUANTS = ZERO
                   ADD 1 TO WS-NB-A-RELIBERER
                   MOVE SPACES TO ENR-RAPOFB
                   STRING '    PLUS AUCUN MANQUANT - ORDRE A RELIBERER'
                       DELIMITED BY SIZE INTO ENR-RAPOFB
                   END-STRING
                   WRITE ENR-RAPOFB
               END-IF
           END-IF
           .

      * DISPONIBLE = STOCK A5PARK MOINS RESERVATIONS DES ORDRES LIBERES
       CONTROLER-COMPOSANT.
           COMPUTE WS-QTE-BESOIN = NOM-QTE * OF-QTE

           MOVE NOM-PNO-CPS TO ID-PARTK
           READ PARTK
               INVALID KEY
                   MOVE ZERO TO QTE-STOCK-PARTK
                   MOVE '*** PIECE INCONNUE DU MAGASIN ***'
                       TO WS-NOM-PIECE
               NOT INVALID KEY
                   MOVE NOM-PARTK TO WS-NOM-PIECE
           END-READ

           MOVE ZERO TO WS-QTE-RESERVEE
           IF FS-RSVK = ZERO
               MOVE NOM-PNO-CPS TO RSV-PNO
               READ RSVK
                   INVALID KEY
                       MOVE ZERO TO WS-QTE-RESERVEE
                   NOT INVALID KEY
                       MOVE RSV-QTE TO WS-QTE-RESERVEE
               END-READ
           END-IF

           COMPUTE WS-QTE-DISPO = QTE-STOCK-PARTK - WS-QTE-RESERVEE

           IF WS-QTE-DISPO < WS-QTE-BESOIN
               ADD 1 TO WS-NB-MANQUANTS
               COMPUTE WS-QTE-MANQUE = WS-QTE-BESOIN - WS-QTE-DISPO
               MOVE WS-QTE-BESOIN TO ED-QTE
               MOVE WS-QTE-DISPO TO ED-QTE-2
               MOVE WS-QTE-MANQUE TO ED-QTE-3
               MOVE SPACES TO ENR-RAPOFB
               STRING '    PNO=' NOM-PNO-CPS ' ' WS-NOM-PIECE (1:20)
                      ' BES=' ED-QTE ' DISP=' ED-QTE-2
                      ' MANQ=' ED-QTE-3 DELIMITED BY SIZE
                   INTO ENR-RAPOFB
               END-STRING
               WRITE ENR-RAPOFB
           END-IF

           PERFORM CUMULER-BESOIN
           .

       CUMULER-BESOIN.
           MOVE ZERO TO WS-IDX-MAN-TROUVE
           PERFORM VARYING IDX-MAN FROM 1 BY 1
               UNTIL IDX-MAN > NB-MAN
                  OR WS-IDX-MAN-TROUVE > ZERO
               IF MA-PNO(IDX-MAN) = NOM-PNO-CPS
                   SET WS-IDX-MAN-TROUVE TO IDX-MAN
               END-IF
           END-PERFORM

           IF WS-IDX-MAN-TROUVE = ZERO
               IF NB-MAN < 200
                   ADD 1 TO NB-MAN
                   MOVE NB-MAN TO WS-IDX-MAN-TROUVE
                   MOVE NOM-PNO-CPS TO MA-PNO(WS-IDX-MAN-TROUVE)
                   MOVE ZERO TO MA-BESOIN(WS-IDX-MAN-TROUVE)
                   MOVE WS-QTE-DISPO TO MA-DISPO(WS-IDX-MAN-TROUVE)
                   MOVE ZERO TO MA-NB-OF(WS-IDX-MAN-TROUVE)
               ELSE
                   DISPLAY 'TAB-MANQUANTS PLEINE - IGNORE : '
                           NOM-PNO-CPS
               END-IF
           END-IF

           IF WS-IDX-MAN-TROUVE > ZERO
               ADD WS-QTE-BESOIN TO MA-BESOIN(WS-IDX-MAN-TROUVE)
               IF WS-QTE-DISPO < WS-QTE-BESOIN
                   ADD 1 TO MA-NB-OF(WS-IDX-MAN-TROUVE)
               END-IF
           END-IF
           .

      * A APPROVISIONNER = BESOIN CUMULE DE TOUS LES ORDRES BLOQUES
      * MOINS LE DISPONIBLE, POUR QUE TOUS PUISSENT ETRE LIBERES
       ECRIRE-CUMUL-MANQUANTS.
           MOVE SPACES TO ENR-RAPOFB
           STRING '=== MANQUANT CUMULE PAR COMPOSANT ==='
               DELIMITED BY SIZE INTO ENR-RAPOFB
           END-STRING
           WRITE ENR-RAPOFB

           PERFORM VARYING IDX-MAN FROM 1 BY 1
               UNTIL IDX-MAN > NB-MAN
               IF MA-DISPO(IDX-MAN) < MA-BESOIN(IDX-MAN)
                   COMPUTE WS-QTE-MANQUE =
                       MA-BESOIN(IDX-MAN) - MA-DISPO(IDX-MAN)
                   MOVE WS-QTE-MANQUE TO ED-QTE
                   MOVE MA-NB-OF(IDX-MAN) TO ED-NB
                   MOVE SPACES TO ENR-RAPOFB
                   STRING 'PNO=' MA-PNO(IDX-MAN) '  A APPROVISIONNER='
                          ED-QTE '  ORDRES BLOQUES=' ED-NB
                          DELIMITED BY SIZE INTO ENR-RAPOFB
                   END-STRING
                   WRITE ENR-RAPOFB
               END-IF
           END-PERFORM

           MOVE WS-NB-BLOQUES TO ED-NB
           MOVE SPACES TO ENR-RAPOFB
           STRING 'ORDRES BLOQUES : ' ED-NB
               DELIMITED BY SIZE INTO ENR-RAPOFB
           WRITE ENR-RAPOFB

           MOVE WS-NB-A-RELIBERER TO ED-NB
           MOVE SPACES TO ENR-RAPOFB
           STRING 'DONT PLUS AUCUN MANQUANT (A RELIBERER) : ' ED-NB
               DELIMITED BY SIZE INTO ENR-RAPOFB
           WRITE ENR-RAPOFB

           IF FS-RAPOFB NOT = ZERO
               DISPLAY 'ERR WRITE RAPOFB - FS : ' FS-RAPOFB
           END-IF
           .

      * CODE RETOUR NON NUL EN LIEU D'UN ABEND, PAR COHERENCE AVEC LE
      * RESTE DE LA SUITE BATCH
       ABEND-PROG.
           DISPLAY '---- ABEND-PROG ----'
           MOVE 16 TO RETURN-CODE
           GOBACK
           .
