      * AU PREMIER ARRIVAGE D'UN PRODUIT. LES LIGNES DONT LE PRODUIT
      * N'EXISTE PAS AU CATALOGUE SONT REJETEES DANS UN FICHIER DE
      * SUSPENS, SUR LE MEME PRINCIPE QUE LES REJETS DE MAJPROD.
      * CHAQUE RECEPTION PORTE LE LOT DU FOURNISSEUR ET SA DATE DE
      * RECEPTION : LE STOCK DU DEPOT EST DETAILLE PAR LOT DANS
      * API6.STOCKS_LOT, CONSOMME DU PLUS ANCIEN AU PLUS RECENT PAR
      * MAJDB ET PICKLIST POUR POUVOIR TRACER UN RAPPEL (TRACELOT).
      * CHAQUE RECEPTION CITE LA COMMANDE D'ACHAT (GENCDA) QU'ELLE
      * LIVRE ET EST RAPPROCHEE DE SA LIGNE DANS API6.LIGNES_ACHAT :
      * COMMANDE ABSENTE, INCONNUE, SOLDEE OU PRODUIT HORS COMMANDE
      * PARTENT EN REJET ; UNE QUANTITE SUPERIEURE AU RESTE A
      * RECEVOIR PART EN REVUE (RECREVU) SANS TOUCHER AU STOCK ; UNE
      * RECEPTION PARTIELLE LAISSE LA COMMANDE OUVERTE, QUI EST
      * SOLDEE QUAND TOUTES SES LIGNES SONT RECUES.
      * CHAQUE RECEPTION APPLIQUEE EST JOURNALISEE DANS
      * API6.STOCK_MVTS (RAISON 'REC'), COMME LES AJUSTEMENTS DE
      * A5STOCK : OBSOSTK Y LIT LA DATE DE DERNIERE RECEPTION.
      * LA QUANTITE RECUE EST RANGEE DANS L'EMPLACEMENT PRINCIPAL DU
      * PRODUIT AU DEPOT RECEPTIONNAIRE (API6.EMPLACEMENTS, MAINTENU
      * PAR A5STOCK) ; FAUTE D'EMPLACEMENT PRINCIPAL LA RECEPTION EST
      * SIGNALEE POUR QUE LE MAGASIN EN DEFINISSE UN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-RECREJ.

           SELECT RECSTOCK-REVUE ASSIGN TO RECREVU
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-RECREVU.

           SELECT RAPPORT-MAJSTOCK ASSIGN TO RAPMSTK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-RAPMSTK.
       DATA DIVISION.
       FILE SECTION.
      * LE CODE DEPOT ('EU' OU 'AM') INDIQUE LE SITE RECEPTIONNAIRE ;
      * UN CODE ABSENT OU INCONNU EST RAMENE AU DEPOT PREVU SUR LA
      * LIGNE DE COMMANDE D'ACHAT, AVEC MESSAGE
       FD RECSTOCK.
       01 ENR-RECSTOCK.
          05 REC-NUM-PROD    PIC X(3).
          05 REC-QTE         PIC 9(5).
          05 REC-DATE        PIC X(10).
          05 REC-DEPOT       PIC X(2).
          05 REC-LOT         PIC X(10).
          05 REC-NUM-CDA     PIC X(7).

       FD RECSTOCK-REJETS.
       01 ENR-RECREJ.
          05 RRJ-RAISON      PIC X(30).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 RRJ-LIGNE       PIC X(37).

      * SURRECEPTIONS A REVOIR PAR LES ACHATS AVANT MISE EN STOCK
       FD RECSTOCK-REVUE.
       01 ENR-RECREVU.
          05 RRV-RAISON      PIC X(30).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 RRV-QTE-ATTENDUE PIC 9(7).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 RRV-LIGNE       PIC X(37).

       FD RAPPORT-MAJSTOCK.
       01 ENR-RAPMSTK        PIC X(60).
               INCLUDE STOCKDEP
           END-EXEC.

           EXEC SQL
               INCLUDE STOCKLOT
           END-EXEC.

           EXEC SQL
               INCLUDE CMDACH
           END-EXEC.

           EXEC SQL
               INCLUDE LIGACH
           END-EXEC.

           EXEC SQL
               INCLUDE STOCKMVT
           END-EXEC.

           EXEC SQL
               INCLUDE EMPLAC
           END-EXEC.

      * VARIABLES DE CONTROLE FICHIERS
       77 FS-RECSTOCK      PIC 99.
       77 FS-RECREJ        PIC 99.
       77 FS-RECREVU       PIC 99.
       77 FS-RAPMSTK       PIC 99.
       77 FF-RECSTOCK      PIC 9 VALUE ZERO.

       77 WS-DEPOT         PIC X(2) VALUE SPACES.
       77 WS-NB-DEPOT-DEF  PIC 9(5) VALUE ZERO.

      * LOT ET DATE DE RECEPTION DE LA LIGNE EN COURS ; UNE
      * RECEPTION SANS LOT EST RANGEE DANS LE LOT 'SANS-LOT', UNE
      * DATE ABSENTE OU INVALIDE EST RAMENEE A LA DATE DU RUN
       77 WS-DATE-SYS      PIC X(8).
       77 WS-DATE-RUN-ISO  PIC X(10).
       77 WS-HEURE-SYS     PIC X(8).
       77 WS-NB-SANS-LOT   PIC 9(5) VALUE ZERO.
       77 WS-NB-LOTS-CREES PIC 9(5) VALUE ZERO.

      * RANGEMENT DANS L'EMPLACEMENT PRINCIPAL DU DEPOT
       77 WS-NB-RANGEES    PIC 9(5) VALUE ZERO.
       77 WS-NB-SANS-EMPL  PIC 9(5) VALUE ZERO.

      * RAPPROCHEMENT AVEC LA COMMANDE D'ACHAT
       77 WS-CDA-RAPPROCHEE PIC X VALUE 'N'.
           88 CDA-RAPPROCHEE    VALUE 'O'.
           88 CDA-REJETEE       VALUE 'N'.
           88 CDA-SURRECEPTION  VALUE 'R'.
       77 WS-RAISON-CDA    PIC X(30) VALUE SPACES.
       77 WS-RESTE-A-RECEVOIR PIC S9(7)V USAGE COMP-3 VALUE ZERO.
       77 WS-NB-LIGNES-OUVERTES PIC S9(9) USAGE COMP-3 VALUE ZERO.
       77 WS-NB-REVUE      PIC 9(5) VALUE ZERO.
       77 WS-NB-PARTIELLES PIC 9(5) VALUE ZERO.
       77 WS-NB-CDA-SOLDEES PIC 9(5) VALUE ZERO.

      * EXISTENCE DU PRODUIT AU CATALOGUE
       77 WS-PROD-EXISTE   PIC X VALUE 'N'.
           88 PROD-EXISTE      VALUE 'O'.
       PROCEDURE DIVISION.

           DISPLAY '=== PROGRAMME MAJSTOCK - RECEPTIONS DE STOCK ==='
           ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD
           MOVE SPACES TO WS-DATE-RUN-ISO
           STRING WS-DATE-SYS (1:4) '-'
                  WS-DATE-SYS (5:2) '-'
                  WS-DATE-SYS (7:2)
               DELIMITED BY SIZE INTO WS-DATE-RUN-ISO
           END-STRING
           PERFORM OUV-RECSTOCK
           PERFORM OUV-RECREJ
           PERFORM OUV-RECREVU
           PERFORM OUV-RAPMSTK
           PERFORM LECT-RECSTOCK


           PERFORM FERM-RECSTOCK
           PERFORM FERM-RECREJ
           PERFORM FERM-RECREVU
           PERFORM ECRIRE-RAPPORT-MAJSTOCK
           PERFORM FERM-RAPMSTK
           DISPLAY '=== FIN DU PROGRAMME MAJSTOCK ==='
                   WRITE ENR-RECREJ
                   ADD 1 TO WS-NB-REJETS
               ELSE
                   PERFORM RAPPROCHER-COMMANDE-ACHAT
                   EVALUATE TRUE
                       WHEN CDA-REJETEE
                           MOVE WS-RAISON-CDA TO RRJ-RAISON
                           MOVE ENR-RECSTOCK TO RRJ-LIGNE
                           WRITE ENR-RECREJ
                           ADD 1 TO WS-NB-REJETS
                           DISPLAY 'RECEPTION REJETEE - '
                                   WS-RAISON-CDA ' : CDA='
                                   REC-NUM-CDA ' PROD=' REC-NUM-PROD
                       WHEN CDA-SURRECEPTION
                           PERFORM SIGNALER-SURRECEPTION
                       WHEN OTHER
                           PERFORM DETERMINER-DEPOT
                           PERFORM AJOUTER-STOCK
                           PERFORM AJOUTER-STOCK-DEPOT
                           PERFORM AJOUTER-STOCK-LOT
                           PERFORM JOURNALISER-RECEPTION
                           PERFORM RANGER-EMPLACEMENT
                           PERFORM MAJ-LIGNE-ACHAT
                   END-EVALUATE
               END-IF
           END-IF.

      * UN DEPOT ABSENT OU INCONNU EST RAMENE AU DEPOT DE RECEPTION
      * PREVU SUR LA LIGNE DE COMMANDE D'ACHAT
       DETERMINER-DEPOT.
           IF REC-DEPOT = 'EU' OR REC-DEPOT = 'AM'
               MOVE REC-DEPOT TO WS-DEPOT
           ELSE
               MOVE LDA-DEPOT TO WS-DEPOT
               ADD 1 TO WS-NB-DEPOT-DEF
               DISPLAY 'DEPOT ABSENT OU INCONNU (' REC-DEPOT
                       ') - RECEPTION AFFECTEE AU DEPOT ' WS-DEPOT
                       ' DE LA COMMANDE D ACHAT'
           END-IF.

      * LA COMMANDE CITEE DOIT EXISTER, ETRE OUVERTE ET PORTER LE
      * PRODUIT RECU ; LA QUANTITE EST COMPAREE AU RESTE A RECEVOIR
       RAPPROCHER-COMMANDE-ACHAT.
           SET CDA-RAPPROCHEE TO TRUE

           IF REC-NUM-CDA NOT NUMERIC OR REC-NUM-CDA = ZERO
               SET CDA-REJETEE TO TRUE
               MOVE 'COMMANDE D ACHAT NON CITEE' TO WS-RAISON-CDA
           END-IF

           IF CDA-RAPPROCHEE
               MOVE REC-NUM-CDA TO CDA-PO-NO
               EXEC SQL
                   SELECT STATUT
                   INTO :CDA-STATUT
                   FROM API6.COMMANDES_ACHAT
                   WHERE PO_NO = :CDA-PO-NO
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       IF CDA-STATUT NOT = 'O'
                           SET CDA-REJETEE TO TRUE
                           MOVE 'COMMANDE D ACHAT DEJA SOLDEE'
                               TO WS-RAISON-CDA
                       END-IF
                   WHEN +100
                       SET CDA-REJETEE TO TRUE
                       MOVE 'COMMANDE D ACHAT INCONNUE'
                           TO WS-RAISON-CDA
                   WHEN OTHER
                       PERFORM ABEND-PROG
               END-EVALUATE
           END-IF

           IF CDA-RAPPROCHEE
               MOVE CDA-PO-NO TO LDA-PO-NO
               MOVE REC-NUM-PROD TO LDA-P-NO
               EXEC SQL
                   SELECT DEPOT, QTE_CDEE, QTE_RECUE
                   INTO :LDA-DEPOT, :LDA-QTE-CDEE, :LDA-QTE-RECUE
                   FROM API6.LIGNES_ACHAT
                   WHERE PO_NO = :LDA-PO-NO
                     AND P_NO = :LDA-P-NO
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       COMPUTE WS-RESTE-A-RECEVOIR =
                           LDA-QTE-CDEE - LDA-QTE-RECUE
                       IF REC-QTE > WS-RESTE-A-RECEVOIR
                           SET CDA-SURRECEPTION TO TRUE
                       END-IF
                   WHEN +100
                       SET CDA-REJETEE TO TRUE
                       MOVE 'PRODUIT ABSENT DE LA COMMANDE'
                           TO WS-RAISON-CDA
                   WHEN OTHER
                       PERFORM ABEND-PROG
               END-EVALUATE
           END-IF.

       SIGNALER-SURRECEPTION.
           MOVE 'SURRECEPTION - RESTE ATTENDU' TO RRV-RAISON
           MOVE WS-RESTE-A-RECEVOIR TO RRV-QTE-ATTENDUE
           MOVE ENR-RECSTOCK TO RRV-LIGNE
           WRITE ENR-RECREVU
           IF FS-RECREVU NOT = ZERO
               DISPLAY 'ERR WRITE RECREVU - FS : ', FS-RECREVU
           END-IF
           ADD 1 TO WS-NB-REVUE
           DISPLAY 'SURRECEPTION EN REVUE : CDA=' REC-NUM-CDA
                   ' PROD=' REC-NUM-PROD ' RECU=' REC-QTE
                   ' ATTENDU=' RRV-QTE-ATTENDUE.

      * CUMUL DE LA QUANTITE RECUE SUR LA LIGNE DE COMMANDE ; LA
      * COMMANDE EST SOLDEE QUAND PLUS AUCUNE LIGNE N'ATTEND DE
      * RECEPTION
       MAJ-LIGNE-ACHAT.
           MOVE REC-QTE TO LDA-QTE-RECUE
           EXEC SQL
               UPDATE API6.LIGNES_ACHAT
               SET QTE_RECUE = QTE_RECUE + :LDA-QTE-RECUE
               WHERE PO_NO = :LDA-PO-NO
                 AND P_NO = :LDA-P-NO
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF

           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-NB-LIGNES-OUVERTES
               FROM API6.LIGNES_ACHAT
               WHERE PO_NO = :LDA-PO-NO
                 AND QTE_RECUE < QTE_CDEE
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF

           IF WS-NB-LIGNES-OUVERTES = ZERO
               EXEC SQL
                   UPDATE API6.COMMANDES_ACHAT
                   SET STATUT = 'S'
                   WHERE PO_NO = :CDA-PO-NO
               END-EXEC
               IF SQLCODE NOT = ZERO
                   PERFORM ABEND-PROG
               END-IF
               ADD 1 TO WS-NB-CDA-SOLDEES
               DISPLAY 'COMMANDE D ACHAT ' REC-NUM-CDA ' SOLDEE'
           ELSE
               ADD 1 TO WS-NB-PARTIELLES
           END-IF.

       CONTROLER-PRODUIT.
                   PERFORM ABEND-PROG
           END-EVALUATE.

      * MEME AJOUT SUR LE LOT DU DEPOT RECEPTIONNAIRE ; UN LOT DEJA
      * CONNU SUR CE SITE GARDE SA PREMIERE DATE DE RECEPTION, QUI
      * FIXE SON RANG DANS LA CONSOMMATION DU PLUS ANCIEN
       AJOUTER-STOCK-LOT.
           MOVE REC-NUM-PROD TO SLOT-P-NO
           MOVE WS-DEPOT TO SLOT-DEPOT
           MOVE REC-QTE TO SLOT-QTE-STOCK
           IF REC-LOT = SPACES OR REC-LOT = LOW-VALUE
               MOVE 'SANS-LOT' TO SLOT-LOT
               ADD 1 TO WS-NB-SANS-LOT
           ELSE
               MOVE REC-LOT TO SLOT-LOT
           END-IF
           IF REC-DATE (1:4) NUMERIC AND REC-DATE (5:1) = '-'
              AND REC-DATE (6:2) NUMERIC AND REC-DATE (8:1) = '-'
              AND REC-DATE (9:2) NUMERIC
               MOVE REC-DATE TO SLOT-DATE-RECEPTION
           ELSE
               MOVE WS-DATE-RUN-ISO TO SLOT-DATE-RECEPTION
           END-IF

           EXEC SQL
               UPDATE API6.STOCKS_LOT
               SET QTE_STOCK = QTE_STOCK + :SLOT-QTE-STOCK
               WHERE P_NO = :SLOT-P-NO
                 AND DEPOT = :SLOT-DEPOT
                 AND LOT = :SLOT-LOT
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZERO
                   CONTINUE
               WHEN +100
                   EXEC SQL
                       INSERT INTO API6.STOCKS_LOT
                       (P_NO, DEPOT, LOT, DATE_RECEPTION, QTE_STOCK)
                       VALUES (:SLOT-P-NO, :SLOT-DEPOT, :SLOT-LOT,
                               :SLOT-DATE-RECEPTION, :SLOT-QTE-STOCK)
                   END-EXEC
                   IF SQLCODE NOT = ZERO
                       PERFORM ABEND-PROG
                   END-IF
                   ADD 1 TO WS-NB-LOTS-CREES
               WHEN OTHER
                   PERFORM ABEND-PROG
           END-EVALUATE.

      * MOUVEMENT DE RECEPTION, DATE DE LA RECEPTION RETENUE POUR LE
      * LOT, UTILISATEUR ET TERMINAL DU BATCH
       JOURNALISER-RECEPTION.
           ACCEPT WS-HEURE-SYS FROM TIME
           MOVE REC-NUM-PROD TO SMVT-P-NO
           MOVE SLOT-DATE-RECEPTION TO SMVT-DATE-MVT
           MOVE WS-HEURE-SYS (1:6) TO SMVT-HEURE-MVT
           MOVE REC-QTE TO SMVT-QTE
           MOVE 'REC' TO SMVT-RAISON
           MOVE 'MAJSTOCK' TO SMVT-USERID
           MOVE 'BTCH' TO SMVT-TERMINAL

           EXEC SQL
               INSERT INTO API6.STOCK_MVTS
               (P_NO, DATE_MVT, HEURE_MVT, QTE, RAISON, USERID,
                TERMINAL)
               VALUES (:SMVT-P-NO, :SMVT-DATE-MVT, :SMVT-HEURE-MVT,
                       :SMVT-QTE, :SMVT-RAISON, :SMVT-USERID,
                       :SMVT-TERMINAL)
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF.

      * RANGEMENT : LA QUANTITE RECUE VA DANS L'EMPLACEMENT
      * PRINCIPAL DU PRODUIT AU DEPOT ; LE DEBORD EST L'AFFAIRE DU
      * MAGASIN, QUI DEPLACE L'EXCEDENT A L'ECRAN A5STOCK
       RANGER-EMPLACEMENT.
           MOVE REC-NUM-PROD TO EMPL-P-NO
           MOVE WS-DEPOT TO EMPL-DEPOT
           MOVE REC-QTE TO EMPL-QTE

           EXEC SQL
               UPDATE API6.EMPLACEMENTS
               SET QTE = QTE + :EMPL-QTE
               WHERE P_NO = :EMPL-P-NO
                 AND DEPOT = :EMPL-DEPOT
                 AND TYPE_EMPL = 'P'
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZERO
                   ADD 1 TO WS-NB-RANGEES
               WHEN +100
                   ADD 1 TO WS-NB-SANS-EMPL
                   DISPLAY 'RECEPTION SANS EMPLACEMENT PRINCIPAL : '
                           'PROD=' REC-NUM-PROD ' DEPOT=' WS-DEPOT
                           ' QTE=' REC-QTE
               WHEN OTHER
                   PERFORM ABEND-PROG
           END-EVALUATE.

       OUV-RECSTOCK.
           OPEN INPUT RECSTOCK
           IF FS-RECSTOCK NOT = ZERO THEN
               DISPLAY 'ERR CLOSE RECREJ - FS : ', FS-RECREJ
           END-IF.

       OUV-RECREVU.
           OPEN OUTPUT RECSTOCK-REVUE
           IF FS-RECREVU NOT = ZERO THEN
               DISPLAY 'ERR OPEN RECREVU - FS : ', FS-RECREVU
           END-IF.

       FERM-RECREVU.
           CLOSE RECSTOCK-REVUE
           IF FS-RECREVU NOT = ZERO THEN
               DISPLAY 'ERR CLOSE RECREVU - FS : ', FS-RECREVU
           END-IF.

       OUV-RAPMSTK.
           OPEN OUTPUT RAPPORT-MAJSTOCK
           IF FS-RAPMSTK NOT = ZERO THEN

           MOVE WS-NB-DEPOT-DEF TO ED-NB
           MOVE SPACES TO ENR-RAPMSTK
           STRING 'DEPOTS PRIS SUR LA CDA   : ' ED-NB
               DELIMITED BY SIZE INTO ENR-RAPMSTK
           WRITE ENR-RAPMSTK

           MOVE WS-NB-REVUE TO ED-NB
           MOVE SPACES TO ENR-RAPMSTK
           STRING 'SURRECEPTIONS EN REVUE   : ' ED-NB
               DELIMITED BY SIZE INTO ENR-RAPMSTK
           WRITE ENR-RAPMSTK

           MOVE WS-NB-PARTIELLES TO ED-NB
           MOVE SPACES TO ENR-RAPMSTK
           STRING 'RECEPTIONS PARTIELLES    : ' ED-NB
               DELIMITED BY SIZE INTO ENR-RAPMSTK
           WRITE ENR-RAPMSTK

           MOVE WS-NB-CDA-SOLDEES TO ED-NB
           MOVE SPACES TO ENR-RAPMSTK
           STRING 'COMMANDES D ACHAT SOLDEES: ' ED-NB
               DELIMITED BY SIZE INTO ENR-RAPMSTK
           WRITE ENR-RAPMSTK

           MOVE WS-NB-LOTS-CREES TO ED-NB
           MOVE SPACES TO ENR-RAPMSTK
           STRING 'LOTS CREES               : ' ED-NB
               DELIMITED BY SIZE INTO ENR-RAPMSTK
           WRITE ENR-RAPMSTK

           MOVE WS-NB-SANS-LOT TO ED-NB
           MOVE SPACES TO ENR-RAPMSTK
           STRING 'RECEPTIONS SANS LOT      : ' ED-NB
               DELIMITED BY SIZE INTO ENR-RAPMSTK
           WRITE ENR-RAPMSTK

           MOVE WS-NB-RANGEES TO ED-NB
           MOVE SPACES TO ENR-RAPMSTK
           STRING 'RANGEES EN EMPL. PRINC.  : ' ED-NB
               DELIMITED BY SIZE INTO ENR-RAPMSTK
           WRITE ENR-RAPMSTK

           MOVE WS-NB-SANS-EMPL TO ED-NB
           MOVE SPACES TO ENR-RAPMSTK
           STRING 'SANS EMPLACEMENT PRINC.  : ' ED-NB
               DELIMITED BY SIZE INTO ENR-RAPMSTK
           WRITE ENR-RAPMSTK

