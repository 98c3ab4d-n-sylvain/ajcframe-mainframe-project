      * LES DEUX COTES DE CHAQUE TRANSFERT SONT JOURNALISES DANS LE
      * FICHIER JRNTRF POUR L'AUDIT, ET LES MOUVEMENTS INVALIDES
      * (DEPOT INCONNU, QUANTITE NULLE, PRODUIT SANS STOCK ORIGINE
      * SUFFISANT) PARTENT DANS UN FICHIER DE REJETS. LES LOTS
      * SUIVENT LA MARCHANDISE : LA QUANTITE TRANSFEREE EST PRISE SUR
      * LES LOTS LES PLUS ANCIENS DU SITE ORIGINE (API6.STOCKS_LOT)
      * ET RANGEE SOUS LES MEMES LOTS, AVEC LEUR DATE DE RECEPTION,
      * AU SITE DESTINATION. LES EMPLACEMENTS (API6.EMPLACEMENTS)
      * SUIVENT AUSSI : LA QUANTITE EST SORTIE DES EMPLACEMENTS DE
      * DEBORD PUIS DE L'EMPLACEMENT PRINCIPAL DU SITE ORIGINE, DANS
      * L'ORDRE DU PARCOURS, ET RANGEE DANS L'EMPLACEMENT PRINCIPAL DU
      * SITE DESTINATION (SIGNALE S'IL N'EN A PAS).
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
               INCLUDE STOCKDEP
           END-EXEC.

           EXEC SQL
               INCLUDE STOCKLOT
           END-EXEC.

      * LOTS EN STOCK DU SITE ORIGINE, DU PLUS ANCIEN AU PLUS RECENT
           EXEC SQL
               DECLARE CLOTSDEP CURSOR
               FOR
               SELECT
                   LOT,
                   CHAR(DATE_RECEPTION, ISO),
                   QTE_STOCK
               FROM
                   API6.STOCKS_LOT
               WHERE
                   P_NO = :SLOT-P-NO
                   AND DEPOT = :SLOT-DEPOT
                   AND QTE_STOCK > 0
               ORDER BY
                   DATE_RECEPTION, LOT
           END-EXEC.

           EXEC SQL
               INCLUDE EMPLAC
           END-EXEC.

      * EMPLACEMENTS GARNIS DU SITE ORIGINE : DEBORD ('D') AVANT
      * PRINCIPAL ('P'), DANS L'ORDRE DU PARCOURS
           EXEC SQL
               DECLARE CEMPLDEP CURSOR
               FOR
               SELECT
                   ALLEE,
                   TRAVEE,
                   NIVEAU,
                   QTE
               FROM
                   API6.EMPLACEMENTS
               WHERE
                   P_NO = :EMPL-P-NO
                   AND DEPOT = :EMPL-DEPOT
                   AND QTE > 0
               ORDER BY
                   TYPE_EMPL, ALLEE, TRAVEE, NIVEAU
           END-EXEC.

      * VARIABLES DE CONTROLE FICHIERS
       77 FS-TRFSTOCK      PIC 99.
       77 FS-JRNTRF        PIC 99.
      * STOCK DU DEPOT ORIGINE AVANT MOUVEMENT
       77 WS-STOCK-ORIGINE PIC S9(7)V USAGE COMP-3 VALUE ZERO.

      * LOT EN COURS DE DEPLACEMENT
       77 WS-LOT-CODE      PIC X(10).
       77 WS-LOT-DATE      PIC X(10).
       77 WS-LOT-QTE       PIC S9(7)V USAGE COMP-3 VALUE ZERO.
       77 WS-LOT-RESTE     PIC S9(7)V USAGE COMP-3 VALUE ZERO.
       77 WS-LOT-PRIS      PIC S9(7)V USAGE COMP-3 VALUE ZERO.
       77 WS-DEPOT-VERS    PIC X(2).

      * EMPLACEMENT EN COURS DE VIDAGE
       77 WS-EMPL-ALLEE    PIC X(2).
       77 WS-EMPL-TRAVEE   PIC X(2).
       77 WS-EMPL-NIVEAU   PIC X(1).
       77 WS-EMPL-QTE      PIC S9(7)V USAGE COMP-3 VALUE ZERO.
       77 WS-EMPL-RESTE    PIC S9(7)V USAGE COMP-3 VALUE ZERO.
       77 WS-EMPL-PRIS     PIC S9(7)V USAGE COMP-3 VALUE ZERO.
       77 WS-NB-SANS-EMPL  PIC 9(5) VALUE ZERO.

      * DATE DU RUN POUR LE JOURNAL
       77 WS-DATE-SYS      PIC X(8).
       77 WS-DATE-RUN-ISO  PIC X(10).
                   PERFORM ABEND-PROG
           END-EVALUATE

           PERFORM TRANSFERER-LOTS
           PERFORM TRANSFERER-EMPLACEMENTS
           PERFORM JOURNALISER-TRANSFERT
           ADD 1 TO WS-NB-APPLIQUES
           ADD TRF-QTE TO WS-QTE-DEPLACEE
                   ' ' TRF-DEPOT-DE ' -> ' TRF-DEPOT-VERS
                   ' QTE=' TRF-QTE.

      * DEPLACEMENT DES LOTS, DU PLUS ANCIEN AU PLUS RECENT ; UNE
      * PART NON LOTIE AU SITE ORIGINE (STOCK ANTERIEUR AU SUIVI DES
      * LOTS) EST DEPLACEE SANS LOT
       TRANSFERER-LOTS.
           MOVE TRF-NUM-PROD TO SLOT-P-NO
           MOVE TRF-DEPOT-DE TO SLOT-DEPOT
           MOVE TRF-QTE TO WS-LOT-RESTE
           MOVE TRF-DEPOT-VERS TO WS-DEPOT-VERS

           EXEC SQL
               OPEN CLOTSDEP
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF

           PERFORM FETCH-LOT-DEPOT

           PERFORM UNTIL SQLCODE = +100 OR WS-LOT-RESTE NOT > ZERO
               IF WS-LOT-QTE > WS-LOT-RESTE
                   MOVE WS-LOT-RESTE TO WS-LOT-PRIS
               ELSE
                   MOVE WS-LOT-QTE TO WS-LOT-PRIS
               END-IF
               PERFORM DEPLACER-LOT
               SUBTRACT WS-LOT-PRIS FROM WS-LOT-RESTE
               PERFORM FETCH-LOT-DEPOT
           END-PERFORM

           EXEC SQL
               CLOSE CLOTSDEP
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF.

       FETCH-LOT-DEPOT.
           EXEC SQL
               FETCH CLOTSDEP
               INTO :WS-LOT-CODE,
                    :WS-LOT-DATE,
                    :WS-LOT-QTE
           END-EXEC
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               PERFORM ABEND-PROG
           END-IF.

       DEPLACER-LOT.
           MOVE WS-LOT-CODE TO SLOT-LOT
           MOVE WS-LOT-PRIS TO SLOT-QTE-STOCK
           EXEC SQL
               UPDATE API6.STOCKS_LOT
               SET QTE_STOCK = QTE_STOCK - :SLOT-QTE-STOCK
               WHERE P_NO = :SLOT-P-NO
                 AND DEPOT = :SLOT-DEPOT
                 AND LOT = :SLOT-LOT
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF

           EXEC SQL
               UPDATE API6.STOCKS_LOT
               SET QTE_STOCK = QTE_STOCK + :SLOT-QTE-STOCK
               WHERE P_NO = :SLOT-P-NO
                 AND DEPOT = :WS-DEPOT-VERS
                 AND LOT = :SLOT-LOT
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZERO
                   CONTINUE
               WHEN +100
                   MOVE WS-LOT-DATE TO SLOT-DATE-RECEPTION
                   EXEC SQL
                       INSERT INTO API6.STOCKS_LOT
                       (P_NO, DEPOT, LOT, DATE_RECEPTION, QTE_STOCK)
                       VALUES (:SLOT-P-NO, :WS-DEPOT-VERS,
                               :SLOT-LOT, :SLOT-DATE-RECEPTION,
                               :SLOT-QTE-STOCK)
                   END-EXEC
                   IF SQLCODE NOT = ZERO
                       PERFORM ABEND-PROG
                   END-IF
               WHEN OTHER
                   PERFORM ABEND-PROG
           END-EVALUATE.

      * SORTIE DES EMPLACEMENTS DU SITE ORIGINE (DEBORD D'ABORD,
      * POUR GARDER LE PRINCIPAL A LA PREPARATION) ; UNE PART ABSENTE
      * DES EMPLACEMENTS (STOCK ANTERIEUR A LEUR SUIVI) N'EN SORT PAS.
      * LA QUANTITE ENTIERE EST RANGEE AU PRINCIPAL DU SITE
      * DESTINATION
       TRANSFERER-EMPLACEMENTS.
           MOVE TRF-NUM-PROD TO EMPL-P-NO
           MOVE TRF-DEPOT-DE TO EMPL-DEPOT
           MOVE TRF-QTE TO WS-EMPL-RESTE

           EXEC SQL
               OPEN CEMPLDEP
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF

           PERFORM FETCH-EMPL-DEPOT

           PERFORM UNTIL SQLCODE = +100 OR WS-EMPL-RESTE NOT > ZERO
               IF WS-EMPL-QTE > WS-EMPL-RESTE
                   MOVE WS-EMPL-RESTE TO WS-EMPL-PRIS
               ELSE
                   MOVE WS-EMPL-QTE TO WS-EMPL-PRIS
               END-IF
               MOVE WS-EMPL-PRIS TO EMPL-QTE
               EXEC SQL
                   UPDATE API6.EMPLACEMENTS
                   SET QTE = QTE - :EMPL-QTE
                   WHERE P_NO = :EMPL-P-NO
                     AND DEPOT = :EMPL-DEPOT
                     AND ALLEE = :WS-EMPL-ALLEE
                     AND TRAVEE = :WS-EMPL-TRAVEE
                     AND NIVEAU = :WS-EMPL-NIVEAU
               END-EXEC
               IF SQLCODE NOT = ZERO
                   PERFORM ABEND-PROG
               END-IF
               SUBTRACT WS-EMPL-PRIS FROM WS-EMPL-RESTE
               PERFORM FETCH-EMPL-DEPOT
           END-PERFORM

           EXEC SQL
               CLOSE CEMPLDEP
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF

           MOVE TRF-DEPOT-VERS TO EMPL-DEPOT
           MOVE TRF-QTE TO EMPL-QTE
           EXEC SQL
               UPDATE API6.EMPLACEMENTS
               SET QTE = QTE + :EMPL-QTE
               WHERE P_NO = :EMPL-P-NO
                 AND DEPOT = :EMPL-DEPOT
                 AND TYPE_EMPL = 'P'
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
                   CONTINUE
               WHEN +100
                   ADD 1 TO WS-NB-SANS-EMPL
                   DISPLAY 'TRANSFERT SANS EMPLACEMENT PRINCIPAL : '
                           'PROD=' TRF-NUM-PROD ' DEPOT='
                           TRF-DEPOT-VERS
               WHEN OTHER
                   PERFORM ABEND-PROG
           END-EVALUATE.

       FETCH-EMPL-DEPOT.
           EXEC SQL
               FETCH CEMPLDEP
               INTO :WS-EMPL-ALLEE,
                    :WS-EMPL-TRAVEE,
                    :WS-EMPL-NIVEAU,
                    :WS-EMPL-QTE
           END-EXEC
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               PERFORM ABEND-PROG
           END-IF.

      * LES DEUX COTES DU MOUVEMENT AU JOURNAL : SORTIE ('S') DU
      * DEPOT ORIGINE, ENTREE ('E') AU DEPOT DESTINATION
       JOURNALISER-TRANSFERT.
               DELIMITED BY SIZE INTO ENR-RAPTRF
           WRITE ENR-RAPTRF

           MOVE WS-NB-SANS-EMPL TO ED-NB
           MOVE SPACES TO ENR-RAPTRF
           STRING 'SANS EMPL. PRINCIPAL  : ' ED-NB
               DELIMITED BY SIZE INTO ENR-RAPTRF
           WRITE ENR-RAPTRF

           CLOSE TRANSFERTS
           CLOSE JOURNAL-TRANSFERTS
           CLOSE TRANSFERTS-REJETS
