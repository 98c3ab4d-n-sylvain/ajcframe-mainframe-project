      * FICHIER)
        77 WS-C-NO-RESTAURE  PIC 9(4) VALUE ZERO.

      * DELAI NET DES CONDITIONS DE PAIEMENT DU CLIENT : L'ECHEANCE
      * DE LA COMMANDE RESTAUREE EST RECALCULEE SUR SA DATE D'ORIGINE
        77 WS-JOURS-NET      PIC S9(3)V USAGE COMP-3 VALUE 30.

       PROCEDURE DIVISION.

           DISPLAY '=== DEBUT RESTAURATION D UNE COMMANDE ARCHIVEE ==='
      * COMMANDES RESTAUREES SONT MARQUEES 'ARC' POUR RESTER
      * DISTINGUABLES DANS LE REPORTING PAR REGION
               MOVE 'ARC' TO ORD-REGION
               PERFORM LIRE-JOURS-NET-CLIENT
               EXEC SQL
                   INSERT INTO API6.ORDERS
                   (O_NO, S_NO, C_NO, O_DATE, REGION,
                    DATE_ECHEANCE)
                   VALUES (:ORD-O-NO, :ORD-S-NO, :ORD-C-NO,
                           :ORD-O-DATE, :ORD-REGION,
                           DATE(:ORD-O-DATE) + :WS-JOURS-NET DAYS)
               END-EXEC

               EVALUATE SQLCODE
                   PERFORM ABEND-PROG
           END-EVALUATE.

      * DELAI NET DU CLIENT (30 JOURS SI CODE ABSENT OU INCONNU)
       LIRE-JOURS-NET-CLIENT.
           MOVE 30 TO WS-JOURS-NET
           EXEC SQL
               SELECT VALUE(T.JOURS_NET, 30)
               INTO :WS-JOURS-NET
               FROM API6.CUSTOMERS C
               LEFT OUTER JOIN API6.PAYMENT_TERMS T
                   ON T.CODE_COND = C.CODE_COND
               WHERE C.C_NO = :ORD-C-NO
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZERO
                   CONTINUE
               WHEN +100
                   MOVE 30 TO WS-JOURS-NET
               WHEN OTHER
                   PERFORM ABEND-PROG
           END-EVALUATE.

      * CODE RETOUR NON NUL EN LIEU D'UN ABEND, PAR COHERENCE AVEC LE
      * RESTE DE LA SUITE BATCH
       ABEND-PROG.
