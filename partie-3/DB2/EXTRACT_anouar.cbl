       PROGRAM-ID. EXTRACT.

      * EXTRACTION DES DONNEES VERS FICHIER SEQUENTIEL
      * LES COMMANDES EN REVUE (API6.REVUE_COMMANDES, STATUT AUTRE
      * QUE 'L' LIBEREE) NE SONT PAS EXTRAITES ; LIBEREES APRES LE
      * PASSAGE DE LA FENETRE, ELLES REVIENNENT PAR LE RATTRAPAGE
      * DES EXPEDITIONS TARDIVES (CEXPTARD)
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
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

       FD  EXTRACT-P1
           RECORDING MODE IS F
           RECORD CONTAINS 479 CHARACTERS.
       01  ENR-EXTRACT-P1           PIC X(479).

       FD  EXTRACT-P2
           RECORDING MODE IS F
           RECORD CONTAINS 479 CHARACTERS.
       01  ENR-EXTRACT-P2           PIC X(479).

       FD  EXTRACT-P3
           RECORDING MODE IS F
           RECORD CONTAINS 479 CHARACTERS.
       01  ENR-EXTRACT-P3           PIC X(479).

       FD  EXTRACT-P4
           RECORDING MODE IS F
           RECORD CONTAINS 479 CHARACTERS.
       01  ENR-EXTRACT-P4           PIC X(479).

      * RAPPORT D'EXCEPTION - COMMANDES EXCLUES DU CURSEUR CORDERS
       FD  RAPPORT-EXCLUS.
                   P.DESCRIPTION,
                   I.QUANTITY,
                   I.PRICE,
                   DECIMAL(I.QUANTITY * I.PRICE, 7, 2) AS LINE_TOTAL,
                   O.CODE_LIVR,
                   VALUE(L.NOM_SITE, C.COMPANY),
                   VALUE(L.ADDRESS, C.ADDRESS),
                   VALUE(L.CITY, C.CITY),
                   VALUE(L.ZIP, C.ZIP),
                   VALUE(L.STATE, C.STATE),
                   CHAR(VALUE(O.DATE_ECHEANCE, O.O_DATE + 30 DAYS),
                        ISO),
                   VALUE(T.LIBELLE, 'NET 30')
               FROM
                   API6.ORDERS O
               INNER JOIN API6.CUSTOMERS C ON O.C_NO = C.C_NO
               INNER JOIN API6.DEPTS D ON E.DEPT = D.DEPT
               INNER JOIN API6.ITEMS I ON O.O_NO = I.O_NO
               INNER JOIN API6.PRODUCTS P ON I.P_NO = P.P_NO
               LEFT OUTER JOIN API6.SHIP_TO L
                   ON L.C_NO = O.C_NO AND L.CODE_LIVR = O.CODE_LIVR
               LEFT OUTER JOIN API6.PAYMENT_TERMS T
                   ON T.CODE_COND = C.CODE_COND
               WHERE
                   O.O_DATE > :WS-WATERMARK-DATE
                   AND NOT EXISTS
                        WHERE S.O_NO = O.O_NO
                          AND (S.STATUT = 'H' OR S.STATUT = 'E'
                               OR S.STATUT = 'R'))
                   AND NOT EXISTS
                       (SELECT 1 FROM API6.REVUE_COMMANDES V
                        WHERE V.O_NO = O.O_NO
                          AND V.STATUT <> 'L')
                   AND EXISTS
                       (SELECT 1 FROM API6.EXPEDITIONS X
                        WHERE X.O_NO = O.O_NO
                   P.DESCRIPTION,
                   I.QUANTITY,
                   I.PRICE,
                   DECIMAL(I.QUANTITY * I.PRICE, 7, 2) AS LINE_TOTAL,
                   O.CODE_LIVR,
                   VALUE(L.NOM_SITE, C.COMPANY),
                   VALUE(L.ADDRESS, C.ADDRESS),
                   VALUE(L.CITY, C.CITY),
                   VALUE(L.ZIP, C.ZIP),
                   VALUE(L.STATE, C.STATE),
                   CHAR(VALUE(O.DATE_ECHEANCE, O.O_DATE + 30 DAYS),
                        ISO),
                   VALUE(T.LIBELLE, 'NET 30')
               FROM
                   API6.ORDERS O
               INNER JOIN API6.CUSTOMERS C ON O.C_NO = C.C_NO
               INNER JOIN API6.DEPTS D ON E.DEPT = D.DEPT
               INNER JOIN API6.ITEMS I ON O.O_NO = I.O_NO
               INNER JOIN API6.PRODUCTS P ON I.P_NO = P.P_NO
               LEFT OUTER JOIN API6.SHIP_TO L
                   ON L.C_NO = O.C_NO AND L.CODE_LIVR = O.CODE_LIVR
               LEFT OUTER JOIN API6.PAYMENT_TERMS T
                   ON T.CODE_COND = C.CODE_COND
               WHERE
                   O.O_DATE > :WS-WATERMARK-DATE
                   AND NOT EXISTS
                        WHERE S.O_NO = O.O_NO
                          AND (S.STATUT = 'H' OR S.STATUT = 'E'
                               OR S.STATUT = 'R'))
                   AND NOT EXISTS
                       (SELECT 1 FROM API6.REVUE_COMMANDES V
                        WHERE V.O_NO = O.O_NO
                          AND V.STATUT <> 'L')
                   AND EXISTS
                       (SELECT 1 FROM API6.EXPEDITIONS X
                        WHERE X.O_NO = O.O_NO
                   P.DESCRIPTION,
                   I.QUANTITY,
                   I.PRICE,
                   DECIMAL(I.QUANTITY * I.PRICE, 7, 2) AS LINE_TOTAL,
                   O.CODE_LIVR,
                   VALUE(L.NOM_SITE, C.COMPANY),
                   VALUE(L.ADDRESS, C.ADDRESS),
                   VALUE(L.CITY, C.CITY),
                   VALUE(L.ZIP, C.ZIP),
                   VALUE(L.STATE, C.STATE),
                   CHAR(VALUE(O.DATE_ECHEANCE, O.O_DATE + 30 DAYS),
                        ISO),
                   VALUE(T.LIBELLE, 'NET 30')
               FROM
                   API6.ORDERS O
               INNER JOIN API6.CUSTOMERS C ON O.C_NO = C.C_NO
               INNER JOIN API6.DEPTS D ON E.DEPT = D.DEPT
               INNER JOIN API6.ITEMS I ON O.O_NO = I.O_NO
               INNER JOIN API6.PRODUCTS P ON I.P_NO = P.P_NO
               LEFT OUTER JOIN API6.SHIP_TO L
                   ON L.C_NO = O.C_NO AND L.CODE_LIVR = O.CODE_LIVR
               LEFT OUTER JOIN API6.PAYMENT_TERMS T
                   ON T.CODE_COND = C.CODE_COND
               WHERE
                   O.O_DATE > :WS-WATERMARK-DATE
                   AND NOT EXISTS
                        WHERE S.O_NO = O.O_NO
                          AND (S.STATUT = 'H' OR S.STATUT = 'E'
                               OR S.STATUT = 'R'))
                   AND NOT EXISTS
                       (SELECT 1 FROM API6.REVUE_COMMANDES V
                        WHERE V.O_NO = O.O_NO
                          AND V.STATUT <> 'L')
                   AND EXISTS
                       (SELECT 1 FROM API6.EXPEDITIONS X
                        WHERE X.O_NO = O.O_NO
                   P.DESCRIPTION,
                   I.QUANTITY,
                   I.PRICE,
                   DECIMAL(I.QUANTITY * I.PRICE, 7, 2) AS LINE_TOTAL,
                   O.CODE_LIVR,
                   VALUE(L.NOM_SITE, C.COMPANY),
                   VALUE(L.ADDRESS, C.ADDRESS),
                   VALUE(L.CITY, C.CITY),
                   VALUE(L.ZIP, C.ZIP),
                   VALUE(L.STATE, C.STATE),
                   CHAR(VALUE(O.DATE_ECHEANCE, O.O_DATE + 30 DAYS),
                        ISO),
                   VALUE(T.LIBELLE, 'NET 30')
               FROM
                   API6.ORDERS O
               INNER JOIN API6.CUSTOMERS C ON O.C_NO = C.C_NO
               INNER JOIN API6.DEPTS D ON E.DEPT = D.DEPT
               INNER JOIN API6.ITEMS I ON O.O_NO = I.O_NO
               INNER JOIN API6.PRODUCTS P ON I.P_NO = P.P_NO
               LEFT OUTER JOIN API6.SHIP_TO L
                   ON L.C_NO = O.C_NO AND L.CODE_LIVR = O.CODE_LIVR
               LEFT OUTER JOIN API6.PAYMENT_TERMS T
                   ON T.CODE_COND = C.CODE_COND
               WHERE
                   EXISTS
                       (SELECT 1 FROM API6.ORDER_STATUS S
                       (SELECT 1 FROM API6.CREDIT_HOLDS H
                        WHERE H.C_NO = O.C_NO
                          AND H.STATUT = 'A')
                   AND NOT EXISTS
                       (SELECT 1 FROM API6.REVUE_COMMANDES V
                        WHERE V.O_NO = O.O_NO
                          AND V.STATUT <> 'L')
                   AND EXISTS
                       (SELECT 1 FROM API6.EXPEDITIONS X
                        WHERE X.O_NO = O.O_NO
                   P.DESCRIPTION,
                   I.QUANTITY,
                   I.PRICE,
                   DECIMAL(I.QUANTITY * I.PRICE, 7, 2) AS LINE_TOTAL,
                   O.CODE_LIVR,
                   VALUE(L.NOM_SITE, C.COMPANY),
                   VALUE(L.ADDRESS, C.ADDRESS),
                   VALUE(L.CITY, C.CITY),
                   VALUE(L.ZIP, C.ZIP),
                   VALUE(L.STATE, C.STATE),
                   CHAR(VALUE(O.DATE_ECHEANCE, O.O_DATE + 30 DAYS),
                        ISO),
                   VALUE(T.LIBELLE, 'NET 30')
               FROM
                   API6.ORDERS O
               INNER JOIN API6.CUSTOMERS C ON O.C_NO = C.C_NO
               INNER JOIN API6.DEPTS D ON E.DEPT = D.DEPT
               INNER JOIN API6.ITEMS I ON O.O_NO = I.O_NO
               INNER JOIN API6.PRODUCTS P ON I.P_NO = P.P_NO
               LEFT OUTER JOIN API6.SHIP_TO L
                   ON L.C_NO = O.C_NO AND L.CODE_LIVR = O.CODE_LIVR
               LEFT OUTER JOIN API6.PAYMENT_TERMS T
                   ON T.CODE_COND = C.CODE_COND
               WHERE
                   O.O_DATE <= :WS-WATERMARK-DATE
                   AND NOT EXISTS
                       (SELECT 1 FROM API6.REVUE_COMMANDES V
                        WHERE V.O_NO = O.O_NO
                          AND V.STATUT <> 'L')
                   AND EXISTS
                       (SELECT 1 FROM API6.EXPEDITIONS X
                        WHERE X.O_NO = O.O_NO
                   P.DESCRIPTION,
                   I.QUANTITY,
                   I.PRICE,
                   DECIMAL(I.QUANTITY * I.PRICE, 7, 2) AS LINE_TOTAL,
                   O.CODE_LIVR,
                   VALUE(L.NOM_SITE, C.COMPANY),
                   VALUE(L.ADDRESS, C.ADDRESS),
                   VALUE(L.CITY, C.CITY),
                   VALUE(L.ZIP, C.ZIP),
                   VALUE(L.STATE, C.STATE),
                   CHAR(VALUE(O.DATE_ECHEANCE, O.O_DATE + 30 DAYS),
                        ISO),
                   VALUE(T.LIBELLE, 'NET 30')
               FROM
                   API6.ORDERS O
               INNER JOIN API6.CUSTOMERS C ON O.C_NO = C.C_NO
               INNER JOIN API6.DEPTS D ON E.DEPT = D.DEPT
               INNER JOIN API6.ITEMS I ON O.O_NO = I.O_NO
               INNER JOIN API6.PRODUCTS P ON I.P_NO = P.P_NO
               LEFT OUTER JOIN API6.SHIP_TO L
                   ON L.C_NO = O.C_NO AND L.CODE_LIVR = O.CODE_LIVR
               LEFT OUTER JOIN API6.PAYMENT_TERMS T
                   ON T.CODE_COND = C.CODE_COND
               WHERE
                   EXISTS
                       (SELECT 1 FROM API6.ORDER_STATUS S
                       (SELECT 1 FROM API6.CREDIT_HOLDS H
                        WHERE H.C_NO = O.C_NO
                          AND H.STATUT = 'A')
                   AND NOT EXISTS
                       (SELECT 1 FROM API6.REVUE_COMMANDES V
                        WHERE V.O_NO = O.O_NO
                          AND V.STATUT <> 'L')
                   AND EXISTS
                       (SELECT 1 FROM API6.EXPEDITIONS X
                        WHERE X.O_NO = O.O_NO
        77 WS-QUANTITY       PIC S9(2)V USAGE COMP-3.
        77 WS-PRICE          PIC S9(3)V9(2) USAGE COMP-3.
        77 WS-LINE-TOTAL     PIC S9(5)V9(2) USAGE COMP-3.
        77 WS-LIV-CODE       PIC X(3).
        77 WS-LIV-NOM        PIC X(30).
        77 WS-LIV-ADDRESS    PIC X(100).
        77 WS-LIV-CITY       PIC X(20).
        77 WS-LIV-ZIP        PIC X(5).
        77 WS-LIV-STATE      PIC X(2).
        77 WS-DATE-ECH       PIC X(10).
        77 WS-COND-LIB       PIC X(20).

      * VARIABLES DE CONTROLE
        77 WS-COUNTER        PIC 999 VALUE ZERO.
                            :WS-DESCRIPTION,
                            :WS-QUANTITY,
                            :WS-PRICE,
                            :WS-LINE-TOTAL,
                            :WS-LIV-CODE,
                            :WS-LIV-NOM,
                            :WS-LIV-ADDRESS,
                            :WS-LIV-CITY,
                            :WS-LIV-ZIP,
                            :WS-LIV-STATE,
                            :WS-DATE-ECH,
                            :WS-COND-LIB
                   END-EXEC
               WHEN 'S'
                   EXEC SQL
                            :WS-DESCRIPTION,
                            :WS-QUANTITY,
                            :WS-PRICE,
                            :WS-LINE-TOTAL,
                            :WS-LIV-CODE,
                            :WS-LIV-NOM,
                            :WS-LIV-ADDRESS,
                            :WS-LIV-CITY,
                            :WS-LIV-ZIP,
                            :WS-LIV-STATE,
                            :WS-DATE-ECH,
                            :WS-COND-LIB
                   END-EXEC
               WHEN OTHER
                   EXEC SQL
                            :WS-DESCRIPTION,
                            :WS-QUANTITY,
                            :WS-PRICE,
                            :WS-LINE-TOTAL,
                            :WS-LIV-CODE,
                            :WS-LIV-NOM,
                            :WS-LIV-ADDRESS,
                            :WS-LIV-CITY,
                            :WS-LIV-ZIP,
                            :WS-LIV-STATE,
                            :WS-DATE-ECH,
                            :WS-COND-LIB
                   END-EXEC
           END-EVALUATE
           PERFORM TEST-SQLCODE

           MOVE WS-LINE-TOTAL TO ED-LINE-TOTAL
           MOVE ED-LINE-TOTAL TO EXT-LINE-TOTAL
           MOVE WS-LIV-CODE TO EXT-LIV-CODE
           MOVE WS-LIV-NOM TO EXT-LIV-NOM
           MOVE WS-LIV-ADDRESS TO EXT-LIV-ADDRESS
           MOVE WS-LIV-CITY TO EXT-LIV-CITY
           MOVE WS-LIV-ZIP TO EXT-LIV-ZIP
           MOVE WS-LIV-STATE TO EXT-LIV-STATE
           MOVE WS-DATE-ECH TO EXT-DATE-ECH
           MOVE WS-COND-LIB TO EXT-COND-LIB

      * ECRITURE DE L'ENREGISTREMENT, DANS LE FICHIER UNIQUE OU DANS
      * LA PARTITION DU CLIENT (HACHAGE DE C_NO)
                    :WS-DESCRIPTION,
                    :WS-QUANTITY,
                    :WS-PRICE,
                    :WS-LINE-TOTAL,
                    :WS-LIV-CODE,
                    :WS-LIV-NOM,
                    :WS-LIV-ADDRESS,
                    :WS-LIV-CITY,
                    :WS-LIV-ZIP,
                    :WS-LIV-STATE,
                    :WS-DATE-ECH,
                    :WS-COND-LIB
           END-EXEC
           PERFORM TEST-SQLCODE
           .
                    :WS-DESCRIPTION,
                    :WS-QUANTITY,
                    :WS-PRICE,
                    :WS-LINE-TOTAL,
                    :WS-LIV-CODE,
                    :WS-LIV-NOM,
                    :WS-LIV-ADDRESS,
                    :WS-LIV-CITY,
                    :WS-LIV-ZIP,
                    :WS-LIV-STATE,
                    :WS-DATE-ECH,
                    :WS-COND-LIB
           END-EXEC
           PERFORM TEST-SQLCODE
           .
                    :WS-DESCRIPTION,
                    :WS-QUANTITY,
                    :WS-PRICE,
                    :WS-LINE-TOTAL,
                    :WS-LIV-CODE,
                    :WS-LIV-NOM,
                    :WS-LIV-ADDRESS,
                    :WS-LIV-CITY,
                    :WS-LIV-ZIP,
                    :WS-LIV-STATE,
                    :WS-DATE-ECH,
                    :WS-COND-LIB
           END-EXEC
           PERFORM TEST-SQLCODE
           .
