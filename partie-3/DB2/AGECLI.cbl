
      * RAPPORT DE BALANCE AGEE (ACCOUNTS-RECEIVABLE AGING) : REPARTIT
      * LE MONTANT DES COMMANDES DE CHAQUE CLIENT ENTRE LES TRANCHES
      * NON ECHU / 1-30 / 31-60 / 60+ JOURS DE RETARD, D'APRES
      * L'ECHEANCE ORDERS.DATE_ECHEANCE (DATE DE COMMANDE + DELAI NET
      * DES CONDITIONS DE PAIEMENT DU CLIENT ; O_DATE + 30 JOURS POUR
      * LES COMMANDES ANTERIEURES A L'ECHEANCE), POUR QUE
      * LE RECOUVREMENT VOIE QUI EST EN RETARD SANS INTERROGER DB2
      * DIRECTEMENT. LE SYSTEME NE PORTE PAS DE STATUT PAYE/IMPAYE PAR
      * COMMANDE, DONC LES 4 TRANCHES SONT LE CUMUL BRUT DES MONTANTS
           END-EXEC.

      * UNE LIGNE PAR COMMANDE DE CHAQUE CLIENT, AVEC SON MONTANT ET
      * SON NOMBRE DE JOURS DE RETARD SUR L'ECHEANCE (NEGATIF OU NUL
      * TANT QU'ELLE N'EST PAS ATTEINTE), POUR LA REPARTITION
      * EN TRANCHES D'AGE FAITE COTE COBOL ; LES COMMANDES SOLDEES PAR
      * L'ENCAISSEMENT (STATUT 'P' DANS ORDER_STATUS, TENU PAR
      * ENCAISSE.cbl) SONT EXCLUES, POUR QUE LES TRANCHES REFLETENT
                   C.BALANCE,
                   O.O_NO,
                   DECIMAL(SUM(I.QUANTITY * I.PRICE), 9, 2) AS O_TOTAL,
                   (DAYS(:WS-AS-OF-DATE)
                    - DAYS(VALUE(O.DATE_ECHEANCE, O.O_DATE + 30 DAYS)))
                       AS AGE_JOURS
               FROM
                   API6.CUSTOMERS C
               INNER JOIN API6.ORDERS O ON O.C_NO = C.C_NO
                        WHERE S.O_NO = O.O_NO
                          AND (S.STATUT = 'P' OR S.STATUT = 'W'))
               GROUP BY
                   C.C_NO, C.COMPANY, C.BALANCE, O.O_NO, O.O_DATE,
                   O.DATE_ECHEANCE
               ORDER BY
                   C.C_NO, O.O_DATE
           END-EXEC.
        77 WS-NB-LITIGES     PIC S9(9) COMP-3 VALUE ZERO.
        77 WS-FLAG-LITIGE    PIC X(8) VALUE SPACES.

       LINKAGE SECTION.
      * DATE DE REFERENCE (AAAA-MM-JJ) PASSEE PAR LE PILOTE DE CLOTURE
      * CLOTMOIS (DERNIER JOUR DE LA PERIODE CLOSE) ; EN LANCEMENT
      * AUTONOME (SANS PARAMETRE) ELLE EST LUE EN SYSIN
       01 LK-DATE-REFERENCE PIC X(10).

       PROCEDURE DIVISION USING LK-DATE-REFERENCE.

           DISPLAY '=== DEBUT RAPPORT DE BALANCE AGEE CLIENTS ==='

      * 'AAAA-MM-JJ' ; A DEFAUT DE SAISIE VALIDE, LA DATE SYSTEME EST
      * UTILISEE COMME DATE DE REFERENCE
       LIRE-AS-OF-DATE.
           IF ADDRESS OF LK-DATE-REFERENCE NOT = NULL
               MOVE LK-DATE-REFERENCE TO WS-AS-OF-SAISIE
           ELSE
               ACCEPT WS-AS-OF-SAISIE FROM SYSIN
           END-IF
           DISPLAY "DATE DE REFERENCE LUE DEPUIS SYSIN : '",
                   WS-AS-OF-SAISIE, "'"

           .

      * REPARTIT LE MONTANT DE LA COMMANDE COURANTE DANS LA TRANCHE
      * D'AGE CORRESPONDANTE (JOURS DE RETARD SUR L'ECHEANCE)
       VENTILER-COMMANDE.
           EVALUATE TRUE
               WHEN WS-AGE-JOURS <= 0
                   ADD WS-O-TOTAL TO WS-TR-COURANT
                   ADD WS-O-TOTAL TO WS-TOTAL-COURANT
               WHEN WS-AGE-JOURS <= 30
                   ADD WS-O-TOTAL TO WS-TR-30
                   ADD WS-O-TOTAL TO WS-TOTAL-30
               WHEN WS-AGE-JOURS <= 60
                   ADD WS-O-TOTAL TO WS-TR-60
                   ADD WS-O-TOTAL TO WS-TOTAL-60
               WHEN OTHER
           WRITE ENR-RAPAGE

           MOVE SPACES TO ENR-RAPAGE
           STRING 'CLIENT                          NON ECHU     '
                   DELIMITED BY SIZE
                  ' 1-30J       31-60J       60J+       BALANCE'
                   DELIMITED BY SIZE
               INTO ENR-RAPAGE
           END-STRING
