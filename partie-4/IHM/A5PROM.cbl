000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. A5PROM.
000300
      ******************************************************************
      * DISPONIBILITE A PROMETTRE D'UN PRODUIT DANS UN DEPOT, APPELEE
      * PAR EXEC CICS LINK (ZONE A5PROMCA) PAR L'ECRAN A5DISP ET PAR
      * LES SAISIES A5CMDE ET A5DEVIS AVANT D'ACCEPTER UNE LIGNE QUI
      * PARTIRAIT EN RELIQUAT :
      *   - STOCK DU DEPOT (API6.STOCKS_DEPOT) : IL EST DEJA NET DES
      *     COMMANDES CHARGEES PAR MAJDB ET DES SAISIES DIRECTES
      *     (A5CMDE ET DEVIS CONVERTIS, REGION 'DIR', DECREMENTEES SUR
      *     LE DEPOT EU A LA SAISIE, KITS ECLATES EN COMPOSANTS),
      *     RELIQUATS COMPRIS (LE MANQUE Y APPARAIT EN NEGATIF, COMME
      *     DANS MAJDB)
      *   - ENGAGE : LIGNES DES COMMANDES DU JOUR DU DEPOT PAS ENCORE
      *     PREPAREES, MEME SELECTION QUE PICKLIST (REGIONS VEU ET DIR
      *     AU DEPOT EU, VAS ET VAM AU DEPOT AM, COMMANDES EN REVUE
      *     EXCLUES SAUF LIBEREES DU JOUR, KITS ECLATES PAR
      *     API6.KITS). DEJA RETRANCHE DU STOCK DU DEPOT, IL N'EST PAS
      *     DEDUIT UNE SECONDE FOIS DU DISPONIBLE
      *   - EN MAIN = STOCK DU DEPOT + ENGAGE : CE QUI EST PHYSIQUEMENT
      *     EN RAYON TANT QUE LA PREPARATION N'A PAS EU LIEU
      *   - RELIQUATS : RELIQUATS EN ATTENTE ('A') DE API6.BACKORDERS
      *     DES COMMANDES DU DEPOT, POUR INFORMATION : ILS SONT SERVIS
      *     PAR BACKREL EN PRIORITE SUR LES ARRIVAGES, CE QUE LE STOCK
      *     NEGATIF TRADUIT DEJA
      *   - DISPONIBLE IMMEDIAT = STOCK DU DEPOT
      *   - ARRIVAGES : RESTES A RECEVOIR DES COMMANDES D'ACHAT
      *     OUVERTES DU DEPOT (COMME CDAOUV), CUMULES PAR DATE PREVUE ;
      *     UNE DATE PREVUE DEPASSEE COMPTE POUR AUJOURD'HUI
      * LA DATE DE PROMESSE EST LA PREMIERE DATE A LAQUELLE LE
      * DISPONIBLE CUMULE COUVRE LA QUANTITE DEMANDEE :
      *   'O' COUVERTE PAR LE DISPONIBLE IMMEDIAT
      *   'D' COUVERTE A LA DATE PRM-DATE-PROMESSE
      *   'N' NON COUVERTE PAR LES ARRIVAGES CONNUS
      *   'K' KIT : LA DISPONIBILITE EST CELLE DE SES COMPOSANTS
      *   'E' ERREUR SQL (PRM-SQLCODE)
      ******************************************************************
000400 ENVIRONMENT DIVISION.
000500 CONFIGURATION SECTION.
000600 SPECIAL-NAMES.
000700     DECIMAL-POINT IS COMMA.
000800
000900 DATA DIVISION.
001000 WORKING-STORAGE SECTION.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               INCLUDE STOCKDEP
           END-EXEC.

      * RESTES A RECEVOIR DU PRODUIT AU DEPOT, CUMULES PAR DATE
      * PREVUE DE LIVRAISON
           EXEC SQL
               DECLARE CARRIV CURSOR
               FOR
               SELECT
                   CHAR(C.DATE_PREVUE, ISO),
                   SUM(L.QTE_CDEE - L.QTE_RECUE)
               FROM
                   API6.COMMANDES_ACHAT C
               INNER JOIN API6.LIGNES_ACHAT L ON L.PO_NO = C.PO_NO
               WHERE
                   C.STATUT = 'O'
                   AND L.QTE_RECUE < L.QTE_CDEE
                   AND L.P_NO = :SDEP-P-NO
                   AND L.DEPOT = :SDEP-DEPOT
               GROUP BY
                   C.DATE_PREVUE
               ORDER BY
                   C.DATE_PREVUE
           END-EXEC.

       77 WS-CONT-OP        PIC S9(1) VALUE ZERO.
       77 WS-NB-KITS        PIC S9(9) COMP-3 VALUE ZERO.
       77 WS-ENGAGE-DIRECT  PIC S9(7)V COMP-3 VALUE ZERO.
       77 WS-ENGAGE-KITS    PIC S9(7)V COMP-3 VALUE ZERO.
       77 WS-RELIQUATS      PIC S9(7)V COMP-3 VALUE ZERO.
       77 WS-ARR-DATE       PIC X(10).
       77 WS-ARR-QTE        PIC S9(7)V COMP-3 VALUE ZERO.
       77 WS-CUMUL          PIC S9(7)V COMP-3 VALUE ZERO.
       77 WS-DATE-JOUR      PIC X(10).
       77 WS-IDX-ARR        PIC 9(2) VALUE ZERO.

002550 LINKAGE SECTION.
           COPY A5PROMCA REPLACING ==ZONE-PROMESSE== BY ==DFHCOMMAREA==.
002570
002600 PROCEDURE DIVISION USING DFHCOMMAREA.
           MOVE 0 TO WS-CONT-OP
           MOVE 'E' TO PRM-REPONSE
           MOVE ZERO TO PRM-SQLCODE
           MOVE ZERO TO PRM-STOCK
           MOVE ZERO TO PRM-ENGAGE
           MOVE ZERO TO PRM-EN-MAIN
           MOVE ZERO TO PRM-RELIQUATS
           MOVE ZERO TO PRM-DISPONIBLE
           MOVE ZERO TO PRM-A-RECEVOIR
           MOVE SPACES TO PRM-DATE-PROMESSE
           MOVE ZERO TO PRM-NB-ARRIVAGES
           PERFORM VARYING WS-IDX-ARR FROM 1 BY 1
               UNTIL WS-IDX-ARR > 6
               MOVE SPACES TO PRM-ARR-DATE(WS-IDX-ARR)
               MOVE ZERO TO PRM-ARR-QTE(WS-IDX-ARR)
               MOVE ZERO TO PRM-ARR-CUMUL(WS-IDX-ARR)
           END-PERFORM

           MOVE PRM-P-NO TO SDEP-P-NO
           MOVE PRM-DEPOT TO SDEP-DEPOT

           EXEC SQL
               SELECT CHAR(CURRENT DATE, ISO)
               INTO :WS-DATE-JOUR
               FROM SYSIBM.SYSDUMMY1
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM SIGNALER-ERREUR-SQL
           END-IF

           IF WS-CONT-OP = ZERO
               PERFORM CONTROLER-KIT
           END-IF
           IF WS-CONT-OP = ZERO
               PERFORM LIRE-STOCK-DEPOT
           END-IF
           IF WS-CONT-OP = ZERO
               PERFORM LIRE-ENGAGE-JOUR
           END-IF
           IF WS-CONT-OP = ZERO
               PERFORM LIRE-RELIQUATS
           END-IF
           IF WS-CONT-OP = ZERO
               COMPUTE PRM-EN-MAIN = PRM-STOCK + PRM-ENGAGE
               MOVE PRM-STOCK TO PRM-DISPONIBLE
               IF PRM-QTE <= PRM-DISPONIBLE
                   MOVE 'O' TO PRM-REPONSE
                   MOVE WS-DATE-JOUR TO PRM-DATE-PROMESSE
               ELSE
                   MOVE 'N' TO PRM-REPONSE
               END-IF
               PERFORM LIRE-ARRIVAGES
           END-IF

           EXEC CICS RETURN END-EXEC
           .

      * UN KIT N'A PAS DE STOCK PROPRE : L'APPELANT EN EST PREVENU
      * ET N'APPLIQUE PAS LE CONTROLE SUR LA LIGNE DU KIT
       CONTROLER-KIT.
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-NB-KITS
               FROM API6.KITS
               WHERE KIT_P_NO = :SDEP-P-NO
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   PERFORM SIGNALER-ERREUR-SQL
               WHEN WS-NB-KITS > ZERO
                   MOVE 'K' TO PRM-REPONSE
                   MOVE 1 TO WS-CONT-OP
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       LIRE-STOCK-DEPOT.
           EXEC SQL
               SELECT QTE_STOCK
               INTO :SDEP-QTE-STOCK
               FROM API6.STOCKS_DEPOT
               WHERE P_NO = :SDEP-P-NO
                 AND DEPOT = :SDEP-DEPOT
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   MOVE SDEP-QTE-STOCK TO PRM-STOCK
               WHEN 100
                   MOVE ZERO TO PRM-STOCK
               WHEN OTHER
                   PERFORM SIGNALER-ERREUR-SQL
           END-EVALUATE
           .

      * COMMANDES DU JOUR DU DEPOT NON ENCORE PREPAREES, SELECTION
      * DE PICKLIST : COMMANDES DU JOUR HORS REVUE EN ATTENTE OU
      * ANNULEE, PLUS CELLES LIBEREES DE REVUE CE JOUR ; UNE LIGNE
      * SUR UN KIT COMPTE POUR SES COMPOSANTS
       LIRE-ENGAGE-JOUR.
           MOVE ZERO TO WS-ENGAGE-DIRECT
           MOVE ZERO TO WS-ENGAGE-KITS
           EXEC SQL
               SELECT COALESCE(SUM(I.QUANTITY), 0)
               INTO :WS-ENGAGE-DIRECT
               FROM API6.ORDERS O
               INNER JOIN API6.ITEMS I ON I.O_NO = O.O_NO
               WHERE I.P_NO = :SDEP-P-NO
                 AND NOT EXISTS
                     (SELECT 1 FROM API6.KITS K
                      WHERE K.KIT_P_NO = I.P_NO)
                 AND CASE WHEN O.REGION IN ('VEU', 'DIR') THEN 'EU'
                          WHEN O.REGION IN ('VAS', 'VAM') THEN 'AM'
                          ELSE ' ' END = :SDEP-DEPOT
                 AND ((O.O_DATE = :WS-DATE-JOUR
                       AND NOT EXISTS
                           (SELECT 1 FROM API6.REVUE_COMMANDES V
                            WHERE V.O_NO = O.O_NO
                              AND V.STATUT <> 'L'))
                      OR EXISTS
                           (SELECT 1 FROM API6.REVUE_COMMANDES V
                            WHERE V.O_NO = O.O_NO
                              AND V.STATUT = 'L'
                              AND V.DATE_DECISION = :WS-DATE-JOUR))
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM SIGNALER-ERREUR-SQL
           END-IF

           IF WS-CONT-OP = ZERO
               EXEC SQL
                   SELECT COALESCE(SUM(I.QUANTITY * K.QTE_COMPOSANT),
                                   0)
                   INTO :WS-ENGAGE-KITS
                   FROM API6.ORDERS O
                   INNER JOIN API6.ITEMS I ON I.O_NO = O.O_NO
                   INNER JOIN API6.KITS K ON K.KIT_P_NO = I.P_NO
                   WHERE K.COMP_P_NO = :SDEP-P-NO
                     AND CASE WHEN O.REGION IN ('VEU', 'DIR')
                              THEN 'EU'
                              WHEN O.REGION IN ('VAS', 'VAM')
                              THEN 'AM'
                              ELSE ' ' END = :SDEP-DEPOT
                     AND ((O.O_DATE = :WS-DATE-JOUR
                           AND NOT EXISTS
                               (SELECT 1 FROM API6.REVUE_COMMANDES V
                                WHERE V.O_NO = O.O_NO
                                  AND V.STATUT <> 'L'))
                          OR EXISTS
                               (SELECT 1 FROM API6.REVUE_COMMANDES V
                                WHERE V.O_NO = O.O_NO
                                  AND V.STATUT = 'L'
                                  AND V.DATE_DECISION = :WS-DATE-JOUR))
               END-EXEC
               IF SQLCODE NOT = 0
                   PERFORM SIGNALER-ERREUR-SQL
               END-IF
           END-IF

           COMPUTE PRM-ENGAGE = WS-ENGAGE-DIRECT + WS-ENGAGE-KITS
           .

      * RELIQUATS EN ATTENTE DES COMMANDES DU DEPOT (REGIONS VEU ET
      * DIR AU DEPOT EU, LES AUTRES AU DEPOT AM, COMME MAJDB)
       LIRE-RELIQUATS.
           EXEC SQL
               SELECT COALESCE(SUM(B.QTE_MANQUANTE), 0)
               INTO :WS-RELIQUATS
               FROM API6.BACKORDERS B
               INNER JOIN API6.ORDERS O ON O.O_NO = B.O_NO
               WHERE B.P_NO = :SDEP-P-NO
                 AND B.STATUT = 'A'
                 AND CASE WHEN O.REGION IN ('VEU', 'DIR')
                          THEN 'EU' ELSE 'AM' END = :SDEP-DEPOT
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM SIGNALER-ERREUR-SQL
           ELSE
               MOVE WS-RELIQUATS TO PRM-RELIQUATS
           END-IF
           .

      *****************************************************
      * ARRIVAGES PAR DATE PREVUE : LE DISPONIBLE EST CUMULE
      * DATE PAR DATE ; LA PREMIERE DATE OU IL COUVRE LA
      * QUANTITE DEMANDEE EST LA DATE DE PROMESSE
      *****************************************************
       LIRE-ARRIVAGES.
           MOVE PRM-DISPONIBLE TO WS-CUMUL

           EXEC SQL
               OPEN CARRIV
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM SIGNALER-ERREUR-SQL
           END-IF

           IF WS-CONT-OP = ZERO
               PERFORM FETCH-ARRIVAGE
               PERFORM UNTIL SQLCODE NOT = 0
                          OR WS-CONT-OP NOT = ZERO
                   IF WS-ARR-DATE < WS-DATE-JOUR
                       MOVE WS-DATE-JOUR TO WS-ARR-DATE
                   END-IF
                   ADD WS-ARR-QTE TO WS-CUMUL
                   ADD WS-ARR-QTE TO PRM-A-RECEVOIR
                   IF PRM-NB-ARRIVAGES < 6
                       ADD 1 TO PRM-NB-ARRIVAGES
                       MOVE WS-ARR-DATE
                           TO PRM-ARR-DATE(PRM-NB-ARRIVAGES)
                       MOVE WS-ARR-QTE
                           TO PRM-ARR-QTE(PRM-NB-ARRIVAGES)
                       MOVE WS-CUMUL
                           TO PRM-ARR-CUMUL(PRM-NB-ARRIVAGES)
                   END-IF
                   IF PROMESSE-IMPOSSIBLE AND PRM-QTE <= WS-CUMUL
                       MOVE 'D' TO PRM-REPONSE
                       MOVE WS-ARR-DATE TO PRM-DATE-PROMESSE
                   END-IF
                   PERFORM FETCH-ARRIVAGE
               END-PERFORM

               EXEC SQL
                   CLOSE CARRIV
               END-EXEC
           END-IF
           .

       FETCH-ARRIVAGE.
           EXEC SQL
               FETCH CARRIV
               INTO :WS-ARR-DATE,
                    :WS-ARR-QTE
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM SIGNALER-ERREUR-SQL
           END-IF
           .

       SIGNALER-ERREUR-SQL.
           MOVE 'E' TO PRM-REPONSE
           MOVE SQLCODE TO PRM-SQLCODE
           MOVE 1 TO WS-CONT-OP
           .
