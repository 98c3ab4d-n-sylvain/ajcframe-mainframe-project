      * SIGNALEES '*COURT*'. LES LIGNES SUR UN KIT SONT ECLATEES EN
      * LEURS COMPOSANTS (NOMENCLATURE API6.KITS) : LE SOL PREPARE
      * DES COMPOSANTS, PAS DES KITS, ET C'EST LEUR STOCK DE DEPOT
      * QUI EST RAPPROCHE. CHAQUE DETAIL DE COMMANDE PORTE LE CLIENT
      * FACTURE ET L'ADRESSE DE LIVRAISON (API6.SHIP_TO, A DEFAUT
      * L'ADRESSE DU CLIENT). LE DETAIL DE COMMANDE PORTE AUSSI LE
      * OU LES LOTS A PRELEVER : CEUX DEJA PRIS PAR MAJDB AU
      * CHARGEMENT, ET POUR LA PART NON ENCORE AFFECTEE (SAISIES
      * DIRECTES, DECREMENT SANS LOT EN STOCK) UNE AFFECTATION FAITE
      * ICI SUR LES LOTS LES PLUS ANCIENS DU DEPOT, ENREGISTREE DANS
      * API6.LOTS_LIGNES POUR LA TRACE DES RAPPELS (TRACELOT).
      * LES PRODUITS SORTENT DANS L'ORDRE DU PARCOURS DU PREPARATEUR
      * (ALLEE, TRAVEE, NIVEAU DE L'EMPLACEMENT PRINCIPAL DU PRODUIT
      * AU DEPOT, API6.EMPLACEMENTS), LES PRODUITS SANS EMPLACEMENT
      * EN FIN DE LISTE. CHAQUE PRODUIT PORTE SON EMPLACEMENT ; QUAND
      * LE PRINCIPAL NE COUVRE PAS LA QUANTITE A PREPARER, LA LISTE LE
      * SIGNALE ET NOMME LE OU LES EMPLACEMENTS DE DEBORD OU
      * COMPLETER. LA PREPARATION EST SORTIE DES EMPLACEMENTS ; UNE
      * REEDITION (2E CARTE SYSIN 'REEDITION') N'Y TOUCHE PLUS.
      * UNE COMMANDE EN REVUE (API6.REVUE_COMMANDES, MONTANT OU
      * QUANTITE INHABITUELS) N'EST PAS PREPAREE ; UNE FOIS LIBEREE
      * A L'ECRAN A5REVU, ELLE SORT SUR LA LISTE DU JOUR DE LA DECISION.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
               INCLUDE STOCKDEP
           END-EXEC.

           EXEC SQL
               INCLUDE STOCKLOT
           END-EXEC.

           EXEC SQL
               INCLUDE LOTLIGNE
           END-EXEC.

           EXEC SQL
               INCLUDE EMPLAC
           END-EXEC.

      * EMPLACEMENTS DE DEBORD GARNIS DU PRODUIT AU DEPOT, DANS
      * L'ORDRE DU PARCOURS
           EXEC SQL
               DECLARE CEMPLDEB CURSOR
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
                   AND TYPE_EMPL = 'D'
                   AND QTE > 0
               ORDER BY
                   ALLEE, TRAVEE, NIVEAU
           END-EXEC.

      * LOTS EN STOCK DU DEPOT POUR UN PRODUIT, DU PLUS ANCIEN AU
      * PLUS RECENT, POUR L'AFFECTATION DE LA PART NON ENCORE LOTIE
           EXEC SQL
               DECLARE CLOTSDEP CURSOR
               FOR
               SELECT
                   LOT,
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

      * LOTS AFFECTES A LA COMMANDE POUR LE PRODUIT PREPARE
           EXEC SQL
               DECLARE CLOTSCMD CURSOR
               FOR
               SELECT
                   LOT,
                   SUM(QTE)
               FROM
                   API6.LOTS_LIGNES
               WHERE
                   O_NO = :LLIG-O-NO
                   AND P_NO = :LLIG-P-NO
               GROUP BY
                   LOT
               ORDER BY
                   LOT
           END-EXEC.

      * LIGNES A PREPARER DU DEPOT EU (FLUX EUROPE ET SAISIES
      * DIRECTES), DANS L'ORDRE DU PARCOURS DES EMPLACEMENTS
      * PRINCIPAUX, GROUPEES PAR PRODUIT PUIS PAR COMMANDE
           EXEC SQL
               DECLARE CPICKEU CURSOR
               FOR
                   O.O_NO,
                   I.QUANTITY,
                   VALUE(NULLIF(O.DATE_LIVRAISON, ' '),
                         '9999-99-99') AS DLIV,
                   C.COMPANY,
                   C.CITY,
                   C.STATE,
                   VALUE(L.NOM_SITE, C.COMPANY),
                   VALUE(L.ADDRESS, C.ADDRESS, ' '),
                   VALUE(L.CITY, C.CITY),
                   VALUE(L.ZIP, C.ZIP),
                   VALUE(L.STATE, C.STATE),
                   CASE WHEN E.P_NO IS NULL THEN 1 ELSE 0 END,
                   VALUE(E.ALLEE || E.TRAVEE || E.NIVEAU, ' ')
               FROM
                   API6.ORDERS O
               INNER JOIN API6.ITEMS I ON I.O_NO = O.O_NO
               INNER JOIN API6.PRODUCTS P ON P.P_NO = I.P_NO
               INNER JOIN API6.CUSTOMERS C ON C.C_NO = O.C_NO
               LEFT OUTER JOIN API6.SHIP_TO L
                   ON L.C_NO = O.C_NO AND L.CODE_LIVR = O.CODE_LIVR
               LEFT OUTER JOIN API6.EMPLACEMENTS E
                   ON E.P_NO = I.P_NO AND E.DEPOT = 'EU'
                   AND E.TYPE_EMPL = 'P'
               WHERE
                   ((O.O_DATE = :WS-DATE-METIER
                     AND NOT EXISTS
                         (SELECT 1 FROM API6.REVUE_COMMANDES V
                          WHERE V.O_NO = O.O_NO
                            AND V.STATUT <> 'L'))
                    OR EXISTS
                         (SELECT 1 FROM API6.REVUE_COMMANDES V
                          WHERE V.O_NO = O.O_NO
                            AND V.STATUT = 'L'
                            AND V.DATE_DECISION = :WS-DATE-METIER))
                   AND (O.REGION = 'VEU' OR O.REGION = 'DIR')
                   AND NOT EXISTS
                       (SELECT 1 FROM API6.KITS K
                   O.O_NO,
                   I.QUANTITY * K.QTE_COMPOSANT,
                   VALUE(NULLIF(O.DATE_LIVRAISON, ' '),
                         '9999-99-99') AS DLIV,
                   C.COMPANY,
                   C.CITY,
                   C.STATE,
                   VALUE(L.NOM_SITE, C.COMPANY),
                   VALUE(L.ADDRESS, C.ADDRESS, ' '),
                   VALUE(L.CITY, C.CITY),
                   VALUE(L.ZIP, C.ZIP),
                   VALUE(L.STATE, C.STATE),
                   CASE WHEN E.P_NO IS NULL THEN 1 ELSE 0 END,
                   VALUE(E.ALLEE || E.TRAVEE || E.NIVEAU, ' ')
               FROM
                   API6.ORDERS O
               INNER JOIN API6.ITEMS I ON I.O_NO = O.O_NO
               INNER JOIN API6.KITS K ON K.KIT_P_NO = I.P_NO
               INNER JOIN API6.PRODUCTS P ON P.P_NO = K.COMP_P_NO
               INNER JOIN API6.CUSTOMERS C ON C.C_NO = O.C_NO
               LEFT OUTER JOIN API6.SHIP_TO L
                   ON L.C_NO = O.C_NO AND L.CODE_LIVR = O.CODE_LIVR
               LEFT OUTER JOIN API6.EMPLACEMENTS E
                   ON E.P_NO = K.COMP_P_NO AND E.DEPOT = 'EU'
                   AND E.TYPE_EMPL = 'P'
               WHERE
                   ((O.O_DATE = :WS-DATE-METIER
                     AND NOT EXISTS
                         (SELECT 1 FROM API6.REVUE_COMMANDES V
                          WHERE V.O_NO = O.O_NO
                            AND V.STATUT <> 'L'))
                    OR EXISTS
                         (SELECT 1 FROM API6.REVUE_COMMANDES V
                          WHERE V.O_NO = O.O_NO
                            AND V.STATUT = 'L'
                            AND V.DATE_DECISION = :WS-DATE-METIER))
                   AND (O.REGION = 'VEU' OR O.REGION = 'DIR')
               ORDER BY
                   14, 15, 1, 5, 3
           END-EXEC.

      * MEMES LIGNES POUR LE DEPOT AM (FLUX ASIE ET AMERIQUE)
                   O.O_NO,
                   I.QUANTITY,
                   VALUE(NULLIF(O.DATE_LIVRAISON, ' '),
                         '9999-99-99') AS DLIV,
                   C.COMPANY,
                   C.CITY,
                   C.STATE,
                   VALUE(L.NOM_SITE, C.COMPANY),
                   VALUE(L.ADDRESS, C.ADDRESS, ' '),
                   VALUE(L.CITY, C.CITY),
                   VALUE(L.ZIP, C.ZIP),
                   VALUE(L.STATE, C.STATE),
                   CASE WHEN E.P_NO IS NULL THEN 1 ELSE 0 END,
                   VALUE(E.ALLEE || E.TRAVEE || E.NIVEAU, ' ')
               FROM
                   API6.ORDERS O
               INNER JOIN API6.ITEMS I ON I.O_NO = O.O_NO
               INNER JOIN API6.PRODUCTS P ON P.P_NO = I.P_NO
               INNER JOIN API6.CUSTOMERS C ON C.C_NO = O.C_NO
               LEFT OUTER JOIN API6.SHIP_TO L
                   ON L.C_NO = O.C_NO AND L.CODE_LIVR = O.CODE_LIVR
               LEFT OUTER JOIN API6.EMPLACEMENTS E
                   ON E.P_NO = I.P_NO AND E.DEPOT = 'AM'
                   AND E.TYPE_EMPL = 'P'
               WHERE
                   ((O.O_DATE = :WS-DATE-METIER
                     AND NOT EXISTS
                         (SELECT 1 FROM API6.REVUE_COMMANDES V
                          WHERE V.O_NO = O.O_NO
                            AND V.STATUT <> 'L'))
                    OR EXISTS
                         (SELECT 1 FROM API6.REVUE_COMMANDES V
                          WHERE V.O_NO = O.O_NO
                            AND V.STATUT = 'L'
                            AND V.DATE_DECISION = :WS-DATE-METIER))
                   AND (O.REGION = 'VAS' OR O.REGION = 'VAM')
                   AND NOT EXISTS
                       (SELECT 1 FROM API6.KITS K
                   O.O_NO,
                   I.QUANTITY * K.QTE_COMPOSANT,
                   VALUE(NULLIF(O.DATE_LIVRAISON, ' '),
                         '9999-99-99') AS DLIV,
                   C.COMPANY,
                   C.CITY,
                   C.STATE,
                   VALUE(L.NOM_SITE, C.COMPANY),
                   VALUE(L.ADDRESS, C.ADDRESS, ' '),
                   VALUE(L.CITY, C.CITY),
                   VALUE(L.ZIP, C.ZIP),
                   VALUE(L.STATE, C.STATE),
                   CASE WHEN E.P_NO IS NULL THEN 1 ELSE 0 END,
                   VALUE(E.ALLEE || E.TRAVEE || E.NIVEAU, ' ')
               FROM
                   API6.ORDERS O
               INNER JOIN API6.ITEMS I ON I.O_NO = O.O_NO
               INNER JOIN API6.KITS K ON K.KIT_P_NO = I.P_NO
               INNER JOIN API6.PRODUCTS P ON P.P_NO = K.COMP_P_NO
               INNER JOIN API6.CUSTOMERS C ON C.C_NO = O.C_NO
               LEFT OUTER JOIN API6.SHIP_TO L
                   ON L.C_NO = O.C_NO AND L.CODE_LIVR = O.CODE_LIVR
               LEFT OUTER JOIN API6.EMPLACEMENTS E
                   ON E.P_NO = K.COMP_P_NO AND E.DEPOT = 'AM'
                   AND E.TYPE_EMPL = 'P'
               WHERE
                   ((O.O_DATE = :WS-DATE-METIER
                     AND NOT EXISTS
                         (SELECT 1 FROM API6.REVUE_COMMANDES V
                          WHERE V.O_NO = O.O_NO
                            AND V.STATUT <> 'L'))
                    OR EXISTS
                         (SELECT 1 FROM API6.REVUE_COMMANDES V
                          WHERE V.O_NO = O.O_NO
                            AND V.STATUT = 'L'
                            AND V.DATE_DECISION = :WS-DATE-METIER))
                   AND (O.REGION = 'VAS' OR O.REGION = 'VAM')
               ORDER BY
                   14, 15, 1, 5, 3
           END-EXEC.

      * VARIABLES DE CONTROLE FICHIERS
      * SOUHAITEES, LES COMMANDES SANS CONTRAINTE EN DERNIER
       77 WS-DATE-LIV        PIC X(10).

      * CLIENT FACTURE ET ADRESSE DE LIVRAISON DE LA COMMANDE (SHIP_TO
      * DU CODE PORTE PAR ORDERS.CODE_LIVR, A DEFAUT L'ADRESSE DU
      * CLIENT), EDITES SOUS CHAQUE DETAIL POUR L'EXPEDITION
       77 WS-FACT-COMPANY    PIC X(30).
       77 WS-FACT-CITY       PIC X(20).
       77 WS-FACT-STATE      PIC X(2).
       77 WS-LIV-NOM         PIC X(30).
       77 WS-LIV-ADDRESS     PIC X(100).
       77 WS-LIV-CITY        PIC X(20).
       77 WS-LIV-ZIP         PIC X(5).
       77 WS-LIV-STATE       PIC X(2).

      * RANG DE PARCOURS DU PRODUIT : 1 = SANS EMPLACEMENT PRINCIPAL
      * (EN FIN DE LISTE), PUIS ALLEE/TRAVEE/NIVEAU
       77 WS-SANS-EMPL       PIC S9(9) USAGE COMP.
       77 WS-PARCOURS        PIC X(5).

      * 2E CARTE SYSIN : 'REEDITION' = LISTE REEDITEE, LES
      * EMPLACEMENTS NE SONT PAS DECREMENTES UNE SECONDE FOIS
       77 WS-MODE-EDITION    PIC X(9) VALUE SPACES.
           88 REEDITION          VALUE 'REEDITION'.

      * EMPLACEMENT PRINCIPAL ET DEBORDS DU PRODUIT EN COURS
       77 WS-EMPL-EXISTE     PIC X VALUE 'N'.
           88 EMPL-PRINCIPAL     VALUE 'O'.
       77 WS-EMPL-ALLEE      PIC X(2).
       77 WS-EMPL-TRAVEE     PIC X(2).
       77 WS-EMPL-NIVEAU     PIC X(1).
       77 WS-EMPL-QTE        PIC S9(7)V USAGE COMP-3 VALUE ZERO.
       77 WS-EMPL-RESTE      PIC S9(7)V USAGE COMP-3 VALUE ZERO.
       77 WS-EMPL-PRIS       PIC S9(7)V USAGE COMP-3 VALUE ZERO.
       77 WS-EMPL-LIBELLE    PIC X(7).
       77 WS-NB-DEBORDS      PIC 9(5) VALUE ZERO.
       77 WS-NB-SANS-EMPL    PIC 9(5) VALUE ZERO.

      * RUPTURE PRODUIT : LES DETAILS DU PRODUIT EN COURS SONT
      * EMPILES PUIS EDITES SOUS L'EN-TETE PRODUIT UNE FOIS LE TOTAL
      * CONNU
               10 DT-O-NO            PIC 9(7).
               10 DT-QTE             PIC 9(5).
               10 DT-DATE-LIV        PIC X(10).
               10 DT-FACT-COMPANY    PIC X(30).
               10 DT-FACT-CITY       PIC X(20).
               10 DT-FACT-STATE      PIC X(2).
               10 DT-LIV-NOM         PIC X(30).
               10 DT-LIV-ADDRESS     PIC X(60).
               10 DT-LIV-CITY        PIC X(20).
               10 DT-LIV-ZIP         PIC X(5).
               10 DT-LIV-STATE       PIC X(2).

      * AFFECTATION DES LOTS DU DETAIL EN COURS
       77 WS-QTE-AFFECTEE    PIC S9(7)V USAGE COMP-3 VALUE ZERO.
       77 WS-LOT-CODE        PIC X(10).
       77 WS-LOT-QTE         PIC S9(7)V USAGE COMP-3 VALUE ZERO.
       77 WS-LOT-RESTE       PIC S9(7)V USAGE COMP-3 VALUE ZERO.
       77 WS-LOT-PRIS        PIC S9(7)V USAGE COMP-3 VALUE ZERO.
       77 WS-NB-AFFECT-LOTS  PIC 9(5) VALUE ZERO.
       77 WS-NB-SANS-LOT     PIC 9(5) VALUE ZERO.

      * COMPTEURS ET STATISTIQUES
       77 WS-NB-LIGNES       PIC 9(5) VALUE ZERO.
               PERFORM ABEND-PROG
           END-IF
           DISPLAY 'LISTES DE PREPARATION DU ' WS-DATE-METIER
           ACCEPT WS-MODE-EDITION FROM SYSIN
           IF REEDITION
               DISPLAY 'REEDITION - EMPLACEMENTS NON DECREMENTES'
           END-IF

           OPEN OUTPUT LISTE-EU
           IF FS-PICKEU NOT = ZERO
           CLOSE LISTE-EU
           CLOSE LISTE-AM

           EXEC SQL COMMIT END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'ERREUR LORS DU COMMIT FINAL - SQLCODE : '
                       SQLCODE
               PERFORM ABEND-PROG
           END-IF

           DISPLAY 'LIGNES PREPAREES   : ' WS-NB-LIGNES
           DISPLAY 'PRODUITS EN COURT  : ' WS-NB-COURTS
           DISPLAY 'LOTS AFFECTES      : ' WS-NB-AFFECT-LOTS
           DISPLAY 'DETAILS SANS LOT   : ' WS-NB-SANS-LOT
           DISPLAY 'PRODUITS EN DEBORD : ' WS-NB-DEBORDS
           DISPLAY 'PRODUITS SANS EMPL : ' WS-NB-SANS-EMPL
           DISPLAY 'FIN PROGRAMME PICKLIST'
           GOBACK.

                    :WS-DESCRIPTION,
                    :WS-O-NO,
                    :WS-QUANTITY,
                    :WS-DATE-LIV,
                    :WS-FACT-COMPANY,
                    :WS-FACT-CITY,
                    :WS-FACT-STATE,
                    :WS-LIV-NOM,
                    :WS-LIV-ADDRESS,
                    :WS-LIV-CITY,
                    :WS-LIV-ZIP,
                    :WS-LIV-STATE,
                    :WS-SANS-EMPL,
                    :WS-PARCOURS
           END-EXEC
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               PERFORM ABEND-PROG
                    :WS-DESCRIPTION,
                    :WS-O-NO,
                    :WS-QUANTITY,
                    :WS-DATE-LIV,
                    :WS-FACT-COMPANY,
                    :WS-FACT-CITY,
                    :WS-FACT-STATE,
                    :WS-LIV-NOM,
                    :WS-LIV-ADDRESS,
                    :WS-LIV-CITY,
                    :WS-LIV-ZIP,
                    :WS-LIV-STATE,
                    :WS-SANS-EMPL,
                    :WS-PARCOURS
           END-EXEC
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               PERFORM ABEND-PROG
               MOVE WS-O-NO TO DT-O-NO(NB-DETAILS)
               MOVE WS-QUANTITY TO DT-QTE(NB-DETAILS)
               MOVE WS-DATE-LIV TO DT-DATE-LIV(NB-DETAILS)
               MOVE WS-FACT-COMPANY TO DT-FACT-COMPANY(NB-DETAILS)
               MOVE WS-FACT-CITY TO DT-FACT-CITY(NB-DETAILS)
               MOVE WS-FACT-STATE TO DT-FACT-STATE(NB-DETAILS)
               MOVE WS-LIV-NOM TO DT-LIV-NOM(NB-DETAILS)
               MOVE WS-LIV-ADDRESS TO DT-LIV-ADDRESS(NB-DETAILS)
               MOVE WS-LIV-CITY TO DT-LIV-CITY(NB-DETAILS)
               MOVE WS-LIV-ZIP TO DT-LIV-ZIP(NB-DETAILS)
               MOVE WS-LIV-STATE TO DT-LIV-STATE(NB-DETAILS)
           ELSE
               DISPLAY 'TAB-DETAILS-PROD PLEINE - PRODUIT '
                       WS-P-NO
                   END-STRING
               END-IF
               PERFORM ECRIRE-LIGNE-LISTE
               PERFORM EDITER-EMPLACEMENTS

               PERFORM VARYING IDX-DET FROM 1 BY 1
                   UNTIL IDX-DET > NB-DETAILS
                       END-STRING
                   END-IF
                   PERFORM ECRIRE-LIGNE-LISTE
                   PERFORM AFFECTER-LOTS-DETAIL
                   PERFORM EDITER-LOTS-DETAIL
                   PERFORM EDITER-ADRESSES-DETAIL
               END-PERFORM

               MOVE ZERO TO NB-DETAILS
           END-IF
           .

      * EMPLACEMENT PRINCIPAL DU PRODUIT SOUS L'EN-TETE ; S'IL NE
      * COUVRE PAS LA QUANTITE A PREPARER (OU S'IL N'Y EN A PAS), LES
      * EMPLACEMENTS DE DEBORD OU COMPLETER SONT NOMMES DANS L'ORDRE
      * DU PARCOURS. LES QUANTITES PRISES SONT SORTIES DES
      * EMPLACEMENTS, SAUF EN REEDITION
       EDITER-EMPLACEMENTS.
           MOVE WS-PROD-COURANT TO EMPL-P-NO
           MOVE WS-DEPOT-COURANT TO EMPL-DEPOT

           EXEC SQL
               SELECT ALLEE, TRAVEE, NIVEAU, QTE
               INTO :WS-EMPL-ALLEE, :WS-EMPL-TRAVEE,
                    :WS-EMPL-NIVEAU, :WS-EMPL-QTE
               FROM API6.EMPLACEMENTS
               WHERE P_NO = :EMPL-P-NO
                 AND DEPOT = :EMPL-DEPOT
                 AND TYPE_EMPL = 'P'
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
                   MOVE 'O' TO WS-EMPL-EXISTE
               WHEN +100
                   MOVE 'N' TO WS-EMPL-EXISTE
                   MOVE ZERO TO WS-EMPL-QTE
               WHEN OTHER
                   PERFORM ABEND-PROG
           END-EVALUATE

           IF EMPL-PRINCIPAL
               PERFORM FORMATER-EMPLACEMENT
               MOVE WS-EMPL-QTE TO ED-DISPO
               MOVE SPACES TO WS-LIGNE-EDITION
               STRING '   EMPLACEMENT : ' WS-EMPL-LIBELLE
                      '  QTE EN CASE=' ED-DISPO DELIMITED BY SIZE
                   INTO WS-LIGNE-EDITION
               END-STRING
           ELSE
               ADD 1 TO WS-NB-SANS-EMPL
               MOVE SPACES TO WS-LIGNE-EDITION
               STRING '   EMPLACEMENT : *AUCUN* - A DEFINIR SUR A5STOCK'
                      DELIMITED BY SIZE
                   INTO WS-LIGNE-EDITION
               END-STRING
           END-IF
           PERFORM ECRIRE-LIGNE-LISTE

           IF WS-EMPL-QTE < ZERO
               MOVE ZERO TO WS-EMPL-QTE
           END-IF
           IF WS-QTE-PRODUIT > WS-EMPL-QTE
               MOVE WS-EMPL-QTE TO WS-EMPL-PRIS
           ELSE
               MOVE WS-QTE-PRODUIT TO WS-EMPL-PRIS
           END-IF
           IF EMPL-PRINCIPAL AND WS-EMPL-PRIS > ZERO
              AND NOT REEDITION
               PERFORM SORTIR-EMPLACEMENT
           END-IF
           COMPUTE WS-EMPL-RESTE = WS-QTE-PRODUIT - WS-EMPL-PRIS

           IF WS-EMPL-RESTE > ZERO
               ADD 1 TO WS-NB-DEBORDS
               MOVE WS-EMPL-RESTE TO ED-QTE
               MOVE SPACES TO WS-LIGNE-EDITION
               STRING '   *ATTENTION* PRINCIPAL INSUFFISANT, MANQUE '
                      ED-QTE ' - COMPLETER DEPUIS :'
                      DELIMITED BY SIZE
                   INTO WS-LIGNE-EDITION
               END-STRING
               PERFORM ECRIRE-LIGNE-LISTE
               PERFORM EDITER-DEBORDS
           END-IF
           .

       EDITER-DEBORDS.
           EXEC SQL
               OPEN CEMPLDEB
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF

           PERFORM FETCH-EMPL-DEBORD

           PERFORM UNTIL SQLCODE = +100 OR WS-EMPL-RESTE NOT > ZERO
               IF WS-EMPL-QTE > WS-EMPL-RESTE
                   MOVE WS-EMPL-RESTE TO WS-EMPL-PRIS
               ELSE
                   MOVE WS-EMPL-QTE TO WS-EMPL-PRIS
               END-IF
               PERFORM FORMATER-EMPLACEMENT
               MOVE WS-EMPL-PRIS TO ED-QTE
               MOVE SPACES TO WS-LIGNE-EDITION
               STRING '      DEBORD   : ' WS-EMPL-LIBELLE
                      '  PRENDRE=' ED-QTE DELIMITED BY SIZE
                   INTO WS-LIGNE-EDITION
               END-STRING
               PERFORM ECRIRE-LIGNE-LISTE
               IF NOT REEDITION
                   PERFORM SORTIR-EMPLACEMENT
               END-IF
               SUBTRACT WS-EMPL-PRIS FROM WS-EMPL-RESTE
               PERFORM FETCH-EMPL-DEBORD
           END-PERFORM

           EXEC SQL
               CLOSE CEMPLDEB
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF

           IF WS-EMPL-RESTE > ZERO
               MOVE WS-EMPL-RESTE TO ED-QTE
               MOVE SPACES TO WS-LIGNE-EDITION
               STRING '      DEBORD   : *AUCUN EMPLACEMENT GARNI*'
                      '  RESTE=' ED-QTE DELIMITED BY SIZE
                   INTO WS-LIGNE-EDITION
               END-STRING
               PERFORM ECRIRE-LIGNE-LISTE
           END-IF
           .

       FETCH-EMPL-DEBORD.
           EXEC SQL
               FETCH CEMPLDEB
               INTO :WS-EMPL-ALLEE,
                    :WS-EMPL-TRAVEE,
                    :WS-EMPL-NIVEAU,
                    :WS-EMPL-QTE
           END-EXEC
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               PERFORM ABEND-PROG
           END-IF.

       SORTIR-EMPLACEMENT.
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
           END-IF.

      * EMPLACEMENT EDITE ALLEE-TRAVEE-NIVEAU (EX. 04-12-3)
       FORMATER-EMPLACEMENT.
           MOVE SPACES TO WS-EMPL-LIBELLE
           STRING WS-EMPL-ALLEE '-' WS-EMPL-TRAVEE '-' WS-EMPL-NIVEAU
               DELIMITED BY SIZE INTO WS-EMPL-LIBELLE
           END-STRING
           .

      * PART DU DETAIL PAS ENCORE AFFECTEE A UN LOT (QUANTITE DU
      * DETAIL MOINS LES LOTS DEJA ENREGISTRES POUR LA COMMANDE ET LE
      * PRODUIT) : PRISE SUR LES LOTS LES PLUS ANCIENS DU DEPOT ; LE
      * STOCK DU DEPOT A DEJA ETE DECREMENTE A LA PRISE DE COMMANDE,
      * SEUL LE LOT L'EST ICI. UNE REEDITION DE LA LISTE NE REAFFECTE
      * DONC RIEN.
       AFFECTER-LOTS-DETAIL.
           MOVE DT-O-NO(IDX-DET) TO LLIG-O-NO
           MOVE WS-PROD-COURANT TO LLIG-P-NO

           EXEC SQL
               SELECT VALUE(SUM(QTE), 0)
               INTO :WS-QTE-AFFECTEE
               FROM API6.LOTS_LIGNES
               WHERE O_NO = :LLIG-O-NO
                 AND P_NO = :LLIG-P-NO
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF

           COMPUTE WS-LOT-RESTE = DT-QTE(IDX-DET) - WS-QTE-AFFECTEE
           IF WS-LOT-RESTE > ZERO
               MOVE WS-PROD-COURANT TO SLOT-P-NO
               MOVE WS-DEPOT-COURANT TO SLOT-DEPOT

               EXEC SQL
                   OPEN CLOTSDEP
               END-EXEC
               IF SQLCODE NOT = ZERO
                   PERFORM ABEND-PROG
               END-IF

               PERFORM FETCH-LOT-DEPOT

               PERFORM UNTIL SQLCODE = +100
                          OR WS-LOT-RESTE NOT > ZERO
                   IF WS-LOT-QTE > WS-LOT-RESTE
                       MOVE WS-LOT-RESTE TO WS-LOT-PRIS
                   ELSE
                       MOVE WS-LOT-QTE TO WS-LOT-PRIS
                   END-IF
                   PERFORM AFFECTER-LOT-LIGNE
                   SUBTRACT WS-LOT-PRIS FROM WS-LOT-RESTE
                   PERFORM FETCH-LOT-DEPOT
               END-PERFORM

               EXEC SQL
                   CLOSE CLOTSDEP
               END-EXEC
               IF SQLCODE NOT = ZERO
                   PERFORM ABEND-PROG
               END-IF
           END-IF
           .

       FETCH-LOT-DEPOT.
           EXEC SQL
               FETCH CLOTSDEP
               INTO :WS-LOT-CODE,
                    :WS-LOT-QTE
           END-EXEC
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               PERFORM ABEND-PROG
           END-IF.

       AFFECTER-LOT-LIGNE.
           EXEC SQL
               UPDATE API6.STOCKS_LOT
               SET QTE_STOCK = QTE_STOCK - :WS-LOT-PRIS
               WHERE P_NO = :SLOT-P-NO
                 AND DEPOT = :SLOT-DEPOT
                 AND LOT = :WS-LOT-CODE
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF

           MOVE SLOT-DEPOT TO LLIG-DEPOT
           MOVE WS-LOT-CODE TO LLIG-LOT
           MOVE WS-LOT-PRIS TO LLIG-QTE

           EXEC SQL
               INSERT INTO API6.LOTS_LIGNES
               (O_NO, P_NO, DEPOT, LOT, QTE, DATE_AFFECT)
               VALUES (:LLIG-O-NO, :LLIG-P-NO, :LLIG-DEPOT,
                       :LLIG-LOT, :LLIG-QTE, CURRENT DATE)
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZERO
                   CONTINUE
               WHEN -803
                   EXEC SQL
                       UPDATE API6.LOTS_LIGNES
                       SET QTE = QTE + :LLIG-QTE
                       WHERE O_NO = :LLIG-O-NO
                         AND P_NO = :LLIG-P-NO
                         AND DEPOT = :LLIG-DEPOT
                         AND LOT = :LLIG-LOT
                   END-EXEC
                   IF SQLCODE NOT = ZERO
                       PERFORM ABEND-PROG
                   END-IF
               WHEN OTHER
                   PERFORM ABEND-PROG
           END-EVALUATE
           ADD 1 TO WS-NB-AFFECT-LOTS
           .

      * LOTS A PRELEVER POUR LE DETAIL ; LA PART RESTEE SANS LOT
      * (PAS ASSEZ DE STOCK LOTI AU DEPOT) EST SIGNALEE
       EDITER-LOTS-DETAIL.
           EXEC SQL
               OPEN CLOTSCMD
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF

           PERFORM FETCH-LOT-COMMANDE

           PERFORM UNTIL SQLCODE = +100
               MOVE WS-LOT-QTE TO ED-QTE-DET
               MOVE SPACES TO WS-LIGNE-EDITION
               STRING '      LOT       : ' WS-LOT-CODE
                      '  QTE=' ED-QTE-DET DELIMITED BY SIZE
                   INTO WS-LIGNE-EDITION
               END-STRING
               PERFORM ECRIRE-LIGNE-LISTE
               PERFORM FETCH-LOT-COMMANDE
           END-PERFORM

           EXEC SQL
               CLOSE CLOTSCMD
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF

           IF WS-LOT-RESTE > ZERO
               ADD 1 TO WS-NB-SANS-LOT
               MOVE WS-LOT-RESTE TO ED-QTE-DET
               MOVE SPACES TO WS-LIGNE-EDITION
               STRING '      LOT       : *NON AFFECTE*  QTE='
                      ED-QTE-DET DELIMITED BY SIZE
                   INTO WS-LIGNE-EDITION
               END-STRING
               PERFORM ECRIRE-LIGNE-LISTE
           END-IF
           .

       FETCH-LOT-COMMANDE.
           EXEC SQL
               FETCH CLOTSCMD
               INTO :WS-LOT-CODE,
                    :WS-LOT-QTE
           END-EXEC
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               PERFORM ABEND-PROG
           END-IF.

      * CLIENT FACTURE ET ADRESSE DE LIVRAISON SOUS LE DETAIL DE LA
      * COMMANDE : LE COLIS PART A L'ADRESSE DE LIVRAISON
       EDITER-ADRESSES-DETAIL.
           MOVE SPACES TO WS-LIGNE-EDITION
           STRING '      FACTURE A : ' DT-FACT-COMPANY(IDX-DET)
                  ' ' DT-FACT-CITY(IDX-DET)
                  ' ' DT-FACT-STATE(IDX-DET) DELIMITED BY SIZE
               INTO WS-LIGNE-EDITION
           END-STRING
           PERFORM ECRIRE-LIGNE-LISTE

           MOVE SPACES TO WS-LIGNE-EDITION
           STRING '      LIVRER A  : ' DT-LIV-NOM(IDX-DET)
                  DELIMITED BY SIZE
               INTO WS-LIGNE-EDITION
           END-STRING
           PERFORM ECRIRE-LIGNE-LISTE

           MOVE SPACES TO WS-LIGNE-EDITION
           STRING '                  ' DT-LIV-ADDRESS(IDX-DET)
                  DELIMITED BY SIZE
               INTO WS-LIGNE-EDITION
           END-STRING
           PERFORM ECRIRE-LIGNE-LISTE

           MOVE SPACES TO WS-LIGNE-EDITION
           STRING '                  ' DT-LIV-CITY(IDX-DET)
                  ' ' DT-LIV-ZIP(IDX-DET)
                  ' ' DT-LIV-STATE(IDX-DET) DELIMITED BY SIZE
               INTO WS-LIGNE-EDITION
           END-STRING
           PERFORM ECRIRE-LIGNE-LISTE
           .

       LIRE-DISPONIBLE-DEPOT.
           MOVE WS-PROD-COURANT TO SDEP-P-NO
           MOVE WS-DEPOT-COURANT TO SDEP-DEPOT
