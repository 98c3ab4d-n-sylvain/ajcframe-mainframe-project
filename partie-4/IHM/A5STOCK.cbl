      * MAGASIN N'AIT PLUS A FAIRE APPELER UN SPUFI : POUR UN P_NO,
      * L'ECRAN AFFICHE LE DISPONIBLE (QTE_STOCK), LE SEUIL DE
      * REAPPRO ET LES TROIS DERNIERS MOUVEMENTS D'AJUSTEMENT
      * (API6.STOCK_MVTS). LA FONCTION D'AJUSTEMENT EST RESERVEE AUX
      * ROLES HABILITES DANS A5HABK ET EXIGE UN CODE RAISON :
      *     'CAS' = CASSE
      *     'INV' = CORRECTION D'INVENTAIRE
      *     'ECH' = ECHANTILLON / DEMONSTRATION
      * CHAQUE AJUSTEMENT EST JOURNALISE AVEC L'UTILISATEUR ET LE
      * TERMINAL DANS API6.STOCK_MVTS ET DANS LA TD QUEUE 'SMAJ',
      * COMME LES AUTRES ECRANS A5.
      * LES EMPLACEMENTS DU PRODUIT DANS CHAQUE DEPOT (API6.
      * EMPLACEMENTS : ALLEE, TRAVEE, NIVEAU ; UN PRINCIPAL 'P' ET DES
      * DEBORDS 'D') SE MAINTIENNENT ICI AU MEME ROLE ; LA
      * CONSULTATION AFFICHE LE PRINCIPAL DE CHAQUE DEPOT. MAJSTOCK
      * RANGE LES RECEPTIONS DANS LE PRINCIPAL, TRFSTOCK ET PICKLIST
      * EN SORTENT.
      *   ENTREE : CONSULTATION DU P_NO SAISI
      *   PF5    : AJUSTEMENT (QUANTITE SIGNEE QAJI, RAISON RAIAJI)
      *   PF6    : MAJ D'EMPLACEMENT (DEPOT DEPI, ALLEE ALLI, TRAVEE
      *            TRAVI, NIVEAU NIVI, TYPE TEMPI 'P'/'D' OU 'S' POUR
      *            SUPPRIMER UN EMPLACEMENT VIDE, QUANTITE QEMPI
      *            FACULTATIVE). UN NOUVEAU PRINCIPAL FAIT PASSER
      *            L'ANCIEN EN DEBORD.
      *   CLEAR  : SORTIE
      ******************************************************************
000400 ENVIRONMENT DIVISION.
               INCLUDE RUNCTL
           END-EXEC.

           EXEC SQL
               INCLUDE EMPLAC
           END-EXEC.

      * TROIS DERNIERS MOUVEMENTS D'AJUSTEMENT DU PRODUIT CONSULTE
           EXEC SQL
               DECLARE CMVTS CURSOR
      * SORTIE) ET SA VALEUR NUMERIQUE
       77 WS-QTE-AJUST     PIC S9(7)V USAGE COMP-3 VALUE ZERO.

      * EMPLACEMENT SAISI ET EMPLACEMENT PRINCIPAL AFFICHE
       77 WS-EMPL-LIBELLE  PIC X(7).
       77 WS-EMPL-QTE-ACT  PIC S9(7)V USAGE COMP-3 VALUE ZERO.
       77 WS-EMPL-QTE-SAISIE PIC X VALUE 'N'.
           88 EMPL-QTE-SAISIE    VALUE 'O'.
       77 ED-EMPL-QTE      PIC Z(6)9.
       77 WS-LIGNE-EMPL    PIC X(20).

      * DATE ET HEURE DU MOUVEMENT, DERIVEES DE EIBDATE/EIBTIME
       01 WS-EIBDATE-X      PIC 9(7).
       01 WS-EIBDATE-R REDEFINES WS-EIBDATE-X.
           05 JSM-QTE       PIC S9(7) SIGN LEADING SEPARATE.
           05 JSM-RAISON    PIC X(3).

      * ZONE D'ECHANGE DU CONTROLE D'HABILITATION (LINK A5HABIL)
           COPY A5HABCA.
       77 WS-RESP-HAB   PIC S9(8) COMP.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           05 ERR-MESS-LK PIC X(60).
                  PERFORM LECT-ECRAN-AJUST
             END-IF

             IF EIBAID = DFHPF6
                  PERFORM LECT-ECRAN-EMPL
             END-IF

            WHEN OTHER
                MOVE LOW-VALUE TO MAP5SKO
                PERFORM ENVOI-ECRAN
           END-EVALUATE
           .

       LECT-ECRAN-EMPL.
           EXEC CICS
               RECEIVE MAP('MAP5SK')
               MAPSET('MS5STOCK')
               INTO(MAP5SKI)
               RESP(WS-CD-ERR)
           END-EXEC

           EVALUATE TRUE
               WHEN WS-CD-ERR = DFHRESP(MAPFAIL)
                   MOVE 'Renseignez produit, dépôt et emplacement.'
                   TO MESS1O
               WHEN WS-CD-ERR = DFHRESP(NORMAL)
                   PERFORM MAJ-EMPLACEMENT
               WHEN OTHER
                   MOVE 'ERR RECEIVE' TO ERR-MESS
                   PERFORM FIN-TOTALE
           END-EVALUATE
           .

       CONSULTER-STOCK.
           IF PNOI = SPACES OR PNOI = LOW-VALUES
               MOVE 'Le numéro de produit est requis.' TO MESS1O
                       MOVE STK-QTE-STOCK TO QSTKO
                       MOVE STK-SEUIL-REAPPRO TO SEUILO
                       PERFORM AFFICHER-MOUVEMENTS
                       PERFORM AFFICHER-EMPLACEMENTS
                       MOVE 'Stock affiché - PF5 pour ajuster.'
                       TO MESS1O
                       MOVE DFHDFT TO MESS1C
           END-IF
           .

      * EMPLACEMENT PRINCIPAL DU PRODUIT DANS CHAQUE DEPOT (ZONES
      * EMPEU ET EMPAM DE LA MAP)
       AFFICHER-EMPLACEMENTS.
           MOVE PNOI TO EMPL-P-NO
           MOVE 'EU' TO EMPL-DEPOT
           PERFORM LIRE-EMPL-PRINCIPAL
           MOVE WS-LIGNE-EMPL TO EMPEUO
           MOVE 'AM' TO EMPL-DEPOT
           PERFORM LIRE-EMPL-PRINCIPAL
           MOVE WS-LIGNE-EMPL TO EMPAMO
           .

       LIRE-EMPL-PRINCIPAL.
           MOVE SPACES TO WS-LIGNE-EMPL
           EXEC SQL
               SELECT ALLEE, TRAVEE, NIVEAU, QTE
               INTO :EMPL-ALLEE, :EMPL-TRAVEE, :EMPL-NIVEAU,
                    :EMPL-QTE
               FROM API6.EMPLACEMENTS
               WHERE P_NO = :EMPL-P-NO
                 AND DEPOT = :EMPL-DEPOT
                 AND TYPE_EMPL = 'P'
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   MOVE SPACES TO WS-EMPL-LIBELLE
                   STRING EMPL-ALLEE '-' EMPL-TRAVEE '-' EMPL-NIVEAU
                       DELIMITED BY SIZE INTO WS-EMPL-LIBELLE
                   END-STRING
                   MOVE EMPL-QTE TO ED-EMPL-QTE
                   STRING WS-EMPL-LIBELLE ' ' ED-EMPL-QTE
                       DELIMITED BY SIZE INTO WS-LIGNE-EMPL
                   END-STRING
               WHEN 100
                   MOVE '(aucun)' TO WS-LIGNE-EMPL
               WHEN OTHER
                   PERFORM SIGNALER-ERREUR-SQL
           END-EVALUATE
           .

      *****************************************************
      * MAJ D'EMPLACEMENT : DROIT 'E' OBLIGATOIRE ;
      * DEPOT EU/AM, ALLEE/TRAVEE/NIVEAU RENSEIGNES, TYPE
      * P (PRINCIPAL), D (DEBORD) OU S (SUPPRESSION D'UN
      * EMPLACEMENT VIDE). UN SEUL PRINCIPAL PAR PRODUIT
      * ET DEPOT : L'ANCIEN PASSE EN DEBORD
      *****************************************************
       MAJ-EMPLACEMENT.
           MOVE 0 TO WS-CONT-OP

           MOVE 'T5SK' TO HBL-TRANS
           MOVE 'E' TO HBL-ACTION
           PERFORM CONTROLER-HABILITATION
           IF NOT HABILITATION-ACCORDEE
               MOVE 'Accès réservé au magasin.' TO MESS1O
               MOVE DFHRED TO MESS1C
               MOVE 1 TO WS-CONT-OP
           END-IF

           IF WS-CONT-OP = ZERO
               IF PNOI = SPACES OR PNOI = LOW-VALUES
                   MOVE 'Le numéro de produit est requis.' TO MESS1O
                   MOVE 1 TO WS-CONT-OP
               END-IF
           END-IF

           IF WS-CONT-OP = ZERO
               IF DEPI NOT = 'EU' AND DEPI NOT = 'AM'
                   MOVE 'Dépôt obligatoire : EU ou AM.' TO MESS1O
                   MOVE 1 TO WS-CONT-OP
               END-IF
           END-IF

           IF WS-CONT-OP = ZERO
               IF ALLI = SPACES OR ALLI = LOW-VALUES
                  OR TRAVI = SPACES OR TRAVI = LOW-VALUES
                  OR NIVI = SPACES OR NIVI = LOW-VALUES
                   MOVE 'Allée, travée et niveau sont requis.'
                   TO MESS1O
                   MOVE 1 TO WS-CONT-OP
               END-IF
           END-IF

           IF WS-CONT-OP = ZERO
               IF TEMPI NOT = 'P' AND TEMPI NOT = 'D'
                  AND TEMPI NOT = 'S'
                   MOVE 'Type : P (principal), D (débord), S (supprim
      -                 'er).' TO MESS1O
                   MOVE 1 TO WS-CONT-OP
               END-IF
           END-IF

           MOVE 'N' TO WS-EMPL-QTE-SAISIE
           IF WS-CONT-OP = ZERO
               IF QEMPI NOT = SPACES AND QEMPI NOT = LOW-VALUES
                   IF QEMPI IS NUMERIC
                       COMPUTE EMPL-QTE = FUNCTION NUMVAL(QEMPI)
                       MOVE 'O' TO WS-EMPL-QTE-SAISIE
                   ELSE
                       MOVE 'Quantité en case invalide.' TO MESS1O
                       MOVE 1 TO WS-CONT-OP
                   END-IF
               END-IF
           END-IF

           IF WS-CONT-OP = ZERO
               MOVE PNOI TO STK-P-NO
               EXEC SQL
                   SELECT QTE_STOCK
                   INTO :STK-QTE-STOCK
                   FROM API6.STOCKS
                   WHERE P_NO = :STK-P-NO
               END-EXEC
               EVALUATE SQLCODE
                   WHEN 0
                       CONTINUE
                   WHEN 100
                       MOVE 'Pas de ligne de stock pour ce produit.'
                       TO MESS1O
                       MOVE 1 TO WS-CONT-OP
                   WHEN OTHER
                       PERFORM SIGNALER-ERREUR-SQL
               END-EVALUATE
           END-IF

           IF WS-CONT-OP = ZERO
               PERFORM CONTROLER-BATCH-EN-COURS
           END-IF

           IF WS-CONT-OP = ZERO
               MOVE PNOI TO EMPL-P-NO
               MOVE DEPI TO EMPL-DEPOT
               MOVE ALLI TO EMPL-ALLEE
               MOVE TRAVI TO EMPL-TRAVEE
               MOVE NIVI TO EMPL-NIVEAU
               MOVE TEMPI TO EMPL-TYPE-EMPL
               IF TEMPI = 'S'
                   PERFORM SUPPRIMER-EMPLACEMENT
               ELSE
                   PERFORM ENREGISTRER-EMPLACEMENT
               END-IF
           END-IF

           IF WS-CONT-OP = ZERO
               EXEC CICS SYNCPOINT END-EXEC
               PERFORM CONSULTER-STOCK
               MOVE 'Emplacement enregistré.' TO MESS1O
               MOVE DFHDFT TO MESS1C
           ELSE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
           END-IF
           .

      * UN EMPLACEMENT N'EST SUPPRIME QUE VIDE : SON CONTENU DOIT
      * D'ABORD ETRE DEPLACE (QUANTITE A ZERO PAR PF6)
       SUPPRIMER-EMPLACEMENT.
           EXEC SQL
               SELECT QTE
               INTO :WS-EMPL-QTE-ACT
               FROM API6.EMPLACEMENTS
               WHERE P_NO = :EMPL-P-NO
                 AND DEPOT = :EMPL-DEPOT
                 AND ALLEE = :EMPL-ALLEE
                 AND TRAVEE = :EMPL-TRAVEE
                 AND NIVEAU = :EMPL-NIVEAU
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   MOVE 'Emplacement inconnu pour ce produit.'
                   TO MESS1O
                   MOVE 1 TO WS-CONT-OP
               WHEN SQLCODE NOT = 0
                   PERFORM SIGNALER-ERREUR-SQL
               WHEN WS-EMPL-QTE-ACT NOT = ZERO
                   MOVE 'Emplacement non vide - videz-le d''abord.'
                   TO MESS1O
                   MOVE DFHRED TO MESS1C
                   MOVE 1 TO WS-CONT-OP
               WHEN OTHER
                   EXEC SQL
                       DELETE FROM API6.EMPLACEMENTS
                       WHERE P_NO = :EMPL-P-NO
                         AND DEPOT = :EMPL-DEPOT
                         AND ALLEE = :EMPL-ALLEE
                         AND TRAVEE = :EMPL-TRAVEE
                         AND NIVEAU = :EMPL-NIVEAU
                   END-EXEC
                   IF SQLCODE NOT = 0
                       PERFORM SIGNALER-ERREUR-SQL
                   END-IF
           END-EVALUATE
           .

      * CREATION OU MISE A JOUR ; LA QUANTITE EN CASE N'EST CHANGEE
      * QUE SI ELLE EST SAISIE (ZERO A LA CREATION SINON)
       ENREGISTRER-EMPLACEMENT.
           IF TEMPI = 'P'
               EXEC SQL
                   UPDATE API6.EMPLACEMENTS
                   SET TYPE_EMPL = 'D'
                   WHERE P_NO = :EMPL-P-NO
                     AND DEPOT = :EMPL-DEPOT
                     AND TYPE_EMPL = 'P'
                     AND NOT (ALLEE = :EMPL-ALLEE
                              AND TRAVEE = :EMPL-TRAVEE
                              AND NIVEAU = :EMPL-NIVEAU)
               END-EXEC
               IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   PERFORM SIGNALER-ERREUR-SQL
               END-IF
           END-IF

           IF WS-CONT-OP = ZERO
               EXEC SQL
                   SELECT QTE
                   INTO :WS-EMPL-QTE-ACT
                   FROM API6.EMPLACEMENTS
                   WHERE P_NO = :EMPL-P-NO
                     AND DEPOT = :EMPL-DEPOT
                     AND ALLEE = :EMPL-ALLEE
                     AND TRAVEE = :EMPL-TRAVEE
                     AND NIVEAU = :EMPL-NIVEAU
               END-EXEC
               EVALUATE SQLCODE
                   WHEN 0
                       IF NOT EMPL-QTE-SAISIE
                           MOVE WS-EMPL-QTE-ACT TO EMPL-QTE
                       END-IF
                       EXEC SQL
                           UPDATE API6.EMPLACEMENTS
                           SET TYPE_EMPL = :EMPL-TYPE-EMPL,
                               QTE = :EMPL-QTE
                           WHERE P_NO = :EMPL-P-NO
                             AND DEPOT = :EMPL-DEPOT
                             AND ALLEE = :EMPL-ALLEE
                             AND TRAVEE = :EMPL-TRAVEE
                             AND NIVEAU = :EMPL-NIVEAU
                       END-EXEC
                   WHEN 100
                       IF NOT EMPL-QTE-SAISIE
                           MOVE ZERO TO EMPL-QTE
                       END-IF
                       EXEC SQL
                           INSERT INTO API6.EMPLACEMENTS
                           (P_NO, DEPOT, ALLEE, TRAVEE, NIVEAU,
                            TYPE_EMPL, QTE)
                           VALUES (:EMPL-P-NO, :EMPL-DEPOT,
                                   :EMPL-ALLEE, :EMPL-TRAVEE,
                                   :EMPL-NIVEAU, :EMPL-TYPE-EMPL,
                                   :EMPL-QTE)
                       END-EXEC
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF SQLCODE NOT = 0
                   PERFORM SIGNALER-ERREUR-SQL
               END-IF
           END-IF
           .

      *****************************************************
      * AJUSTEMENT DU STOCK : DROIT 'J' OBLIGATOIRE,
      * CODE RAISON OBLIGATOIRE, QUANTITE SIGNEE ; LE
      * MOUVEMENT PART DANS STOCK_MVTS ET DANS LA TD
      * QUEUE 'SMAJ' AVEC UTILISATEUR ET TERMINAL
       AJUSTER-STOCK.
           MOVE 0 TO WS-CONT-OP

           MOVE 'T5SK' TO HBL-TRANS
           MOVE 'J' TO HBL-ACTION
           PERFORM CONTROLER-HABILITATION
           IF NOT HABILITATION-ACCORDEE
               MOVE 'Accès réservé au magasin.' TO MESS1O
               MOVE DFHRED TO MESS1C
               MOVE 1 TO WS-CONT-OP
           MOVE DFHRED TO MESS1C
           MOVE 1 TO WS-CONT-OP
           .

      *****************************************************
      * CONTROLE DU DROIT (ROLE, TRANSACTION, ACTION) PAR LE
      * SOUS-PROGRAMME COMMUN A5HABIL SUR LA TABLE A5HABK ;
      * UN INCIDENT DE LINK VAUT REFUS
      *****************************************************
       CONTROLER-HABILITATION.
           MOVE ZONE-ROLE TO HBL-ROLE
           MOVE 'N' TO HBL-REPONSE
           EXEC CICS LINK
               PROGRAM('A5HABIL')
               COMMAREA(ZONE-HABIL)
               LENGTH(LENGTH OF ZONE-HABIL)
               RESP(WS-RESP-HAB)
           END-EXEC
           IF WS-RESP-HAB NOT = DFHRESP(NORMAL)
               MOVE 'E' TO HBL-REPONSE
           END-IF
           .
