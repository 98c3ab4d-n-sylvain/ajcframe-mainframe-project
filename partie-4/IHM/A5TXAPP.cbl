      * TAUXEXT N'EXPORTE AU BATCH QUE LES TAUX APPROUVES, LA
      * TOLERANCE DE MOUVEMENT DE MAJPROD/MAJDB RESTANT LE DERNIER
      * FILET. L'AUTEUR D'UN TAUX NE PEUT PAS L'APPROUVER LUI-MEME.
      * LES TAUX CREES PAR LE BATCH TAUXBUL DEPUIS LE BULLETIN DE LA
      * BANQUE ARRIVENT ICI DE LA MEME FACON ; LEUR COMMENTAIRE (HORS
      * TOLERANCE, DEVISE NOUVELLE) EST AFFICHE EN MESSAGE AU PARCOURS.
      *   PF6    : TAUX EN ATTENTE SUIVANT (CLE DE REPRISE EN
      *            COMMAREA, COMME LE PARCOURS DE A5TAUX)
      *   ENTREE : ACTION 'A' = APPROBATION DU TAUX AFFICHE
       77 WS-FIN-PARCOURS   PIC 9 VALUE ZERO.
       77 WS-NB-SAUTS       PIC 9(4) VALUE ZERO.

      * ZONE D'ECHANGE DU CONTROLE D'HABILITATION (LINK A5HABIL)
           COPY A5HABCA.
       77 WS-RESP-HAB   PIC S9(8) COMP.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           05 ERR-MESS-LK PIC X(60).
       DECIDER-TAUX.
           MOVE 0 TO WS-CONT-OP

      * STATUER SUR UN TAUX EST SOUMIS AU DROIT 'D' DE LA
      * TRANSACTION T5TA DANS LA TABLE DES HABILITATIONS
           MOVE 'T5TA' TO HBL-TRANS
           MOVE 'D' TO HBL-ACTION
           PERFORM CONTROLER-HABILITATION
           IF NOT HABILITATION-ACCORDEE
               MOVE 'Accès non autorisé.' TO MESS1O
               MOVE DFHRED TO MESS1C
               MOVE 1 TO WS-CONT-OP
      * LES ENTREES DEJA APPROUVEES OU REFUSEES SONT SAUTEES
      *****************************************************
       PARCOURIR-ATTENTES.
           MOVE 'T5TA' TO HBL-TRANS
           MOVE 'P' TO HBL-ACTION
           PERFORM CONTROLER-HABILITATION
           IF NOT HABILITATION-ACCORDEE
               MOVE 'Accès non autorisé.' TO MESS1O
               MOVE DFHRED TO MESS1C
               PERFORM ENVOI-ECRAN
               WHEN OTHER
                   MOVE WS-CLE-TAUXK TO ZONE-CLE-PARCOURS
                   PERFORM AFFICHER-TAUX
                   IF WS-COMMENTK = SPACES
                       MOVE 'PF6 : attente suivante. A/R puis Entrée.'
                       TO MESS1O
                       MOVE DFHDFT TO MESS1C
                   ELSE
      * TAUX SIGNALE A LA CREATION (BULLETIN TAUXBUL) : A VERIFIER
                       MOVE SPACES TO MESS1O
                       STRING 'A VERIFIER : ' WS-COMMENTK
                              ' - A/R puis Entrée.'
                           DELIMITED BY SIZE INTO MESS1O
                       MOVE DFHRED TO MESS1C
                   END-IF
                   MOVE 1 TO WS-FIN-PARCOURS
           END-EVALUATE
           .
                   MOVE 'EN ATTENTE' TO STATUTO
           END-EVALUATE
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
