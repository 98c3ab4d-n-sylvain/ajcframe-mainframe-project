           05 JCM-AVANT     PIC X(77).
           05 JCM-APRES     PIC X(77).

      * ZONE D'ECHANGE DU CONTROLE D'HABILITATION (LINK A5HABIL)
           COPY A5HABCA.
       77 WS-RESP-HAB   PIC S9(8) COMP.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           05 ERR-MESS-LK PIC X(60).
           05 SEC-SMPDF56 PIC X(10).
      * ROLE TRANSMIS PAR A5CNX : SEULS LES ROLES HABILITES DANS LA
      * TABLE A5HABK PEUVENT MODIFIER LA FICHE CLIENT
           05 LK-ROLE-CNX PIC X(1).

       PROCEDURE DIVISION USING DFHCOMMAREA.
       MODIFIER-CLIENT.
           MOVE 0 TO WS-CONT-OP

      * LA MODIFICATION DE LA FICHE EST SOUMISE AU DROIT 'U' DE LA
      * TRANSACTION T5CM DANS LA TABLE DES HABILITATIONS
           MOVE 'T5CM' TO HBL-TRANS
           MOVE 'U' TO HBL-ACTION
           PERFORM CONTROLER-HABILITATION
           IF NOT HABILITATION-ACCORDEE
               MOVE 'Accès non autorisé.' TO MESS1O
               MOVE 1 TO WS-CONT-OP
           END-IF
               MOVE 'ERR JOURNAL CMAJ' TO MESS1O
           END-IF
           .

       SIGNALER-ERREUR-SQL.
           INITIALIZE ZONE-ED
           MOVE 'SQLC' TO ERR-TYPE
           MOVE SQLCODE TO ERR-ED
           MOVE ZONE-ED TO MESS1O
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
