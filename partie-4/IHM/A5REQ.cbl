      *   CHAMP ACTION DE LA MAP MS5REQ :
      *     'C' = CREATION DE LA DEMANDE SAISIE (TOUT ROLE CONNU)
      *     'L' = CONSULTATION PAR NUMERO
      *     'R' = LIBERATION (ROLES HABILITES DANS A5HABK) AVEC SORTIE
      *           DE STOCK
      *   CLEAR = SORTIE
      ******************************************************************
           05 POIDS-PARTK      PIC S9(3)V9 COMP-3.
           05 VILLE-PARTK      PIC X(20).
           05 QTE-STOCK-PARTK  PIC S9(7) COMP-3.
      * COUT STANDARD UNITAIRE, BASE DE LA REFACTURATION K5REFAC
           05 COUT-STD-PARTK   PIC S9(5)V99 COMP-3.

       77 WS-NOUVEAU-NO  PIC 9(5) VALUE ZERO.
       77 WS-QTE-MVT     PIC S9(7) VALUE ZERO.
       77 WS-ANNEE-JOUR     PIC 9(7) VALUE ZERO.
       77 WS-DATE-COURANTE  PIC 9(8) VALUE ZERO.

      * ZONE D'ECHANGE DU CONTROLE D'HABILITATION (LINK A5HABIL)
           COPY A5HABCA.
       77 WS-RESP-HAB   PIC S9(8) COMP.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           05 ERR-MESS-LK PIC X(60).
                   WHEN 'L'
                       PERFORM CONSULTER-REQUISITION
                   WHEN 'R'
                       MOVE 'T5RQ' TO HBL-TRANS
                       MOVE 'R' TO HBL-ACTION
                       PERFORM CONTROLER-HABILITATION
                       IF NOT HABILITATION-ACCORDEE
                           MOVE 'Libération réservée au magasin.'
                           TO MESS1O
                           MOVE DFHRED TO MESS1C
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
