000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. A5HABIL.
000300
      ******************************************************************
      * CONTROLE CENTRAL DES HABILITATIONS DES ECRANS A5, APPELE PAR
      * EXEC CICS LINK A LA PLACE DES ROLES CODES EN DUR DANS CHAQUE
      * PROGRAMME : LE DROIT (ROLE, TRANSACTION, ACTION) EST ACCORDE
      * S'IL EXISTE DANS LE KSDS A5HABK, MAINTENU PAR A5ADMIN. UN
      * ROLE A BLANC (ENTREE DIRECTE SANS PASSER PAR A5CNX) EST
      * TOUJOURS REFUSE ; UNE ERREUR DE LECTURE DU KSDS AUSSI, AVEC
      * LA REPONSE 'E' POUR QUE L'ECRAN PUISSE LE SIGNALER. TOUT
      * REFUS EST TRACE DANS LE JOURNAL DE SECURITE 'CNXJ' DE A5CNX
      * (UTILISATEUR, TERMINAL, HEURE, TRANSACTION, ROLE ET ACTION).
      *   CODES ACTION EN USAGE PAR TRANSACTION :
      *     T5AD A5ADMIN  C/R/O/L/X COMPTES, H/S/T HABILITATIONS
      *     T5CM A5CMAJ   U MISE A JOUR DE LA FICHE CLIENT
      *     T5CD A5CMDE   C ENREGISTREMENT DE COMMANDE
      *     T5CT A5CONT   C ENREGISTREMENT D'UN CONTACT RECOUVREMENT
      *     T5DV A5DEVIS  C ENREGISTREMENT, V CONVERSION DE DEVIS
      *     T5DP A5DEPT   C/U/D CREATION, MODIFICATION, SUPPRESSION
      *     T5OF A5OFAB   N NOMENCLATURE, R LIBERATION, T FIN DE
      *                   FABRICATION, A ANNULATION D'ORDRE
      *     T5PC A5PROD   U/F/D/K MAJ, MAJ FORCEE, RETRAIT, CATEGORIE,
      *                   P/Q PRIX PLANIFIE, PRIX PLANIFIE FORCE
      *     T5RQ A5REQ    R LIBERATION DE DEMANDE
      *     T5RV A5REVU   L/X LIBERATION, ANNULATION D'UNE COMMANDE
      *                   EN REVUE
      *     T5SK A5STOCK  J AJUSTEMENT, E EMPLACEMENT
      *     T5TA A5TXAPP  D DECISION SUR UN TAUX, P PARCOURS
      ******************************************************************
000400 ENVIRONMENT DIVISION.
000500 CONFIGURATION SECTION.
000600 SPECIAL-NAMES.
000700     DECIMAL-POINT IS COMMA.
000800
000900 DATA DIVISION.
001000 WORKING-STORAGE SECTION.
001200      COPY DFHAID.
       77 WS-RESP       PIC S9(8) COMP.
       77 WS-RESP2      PIC S9(8) COMP.
       77 WS-USERID     PIC X(8).

      * JOURNAL DE SECURITE, MEME DESSIN QUE DANS A5CNX
           COPY A5CNXJ.

      * ENREGISTREMENT DU KSDS A5HABK : UN ENREGISTREMENT PAR DROIT
      * ACCORDE, CLE ROLE + TRANSACTION + ACTION
       01 WS-ENR-HABK.
           05 WS-CLE-HABK.
               10 WS-ROLE-HABK    PIC X(1).
               10 WS-TRANS-HABK   PIC X(4).
               10 WS-ACTION-HABK  PIC X(1).
           05 WS-LIBELLE-HABK PIC X(30).
           05 WS-USER-HABK    PIC X(8).
           05 WS-DATE-HABK    PIC X(8).

002550 LINKAGE SECTION.
           COPY A5HABCA REPLACING ==ZONE-HABIL== BY ==DFHCOMMAREA==.
002570
002600 PROCEDURE DIVISION USING DFHCOMMAREA.
           MOVE 'N' TO HBL-REPONSE

           IF HBL-ROLE NOT = SPACE AND HBL-ROLE NOT = LOW-VALUE
               PERFORM LIRE-HABILITATION
           END-IF

           IF HBL-REPONSE NOT = 'O'
               PERFORM JOURNALISER-REFUS
           END-IF

           EXEC CICS RETURN END-EXEC
           .

       LIRE-HABILITATION.
           MOVE HBL-ROLE TO WS-ROLE-HABK
           MOVE HBL-TRANS TO WS-TRANS-HABK
           MOVE HBL-ACTION TO WS-ACTION-HABK

           EXEC CICS READ FILE('A5HABK')
               INTO(WS-ENR-HABK)
               RIDFLD(WS-CLE-HABK)
               RESP(WS-RESP)
               LENGTH(LENGTH OF WS-ENR-HABK)
               EQUAL
           END-EXEC

           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                   MOVE 'O' TO HBL-REPONSE
               WHEN WS-RESP = 13 OR WS-RESP = DFHRESP(NOTFND)
                   MOVE 'N' TO HBL-REPONSE
               WHEN OTHER
                   MOVE 'E' TO HBL-REPONSE
           END-EVALUATE
           .

      * LE COMPTE A5EMPK N'EST PAS CONNU ICI : LE BATCH A5RAPCNX LE
      * RETROUVE PAR LA DERNIERE CONNEXION REUSSIE DU TERMINAL
       JOURNALISER-REFUS.
           EXEC CICS ASSIGN
               USERID(WS-USERID)
           END-EXEC
           MOVE SPACES TO CNJ-COMPTE
           MOVE WS-USERID TO CNJ-USERID
           MOVE EIBTRMID TO CNJ-TERMINAL
           MOVE EIBDATE TO CNJ-DATE
           MOVE EIBTIME TO CNJ-HEURE
           MOVE HBL-TRANS TO CNJ-TRANS
           MOVE 'D' TO CNJ-RESULTAT
           MOVE HBL-ROLE TO CNJ-ROLE
           MOVE HBL-ACTION TO CNJ-ACTION
           IF HBL-REPONSE = 'E'
               MOVE 'ERREUR LECTURE A5HABK' TO CNJ-DETAIL
           ELSE
               MOVE 'DROIT NON ACCORDE' TO CNJ-DETAIL
           END-IF

           EXEC CICS WRITEQ TD
               QUEUE('CNXJ')
               FROM(ENR-JOURNAL-CNX)
               LENGTH(LENGTH OF ENR-JOURNAL-CNX)
               RESP(WS-RESP2)
           END-EXEC
           .
