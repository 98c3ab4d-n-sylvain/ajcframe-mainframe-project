      *     'R' = RESET DU VERROU ET DU COMPTEUR D'ECHECS
      *     'O' = AFFECTATION DU ROLE SAISI (A/U/C/V)
      *     'L' = CONSULTATION DU COMPTE
      *     'X' = DESACTIVATION DU COMPTE (VERROU POSE A LA MAIN, PAR
      *           EXEMPLE POUR UN COMPTE DORMANT SIGNALE PAR A5RAPCNX ;
      *           LEVE PAR 'R')
      * LA MEME MAP MAINTIENT LA TABLE DES HABILITATIONS (KSDS A5HABK,
      * LUE PAR LE SOUS-PROGRAMME A5HABIL DE TOUS LES ECRANS A5) : UN
      * DROIT EST LE TRIPLET ROLE (ROLE), TRANSACTION (TRANS) ET CODE
      * ACTION (ACTH), AVEC UN LIBELLE (LIBH). CES ACTIONS SONT
      * JOURNALISEES A PART DANS LA TD QUEUE 'HABJ' :
      *     'H' = ACCORD DU DROIT SAISI (CREATION OU MAJ DU LIBELLE)
      *     'S' = RETRAIT DU DROIT SAISI
      *     'T' = CONSULTATION DU DROIT SAISI
      *   CLEAR = SORTIE
      ******************************************************************
000400 ENVIRONMENT DIVISION.

       77 WS-USERID     PIC X(8).

      * ENREGISTREMENT DU KSDS A5HABK, MEME DESSIN QUE DANS A5HABIL
       01 WS-ENR-HABK.
           05 WS-CLE-HABK.
               10 WS-ROLE-HABK    PIC X(1).
               10 WS-TRANS-HABK   PIC X(4).
               10 WS-ACTION-HABK  PIC X(1).
           05 WS-LIBELLE-HABK PIC X(30).
           05 WS-USER-HABK    PIC X(8).
           05 WS-DATE-HABK    PIC X(8).

      * ENREGISTREMENT DE JOURNAL ECRIT DANS LA TD QUEUE 'HABJ' A
      * CHAQUE ACCORD OU RETRAIT DE DROIT, AVEC LE LIBELLE AVANT
      * (RETRAIT, MAJ) ET APRES (ACCORD)
       01 ENR-JOURNAL-HAB.
           05 JHB-USERID    PIC X(8).
           05 JHB-TERMINAL  PIC X(4).
           05 JHB-DATE      PIC 9(7).
           05 JHB-HEURE     PIC 9(6).
           05 JHB-OPERATION PIC X(1).
           05 JHB-ROLE      PIC X(1).
           05 JHB-TRANS     PIC X(4).
           05 JHB-ACTION    PIC X(1).
           05 JHB-LIB-AVANT PIC X(30).
           05 JHB-LIB-APRES PIC X(30).

      * DATE DU JOUR AAAAMMJJ POUR LA TRACE DE MAJ DU DROIT,
      * CALCULEE SUR EIBDATE (0CYYDDD) COMME DANS A5CNX
       01 WS-EIBDATE-X      PIC 9(7).
       01 WS-EIBDATE-R REDEFINES WS-EIBDATE-X.
           05 FILLER        PIC 9(1).
           05 WS-EIB-CYY    PIC 9(3).
           05 WS-EIB-DDD    PIC 9(3).
       77 WS-ANNEE-JOUR     PIC 9(7) VALUE ZERO.
       77 WS-DATE-COURANTE  PIC 9(8) VALUE ZERO.

       01 ZONE-ED.
           05 FILLER        PIC X(4) VALUE 'ERR '.
           05 ERR-TYPE      PIC X(4).
           05 FILLER        PIC X(3) VALUE ' : '.
           05 ERR-ED        PIC Z9   VALUE ' 0'.

      * ZONE D'ECHANGE DU CONTROLE D'HABILITATION (LINK A5HABIL)
           COPY A5HABCA.
       77 WS-RESP-HAB   PIC S9(8) COMP.

002550 LINKAGE SECTION.
002560 01 DFHCOMMAREA.
           05 ERR-MESS-LK PIC X(60).
           05 SEC-SMPDF56 PIC X(10).
      * ROLE TRANSMIS PAR A5CNX : SES DROITS SUR LES COMPTES DE
      * CONNEXION SONT PRIS DANS LA TABLE DES HABILITATIONS A5HABK
           05 LK-ROLE-CNX PIC X(1).
002570
002600 PROCEDURE DIVISION USING DFHCOMMAREA.
           .

       TRAITER-ACTION.
      * CHAQUE ACTION D'ADMINISTRATION EST SOUMISE A SON DROIT SUR
      * LA TRANSACTION T5AD DANS LA TABLE DES HABILITATIONS, COMME
      * SUR LES AUTRES ECRANS DE MISE A JOUR
           MOVE 'T5AD' TO HBL-TRANS
           MOVE ACTIONI TO HBL-ACTION
           PERFORM CONTROLER-HABILITATION
           IF NOT HABILITATION-ACCORDEE
               MOVE 'Accès non autorisé.' TO MESS1O
               MOVE DFHRED TO MESS1C
           ELSE
           IF ACTIONI = 'H' OR ACTIONI = 'S' OR ACTIONI = 'T'
               PERFORM TRAITER-HABILITATION
           ELSE
           IF USERIDI = SPACES OR USERIDI = LOW-VALUES
               MOVE 'Le compte doit être renseigné.' TO MESS1O
           ELSE
                       PERFORM CHANGER-ROLE
                   WHEN 'L'
                       PERFORM CONSULTER-COMPTE
                   WHEN 'X'
                       PERFORM DESACTIVER-COMPTE
                   WHEN OTHER
                       MOVE 'Action inconnue (C/R/O/L/X/H/S/T).'
                       TO MESS1O
               END-EVALUATE
           END-IF
           END-IF
           END-IF
           .

      *****************************************************
      * MAINTENANCE DE LA TABLE DES HABILITATIONS : LE
      * ROLE, LA TRANSACTION ET LE CODE ACTION SONT
      * OBLIGATOIRES
      *****************************************************
       TRAITER-HABILITATION.
           IF ROLEI = SPACES OR ROLEI = LOW-VALUES
              OR TRANSI = SPACES OR TRANSI = LOW-VALUES
              OR ACTHI = SPACES OR ACTHI = LOW-VALUES
               MOVE 'Rôle, transaction et action requis.' TO MESS1O
           ELSE
               INITIALIZE WS-ENR-HABK
               MOVE ROLEI TO WS-ROLE-HABK
               MOVE TRANSI TO WS-TRANS-HABK
               MOVE ACTHI TO WS-ACTION-HABK
               EVALUATE ACTIONI
                   WHEN 'H'
                       PERFORM ACCORDER-DROIT
                   WHEN 'S'
                       PERFORM RETIRER-DROIT
                   WHEN 'T'
                       PERFORM CONSULTER-DROIT
               END-EVALUATE
           END-IF
           .

      *****************************************************
      * ACCORD D'UN DROIT : CREATION DE L'ENREGISTREMENT,
      * OU MISE A JOUR DU LIBELLE S'IL EXISTE DEJA
      *****************************************************
       ACCORDER-DROIT.
           PERFORM CALCULER-DATE-COURANTE
           EXEC CICS ASSIGN
               USERID(WS-USERID)
           END-EXEC
           MOVE SPACES TO JHB-LIB-AVANT

           EXEC CICS READ FILE('A5HABK')
               INTO(WS-ENR-HABK)
               RIDFLD(WS-CLE-HABK)
               RESP(WS-RESP)
               LENGTH(LENGTH OF WS-ENR-HABK)
               UPDATE
               EQUAL
           END-EXEC

           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                   MOVE WS-LIBELLE-HABK TO JHB-LIB-AVANT
                   MOVE LIBHI TO WS-LIBELLE-HABK
                   MOVE WS-USERID TO WS-USER-HABK
                   MOVE WS-DATE-COURANTE TO WS-DATE-HABK
                   EXEC CICS REWRITE
                       FILE('A5HABK')
                       FROM(WS-ENR-HABK)
                       RESP(WS-RESP2)
                   END-EXEC
               WHEN WS-RESP = 13 OR WS-RESP = DFHRESP(NOTFND)
                   MOVE ROLEI TO WS-ROLE-HABK
                   MOVE TRANSI TO WS-TRANS-HABK
                   MOVE ACTHI TO WS-ACTION-HABK
                   MOVE LIBHI TO WS-LIBELLE-HABK
                   MOVE WS-USERID TO WS-USER-HABK
                   MOVE WS-DATE-COURANTE TO WS-DATE-HABK
                   EXEC CICS WRITE
                       FILE('A5HABK')
                       FROM(WS-ENR-HABK)
                       RIDFLD(WS-CLE-HABK)
                       RESP(WS-RESP2)
                   END-EXEC
               WHEN OTHER
                   MOVE WS-RESP TO WS-RESP2
           END-EVALUATE

           IF WS-RESP2 = DFHRESP(NORMAL)
               MOVE 'Droit accordé.' TO MESS1O
               MOVE DFHDFT TO MESS1C
               MOVE WS-LIBELLE-HABK TO JHB-LIB-APRES
               PERFORM JOURNALISER-HABILITATION
           ELSE
               INITIALIZE ZONE-ED
               MOVE 'RESP' TO ERR-TYPE
               MOVE WS-RESP2 TO ERR-ED
               MOVE ZONE-ED TO MESS1O
           END-IF
           .

      *****************************************************
      * RETRAIT D'UN DROIT : SUPPRESSION DE L'ENREGISTREMENT
      *****************************************************
       RETIRER-DROIT.
           EXEC CICS READ FILE('A5HABK')
               INTO(WS-ENR-HABK)
               RIDFLD(WS-CLE-HABK)
               RESP(WS-RESP)
               LENGTH(LENGTH OF WS-ENR-HABK)
               UPDATE
               EQUAL
           END-EXEC

           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                   MOVE WS-LIBELLE-HABK TO JHB-LIB-AVANT
                   MOVE SPACES TO JHB-LIB-APRES
                   EXEC CICS DELETE
                       FILE('A5HABK')
                       RESP(WS-RESP2)
                   END-EXEC
                   IF WS-RESP2 = DFHRESP(NORMAL)
                       MOVE 'Droit retiré.' TO MESS1O
                       MOVE DFHDFT TO MESS1C
                       PERFORM JOURNALISER-HABILITATION
                   ELSE
                       INITIALIZE ZONE-ED
                       MOVE 'RESP' TO ERR-TYPE
                       MOVE WS-RESP2 TO ERR-ED
                       MOVE ZONE-ED TO MESS1O
                   END-IF
               WHEN WS-RESP = 13 OR WS-RESP = DFHRESP(NOTFND)
                   MOVE 'Droit inexistant.' TO MESS1O
               WHEN OTHER
                   INITIALIZE ZONE-ED
                   MOVE 'RESP' TO ERR-TYPE
                   MOVE WS-RESP TO ERR-ED
                   MOVE ZONE-ED TO MESS1O
           END-EVALUATE
           .

      *****************************************************
      * CONSULTATION D'UN DROIT : LIBELLE RENVOYE SUR LA MAP
      *****************************************************
       CONSULTER-DROIT.
           EXEC CICS READ FILE('A5HABK')
               INTO(WS-ENR-HABK)
               RIDFLD(WS-CLE-HABK)
               RESP(WS-RESP)
               LENGTH(LENGTH OF WS-ENR-HABK)
               EQUAL
           END-EXEC

           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                   MOVE WS-LIBELLE-HABK TO LIBHO
                   MOVE 'Droit accordé à ce rôle.' TO MESS1O
                   MOVE DFHDFT TO MESS1C
               WHEN WS-RESP = 13 OR WS-RESP = DFHRESP(NOTFND)
                   MOVE SPACES TO LIBHO
                   MOVE 'Droit non accordé à ce rôle.' TO MESS1O
               WHEN OTHER
                   INITIALIZE ZONE-ED
                   MOVE 'RESP' TO ERR-TYPE
                   MOVE WS-RESP TO ERR-ED
                   MOVE ZONE-ED TO MESS1O
           END-EVALUATE
           .

       CALCULER-DATE-COURANTE.
           MOVE EIBDATE TO WS-EIBDATE-X
           COMPUTE WS-ANNEE-JOUR =
               (1900 + WS-EIB-CYY) * 1000 + WS-EIB-DDD
           COMPUTE WS-DATE-COURANTE =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DAY(WS-ANNEE-JOUR))
           .

      *****************************************************
      * CREATION D'UN COMPTE : NOM, MOT DE PASSE INITIAL ET
      * ROLE PRIS SUR LA MAP ; LE MOT DE PASSE INITIAL EST
           END-IF
           .

      *****************************************************
      * DESACTIVATION : LE VERROU EST POSE SANS TOUCHER AU
      * COMPTEUR D'ECHECS ; A5CNX REFUSE ALORS LA CONNEXION
      *****************************************************
       DESACTIVER-COMPTE.
           PERFORM LIRE-COMPTE-UPDATE
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE 'O' TO WS-VERROU-REC
               PERFORM RECRIRE-COMPTE
               IF WS-RESP2 = DFHRESP(NORMAL)
                   MOVE 'Compte désactivé.' TO MESS1O
                   MOVE DFHDFT TO MESS1C
                   MOVE 'DESACTIVATION' TO JAD-DETAIL
                   PERFORM JOURNALISER-ACTION
               END-IF
           END-IF
           .

      *****************************************************
      * AFFECTATION DU ROLE SAISI (A OU U)
      *****************************************************
               MOVE 'ERR JOURNAL ADMJ' TO MESS1O
           END-IF
           .

      *****************************************************
      * JOURNAL DES ACCORDS ET RETRAITS DE DROITS, UNE LIGNE
      * PAR OPERATION DANS LA TD QUEUE 'HABJ', SEPAREE DU
      * JOURNAL DES COMPTES POUR LA REVUE DES ACCES
      *****************************************************
       JOURNALISER-HABILITATION.
           EXEC CICS ASSIGN
               USERID(WS-USERID)
           END-EXEC
           MOVE WS-USERID TO JHB-USERID
           MOVE EIBTRMID TO JHB-TERMINAL
           MOVE EIBDATE TO JHB-DATE
           MOVE EIBTIME TO JHB-HEURE
           MOVE ACTIONI TO JHB-OPERATION
           MOVE ROLEI TO JHB-ROLE
           MOVE TRANSI TO JHB-TRANS
           MOVE ACTHI TO JHB-ACTION

           EXEC CICS WRITEQ TD
               QUEUE('HABJ')
               FROM(ENR-JOURNAL-HAB)
               LENGTH(LENGTH OF ENR-JOURNAL-HAB)
               RESP(WS-RESP2)
           END-EXEC
           IF WS-RESP2 NOT = DFHRESP(NORMAL)
               MOVE 'ERR JOURNAL HABJ' TO MESS1O
           END-IF
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
