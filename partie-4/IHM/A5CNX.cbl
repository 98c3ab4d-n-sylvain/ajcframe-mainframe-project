       77 WS-RESP       PIC S9(8) COMP.
       77 WS-RESP2      PIC S9(8) COMP.
       77 WS-PROG       PIC X(8)  VALUE 'A5PART'.
       77 WS-USERID     PIC X(8).

      * JOURNAL DE SECURITE (TD QUEUE 'CNXJ') : UNE LIGNE PAR
      * TENTATIVE DE CONNEXION, QUELLE QU'EN SOIT L'ISSUE
           COPY A5CNXJ.

      * NOMBRE MAXIMUM D'ECHECS DE CONNEXION AVANT VERROUILLAGE
      * DU COMPTE
           EVALUATE TRUE

               WHEN WS-RESP = 13
                   MOVE 'I' TO CNJ-RESULTAT
                   PERFORM JOURNALISER-CONNEXION
                   PERFORM RENS-CHAMPS
               WHEN WS-RESP = DFHRESP(NORMAL)

      * REJETE SANS MEME COMPARER LE MOT DE PASSE
                   IF COMPTE-VERROUILLE THEN
                       MOVE 'Compte verrouillé.' TO MESS1O
                       MOVE 'B' TO CNJ-RESULTAT
                       PERFORM JOURNALISER-CONNEXION
                   ELSE
                       MOVE WS-PREN-REC TO  MESS1O
                       IF WS-PREN-REC = PWDI THEN
                           IF MDP-EXPIRE
                               MOVE 'Mot de passe expiré - PF4.'
                               TO MESS1O
                               MOVE 'X' TO CNJ-RESULTAT
                               PERFORM JOURNALISER-CONNEXION
                           ELSE

      * AIGUILLAGE SELON LE ROLE DE L'EMPLOYE : SEULE LA

                           IF WS-PROG = SPACES
                               MOVE 'Rôle non autorisé.' TO MESS1O
                               MOVE 'R' TO CNJ-RESULTAT
                               PERFORM JOURNALISER-CONNEXION
                           ELSE
                               MOVE 'S' TO CNJ-RESULTAT
                               PERFORM JOURNALISER-CONNEXION
                               MOVE LOW-VALUE TO MAP5COXO
                               MOVE 'EDGSJ566' TO SEC-SMPDF56
                               MOVE WS-ROLE-REC TO LK-ROLE-CNX
                           IF WS-NB-ECHECS-REC >= WS-MAX-TENTATIVES
                               MOVE 'O' TO WS-VERROU-REC
                               MOVE 'Compte verrouillé.' TO MESS1O
                               MOVE 'V' TO CNJ-RESULTAT
                           ELSE
                               PERFORM RENS-CHAMPS
                               MOVE 'E' TO CNJ-RESULTAT
                           END-IF
                           PERFORM JOURNALISER-CONNEXION
                           PERFORM MAJ-TENTATIVES-REC
                       END-IF

               WHEN WS-RESP = DFHRESP(NORMAL)
                   IF COMPTE-VERROUILLE
                       MOVE 'Compte verrouillé.' TO MESS1O
                       MOVE 'B' TO CNJ-RESULTAT
                       PERFORM JOURNALISER-CONNEXION
                   ELSE
                       IF WS-PREN-REC NOT = PWDI
                           MOVE 'Ancien mot de passe erroné.'
                           TO MESS1O
                           MOVE DFHRED TO MESS1C
                           MOVE 'E' TO CNJ-RESULTAT
                           PERFORM JOURNALISER-CONNEXION
                       ELSE
                           IF NPWD1I = PWDI
                               MOVE 'Nouveau mot de passe = ancien.'
                               PERFORM MAJ-TENTATIVES-REC
                               MOVE 'Mot de passe changé.' TO MESS1O
                               MOVE DFHDFT TO MESS1C
                               MOVE 'M' TO CNJ-RESULTAT
                               PERFORM JOURNALISER-CONNEXION
                           END-IF
                       END-IF
                   END-IF
           END-EVALUATE
           .

      *****************************************************
      * JOURNAL DE SECURITE : COMPTE SAISI, UTILISATEUR ET
      * TERMINAL CICS, HEURE ET ISSUE DE LA TENTATIVE (LE
      * RESULTAT EST POSITIONNE PAR L'APPELANT) DANS LA TD
      * QUEUE 'CNXJ', EXPLOITEE PAR LE BATCH A5RAPCNX. UN
      * INCIDENT D'ECRITURE NE BLOQUE PAS LA CONNEXION
      *****************************************************
       JOURNALISER-CONNEXION.
           EXEC CICS ASSIGN
               USERID(WS-USERID)
           END-EXEC
           MOVE LOGIDI TO CNJ-COMPTE
           MOVE WS-USERID TO CNJ-USERID
           MOVE EIBTRMID TO CNJ-TERMINAL
           MOVE EIBDATE TO CNJ-DATE
           MOVE EIBTIME TO CNJ-HEURE
           MOVE EIBTRNID TO CNJ-TRANS
           MOVE WS-ROLE-REC TO CNJ-ROLE
           MOVE SPACE TO CNJ-ACTION
           MOVE SPACES TO CNJ-DETAIL
           IF CNJ-SUCCES
               MOVE WS-PROG TO CNJ-DETAIL
           END-IF
           IF CNJ-ECHEC
               MOVE 'ECHECS : ' TO CNJ-DETAIL
               MOVE WS-NB-ECHECS-REC TO CNJ-DETAIL (10:1)
           END-IF

           EXEC CICS WRITEQ TD
               QUEUE('CNXJ')
               FROM(ENR-JOURNAL-CNX)
               LENGTH(LENGTH OF ENR-JOURNAL-CNX)
               RESP(WS-RESP2)
           END-EXEC
           .

       CALCULER-DATE-COURANTE.
           MOVE EIBDATE TO WS-EIBDATE-X
           COMPUTE WS-ANNEE-JOUR =
