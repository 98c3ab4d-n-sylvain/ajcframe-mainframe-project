      ******************************************************************
      * MAINTENANCE EN LIGNE DES DEPARTEMENTS (API6.DEPTS), A LA
      * PLACE DES MISES A JOUR SPUFI : CREATION, MODIFICATION,
      * CONSULTATION ET PARCOURS ; LES MISES A JOUR SONT SOUMISES AUX
      * DROITS DU ROLE PORTE PAR LA COMMAREA DE A5CNX DANS LA TABLE
      * DES HABILITATIONS A5HABK, COMME DANS A5CMAJ.
      * CHAQUE MODIFICATION EST JOURNALISEE AVANT/APRES DANS LA TD
      * QUEUE 'DMAJ', ET LA SUPPRESSION EST REFUSEE TANT QUE DES
      * EMPLOYES SONT ENCORE RATTACHES AU DEPARTEMENT.
      *   CHAMP ACTION DE LA MAP MS5DEPT :
      *     'C' = CREATION DU DEPARTEMENT SAISI
      *     'U' = MISE A JOUR DU NOM, DU RESPONSABLE ET DU CENTRE
      *           DE COUT (COMPTE DEBITE PAR LA REFACTURATION K5REFAC)
      *     'L' = CONSULTATION PAR NUMERO
      *     'B' = PARCOURS (DEPARTEMENT SUIVANT LE NUMERO SAISI)
      *     'D' = SUPPRESSION (REFUSEE SI DES EMPLOYES Y RESTENT)
       01 WS-AVANT.
           05 AV-DNAME      PIC X(20).
           05 AV-MANAGER    PIC X(20).
           05 AV-CENTRE-COUT PIC X(8).

      * ENREGISTREMENT DE JOURNAL : QUI, OU, QUAND, QUEL DEPARTEMENT,
      * ACTION, IMAGE AVANT ET IMAGE APRES
           05 JDM-HEURE     PIC 9(6).
           05 JDM-DEPT      PIC X(4).
           05 JDM-ACTION    PIC X(1).
           05 JDM-AVANT     PIC X(48).
           05 JDM-APRES     PIC X(48).

      * ZONE D'ECHANGE DU CONTROLE D'HABILITATION (LINK A5HABIL)
           COPY A5HABCA.
       77 WS-RESP-HAB   PIC S9(8) COMP.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           .

      *****************************************************
      * AIGUILLAGE SELON LE CHAMP ACTION DE LA MAP ; SEULS
      * LES ROLES HABILITES PEUVENT MODIFIER, LES AUTRES
      * ROLES CONNUS RESTENT EN CONSULTATION
      *****************************************************
       TRAITER-ACTION.
           END-IF
           .

      * DROIT DE L'ACTION SAISIE (C/U/D) SUR LA TRANSACTION T5DP,
      * PRIS DANS LA TABLE DES HABILITATIONS
       CONTROLER-ROLE-ADMIN.
           MOVE 'T5DP' TO HBL-TRANS
           MOVE ACTI TO HBL-ACTION
           PERFORM CONTROLER-HABILITATION
           IF NOT HABILITATION-ACCORDEE
               MOVE 'Accès non autorisé.' TO MESS1O
               MOVE DFHRED TO MESS1C
               MOVE 1 TO WS-CONT-OP
           MOVE DNOI TO DEPT-DEPT

           EXEC SQL
               SELECT DNAME, MANAGER, CENTRE_COUT
               INTO :DEPT-DNAME, :DEPT-MANAGER, :DEPT-CENTRE-COUT
               FROM API6.DEPTS
               WHERE DEPT = :DEPT-DEPT
           END-EXEC
                   MOVE DNOI TO DNOO
                   MOVE DEPT-DNAME-TEXT TO DNAMEO
                   MOVE DEPT-MANAGER-TEXT TO MGRO
                   MOVE DEPT-CENTRE-COUT TO CCOUTO
                   MOVE 'Département trouvé.' TO MESS1O
                   MOVE DFHDFT TO MESS1C
               WHEN SQLCODE = 100
           MOVE DNOI TO DEPT-DEPT

           EXEC SQL
               SELECT DEPT, DNAME, MANAGER, CENTRE_COUT
               INTO :DEPT-DEPT, :DEPT-DNAME, :DEPT-MANAGER,
                    :DEPT-CENTRE-COUT
               FROM API6.DEPTS
               WHERE DEPT =
                   (SELECT MIN(DEPT) FROM API6.DEPTS
                   MOVE DEPT-DEPT TO DNOO
                   MOVE DEPT-DNAME-TEXT TO DNAMEO
                   MOVE DEPT-MANAGER-TEXT TO MGRO
                   MOVE DEPT-CENTRE-COUT TO CCOUTO
                   MOVE 'Action B pour le suivant.' TO MESS1O
                   MOVE DFHDFT TO MESS1C
               WHEN SQLCODE = 100
               MOVE DNAMEI TO DEPT-DNAME-TEXT
               MOVE LENGTH OF DEPT-MANAGER-TEXT TO DEPT-MANAGER-LEN
               MOVE MGRI TO DEPT-MANAGER-TEXT
               PERFORM ALIMENTER-CENTRE-COUT

               EXEC SQL
                   INSERT INTO API6.DEPTS
                   (DEPT, DNAME, MANAGER, CENTRE_COUT)
                   VALUES (:DEPT-DEPT, :DEPT-DNAME, :DEPT-MANAGER,
                           :DEPT-CENTRE-COUT)
               END-EXEC

               EVALUATE TRUE
           END-IF
           .

      * MISE A JOUR DU NOM, DU RESPONSABLE ET DU CENTRE DE COUT ;
      * L'IMAGE AVANT EST
      * PRISE EN BASE JUSTE AVANT L'UPDATE POUR LE JOURNAL
       MODIFIER-DEPARTEMENT.
           IF DNAMEI = SPACES OR DNAMEI = LOW-VALUES
               MOVE DNOI TO DEPT-DEPT

               EXEC SQL
                   SELECT DNAME, MANAGER, CENTRE_COUT
                   INTO :DEPT-DNAME, :DEPT-MANAGER, :DEPT-CENTRE-COUT
                   FROM API6.DEPTS
                   WHERE DEPT = :DEPT-DEPT
               END-EXEC
                   WHEN SQLCODE = 0
                       MOVE DEPT-DNAME-TEXT TO AV-DNAME
                       MOVE DEPT-MANAGER-TEXT TO AV-MANAGER
                       MOVE DEPT-CENTRE-COUT TO AV-CENTRE-COUT

                       MOVE LENGTH OF DEPT-DNAME-TEXT
                           TO DEPT-DNAME-LEN
                       MOVE LENGTH OF DEPT-MANAGER-TEXT
                           TO DEPT-MANAGER-LEN
                       MOVE MGRI TO DEPT-MANAGER-TEXT
                       PERFORM ALIMENTER-CENTRE-COUT

                       EXEC SQL
                           UPDATE API6.DEPTS
                           SET DNAME       = :DEPT-DNAME,
                               MANAGER     = :DEPT-MANAGER,
                               CENTRE_COUT = :DEPT-CENTRE-COUT
                           WHERE DEPT = :DEPT-DEPT
                       END-EXEC

               ELSE
                   MOVE DNOI TO DEPT-DEPT
                   EXEC SQL
                       SELECT DNAME, MANAGER, CENTRE_COUT
                       INTO :DEPT-DNAME, :DEPT-MANAGER,
                            :DEPT-CENTRE-COUT
                       FROM API6.DEPTS
                       WHERE DEPT = :DEPT-DEPT
                   END-EXEC
                       WHEN SQLCODE = 0
                           MOVE DEPT-DNAME-TEXT TO AV-DNAME
                           MOVE DEPT-MANAGER-TEXT TO AV-MANAGER
                           MOVE DEPT-CENTRE-COUT TO AV-CENTRE-COUT
                           EXEC SQL
                               DELETE FROM API6.DEPTS
                               WHERE DEPT = :DEPT-DEPT
                           IF SQLCODE = 0
                               MOVE SPACES TO DEPT-DNAME-TEXT
                               MOVE SPACES TO DEPT-MANAGER-TEXT
                               MOVE SPACES TO DEPT-CENTRE-COUT
                               PERFORM JOURNALISER-MAJ-DEPT
                               MOVE 'Département supprimé.' TO MESS1O
                               MOVE DFHDFT TO MESS1C
           MOVE SPACES TO JDM-AVANT
           STRING AV-DNAME DELIMITED BY SIZE
                  AV-MANAGER DELIMITED BY SIZE
                  AV-CENTRE-COUT DELIMITED BY SIZE
               INTO JDM-AVANT
           END-STRING

           MOVE SPACES TO JDM-APRES
           STRING DEPT-DNAME-TEXT DELIMITED BY SIZE
                  DEPT-MANAGER-TEXT DELIMITED BY SIZE
                  DEPT-CENTRE-COUT DELIMITED BY SIZE
               INTO JDM-APRES
           END-STRING

           END-IF
           .

      * CENTRE DE COUT SAISI ; NON RENSEIGNE, IL EST MIS A BLANC ET
      * LA REFACTURATION DU DEPARTEMENT PASSE EN COMPTE D'ATTENTE
       ALIMENTER-CENTRE-COUT.
           IF CCOUTI = LOW-VALUES
               MOVE SPACES TO DEPT-CENTRE-COUT
           ELSE
               MOVE CCOUTI TO DEPT-CENTRE-COUT
           END-IF
           .

       SIGNALER-ERREUR-SQL.
           INITIALIZE ZONE-ED
           MOVE 'SQLC' TO ERR-TYPE
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
