       PROGRAM-ID. EMPFEED.

      * CHARGEMENT DU FICHIER DES EMPLOYES : LIT LE FICHIER CSV
      * EMPFEED (NUMERO;NOM;PRENOM;DEPARTEMENT;TAUX DE COMMISSION;
      * STATUT FACULTATIF, A ACTIF OU S SORTI),
      * VALIDE CHAQUE LIGNE (E_NO NUMERIQUE NON NUL, DEPARTEMENT
      * EXISTANT DANS API6.DEPTS, TAUX DE COMMISSION DANS LES MEMES
      * BORNES DE RAISONNABILITE QUE LE BATCH, 0 A 50%) ET CREE OU
           05 WS-FNAME         PIC X(20).
           05 WS-DEPT          PIC X(4).
           05 WS-COM           PIC X(6).
           05 WS-STATUT        PIC X(1).

      * BORNES DE RAISONNABILITE DU TAUX DE COMMISSION, ALIGNEES SUR
      * CELLES DU RAPPORT DE COMMISSION DE MAJDB (0 A 50%)
           DISPLAY "=== FIN DU PROGRAMME EMPFEED ==="
           GOBACK.

      * DECOUPAGE DE LA LIGNE CSV EMPLOYE (6 CHAMPS SEPARES PAR ';'),
      * SUR LE MODELE DE DECOUPE-CSV-CLIENT DANS NEWCUST
       DECOUPE-CSV-EMPLOYE.
           MOVE SPACES TO WS-EMPLOYE
                   MOVE LIGNE-EMPFEED(WS-DEBUT:WS-LONGUEUR) TO WS-COM
               END-IF
           END-IF

      * STATUT FACULTATIF : A BLANC, UN EMPLOYE EXISTANT GARDE LE
      * SIEN ET UN NOUVEL EMPLOYE EST CREE ACTIF
           IF LIGNE-VALIDE
               PERFORM TROUVE-CHAMP-EMPLOYE
               IF WS-LONGUEUR > 0
                   MOVE LIGNE-EMPFEED(WS-DEBUT:WS-LONGUEUR)
                       TO WS-STATUT
               END-IF
           END-IF
           .

       TROUVE-CHAMP-EMPLOYE.
                   SET LIGNE-INVALIDE TO TRUE
               END-IF
           END-IF

           IF LIGNE-VALIDE
               IF WS-STATUT NOT = SPACE AND WS-STATUT NOT = "A"
                  AND WS-STATUT NOT = "S"
                   MOVE "STA1" TO WS-CODE-REJET
                   MOVE "STATUT EMPLOYE INVALIDE (A/S)"
                       TO WS-LIBELLE-REJET
                   SET LIGNE-INVALIDE TO TRUE
               END-IF
           END-IF
           .

       CONTROLER-DEPARTEMENT.
           MOVE WS-FNAME TO EMP-FNAME-TEXT
           MOVE WS-DEPT TO EMP-DEPT
           MOVE WS-COM-NUM TO EMP-COM
           MOVE WS-STATUT TO EMP-STATUT

           IF EMP-EXISTE
               EXEC SQL
                   UPDATE API6.EMPLOYEES
                   SET LNAME  = :EMP-LNAME,
                       FNAME  = :EMP-FNAME,
                       DEPT   = :EMP-DEPT,
                       COM    = :EMP-COM,
                       STATUT = CASE WHEN :EMP-STATUT = ' '
                                     THEN STATUT
                                     ELSE :EMP-STATUT END
                   WHERE E_NO = :EMP-E-NO
               END-EXEC
               IF SQLCODE = ZERO
                   PERFORM ABEND-PROG
               END-IF
           ELSE
               IF EMP-STATUT = SPACE
                   MOVE "A" TO EMP-STATUT
               END-IF
               EXEC SQL
                   INSERT INTO API6.EMPLOYEES
                   (E_NO, LNAME, FNAME, DEPT, COM, STATUT)
                   VALUES (:EMP-E-NO, :EMP-LNAME, :EMP-FNAME,
                           :EMP-DEPT, :EMP-COM, :EMP-STATUT)
               END-EXEC
               IF SQLCODE = ZERO
                   ADD 1 TO WS-NB-CREES
