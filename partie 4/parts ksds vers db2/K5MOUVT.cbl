      * COLONNE ONHAND DE API4.PARTS, POUR QUE LES DEUX MAGASINS
      * RESTENT EN PHASE. LES MOUVEMENTS SUR UNE PIECE INCONNUE OU A
      * QUANTITE NULLE PARTENT DANS UN FICHIER DE REJETS.
      * LE MOUVEMENT 'C' NE TOUCHE PAS AU STOCK : IL FIXE LE COUT
      * STANDARD UNITAIRE DE LA PIECE (MVT-COUT, MVT-QTE IGNOREE) DANS
      * LE KSDS ET DANS LA COLONNE STDCOST DE API4.PARTS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           05 MVT-PNO          PIC X(5).
           05 MVT-TYPE         PIC X(1).
           05 MVT-QTE          PIC 9(5).
           05 MVT-COUT         PIC 9(5)V99.

       FD PARTK.
       01 ENR-PARTK.
           05 POIDS-PARTK      PIC S9(3)V9 COMP-3.
           05 VILLE-PARTK      PIC X(20).
           05 QTE-STOCK-PARTK  PIC S9(7) COMP-3.
      * COUT STANDARD UNITAIRE, BASE DE LA REFACTURATION K5REFAC
           05 COUT-STD-PARTK   PIC S9(5)V99 COMP-3.

       FD MOUVEMENTS-REJETS.
       01 ENR-MOUVREJ.
           05 MRJ-RAISON       PIC X(30).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 MRJ-LIGNE        PIC X(18).

       FD RAPPORT-MOUVT.
       01 ENR-RAPMOUV          PIC X(60).
       77 WS-NB-LUS         PIC 9(5) VALUE ZERO.
       77 WS-NB-RECEPTIONS  PIC 9(5) VALUE ZERO.
       77 WS-NB-SORTIES     PIC 9(5) VALUE ZERO.
       77 WS-NB-COUTS       PIC 9(5) VALUE ZERO.
       77 WS-NB-REJETS      PIC 9(5) VALUE ZERO.
       77 ED-NB             PIC Z(4)9.

           GOBACK.

       TRAITER-MOUVEMENT.
           EVALUATE TRUE
               WHEN MVT-TYPE = 'C'
                   IF MVT-COUT NOT NUMERIC
                       MOVE 'COUT STANDARD NON NUMERIQUE' TO MRJ-RAISON
                       PERFORM REJETER-MOUVEMENT
                   ELSE
                       PERFORM APPLIQUER-COUT-STANDARD
                   END-IF
               WHEN MVT-TYPE NOT = 'R' AND MVT-TYPE NOT = 'I'
                   MOVE 'TYPE DE MOUVEMENT INCONNU' TO MRJ-RAISON
                   PERFORM REJETER-MOUVEMENT
               WHEN MVT-QTE = ZERO
                   MOVE 'QUANTITE DE MOUVEMENT NULLE' TO MRJ-RAISON
                   PERFORM REJETER-MOUVEMENT
               WHEN OTHER
                   PERFORM APPLIQUER-MOUVEMENT
           END-EVALUATE.

      * NOUVEAU COUT STANDARD : MEME DOUBLE MISE A JOUR KSDS PUIS DB2
      * QUE POUR LES MOUVEMENTS DE STOCK
       APPLIQUER-COUT-STANDARD.
           MOVE MVT-PNO TO ID-PARTK
           READ PARTK
           EVALUATE FS-PARTK
               WHEN ZERO
                   MOVE MVT-COUT TO COUT-STD-PARTK
                   REWRITE ENR-PARTK
                   IF FS-PARTK NOT = ZERO
                       DISPLAY 'ERR REWRITE PARTK - FS : ' FS-PARTK
                       PERFORM ABEND-PROG
                   END-IF
                   ADD 1 TO WS-NB-COUTS
                   PERFORM MAJ-STDCOST-DB2
               WHEN 23
                   MOVE 'PIECE INCONNUE DU KSDS' TO MRJ-RAISON
                   PERFORM REJETER-MOUVEMENT
               WHEN OTHER
                   DISPLAY 'ERR READ PARTK - FS : ' FS-PARTK
                   PERFORM ABEND-PROG
           END-EVALUATE.

       MAJ-STDCOST-DB2.
           MOVE MVT-PNO TO PARTPNO
           MOVE MVT-COUT TO PARTSTDCOST

           EXEC SQL
               UPDATE API4.PARTS
               SET STDCOST = :PARTSTDCOST
               WHERE PNO = :PARTPNO
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZERO
                   CONTINUE
               WHEN +100
                   DISPLAY 'PIECE ABSENTE DE API4.PARTS : ' MVT-PNO
               WHEN OTHER
                   PERFORM ABEND-PROG
           END-EVALUATE.

      * LECTURE DIRECTE DE LA PIECE DANS LE KSDS, AJUSTEMENT DU
      * STOCK (NEGATIF POSSIBLE SUR UNE SORTIE, IL SERA VISIBLE DANS
               DELIMITED BY SIZE INTO ENR-RAPMOUV
           WRITE ENR-RAPMOUV

           MOVE WS-NB-COUTS TO ED-NB
           MOVE SPACES TO ENR-RAPMOUV
           STRING 'COUTS STANDARD FIXES : ' ED-NB
               DELIMITED BY SIZE INTO ENR-RAPMOUV
           WRITE ENR-RAPMOUV

           MOVE WS-NB-REJETS TO ED-NB
           MOVE SPACES TO ENR-RAPMOUV
           STRING 'MOUVEMENTS REJETES   : ' ED-NB
