      * STOCK DISPONIBLE DE LA PIECE, TENU PAR L'ECRAN A5PART ET LE
      * BATCH DE MOUVEMENTS K5MOUVT
           05 QTE-STOCK-PARTK  PIC S9(7) COMP-3.
      * COUT STANDARD UNITAIRE, BASE DE LA REFACTURATION K5REFAC
           05 COUT-STD-PARTK   PIC S9(5)V99 COMP-3.

      * COMPTE RENDU DE CHARGEMENT
       FD K5AUDIT
           05 WS-DB2-WEIGHT    PIC S9(3)V9 USAGE COMP-3.
           05 WS-DB2-CITY      PIC X(20).
           05 WS-DB2-ONHAND    PIC S9(7)V USAGE COMP-3.
           05 WS-DB2-STDCOST   PIC S9(5)V9(2) USAGE COMP-3.

       PROCEDURE DIVISION.



           MOVE QTE-STOCK-PARTK TO PARTONHAND
           MOVE COUT-STD-PARTK TO PARTSTDCOST

           MOVE LENGTH OF NOM-PARTK TO PARTPNAME-LEN
           MOVE LENGTH OF COULEUR-PARTK TO PARTCOLOR-LEN
                  AND WS-DB2-COLOR = COULEUR-PARTK
                  AND WS-DB2-WEIGHT = POIDS-PARTK
                  AND WS-DB2-CITY = VILLE-PARTK
                  AND WS-DB2-STDCOST = COUT-STD-PARTK
                   DISPLAY "DEJA CHARGE - ID : " ID-PARTK
                   MOVE 'SKIPPED' TO WS-AUDIT-LIBELLE
                   MOVE 0 TO SQLCODE

           EXEC SQL
            INSERT INTO API4.PARTS
            (PNO, PNAME, COLOR, WEIGHT, CITY, ONHAND, STDCOST)
            VALUES (:PARTPNO, :PARTPNAME, :PARTCOLOR,
            :PARTWEIGHT, :PARTCITY, :PARTONHAND, :PARTSTDCOST)
           END-EXEC

           EVALUATE TRUE
           MOVE 'N' TO WS-PART-PRESENTE

           EXEC SQL
               SELECT PNAME, COLOR, WEIGHT, CITY, ONHAND, STDCOST
               INTO :PARTPNAME, :PARTCOLOR, :PARTWEIGHT,
                    :PARTCITY, :PARTONHAND, :PARTSTDCOST
               FROM API4.PARTS
               WHERE PNO = :PARTPNO
           END-EXEC
                   MOVE PARTWEIGHT TO WS-DB2-WEIGHT
                   MOVE PARTCITY-TEXT TO WS-DB2-CITY
                   MOVE PARTONHAND TO WS-DB2-ONHAND
                   MOVE PARTSTDCOST TO WS-DB2-STDCOST
               WHEN +100
                   CONTINUE
               WHEN OTHER
