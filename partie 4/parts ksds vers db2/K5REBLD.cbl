           05 POIDS-PARTK      PIC S9(3)V9 COMP-3.
           05 VILLE-PARTK      PIC X(20).
           05 QTE-STOCK-PARTK  PIC S9(7) COMP-3.
      * COUT STANDARD UNITAIRE, BASE DE LA REFACTURATION K5REFAC
           05 COUT-STD-PARTK   PIC S9(5)V99 COMP-3.

       WORKING-STORAGE SECTION.
           EXEC SQL
                   COLOR,
                   WEIGHT,
                   CITY,
                   ONHAND,
                   STDCOST
               FROM
                   API4.PARTS
               ORDER BY
                    :PARTCOLOR,
                    :PARTWEIGHT,
                    :PARTCITY,
                    :PARTONHAND,
                    :PARTSTDCOST
           END-EXEC
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               PERFORM ABEND-PROG
           MOVE PARTWEIGHT TO POIDS-PARTK
           MOVE PARTCITY-TEXT TO VILLE-PARTK
           MOVE PARTONHAND TO QTE-STOCK-PARTK
           MOVE PARTSTDCOST TO COUT-STD-PARTK

           WRITE ENR-PARTK
           IF FS-PARTK NOT = ZERO
           MOVE ID-PARTK TO PARTPNO

           EXEC SQL
               SELECT PNAME, COLOR, WEIGHT, CITY, ONHAND, STDCOST
               INTO :PARTPNAME, :PARTCOLOR, :PARTWEIGHT,
                    :PARTCITY, :PARTONHAND, :PARTSTDCOST
               FROM API4.PARTS
               WHERE PNO = :PARTPNO
           END-EXEC
                      OR POIDS-PARTK NOT = PARTWEIGHT
                      OR VILLE-PARTK NOT = PARTCITY-TEXT
                      OR QTE-STOCK-PARTK NOT = PARTONHAND
                     OR COUT-STD-PARTK NOT = PARTSTDCOST
                       ADD 1 TO WS-NB-ECARTS
                       DISPLAY 'ECART DE CONTENU SUR LA PIECE : '
                               ID-PARTK
