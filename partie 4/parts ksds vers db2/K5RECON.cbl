           05 POIDS-PARTK      PIC S9(3)V9 COMP-3.
           05 VILLE-PARTK      PIC X(20).
           05 QTE-STOCK-PARTK  PIC S9(7) COMP-3.
      * COUT STANDARD UNITAIRE, BASE DE LA REFACTURATION K5REFAC
           05 COUT-STD-PARTK   PIC S9(5)V99 COMP-3.

       FD RAPPORT-RECON.
       01 ENR-RAPKREC          PIC X(80).
           MOVE ID-PARTK TO PARTPNO

           EXEC SQL
               SELECT PNAME, COLOR, WEIGHT, CITY, ONHAND, STDCOST
               INTO :PARTPNAME, :PARTCOLOR, :PARTWEIGHT,
                    :PARTCITY, :PARTONHAND, :PARTSTDCOST
               FROM API4.PARTS
               WHERE PNO = :PARTPNO
           END-EXEC
                           DELIMITED BY SIZE INTO ENR-RAPKREC
                       WRITE ENR-RAPKREC
                   END-IF
                   IF COUT-STD-PARTK NOT = PARTSTDCOST
                       PERFORM SIGNALER-ECART-CHAMP
                       MOVE SPACES TO ENR-RAPKREC
                       STRING ID-PARTK '  ECART SUR LE COUT STANDARD'
                           DELIMITED BY SIZE INTO ENR-RAPKREC
                       WRITE ENR-RAPKREC
                   END-IF
                   IF WS-ECART-PIECE = ZERO
                       ADD 1 TO WS-NB-CONCORDANTS
                   ELSE
