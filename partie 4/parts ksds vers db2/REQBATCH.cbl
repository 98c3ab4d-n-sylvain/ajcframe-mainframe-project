           05 POIDS-PARTK      PIC S9(3)V9 COMP-3.
           05 VILLE-PARTK      PIC X(20).
           05 QTE-STOCK-PARTK  PIC S9(7) COMP-3.
      * COUT STANDARD UNITAIRE, BASE DE LA REFACTURATION K5REFAC
           05 COUT-STD-PARTK   PIC S9(5)V99 COMP-3.

       FD DEMANDES-REJETS.
       01 ENR-REQREJ.
