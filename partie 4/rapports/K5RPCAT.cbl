      * STOCK DISPONIBLE DE LA PIECE, TENU PAR L'ECRAN A5PART ET LE
      * BATCH DE MOUVEMENTS K5MOUVT
           05 QTE-STOCK-PARTK  PIC S9(7) COMP-3.
      * COUT STANDARD UNITAIRE, BASE DE LA REFACTURATION K5REFAC
           05 COUT-STD-PARTK   PIC S9(5)V99 COMP-3.

      * LE CHAMP SD-CLE PORTE LA COULEUR OU LA VILLE SELON L'OPTION
      * DE TRI CHOISIE, POUR NE DEPENDRE QUE D'UNE SEULE CLE DE TRI
