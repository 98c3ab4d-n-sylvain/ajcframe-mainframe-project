       01 ENR-GENSEQ            PIC 9(7).

       FD GENERE-VEU.
       01 ENR-GENVEU            PIC X(52).

       FD GENERE-VAS.
       01 ENR-GENVAS            PIC X(52).

       FD GENERE-VAM.
       01 ENR-GENVAM            PIC X(52).

       FD RAPPORT-CMDPERM.
       01 ENR-RAPGEN            PIC X(60).
          05 FLX-DEVISE      PIC X(3).
          05 FLX-RESERVE     PIC X(3).
          05 FLX-DATE-LIV    PIC X(10).
          05 FLX-CODE-LIVR   PIC X(3).

      * ENREGISTREMENTS DE SERVICE H/T, MEME DESSIN QUE LES FLUX
       01 WS-HEADER-FLUX.
           .

      * LIGNE AU DESSIN EXACT DES FLUX : PRIX A BLANC (PRICING AU
      * CATALOGUE PAR MAJDB), DEVISE USD, ZONE RESERVE A BLANC, CODE
      * LIVRAISON A BLANC (LIVRAISON A L'ADRESSE DE FACTURATION)
       EMETTRE-LIGNE-FLUX.
           MOVE SPACES TO WS-LIGNE-FLUX
           MOVE WS-DERNIER-NUMERO TO FLX-NUM-CMD
