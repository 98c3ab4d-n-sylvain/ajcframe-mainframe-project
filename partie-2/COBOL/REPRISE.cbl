
       DATA DIVISION.
       FILE SECTION.
      * ENTREE : SUSPENS VENTES (91 OCTETS) OU REJETS PRODUITS (116
      * OCTETS) SELON LE MODE ; LE TAMPON EST PRIS A LA PLUS GRANDE
      * DES DEUX LONGUEURS ET REDECOUPE EN MEMOIRE
       FD SUSPENS-CORRIGE
           RECORD CONTAINS 91 TO 122 CHARACTERS.
       01 ENR-SUSPCOR           PIC X(122).

       FD VENTES-RECYCLE-EU.
       01 ENR-VENTRVEU          PIC X(52).

       FD VENTES-RECYCLE-AS.
       01 ENR-VENTRVAS          PIC X(52).

       FD VENTES-RECYCLE-AM.
       01 ENR-VENTRVAM          PIC X(52).

       FD NEWPRODS-RECYCLE.
       01 ENR-NEWPROD2          PIC X(80).
       77 WS-MODE-REPRISE   PIC X VALUE 'V'.

      * REDECOUPAGE DU SUSPENS VENTES : PREFIXE SOURCE/PROD/RAISON
      * PUIS LA LIGNE DE FLUX DE 52 OCTETS (DESSIN DE ENR-SUSPENS
      * DANS MAJDB.cbl)
       01 WS-SUSP-VENTES.
           05 WS-SV-SOURCE      PIC X(3).
               10 WS-SV-DEVISE      PIC X(3).
               10 WS-SV-RESERVE     PIC X(3).
               10 WS-SV-DATE-LIV    PIC X(10).
               10 WS-SV-CODE-LIVR   PIC X(3).

      * REDECOUPAGE DU REJET PRODUITS : PREFIXE CODE/FOURNISSEUR/
      * LIBELLE PUIS LA LIGNE CSV DE 80 OCTETS (DESSIN DE ENR-REJETS
      * 'R1' DE LA ZONE RESERVE, PUIS REINJECTION DANS LE FLUX DE LA
      * REGION D'ORIGINE AVEC LA MARQUE POSEE
       TRAITER-SUSPENS-VENTE.
           MOVE ENR-SUSPCOR (1:91) TO WS-SUSP-VENTES

           IF WS-SV-RESERVE (1:2) = 'R1'
               MOVE 'DEUXIEME ECHEC - REVUE SUPERV.'
