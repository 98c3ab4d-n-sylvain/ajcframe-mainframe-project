      * ZONE D'ECHANGE DU SOUS-PROGRAMME DE DISPONIBILITE A PROMETTRE
      * A5PROM (EXEC CICS LINK), COMMUNE A L'ECRAN DE CONSULTATION
      * A5DISP ET AUX SAISIES A5CMDE/A5DEVIS : L'APPELANT FOURNIT LE
      * PRODUIT, LE DEPOT ET LA QUANTITE DEMANDEE ; A5PROM REND LES
      * CHIFFRES DU DEPOT, LES ARRIVAGES ATTENDUS PAR DATE ET LA DATE
      * A LAQUELLE LA QUANTITE PEUT ETRE PROMISE
       01 ZONE-PROMESSE.
           05 PRM-P-NO          PIC X(3).
           05 PRM-DEPOT         PIC X(2).
           05 PRM-QTE           PIC 9(7).
           05 PRM-REPONSE       PIC X(1).
               88 PROMESSE-IMMEDIATE  VALUE 'O'.
               88 PROMESSE-DIFFEREE   VALUE 'D'.
               88 PROMESSE-IMPOSSIBLE VALUE 'N'.
               88 PROMESSE-KIT        VALUE 'K'.
               88 PROMESSE-ERREUR     VALUE 'E'.
           05 PRM-SQLCODE       PIC S9(4) COMP.
      * STOCK DU DEPOT, ENGAGE SUR LES COMMANDES DU JOUR NON ENCORE
      * PREPAREES, STOCK EN MAIN (STOCK DU DEPOT + ENGAGE), RELIQUATS
      * EN ATTENTE, DISPONIBLE IMMEDIAT ET TOTAL DES ARRIVAGES ATTENDUS
           05 PRM-STOCK         PIC S9(7) COMP-3.
           05 PRM-ENGAGE        PIC S9(7) COMP-3.
           05 PRM-EN-MAIN       PIC S9(7) COMP-3.
           05 PRM-RELIQUATS     PIC S9(7) COMP-3.
           05 PRM-DISPONIBLE    PIC S9(7) COMP-3.
           05 PRM-A-RECEVOIR    PIC S9(7) COMP-3.
           05 PRM-DATE-PROMESSE PIC X(10).
      * LES SIX PREMIERES DATES D'ARRIVAGE, AVEC LE DISPONIBLE CUMULE
      * A CHAQUE DATE
           05 PRM-NB-ARRIVAGES  PIC 9(2).
           05 PRM-ARRIVAGE OCCURS 6 TIMES.
               10 PRM-ARR-DATE      PIC X(10).
               10 PRM-ARR-QTE       PIC S9(7) COMP-3.
               10 PRM-ARR-CUMUL     PIC S9(7) COMP-3.
