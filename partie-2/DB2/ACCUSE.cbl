      * SUSPENDUES CESSENT DE DISPARAITRE DE SON POINT DE VUE. DEUX
      * SORTIES, COMME FACTURE : LE LISTING ACCUSES (119 COLONNES) ET
      * LA SORTIE STRUCTUREE ACCSTRU (ENREGISTREMENTS 'H' CLIENT,
      * 'D' ADRESSE DE LIVRAISON DE LA COMMANDE, 'L' LIGNE ACCEPTEE,
      * 'S' LIGNE SUSPENDUE, 'R' PRODUIT RETIRE REMPLACE PAR SON
      * SUCCESSEUR SUR LA LIGNE QUI PRECEDE, CHAMPS ';'). UNE LIGNE
      * CHARGEE SUR LE SUCCESSEUR D'UN PRODUIT RETIRE (TRACE DANS
      * API6.SUBST_LIGNES) EST SIGNALEE AU CLIENT AVEC LE PRODUIT
      * COMMANDE ET LA REGLE DE PRIX. L'ADRESSE DE FACTURATION
      * EST EDITEE EN TETE DU CLIENT, L'ADRESSE DE LIVRAISON (SHIP_TO
      * DU CODE PORTE PAR LA COMMANDE, A DEFAUT CELLE DU CLIENT) EN
      * TETE DE CHAQUE COMMANDE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
          05 FILLER          PIC X(1).
          05 SUSP-RAISON     PIC X(30).
          05 FILLER          PIC X(1).
          05 SUSP-LIGNE      PIC X(52).

       FD  ACCUSES-FILE
           RECORDING MODE IS F
                   P.DESCRIPTION,
                   I.QUANTITY,
                   I.PRICE,
                   DECIMAL(I.QUANTITY * I.PRICE, 7, 2),
                   VALUE(C.ADDRESS, ' '),
                   C.CITY,
                   C.ZIP,
                   C.STATE,
                   O.CODE_LIVR,
                   VALUE(L.NOM_SITE, C.COMPANY),
                   VALUE(L.ADDRESS, C.ADDRESS, ' '),
                   VALUE(L.CITY, C.CITY),
                   VALUE(L.ZIP, C.ZIP),
                   VALUE(L.STATE, C.STATE),
                   VALUE(S.P_NO_ANCIEN, ' '),
                   VALUE(S.REGLE_PRIX, ' ')
               FROM
                   API6.ORDERS O
               INNER JOIN API6.CUSTOMERS C ON C.C_NO = O.C_NO
               INNER JOIN API6.ITEMS I ON I.O_NO = O.O_NO
               INNER JOIN API6.PRODUCTS P ON P.P_NO = I.P_NO
               LEFT OUTER JOIN API6.SHIP_TO L
                   ON L.C_NO = O.C_NO AND L.CODE_LIVR = O.CODE_LIVR
               LEFT OUTER JOIN API6.SUBST_LIGNES S
                   ON S.O_NO = I.O_NO AND S.P_NO = I.P_NO
               WHERE
                   O.O_DATE = :WS-DATE-METIER
               ORDER BY
       77 WS-QUANTITY        PIC S9(2)V USAGE COMP-3.
       77 WS-PRICE           PIC S9(3)V9(2) USAGE COMP-3.
       77 WS-LINE-TOTAL      PIC S9(5)V9(2) USAGE COMP-3.
       77 WS-ADDRESS         PIC X(100).
       77 WS-CITY            PIC X(20).
       77 WS-ZIP             PIC X(5).
       77 WS-STATE           PIC X(2).
       77 WS-LIV-CODE        PIC X(3).
       77 WS-LIV-NOM         PIC X(30).
       77 WS-LIV-ADDRESS     PIC X(100).
       77 WS-LIV-CITY        PIC X(20).
       77 WS-LIV-ZIP         PIC X(5).
       77 WS-LIV-STATE       PIC X(2).
       77 WS-P-NO-ANCIEN     PIC X(3).
       77 WS-REGLE-PRIX      PIC X(1).

      * PARAMETRE SYSIN ET CONTROLE FICHIERS
       77 FS-SUSPENS         PIC 99.
       77 WS-NB-CLIENTS      PIC 9(4) VALUE ZERO.
       77 WS-NB-LIGNES       PIC 9(5) VALUE ZERO.
       77 WS-NB-SUSP-EDITES  PIC 9(4) VALUE ZERO.
       77 WS-NB-SUBST-EDITES PIC 9(4) VALUE ZERO.
       77 ED-O-NO            PIC 9(7).
       77 ED-QTE             PIC Z9.
       77 ED-PRIX            PIC ZZZ,99.
           DISPLAY 'CLIENTS ACCUSES     : ' WS-NB-CLIENTS
           DISPLAY 'LIGNES ACCEPTEES    : ' WS-NB-LIGNES
           DISPLAY 'SUSPENS SIGNALES    : ' WS-NB-SUSP-EDITES
           DISPLAY 'SUBSTITUTIONS       : ' WS-NB-SUBST-EDITES
           DISPLAY 'FIN PROGRAMME ACCUSE'
           GOBACK.

                    :WS-DESCRIPTION,
                    :WS-QUANTITY,
                    :WS-PRICE,
                    :WS-LINE-TOTAL,
                    :WS-ADDRESS,
                    :WS-CITY,
                    :WS-ZIP,
                    :WS-STATE,
                    :WS-LIV-CODE,
                    :WS-LIV-NOM,
                    :WS-LIV-ADDRESS,
                    :WS-LIV-CITY,
                    :WS-LIV-ZIP,
                    :WS-LIV-STATE,
                    :WS-P-NO-ANCIEN,
                    :WS-REGLE-PRIX
           END-EXEC
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               PERFORM ABEND-PROG
           END-STRING
           PERFORM ECRIRE-LIGNE-ACCUSE

           MOVE SPACES TO ACCUSE-RECORD
           STRING 'FACTURE A : ' WS-ADDRESS (1:60) DELIMITED BY SIZE
               INTO ACCUSE-RECORD
           END-STRING
           PERFORM ECRIRE-LIGNE-ACCUSE

           MOVE SPACES TO ACCUSE-RECORD
           STRING '            ' WS-CITY ' ' WS-ZIP ' ' WS-STATE
               DELIMITED BY SIZE INTO ACCUSE-RECORD
           END-STRING
           PERFORM ECRIRE-LIGNE-ACCUSE

           MOVE SPACES TO ENR-ACCSTRU
           STRING 'H;' WS-C-NO-AFFICHE ';' WS-COMPANY ';'
                  WS-DATE-METIER DELIMITED BY SIZE
               INTO ACCUSE-RECORD
           END-STRING
           PERFORM ECRIRE-LIGNE-ACCUSE

           MOVE SPACES TO ACCUSE-RECORD
           STRING '   LIVRER A : ' WS-LIV-NOM ' '
                  WS-LIV-ADDRESS (1:60) DELIMITED BY SIZE
               INTO ACCUSE-RECORD
           END-STRING
           PERFORM ECRIRE-LIGNE-ACCUSE

           MOVE SPACES TO ACCUSE-RECORD
           STRING '              ' WS-LIV-CITY ' ' WS-LIV-ZIP ' '
                  WS-LIV-STATE DELIMITED BY SIZE
               INTO ACCUSE-RECORD
           END-STRING
           PERFORM ECRIRE-LIGNE-ACCUSE

           MOVE SPACES TO ENR-ACCSTRU
           STRING 'D;' ED-O-NO ';' WS-LIV-CODE ';' WS-LIV-NOM ';'
                  WS-LIV-CITY ';' WS-LIV-ZIP ';' WS-LIV-STATE
               DELIMITED BY SIZE INTO ENR-ACCSTRU
           END-STRING
           PERFORM ECRIRE-LIGNE-ACCSTRU
           .

       EDITER-LIGNE-ACCEPTEE.
               DELIMITED BY SIZE INTO ENR-ACCSTRU
           END-STRING
           PERFORM ECRIRE-LIGNE-ACCSTRU

           IF WS-P-NO-ANCIEN NOT = SPACES
               PERFORM EDITER-SUBSTITUTION
           END-IF
           .

      * LIGNE CHARGEE SUR LE SUCCESSEUR D'UN PRODUIT RETIRE : LE
      * CLIENT EST PREVENU DU REMPLACEMENT ET DU PRIX RETENU
       EDITER-SUBSTITUTION.
           ADD 1 TO WS-NB-SUBST-EDITES
           MOVE SPACES TO ACCUSE-RECORD
           IF WS-REGLE-PRIX = 'C'
               STRING '      REMPLACE LE PRODUIT ' WS-P-NO-ANCIEN
                      ' RETIRE DU CATALOGUE - PRIX DE LA COMMANDE'
                      ' MAINTENU' DELIMITED BY SIZE
                   INTO ACCUSE-RECORD
               END-STRING
           ELSE
               STRING '      REMPLACE LE PRODUIT ' WS-P-NO-ANCIEN
                      ' RETIRE DU CATALOGUE - PRIX DU PRODUIT DE'
                      ' REMPLACEMENT' DELIMITED BY SIZE
                   INTO ACCUSE-RECORD
               END-STRING
           END-IF
           PERFORM ECRIRE-LIGNE-ACCUSE

           MOVE SPACES TO ENR-ACCSTRU
           STRING 'R;' ED-O-NO ';' WS-P-NO ';' WS-P-NO-ANCIEN ';'
                  WS-REGLE-PRIX DELIMITED BY SIZE
               INTO ENR-ACCSTRU
           END-STRING
           PERFORM ECRIRE-LIGNE-ACCSTRU
           .

      * FIN DU CLIENT EN COURS : SES LIGNES EN SUSPENS SONT AJOUTEES
