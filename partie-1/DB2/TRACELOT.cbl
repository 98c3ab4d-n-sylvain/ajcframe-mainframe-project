       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRACELOT.

      * TRACABILITE D'UN LOT POUR RAPPEL PRODUIT : A PARTIR D'UNE
      * CARTE SYSIN (PRODUIT SUR 3, LOT SUR 10), LISTE TOUTES LES
      * LIGNES DE COMMANDE QUI ONT RECU CE LOT D'APRES LES
      * AFFECTATIONS DE API6.LOTS_LIGNES (ECRITES PAR MAJDB AU
      * CHARGEMENT ET PAR PICKLIST A LA PREPARATION), AVEC LE CLIENT,
      * LE SITE DE LIVRAISON (ADRESSE DU CLIENT A DEFAUT), LE DEPOT,
      * LA QUANTITE ET LA DATE D'EXPEDITION QUAND ELLE EST CONNUE.
      * LE RAPPORT SE TERMINE PAR LA QUANTITE DU LOT ENCORE EN STOCK,
      * DEPOT PAR DEPOT, D'APRES API6.STOCKS_LOT, POUR QUE LE MAGASIN
      * PUISSE BLOQUER LE RESTE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RAPPORT-TRACE ASSIGN TO RAPTRACE
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-RAPTRACE.

       DATA DIVISION.
       FILE SECTION.
       FD  RAPPORT-TRACE.
       01  ENR-RAPTRACE             PIC X(119).

       WORKING-STORAGE SECTION.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               INCLUDE STOCKLOT
           END-EXEC.

           EXEC SQL
               INCLUDE LOTLIGNE
           END-EXEC.

      * LIGNES DE COMMANDE AYANT RECU LE LOT, PAR CLIENT PUIS
      * COMMANDE
           EXEC SQL
               DECLARE CTRACE CURSOR
               FOR
               SELECT
                   C.C_NO,
                   C.COMPANY,
                   O.O_NO,
                   O.CODE_LIVR,
                   VALUE(L.NOM_SITE, C.COMPANY),
                   VALUE(L.CITY, C.CITY),
                   VALUE(L.STATE, C.STATE),
                   A.DEPOT,
                   A.QTE,
                   CHAR(A.DATE_AFFECT, ISO),
                   VALUE(X.DATE_EXP, ' ')
               FROM
                   API6.LOTS_LIGNES A
               INNER JOIN API6.ORDERS O ON O.O_NO = A.O_NO
               INNER JOIN API6.CUSTOMERS C ON C.C_NO = O.C_NO
               LEFT OUTER JOIN API6.SHIP_TO L
                   ON L.C_NO = O.C_NO AND L.CODE_LIVR = O.CODE_LIVR
               LEFT OUTER JOIN API6.EXPEDITIONS X
                   ON X.O_NO = O.O_NO
               WHERE
                   A.P_NO = :LLIG-P-NO
                   AND A.LOT = :LLIG-LOT
               ORDER BY
                   C.C_NO, O.O_NO, A.DEPOT
           END-EXEC.

      * RESTE DU LOT EN STOCK, DEPOT PAR DEPOT
           EXEC SQL
               DECLARE CRESTE CURSOR
               FOR
               SELECT
                   DEPOT,
                   CHAR(DATE_RECEPTION, ISO),
                   QTE_STOCK
               FROM
                   API6.STOCKS_LOT
               WHERE
                   P_NO = :SLOT-P-NO
                   AND LOT = :SLOT-LOT
               ORDER BY
                   DEPOT
           END-EXEC.

      * CARTE PARAMETRE : PRODUIT (1:3), LOT (4:10)
       01 WS-CARTE-TRACE.
          05 WS-PARM-P-NO      PIC X(3).
          05 WS-PARM-LOT       PIC X(10).
          05 FILLER            PIC X(67).

      * VARIABLES DU CURSEUR DES AFFECTATIONS
        77 WS-C-NO           PIC S9(4)V USAGE COMP-3.
        77 WS-COMPANY        PIC X(30).
        77 WS-O-NO           PIC S9(7)V USAGE COMP-3.
        77 WS-CODE-LIVR      PIC X(3).
        77 WS-LIV-NOM        PIC X(30).
        77 WS-LIV-CITY       PIC X(20).
        77 WS-LIV-STATE      PIC X(2).
        77 WS-DEPOT          PIC X(2).
        77 WS-QTE            PIC S9(7)V USAGE COMP-3.
        77 WS-DATE-AFFECT    PIC X(10).
        77 WS-DATE-EXP       PIC X(10).

      * VARIABLES DU CURSEUR DU RESTE EN STOCK
        77 WS-DATE-RECEPTION PIC X(10).
        77 WS-QTE-STOCK      PIC S9(7)V USAGE COMP-3.

      * RUPTURE PAR CLIENT
        77 WS-C-NO-PREC      PIC S9(4)V USAGE COMP-3 VALUE ZERO.

      * VARIABLES DE CONTROLE ET TOTAUX
        77 FS-RAPTRACE       PIC 99.
        77 WS-NB-LIGNES      PIC 9(5) VALUE ZERO.
        77 WS-NB-CLIENTS     PIC 9(5) VALUE ZERO.
        77 WS-QTE-LIVREE     PIC S9(9)V USAGE COMP-3 VALUE ZERO.
        77 WS-QTE-RESTE      PIC S9(9)V USAGE COMP-3 VALUE ZERO.
        77 ED-O-NO           PIC 9(7).
        77 ED-C-NO           PIC 9(4).
        77 ED-QTE            PIC -(6)9.
        77 ED-TOTAL          PIC -(8)9.
        77 ED-NB             PIC Z(4)9.

       PROCEDURE DIVISION.

           DISPLAY '=== PROGRAMME TRACELOT - TRACABILITE D''UN LOT ==='

           MOVE SPACES TO WS-CARTE-TRACE
           ACCEPT WS-CARTE-TRACE FROM SYSIN
           IF WS-PARM-P-NO = SPACES OR WS-PARM-LOT = SPACES
               DISPLAY 'PRODUIT ET LOT OBLIGATOIRES - TRACE REFUSEE'
               PERFORM ABEND-PROG
           END-IF
           MOVE WS-PARM-P-NO TO LLIG-P-NO
           MOVE WS-PARM-LOT TO LLIG-LOT
           MOVE WS-PARM-P-NO TO SLOT-P-NO
           MOVE WS-PARM-LOT TO SLOT-LOT
           DISPLAY 'PRODUIT ' WS-PARM-P-NO ' LOT ' WS-PARM-LOT

           OPEN OUTPUT RAPPORT-TRACE
           IF FS-RAPTRACE NOT = ZERO
               DISPLAY 'ERR OPEN RAPTRACE - FS : ' FS-RAPTRACE
               PERFORM ABEND-PROG
           END-IF

           MOVE SPACES TO ENR-RAPTRACE
           STRING '=== TRACABILITE DU LOT ' WS-PARM-LOT
                  ' - PRODUIT ' WS-PARM-P-NO ' ===' DELIMITED BY SIZE
               INTO ENR-RAPTRACE
           END-STRING
           WRITE ENR-RAPTRACE

           MOVE SPACES TO ENR-RAPTRACE
           WRITE ENR-RAPTRACE
           MOVE SPACES TO ENR-RAPTRACE
           STRING 'LIVRAISONS DU LOT :' DELIMITED BY SIZE
               INTO ENR-RAPTRACE
           END-STRING
           WRITE ENR-RAPTRACE

           EXEC SQL
               OPEN CTRACE
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF

           PERFORM FETCH-TRACE

           PERFORM UNTIL SQLCODE = +100
               IF WS-NB-LIGNES = ZERO OR WS-C-NO NOT = WS-C-NO-PREC
                   PERFORM EDITER-CLIENT
               END-IF
               ADD 1 TO WS-NB-LIGNES
               ADD WS-QTE TO WS-QTE-LIVREE
               PERFORM EDITER-LIGNE-TRACE
               PERFORM FETCH-TRACE
           END-PERFORM

           EXEC SQL
               CLOSE CTRACE
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF

           IF WS-NB-LIGNES = ZERO
               MOVE SPACES TO ENR-RAPTRACE
               STRING '  AUCUNE COMMANDE N''A RECU CE LOT'
                   DELIMITED BY SIZE INTO ENR-RAPTRACE
               END-STRING
               WRITE ENR-RAPTRACE
           END-IF

           PERFORM EDITER-RESTE-STOCK

           PERFORM EDITER-TOTAUX

           CLOSE RAPPORT-TRACE

           DISPLAY 'LIGNES DE COMMANDE TOUCHEES : ' WS-NB-LIGNES
           DISPLAY 'CLIENTS TOUCHES             : ' WS-NB-CLIENTS
           DISPLAY 'FIN PROGRAMME TRACELOT'
           GOBACK.

       FETCH-TRACE.
           EXEC SQL
               FETCH CTRACE
               INTO :WS-C-NO,
                    :WS-COMPANY,
                    :WS-O-NO,
                    :WS-CODE-LIVR,
                    :WS-LIV-NOM,
                    :WS-LIV-CITY,
                    :WS-LIV-STATE,
                    :WS-DEPOT,
                    :WS-QTE,
                    :WS-DATE-AFFECT,
                    :WS-DATE-EXP
           END-EXEC
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               PERFORM ABEND-PROG
           END-IF.

      * ENTETE DE RUPTURE : UN BLOC PAR CLIENT TOUCHE
       EDITER-CLIENT.
           ADD 1 TO WS-NB-CLIENTS
           MOVE WS-C-NO TO WS-C-NO-PREC
           MOVE WS-C-NO TO ED-C-NO
           MOVE SPACES TO ENR-RAPTRACE
           STRING '  CLIENT ' ED-C-NO ' ' WS-COMPANY
               DELIMITED BY SIZE INTO ENR-RAPTRACE
           END-STRING
           WRITE ENR-RAPTRACE.

      * UNE LIGNE PAR COMMANDE ET DEPOT : SITE DE LIVRAISON, QUANTITE
      * DU LOT ET DATE D'EXPEDITION (BLANC SI PAS ENCORE EXPEDIEE)
       EDITER-LIGNE-TRACE.
           MOVE WS-O-NO TO ED-O-NO
           MOVE WS-QTE TO ED-QTE
           IF WS-DATE-EXP = SPACES
               MOVE 'NON EXP.' TO WS-DATE-EXP
           END-IF
           MOVE SPACES TO ENR-RAPTRACE
           STRING '    CMD=' ED-O-NO
                  ' LIV=' WS-CODE-LIVR
                  ' ' WS-LIV-NOM
                  ' ' WS-LIV-CITY
                  ' ' WS-LIV-STATE
                  ' DEPOT=' WS-DEPOT
                  ' QTE=' ED-QTE
                  ' EXP=' WS-DATE-EXP
               DELIMITED BY SIZE INTO ENR-RAPTRACE
           END-STRING
           WRITE ENR-RAPTRACE.

      * QUANTITE DU LOT ENCORE PRESENTE EN STOCK, PAR DEPOT
       EDITER-RESTE-STOCK.
           MOVE SPACES TO ENR-RAPTRACE
           WRITE ENR-RAPTRACE
           MOVE SPACES TO ENR-RAPTRACE
           STRING 'RESTE EN STOCK :' DELIMITED BY SIZE
               INTO ENR-RAPTRACE
           END-STRING
           WRITE ENR-RAPTRACE

           EXEC SQL
               OPEN CRESTE
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF

           PERFORM FETCH-RESTE

           PERFORM UNTIL SQLCODE = +100
               ADD WS-QTE-STOCK TO WS-QTE-RESTE
               MOVE WS-QTE-STOCK TO ED-QTE
               MOVE SPACES TO ENR-RAPTRACE
               STRING '    DEPOT=' WS-DEPOT
                      ' RECU LE ' WS-DATE-RECEPTION
                      ' QTE EN STOCK=' ED-QTE
                   DELIMITED BY SIZE INTO ENR-RAPTRACE
               END-STRING
               WRITE ENR-RAPTRACE
               PERFORM FETCH-RESTE
           END-PERFORM

           EXEC SQL
               CLOSE CRESTE
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF.

       FETCH-RESTE.
           EXEC SQL
               FETCH CRESTE
               INTO :WS-DEPOT,
                    :WS-DATE-RECEPTION,
                    :WS-QTE-STOCK
           END-EXEC
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               PERFORM ABEND-PROG
           END-IF.

       EDITER-TOTAUX.
           MOVE SPACES TO ENR-RAPTRACE
           WRITE ENR-RAPTRACE

           MOVE WS-NB-CLIENTS TO ED-NB
           MOVE SPACES TO ENR-RAPTRACE
           STRING 'CLIENTS TOUCHES              : ' ED-NB
               DELIMITED BY SIZE INTO ENR-RAPTRACE
           END-STRING
           WRITE ENR-RAPTRACE

           MOVE WS-NB-LIGNES TO ED-NB
           MOVE SPACES TO ENR-RAPTRACE
           STRING 'LIGNES DE COMMANDE TOUCHEES  : ' ED-NB
               DELIMITED BY SIZE INTO ENR-RAPTRACE
           END-STRING
           WRITE ENR-RAPTRACE

           MOVE WS-QTE-LIVREE TO ED-TOTAL
           MOVE SPACES TO ENR-RAPTRACE
           STRING 'QUANTITE AFFECTEE AUX CLIENTS: ' ED-TOTAL
               DELIMITED BY SIZE INTO ENR-RAPTRACE
           END-STRING
           WRITE ENR-RAPTRACE

           MOVE WS-QTE-RESTE TO ED-TOTAL
           MOVE SPACES TO ENR-RAPTRACE
           STRING 'QUANTITE ENCORE EN STOCK     : ' ED-TOTAL
               DELIMITED BY SIZE INTO ENR-RAPTRACE
           END-STRING
           WRITE ENR-RAPTRACE.

      * CODE RETOUR NON NUL EN LIEU D'UN ABEND, PAR COHERENCE AVEC LE
      * RESTE DE LA SUITE BATCH
       ABEND-PROG.
           DISPLAY 'ANOMALIE GRAVE : '
           DISPLAY 'ERREUR SQL : ' SQLCODE
           EXEC SQL
               ROLLBACK
           END-EXEC
           MOVE 16 TO RETURN-CODE
           GOBACK.
