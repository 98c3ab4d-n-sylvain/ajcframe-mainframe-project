      * STOCK DISPONIBLE, SAISI A L'ECRAN ET AJUSTE PAR LE BATCH DE
      * MOUVEMENTS K5MOUVT
           05 WS-STOCKK     PIC S9(7) COMP-3.
      * COUT STANDARD UNITAIRE, SAISI A LA CREATION ET MODIFIABLE
      * ENSUITE PAR LE MOUVEMENT 'C' DE K5MOUVT
           05 WS-COUTK      PIC S9(5)V99 COMP-3.
       01 ZONE-ED.
           05 FILLER        PIC X(4) VALUE 'ERR '.
           05 ERR-TYPE      PIC X(4).
           05 JRN-USERID    PIC X(8).
           05 JRN-TERMINAL  PIC X(4).
           05 JRN-ACTION    PIC X(1).
           05 JRN-AVANT     PIC X(86).
           05 JRN-APRES     PIC X(86).
           05 FILLER        PIC X(3).

       77 WS-USERID-JRN     PIC X(8).

      * IMAGE AVANT D'UNE PIECE, RELUE JUSTE AVANT SUPPRESSION OU
      * CORRECTION POUR LE JOURNAL
       01 ENREG-KSDS-AVANT  PIC X(86).
002540
002550 LINKAGE SECTION.
002560 01 DFHCOMMAREA.
               END-IF
           END-IF

           IF WS-CONT-OP = ZERO THEN
               IF COUTI IS NOT NUMERIC THEN
                   IF COUTI = SPACES OR COUTL = ZERO THEN
                       MOVE 0 TO COUTI
                   ELSE
                       MOVE 'Le coût standard doit être numérique.'
                       TO MESS1O
                       MOVE 1 TO WS-CONT-OP
                   END-IF
               END-IF
           END-IF

           IF WS-CONT-OP = ZERO THEN

               INITIALIZE ENREG-KSDS
               MOVE POIDSI TO WS-POIDSK
               MOVE VILLEI TO WS-VILLEK
               MOVE STOCKI TO WS-STOCKK
               MOVE COUTI TO WS-COUTK


      *         EXEC CICS WRITE
           MOVE WS-VILLEK TO PARTCITY-TEXT
           MOVE LENGTH OF WS-VILLEK TO PARTCITY-LEN
           MOVE WS-STOCKK TO PARTONHAND
           MOVE WS-COUTK TO PARTSTDCOST

           EXEC SQL
               INSERT INTO API4.PARTS
               (PNO, PNAME, COLOR, WEIGHT, CITY, ONHAND, STDCOST)
               VALUES (:PARTPNO, :PARTPNAME, :PARTCOLOR,
               :PARTWEIGHT, :PARTCITY, :PARTONHAND, :PARTSTDCOST)
           END-EXEC

           EVALUATE TRUE
                       MOVE WS-POIDSK TO POIDSO
                       MOVE WS-VILLEK TO VILLEO
                       MOVE WS-STOCKK TO STOCKO
                       MOVE WS-COUTK TO COUTO
                       MOVE 'Pièce trouvée.' TO MESS1O
                       MOVE DFHDFT TO MESS1C
                   WHEN WS-RESP = DFHRESP(NOTFND)
