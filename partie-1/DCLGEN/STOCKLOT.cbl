      ******************************************************************
      * DCLGEN TABLE(API6.STOCKS_LOT)                                  *
      *        LIBRARY(API6.SOURCE.DCLGEN(STOCKLOT))                   *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(SLOT-)                                            *
      *        STRUCTURE(ST-SLOT)                                      *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE API6.STOCKS_LOT TABLE
           ( P_NO                           CHAR(3) NOT NULL,
             DEPOT                          CHAR(2) NOT NULL,
             LOT                            CHAR(10) NOT NULL,
             DATE_RECEPTION                 DATE NOT NULL,
             QTE_STOCK                      DECIMAL(7, 0) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE API6.STOCKS_LOT                    *
      ******************************************************************
       01  ST-SLOT.
      *                       P_NO
           10 SLOT-P-NO            PIC X(3).
      *                       DEPOT
           10 SLOT-DEPOT           PIC X(2).
      *                       LOT
           10 SLOT-LOT             PIC X(10).
      *                       DATE_RECEPTION
           10 SLOT-DATE-RECEPTION  PIC X(10).
      *                       QTE_STOCK
           10 SLOT-QTE-STOCK       PIC S9(7)V USAGE COMP-3.
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  ISTOCKS-LOT.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 5 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5       *
      ******************************************************************
