      ******************************************************************
      * DCLGEN TABLE(API6.RESERVE_STOCK)                               *
      *        LIBRARY(API6.SOURCE.DCLGEN(RESVSTK))                    *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(RSV-)                                             *
      *        STRUCTURE(ST-RSV)                                       *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE API6.RESERVE_STOCK TABLE
           ( PERIODE                        CHAR(7) NOT NULL,
             P_NO                           CHAR(3) NOT NULL,
             TRANCHE                        CHAR(1) NOT NULL,
             VALEUR                         DECIMAL(11, 2) NOT NULL,
             TAUX                           DECIMAL(3, 0) NOT NULL,
             RESERVE                        DECIMAL(11, 2) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE API6.RESERVE_STOCK                 *
      ******************************************************************
       01  ST-RSV.
      *                       PERIODE
           10 RSV-PERIODE          PIC X(7).
      *                       P_NO
           10 RSV-P-NO             PIC X(3).
      *                       TRANCHE
           10 RSV-TRANCHE          PIC X(1).
      *                       VALEUR
           10 RSV-VALEUR           PIC S9(9)V9(2) USAGE COMP-3.
      *                       TAUX
           10 RSV-TAUX             PIC S9(3)V USAGE COMP-3.
      *                       RESERVE
           10 RSV-RESERVE          PIC S9(9)V9(2) USAGE COMP-3.
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IRESERVE-STOCK.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 6 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
