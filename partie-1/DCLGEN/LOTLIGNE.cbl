      ******************************************************************
      * DCLGEN TABLE(API6.LOTS_LIGNES)                                 *
      *        LIBRARY(API6.SOURCE.DCLGEN(LOTLIGNE))                   *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(LLIG-)                                            *
      *        STRUCTURE(ST-LLIG)                                      *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE API6.LOTS_LIGNES TABLE
           ( O_NO                           DECIMAL(7, 0) NOT NULL,
             P_NO                           CHAR(3) NOT NULL,
             DEPOT                          CHAR(2) NOT NULL,
             LOT                            CHAR(10) NOT NULL,
             QTE                            DECIMAL(7, 0) NOT NULL,
             DATE_AFFECT                    DATE NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE API6.LOTS_LIGNES                   *
      ******************************************************************
       01  ST-LLIG.
      *                       O_NO
           10 LLIG-O-NO            PIC S9(7)V USAGE COMP-3.
      *                       P_NO
           10 LLIG-P-NO            PIC X(3).
      *                       DEPOT
           10 LLIG-DEPOT           PIC X(2).
      *                       LOT
           10 LLIG-LOT             PIC X(10).
      *                       QTE
           10 LLIG-QTE             PIC S9(7)V USAGE COMP-3.
      *                       DATE_AFFECT
           10 LLIG-DATE-AFFECT     PIC X(10).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  ILOTS-LIGNES.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 6 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
