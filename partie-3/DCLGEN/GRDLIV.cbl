      ******************************************************************
      * DCLGEN TABLE(API6.GRAND_LIVRE)                                 *
      *        LIBRARY(API6.SOURCE.DCLGEN(GRDLIV))                     *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(GLV-)                                             *
      *        STRUCTURE(ST-GLV)                                       *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE API6.GRAND_LIVRE TABLE
           ( SOCIETE                        CHAR(1) NOT NULL,
             PERIODE                        CHAR(7) NOT NULL,
             COMPTE                         CHAR(8) NOT NULL,
             TOTAL_DEBIT                    DECIMAL(13, 2) NOT NULL,
             TOTAL_CREDIT                   DECIMAL(13, 2) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE API6.GRAND_LIVRE                   *
      ******************************************************************
       01  ST-GLV.
      *                       SOCIETE
           10 GLV-SOCIETE          PIC X(1).
      *                       PERIODE
           10 GLV-PERIODE          PIC X(7).
      *                       COMPTE
           10 GLV-COMPTE           PIC X(8).
      *                       TOTAL_DEBIT
           10 GLV-TOTAL-DEBIT      PIC S9(11)V9(2) USAGE COMP-3.
      *                       TOTAL_CREDIT
           10 GLV-TOTAL-CREDIT     PIC S9(11)V9(2) USAGE COMP-3.
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IGRAND-LIVRE.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 5 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5       *
      ******************************************************************
