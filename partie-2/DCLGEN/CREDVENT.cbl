      ******************************************************************
      * DCLGEN TABLE(API6.CREDITS_VENTE)                               *
      *        LIBRARY(API6.SOURCE.DCLGEN(CREDVENT))                   *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(CRV-)                                             *
      *        STRUCTURE(ST-CREDVENT)                                  *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE API6.CREDITS_VENTE TABLE
           ( O_NO                           DECIMAL(7, 0) NOT NULL,
             E_NO                           DECIMAL(2, 0) NOT NULL,
             QUOTE_PART                     DECIMAL(3, 2) NOT NULL,
             E_NO_SAISI                     DECIMAL(2, 0) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE API6.CREDITS_VENTE                 *
      ******************************************************************
       01  ST-CREDVENT.
      *                       O_NO
           10 CRV-O-NO             PIC S9(7)V USAGE COMP-3.
      *                       E_NO
           10 CRV-E-NO             PIC S9(2)V USAGE COMP-3.
      *                       QUOTE_PART
           10 CRV-QUOTE-PART       PIC S9(1)V9(2) USAGE COMP-3.
      *                       E_NO_SAISI
           10 CRV-E-NO-SAISI       PIC S9(2)V USAGE COMP-3.
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  ICREDITS-VENTE.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 4 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 4       *
      ******************************************************************
