      ******************************************************************
      * DCLGEN TABLE(API6.CONTRACT_PRICES)                             *
      *        LIBRARY(API6.SOURCE.DCLGEN(CONTRAT))                    *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(CTR-)                                             *
      *        STRUCTURE(ST-CONTRAT)                                   *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE API6.CONTRACT_PRICES TABLE
           ( C_NO                           DECIMAL(4, 0) NOT NULL,
             P_NO                           CHAR(3) NOT NULL,
             PRIX_NET                       DECIMAL(5, 2) NOT NULL,
             DATE_DEBUT                     DATE NOT NULL,
             DATE_FIN                       DATE NOT NULL,
             C_NO_CONTRAT                   DECIMAL(4, 0) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE API6.CONTRACT_PRICES               *
      ******************************************************************
       01  ST-CONTRAT.
      *                       C_NO
           10 CTR-C-NO             PIC S9(4)V USAGE COMP-3.
      *                       P_NO
           10 CTR-P-NO             PIC X(3).
      *                       PRIX_NET
           10 CTR-PRIX-NET         PIC S9(3)V9(2) USAGE COMP-3.
      *                       DATE_DEBUT
           10 CTR-DATE-DEBUT       PIC X(10).
      *                       DATE_FIN
           10 CTR-DATE-FIN         PIC X(10).
      *                       C_NO_CONTRAT
           10 CTR-C-NO-CONTRAT     PIC S9(4)V USAGE COMP-3.
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  ICONTRACT-PRICES.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 6 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
