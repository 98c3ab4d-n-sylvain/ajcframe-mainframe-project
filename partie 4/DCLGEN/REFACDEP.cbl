      ******************************************************************
      * DCLGEN TABLE(API6.REFACT_DEPT)                                 *
      *        LIBRARY(API6.SOURCE.DCLGEN(REFACDEP))                   *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(RFD-)                                             *
      *        STRUCTURE(ST-RFD)                                       *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE API6.REFACT_DEPT TABLE
           ( PERIODE                        CHAR(7) NOT NULL,
             DEPT                           DECIMAL(4, 0) NOT NULL,
             CENTRE_COUT                    CHAR(8) NOT NULL,
             NB_LIGNES                      DECIMAL(5, 0) NOT NULL,
             MONTANT                        DECIMAL(11, 2) NOT NULL,
             DATE_RUN                       DATE NOT NULL
                                            WITH DEFAULT
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE API6.REFACT_DEPT                   *
      ******************************************************************
       01  ST-RFD.
      *                       PERIODE
           10 RFD-PERIODE          PIC X(7).
      *                       DEPT
           10 RFD-DEPT             PIC S9(4)V USAGE COMP-3.
      *                       CENTRE_COUT
           10 RFD-CENTRE-COUT      PIC X(8).
      *                       NB_LIGNES
           10 RFD-NB-LIGNES        PIC S9(5)V USAGE COMP-3.
      *                       MONTANT
           10 RFD-MONTANT          PIC S9(9)V9(2) USAGE COMP-3.
      *                       DATE_RUN
           10 RFD-DATE-RUN         PIC X(10).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IREFACT-DEPT.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 6 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
