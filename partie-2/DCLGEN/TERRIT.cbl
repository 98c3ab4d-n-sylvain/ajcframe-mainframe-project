      ******************************************************************
      * DCLGEN TABLE(API6.TERRITOIRES)                                 *
      *        LIBRARY(API6.SOURCE.DCLGEN(TERRIT))                     *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(TER-)                                             *
      *        STRUCTURE(ST-TERRIT)                                    *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE API6.TERRITOIRES TABLE
           ( C_NO                           DECIMAL(4, 0) NOT NULL
                                            WITH DEFAULT,
             STATE                          CHAR(2) NOT NULL
                                            WITH DEFAULT,
             E_NO                           DECIMAL(2, 0) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE API6.TERRITOIRES                   *
      ******************************************************************
       01  ST-TERRIT.
      *                       C_NO
           10 TER-C-NO             PIC S9(4)V USAGE COMP-3.
      *                       STATE
           10 TER-STATE            PIC X(2).
      *                       E_NO
           10 TER-E-NO             PIC S9(2)V USAGE COMP-3.
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  ITERRITOIRES.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 3 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 3       *
      ******************************************************************
