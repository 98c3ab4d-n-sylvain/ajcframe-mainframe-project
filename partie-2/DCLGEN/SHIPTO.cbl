      ******************************************************************
      * DCLGEN TABLE(API6.SHIP_TO)                                     *
      *        LIBRARY(API6.SOURCE.DCLGEN(SHIPTO))                     *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(SHP-)                                             *
      *        STRUCTURE(ST-SHIPTO)                                    *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE API6.SHIP_TO TABLE
           ( C_NO                           DECIMAL(4, 0) NOT NULL,
             CODE_LIVR                      CHAR(3) NOT NULL,
             NOM_SITE                       CHAR(30) NOT NULL,
             ADDRESS                        CHAR(100) NOT NULL,
             CITY                           CHAR(20) NOT NULL,
             STATE                          CHAR(2) NOT NULL,
             ZIP                            CHAR(5) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE API6.SHIP_TO                       *
      ******************************************************************
       01  ST-SHIPTO.
      *                       C_NO
           10 SHP-C-NO             PIC S9(4)V USAGE COMP-3.
      *                       CODE_LIVR
           10 SHP-CODE-LIVR        PIC X(3).
      *                       NOM_SITE
           10 SHP-NOM-SITE         PIC X(30).
      *                       ADDRESS
           10 SHP-ADDRESS          PIC X(100).
      *                       CITY
           10 SHP-CITY             PIC X(20).
      *                       STATE
           10 SHP-STATE            PIC X(2).
      *                       ZIP
           10 SHP-ZIP              PIC X(5).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  ISHIP-TO.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 7 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
