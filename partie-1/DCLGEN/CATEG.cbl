      ******************************************************************
      * DCLGEN TABLE(API6.CATEGORIES)                                  *
      *        LIBRARY(API6.SOURCE.DCLGEN(CATEG))                      *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(CAT-)                                             *
      *        STRUCTURE(ST-CATEG)                                     *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE API6.CATEGORIES TABLE
           ( CAT_CODE                       CHAR(4) NOT NULL,
             LIBELLE                        CHAR(30) NOT NULL,
             CAT_PARENT                     CHAR(4) NOT NULL
                                            WITH DEFAULT
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE API6.CATEGORIES                    *
      ******************************************************************
       01  ST-CATEG.
      *                       CAT_CODE
           10 CAT-CAT-CODE         PIC X(4).
      *                       LIBELLE
           10 CAT-LIBELLE          PIC X(30).
      *                       CAT_PARENT
           10 CAT-CAT-PARENT       PIC X(4).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  ICATEGORIES.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 3 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 3       *
      ******************************************************************
