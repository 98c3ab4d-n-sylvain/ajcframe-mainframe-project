      ******************************************************************
      * DCLGEN TABLE(API6.CLASSES_ABC)                                 *
      *        LIBRARY(API6.SOURCE.DCLGEN(PRODABC))                    *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(ABC-)                                             *
      *        STRUCTURE(ST-PRODABC)                                   *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE API6.CLASSES_ABC TABLE
           ( P_NO                           CHAR(3) NOT NULL,
             CLASSE                         CHAR(1) NOT NULL,
             VALEUR_ANNUELLE                DECIMAL(11, 2) NOT NULL,
             PERIODE                        CHAR(7) NOT NULL,
             DATE_DERN_CPT                  DATE NOT NULL
                                            WITH DEFAULT
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE API6.CLASSES_ABC                   *
      ******************************************************************
       01  ST-PRODABC.
      *                       P_NO
           10 ABC-P-NO             PIC X(3).
      *                       CLASSE
           10 ABC-CLASSE           PIC X(1).
      *                       VALEUR_ANNUELLE
           10 ABC-VALEUR-ANNUELLE  PIC S9(9)V9(2) USAGE COMP-3.
      *                       PERIODE
           10 ABC-PERIODE          PIC X(7).
      *                       DATE_DERN_CPT
           10 ABC-DATE-DERN-CPT    PIC X(10).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  ICLASSES-ABC.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 5 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5       *
      ******************************************************************
