      ******************************************************************
      * DCLGEN TABLE(API6.APPELS_ACCORD)                               *
      *        LIBRARY(API6.SOURCE.DCLGEN(APPELACC))                   *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(APL-)                                             *
      *        STRUCTURE(ST-APPELACC)                                  *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE API6.APPELS_ACCORD TABLE
           ( O_NO                           DECIMAL(7, 0) NOT NULL,
             P_NO                           CHAR(3) NOT NULL,
             C_NO                           DECIMAL(4, 0) NOT NULL,
             CODE_ACCORD                    CHAR(3) NOT NULL,
             QTE                            DECIMAL(7, 0) NOT NULL,
             DATE_APPEL                     DATE NOT NULL,
             ORIGINE                        CHAR(8) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE API6.APPELS_ACCORD                 *
      ******************************************************************
       01  ST-APPELACC.
      *                       O_NO
           10 APL-O-NO             PIC S9(7)V USAGE COMP-3.
      *                       P_NO
           10 APL-P-NO             PIC X(3).
      *                       C_NO
           10 APL-C-NO             PIC S9(4)V USAGE COMP-3.
      *                       CODE_ACCORD
           10 APL-CODE-ACCORD      PIC X(3).
      *                       QTE
           10 APL-QTE              PIC S9(7)V USAGE COMP-3.
      *                       DATE_APPEL
           10 APL-DATE-APPEL       PIC X(10).
      *                       ORIGINE
           10 APL-ORIGINE          PIC X(8).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IAPPELS-ACCORD.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 7 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
