             DESCRIPTION                    VARCHAR(30) NOT NULL,
             PRICE                          DECIMAL(5, 2) NOT NULL,
             DISCONTINUED                   CHAR(1) NOT NULL,
             COST                           DECIMAL(5, 2) NOT NULL,
             CAT_CODE                       CHAR(4) NOT NULL
                                            WITH DEFAULT
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE API6.PRODUCTS                      *
           10 PROD-DISCONTINUED    PIC X(1).
      *                       COST
           10 PROD-COST            PIC S9(3)V9(2) USAGE COMP-3.
      *                       CAT_CODE
           10 PROD-CAT-CODE        PIC X(4).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IPRODUCTS.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 6 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
