             ZIP                            CHAR(5) NOT NULL,
             PHONE                          CHAR(10),
             BALANCE                        DECIMAL(10, 2),
             CREDIT_LIMIT                   DECIMAL(10, 2),
             CODE_COND                      CHAR(4) NOT NULL
                                            WITH DEFAULT
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE API6.CUSTOMERS                     *
           10 CUST-BALANCE         PIC S9(8)V9(2) USAGE COMP-3.
      *                       CREDIT_LIMIT
           10 CUST-CREDIT-LIMIT    PIC S9(8)V9(2) USAGE COMP-3.
      *                       CODE_COND
           10 CUST-CODE-COND       PIC X(4).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  ICUSTOMERS.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 10 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
