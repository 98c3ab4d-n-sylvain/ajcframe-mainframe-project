             O_DATE                         DATE NOT NULL,
             REGION                         CHAR(3) NOT NULL,
             DATE_LIVRAISON                 CHAR(10) NOT NULL
                                            WITH DEFAULT,
             CODE_LIVR                      CHAR(3) NOT NULL
                                            WITH DEFAULT,
             DATE_ECHEANCE                  DATE
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE API6.ORDERS                        *
           10 ORD-REGION           PIC X(3).
      *                       DATE_LIVRAISON
           10 ORD-DATE-LIVRAISON   PIC X(10).
      *                       CODE_LIVR
           10 ORD-CODE-LIVR        PIC X(3).
      *                       DATE_ECHEANCE
           10 ORD-DATE-ECHEANCE    PIC X(10).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IORDERS.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 8 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
