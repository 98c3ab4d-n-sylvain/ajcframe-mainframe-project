             COLOR                          VARCHAR(20),
             WEIGHT                         DECIMAL(4, 1),
             CITY                           VARCHAR(20),
             ONHAND                         DECIMAL(7, 0) NOT NULL,
             STDCOST                        DECIMAL(7, 2) NOT NULL
                                            WITH DEFAULT
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE API4.PARTS                         *
              49 PARTCITY-TEXT     PIC X(20).
      *                       ONHAND
           10 PARTONHAND           PIC S9(7)V USAGE COMP-3.
      *                       STDCOST
           10 PARTSTDCOST          PIC S9(5)V9(2) USAGE COMP-3.
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IPARTS.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 7 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
