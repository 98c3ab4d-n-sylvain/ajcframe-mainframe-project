           EXEC SQL DECLARE API6.DEPTS TABLE
           ( DEPT                           DECIMAL(4, 0) NOT NULL,
             DNAME                          VARCHAR(20) NOT NULL,
             MANAGER                        VARCHAR(20) NOT NULL,
             CENTRE_COUT                    CHAR(8) NOT NULL
                                            WITH DEFAULT
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE API6.DEPTS                         *
              49 DEPT-MANAGER-LEN  PIC S9(4) USAGE COMP.
      *                       MANAGER
              49 DEPT-MANAGER-TEXT PIC X(20).
      *                       CENTRE_COUT
           10 DEPT-CENTRE-COUT     PIC X(8).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IDEPTS.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 4 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 4       *
      ******************************************************************
