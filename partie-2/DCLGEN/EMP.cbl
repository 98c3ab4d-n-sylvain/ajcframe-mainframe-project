             LNAME                          VARCHAR(20) NOT NULL,
             FNAME                          VARCHAR(20) NOT NULL,
             DEPT                           DECIMAL(4, 0) NOT NULL,
             COM                            DECIMAL(3, 2) NOT NULL,
             STATUT                         CHAR(1) NOT NULL
                                            WITH DEFAULT
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE API6.EMPLOYEES                     *
           10 EMP-DEPT             PIC S9(4)V USAGE COMP-3.
      *                       COM
           10 EMP-COM              PIC S9(1)V9(2) USAGE COMP-3.
      *                       STATUT
           10 EMP-STATUT           PIC X(1).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IEMPLOYEES.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 6 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
