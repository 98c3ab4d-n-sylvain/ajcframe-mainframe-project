             S_NO                           DECIMAL(2, 0) NOT NULL,
             Q_DATE                         CHAR(10) NOT NULL,
             DATE_EXPIR                     CHAR(10) NOT NULL,
             STATUT                         CHAR(1) NOT NULL,
             O_NO                           DECIMAL(7, 0) NOT NULL
                                            WITH DEFAULT,
             DATE_CONV                      CHAR(10) NOT NULL
                                            WITH DEFAULT
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE API6.QUOTES                        *
           10 QTE-DATE-EXPIR       PIC X(10).
      *                       STATUT
           10 QTE-STATUT           PIC X(1).
      *                       O_NO
           10 QTE-O-NO             PIC S9(7)V USAGE COMP-3.
      *                       DATE_CONV
           10 QTE-DATE-CONV        PIC X(10).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IQUOTES.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 8 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
