           EXEC SQL DECLARE API6.EXPEDITIONS TABLE
           ( O_NO                           DECIMAL(7, 0) NOT NULL,
             DATE_EXP                       CHAR(10) NOT NULL,
             STATUT                         CHAR(1) NOT NULL,
             TRANSPORTEUR                   CHAR(4) NOT NULL
                                            WITH DEFAULT,
             NUM_SUIVI                      CHAR(30) NOT NULL
                                            WITH DEFAULT,
             NB_COLIS                       DECIMAL(3, 0) NOT NULL
                                            WITH DEFAULT,
             AVIS                           CHAR(1) NOT NULL
                                            WITH DEFAULT 'O'
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE API6.EXPEDITIONS                   *
           10 EXP-DATE-EXP         PIC X(10).
      *                       STATUT
           10 EXP-STATUT           PIC X(1).
      *                       TRANSPORTEUR
           10 EXP-TRANSPORTEUR     PIC X(4).
      *                       NUM_SUIVI
           10 EXP-NUM-SUIVI        PIC X(30).
      *                       NB_COLIS
           10 EXP-NB-COLIS         PIC S9(3)V USAGE COMP-3.
      *                       AVIS
           10 EXP-AVIS             PIC X(1).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IEXPEDITIONS.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 7 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
