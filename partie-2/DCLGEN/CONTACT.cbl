      ******************************************************************
      * DCLGEN TABLE(API6.CONTACTS_RECOUVR)                            *
      *        LIBRARY(API6.SOURCE.DCLGEN(CONTACT))                    *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(CTC-)                                             *
      *        STRUCTURE(ST-CTC)                                       *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE API6.CONTACTS_RECOUVR TABLE
           ( C_NO                           DECIMAL(4, 0) NOT NULL,
             DATE_CONTACT                   DATE NOT NULL,
             HEURE_CONTACT                  CHAR(6) NOT NULL,
             COLLECTEUR                     CHAR(8) NOT NULL,
             RESULTAT                       CHAR(1) NOT NULL,
             MONTANT_PROMIS                 DECIMAL(9, 2) NOT NULL
                                            WITH DEFAULT,
             DATE_PROMESSE                  DATE NOT NULL
                                            WITH DEFAULT,
             STATUT_PROMESSE                CHAR(1) NOT NULL
                                            WITH DEFAULT,
             DATE_ACTION                    DATE NOT NULL,
             NOTE                           CHAR(40) NOT NULL
                                            WITH DEFAULT
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE API6.CONTACTS_RECOUVR              *
      ******************************************************************
       01  ST-CTC.
      *                       C_NO
           10 CTC-C-NO             PIC S9(4)V USAGE COMP-3.
      *                       DATE_CONTACT
           10 CTC-DATE-CONTACT     PIC X(10).
      *                       HEURE_CONTACT
           10 CTC-HEURE-CONTACT    PIC X(6).
      *                       COLLECTEUR
           10 CTC-COLLECTEUR       PIC X(8).
      *                       RESULTAT
           10 CTC-RESULTAT         PIC X(1).
      *                       MONTANT_PROMIS
           10 CTC-MONTANT-PROMIS   PIC S9(7)V9(2) USAGE COMP-3.
      *                       DATE_PROMESSE
           10 CTC-DATE-PROMESSE    PIC X(10).
      *                       STATUT_PROMESSE
           10 CTC-STATUT-PROMESSE  PIC X(1).
      *                       DATE_ACTION
           10 CTC-DATE-ACTION      PIC X(10).
      *                       NOTE
           10 CTC-NOTE             PIC X(40).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  ICONTACTS-RECOUVR.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 10 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
