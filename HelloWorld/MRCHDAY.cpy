      ******************************************************************
      * DCLGEN TABLE(DB2INST1.MERCHANT_DAILY)                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(MDA-)                                             *
      *        STRUCTURE(MERCHANT-DAILY)                               *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE DB2INST1.MERCHANT_DAILY TABLE
           ( ACTIVITY_DT                    CHAR(8) NOT NULL,
             MERCHANT_ID                    VARCHAR(40) NOT NULL,
             TXN_CNTR                       DECIMAL(9,0),
             DECLINE_CNTR                   DECIMAL(9,0),
             CBK_CNTR                       DECIMAL(9,0)
           ) END-EXEC.
      ******************************************************************
      * ONE ROW PER MERCHANT PER CYCLE, LOADED BY MASTRNML FROM THE    *
      * MRCHHIST ROLLING HISTORY MASTRANG KEEPS. ACTIVITY_DT IS THE    *
      * CYCLE DATE (CCYYMMDD) AND WITH MERCHANT_ID IS THE KEY.         *
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DB2INST1.MERCHANT_DAILY            *
      ******************************************************************
       01  MERCHANT-DAILY.
      *                       ACTIVITY_DT
           10 MDA-ACTIVITY-DT      PIC X(8).
           10 MDA-MERCHANT-ID.
      *                       MERCHANT_ID LENGTH
              49 MDA-MERCHANT-ID-LEN
                 PIC S9(4) USAGE COMP.
      *                       MERCHANT_ID
              49 MDA-MERCHANT-ID-TEXT
                 PIC X(40).
      *                       TXN_CNTR
           10 MDA-TXN-CNTR         PIC S9(9) USAGE COMP.
      *                       DECLINE_CNTR
           10 MDA-DECLINE-CNTR     PIC S9(9) USAGE COMP.
      *                       CBK_CNTR
           10 MDA-CBK-CNTR         PIC S9(9) USAGE COMP.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5       *
      ******************************************************************
