      ******************************************************************
      * DCLGEN TABLE(DB2INST1.MERCHANT_FEE)                            *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(MFE-)                                             *
      *        STRUCTURE(MERCHANT-FEE)                                 *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE DB2INST1.MERCHANT_FEE TABLE
           ( PROCESS_DT                     CHAR(8) NOT NULL,
             MERCHANT_ID                    VARCHAR(40) NOT NULL,
             TXN_CNTR                       DECIMAL(9,0),
             FEE_AMOUNT                     DECIMAL(16, 2)
           ) END-EXEC.
      ******************************************************************
      * ONE ROW PER MERCHANT PER NIGHT, LOADED BY MASTRNML FROM THE    *
      * FEEMFILE ROLLUP (MASTRANC, OR MASTRNCM FOR A PARTITIONED RUN). *
      * FEEMFILE CARRIES NO DATE, SO PROCESS_DT IS THE PARM PROCESS    *
      * DATE OF THE LOAD.                                              *
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DB2INST1.MERCHANT_FEE              *
      ******************************************************************
       01  MERCHANT-FEE.
      *                       PROCESS_DT
           10 MFE-PROCESS-DT       PIC X(8).
           10 MFE-MERCHANT-ID.
      *                       MERCHANT_ID LENGTH
              49 MFE-MERCHANT-ID-LEN
                 PIC S9(4) USAGE COMP.
      *                       MERCHANT_ID
              49 MFE-MERCHANT-ID-TEXT
                 PIC X(40).
      *                       TXN_CNTR
           10 MFE-TXN-CNTR         PIC S9(9) USAGE COMP.
      *                       FEE_AMOUNT
           10 MFE-FEE-AMOUNT       PIC S9(14)V9(2) USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 4       *
      ******************************************************************
