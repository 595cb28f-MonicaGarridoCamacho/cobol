      ******************************************************************
      * DCLGEN TABLE(DB2INST1.TRANSACTIONS)                            *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(TRN-)                                             *
      *        STRUCTURE(TRANSACTIONS)                                 *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE DB2INST1.TRANSACTIONS TABLE
           ( TRANSACTIONID                  DECIMAL(17, 0) NOT NULL,
             ACCOUNTID                      CHAR(10) NOT NULL,
             PROCESS_DT                     CHAR(8) NOT NULL,
             TXN_REF                        VARCHAR(40) NOT NULL,
             TXN_TYPE                       CHAR(2) NOT NULL,
             MASKED_PAN                     CHAR(16),
             MERCHANT_ID                    VARCHAR(40),
             MERCHANT_NAME                  VARCHAR(40),
             MCC                            VARCHAR(40),
             AMOUNT                         DECIMAL(18, 2),
             CURRENCY_CD                    CHAR(3),
             DECLINE_FLAG                   CHAR(1),
             AUTH_TS                        TIMESTAMP
           ) END-EXEC.
      ******************************************************************
      * ONE ROW PER ACCEPTED TRANSACTION, LOADED NIGHTLY BY MASTRNTL   *
      * FROM MASTRANC'S ENRFILE AND QUERIED BY THE PROGRAM LOOKUP.     *
      * TRANSACTIONID IS THE PROCESS DATE (CCYYMMDD) FOLLOWED BY THE   *
      * 9-DIGIT ARRIVAL SEQUENCE WITHIN THAT NIGHT'S RUN. ACCOUNTID IS *
      * THE CONTRACT. PROCESS_DT IS THE PARTITION THE LOAD REPLACES    *
      * AND PRUNES BY. TXN_REF IS AN AUTHORIZATION'S OWN REFERENCE AND *
      * THE ORIG-TXN-REF A REFUND, CHARGEBACK OR REVERSAL TAKES BACK,  *
      * SO ONE REFERENCE FINDS THE AUTHORIZATION AND ITS NEGATIVES.    *
      * TXN_TYPE IS AU, RF, CB OR RV. MASKED_PAN IS THE PAN REDUCED TO *
      * ITS LAST FOUR (AUTHORIZATIONS ONLY). AMOUNT IS SIGNED --       *
      * NEGATIVE FOR A REFUND, CHARGEBACK OR REVERSAL. AUTH_TS IS THE  *
      * NETWORK CREATE TIMESTAMP OF THE TRANSACTION.                   *
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DB2INST1.TRANSACTIONS              *
      ******************************************************************
       01  TRANSACTIONS.
      *                       TRANSACTIONID
           10 TRN-TRANSACTIONID    PIC S9(17) USAGE COMP-3.
      *                       ACCOUNTID
           10 TRN-ACCOUNTID        PIC X(10).
      *                       PROCESS_DT
           10 TRN-PROCESS-DT       PIC X(8).
           10 TRN-TXN-REF.
      *                       TXN_REF LENGTH
              49 TRN-TXN-REF-LEN
                 PIC S9(4) USAGE COMP.
      *                       TXN_REF
              49 TRN-TXN-REF-TEXT
                 PIC X(40).
      *                       TXN_TYPE
           10 TRN-TXN-TYPE         PIC X(2).
      *                       MASKED_PAN
           10 TRN-MASKED-PAN       PIC X(16).
           10 TRN-MERCHANT-ID.
      *                       MERCHANT_ID LENGTH
              49 TRN-MERCHANT-ID-LEN
                 PIC S9(4) USAGE COMP.
      *                       MERCHANT_ID
              49 TRN-MERCHANT-ID-TEXT
                 PIC X(40).
           10 TRN-MERCHANT-NAME.
      *                       MERCHANT_NAME LENGTH
              49 TRN-MERCHANT-NAME-LEN
                 PIC S9(4) USAGE COMP.
      *                       MERCHANT_NAME
              49 TRN-MERCHANT-NAME-TEXT
                 PIC X(40).
           10 TRN-MCC.
      *                       MCC LENGTH
              49 TRN-MCC-LEN
                 PIC S9(4) USAGE COMP.
      *                       MCC
              49 TRN-MCC-TEXT
                 PIC X(40).
      *                       AMOUNT
           10 TRN-AMOUNT           PIC S9(16)V9(2) USAGE COMP-3.
      *                       CURRENCY_CD
           10 TRN-CURRENCY-CD      PIC X(3).
      *                       DECLINE_FLAG
           10 TRN-DECLINE-FLAG     PIC X(1).
      *                       AUTH_TS
           10 TRN-AUTH-TS          PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 13      *
      ******************************************************************
