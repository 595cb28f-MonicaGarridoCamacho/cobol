      ******************************************************************
      * DCLGEN TABLE(DB2INST1.DISPUTE_CASE)                            *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(DSP-)                                             *
      *        STRUCTURE(DISPUTE-CASE)                                 *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE DB2INST1.DISPUTE_CASE TABLE
           ( ORIG_TXN_REF                   VARCHAR(40) NOT NULL,
             CONT_ID                        CHAR(10),
             REASON_CODE                    VARCHAR(40),
             OPEN_DT                        CHAR(8),
             LAST_DT                        CHAR(8),
             EVENT_CNTR                     DECIMAL(3,0),
             CASE_AMOUNT                    DECIMAL(16, 2),
             CASE_STATUS                    VARCHAR(8),
             LOAD_DT                        CHAR(8)
           ) END-EXEC.
      ******************************************************************
      * ONE ROW PER DISPUTE CASE, KEYED BY ORIG_TXN_REF, LOADED BY     *
      * MASTRNML FROM MASTRANB'S CASEFILE. THE ROW IS UPDATED IN PLACE *
      * EACH NIGHT THE CASE MOVES -- CASE_STATUS GOES FROM OPEN TO     *
      * CLOSED AND STAYS THERE ONCE MASTRANB STOPS CARRYING THE CASE.  *
      * LOAD_DT IS THE LAST NIGHT CASEFILE CARRIED THE CASE.           *
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DB2INST1.DISPUTE_CASE              *
      ******************************************************************
       01  DISPUTE-CASE.
           10 DSP-ORIG-TXN-REF.
      *                       ORIG_TXN_REF LENGTH
              49 DSP-ORIG-TXN-REF-LEN
                 PIC S9(4) USAGE COMP.
      *                       ORIG_TXN_REF
              49 DSP-ORIG-TXN-REF-TEXT
                 PIC X(40).
      *                       CONT_ID
           10 DSP-CONT-ID          PIC X(10).
           10 DSP-REASON-CODE.
      *                       REASON_CODE LENGTH
              49 DSP-REASON-CODE-LEN
                 PIC S9(4) USAGE COMP.
      *                       REASON_CODE
              49 DSP-REASON-CODE-TEXT
                 PIC X(40).
      *                       OPEN_DT
           10 DSP-OPEN-DT          PIC X(8).
      *                       LAST_DT
           10 DSP-LAST-DT          PIC X(8).
      *                       EVENT_CNTR
           10 DSP-EVENT-CNTR       PIC S9(3) USAGE COMP-3.
      *                       CASE_AMOUNT
           10 DSP-CASE-AMOUNT      PIC S9(14)V9(2) USAGE COMP-3.
           10 DSP-CASE-STATUS.
      *                       CASE_STATUS LENGTH
              49 DSP-CASE-STATUS-LEN
                 PIC S9(4) USAGE COMP.
      *                       CASE_STATUS
              49 DSP-CASE-STATUS-TEXT
                 PIC X(8).
      *                       LOAD_DT
           10 DSP-LOAD-DT          PIC X(8).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 9       *
      ******************************************************************
