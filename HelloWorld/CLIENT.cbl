             DECLINE_RATE                   DECIMAL(5, 2),
             CURRENCY_CNTR                  DECIMAL(4,0),
             POSTAL_CODE_CNTR               DECIMAL(4,0),
             INST_ID                        CHAR(4),
             FIRST_ACTIVITY                 CHAR(10),
             ORPHAN_DT                      CHAR(8)
           ) END-EXEC.
      ******************************************************************
      * FRAUD_TXN_CNTR/FRAUD_TXN_AMOUNT, DECLINE_CNTR/DECLINE_RATE,     *
      * NAME THEM STILL WORK UNCHANGED. INST_ID IS THE OWNING          *
      * INSTITUTION CODE NOW CARRIED ON EVERY OUTFILE ROW -- ALSO      *
      * NULLABLE FOR THE SAME REASON.                                  *
      * FIRST_ACTIVITY IS THE CYCLE'S EARLIEST TRANSACTION DATE FROM   *
      * THE OUTFILE ROW (CCYY-MM-DD); THE LOWEST VALUE ACROSS A        *
      * CONTRACT'S CLIENT_JOIN2_HIST SNAPSHOTS IS ITS COHORT MONTH     *
      * FOR MASTRNCO. NULLABLE LIKE THE COLUMNS ABOVE.                 *
      * ORPHAN_DT IS SET BY THE MASTRNRF REFERENTIAL SWEEP, IN FLAG    *
      * MODE, ON A ROW WHOSE CONTRACT NO LONGER HAS AN ACTIVE CUSTMAST *
      * RECORD (CCYYMMDD OF THE SWEEP). MASTRAND'S LOAD REPLACES THE   *
      * ROW WITHOUT IT, SO A CONTRACT THAT COMES BACK LOSES THE FLAG.  *
      * NULLABLE LIKE THE COLUMNS ABOVE.                               *
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DB2INST1.CLIENT_JOIN1              *
      ******************************************************************
           10 CLI-POSTAL-CODE-CNTR PIC S9(4) USAGE COMP.
      *                       INST_ID
           10 CLI-INST-ID          PIC X(4).
      *                       FIRST_ACTIVITY
           10 CLI-FIRST-ACTIVITY   PIC X(10).
      *                       ORPHAN_DT
           10 CLI-ORPHAN-DT        PIC X(8).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 22      *
      ******************************************************************
