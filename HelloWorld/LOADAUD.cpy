             RUN_TIMESTAMP                   TIMESTAMP NOT NULL,
             INFILE_CNTR                    DECIMAL(9, 0),
             INSERT_CNTR                    DECIMAL(9, 0),
             REJECT_CNTR                    DECIMAL(9, 0),
             TABLE_NAME                     VARCHAR(18)
           ) END-EXEC.
      ******************************************************************
      * TABLE_NAME SAYS WHICH TABLE THE ROW AUDITS FOR A JOB THAT      *
      * LOADS MORE THAN ONE. NULLABLE, SO MASTRAND'S COLUMN LIST STILL *
      * WORKS UNCHANGED -- A NULL MEANS CLIENT_JOIN2.                  *
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DB2INST1.LOAD_AUDIT                *
      ******************************************************************
       01  LOAD-AUDIT.
           10 AUD-INSERT-CNTR      PIC S9(9) USAGE COMP.
      *                       REJECT_CNTR
           10 AUD-REJECT-CNTR      PIC S9(9) USAGE COMP.
           10 AUD-TABLE-NAME.
      *                       TABLE_NAME LENGTH
              49 AUD-TABLE-NAME-LEN
                 PIC S9(4) USAGE COMP.
      *                       TABLE_NAME
              49 AUD-TABLE-NAME-TEXT
                 PIC X(18).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
