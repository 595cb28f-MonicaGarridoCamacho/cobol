          05 CUST-STATUS          PIC X(1).                             00443715
      *       'A' OR SPACE = ACTIVE. 'D' = LOGICALLY DELETED BY       * 00443715
      *       MASTRANM -- EVERY CUSTMAST READER SKIPS THESE RECORDS.  * 00443715
      *       'I' = INACTIVE, 'Z' = DORMANT, 'U' = DUE FOR            * 00443715
      *       UNCLAIMED-PROPERTY REPORTING -- THE DORMANCY LIFECYCLE  * 00443715
      *       SET BY MASTRNDO THROUGH MASTRANM. ALL THREE ARE STILL   * 00443715
      *       LIVE CONTRACTS AND ARE PROCESSED AS ACTIVE.             * 00443715
          05 CUST-DATE-OF-BIRTH   PIC X(8).                             00443715
      *       CCYYMMDD. THE EFFECTIVE AGE IS DERIVED FROM THIS AND    * 00443715
      *       THE PROCESS DATE AT RUN TIME; AGE-YEARS REMAINS AS THE  * 00443715
