      ******************************************************************00443715
      * ENRREC - ENRICHED TRANSACTION RECORD FOR ENRFILE. MASTRANC     *00443715
      *          WRITES ONE PER TRANSACTION IT MATCHES TO A CUSTOMER   *00443715
      *          -- AUTHORIZATIONS (DUPLICATES INCLUDED, FLAGGED),     *00443715
      *          REFUNDS, CHARGEBACKS AND REVERSALS -- CARRYING WHAT   *00443715
      *          THE MERGE WORKED OUT FOR IT: THE CUSTOMER'S           *00443715
      *          ATTRIBUTES, THE BASE-CURRENCY VALUE, THE REGION, THE  *00443715
      *          DECLINE CATEGORY, THE FEE AND THE DUPLICATE, ORPHAN   *00443715
      *          AND WATCH-LIST FLAGS. THE SIDE EXTRACTS ARE BUILT     *00443715
      *          FROM THIS FILE BY MASTRNEM (MERCHANT ROLLUPS) AND     *00443715
      *          MASTRNEC (CUSTOMER BREAKDOWNS).                       *00443715
      *                                                                *00443715
      *          THE FILE IS IN CONT-ID ORDER. WITHIN A CUSTOMER THE   *00443715
      *          AUTHORIZATIONS COME IN ARRIVAL ORDER AND THE          *00443715
      *          NEGATIVES FOLLOW THEM, BECAUSE A NEGATIVE'S ORPHAN    *00443715
      *          FLAG IS ONLY KNOWN AT THE CUSTOMER BREAK. A JOB THAT  *00443715
      *          NEEDS TRUE ARRIVAL ORDER SORTS ON ENR-TRAN-SEQ.       *00443715
      ******************************************************************00443715
       01 ENR-REC.                                                      00443715
          05 ENR-TRAN-SEQ          PIC 9(9).                            00443715
      *       ARRIVAL SEQUENCE OF THE TRANSACTION WITHIN THE RUN.      *00443715
          05 ENR-CONT-ID           PIC 9(10).                           00443715
          05 ENR-TYPE-CODE         PIC X(2).                            00443715
             88 ENR-TYPE-AUTHORIZATION VALUE 'AU'.                      00443715
             88 ENR-TYPE-REFUND        VALUE 'RF'.                      00443715
             88 ENR-TYPE-CHARGEBACK    VALUE 'CB'.                      00443715
             88 ENR-TYPE-REVERSAL      VALUE 'RV'.                      00443715
          05 ENR-DUPLICATE-FLAG    PIC X(1).                            00443715
             88 ENR-DUPLICATE          VALUE 'Y'.                       00443715
      *       'Y' = AN AUTHORIZATION REJECTED TO DUPFILE. NOTHING      *00443715
      *       BELOW THE TRANSACTION DETAILS IS FILLED IN FOR ONE, AND  *00443715
      *       EVERY ROLLUP SKIPS IT.                                   *00443715
          05 ENR-CREDTT            PIC X(40).                           00443715
          05 ENR-TXN-REF           PIC X(40).                           00443715
      *       AN AUTHORIZATION'S OWN REFERENCE; THE ORIG-TXN-REF A     *00443715
      *       NEGATIVE TAKES BACK.                                     *00443715
          05 ENR-MERCHANT-ID       PIC X(40).                           00443715
          05 ENR-MERCHANT-NAME     PIC X(40).                           00443715
          05 ENR-PAN-LAST4         PIC X(4).                            00443715
      *       LAST-4 OF THE MASKED PAN -- AUTHORIZATIONS ONLY.         *00443715
          05 ENR-CARD-BRAND        PIC X(40).                           00443715
          05 ENR-MCC               PIC X(40).                           00443715
          05 ENR-REASON-CODE       PIC X(40).                           00443715
      *       CHARGEBACK REASON CODE.                                  *00443715
          05 ENR-POSTAL-CODE-ID    PIC X(40).                           00443715
          05 ENR-REGION            PIC X(20).                           00443715
      *       PCODEFILE REGION OF THE POSTAL CODE; SPACES WHEN THE     *00443715
      *       CODE IS NOT MAPPED.                                      *00443715
          05 ENR-AUTH-RESULT       PIC X(40).                           00443715
          05 ENR-FRAUD-RESULT      PIC X(40).                           00443715
          05 ENR-DECLINE-FLAG      PIC X(1).                            00443715
             88 ENR-DECLINED           VALUE 'Y'.                       00443715
          05 ENR-DECL-CATEGORY     PIC X(20).                           00443715
      *       RSPCFILE CATEGORY ('UNKNOWN' FOR A CODE NOT ON FILE) OF  *00443715
      *       A DECLINE THE MERGE ROLLED UP BY CATEGORY. SPACES FOR AN *00443715
      *       APPROVAL, AND FOR A DECLINE WHOSE BRAND FELL OUTSIDE THE *00443715
      *       CUSTOMER'S DECLINE TABLE.                                *00443715
          05 ENR-CURRENCY-CODE     PIC X(3).                            00443715
          05 ENR-AMOUNT-TEXT       PIC X(40).                           00443715
      *       THE AMOUNT AS THE NETWORK SENT IT.                       *00443715
          05 ENR-AMOUNT            PIC S9(16)V99.                       00443715
      *       THE SAME AMOUNT SIGNED -- NEGATIVE FOR A REFUND,         *00443715
      *       CHARGEBACK OR REVERSAL.                                  *00443715
          05 ENR-BASE-AMOUNT       PIC S9(16)V99.                       00443715
          05 ENR-PRICED-FLAG       PIC X(1).                            00443715
      *       'Y' = RATEFILE HAD THE CURRENCY. 'N' = IT DID NOT AND    *00443715
      *       ENR-BASE-AMOUNT IS ZERO.                                 *00443715
          05 ENR-FEE-FLAG          PIC X(1).                            00443715
             88 ENR-FEE-PRICED         VALUE 'Y'.                       00443715
      *       'Y' = PRICED OFF A FEESFILE ROW. 'N' = NO ROW FOR THE    *00443715
      *       (MCC, BRAND). SPACE = NO FEE SCHEDULE LOADED, OR NOT AN  *00443715
      *       AUTHORIZATION.                                           *00443715
          05 ENR-FEE-AMOUNT        PIC S9(12)V99.                       00443715
          05 ENR-ORPHAN-FLAG       PIC X(1).                            00443715
      *       NEGATIVES ONLY: 'Y' = WRITTEN TO ORPHFILE, 'N' =         *00443715
      *       MATCHED. SPACE WHEN THE CUSTOMER'S NEGATIVE TABLE WAS    *00443715
      *       FULL AND THE TRANSACTION NEVER WENT TO MATCHING.         *00443715
          05 ENR-WATCH-FLAG        PIC X(1).                            00443715
      *       AUTHORIZATIONS ONLY: 'Y' = A WATCH-LIST HIT WAS WRITTEN, *00443715
      *       'S' = EVERY HIT WAS SUPPRESSED, 'N' = NO ENTRY MATCHED.  *00443715
      *       A HIT ALREADY RAISED FROM AN INTRADAY DROP IS NOT        *00443715
      *       WRITTEN TO WHITFILE AGAIN BUT STILL COUNTS AS 'Y'.       *00443715
          05 ENR-TRAN-INST-ID      PIC X(4).                            00443715
          05 ENR-CUSTOMER.                                              00443715
             10 ENR-CUST-INST-ID      PIC X(4).                         00443715
             10 ENR-CUST-GENDER       PIC 9(1).                         00443715
             10 ENR-CUST-AGE-YEARS    PIC 9(3).                         00443715
      *          EFFECTIVE AGE ON THE PROCESS DATE.                    *00443715
             10 ENR-CUST-HIGHEST-EDU  PIC X(1).                         00443715
             10 ENR-CUST-ANNUAL-INVEST PIC 9(9)V999.                    00443715
             10 ENR-CUST-ANNUAL-INCOME PIC 9(9)V999.                    00443715
             10 ENR-CUST-ACTIVITY-LEVEL PIC X(1).                       00443715
             10 ENR-CUST-CHURN        PIC X(1).                         00443715
          05 FILLER                PIC X(17).                           00443715
