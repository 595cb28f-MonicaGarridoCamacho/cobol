      *    TRANSACTION ID ON THE COMMAND LINE AND DISPLAYS THE
      *    ACCOUNT ID IT BELONGS TO, RATHER THAN ALWAYS LOOKING UP
      *    THE HARDCODED TRANSACTIONID = 1.
      *    THE TRANSACTIONS TABLE IS LOADED NIGHTLY BY MASTRNTL (SEE    00443715
      *    TRANSACT.CPY). BESIDES THE ID, A CONTRACT PLUS A DATE        00443715
      *    RANGE, OR AN ORIGINAL TRANSACTION REFERENCE, LISTS EVERY     00443715
      *    TRANSACTION THAT MATCHES:                                    00443715
      *      PROGRAM <TRANSACTION-ID>                                   00443715
      *      PROGRAM ACCOUNT <CONTRACT> <FROM-CCYYMMDD> <TO-CCYYMMDD>   00443715
      *      PROGRAM REF <ORIG-TXN-REF>                                 00443715
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 DB2-CONNECTION.
         10 SQLERRD PIC S9(9) COMP OCCURS 6 TIMES.
       05 HOST-VARIABLES.
         10 HOST-VARIABLE-1 PIC X(10).
         10 HOST-TRANSACTION-ID PIC 9(17).                              00443715
         10 HOST-ACCOUNT-ID PIC X(10).                                  00443715
         10 HOST-FROM-TS PIC X(26).                                     00443715
         10 HOST-TO-TS PIC X(26).                                       00443715
         10 HOST-TXN-REF.                                               00443715
            49 HOST-TXN-REF-LEN PIC S9(4) COMP.                         00443715
            49 HOST-TXN-REF-TEXT PIC X(40).                             00443715
       05 HOST-ROW.                                                     00443715
         10 ROW-TRANSACTION-ID PIC 9(17).                               00443715
         10 ROW-ACCOUNT-ID PIC X(10).                                   00443715
         10 ROW-TXN-REF.                                                00443715
            49 ROW-TXN-REF-LEN PIC S9(4) COMP.                          00443715
            49 ROW-TXN-REF-TEXT PIC X(40).                              00443715
         10 ROW-TXN-TYPE PIC X(2).                                      00443715
         10 ROW-MASKED-PAN PIC X(16).                                   00443715
         10 ROW-MERCHANT-NAME.                                          00443715
            49 ROW-MERCHANT-NAME-LEN PIC S9(4) COMP.                    00443715
            49 ROW-MERCHANT-NAME-TEXT PIC X(40).                        00443715
         10 ROW-MCC.                                                    00443715
            49 ROW-MCC-LEN PIC S9(4) COMP.                              00443715
            49 ROW-MCC-TEXT PIC X(40).                                  00443715
         10 ROW-AMOUNT PIC S9(16)V9(2) COMP-3.                          00443715
         10 ROW-CURRENCY-CD PIC X(3).                                   00443715
         10 ROW-AUTH-TS PIC X(26).                                      00443715
      *    MASKED_PAN THROUGH AUTH_TS ARE NULLABLE -- A NEGATIVE        00443715
      *    INDICATOR MEANS THE COLUMN WAS NULL AND ITS HOST VARIABLE    00443715
      *    WAS LEFT UNSET.                                              00443715
       05 HOST-INDICATORS.                                              00443715
         10 IND-MASKED-PAN PIC S9(4) COMP.                              00443715
         10 IND-MERCHANT-NAME PIC S9(4) COMP.                           00443715
         10 IND-MCC PIC S9(4) COMP.                                     00443715
         10 IND-AMOUNT PIC S9(4) COMP.                                  00443715
         10 IND-CURRENCY-CD PIC S9(4) COMP.                             00443715
         10 IND-AUTH-TS PIC S9(4) COMP.                                 00443715
       01 WS-COMMAND-LINE PIC X(80).                                    00443715
       01 WS-ARGUMENTS.                                                 00443715
         05 WS-ARG-1 PIC X(40).                                         00443715
         05 WS-ARG-2 PIC X(40).                                         00443715
         05 WS-ARG-3 PIC X(40).                                         00443715
         05 WS-ARG-4 PIC X(40).                                         00443715
       01 WS-FROM-DATE PIC X(8).                                        00443715
       01 WS-TO-DATE PIC X(8).                                          00443715
       01 WS-ROW-COUNT PIC 9(5) VALUE ZEROES.                           00443715
       01 WS-AMOUNT-EDT PIC -(15)9.99.                                  00443715
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
         ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.

         IF WS-COMMAND-LINE = SPACES
           PERFORM DISPLAY-USAGE                                        00443715
           STOP RUN
         END-IF.

         MOVE SPACES TO WS-ARGUMENTS.                                   00443715
         UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE                00443715
           INTO WS-ARG-1 WS-ARG-2 WS-ARG-3 WS-ARG-4                     00443715
         END-UNSTRING.                                                  00443715

         EXEC SQL
            CONNECT TO OPENBANK
         END-EXEC.
                                                                        00443715
         EVALUATE WS-ARG-1                                              00443715
           WHEN "ACCOUNT"                                               00443715
             PERFORM LOOKUP-BY-ACCOUNT                                  00443715
           WHEN "REF"                                                   00443715
             PERFORM LOOKUP-BY-REF                                      00443715
           WHEN OTHER                                                   00443715
             PERFORM LOOKUP-BY-ID                                       00443715
         END-EVALUATE.                                                  00443715
                                                                        00443715
         EXEC SQL                                                       00443715
            DISCONNECT                                                  00443715
         END-EXEC.                                                      00443715
                                                                        00443715
         STOP RUN.                                                      00443715
                                                                        00443715
       LOOKUP-BY-ID.                                                    00443715
         MOVE FUNCTION NUMVAL (WS-ARG-1) TO HOST-TRANSACTION-ID.        00443715
                                                                        00443715
         EXEC SQL
            SELECT ACCOUNTID INTO :HOST-VARIABLE-1
            FROM Transactions
            WHERE TRANSACTIONID = :HOST-TRANSACTION-ID
         END-EXEC.

         EVALUATE TRUE
           WHEN SQLCODE = 0
             DISPLAY "ACCOUNT ID FOR TRANSACTION " WS-ARG-1             00443715
                     ": " HOST-VARIABLE-1
           WHEN SQLCODE = 100
             DISPLAY "NO TRANSACTION FOUND FOR ID " WS-ARG-1            00443715
           WHEN OTHER
             DISPLAY "ERROR LOOKING UP TRANSACTION, SQLCODE = "
                     SQLCODE
         END-EVALUATE.

      *    THE RANGE IS ON THE AUTHORIZATION TIMESTAMP, BOTH ENDS       00443715
      *    INCLUSIVE -- FROM THE START OF THE FIRST DAY TO THE END OF   00443715
      *    THE LAST.                                                    00443715
       LOOKUP-BY-ACCOUNT.                                               00443715
         IF WS-ARG-2 (1:10) NOT NUMERIC                                 00443715
            OR WS-ARG-3 (1:8) NOT NUMERIC                               00443715
            OR WS-ARG-4 (1:8) NOT NUMERIC                               00443715
           PERFORM DISPLAY-USAGE                                        00443715
         ELSE                                                           00443715
           PERFORM LIST-BY-ACCOUNT                                      00443715
         END-IF.                                                        00443715
                                                                        00443715
       LIST-BY-ACCOUNT.                                                 00443715
         MOVE WS-ARG-2 (1:10) TO HOST-ACCOUNT-ID.                       00443715
         MOVE WS-ARG-3 (1:8) TO WS-FROM-DATE.                           00443715
         MOVE WS-ARG-4 (1:8) TO WS-TO-DATE.                             00443715
                                                                        00443715
         STRING WS-FROM-DATE (1:4) "-" WS-FROM-DATE (5:2) "-"           00443715
                WS-FROM-DATE (7:2) "-00.00.00.000000"                   00443715
           DELIMITED BY SIZE INTO HOST-FROM-TS                          00443715
         END-STRING.                                                    00443715
         STRING WS-TO-DATE (1:4) "-" WS-TO-DATE (5:2) "-"               00443715
                WS-TO-DATE (7:2) "-23.59.59.999999"                     00443715
           DELIMITED BY SIZE INTO HOST-TO-TS                            00443715
         END-STRING.                                                    00443715
                                                                        00443715
         EXEC SQL                                                       00443715
            DECLARE ACCOUNT-CURSOR CURSOR FOR                           00443715
            SELECT TRANSACTIONID, ACCOUNTID, TXN_REF, TXN_TYPE,         00443715
                   MASKED_PAN, MERCHANT_NAME, MCC, AMOUNT,              00443715
                   CURRENCY_CD, AUTH_TS                                 00443715
            FROM Transactions                                           00443715
            WHERE ACCOUNTID = :HOST-ACCOUNT-ID                          00443715
              AND AUTH_TS BETWEEN :HOST-FROM-TS AND :HOST-TO-TS         00443715
            ORDER BY AUTH_TS, TRANSACTIONID                             00443715
         END-EXEC.                                                      00443715
                                                                        00443715
         EXEC SQL                                                       00443715
            OPEN ACCOUNT-CURSOR                                         00443715
         END-EXEC.                                                      00443715
                                                                        00443715
         PERFORM UNTIL SQLCODE NOT = 0                                  00443715
           EXEC SQL                                                     00443715
              FETCH ACCOUNT-CURSOR                                      00443715
              INTO :ROW-TRANSACTION-ID, :ROW-ACCOUNT-ID,                00443715
                   :ROW-TXN-REF, :ROW-TXN-TYPE,                         00443715
                   :ROW-MASKED-PAN :IND-MASKED-PAN,                     00443715
                   :ROW-MERCHANT-NAME :IND-MERCHANT-NAME,               00443715
                   :ROW-MCC :IND-MCC,                                   00443715
                   :ROW-AMOUNT :IND-AMOUNT,                             00443715
                   :ROW-CURRENCY-CD :IND-CURRENCY-CD,                   00443715
                   :ROW-AUTH-TS :IND-AUTH-TS                            00443715
           END-EXEC                                                     00443715
           IF SQLCODE = 0                                               00443715
             PERFORM DISPLAY-ROW                                        00443715
           END-IF                                                       00443715
         END-PERFORM.                                                   00443715
                                                                        00443715
         PERFORM REPORT-FETCH-END.                                      00443715
                                                                        00443715
         EXEC SQL                                                       00443715
            CLOSE ACCOUNT-CURSOR                                        00443715
         END-EXEC.                                                      00443715
                                                                        00443715
      *    AN AUTHORIZATION'S OWN REFERENCE IS THE ORIG-TXN-REF ITS     00443715
      *    REFUNDS, CHARGEBACKS AND REVERSALS CARRY, SO ONE REFERENCE   00443715
      *    LISTS THE AUTHORIZATION AND EVERYTHING TAKEN BACK AGAINST IT.00443715
       LOOKUP-BY-REF.                                                   00443715
         IF WS-ARG-2 = SPACES                                           00443715
           PERFORM DISPLAY-USAGE                                        00443715
         ELSE                                                           00443715
           PERFORM LIST-BY-REF                                          00443715
         END-IF.                                                        00443715
                                                                        00443715
       LIST-BY-REF.                                                     00443715
         MOVE WS-ARG-2 TO HOST-TXN-REF-TEXT.                            00443715
         MOVE 40 TO HOST-TXN-REF-LEN.                                   00443715
         PERFORM UNTIL HOST-TXN-REF-LEN = 0                             00443715
             OR HOST-TXN-REF-TEXT (HOST-TXN-REF-LEN:1) NOT = SPACE      00443715
           SUBTRACT 1 FROM HOST-TXN-REF-LEN                             00443715
         END-PERFORM.                                                   00443715
                                                                        00443715
         EXEC SQL                                                       00443715
            DECLARE REF-CURSOR CURSOR FOR                               00443715
            SELECT TRANSACTIONID, ACCOUNTID, TXN_REF, TXN_TYPE,         00443715
                   MASKED_PAN, MERCHANT_NAME, MCC, AMOUNT,              00443715
                   CURRENCY_CD, AUTH_TS                                 00443715
            FROM Transactions                                           00443715
            WHERE TXN_REF = :HOST-TXN-REF                               00443715
            ORDER BY AUTH_TS, TRANSACTIONID                             00443715
         END-EXEC.                                                      00443715
                                                                        00443715
         EXEC SQL                                                       00443715
            OPEN REF-CURSOR                                             00443715
         END-EXEC.                                                      00443715
                                                                        00443715
         PERFORM UNTIL SQLCODE NOT = 0                                  00443715
           EXEC SQL                                                     00443715
              FETCH REF-CURSOR                                          00443715
              INTO :ROW-TRANSACTION-ID, :ROW-ACCOUNT-ID,                00443715
                   :ROW-TXN-REF, :ROW-TXN-TYPE,                         00443715
                   :ROW-MASKED-PAN :IND-MASKED-PAN,                     00443715
                   :ROW-MERCHANT-NAME :IND-MERCHANT-NAME,               00443715
                   :ROW-MCC :IND-MCC,                                   00443715
                   :ROW-AMOUNT :IND-AMOUNT,                             00443715
                   :ROW-CURRENCY-CD :IND-CURRENCY-CD,                   00443715
                   :ROW-AUTH-TS :IND-AUTH-TS                            00443715
           END-EXEC                                                     00443715
           IF SQLCODE = 0                                               00443715
             PERFORM DISPLAY-ROW                                        00443715
           END-IF                                                       00443715
         END-PERFORM.                                                   00443715
                                                                        00443715
         PERFORM REPORT-FETCH-END.                                      00443715
                                                                        00443715
         EXEC SQL                                                       00443715
            CLOSE REF-CURSOR                                            00443715
         END-EXEC.                                                      00443715
                                                                        00443715
       DISPLAY-ROW.                                                     00443715
         ADD 1 TO WS-ROW-COUNT.                                         00443715
         PERFORM CLEAR-NULL-COLUMNS.                                    00443715
         IF IND-AMOUNT < 0                                              00443715
           MOVE SPACES TO WS-AMOUNT-EDT                                 00443715
         ELSE                                                           00443715
           MOVE ROW-AMOUNT TO WS-AMOUNT-EDT                             00443715
         END-IF.                                                        00443715
         DISPLAY ROW-TRANSACTION-ID " " ROW-ACCOUNT-ID " "              00443715
                 ROW-AUTH-TS (1:19) " " ROW-TXN-TYPE " "                00443715
                 ROW-MASKED-PAN " " WS-AMOUNT-EDT " "                   00443715
                 ROW-CURRENCY-CD.                                       00443715
         DISPLAY "    REF " ROW-TXN-REF-TEXT (1:ROW-TXN-REF-LEN).       00443715
         IF ROW-MERCHANT-NAME-LEN > 0                                   00443715
           DISPLAY "    MERCHANT "                                      00443715
                   ROW-MERCHANT-NAME-TEXT (1:ROW-MERCHANT-NAME-LEN)     00443715
         END-IF.                                                        00443715
         IF ROW-MCC-LEN > 0                                             00443715
           DISPLAY "    MCC " ROW-MCC-TEXT (1:ROW-MCC-LEN)              00443715
         END-IF.                                                        00443715
                                                                        00443715
      *    A NULL COLUMN LEAVES WHATEVER THE PREVIOUS ROW FETCHED IN    00443715
      *    ITS HOST VARIABLE, SO IT IS BLANKED BEFORE THE ROW IS SHOWN. 00443715
       CLEAR-NULL-COLUMNS.                                              00443715
         IF IND-MASKED-PAN < 0                                          00443715
           MOVE SPACES TO ROW-MASKED-PAN                                00443715
         END-IF.                                                        00443715
         IF IND-MERCHANT-NAME < 0                                       00443715
           MOVE 0 TO ROW-MERCHANT-NAME-LEN                              00443715
         END-IF.                                                        00443715
         IF IND-MCC < 0                                                 00443715
           MOVE 0 TO ROW-MCC-LEN                                        00443715
         END-IF.                                                        00443715
         IF IND-CURRENCY-CD < 0                                         00443715
           MOVE SPACES TO ROW-CURRENCY-CD                               00443715
         END-IF.                                                        00443715
         IF IND-AUTH-TS < 0                                             00443715
           MOVE SPACES TO ROW-AUTH-TS                                   00443715
         END-IF.                                                        00443715
                                                                        00443715
       REPORT-FETCH-END.                                                00443715
         EVALUATE TRUE                                                  00443715
           WHEN SQLCODE = 100 AND WS-ROW-COUNT = 0                      00443715
             DISPLAY "NO TRANSACTIONS FOUND"                            00443715
           WHEN SQLCODE = 100                                           00443715
             DISPLAY WS-ROW-COUNT " TRANSACTION(S) FOUND"               00443715
           WHEN OTHER                                                   00443715
             DISPLAY "ERROR LOOKING UP TRANSACTIONS, SQLCODE = "        00443715
                     SQLCODE                                            00443715
         END-EVALUATE.                                                  00443715
                                                                        00443715
       DISPLAY-USAGE.                                                   00443715
         DISPLAY "USAGE: PROGRAM <TRANSACTION-ID>".                     00443715
         DISPLAY "       PROGRAM ACCOUNT <CONTRACT> <FROM-CCYYMMDD> "   00443715
                 "<TO-CCYYMMDD>".                                       00443715
         DISPLAY "       PROGRAM REF <ORIG-TXN-REF>".                   00443715
