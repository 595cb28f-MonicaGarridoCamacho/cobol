       ID DIVISION.                                                     00443715
       PROGRAM-ID. MASTRNRF.                                            00443715
      *    MASTRNRF IS THE PERIODIC REFERENTIAL SWEEP BETWEEN CUSTMAST  00443715
      *    AND CLIENT_JOIN2. MASTRANO'S PURGE AND MASTRANM'S DELETES    00443715
      *    TAKE A CONTRACT OUT OF CUSTMAST BUT LEAVE ITS CLIENT_JOIN2   00443715
      *    ROW BEHIND -- ONLY ERASURES REACH DB2, THROUGH MASTRANI.     00443715
      *    CUSTMAST (IN KEY ORDER) IS MATCHED AGAINST A CLIENT_JOIN2    00443715
      *    CURSOR IN CONT_ID ORDER, AND EVERY DIFFERENCE GOES TO        00443715
      *    REFXFILE UNDER ONE OF THREE GROUPS:                          00443715
      *      ORPHAN   -- CLIENT_JOIN2 ROW WITH NO ACTIVE CUSTMAST       00443715
      *                  RECORD (ALSO A SECOND ROW FOR ONE CONT_ID)     00443715
      *      MISSING  -- ACTIVE CUSTMAST RECORD WITH NO CLIENT_JOIN2    00443715
      *                  ROW                                            00443715
      *      MISMATCH -- BOTH PRESENT BUT THE INSTITUTION OR A          00443715
      *                  DEMOGRAPHIC FIELD DISAGREES, ONE ROW PER FIELD 00443715
      *    PARM-SWEEP-APPLY 'D' DELETES EACH ORPHAN ROW AND 'F' FLAGS   00443715
      *    IT WITH ORPHAN_DT; EVERY ACTION, GOOD OR FAILED, IS LOGGED   00443715
      *    TO REFAFILE. MISSING AND MISMATCH ROWS ARE ONLY REPORTED --  00443715
      *    THE NEXT MASTRANC/MASTRAND CYCLE REBUILDS THEM FROM CUSTMAST.00443715
       ENVIRONMENT DIVISION.                                            00443715
       INPUT-OUTPUT SECTION.                                            00443715
       FILE-CONTROL.                                                    00443715
            SELECT CUSTMAST ASSIGN TO CUSTMAST                          00443715
            ORGANIZATION IS INDEXED                                     00443715
            ACCESS MODE IS SEQUENTIAL                                   00443715
            RECORD KEY IS MAIN-CONT-ID                                  00443715
            FILE STATUS IS CUSTFILE-FILE-STATUS.                        00443715
            SELECT REFXFILE ASSIGN TO REFXFILE                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS REFXFILE-FILE-STATUS.                        00443715
            SELECT REFAFILE ASSIGN TO REFAFILE                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS REFAFILE-FILE-STATUS.                        00443715
            SELECT STATUSFILE ASSIGN TO STATUSFILE                      00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS STATUSFILE-FILE-STATUS.                      00443715
            SELECT OPTIONAL TIMEFILE ASSIGN TO TIMEFILE                 00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS TIMEFILE-FILE-STATUS.                        00443715
            SELECT PARMFILE ASSIGN TO PARMFILE                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS PARMFILE-FILE-STATUS.                        00443715
            SELECT LOCKFILE ASSIGN TO LOCKFILE                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS LOCKFILE-FILE-STATUS.                        00443715
       DATA DIVISION.                                                   00443715
       FILE SECTION.                                                    00443715
       FD CUSTMAST.                                                     00443715
         COPY CUSTREC.                                                  00443715
                                                                        00443715
      *    REFXFILE -- ONE ROW PER DIFFERENCE. REFX-FIELD NAMES THE     00443715
      *    CLIENT_JOIN2 COLUMN THAT DISAGREES ON A MISMATCH ROW; THE    00443715
      *    TWO VALUE COLUMNS CARRY EACH SIDE AS TEXT.                   00443715
       FD REFXFILE.                                                     00443715
       01 REFX-REC.                                                     00443715
          05 REFX-GROUP            PIC X(8).                            00443715
          05 REFX-SEPARATOR-1      PIC X(1).                            00443715
          05 REFX-CONT-ID          PIC X(10).                           00443715
          05 REFX-SEPARATOR-2      PIC X(1).                            00443715
          05 REFX-FIELD            PIC X(22).                           00443715
          05 REFX-SEPARATOR-3      PIC X(1).                            00443715
          05 REFX-CUST-VALUE       PIC X(20).                           00443715
          05 REFX-SEPARATOR-4      PIC X(1).                            00443715
          05 REFX-DB2-VALUE        PIC X(20).                           00443715
                                                                        00443715
      *    REFAFILE LOGS EVERY APPLY-MODE ACTION AGAINST CLIENT_JOIN2,  00443715
      *    WITH THE ROW'S CUSTOMER ID AND INSTITUTION AS THEY STOOD,    00443715
      *    SO A REMOVED ROW CAN BE TRACED BACK.                         00443715
       FD REFAFILE.                                                     00443715
       01 REFA-REC.                                                     00443715
          05 REFA-TIMESTAMP        PIC X(21).                           00443715
          05 REFA-SEPARATOR-1      PIC X(1).                            00443715
          05 REFA-CONT-ID          PIC X(10).                           00443715
          05 REFA-SEPARATOR-2      PIC X(1).                            00443715
          05 REFA-ACTION           PIC X(8).                            00443715
          05 REFA-SEPARATOR-3      PIC X(1).                            00443715
          05 REFA-CUSTOMER-ID      PIC X(20).                           00443715
          05 REFA-SEPARATOR-4      PIC X(1).                            00443715
          05 REFA-INST-ID          PIC X(4).                            00443715
          05 REFA-SEPARATOR-5      PIC X(1).                            00443715
          05 REFA-SQL-CODE         PIC -(9)9.                           00443715
                                                                        00443715
      *    STATUSFILE IS A SINGLE-RECORD FIXED-FORMAT FILE WRITTEN AT   00443715
      *    JOB END SO AN OPERATIONS MONITOR CAN POLL FOR THIS RUN'S     00443715
      *    COMPLETION CODE AND KEY COUNTS WITHOUT SCRAPING THE          00443715
      *    DISPLAY SUMMARY -- SAME CONVENTION AS MASTRANC/MASTRAND.     00443715
       FD STATUSFILE.                                                   00443715
         COPY STATREC.                                                  00443715
                                                                        00443715
       FD TIMEFILE.                                                     00443715
         COPY TIMEREC.                                                  00443715
                                                                        00443715
       FD PARMFILE.                                                     00443715
         COPY PARMREC.                                                  00443715
                                                                        00443715
      *    LOCKFILE IS THE CUSTMAST RUN-LOCK INTERLOCK -- SEE           00443715
      *    MASTRANV. THE SWEEP HOLDS IT SO A MAINTENANCE RUN CANNOT     00443715
      *    DELETE OR ADD CONTRACTS UNDER THE COMPARE.                   00443715
       FD LOCKFILE.                                                     00443715
       01 LOCK-REC.                                                     00443715
          05 LOCK-STATUS           PIC X(8).                            00443715
          05 LOCK-SEPARATOR-1      PIC X(1).                            00443715
          05 LOCK-JOB-NAME         PIC X(8).                            00443715
          05 LOCK-SEPARATOR-2      PIC X(1).                            00443715
          05 LOCK-TIMESTAMP        PIC X(26).                           00443715
                                                                        00443715
       WORKING-STORAGE SECTION.                                         00443715
       01 CUSTFILE-FILE-STATUS  PIC X(2).                               00443715
       01 REFXFILE-FILE-STATUS  PIC X(2).                               00443715
       01 REFAFILE-FILE-STATUS  PIC X(2).                               00443715
       01 STATUSFILE-FILE-STATUS PIC X(2).                              00443715
       01 PARMFILE-FILE-STATUS  PIC X(2).                               00443715
       01 LOCKFILE-FILE-STATUS  PIC X(2).                               00443715
       01 TIMEFILE-FILE-STATUS  PIC X(2).                               00443715
       01 WS-LOCK-HELD          PIC 9 VALUE 0.                          00443715
       01 WS-TIME-OPEN          PIC 9 VALUE 0.                          00443715
       01 WS-TIME-PHASE         PIC X(12).                              00443715
       01 WS-RUN-FAILED         PIC 9 VALUE 0.                          00443715
       01 WS-FAIL-REASON        PIC X(40) VALUE SPACES.                 00443715
       01 WS-STATUS-OPEN        PIC 9 VALUE 0.                          00443715
       01 MAS-EOF               PIC 9 VALUE 0.                          00443715
       01 WS-CURSOR-EOF         PIC 9 VALUE 0.                          00443715
       01 WS-CURSOR-OPEN        PIC 9 VALUE 0.                          00443715
      *    MATCH KEYS -- HIGH-VALUES ONCE A SIDE IS EXHAUSTED, SO THE   00443715
      *    OTHER SIDE DRAINS THROUGH THE SAME COMPARE.                  00443715
       01 WS-CUST-KEY           PIC X(10).                              00443715
       01 WS-DB2-KEY            PIC X(10).                              00443715
       01 WS-LAST-DB2-KEY       PIC X(10) VALUE LOW-VALUES.             00443715
       01 WS-SWEEP-DT           PIC X(8).                               00443715
       01 WS-CUR-CUST-INST      PIC X(4).                               00443715
       01 WS-EFF-AGE-YEARS      PIC 9(3).                               00443715
       01 WS-AGE-DIFF           PIC S9(10)V99.                          00443715
       01 WS-CUST-AMOUNT        PIC S9(16)V99.                          00443715
       01 WS-AMOUNT-EDT         PIC -(15)9.99.                          00443715
       01 WS-AGE-EDT            PIC -(9)9.                              00443715
       01 WS-ORPHAN-REASON      PIC X(22).                              00443715
       01 WS-REFA-ACTION        PIC X(8).                               00443715
       01 WS-COUNTERS-1.                                                00443715
          05 WS-CUSTMAST-CNTR     PIC 9(9) VALUE ZEROES.                00443715
          05 WS-DB2-ROW-CNTR      PIC 9(9) VALUE ZEROES.                00443715
          05 WS-ORPHAN-CNTR       PIC 9(9) VALUE ZEROES.                00443715
          05 WS-MISSING-CNTR      PIC 9(9) VALUE ZEROES.                00443715
          05 WS-MISMATCH-CNTR     PIC 9(9) VALUE ZEROES.                00443715
          05 WS-APPLIED-CNTR      PIC 9(9) VALUE ZEROES.                00443715
          05 WS-APPLY-FAIL-CNTR   PIC 9(9) VALUE ZEROES.                00443715
       01 WS-CUSTMAST-CNTR-EDT  PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-DB2-ROW-CNTR-EDT   PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-ORPHAN-CNTR-EDT    PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-MISSING-CNTR-EDT   PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-MISMATCH-CNTR-EDT  PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-APPLIED-CNTR-EDT   PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-SQL-CODE           PIC S9(9).                              00443715
          88 SQL-CODE-SUCCESSFUL           VALUE ZEROES.                00443715
          88 SQL-CODE-ROW-NOT-FOUND        VALUE +100.                  00443715
          88 SQL-CODE-RETRYABLE            VALUE -911 -913              00443715
                                                 -904.                  00443715
      *    AUTOMATIC RETRY ON DB2 CONTENTION -- SAME CONVENTION AS      00443715
      *    MASTRANV: A DEADLOCK, TIMEOUT OR UNAVAILABLE-RESOURCE        00443715
      *    SQLCODE IS RETRIED UP TO PARM-SQL-RETRY-MAX TIMES WITH A     00443715
      *    PARM-SQL-RETRY-WAIT-SEC BACK-OFF.                            00443715
       01 WS-RETRY-CNTR           PIC 9(2) VALUE ZEROES.                00443715
       01 WS-RETRY-TOTAL-CNTR     PIC 9(4) VALUE ZEROES.                00443715
       01 WS-RETRY-WAIT-COMP      PIC 9(8) COMP VALUE ZEROES.           00443715
       01 WS-RETRY-STMT           PIC X(30) VALUE SPACES.               00443715
                                                                        00443715
         EXEC SQL INCLUDE CLIENT END-EXEC.                              00443715
         EXEC SQL INCLUDE SQLCA END-EXEC.                               00443715
                                                                        00443715
      *    REFCSR -- EVERY CLIENT_JOIN2 ROW IN CONTRACT ORDER, WITH     00443715
      *    JUST THE COLUMNS THE SWEEP COMPARES. THE NULLABLE COLUMNS    00443715
      *    COME BACK AS BLANKS. WITH HOLD KEEPS IT OPEN ACROSS THE      00443715
      *    COMMIT AFTER EACH APPLY-MODE ACTION.                         00443715
         EXEC SQL                                                       00443715
           DECLARE REFCSR CURSOR WITH HOLD FOR                          00443715
             SELECT CONT_ID                                             00443715
                   ,CUSTOMER_ID                                         00443715
                   ,COALESCE(INST_ID, ' ')                              00443715
                   ,COALESCE(GENDER, ' ')                               00443715
                   ,COALESCE(AGE_YEARS, 0)                              00443715
                   ,COALESCE(HIGHEST_EDU, ' ')                          00443715
                   ,COALESCE(ANNUAL_INVESTMENT_REV, 0)                  00443715
                   ,COALESCE(ANNUAL_INCOME, 0)                          00443715
                   ,COALESCE(ACTIVITY_LEVEL, ' ')                       00443715
                   ,COALESCE(CHURN, ' ')                                00443715
               FROM CLIENT_JOIN2                                        00443715
              ORDER BY CONT_ID                                          00443715
         END-EXEC.                                                      00443715
                                                                        00443715
       PROCEDURE DIVISION.                                              00443715
                                                                        00443715
           PERFORM START-PROCESS                                        00443715
                                                                        00443715
           PERFORM MAIN-PROCESS                                         00443715
             UNTIL MAS-EOF = 1 AND WS-CURSOR-EOF = 1                    00443715
                                                                        00443715
           PERFORM END-PROCESS                                          00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       START-PROCESS.                                                   00443715
                                                                        00443715
           DISPLAY 'START PROCESS'                                      00443715
                                                                        00443715
      *    STATUSFILE OPENS FIRST, BEFORE ANYTHING THAT CAN ABORT, SO   00443715
      *    THE MONITOR STILL GETS A FAILED RECORD WHEN THE RUN DIES     00443715
      *    EARLY.                                                       00443715
           PERFORM OPEN-STATUS-FILE-PARA                                00443715
                                                                        00443715
           PERFORM OPEN-TIMING-PARA                                     00443715
           MOVE 'START' TO WS-TIME-PHASE                                00443715
           PERFORM WRITE-TIMING-PARA                                    00443715
                                                                        00443715
           PERFORM READ-PARM-PARA                                       00443715
                                                                        00443715
           PERFORM ACQUIRE-LOCK-PARA                                    00443715
                                                                        00443715
           PERFORM FILE-OPEN-PARA                                       00443715
                                                                        00443715
           PERFORM MAIN-FILE-READ-PARA                                  00443715
                                                                        00443715
      *    AN EMPTY OR UNREADABLE CUSTMAST WOULD MAKE EVERY             00443715
      *    CLIENT_JOIN2 ROW AN ORPHAN -- IN APPLY MODE THAT WOULD       00443715
      *    EMPTY THE TABLE, SO THE SWEEP REFUSES TO RUN.                00443715
           IF MAS-EOF = 1                                               00443715
             DISPLAY 'CUSTMAST HAS NO ACTIVE RECORDS -- SWEEP NOT RUN'  00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'CUSTMAST EMPTY' TO WS-FAIL-REASON                    00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           MOVE ZEROES TO WS-RETRY-CNTR                                 00443715
           MOVE 'OPEN REFCSR' TO WS-RETRY-STMT                          00443715
                                                                        00443715
           PERFORM OPEN-SWEEP-CURSOR-PARA                               00443715
                                                                        00443715
           PERFORM UNTIL NOT SQL-CODE-RETRYABLE                         00443715
                      OR WS-RETRY-CNTR NOT < PARM-SQL-RETRY-MAX         00443715
             PERFORM LOG-SQL-RETRY-PARA                                 00443715
             PERFORM OPEN-SWEEP-CURSOR-PARA                             00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           IF NOT SQL-CODE-SUCCESSFUL                                   00443715
             DISPLAY 'ERROR OPENING REFCSR, SQLCODE = ' SQLCODE         00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'SQL CURSOR OPEN ERROR' TO WS-FAIL-REASON             00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           MOVE 1 TO WS-CURSOR-OPEN                                     00443715
                                                                        00443715
           PERFORM FETCH-CLIENT-ROW-PARA                                00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       OPEN-SWEEP-CURSOR-PARA.                                          00443715
                                                                        00443715
           EXEC SQL                                                     00443715
             OPEN REFCSR                                                00443715
           END-EXEC                                                     00443715
                                                                        00443715
           MOVE SQLCODE TO WS-SQL-CODE                                  00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       MAIN-PROCESS.                                                    00443715
                                                                        00443715
           EVALUATE TRUE                                                00443715
             WHEN WS-DB2-KEY < WS-CUST-KEY                              00443715
      *        A SECOND ROW FOR A CONTRACT ALREADY MATCHED IS AN        00443715
      *        ORPHAN TOO -- THE MATCH USED THE FIRST ONE.              00443715
               IF WS-DB2-KEY = WS-LAST-DB2-KEY                          00443715
                 MOVE 'DUPLICATE CLIENT_JOIN2' TO WS-ORPHAN-REASON      00443715
               ELSE                                                     00443715
                 MOVE 'NO ACTIVE CUSTMAST'     TO WS-ORPHAN-REASON      00443715
               END-IF                                                   00443715
               PERFORM REPORT-ORPHAN-PARA                               00443715
               MOVE WS-DB2-KEY TO WS-LAST-DB2-KEY                       00443715
               PERFORM FETCH-CLIENT-ROW-PARA                            00443715
             WHEN WS-CUST-KEY < WS-DB2-KEY                              00443715
               PERFORM REPORT-MISSING-PARA                              00443715
               PERFORM MAIN-FILE-READ-PARA                              00443715
             WHEN OTHER                                                 00443715
               PERFORM COMPARE-ROW-PARA                                 00443715
               MOVE WS-DB2-KEY TO WS-LAST-DB2-KEY                       00443715
               PERFORM FETCH-CLIENT-ROW-PARA                            00443715
               PERFORM MAIN-FILE-READ-PARA                              00443715
           END-EVALUATE                                                 00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       REPORT-ORPHAN-PARA.                                              00443715
                                                                        00443715
           ADD 1 TO WS-ORPHAN-CNTR                                      00443715
                                                                        00443715
           MOVE SPACES                 TO REFX-REC                      00443715
           MOVE 'ORPHAN'               TO REFX-GROUP                    00443715
           MOVE WS-DB2-KEY             TO REFX-CONT-ID                  00443715
           MOVE WS-ORPHAN-REASON       TO REFX-FIELD                    00443715
           MOVE SPACES                 TO REFX-CUST-VALUE               00443715
           MOVE CLI-CUSTOMER-ID-TEXT   TO REFX-DB2-VALUE                00443715
           PERFORM WRITE-REFX-PARA                                      00443715
                                                                        00443715
           IF PARM-SWEEP-APPLY = 'D' OR PARM-SWEEP-APPLY = 'F'          00443715
             PERFORM APPLY-ORPHAN-PARA                                  00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       REPORT-MISSING-PARA.                                             00443715
                                                                        00443715
           ADD 1 TO WS-MISSING-CNTR                                     00443715
                                                                        00443715
           MOVE SPACES                 TO REFX-REC                      00443715
           MOVE 'MISSING'              TO REFX-GROUP                    00443715
           MOVE WS-CUST-KEY            TO REFX-CONT-ID                  00443715
           MOVE 'NO CLIENT_JOIN2 ROW'  TO REFX-FIELD                    00443715
           MOVE WS-CUR-CUST-INST       TO REFX-CUST-VALUE               00443715
           MOVE SPACES                 TO REFX-DB2-VALUE                00443715
           PERFORM WRITE-REFX-PARA                                      00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
      *    THE FIELDS CLIENT_JOIN2 CARRIES STRAIGHT FROM CUSTMAST. AGE  00443715
      *    IS DERIVED FROM THE DATE OF BIRTH AS MASTRANC DOES, AND IS   00443715
      *    ALLOWED ONE YEAR OF DRIFT -- A BIRTHDAY SINCE THE ROW WAS    00443715
      *    LOADED IS NOT A DISAGREEMENT. AMOUNTS COMPARE AT THE TWO     00443715
      *    DECIMALS THE TABLE HOLDS.                                    00443715
       COMPARE-ROW-PARA.                                                00443715
                                                                        00443715
           IF CLI-INST-ID NOT = WS-CUR-CUST-INST                        00443715
             MOVE 'INST_ID'            TO REFX-FIELD                    00443715
             MOVE WS-CUR-CUST-INST     TO REFX-CUST-VALUE               00443715
             MOVE CLI-INST-ID          TO REFX-DB2-VALUE                00443715
             PERFORM REPORT-MISMATCH-PARA                               00443715
           END-IF                                                       00443715
                                                                        00443715
           IF CLI-GENDER-TEXT NOT = GENDER                              00443715
             MOVE 'GENDER'             TO REFX-FIELD                    00443715
             MOVE GENDER               TO REFX-CUST-VALUE               00443715
             MOVE CLI-GENDER-TEXT      TO REFX-DB2-VALUE                00443715
             PERFORM REPORT-MISMATCH-PARA                               00443715
           END-IF                                                       00443715
                                                                        00443715
           PERFORM DERIVE-EFFECTIVE-AGE-PARA                            00443715
           COMPUTE WS-AGE-DIFF = CLI-AGE-YEARS - WS-EFF-AGE-YEARS       00443715
           IF WS-AGE-DIFF > 1 OR WS-AGE-DIFF < -1                       00443715
             MOVE 'AGE_YEARS'          TO REFX-FIELD                    00443715
             MOVE WS-EFF-AGE-YEARS     TO WS-AGE-EDT                    00443715
             MOVE WS-AGE-EDT           TO REFX-CUST-VALUE               00443715
             MOVE CLI-AGE-YEARS        TO WS-AGE-EDT                    00443715
             MOVE WS-AGE-EDT           TO REFX-DB2-VALUE                00443715
             PERFORM REPORT-MISMATCH-PARA                               00443715
           END-IF                                                       00443715
                                                                        00443715
           IF CLI-HIGHEST-EDU-TEXT NOT = HIGHEST-EDU                    00443715
             MOVE 'HIGHEST_EDU'        TO REFX-FIELD                    00443715
             MOVE HIGHEST-EDU          TO REFX-CUST-VALUE               00443715
             MOVE CLI-HIGHEST-EDU-TEXT TO REFX-DB2-VALUE                00443715
             PERFORM REPORT-MISMATCH-PARA                               00443715
           END-IF                                                       00443715
                                                                        00443715
           MOVE ANNUAL-INVEST TO WS-CUST-AMOUNT                         00443715
           IF CLI-ANNUAL-INVESTMENT-REV NOT = WS-CUST-AMOUNT            00443715
             MOVE 'ANNUAL_INVESTMENT_REV' TO REFX-FIELD                 00443715
             MOVE WS-CUST-AMOUNT       TO WS-AMOUNT-EDT                 00443715
             MOVE WS-AMOUNT-EDT        TO REFX-CUST-VALUE               00443715
             MOVE CLI-ANNUAL-INVESTMENT-REV TO WS-AMOUNT-EDT            00443715
             MOVE WS-AMOUNT-EDT        TO REFX-DB2-VALUE                00443715
             PERFORM REPORT-MISMATCH-PARA                               00443715
           END-IF                                                       00443715
                                                                        00443715
           MOVE ANNUAL-INCOME TO WS-CUST-AMOUNT                         00443715
           IF CLI-ANNUAL-INCOME NOT = WS-CUST-AMOUNT                    00443715
             MOVE 'ANNUAL_INCOME'      TO REFX-FIELD                    00443715
             MOVE WS-CUST-AMOUNT       TO WS-AMOUNT-EDT                 00443715
             MOVE WS-AMOUNT-EDT        TO REFX-CUST-VALUE               00443715
             MOVE CLI-ANNUAL-INCOME    TO WS-AMOUNT-EDT                 00443715
             MOVE WS-AMOUNT-EDT        TO REFX-DB2-VALUE                00443715
             PERFORM REPORT-MISMATCH-PARA                               00443715
           END-IF                                                       00443715
                                                                        00443715
           IF CLI-ACTIVITY-LEVEL-TEXT NOT = ACTIVITY-LEVEL              00443715
             MOVE 'ACTIVITY_LEVEL'     TO REFX-FIELD                    00443715
             MOVE ACTIVITY-LEVEL       TO REFX-CUST-VALUE               00443715
             MOVE CLI-ACTIVITY-LEVEL-TEXT TO REFX-DB2-VALUE             00443715
             PERFORM REPORT-MISMATCH-PARA                               00443715
           END-IF                                                       00443715
                                                                        00443715
           IF CLI-CHURN-TEXT NOT = CHURN                                00443715
             MOVE 'CHURN'              TO REFX-FIELD                    00443715
             MOVE CHURN                TO REFX-CUST-VALUE               00443715
             MOVE CLI-CHURN-TEXT       TO REFX-DB2-VALUE                00443715
             PERFORM REPORT-MISMATCH-PARA                               00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       REPORT-MISMATCH-PARA.                                            00443715
                                                                        00443715
           ADD 1 TO WS-MISMATCH-CNTR                                    00443715
                                                                        00443715
           MOVE 'MISMATCH'             TO REFX-GROUP                    00443715
           MOVE WS-CUST-KEY            TO REFX-CONT-ID                  00443715
           PERFORM WRITE-REFX-PARA                                      00443715
                                                                        00443715
           MOVE SPACES                 TO REFX-REC                      00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       WRITE-REFX-PARA.                                                 00443715
                                                                        00443715
           MOVE ','                    TO REFX-SEPARATOR-1              00443715
                                          REFX-SEPARATOR-2              00443715
                                          REFX-SEPARATOR-3              00443715
                                          REFX-SEPARATOR-4              00443715
                                                                        00443715
           WRITE REFX-REC                                               00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       DERIVE-EFFECTIVE-AGE-PARA.                                       00443715
                                                                        00443715
           IF CUST-DATE-OF-BIRTH IS NUMERIC                             00443715
              AND CUST-DATE-OF-BIRTH NOT = '00000000'                   00443715
             COMPUTE WS-EFF-AGE-YEARS =                                 00443715
               FUNCTION NUMVAL (WS-SWEEP-DT (1:4))                      00443715
               - FUNCTION NUMVAL (CUST-DATE-OF-BIRTH (1:4))             00443715
             IF WS-SWEEP-DT (5:4)                                       00443715
                < CUST-DATE-OF-BIRTH (5:4)                              00443715
               SUBTRACT 1 FROM WS-EFF-AGE-YEARS                         00443715
             END-IF                                                     00443715
           ELSE                                                         00443715
             MOVE AGE-YEARS TO WS-EFF-AGE-YEARS                         00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
      *    APPLY MODE -- THE ORPHAN ROW IS DELETED OR FLAGGED BY        00443715
      *    CONT_ID. A DUPLICATE ROW IS LEFT FOR A PERSON TO SORT OUT:   00443715
      *    BY CONT_ID THE STATEMENT WOULD TAKE THE GOOD ROW WITH IT.    00443715
       APPLY-ORPHAN-PARA.                                               00443715
                                                                        00443715
           IF WS-DB2-KEY = WS-LAST-DB2-KEY                              00443715
             MOVE 'SKIPPED'            TO WS-REFA-ACTION                00443715
             MOVE ZEROES               TO WS-SQL-CODE                   00443715
             PERFORM WRITE-REFA-PARA                                    00443715
           ELSE                                                         00443715
             MOVE ZEROES TO WS-RETRY-CNTR                               00443715
             IF PARM-SWEEP-APPLY = 'D'                                  00443715
               MOVE 'DELETE CLIENT_JOIN2' TO WS-RETRY-STMT              00443715
             ELSE                                                       00443715
               MOVE 'UPDATE CLIENT_JOIN2' TO WS-RETRY-STMT              00443715
             END-IF                                                     00443715
                                                                        00443715
             PERFORM APPLY-ORPHAN-SQL-PARA                              00443715
                                                                        00443715
             PERFORM UNTIL NOT SQL-CODE-RETRYABLE                       00443715
                        OR WS-RETRY-CNTR NOT < PARM-SQL-RETRY-MAX       00443715
               PERFORM LOG-SQL-RETRY-PARA                               00443715
               PERFORM APPLY-ORPHAN-SQL-PARA                            00443715
             END-PERFORM                                                00443715
                                                                        00443715
             IF SQL-CODE-SUCCESSFUL                                     00443715
               IF PARM-SWEEP-APPLY = 'D'                                00443715
                 MOVE 'DELETED'        TO WS-REFA-ACTION                00443715
               ELSE                                                     00443715
                 MOVE 'FLAGGED'        TO WS-REFA-ACTION                00443715
               END-IF                                                   00443715
               ADD 1 TO WS-APPLIED-CNTR                                 00443715
                                                                        00443715
               EXEC SQL                                                 00443715
                 COMMIT                                                 00443715
               END-EXEC                                                 00443715
             ELSE                                                       00443715
               DISPLAY 'ERROR APPLYING SWEEP TO ' WS-DB2-KEY            00443715
                       ', SQLCODE = ' SQLCODE                           00443715
               MOVE 'FAILED'           TO WS-REFA-ACTION                00443715
               ADD 1 TO WS-APPLY-FAIL-CNTR                              00443715
                                                                        00443715
               EXEC SQL                                                 00443715
                 ROLLBACK                                               00443715
               END-EXEC                                                 00443715
             END-IF                                                     00443715
                                                                        00443715
             PERFORM WRITE-REFA-PARA                                    00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       APPLY-ORPHAN-SQL-PARA.                                           00443715
                                                                        00443715
           IF PARM-SWEEP-APPLY = 'D'                                    00443715
             EXEC SQL                                                   00443715
               DELETE FROM CLIENT_JOIN2                                 00443715
                WHERE CONT_ID = :CLI-CONT-ID                            00443715
             END-EXEC                                                   00443715
           ELSE                                                         00443715
             EXEC SQL                                                   00443715
               UPDATE CLIENT_JOIN2                                      00443715
                  SET ORPHAN_DT = :WS-SWEEP-DT                          00443715
                WHERE CONT_ID = :CLI-CONT-ID                            00443715
             END-EXEC                                                   00443715
           END-IF                                                       00443715
                                                                        00443715
           MOVE SQLCODE TO WS-SQL-CODE                                  00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       WRITE-REFA-PARA.                                                 00443715
                                                                        00443715
           MOVE SPACES                 TO REFA-REC                      00443715
           MOVE FUNCTION CURRENT-DATE  TO REFA-TIMESTAMP                00443715
           MOVE ','                    TO REFA-SEPARATOR-1              00443715
           MOVE WS-DB2-KEY             TO REFA-CONT-ID                  00443715
           MOVE ','                    TO REFA-SEPARATOR-2              00443715
           MOVE WS-REFA-ACTION         TO REFA-ACTION                   00443715
           MOVE ','                    TO REFA-SEPARATOR-3              00443715
           MOVE CLI-CUSTOMER-ID-TEXT   TO REFA-CUSTOMER-ID              00443715
           MOVE ','                    TO REFA-SEPARATOR-4              00443715
           MOVE CLI-INST-ID            TO REFA-INST-ID                  00443715
           MOVE ','                    TO REFA-SEPARATOR-5              00443715
           MOVE WS-SQL-CODE            TO REFA-SQL-CODE                 00443715
                                                                        00443715
           WRITE REFA-REC                                               00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       FETCH-CLIENT-ROW-PARA.                                           00443715
                                                                        00443715
           IF WS-CURSOR-EOF = 0                                         00443715
             INITIALIZE CLIENT                                          00443715
                                                                        00443715
             EXEC SQL                                                   00443715
               FETCH REFCSR                                             00443715
                INTO :CLI-CONT-ID                                       00443715
                    ,:CLI-CUSTOMER-ID                                   00443715
                    ,:CLI-INST-ID                                       00443715
                    ,:CLI-GENDER                                        00443715
                    ,:CLI-AGE-YEARS                                     00443715
                    ,:CLI-HIGHEST-EDU                                   00443715
                    ,:CLI-ANNUAL-INVESTMENT-REV                         00443715
                    ,:CLI-ANNUAL-INCOME                                 00443715
                    ,:CLI-ACTIVITY-LEVEL                                00443715
                    ,:CLI-CHURN                                         00443715
             END-EXEC                                                   00443715
                                                                        00443715
             MOVE SQLCODE TO WS-SQL-CODE                                00443715
             EVALUATE TRUE                                              00443715
               WHEN SQL-CODE-SUCCESSFUL                                 00443715
                 ADD 1 TO WS-DB2-ROW-CNTR                               00443715
                 MOVE CLI-CONT-ID TO WS-DB2-KEY                         00443715
               WHEN SQL-CODE-ROW-NOT-FOUND                              00443715
                 MOVE 1 TO WS-CURSOR-EOF                                00443715
                 MOVE HIGH-VALUES TO WS-DB2-KEY                         00443715
               WHEN OTHER                                               00443715
                 DISPLAY 'ERROR FETCHING REFCSR, SQLCODE = ' SQLCODE    00443715
                 MOVE 1 TO WS-RUN-FAILED                                00443715
                 MOVE 'SQL FETCH ERROR' TO WS-FAIL-REASON               00443715
                 PERFORM END-PROCESS                                    00443715
             END-EVALUATE                                               00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       LOG-SQL-RETRY-PARA.                                              00443715
                                                                        00443715
           ADD 1 TO WS-RETRY-CNTR                                       00443715
           ADD 1 TO WS-RETRY-TOTAL-CNTR                                 00443715
                                                                        00443715
           DISPLAY 'RETRYABLE SQLCODE ' WS-SQL-CODE ' ON '              00443715
                   WS-RETRY-STMT                                        00443715
                   ' -- RETRY ' WS-RETRY-CNTR                           00443715
                   ' OF ' PARM-SQL-RETRY-MAX                            00443715
                                                                        00443715
           MOVE PARM-SQL-RETRY-WAIT-SEC TO WS-RETRY-WAIT-COMP           00443715
           CALL 'C$SLEEP' USING WS-RETRY-WAIT-COMP                      00443715
             ON EXCEPTION                                               00443715
               CONTINUE                                                 00443715
           END-CALL                                                     00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       OPEN-STATUS-FILE-PARA.                                           00443715
                                                                        00443715
           OPEN OUTPUT STATUSFILE                                       00443715
                                                                        00443715
           IF STATUSFILE-FILE-STATUS NOT = '00'                         00443715
           THEN                                                         00443715
             DISPLAY 'OPEN STATUS FILE-STATUS = '                       00443715
                     STATUSFILE-FILE-STATUS                             00443715
                                                                        00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'FILE OPEN ERROR' TO WS-FAIL-REASON                   00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           MOVE 1 TO WS-STATUS-OPEN                                     00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       READ-PARM-PARA.                                                  00443715
                                                                        00443715
           MOVE SPACES TO PARM-LOCK-OVERRIDE                            00443715
           MOVE SPACES TO PARM-SWEEP-APPLY                              00443715
           MOVE SPACES TO PARM-INST-ID                                  00443715
           MOVE SPACES TO PARM-PROCESS-DATE                             00443715
           MOVE ZEROES TO PARM-SQL-RETRY-MAX                            00443715
           MOVE ZEROES TO PARM-SQL-RETRY-WAIT-SEC                       00443715
                                                                        00443715
           OPEN INPUT PARMFILE                                          00443715
                                                                        00443715
           IF PARMFILE-FILE-STATUS = '00'                               00443715
           THEN                                                         00443715
             READ PARMFILE                                              00443715
               AT END                                                   00443715
                 CONTINUE                                               00443715
             END-READ                                                   00443715
                                                                        00443715
             CLOSE PARMFILE                                             00443715
           END-IF                                                       00443715
                                                                        00443715
           IF PARM-INST-ID = SPACES                                     00443715
             MOVE 'I001' TO PARM-INST-ID                                00443715
           END-IF                                                       00443715
                                                                        00443715
      *    THE SWEEP IS NOT TIED TO A NIGHTLY CYCLE -- WITHOUT A PARM   00443715
      *    DATE IT AGES CUSTOMERS AND STAMPS FLAGS WITH TODAY'S DATE.   00443715
           IF PARM-PROCESS-DATE IS NUMERIC                              00443715
             MOVE PARM-PROCESS-DATE TO WS-SWEEP-DT                      00443715
           ELSE                                                         00443715
             MOVE FUNCTION CURRENT-DATE (1:8) TO WS-SWEEP-DT            00443715
           END-IF                                                       00443715
                                                                        00443715
           IF PARM-SQL-RETRY-MAX = ZEROES                               00443715
             MOVE 3 TO PARM-SQL-RETRY-MAX                               00443715
           END-IF                                                       00443715
                                                                        00443715
           IF PARM-SQL-RETRY-WAIT-SEC = ZEROES                          00443715
             MOVE 5 TO PARM-SQL-RETRY-WAIT-SEC                          00443715
           END-IF                                                       00443715
                                                                        00443715
           EVALUATE PARM-SWEEP-APPLY                                    00443715
             WHEN 'D'                                                   00443715
               DISPLAY 'SWEEP APPLY MODE -- ORPHAN ROWS WILL BE DELETED'00443715
             WHEN 'F'                                                   00443715
               DISPLAY 'SWEEP APPLY MODE -- ORPHAN ROWS WILL BE FLAGGED'00443715
             WHEN OTHER                                                 00443715
               DISPLAY 'SWEEP REPORT MODE -- CLIENT_JOIN2 NOT CHANGED'  00443715
           END-EVALUATE                                                 00443715
                                                                        00443715
           DISPLAY 'SWEEP DATE = ' WS-SWEEP-DT                          00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       ACQUIRE-LOCK-PARA.                                               00443715
                                                                        00443715
           OPEN INPUT LOCKFILE                                          00443715
                                                                        00443715
           IF LOCKFILE-FILE-STATUS = '00'                               00443715
           THEN                                                         00443715
             READ LOCKFILE                                              00443715
               AT END                                                   00443715
                 CONTINUE                                               00443715
             END-READ                                                   00443715
                                                                        00443715
             CLOSE LOCKFILE                                             00443715
                                                                        00443715
             IF LOCK-STATUS = 'ACTIVE'                                  00443715
               IF PARM-LOCK-OVERRIDE = 'Y'                              00443715
                 DISPLAY 'OVERRIDING CUSTMAST LOCK HELD BY '            00443715
                         LOCK-JOB-NAME ' SINCE ' LOCK-TIMESTAMP         00443715
               ELSE                                                     00443715
                 DISPLAY 'CUSTMAST LOCK HELD BY ' LOCK-JOB-NAME         00443715
                         ' SINCE ' LOCK-TIMESTAMP                       00443715
                         ' -- REFUSING TO START'                        00443715
                 MOVE 1 TO WS-RUN-FAILED                                00443715
                 MOVE 'CUSTMAST LOCK HELD' TO WS-FAIL-REASON            00443715
                 PERFORM END-PROCESS                                    00443715
               END-IF                                                   00443715
             END-IF                                                     00443715
           END-IF                                                       00443715
                                                                        00443715
           OPEN OUTPUT LOCKFILE                                         00443715
                                                                        00443715
           IF LOCKFILE-FILE-STATUS NOT = '00'                           00443715
           THEN                                                         00443715
             DISPLAY 'OPEN LOCK FILE-STATUS = '  LOCKFILE-FILE-STATUS   00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'FILE OPEN ERROR' TO WS-FAIL-REASON                   00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           MOVE SPACES                TO LOCK-REC                       00443715
           MOVE 'ACTIVE'              TO LOCK-STATUS                    00443715
           MOVE ','                   TO LOCK-SEPARATOR-1               00443715
           MOVE 'MASTRNRF'            TO LOCK-JOB-NAME                  00443715
           MOVE ','                   TO LOCK-SEPARATOR-2               00443715
           MOVE FUNCTION CURRENT-DATE TO LOCK-TIMESTAMP                 00443715
                                                                        00443715
           WRITE LOCK-REC                                               00443715
                                                                        00443715
           CLOSE LOCKFILE                                               00443715
                                                                        00443715
           MOVE 1 TO WS-LOCK-HELD                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       RELEASE-LOCK-PARA.                                               00443715
                                                                        00443715
           IF WS-LOCK-HELD = 1                                          00443715
             MOVE 0 TO WS-LOCK-HELD                                     00443715
                                                                        00443715
             OPEN OUTPUT LOCKFILE                                       00443715
                                                                        00443715
             IF LOCKFILE-FILE-STATUS = '00'                             00443715
               MOVE SPACES                TO LOCK-REC                   00443715
               MOVE 'RELEASED'            TO LOCK-STATUS                00443715
               MOVE ','                   TO LOCK-SEPARATOR-1           00443715
               MOVE 'MASTRNRF'            TO LOCK-JOB-NAME              00443715
               MOVE ','                   TO LOCK-SEPARATOR-2           00443715
               MOVE FUNCTION CURRENT-DATE TO LOCK-TIMESTAMP             00443715
                                                                        00443715
               WRITE LOCK-REC                                           00443715
                                                                        00443715
               CLOSE LOCKFILE                                           00443715
             END-IF                                                     00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       FILE-OPEN-PARA.                                                  00443715
                                                                        00443715
           OPEN INPUT  CUSTMAST                                         00443715
                                                                        00443715
           IF CUSTFILE-FILE-STATUS NOT = '00'                           00443715
           THEN                                                         00443715
             DISPLAY 'OPEN MAIN FILE-STATUS = '  CUSTFILE-FILE-STATUS   00443715
                                                                        00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'FILE OPEN ERROR'                                     00443715
               TO WS-FAIL-REASON                                        00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           OPEN OUTPUT REFXFILE                                         00443715
                                                                        00443715
           IF REFXFILE-FILE-STATUS NOT = '00'                           00443715
           THEN                                                         00443715
             DISPLAY 'OPEN REFX FILE-STATUS = '  REFXFILE-FILE-STATUS   00443715
                                                                        00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'FILE OPEN ERROR' TO WS-FAIL-REASON                   00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           OPEN OUTPUT REFAFILE                                         00443715
                                                                        00443715
           IF REFAFILE-FILE-STATUS NOT = '00'                           00443715
           THEN                                                         00443715
             DISPLAY 'OPEN REFA FILE-STATUS = '  REFAFILE-FILE-STATUS   00443715
                                                                        00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'FILE OPEN ERROR' TO WS-FAIL-REASON                   00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           DISPLAY 'OPENING FILES SUCCESSFUL '                          00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       MAIN-FILE-READ-PARA.                                             00443715
      *    LOGICALLY DELETED CUSTOMERS (CUST-STATUS 'D') NEVER REACH    00443715
      *    THE MATCH -- THEIR CLIENT_JOIN2 ROW IS AN ORPHAN.            00443715
           PERFORM MAIN-FILE-GET-PARA                                   00443715
                                                                        00443715
           PERFORM UNTIL MAS-EOF = 1                                    00443715
                      OR CUST-STATUS NOT = 'D'                          00443715
             PERFORM MAIN-FILE-GET-PARA                                 00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           IF MAS-EOF = 1                                               00443715
             MOVE HIGH-VALUES TO WS-CUST-KEY                            00443715
           ELSE                                                         00443715
             ADD 1 TO WS-CUSTMAST-CNTR                                  00443715
             MOVE MAIN-CONT-ID TO WS-CUST-KEY                           00443715
                                                                        00443715
             IF CUST-INST-ID = SPACES                                   00443715
               MOVE PARM-INST-ID TO WS-CUR-CUST-INST                    00443715
             ELSE                                                       00443715
               MOVE CUST-INST-ID TO WS-CUR-CUST-INST                    00443715
             END-IF                                                     00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       MAIN-FILE-GET-PARA.                                              00443715
                                                                        00443715
           READ CUSTMAST                                                00443715
             AT END                                                     00443715
                MOVE 1 TO MAS-EOF                                       00443715
           END-READ                                                     00443715
                                                                        00443715
           IF CUSTFILE-FILE-STATUS NOT = '00'                           00443715
           THEN                                                         00443715
             IF CUSTFILE-FILE-STATUS NOT = '10'                         00443715
             THEN                                                       00443715
               DISPLAY 'MAIN FILE-STATUS = '  CUSTFILE-FILE-STATUS      00443715
                                                                        00443715
               MOVE 1 TO WS-RUN-FAILED                                  00443715
               MOVE 'FILE READ ERROR'                                   00443715
                 TO WS-FAIL-REASON                                      00443715
               PERFORM END-PROCESS                                      00443715
             END-IF                                                     00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       OPEN-TIMING-PARA.                                                00443715
      *    TIMING IS BEST-EFFORT -- A RUN WITHOUT A TIMING FILE         00443715
      *    STILL RUNS, IT JUST LEAVES NO TRACE ON THE WINDOW            00443715
      *    REPORT.                                                      00443715
           OPEN EXTEND TIMEFILE                                         00443715
                                                                        00443715
           IF TIMEFILE-FILE-STATUS = '00'                               00443715
              OR TIMEFILE-FILE-STATUS = '05'                            00443715
             MOVE 1 TO WS-TIME-OPEN                                     00443715
           ELSE                                                         00443715
             DISPLAY 'NO TIMING FILE -- PHASE TIMING NOT CAPTURED'      00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       WRITE-TIMING-PARA.                                               00443715
                                                                        00443715
           IF WS-TIME-OPEN = 1                                          00443715
             INITIALIZE TIME-REC                                        00443715
                                                                        00443715
             MOVE 'MASTRNRF'            TO TIME-JOB-NAME                00443715
             MOVE ','                   TO TIME-SEPARATOR-1             00443715
             MOVE WS-TIME-PHASE         TO TIME-PHASE                   00443715
             MOVE ','                   TO TIME-SEPARATOR-2             00443715
             MOVE FUNCTION CURRENT-DATE TO TIME-TIMESTAMP               00443715
                                                                        00443715
             WRITE TIME-REC                                             00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       END-PROCESS.                                                     00443715
                                                                        00443715
           IF WS-CURSOR-OPEN = 1                                        00443715
             MOVE 0 TO WS-CURSOR-OPEN                                   00443715
             EXEC SQL                                                   00443715
               CLOSE REFCSR                                             00443715
             END-EXEC                                                   00443715
           END-IF                                                       00443715
                                                                        00443715
           EXEC SQL                                                     00443715
             COMMIT                                                     00443715
           END-EXEC                                                     00443715
                                                                        00443715
      *    AN ACTION THAT FAILED LEAVES THE ORPHAN IN PLACE -- THE RUN  00443715
      *    IS MARKED FAILED SO SOMEONE LOOKS AT REFAFILE.               00443715
           IF WS-APPLY-FAIL-CNTR > 0 AND WS-RUN-FAILED = 0              00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'SQL APPLY ERROR' TO WS-FAIL-REASON                   00443715
           END-IF                                                       00443715
                                                                        00443715
           MOVE WS-CUSTMAST-CNTR  TO WS-CUSTMAST-CNTR-EDT               00443715
           MOVE WS-DB2-ROW-CNTR   TO WS-DB2-ROW-CNTR-EDT                00443715
           MOVE WS-ORPHAN-CNTR    TO WS-ORPHAN-CNTR-EDT                 00443715
           MOVE WS-MISSING-CNTR   TO WS-MISSING-CNTR-EDT                00443715
           MOVE WS-MISMATCH-CNTR  TO WS-MISMATCH-CNTR-EDT               00443715
           MOVE WS-APPLIED-CNTR   TO WS-APPLIED-CNTR-EDT                00443715
                                                                        00443715
           DISPLAY '***************************************'            00443715
           DISPLAY '* PROGRAM NAME  :    MASTRNRF         *'            00443715
           DISPLAY '* CUSTMAST      : ' WS-CUSTMAST-CNTR-EDT            00443715
                   '         *'                                         00443715
           DISPLAY '* CLIENT_JOIN2  : ' WS-DB2-ROW-CNTR-EDT             00443715
                   '         *'                                         00443715
           DISPLAY '* ORPHAN ROWS   : ' WS-ORPHAN-CNTR-EDT              00443715
                   '         *'                                         00443715
           DISPLAY '* MISSING ROWS  : ' WS-MISSING-CNTR-EDT             00443715
                   '         *'                                         00443715
           DISPLAY '* MISMATCHES    : ' WS-MISMATCH-CNTR-EDT            00443715
                   '         *'                                         00443715
           DISPLAY '* APPLIED       : ' WS-APPLIED-CNTR-EDT             00443715
                   '         *'                                         00443715
           DISPLAY '***************************************'            00443715
                                                                        00443715
           PERFORM WRITE-STATUS-FILE-PARA                               00443715
                                                                        00443715
           MOVE 'RUN-END' TO WS-TIME-PHASE                              00443715
           PERFORM WRITE-TIMING-PARA                                    00443715
                                                                        00443715
           CLOSE CUSTMAST.                                              00443715
           CLOSE REFXFILE.                                              00443715
           CLOSE REFAFILE.                                              00443715
           CLOSE TIMEFILE.                                              00443715
           CLOSE STATUSFILE.                                            00443715
                                                                        00443715
           PERFORM RELEASE-LOCK-PARA                                    00443715
                                                                        00443715
           IF WS-RUN-FAILED = 1                                         00443715
             MOVE 8 TO RETURN-CODE                                      00443715
           END-IF                                                       00443715
                                                                        00443715
           STOP RUN.                                                    00443715
                                                                        00443715
       WRITE-STATUS-FILE-PARA.                                          00443715
                                                                        00443715
           IF WS-STATUS-OPEN = 0                                        00443715
             DISPLAY 'STATUS FILE NOT OPEN -- STATUS RECORD LOST'       00443715
           ELSE                                                         00443715
                                                                        00443715
           INITIALIZE STATUS-REC                                        00443715
                                                                        00443715
           MOVE 'MASTRNRF'             TO STAT-JOB-NAME                 00443715
           MOVE FUNCTION CURRENT-DATE  TO STAT-RUN-TIMESTAMP            00443715
           IF WS-RUN-FAILED = 1                                         00443715
             MOVE 'FAILED'             TO STAT-COMPLETION-CODE          00443715
             MOVE WS-FAIL-REASON       TO STAT-FAIL-REASON              00443715
           ELSE                                                         00443715
             MOVE 'COMPLETE'           TO STAT-COMPLETION-CODE          00443715
           END-IF                                                       00443715
           MOVE 'ORPHANS'              TO STAT-CNTR-1-LABEL             00443715
           MOVE WS-ORPHAN-CNTR         TO STAT-CNTR-1                   00443715
           MOVE 'MISSING'              TO STAT-CNTR-2-LABEL             00443715
           MOVE WS-MISSING-CNTR        TO STAT-CNTR-2                   00443715
           MOVE 'MISMATCH'             TO STAT-CNTR-3-LABEL             00443715
           MOVE WS-MISMATCH-CNTR       TO STAT-CNTR-3                   00443715
           MOVE 'SQLRETRY'             TO STAT-CNTR-4-LABEL             00443715
           MOVE WS-RETRY-TOTAL-CNTR    TO STAT-CNTR-4                   00443715
                                                                        00443715
           WRITE STATUS-REC                                             00443715
                                                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       END PROGRAM  MASTRNRF.                                           00443715
