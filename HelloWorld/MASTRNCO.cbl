       ID DIVISION.                                                     00443715
       PROGRAM-ID. MASTRNCO.                                            00443715
      *    MASTRNCO IS THE CUSTOMER COHORT RETENTION REPORT. EVERY      00443715
      *    CONTRACT BELONGS TO THE COHORT OF THE MONTH IT FIRST         00443715
      *    TRANSACTED -- THE LOWEST FIRST_ACTIVITY ACROSS ITS           00443715
      *    CLIENT_JOIN2_HIST CYCLE SNAPSHOTS. FOR EACH COHORT AND EACH  00443715
      *    MONTH FROM ITS START ON, THE SNAPSHOTS OF THAT MONTH SAY     00443715
      *    HOW MANY OF ITS CONTRACTS WERE STILL ACTIVE (TRANSACTED IN   00443715
      *    AT LEAST ONE CYCLE OF THE MONTH), WHAT THEY SPENT (THE SUM   00443715
      *    OF THOSE CYCLES' TOTAL_TXN_AMOUNT) AND HOW MANY CARRIED THE  00443715
      *    CHURN FLAG IN ANY CYCLE OF THE MONTH. THE DB2 SIDE DOES THE  00443715
      *    COUNTING; THIS JOB LAYS IT OUT TWO WAYS -- COHTRPT, THE      00443715
      *    COHORT TRIANGLE FOR MANAGEMENT (ONE BLOCK PER COHORT, MONTH  00443715
      *    0 TO PARM-COHORT-MONTHS ACROSS), AND COHXFILE, ONE FLAT ROW  00443715
      *    PER COHORT AND MONTH FOR THE ANALYSTS. A COHORT IS ONLY AS   00443715
      *    OLD AS THE SNAPSHOTS MASTRAND STILL RETAINS                  00443715
      *    (PARM-HIST-RETENTION-DAYS).                                  00443715
       ENVIRONMENT DIVISION.                                            00443715
       INPUT-OUTPUT SECTION.                                            00443715
       FILE-CONTROL.                                                    00443715
            SELECT COHTRPT ASSIGN TO COHTRPT                            00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS COHTRPT-FILE-STATUS.                         00443715
            SELECT COHXFILE ASSIGN TO COHXFILE                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS COHXFILE-FILE-STATUS.                        00443715
            SELECT PARMFILE ASSIGN TO PARMFILE                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS PARMFILE-FILE-STATUS.                        00443715
            SELECT STATUSFILE ASSIGN TO STATUSFILE                      00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS STATUSFILE-FILE-STATUS.                      00443715
       DATA DIVISION.                                                   00443715
       FILE SECTION.                                                    00443715
       FD COHTRPT.                                                      00443715
       01 COHTRPT-LINE            PIC X(132).                           00443715
                                                                        00443715
      *    COHXFILE -- ONE ROW PER COHORT AND MONTH, IN COHORT THEN     00443715
      *    MONTH ORDER. MONTHS-SINCE IS 0 FOR THE COHORT'S OWN START    00443715
      *    MONTH. SEEN IS HOW MANY OF THE COHORT'S CONTRACTS HAD A      00443715
      *    SNAPSHOT IN THE MONTH; RETAINED IS ACTIVE AS A PERCENT OF    00443715
      *    THE COHORT SIZE.                                             00443715
       FD COHXFILE.                                                     00443715
       01 COHX-REC.                                                     00443715
          05 COHX-COHORT           PIC X(6).                            00443715
          05 COHX-SEPARATOR-1      PIC X(1).                            00443715
          05 COHX-ACT-MONTH        PIC X(6).                            00443715
          05 COHX-SEPARATOR-2      PIC X(1).                            00443715
          05 COHX-MONTHS-SINCE     PIC 9(3).                            00443715
          05 COHX-SEPARATOR-3      PIC X(1).                            00443715
          05 COHX-COHORT-SIZE      PIC Z(8)9.                           00443715
          05 COHX-SEPARATOR-4      PIC X(1).                            00443715
          05 COHX-SEEN-CNTR        PIC Z(8)9.                           00443715
          05 COHX-SEPARATOR-5      PIC X(1).                            00443715
          05 COHX-ACTIVE-CNTR      PIC Z(8)9.                           00443715
          05 COHX-SEPARATOR-6      PIC X(1).                            00443715
          05 COHX-RETAINED-PCT     PIC ZZ9.99.                          00443715
          05 COHX-SEPARATOR-7      PIC X(1).                            00443715
          05 COHX-SPEND-AMOUNT     PIC -(14)9.99.                       00443715
          05 COHX-SEPARATOR-8      PIC X(1).                            00443715
          05 COHX-CHURN-CNTR       PIC Z(8)9.                           00443715
                                                                        00443715
       FD PARMFILE.                                                     00443715
         COPY PARMREC.                                                  00443715
                                                                        00443715
      *    STATUSFILE IS A SINGLE-RECORD FIXED-FORMAT FILE WRITTEN AT   00443715
      *    JOB END SO AN OPERATIONS MONITOR CAN POLL FOR THIS RUN'S     00443715
      *    COMPLETION CODE AND KEY COUNTS WITHOUT SCRAPING THE          00443715
      *    DISPLAY SUMMARY -- SAME CONVENTION AS MASTRANC/MASTRAND.     00443715
       FD STATUSFILE.                                                   00443715
         COPY STATREC.                                                  00443715
                                                                        00443715
       WORKING-STORAGE SECTION.                                         00443715
       01 COHTRPT-FILE-STATUS   PIC X(2).                               00443715
       01 COHXFILE-FILE-STATUS  PIC X(2).                               00443715
       01 PARMFILE-FILE-STATUS  PIC X(2).                               00443715
       01 STATUSFILE-FILE-STATUS PIC X(2).                              00443715
       01 WS-RUN-FAILED         PIC 9 VALUE 0.                          00443715
       01 WS-FAIL-REASON        PIC X(40) VALUE SPACES.                 00443715
       01 WS-STATUS-OPEN        PIC 9 VALUE 0.                          00443715
       01 WS-CURSOR-OPEN        PIC 9 VALUE 0.                          00443715
       01 WS-CURSOR-EOF         PIC 9 VALUE 0.                          00443715
       01 WS-SIZE-EOF           PIC 9 VALUE 0.                          00443715
      *    COHORT SIZES, LOADED FROM COHSZCSR BEFORE THE MAIN CURSOR    00443715
      *    OPENS -- 50 YEARS OF MONTHLY COHORTS.                        00443715
       01 WS-SIZE-USED          PIC 9(3) VALUE ZEROES.                  00443715
       01 WS-SIZE-FOUND         PIC 9.                                  00443715
       01 WS-SIZE-TABLE.                                                00443715
          05 WS-SIZE-ENTRY OCCURS 600 TIMES                             00443715
               INDEXED BY WS-SIZE-TABIDX.                               00443715
             10 WS-SIZE-COHORT      PIC X(6).                           00443715
             10 WS-SIZE-CNTR        PIC 9(9).                           00443715
      *    HOST VARIABLES FOR THE TWO CURSORS.                          00443715
       01 WS-FET-COHORT         PIC X(6).                               00443715
       01 WS-FET-ACT-MONTH      PIC X(6).                               00443715
       01 WS-FET-SIZE-CNTR      PIC S9(9) COMP.                         00443715
       01 WS-FET-SEEN-CNTR      PIC S9(9) COMP.                         00443715
       01 WS-FET-ACTIVE-CNTR    PIC S9(9) COMP.                         00443715
       01 WS-FET-SPEND-AMOUNT   PIC S9(16)V99 COMP-3.                   00443715
       01 WS-FET-CHURN-CNTR     PIC S9(9) COMP.                         00443715
      *    MONTH ARITHMETIC -- A CCYYMM VALUE AS A COUNT OF MONTHS.     00443715
       01 WS-YM-WORK.                                                   00443715
          05 WS-YM-YEAR            PIC 9(4).                            00443715
          05 WS-YM-MONTH           PIC 9(2).                            00443715
       01 WS-COHORT-MNUM        PIC 9(6).                               00443715
       01 WS-ACT-MNUM           PIC 9(6).                               00443715
       01 WS-MONTHS-SINCE       PIC 9(3).                               00443715
      *    THE COHORT BEING BUILT -- ONE CELL PER MONTH OFFSET 0-12     00443715
      *    FOR THE TRIANGLE; A BLANK CELL IS A MONTH NOT YET REACHED.   00443715
       01 WS-COH-STARTED        PIC 9 VALUE 0.                          00443715
       01 WS-CUR-COHORT         PIC X(6).                               00443715
       01 WS-CUR-SIZE           PIC 9(9).                               00443715
       01 WS-RETAINED-PCT       PIC 9(3)V99.                            00443715
       01 WS-CELL-IDX           PIC 9(2).                               00443715
       01 WS-CELL-TABLE.                                                00443715
          05 WS-CELL-ENTRY OCCURS 13 TIMES.                             00443715
             10 WS-CELL-PRESENT     PIC 9.                              00443715
             10 WS-CELL-RETAINED    PIC 9(3)V99.                        00443715
             10 WS-CELL-SPEND       PIC S9(16)V99.                      00443715
             10 WS-CELL-CHURN       PIC 9(9).                           00443715
      *    TRIANGLE PRINT LINES.                                        00443715
       01 WS-RPT-WORK           PIC X(132).                             00443715
       01 WS-TRI-LINE.                                                  00443715
          05 WS-TRI-COHORT         PIC X(7).                            00443715
          05 FILLER                PIC X(1).                            00443715
          05 WS-TRI-SIZE           PIC X(7).                            00443715
          05 FILLER                PIC X(2).                            00443715
          05 WS-TRI-MEASURE        PIC X(8).                            00443715
          05 WS-TRI-CELL OCCURS 13 TIMES.                               00443715
             10 FILLER              PIC X(1).                           00443715
             10 WS-TRI-CELL-TEXT    PIC X(7).                           00443715
       01 WS-HDR-CELL.                                                  00443715
          05 FILLER                PIC X(4) VALUE SPACES.               00443715
          05 FILLER                PIC X(1) VALUE 'M'.                  00443715
          05 FILLER                PIC X(1) VALUE '+'.                  00443715
          05 WS-HDR-CELL-OFFSET    PIC 99.                              00443715
       01 WS-SIZE-EDT           PIC ZZZ,ZZ9.                            00443715
       01 WS-CELL-PCT-EDT       PIC ZZZZ9.9.                            00443715
       01 WS-CELL-CNT-EDT       PIC ZZZ,ZZ9.                            00443715
       01 WS-CELL-SPEND-K       PIC S9(9).                              00443715
       01 WS-CELL-SPEND-EDT     PIC ---,--9.                            00443715
       01 WS-COUNTERS-1.                                                00443715
          05 WS-COHORT-CNTR       PIC 9(9) VALUE ZEROES.                00443715
          05 WS-CONTRACT-CNTR     PIC 9(9) VALUE ZEROES.                00443715
          05 WS-COHXFILE-CNTR     PIC 9(9) VALUE ZEROES.                00443715
          05 WS-NOSIZE-CNTR       PIC 9(9) VALUE ZEROES.                00443715
       01 WS-COHORT-CNTR-EDT    PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-CONTRACT-CNTR-EDT  PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-COHXFILE-CNTR-EDT  PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-NOSIZE-CNTR-EDT    PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-SQL-CODE           PIC S9(9).                              00443715
          88 SQL-CODE-SUCCESSFUL           VALUE ZEROES.                00443715
          88 SQL-CODE-ROW-NOT-FOUND        VALUE +100.                  00443715
          88 SQL-CODE-RETRYABLE            VALUE -911 -913              00443715
                                                 -904.                  00443715
      *    AUTOMATIC RETRY ON DB2 CONTENTION -- SAME CONVENTION AS      00443715
      *    MASTRANU: A DEADLOCK, TIMEOUT OR UNAVAILABLE-RESOURCE        00443715
      *    SQLCODE ON A CURSOR OPEN IS RETRIED UP TO                    00443715
      *    PARM-SQL-RETRY-MAX TIMES WITH A PARM-SQL-RETRY-WAIT-SEC      00443715
      *    BACK-OFF BEFORE THE RUN FAILS.                               00443715
       01 WS-RETRY-CNTR           PIC 9(2) VALUE ZEROES.                00443715
       01 WS-RETRY-TOTAL-CNTR     PIC 9(4) VALUE ZEROES.                00443715
       01 WS-RETRY-WAIT-COMP      PIC 9(8) COMP VALUE ZEROES.           00443715
       01 WS-RETRY-STMT           PIC X(30) VALUE SPACES.               00443715
                                                                        00443715
         EXEC SQL INCLUDE SQLCA END-EXEC.                               00443715
                                                                        00443715
      *    COHSZCSR -- HOW MANY CONTRACTS START IN EACH COHORT MONTH.   00443715
      *    A CONTRACT WITH NO FIRST_ACTIVITY ON ANY SNAPSHOT HAS NEVER  00443715
      *    TRANSACTED AND BELONGS TO NO COHORT.                         00443715
         EXEC SQL                                                       00443715
           DECLARE COHSZCSR CURSOR FOR                                  00443715
             SELECT C.COHORT, COUNT(*)                                  00443715
               FROM (SELECT CONT_ID,                                    00443715
                            SUBSTR(MIN(FIRST_ACTIVITY), 1, 4)           00443715
                              CONCAT SUBSTR(MIN(FIRST_ACTIVITY), 6, 2)  00443715
                              AS COHORT                                 00443715
                       FROM CLIENT_JOIN2_HIST                           00443715
                      WHERE FIRST_ACTIVITY > ' '                        00443715
                      GROUP BY CONT_ID) AS C                            00443715
              GROUP BY C.COHORT                                         00443715
              ORDER BY C.COHORT                                         00443715
         END-EXEC.                                                      00443715
                                                                        00443715
      *    COHCSR -- ONE ROW PER COHORT AND MONTH. THE INNER TABLE      00443715
      *    FOLDS EACH CONTRACT'S CYCLES OF THE MONTH INTO ONE           00443715
      *    ACTIVE/SPEND/CHURN VIEW; THE OUTER SELECT ADDS THOSE UP      00443715
      *    ACROSS THE COHORT.                                           00443715
         EXEC SQL                                                       00443715
           DECLARE COHCSR CURSOR FOR                                    00443715
             SELECT X.COHORT, X.ACT_MONTH, COUNT(*),                    00443715
                    SUM(X.ACTIVE), SUM(X.SPEND), SUM(X.CHURNED)         00443715
               FROM (SELECT C.COHORT, H.CONT_ID,                        00443715
                            SUBSTR(H.PROCESS_DT, 1, 6) AS ACT_MONTH,    00443715
                            MAX(CASE WHEN H.TOTAL_TXNS > 0              00443715
                                     THEN 1 ELSE 0 END) AS ACTIVE,      00443715
                            SUM(CASE WHEN H.TOTAL_TXNS > 0              00443715
                                     THEN H.TOTAL_TXN_AMOUNT            00443715
                                     ELSE 0 END) AS SPEND,              00443715
                            MAX(CASE WHEN H.CHURN = 'Y'                 00443715
                                     THEN 1 ELSE 0 END) AS CHURNED      00443715
                       FROM CLIENT_JOIN2_HIST H,                        00443715
                            (SELECT CONT_ID,                            00443715
                                    SUBSTR(MIN(FIRST_ACTIVITY), 1, 4)   00443715
                                      CONCAT                            00443715
                                    SUBSTR(MIN(FIRST_ACTIVITY), 6, 2)   00443715
                                      AS COHORT                         00443715
                               FROM CLIENT_JOIN2_HIST                   00443715
                              WHERE FIRST_ACTIVITY > ' '                00443715
                              GROUP BY CONT_ID) AS C                    00443715
                      WHERE H.CONT_ID = C.CONT_ID                       00443715
                        AND SUBSTR(H.PROCESS_DT, 1, 6) >= C.COHORT      00443715
                      GROUP BY C.COHORT, H.CONT_ID,                     00443715
                               SUBSTR(H.PROCESS_DT, 1, 6)) AS X         00443715
              GROUP BY X.COHORT, X.ACT_MONTH                            00443715
              ORDER BY X.COHORT, X.ACT_MONTH                            00443715
         END-EXEC.                                                      00443715
                                                                        00443715
       PROCEDURE DIVISION.                                              00443715
                                                                        00443715
           PERFORM START-PROCESS                                        00443715
                                                                        00443715
           PERFORM MAIN-PROCESS                                         00443715
             UNTIL WS-CURSOR-EOF = 1                                    00443715
                                                                        00443715
           PERFORM END-PROCESS                                          00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       START-PROCESS.                                                   00443715
                                                                        00443715
           DISPLAY 'START PROCESS'                                      00443715
                                                                        00443715
           PERFORM OPEN-STATUS-FILE-PARA                                00443715
                                                                        00443715
           PERFORM READ-PARM-PARA                                       00443715
                                                                        00443715
           PERFORM FILE-OPEN-PARA                                       00443715
                                                                        00443715
           PERFORM LOAD-COHORT-SIZES-PARA                               00443715
                                                                        00443715
           PERFORM WRITE-REPORT-HEADER-PARA                             00443715
                                                                        00443715
           MOVE ZEROES TO WS-RETRY-CNTR                                 00443715
           MOVE 'OPEN COHCSR' TO WS-RETRY-STMT                          00443715
                                                                        00443715
           PERFORM OPEN-COHORT-CURSOR-PARA                              00443715
                                                                        00443715
           PERFORM UNTIL NOT SQL-CODE-RETRYABLE                         00443715
                      OR WS-RETRY-CNTR NOT < PARM-SQL-RETRY-MAX         00443715
             PERFORM LOG-SQL-RETRY-PARA                                 00443715
             PERFORM OPEN-COHORT-CURSOR-PARA                            00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           IF NOT SQL-CODE-SUCCESSFUL                                   00443715
             DISPLAY 'ERROR OPENING COHCSR, SQLCODE = ' SQLCODE         00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'SQL CURSOR OPEN ERROR' TO WS-FAIL-REASON             00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           MOVE 1 TO WS-CURSOR-OPEN                                     00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       OPEN-COHORT-CURSOR-PARA.                                         00443715
                                                                        00443715
           EXEC SQL                                                     00443715
             OPEN COHCSR                                                00443715
           END-EXEC                                                     00443715
                                                                        00443715
           MOVE SQLCODE TO WS-SQL-CODE                                  00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       OPEN-SIZE-CURSOR-PARA.                                           00443715
                                                                        00443715
           EXEC SQL                                                     00443715
             OPEN COHSZCSR                                              00443715
           END-EXEC                                                     00443715
                                                                        00443715
           MOVE SQLCODE TO WS-SQL-CODE                                  00443715
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
           MOVE ZEROES TO PARM-COHORT-MONTHS                            00443715
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
           IF PARM-COHORT-MONTHS NOT NUMERIC                            00443715
              OR PARM-COHORT-MONTHS = ZEROES                            00443715
              OR PARM-COHORT-MONTHS > 12                                00443715
             MOVE 12 TO PARM-COHORT-MONTHS                              00443715
           END-IF                                                       00443715
                                                                        00443715
           IF PARM-SQL-RETRY-MAX NOT NUMERIC                            00443715
              OR PARM-SQL-RETRY-MAX = ZEROES                            00443715
             MOVE 3 TO PARM-SQL-RETRY-MAX                               00443715
           END-IF                                                       00443715
                                                                        00443715
           IF PARM-SQL-RETRY-WAIT-SEC NOT NUMERIC                       00443715
              OR PARM-SQL-RETRY-WAIT-SEC = ZEROES                       00443715
             MOVE 5 TO PARM-SQL-RETRY-WAIT-SEC                          00443715
           END-IF                                                       00443715
                                                                        00443715
           DISPLAY 'PARM COHORT MONTHS = ' PARM-COHORT-MONTHS           00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       FILE-OPEN-PARA.                                                  00443715
                                                                        00443715
           OPEN OUTPUT COHTRPT                                          00443715
                                                                        00443715
           IF COHTRPT-FILE-STATUS NOT = '00'                            00443715
           THEN                                                         00443715
             DISPLAY 'OPEN COHTRPT FILE-STATUS = '                      00443715
                     COHTRPT-FILE-STATUS                                00443715
                                                                        00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'FILE OPEN ERROR' TO WS-FAIL-REASON                   00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           OPEN OUTPUT COHXFILE                                         00443715
                                                                        00443715
           IF COHXFILE-FILE-STATUS NOT = '00'                           00443715
           THEN                                                         00443715
             DISPLAY 'OPEN COHX FILE-STATUS = '  COHXFILE-FILE-STATUS   00443715
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
       LOAD-COHORT-SIZES-PARA.                                          00443715
                                                                        00443715
           MOVE ZEROES TO WS-RETRY-CNTR                                 00443715
           MOVE 'OPEN COHSZCSR' TO WS-RETRY-STMT                        00443715
                                                                        00443715
           PERFORM OPEN-SIZE-CURSOR-PARA                                00443715
                                                                        00443715
           PERFORM UNTIL NOT SQL-CODE-RETRYABLE                         00443715
                      OR WS-RETRY-CNTR NOT < PARM-SQL-RETRY-MAX         00443715
             PERFORM LOG-SQL-RETRY-PARA                                 00443715
             PERFORM OPEN-SIZE-CURSOR-PARA                              00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           IF NOT SQL-CODE-SUCCESSFUL                                   00443715
             DISPLAY 'ERROR OPENING COHSZCSR, SQLCODE = ' SQLCODE       00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'SQL CURSOR OPEN ERROR' TO WS-FAIL-REASON             00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           PERFORM UNTIL WS-SIZE-EOF = 1                                00443715
             EXEC SQL                                                   00443715
               FETCH COHSZCSR                                           00443715
                 INTO :WS-FET-COHORT, :WS-FET-SIZE-CNTR                 00443715
             END-EXEC                                                   00443715
                                                                        00443715
             MOVE SQLCODE TO WS-SQL-CODE                                00443715
             EVALUATE TRUE                                              00443715
               WHEN SQL-CODE-ROW-NOT-FOUND                              00443715
                 MOVE 1 TO WS-SIZE-EOF                                  00443715
               WHEN SQL-CODE-SUCCESSFUL                                 00443715
                 IF WS-SIZE-USED < 600                                  00443715
                   ADD 1 TO WS-SIZE-USED                                00443715
                   MOVE WS-FET-COHORT                                   00443715
                     TO WS-SIZE-COHORT (WS-SIZE-USED)                   00443715
                   MOVE WS-FET-SIZE-CNTR                                00443715
                     TO WS-SIZE-CNTR (WS-SIZE-USED)                     00443715
                   ADD WS-FET-SIZE-CNTR TO WS-CONTRACT-CNTR             00443715
                 ELSE                                                   00443715
                   DISPLAY 'COHORT SIZE TABLE FULL -- COHORT '          00443715
                           WS-FET-COHORT ' DROPPED'                     00443715
                 END-IF                                                 00443715
               WHEN OTHER                                               00443715
                 DISPLAY 'ERROR FETCHING COHSZCSR, SQLCODE = '          00443715
                          SQLCODE                                       00443715
                 MOVE 1 TO WS-RUN-FAILED                                00443715
                 MOVE 'SQL FETCH ERROR' TO WS-FAIL-REASON               00443715
                 MOVE 1 TO WS-SIZE-EOF                                  00443715
             END-EVALUATE                                               00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           EXEC SQL                                                     00443715
             CLOSE COHSZCSR                                             00443715
           END-EXEC                                                     00443715
                                                                        00443715
           IF WS-RUN-FAILED = 1                                         00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           DISPLAY 'COHORTS LOADED = ' WS-SIZE-USED                     00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       WRITE-REPORT-HEADER-PARA.                                        00443715
                                                                        00443715
           MOVE 'CUSTOMER COHORT RETENTION -- CLIENT_JOIN2_HIST'        00443715
             TO COHTRPT-LINE                                            00443715
           WRITE COHTRPT-LINE                                           00443715
                                                                        00443715
           MOVE SPACES TO WS-RPT-WORK                                   00443715
           STRING 'RUN TIMESTAMP ' FUNCTION CURRENT-DATE                00443715
             DELIMITED BY SIZE INTO WS-RPT-WORK                         00443715
           WRITE COHTRPT-LINE FROM WS-RPT-WORK                          00443715
             AFTER ADVANCING 1 LINE                                     00443715
                                                                        00443715
           MOVE 'ACTIVE % = COHORT CONTRACTS THAT TRANSACTED IN THE '   00443715
             TO WS-RPT-WORK                                             00443715
           MOVE 'MONTH, AS A PERCENT OF COHORT SIZE. SPEND IN '         00443715
             TO WS-RPT-WORK (52:)                                       00443715
           MOVE 'THOUSANDS.' TO WS-RPT-WORK (97:)                       00443715
           WRITE COHTRPT-LINE FROM WS-RPT-WORK                          00443715
             AFTER ADVANCING 2 LINES                                    00443715
                                                                        00443715
           MOVE SPACES   TO WS-TRI-LINE                                 00443715
           MOVE 'COHORT' TO WS-TRI-COHORT                               00443715
           MOVE '   SIZE' TO WS-TRI-SIZE                                00443715
           MOVE 'MEASURE' TO WS-TRI-MEASURE                             00443715
           PERFORM VARYING WS-CELL-IDX FROM 1 BY 1                      00443715
             UNTIL WS-CELL-IDX > PARM-COHORT-MONTHS + 1                 00443715
             COMPUTE WS-HDR-CELL-OFFSET = WS-CELL-IDX - 1               00443715
             MOVE WS-HDR-CELL TO WS-TRI-CELL (WS-CELL-IDX)              00443715
           END-PERFORM                                                  00443715
           WRITE COHTRPT-LINE FROM WS-TRI-LINE                          00443715
             AFTER ADVANCING 2 LINES                                    00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       MAIN-PROCESS.                                                    00443715
                                                                        00443715
           PERFORM FETCH-COHORT-ROW-PARA                                00443715
                                                                        00443715
           IF WS-CURSOR-EOF = 0                                         00443715
             IF WS-COH-STARTED = 0                                      00443715
                OR WS-FET-COHORT NOT = WS-CUR-COHORT                    00443715
               IF WS-COH-STARTED = 1                                    00443715
                 PERFORM PRINT-COHORT-PARA                              00443715
               END-IF                                                   00443715
               PERFORM START-COHORT-PARA                                00443715
             END-IF                                                     00443715
                                                                        00443715
             PERFORM PROCESS-COHORT-MONTH-PARA                          00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       FETCH-COHORT-ROW-PARA.                                           00443715
                                                                        00443715
           EXEC SQL                                                     00443715
             FETCH COHCSR                                               00443715
               INTO :WS-FET-COHORT, :WS-FET-ACT-MONTH,                  00443715
                    :WS-FET-SEEN-CNTR, :WS-FET-ACTIVE-CNTR,             00443715
                    :WS-FET-SPEND-AMOUNT, :WS-FET-CHURN-CNTR            00443715
           END-EXEC                                                     00443715
                                                                        00443715
           MOVE SQLCODE TO WS-SQL-CODE                                  00443715
           EVALUATE TRUE                                                00443715
             WHEN SQL-CODE-ROW-NOT-FOUND                                00443715
               MOVE 1 TO WS-CURSOR-EOF                                  00443715
             WHEN SQL-CODE-SUCCESSFUL                                   00443715
               CONTINUE                                                 00443715
             WHEN OTHER                                                 00443715
               DISPLAY 'ERROR FETCHING COHCSR, SQLCODE = '              00443715
                        SQLCODE                                         00443715
               MOVE 1 TO WS-RUN-FAILED                                  00443715
               MOVE 'SQL FETCH ERROR' TO WS-FAIL-REASON                 00443715
               MOVE 1 TO WS-CURSOR-EOF                                  00443715
           END-EVALUATE                                                 00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       START-COHORT-PARA.                                               00443715
                                                                        00443715
           MOVE 1             TO WS-COH-STARTED                         00443715
           MOVE WS-FET-COHORT TO WS-CUR-COHORT                          00443715
           ADD 1 TO WS-COHORT-CNTR                                      00443715
                                                                        00443715
           INITIALIZE WS-CELL-TABLE                                     00443715
                                                                        00443715
           MOVE WS-FET-COHORT TO WS-YM-WORK                             00443715
           COMPUTE WS-COHORT-MNUM = WS-YM-YEAR * 12 + WS-YM-MONTH       00443715
                                                                        00443715
      *    BOTH CURSORS READ THE SAME SNAPSHOTS, SO A COHORT WITHOUT    00443715
      *    A SIZE ONLY HAPPENS IF MASTRAND WROTE BETWEEN THE TWO OPENS. 00443715
           MOVE 0 TO WS-SIZE-FOUND                                      00443715
           MOVE ZEROES TO WS-CUR-SIZE                                   00443715
           SET WS-SIZE-TABIDX TO 1                                      00443715
           IF WS-SIZE-USED > 0                                          00443715
             SEARCH WS-SIZE-ENTRY                                       00443715
               AT END                                                   00443715
                 CONTINUE                                               00443715
               WHEN WS-SIZE-TABIDX > WS-SIZE-USED                       00443715
                 CONTINUE                                               00443715
               WHEN WS-SIZE-COHORT (WS-SIZE-TABIDX) = WS-FET-COHORT     00443715
                 MOVE 1 TO WS-SIZE-FOUND                                00443715
                 MOVE WS-SIZE-CNTR (WS-SIZE-TABIDX) TO WS-CUR-SIZE      00443715
             END-SEARCH                                                 00443715
           END-IF                                                       00443715
                                                                        00443715
           IF WS-SIZE-FOUND = 0                                         00443715
             ADD 1 TO WS-NOSIZE-CNTR                                    00443715
             DISPLAY 'NO COHORT SIZE FOR ' WS-FET-COHORT                00443715
                     ' -- RETENTION SHOWN AS ZERO'                      00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       PROCESS-COHORT-MONTH-PARA.                                       00443715
                                                                        00443715
           MOVE WS-FET-ACT-MONTH TO WS-YM-WORK                          00443715
           COMPUTE WS-ACT-MNUM = WS-YM-YEAR * 12 + WS-YM-MONTH          00443715
           COMPUTE WS-MONTHS-SINCE = WS-ACT-MNUM - WS-COHORT-MNUM       00443715
                                                                        00443715
           IF WS-CUR-SIZE > 0                                           00443715
             COMPUTE WS-RETAINED-PCT ROUNDED =                          00443715
               WS-FET-ACTIVE-CNTR * 100 / WS-CUR-SIZE                   00443715
           ELSE                                                         00443715
             MOVE ZEROES TO WS-RETAINED-PCT                             00443715
           END-IF                                                       00443715
                                                                        00443715
           INITIALIZE COHX-REC                                          00443715
                                                                        00443715
           MOVE WS-CUR-COHORT       TO COHX-COHORT                      00443715
           MOVE ','                 TO COHX-SEPARATOR-1                 00443715
           MOVE WS-FET-ACT-MONTH    TO COHX-ACT-MONTH                   00443715
           MOVE ','                 TO COHX-SEPARATOR-2                 00443715
           MOVE WS-MONTHS-SINCE     TO COHX-MONTHS-SINCE                00443715
           MOVE ','                 TO COHX-SEPARATOR-3                 00443715
           MOVE WS-CUR-SIZE         TO COHX-COHORT-SIZE                 00443715
           MOVE ','                 TO COHX-SEPARATOR-4                 00443715
           MOVE WS-FET-SEEN-CNTR    TO COHX-SEEN-CNTR                   00443715
           MOVE ','                 TO COHX-SEPARATOR-5                 00443715
           MOVE WS-FET-ACTIVE-CNTR  TO COHX-ACTIVE-CNTR                 00443715
           MOVE ','                 TO COHX-SEPARATOR-6                 00443715
           MOVE WS-RETAINED-PCT     TO COHX-RETAINED-PCT                00443715
           MOVE ','                 TO COHX-SEPARATOR-7                 00443715
           MOVE WS-FET-SPEND-AMOUNT TO COHX-SPEND-AMOUNT                00443715
           MOVE ','                 TO COHX-SEPARATOR-8                 00443715
           MOVE WS-FET-CHURN-CNTR   TO COHX-CHURN-CNTR                  00443715
                                                                        00443715
           WRITE COHX-REC                                               00443715
                                                                        00443715
           ADD 1 TO WS-COHXFILE-CNTR                                    00443715
                                                                        00443715
           IF WS-MONTHS-SINCE NOT > PARM-COHORT-MONTHS                  00443715
             COMPUTE WS-CELL-IDX = WS-MONTHS-SINCE + 1                  00443715
             MOVE 1                   TO WS-CELL-PRESENT (WS-CELL-IDX)  00443715
             MOVE WS-RETAINED-PCT     TO WS-CELL-RETAINED (WS-CELL-IDX) 00443715
             MOVE WS-FET-SPEND-AMOUNT TO WS-CELL-SPEND (WS-CELL-IDX)    00443715
             MOVE WS-FET-CHURN-CNTR   TO WS-CELL-CHURN (WS-CELL-IDX)    00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       PRINT-COHORT-PARA.                                               00443715
      *    THREE LINES PER COHORT -- ACTIVE %, SPEND IN THOUSANDS AND   00443715
      *    CHURN-FLAGGED CONTRACTS -- WITH MONTH 0 IN THE FIRST CELL.   00443715
           MOVE SPACES TO WS-TRI-LINE                                   00443715
           MOVE WS-CUR-COHORT (1:4) TO WS-TRI-COHORT (1:4)              00443715
           MOVE '-'                 TO WS-TRI-COHORT (5:1)              00443715
           MOVE WS-CUR-COHORT (5:2) TO WS-TRI-COHORT (6:2)              00443715
           MOVE WS-CUR-SIZE         TO WS-SIZE-EDT                      00443715
           MOVE WS-SIZE-EDT         TO WS-TRI-SIZE                      00443715
           MOVE 'ACTIVE %'          TO WS-TRI-MEASURE                   00443715
           PERFORM VARYING WS-CELL-IDX FROM 1 BY 1                      00443715
             UNTIL WS-CELL-IDX > PARM-COHORT-MONTHS + 1                 00443715
             IF WS-CELL-PRESENT (WS-CELL-IDX) = 1                       00443715
               MOVE WS-CELL-RETAINED (WS-CELL-IDX) TO WS-CELL-PCT-EDT   00443715
               MOVE WS-CELL-PCT-EDT                                     00443715
                 TO WS-TRI-CELL-TEXT (WS-CELL-IDX)                      00443715
             END-IF                                                     00443715
           END-PERFORM                                                  00443715
           WRITE COHTRPT-LINE FROM WS-TRI-LINE                          00443715
             AFTER ADVANCING 2 LINES                                    00443715
                                                                        00443715
           MOVE SPACES    TO WS-TRI-LINE                                00443715
           MOVE 'SPEND K' TO WS-TRI-MEASURE                             00443715
           PERFORM VARYING WS-CELL-IDX FROM 1 BY 1                      00443715
             UNTIL WS-CELL-IDX > PARM-COHORT-MONTHS + 1                 00443715
             IF WS-CELL-PRESENT (WS-CELL-IDX) = 1                       00443715
               COMPUTE WS-CELL-SPEND-K ROUNDED =                        00443715
                 WS-CELL-SPEND (WS-CELL-IDX) / 1000                     00443715
               MOVE WS-CELL-SPEND-K TO WS-CELL-SPEND-EDT                00443715
               MOVE WS-CELL-SPEND-EDT                                   00443715
                 TO WS-TRI-CELL-TEXT (WS-CELL-IDX)                      00443715
             END-IF                                                     00443715
           END-PERFORM                                                  00443715
           WRITE COHTRPT-LINE FROM WS-TRI-LINE                          00443715
             AFTER ADVANCING 1 LINE                                     00443715
                                                                        00443715
           MOVE SPACES    TO WS-TRI-LINE                                00443715
           MOVE 'CHURN'   TO WS-TRI-MEASURE                             00443715
           PERFORM VARYING WS-CELL-IDX FROM 1 BY 1                      00443715
             UNTIL WS-CELL-IDX > PARM-COHORT-MONTHS + 1                 00443715
             IF WS-CELL-PRESENT (WS-CELL-IDX) = 1                       00443715
               MOVE WS-CELL-CHURN (WS-CELL-IDX) TO WS-CELL-CNT-EDT      00443715
               MOVE WS-CELL-CNT-EDT                                     00443715
                 TO WS-TRI-CELL-TEXT (WS-CELL-IDX)                      00443715
             END-IF                                                     00443715
           END-PERFORM                                                  00443715
           WRITE COHTRPT-LINE FROM WS-TRI-LINE                          00443715
             AFTER ADVANCING 1 LINE                                     00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       WRITE-STATUS-FILE-PARA.                                          00443715
                                                                        00443715
           IF WS-STATUS-OPEN = 0                                        00443715
             DISPLAY 'STATUS FILE NOT OPEN -- STATUS RECORD LOST'       00443715
           ELSE                                                         00443715
                                                                        00443715
           INITIALIZE STATUS-REC                                        00443715
                                                                        00443715
           MOVE 'MASTRNCO'             TO STAT-JOB-NAME                 00443715
           MOVE FUNCTION CURRENT-DATE  TO STAT-RUN-TIMESTAMP            00443715
           IF WS-RUN-FAILED = 1                                         00443715
             MOVE 'FAILED'             TO STAT-COMPLETION-CODE          00443715
             MOVE WS-FAIL-REASON       TO STAT-FAIL-REASON              00443715
           ELSE                                                         00443715
             MOVE 'COMPLETE'           TO STAT-COMPLETION-CODE          00443715
           END-IF                                                       00443715
           MOVE 'COHORTS'              TO STAT-CNTR-1-LABEL             00443715
           MOVE WS-COHORT-CNTR         TO STAT-CNTR-1                   00443715
           MOVE 'CONTRACTS'            TO STAT-CNTR-2-LABEL             00443715
           MOVE WS-CONTRACT-CNTR       TO STAT-CNTR-2                   00443715
           MOVE 'COHXFILE'             TO STAT-CNTR-3-LABEL             00443715
           MOVE WS-COHXFILE-CNTR       TO STAT-CNTR-3                   00443715
           MOVE 'SQLRETRY'             TO STAT-CNTR-4-LABEL             00443715
           MOVE WS-RETRY-TOTAL-CNTR    TO STAT-CNTR-4                   00443715
                                                                        00443715
           WRITE STATUS-REC                                             00443715
                                                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       END-PROCESS.                                                     00443715
                                                                        00443715
           IF WS-COH-STARTED = 1                                        00443715
             PERFORM PRINT-COHORT-PARA                                  00443715
             MOVE 0 TO WS-COH-STARTED                                   00443715
           END-IF                                                       00443715
                                                                        00443715
           IF WS-CURSOR-OPEN = 1                                        00443715
             EXEC SQL                                                   00443715
               CLOSE COHCSR                                             00443715
             END-EXEC                                                   00443715
             MOVE 0 TO WS-CURSOR-OPEN                                   00443715
           END-IF                                                       00443715
                                                                        00443715
           MOVE WS-COHORT-CNTR       TO WS-COHORT-CNTR-EDT              00443715
           MOVE WS-CONTRACT-CNTR     TO WS-CONTRACT-CNTR-EDT            00443715
           MOVE WS-COHXFILE-CNTR     TO WS-COHXFILE-CNTR-EDT            00443715
           MOVE WS-NOSIZE-CNTR       TO WS-NOSIZE-CNTR-EDT              00443715
                                                                        00443715
           DISPLAY '***************************************'            00443715
           DISPLAY '* PROGRAM NAME  :    MASTRNCO         *'            00443715
           DISPLAY '* COHORTS       : ' WS-COHORT-CNTR-EDT              00443715
                   '         *'                                         00443715
           DISPLAY '* CONTRACTS     : ' WS-CONTRACT-CNTR-EDT            00443715
                   '         *'                                         00443715
           DISPLAY '* COHXFILE      : ' WS-COHXFILE-CNTR-EDT            00443715
                   '         *'                                         00443715
           DISPLAY '* NO SIZE       : ' WS-NOSIZE-CNTR-EDT              00443715
                   '         *'                                         00443715
           DISPLAY '***************************************'            00443715
                                                                        00443715
           PERFORM WRITE-STATUS-FILE-PARA                               00443715
                                                                        00443715
           CLOSE COHTRPT.                                               00443715
           CLOSE COHXFILE.                                              00443715
           CLOSE STATUSFILE.                                            00443715
                                                                        00443715
           IF WS-RUN-FAILED = 1                                         00443715
             MOVE 8 TO RETURN-CODE                                      00443715
           END-IF                                                       00443715
                                                                        00443715
           STOP RUN.                                                    00443715
                                                                        00443715
       END PROGRAM  MASTRNCO.                                           00443715
