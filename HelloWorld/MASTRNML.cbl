       ID DIVISION.                                                     00443715
       PROGRAM-ID. MASTRNML.                                            00443715
      *    MASTRNML LOADS THE NIGHT'S MERCHANT AND DISPUTE FLAT FILES   00443715
      *    INTO DB2 SO ANALYSTS CAN QUERY THEM ALONGSIDE CLIENT_JOIN2:  00443715
      *      MRCHHIST (MASTRANG) -> MERCHANT_DAILY, ONE ROW PER         00443715
      *                             MERCHANT PER CYCLE DATE             00443715
      *      CASEFILE (MASTRANB) -> DISPUTE_CASE, ONE ROW PER CASE,     00443715
      *                             UPDATED IN PLACE AS IT MOVES        00443715
      *      FEEMFILE (MASTRANC) -> MERCHANT_FEE, ONE ROW PER           00443715
      *                             MERCHANT PER PROCESS DATE           00443715
      *    EACH TABLE GETS THE SAME TREATMENT MASTRAND GIVES            00443715
      *    CLIENT_JOIN2 -- ROW VALIDATION TO REJFILE, CONTENTION RETRY, 00443715
      *    A REJECT-RATE GATE AND ITS OWN LOAD_AUDIT ROW -- AND THE RUN 00443715
      *    WRITES ONE STATUSFILE RECORD COVERING ALL THREE. RUNS AFTER  00443715
      *    MASTRANG, MASTRANB AND MASTRANC (OR MASTRNCM) FOR THE SAME   00443715
      *    PROCESS DATE.                                                00443715
       ENVIRONMENT DIVISION.                                            00443715
       INPUT-OUTPUT SECTION.                                            00443715
       FILE-CONTROL.                                                    00443715
            SELECT PARMFILE ASSIGN TO PARMFILE                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS PARMFILE-FILE-STATUS.                        00443715
            SELECT MRCHHIST ASSIGN TO MRCHHIST                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS MRCHHIST-FILE-STATUS.                        00443715
            SELECT CASEFILE ASSIGN TO CASEFILE                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS CASEFILE-FILE-STATUS.                        00443715
            SELECT FEEMFILE ASSIGN TO FEEMFILE                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS FEEMFILE-FILE-STATUS.                        00443715
            SELECT REJFILE ASSIGN TO REJFILE                            00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS REJFILE-FILE-STATUS.                         00443715
            SELECT STATUSFILE ASSIGN TO STATUSFILE                      00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS STATUSFILE-FILE-STATUS.                      00443715
            SELECT OPTIONAL TIMEFILE ASSIGN TO TIMEFILE                 00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS TIMEFILE-FILE-STATUS.                        00443715
       DATA DIVISION.                                                   00443715
       FILE SECTION.                                                    00443715
       FD PARMFILE.                                                     00443715
         COPY PARMREC.                                                  00443715
                                                                        00443715
      *    MRCHHIST IS MASTRANG'S ROLLING MERCHANT HISTORY -- EVERY     00443715
      *    RETAINED CYCLE, NOT JUST TONIGHT'S. THE LAYOUT IS REPLICATED 00443715
      *    FROM MASTRANG.CBL, WHICH REMAINS THE ONE PLACE IT IS DEFINED.00443715
       FD MRCHHIST.                                                     00443715
       01 MHST-REC.                                                     00443715
          05 MHST-CYCLE-DATE       PIC X(8).                            00443715
          05 MHST-SEPARATOR-1      PIC X(1).                            00443715
          05 MHST-MERCHANT-ID      PIC X(40).                           00443715
          05 MHST-SEPARATOR-2      PIC X(1).                            00443715
          05 MHST-TXN-CNTR         PIC 9(9).                            00443715
          05 MHST-SEPARATOR-3      PIC X(1).                            00443715
          05 MHST-DECLINE-CNTR     PIC 9(9).                            00443715
          05 MHST-SEPARATOR-4      PIC X(1).                            00443715
          05 MHST-CBK-CNTR         PIC 9(9).                            00443715
                                                                        00443715
      *    CASEFILE IS MASTRANB'S CASE MASTER -- EVERY OPEN CASE PLUS   00443715
      *    THE ONES THAT CLOSED TONIGHT. LAYOUT REPLICATED FROM         00443715
      *    MASTRANB.CBL.                                                00443715
       FD CASEFILE.                                                     00443715
       01 CASE-REC.                                                     00443715
          05 CASE-ORIG-TXN-REF     PIC X(40).                           00443715
          05 CASE-SEPARATOR-1      PIC X(1).                            00443715
          05 CASE-CONT-ID          PIC 9(10).                           00443715
          05 CASE-SEPARATOR-2      PIC X(1).                            00443715
          05 CASE-REASON-CODE      PIC X(40).                           00443715
          05 CASE-SEPARATOR-3      PIC X(1).                            00443715
          05 CASE-OPEN-DATE        PIC X(8).                            00443715
          05 CASE-SEPARATOR-4      PIC X(1).                            00443715
          05 CASE-LAST-DATE        PIC X(8).                            00443715
          05 CASE-SEPARATOR-5      PIC X(1).                            00443715
          05 CASE-EVENT-CNTR       PIC 9(3).                            00443715
          05 CASE-SEPARATOR-6      PIC X(1).                            00443715
          05 CASE-AMOUNT           PIC X(40).                           00443715
          05 CASE-SEPARATOR-7      PIC X(1).                            00443715
          05 CASE-STATUS           PIC X(8).                            00443715
          05 CASE-SEPARATOR-8      PIC X(1).                            00443715
          05 CASE-CURRENCY-CODE    PIC X(3).                            00443715
                                                                        00443715
      *    FEEMFILE IS MASTRANC'S PER-MERCHANT FEE ROLLUP FOR THE       00443715
      *    NIGHT. LAYOUT REPLICATED FROM MASTRANC.CBL.                  00443715
       FD FEEMFILE.                                                     00443715
       01 FEEM-REC.                                                     00443715
          05 FEEM-MERCHANT-ID      PIC X(40).                           00443715
          05 FEEM-SEPARATOR-1      PIC X(1).                            00443715
          05 FEEM-TXN-CNTR         PIC Z(8)9.                           00443715
          05 FEEM-SEPARATOR-2      PIC X(1).                            00443715
          05 FEEM-FEE-AMOUNT       PIC Z(13)9.99.                       00443715
                                                                        00443715
      *    ONE REJFILE SERVES ALL THREE TABLES -- REJ-TABLE-NAME SAYS   00443715
      *    WHICH LOAD TURNED THE ROW AWAY AND REJ-ROW-KEY CARRIES THE   00443715
      *    MERCHANT ID OR ORIGINAL TRANSACTION REFERENCE.               00443715
       FD REJFILE.                                                      00443715
       01 REJ-REC.                                                      00443715
          05 REJ-TABLE-NAME        PIC X(18).                           00443715
          05 REJ-SEPARATOR-1       PIC X(1) VALUE ','.                  00443715
          05 REJ-ROW-KEY           PIC X(40).                           00443715
          05 REJ-SEPARATOR-2       PIC X(1) VALUE ','.                  00443715
          05 REJ-SQL-CODE          PIC S9(9).                           00443715
          05 REJ-SEPARATOR-3       PIC X(1) VALUE ','.                  00443715
          05 REJ-REASON            PIC X(40).                           00443715
                                                                        00443715
       FD STATUSFILE.                                                   00443715
         COPY STATREC.                                                  00443715
                                                                        00443715
       FD TIMEFILE.                                                     00443715
         COPY TIMEREC.                                                  00443715
                                                                        00443715
       WORKING-STORAGE SECTION.                                         00443715
       01 PARMFILE-FILE-STATUS    PIC X(2).                             00443715
       01 MRCHHIST-FILE-STATUS    PIC X(2).                             00443715
       01 CASEFILE-FILE-STATUS    PIC X(2).                             00443715
       01 FEEMFILE-FILE-STATUS    PIC X(2).                             00443715
       01 REJFILE-FILE-STATUS     PIC X(2).                             00443715
       01 STATUSFILE-FILE-STATUS  PIC X(2).                             00443715
       01 TIMEFILE-FILE-STATUS    PIC X(2).                             00443715
       01 WS-TIME-OPEN            PIC 9 VALUE 0.                        00443715
       01 WS-TIME-PHASE           PIC X(12).                            00443715
       01 MHST-EOF                PIC 9 VALUE 0.                        00443715
       01 CASE-EOF                PIC 9 VALUE 0.                        00443715
       01 FEEM-EOF                PIC 9 VALUE 0.                        00443715
       01 WS-ROW-VALID            PIC 9 VALUE 1.                        00443715
       01 WS-REJECT-REASON        PIC X(40) VALUE SPACES.               00443715
       01 WS-REJECT-KEY           PIC X(40) VALUE SPACES.               00443715
       01 WS-RUN-FAILED           PIC 9 VALUE 0.                        00443715
       01 WS-GATE-FAILED          PIC 9 VALUE 0.                        00443715
       01 WS-FAIL-REASON          PIC X(40) VALUE SPACES.               00443715
       01 WS-REJECT-RATE          PIC 9(3)V99.                          00443715
       01 WS-REJECT-RATE-EDT      PIC ZZ9.99.                           00443715
       01 WS-CURRENT-DATE-RAW     PIC X(21).                            00443715
       01 WS-DB2-TIMESTAMP        PIC X(26).                            00443715
       01 WS-PROCESS-DT           PIC X(8).                             00443715
      *    THE TABLE CURRENTLY LOADING AND ITS RUNNING COUNTS -- THE    00443715
      *    GATE AND LOAD_AUDIT PARAGRAPHS WORK OFF THESE, THEN          00443715
      *    FINISH-TABLE-PARA FOLDS THEM INTO THE RUN TOTALS.            00443715
       01 WS-TABLE-NAME           PIC X(18) VALUE SPACES.               00443715
       01 WS-TABLE-NAME-LEN       PIC S9(4) COMP VALUE ZEROES.          00443715
       01 WS-TABLE-COUNTERS.                                            00443715
          05 WS-TBL-READ-CNTR     PIC 9(9) VALUE ZEROES.                00443715
          05 WS-TBL-LOAD-CNTR     PIC 9(9) VALUE ZEROES.                00443715
          05 WS-TBL-REJECT-CNTR   PIC 9(9) VALUE ZEROES.                00443715
       01 WS-COUNTERS.                                                  00443715
          05 WS-INFILE-CNTR       PIC 9(9) VALUE ZEROES.                00443715
          05 WS-LOAD-CNTR         PIC 9(9) VALUE ZEROES.                00443715
          05 WS-REJECT-CNTR       PIC 9(9) VALUE ZEROES.                00443715
          05 WS-MDA-LOAD-CNTR     PIC 9(9) VALUE ZEROES.                00443715
          05 WS-DSP-INSERT-CNTR   PIC 9(9) VALUE ZEROES.                00443715
          05 WS-DSP-UPDATE-CNTR   PIC 9(9) VALUE ZEROES.                00443715
          05 WS-MFE-LOAD-CNTR     PIC 9(9) VALUE ZEROES.                00443715
          05 WS-CASEFILE-CNTR     PIC 9(9) VALUE ZEROES.                00443715
       01 WS-VARIABLES.                                                 00443715
          05 WS-INFILE-CNTR-EDT   PIC ZZZ,ZZZ,ZZ9.                      00443715
          05 WS-MDA-CNTR-EDT      PIC ZZZ,ZZZ,ZZ9.                      00443715
          05 WS-DSP-INSERT-EDT    PIC ZZZ,ZZZ,ZZ9.                      00443715
          05 WS-DSP-UPDATE-EDT    PIC ZZZ,ZZZ,ZZ9.                      00443715
          05 WS-MFE-CNTR-EDT      PIC ZZZ,ZZZ,ZZ9.                      00443715
          05 WS-REJECT-CNTR-EDT   PIC ZZZ,ZZZ,ZZ9.                      00443715
       01 WS-SQL-CODE             PIC S9(9).                            00443715
          88 SQL-CODE-SUCCESSFUL           VALUE ZEROES.                00443715
          88 SQL-CODE-ROW-NOT-FOUND        VALUE +100.                  00443715
          88 SQL-CODE-RETRYABLE            VALUE -911 -913              00443715
                                                 -904.                  00443715
      *    SAME FIELD NAMES/PICS AS THE SQL-STATEMENT GROUP IN          00443715
      *    DB2CONN.CPY, DECLARED HERE DIRECTLY FOR THE SAME REASON AS   00443715
      *    IN MASTRAND -- THAT COPYBOOK'S SQLCA WOULD DUPLICATE THE     00443715
      *    EXEC SQL INCLUDE SQLCA BELOW.                                00443715
       01 SQL-STATEMENT.                                                00443715
          05 SQL-LENGTH            PIC S9(4) COMP.                      00443715
          05 SQL-TEXT              PIC X(1000).                         00443715
      *    AUTOMATIC RETRY ON DB2 CONTENTION, AS IN MASTRAND -- UP TO   00443715
      *    PARM-SQL-RETRY-MAX TRIES WITH A PARM-SQL-RETRY-WAIT-SEC      00443715
      *    BACK-OFF, THE TOTAL RIDING THE STATUS RECORD'S FOURTH        00443715
      *    COUNTER.                                                     00443715
       01 WS-RETRY-CNTR           PIC 9(2) VALUE ZEROES.                00443715
       01 WS-RETRY-TOTAL-CNTR     PIC 9(4) VALUE ZEROES.                00443715
       01 WS-RETRY-WAIT-COMP      PIC 9(8) COMP VALUE ZEROES.           00443715
                                                                        00443715
      *    THE GENERATION REGISTRY'S FIGURES FOR MASTRANB'S CASEFILE -- 00443715
      *    THE HASH IS THE SUM OF THE CONTRACT IDS; A ROW WITH NO       00443715
      *    NUMERIC CONTRACT ID IS COUNTED BUT ADDS NOTHING.             00443715
       01 WS-CASEFILE-HASH-TOTAL  PIC 9(16)V99 VALUE ZEROES.            00443715
       01 WS-CASEFILE-REG         PIC 9 VALUE 0.                        00443715
       01 WS-GREG-INPUT-DD        PIC X(8) VALUE SPACES.                00443715
         COPY GREGLNK.                                                  00443715
         EXEC SQL INCLUDE MRCHDAY END-EXEC.                             00443715
         EXEC SQL INCLUDE DISPCASE END-EXEC.                            00443715
         EXEC SQL INCLUDE MRCHFEE END-EXEC.                             00443715
         EXEC SQL INCLUDE LOADAUD END-EXEC.                             00443715
         EXEC SQL INCLUDE SQLCA END-EXEC.                               00443715
         COPY PGATLNK.                                                  00443715
                                                                        00443715
       PROCEDURE DIVISION.                                              00443715
                                                                        00443715
           PERFORM START-PROCESS                                        00443715
                                                                        00443715
           PERFORM LOAD-MERCHANT-DAILY-PARA                             00443715
                                                                        00443715
           PERFORM LOAD-DISPUTE-CASE-PARA                               00443715
                                                                        00443715
           PERFORM LOAD-MERCHANT-FEE-PARA                               00443715
                                                                        00443715
           PERFORM END-PROCESS                                          00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       START-PROCESS.                                                   00443715
                                                                        00443715
           PERFORM OPEN-TIMING-PARA                                     00443715
           MOVE 'START' TO WS-TIME-PHASE                                00443715
           PERFORM WRITE-TIMING-PARA                                    00443715
                                                                        00443715
           PERFORM READ-PARM-PARA                                       00443715
                                                                        00443715
           PERFORM FILE-OPEN-PARA                                       00443715
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
             MOVE 'MASTRNML'            TO TIME-JOB-NAME                00443715
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
           MOVE WS-INFILE-CNTR      TO WS-INFILE-CNTR-EDT               00443715
           MOVE WS-MDA-LOAD-CNTR    TO WS-MDA-CNTR-EDT                  00443715
           MOVE WS-DSP-INSERT-CNTR  TO WS-DSP-INSERT-EDT                00443715
           MOVE WS-DSP-UPDATE-CNTR  TO WS-DSP-UPDATE-EDT                00443715
           MOVE WS-MFE-LOAD-CNTR    TO WS-MFE-CNTR-EDT                  00443715
           MOVE WS-REJECT-CNTR      TO WS-REJECT-CNTR-EDT               00443715
                                                                        00443715
           DISPLAY '***************************************'            00443715
           DISPLAY '* PROGRAM NAME  :    MASTRNML         *'            00443715
           DISPLAY '* INFILES       : ' WS-INFILE-CNTR-EDT              00443715
                   '         *'                                         00443715
           DISPLAY '* MRCH DAILY    : ' WS-MDA-CNTR-EDT                 00443715
                   '         *'                                         00443715
           DISPLAY '* CASES NEW     : ' WS-DSP-INSERT-EDT               00443715
                   '         *'                                         00443715
           DISPLAY '* CASES UPDATED : ' WS-DSP-UPDATE-EDT               00443715
                   '         *'                                         00443715
           DISPLAY '* MRCH FEES     : ' WS-MFE-CNTR-EDT                 00443715
                   '         *'                                         00443715
           DISPLAY '* REJECTED      : ' WS-REJECT-CNTR-EDT              00443715
                   '         *'                                         00443715
           DISPLAY '***************************************'            00443715
                                                                        00443715
           PERFORM WRITE-STATUS-FILE-PARA                               00443715
                                                                        00443715
           MOVE 'RUN-END' TO WS-TIME-PHASE                              00443715
           PERFORM WRITE-TIMING-PARA                                    00443715
                                                                        00443715
           CLOSE MRCHHIST                                               00443715
           CLOSE CASEFILE                                               00443715
           CLOSE FEEMFILE                                               00443715
           CLOSE REJFILE                                                00443715
           CLOSE STATUSFILE                                             00443715
           CLOSE TIMEFILE                                               00443715
                                                                        00443715
           IF WS-GATE-FAILED = 1 OR WS-RUN-FAILED = 1                   00443715
             MOVE 8 TO RETURN-CODE                                      00443715
           END-IF                                                       00443715
                                                                        00443715
           STOP RUN.                                                    00443715
                                                                        00443715
      *    MERCHANT_DAILY -- A NORMAL NIGHT REPLACES JUST TONIGHT'S     00443715
      *    CYCLE DATE, SO A RERUN DOES NOT DOUBLE UP. RELOAD MODE       00443715
      *    CLEARS THE TABLE AND LOADS EVERY CYCLE MRCHHIST STILL        00443715
      *    HOLDS, WHICH IS HOW THE TABLE IS FIRST BACKFILLED.           00443715
       LOAD-MERCHANT-DAILY-PARA.                                        00443715
                                                                        00443715
           MOVE 'MERCHANT_DAILY' TO WS-TABLE-NAME                       00443715
           MOVE 14               TO WS-TABLE-NAME-LEN                   00443715
           INITIALIZE WS-TABLE-COUNTERS                                 00443715
                                                                        00443715
           IF PARM-RELOAD-MODE = 'Y'                                    00443715
             DISPLAY 'RELOAD MODE -- CLEARING MERCHANT_DAILY'           00443715
             EXEC SQL                                                   00443715
               DELETE FROM MERCHANT_DAILY                               00443715
             END-EXEC                                                   00443715
           ELSE                                                         00443715
             EXEC SQL                                                   00443715
               DELETE FROM MERCHANT_DAILY                               00443715
               WHERE ACTIVITY_DT = :WS-PROCESS-DT                       00443715
             END-EXEC                                                   00443715
           END-IF                                                       00443715
                                                                        00443715
           PERFORM CHECK-TABLE-CLEAR-PARA                               00443715
                                                                        00443715
           PERFORM READ-MRCHHIST-PARA                                   00443715
                                                                        00443715
           PERFORM UNTIL MHST-EOF = 1                                   00443715
             IF PARM-RELOAD-MODE = 'Y'                                  00443715
                OR MHST-CYCLE-DATE = WS-PROCESS-DT                      00443715
               ADD 1 TO WS-TBL-READ-CNTR                                00443715
               PERFORM VALIDATE-MRCHHIST-PARA                           00443715
               IF WS-ROW-VALID = 1                                      00443715
                 PERFORM POPULATE-MERCHANT-DAILY-PARA                   00443715
                 PERFORM INSERT-MERCHANT-DAILY-PARA                     00443715
               ELSE                                                     00443715
                 PERFORM WRITE-VALIDATION-REJECT-PARA                   00443715
               END-IF                                                   00443715
                                                                        00443715
               EXEC SQL                                                 00443715
                 COMMIT                                                 00443715
               END-EXEC                                                 00443715
             END-IF                                                     00443715
                                                                        00443715
             PERFORM READ-MRCHHIST-PARA                                 00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           MOVE WS-TBL-LOAD-CNTR TO WS-MDA-LOAD-CNTR                    00443715
                                                                        00443715
           PERFORM FINISH-TABLE-PARA                                    00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       READ-MRCHHIST-PARA.                                              00443715
                                                                        00443715
           READ MRCHHIST                                                00443715
             AT END                                                     00443715
               MOVE 1 TO MHST-EOF                                       00443715
           END-READ                                                     00443715
                                                                        00443715
           IF MRCHHIST-FILE-STATUS NOT = '00'                           00443715
              AND MRCHHIST-FILE-STATUS NOT = '10'                       00443715
             DISPLAY 'MRCHHIST FILE-STATUS = ' MRCHHIST-FILE-STATUS     00443715
                                                                        00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'FILE READ ERROR'                                     00443715
               TO WS-FAIL-REASON                                        00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       VALIDATE-MRCHHIST-PARA.                                          00443715
           MOVE 1 TO WS-ROW-VALID                                       00443715
           MOVE MHST-MERCHANT-ID TO WS-REJECT-KEY                       00443715
                                                                        00443715
           IF MHST-MERCHANT-ID = SPACES                                 00443715
              OR MHST-CYCLE-DATE NOT NUMERIC                            00443715
             MOVE 0 TO WS-ROW-VALID                                     00443715
             MOVE 'MISSING MERCHANT-ID OR CYCLE DATE'                   00443715
               TO WS-REJECT-REASON                                      00443715
           END-IF                                                       00443715
                                                                        00443715
           IF WS-ROW-VALID = 1                                          00443715
             IF MHST-TXN-CNTR     NOT NUMERIC                           00443715
             OR MHST-DECLINE-CNTR NOT NUMERIC                           00443715
             OR MHST-CBK-CNTR     NOT NUMERIC                           00443715
               MOVE 0 TO WS-ROW-VALID                                   00443715
               MOVE 'NON-NUMERIC COUNTER FIELD' TO WS-REJECT-REASON     00443715
             END-IF                                                     00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       POPULATE-MERCHANT-DAILY-PARA.                                    00443715
                                                                        00443715
           INITIALIZE MERCHANT-DAILY                                    00443715
                                                                        00443715
           MOVE MHST-CYCLE-DATE      TO MDA-ACTIVITY-DT                 00443715
           MOVE MHST-MERCHANT-ID     TO MDA-MERCHANT-ID-TEXT            00443715
           MOVE FUNCTION LENGTH                                         00443715
                  (FUNCTION TRIM (MHST-MERCHANT-ID TRAILING))           00443715
                                     TO MDA-MERCHANT-ID-LEN             00443715
           MOVE MHST-TXN-CNTR        TO MDA-TXN-CNTR                    00443715
           MOVE MHST-DECLINE-CNTR    TO MDA-DECLINE-CNTR                00443715
           MOVE MHST-CBK-CNTR        TO MDA-CBK-CNTR                    00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       INSERT-MERCHANT-DAILY-PARA.                                      00443715
                                                                        00443715
           MOVE ZEROES TO WS-RETRY-CNTR                                 00443715
                                                                        00443715
           MOVE 'INSERT INTO MERCHANT_DAILY' TO SQL-TEXT                00443715
           MOVE 26                           TO SQL-LENGTH              00443715
                                                                        00443715
           PERFORM INSERT-MDA-ROW-PARA                                  00443715
                                                                        00443715
           PERFORM UNTIL NOT SQL-CODE-RETRYABLE                         00443715
                      OR WS-RETRY-CNTR NOT < PARM-SQL-RETRY-MAX         00443715
             PERFORM LOG-SQL-RETRY-PARA                                 00443715
             PERFORM INSERT-MDA-ROW-PARA                                00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           IF SQL-CODE-SUCCESSFUL                                       00443715
             ADD 1 TO WS-TBL-LOAD-CNTR                                  00443715
           ELSE                                                         00443715
             PERFORM LOG-SQL-ERROR-PARA                                 00443715
             MOVE 'SQL INSERT ERROR'  TO WS-REJECT-REASON               00443715
             PERFORM WRITE-REJECT-FILE                                  00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       INSERT-MDA-ROW-PARA.                                             00443715
                                                                        00443715
           EXEC SQL                                                     00443715
             INSERT INTO MERCHANT_DAILY                                 00443715
               (ACTIVITY_DT                                             00443715
               ,MERCHANT_ID                                             00443715
               ,TXN_CNTR                                                00443715
               ,DECLINE_CNTR                                            00443715
               ,CBK_CNTR)                                               00443715
             VALUES                                                     00443715
              (:MDA-ACTIVITY-DT                                         00443715
              ,:MDA-MERCHANT-ID                                         00443715
              ,:MDA-TXN-CNTR                                            00443715
              ,:MDA-DECLINE-CNTR                                        00443715
              ,:MDA-CBK-CNTR)                                           00443715
           END-EXEC                                                     00443715
                                                                        00443715
           MOVE SQLCODE TO WS-SQL-CODE                                  00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
      *    DISPUTE_CASE -- CASEFILE CARRIES EVERY OPEN CASE EACH        00443715
      *    NIGHT, SO EACH ROW IS APPLIED AS AN UPDATE OF THE CASE       00443715
      *    ALREADY ON THE TABLE AND ONLY INSERTED WHEN THE CASE IS NEW. 00443715
      *    A CASE CLOSED TONIGHT IS UPDATED TO CLOSED; AFTER THAT       00443715
      *    MASTRANB STOPS CARRYING IT AND THE ROW STAYS AS IT CLOSED.   00443715
       LOAD-DISPUTE-CASE-PARA.                                          00443715
                                                                        00443715
           MOVE 'DISPUTE_CASE' TO WS-TABLE-NAME                         00443715
           MOVE 12             TO WS-TABLE-NAME-LEN                     00443715
           INITIALIZE WS-TABLE-COUNTERS                                 00443715
                                                                        00443715
           PERFORM READ-CASEFILE-PARA                                   00443715
                                                                        00443715
           PERFORM UNTIL CASE-EOF = 1                                   00443715
             ADD 1 TO WS-TBL-READ-CNTR                                  00443715
             ADD 1 TO WS-CASEFILE-CNTR                                  00443715
             IF CASE-CONT-ID IS NUMERIC                                 00443715
               ADD CASE-CONT-ID TO WS-CASEFILE-HASH-TOTAL               00443715
             END-IF                                                     00443715
             PERFORM VALIDATE-CASEFILE-PARA                             00443715
             IF WS-ROW-VALID = 1                                        00443715
               PERFORM POPULATE-DISPUTE-CASE-PARA                       00443715
               PERFORM APPLY-DISPUTE-CASE-PARA                          00443715
             ELSE                                                       00443715
               PERFORM WRITE-VALIDATION-REJECT-PARA                     00443715
             END-IF                                                     00443715
                                                                        00443715
             EXEC SQL                                                   00443715
               COMMIT                                                   00443715
             END-EXEC                                                   00443715
                                                                        00443715
             PERFORM READ-CASEFILE-PARA                                 00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           IF WS-CASEFILE-REG = 1                                       00443715
             MOVE 'CASEFILE'             TO GREG-DATASET                00443715
             MOVE 'D'                    TO GREG-EXPECT                 00443715
             MOVE 'CASEFILE'             TO WS-GREG-INPUT-DD            00443715
             MOVE WS-CASEFILE-CNTR       TO GREG-RECORD-CNT             00443715
             MOVE WS-CASEFILE-HASH-TOTAL TO GREG-HASH-TOTAL             00443715
             PERFORM VERIFY-INPUT-GENERATION-PARA                       00443715
           END-IF                                                       00443715
                                                                        00443715
           PERFORM FINISH-TABLE-PARA                                    00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       READ-CASEFILE-PARA.                                              00443715
                                                                        00443715
           READ CASEFILE                                                00443715
             AT END                                                     00443715
               MOVE 1 TO CASE-EOF                                       00443715
           END-READ                                                     00443715
                                                                        00443715
           IF CASEFILE-FILE-STATUS NOT = '00'                           00443715
              AND CASEFILE-FILE-STATUS NOT = '10'                       00443715
             DISPLAY 'CASEFILE FILE-STATUS = ' CASEFILE-FILE-STATUS     00443715
                                                                        00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'FILE READ ERROR'                                     00443715
               TO WS-FAIL-REASON                                        00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       VALIDATE-CASEFILE-PARA.                                          00443715
           MOVE 1 TO WS-ROW-VALID                                       00443715
           MOVE CASE-ORIG-TXN-REF TO WS-REJECT-KEY                      00443715
                                                                        00443715
           IF CASE-ORIG-TXN-REF = SPACES                                00443715
              OR CASE-CONT-ID NOT NUMERIC                               00443715
             MOVE 0 TO WS-ROW-VALID                                     00443715
             MOVE 'MISSING TXN-REF OR CONT-ID' TO WS-REJECT-REASON      00443715
           END-IF                                                       00443715
                                                                        00443715
           IF WS-ROW-VALID = 1                                          00443715
             IF CASE-EVENT-CNTR NOT NUMERIC                             00443715
             OR FUNCTION TEST-NUMVAL(CASE-AMOUNT) NOT = 0               00443715
               MOVE 0 TO WS-ROW-VALID                                   00443715
               MOVE 'NON-NUMERIC AMOUNT FIELD' TO WS-REJECT-REASON      00443715
             END-IF                                                     00443715
           END-IF                                                       00443715
                                                                        00443715
           IF WS-ROW-VALID = 1                                          00443715
             IF CASE-STATUS NOT = 'OPEN'                                00443715
                AND CASE-STATUS NOT = 'CLOSED'                          00443715
               MOVE 0 TO WS-ROW-VALID                                   00443715
               MOVE 'UNKNOWN CASE STATUS' TO WS-REJECT-REASON           00443715
             END-IF                                                     00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       POPULATE-DISPUTE-CASE-PARA.                                      00443715
                                                                        00443715
           INITIALIZE DISPUTE-CASE                                      00443715
                                                                        00443715
           MOVE CASE-ORIG-TXN-REF    TO DSP-ORIG-TXN-REF-TEXT           00443715
           MOVE FUNCTION LENGTH                                         00443715
                  (FUNCTION TRIM (CASE-ORIG-TXN-REF TRAILING))          00443715
                                     TO DSP-ORIG-TXN-REF-LEN            00443715
           MOVE CASE-CONT-ID         TO DSP-CONT-ID                     00443715
           MOVE CASE-REASON-CODE     TO DSP-REASON-CODE-TEXT            00443715
           IF CASE-REASON-CODE = SPACES                                 00443715
             MOVE 0                  TO DSP-REASON-CODE-LEN             00443715
           ELSE                                                         00443715
             MOVE FUNCTION LENGTH                                       00443715
                    (FUNCTION TRIM (CASE-REASON-CODE TRAILING))         00443715
                                     TO DSP-REASON-CODE-LEN             00443715
           END-IF                                                       00443715
           MOVE CASE-OPEN-DATE       TO DSP-OPEN-DT                     00443715
           MOVE CASE-LAST-DATE       TO DSP-LAST-DT                     00443715
           MOVE CASE-EVENT-CNTR      TO DSP-EVENT-CNTR                  00443715
           MOVE FUNCTION NUMVAL(CASE-AMOUNT)                            00443715
                                     TO DSP-CASE-AMOUNT                 00443715
           MOVE CASE-STATUS          TO DSP-CASE-STATUS-TEXT            00443715
           MOVE FUNCTION LENGTH                                         00443715
                  (FUNCTION TRIM (CASE-STATUS TRAILING))                00443715
                                     TO DSP-CASE-STATUS-LEN             00443715
           MOVE WS-PROCESS-DT        TO DSP-LOAD-DT                     00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       APPLY-DISPUTE-CASE-PARA.                                         00443715
                                                                        00443715
           MOVE ZEROES TO WS-RETRY-CNTR                                 00443715
                                                                        00443715
           MOVE 'UPDATE DISPUTE_CASE' TO SQL-TEXT                       00443715
           MOVE 19                    TO SQL-LENGTH                     00443715
                                                                        00443715
           PERFORM UPDATE-DSP-ROW-PARA                                  00443715
                                                                        00443715
           PERFORM UNTIL NOT SQL-CODE-RETRYABLE                         00443715
                      OR WS-RETRY-CNTR NOT < PARM-SQL-RETRY-MAX         00443715
             PERFORM LOG-SQL-RETRY-PARA                                 00443715
             PERFORM UPDATE-DSP-ROW-PARA                                00443715
           END-PERFORM                                                  00443715
                                                                        00443715
      *    NO ROW TO UPDATE MEANS MASTRANB OPENED THE CASE TONIGHT.     00443715
           IF SQL-CODE-ROW-NOT-FOUND                                    00443715
             MOVE ZEROES TO WS-RETRY-CNTR                               00443715
                                                                        00443715
             MOVE 'INSERT INTO DISPUTE_CASE' TO SQL-TEXT                00443715
             MOVE 24                         TO SQL-LENGTH              00443715
                                                                        00443715
             PERFORM INSERT-DSP-ROW-PARA                                00443715
                                                                        00443715
             PERFORM UNTIL NOT SQL-CODE-RETRYABLE                       00443715
                        OR WS-RETRY-CNTR NOT < PARM-SQL-RETRY-MAX       00443715
               PERFORM LOG-SQL-RETRY-PARA                               00443715
               PERFORM INSERT-DSP-ROW-PARA                              00443715
             END-PERFORM                                                00443715
                                                                        00443715
             IF SQL-CODE-SUCCESSFUL                                     00443715
               ADD 1 TO WS-TBL-LOAD-CNTR                                00443715
                        WS-DSP-INSERT-CNTR                              00443715
             ELSE                                                       00443715
               PERFORM LOG-SQL-ERROR-PARA                               00443715
               MOVE 'SQL INSERT ERROR'  TO WS-REJECT-REASON             00443715
               PERFORM WRITE-REJECT-FILE                                00443715
             END-IF                                                     00443715
           ELSE                                                         00443715
             IF SQL-CODE-SUCCESSFUL                                     00443715
               ADD 1 TO WS-TBL-LOAD-CNTR                                00443715
                        WS-DSP-UPDATE-CNTR                              00443715
             ELSE                                                       00443715
               PERFORM LOG-SQL-ERROR-PARA                               00443715
               MOVE 'SQL UPDATE ERROR'  TO WS-REJECT-REASON             00443715
               PERFORM WRITE-REJECT-FILE                                00443715
             END-IF                                                     00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       UPDATE-DSP-ROW-PARA.                                             00443715
                                                                        00443715
           EXEC SQL                                                     00443715
             UPDATE DISPUTE_CASE                                        00443715
                SET CONT_ID     = :DSP-CONT-ID                          00443715
                   ,REASON_CODE = :DSP-REASON-CODE                      00443715
                   ,OPEN_DT     = :DSP-OPEN-DT                          00443715
                   ,LAST_DT     = :DSP-LAST-DT                          00443715
                   ,EVENT_CNTR  = :DSP-EVENT-CNTR                       00443715
                   ,CASE_AMOUNT = :DSP-CASE-AMOUNT                      00443715
                   ,CASE_STATUS = :DSP-CASE-STATUS                      00443715
                   ,LOAD_DT     = :DSP-LOAD-DT                          00443715
              WHERE ORIG_TXN_REF = :DSP-ORIG-TXN-REF                    00443715
           END-EXEC                                                     00443715
                                                                        00443715
           MOVE SQLCODE TO WS-SQL-CODE                                  00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       INSERT-DSP-ROW-PARA.                                             00443715
                                                                        00443715
           EXEC SQL                                                     00443715
             INSERT INTO DISPUTE_CASE                                   00443715
               (ORIG_TXN_REF                                            00443715
               ,CONT_ID                                                 00443715
               ,REASON_CODE                                             00443715
               ,OPEN_DT                                                 00443715
               ,LAST_DT                                                 00443715
               ,EVENT_CNTR                                              00443715
               ,CASE_AMOUNT                                             00443715
               ,CASE_STATUS                                             00443715
               ,LOAD_DT)                                                00443715
             VALUES                                                     00443715
              (:DSP-ORIG-TXN-REF                                        00443715
              ,:DSP-CONT-ID                                             00443715
              ,:DSP-REASON-CODE                                         00443715
              ,:DSP-OPEN-DT                                             00443715
              ,:DSP-LAST-DT                                             00443715
              ,:DSP-EVENT-CNTR                                          00443715
              ,:DSP-CASE-AMOUNT                                         00443715
              ,:DSP-CASE-STATUS                                         00443715
              ,:DSP-LOAD-DT)                                            00443715
           END-EXEC                                                     00443715
                                                                        00443715
           MOVE SQLCODE TO WS-SQL-CODE                                  00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
      *    MERCHANT_FEE -- FEEMFILE HOLDS ONLY TONIGHT'S ROLLUP AND     00443715
      *    CARRIES NO DATE OF ITS OWN, SO EACH ROW IS STAMPED WITH THE  00443715
      *    PROCESS DATE AND THAT DATE'S ROWS ARE CLEARED FIRST.         00443715
       LOAD-MERCHANT-FEE-PARA.                                          00443715
                                                                        00443715
           MOVE 'MERCHANT_FEE' TO WS-TABLE-NAME                         00443715
           MOVE 12             TO WS-TABLE-NAME-LEN                     00443715
           INITIALIZE WS-TABLE-COUNTERS                                 00443715
                                                                        00443715
           EXEC SQL                                                     00443715
             DELETE FROM MERCHANT_FEE                                   00443715
             WHERE PROCESS_DT = :WS-PROCESS-DT                          00443715
           END-EXEC                                                     00443715
                                                                        00443715
           PERFORM CHECK-TABLE-CLEAR-PARA                               00443715
                                                                        00443715
           PERFORM READ-FEEMFILE-PARA                                   00443715
                                                                        00443715
           PERFORM UNTIL FEEM-EOF = 1                                   00443715
             ADD 1 TO WS-TBL-READ-CNTR                                  00443715
             PERFORM VALIDATE-FEEMFILE-PARA                             00443715
             IF WS-ROW-VALID = 1                                        00443715
               PERFORM POPULATE-MERCHANT-FEE-PARA                       00443715
               PERFORM INSERT-MERCHANT-FEE-PARA                         00443715
             ELSE                                                       00443715
               PERFORM WRITE-VALIDATION-REJECT-PARA                     00443715
             END-IF                                                     00443715
                                                                        00443715
             EXEC SQL                                                   00443715
               COMMIT                                                   00443715
             END-EXEC                                                   00443715
                                                                        00443715
             PERFORM READ-FEEMFILE-PARA                                 00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           MOVE WS-TBL-LOAD-CNTR TO WS-MFE-LOAD-CNTR                    00443715
                                                                        00443715
           PERFORM FINISH-TABLE-PARA                                    00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       READ-FEEMFILE-PARA.                                              00443715
                                                                        00443715
           READ FEEMFILE                                                00443715
             AT END                                                     00443715
               MOVE 1 TO FEEM-EOF                                       00443715
           END-READ                                                     00443715
                                                                        00443715
           IF FEEMFILE-FILE-STATUS NOT = '00'                           00443715
              AND FEEMFILE-FILE-STATUS NOT = '10'                       00443715
             DISPLAY 'FEEMFILE FILE-STATUS = ' FEEMFILE-FILE-STATUS     00443715
                                                                        00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'FILE READ ERROR'                                     00443715
               TO WS-FAIL-REASON                                        00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       VALIDATE-FEEMFILE-PARA.                                          00443715
           MOVE 1 TO WS-ROW-VALID                                       00443715
           MOVE FEEM-MERCHANT-ID TO WS-REJECT-KEY                       00443715
                                                                        00443715
           IF FEEM-MERCHANT-ID = SPACES                                 00443715
             MOVE 0 TO WS-ROW-VALID                                     00443715
             MOVE 'MISSING MERCHANT-ID' TO WS-REJECT-REASON             00443715
           END-IF                                                       00443715
                                                                        00443715
           IF WS-ROW-VALID = 1                                          00443715
             IF FUNCTION TEST-NUMVAL(FEEM-TXN-CNTR)   NOT = 0           00443715
             OR FUNCTION TEST-NUMVAL(FEEM-FEE-AMOUNT) NOT = 0           00443715
               MOVE 0 TO WS-ROW-VALID                                   00443715
               MOVE 'NON-NUMERIC AMOUNT FIELD' TO WS-REJECT-REASON      00443715
             END-IF                                                     00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       POPULATE-MERCHANT-FEE-PARA.                                      00443715
                                                                        00443715
           INITIALIZE MERCHANT-FEE                                      00443715
                                                                        00443715
           MOVE WS-PROCESS-DT        TO MFE-PROCESS-DT                  00443715
           MOVE FEEM-MERCHANT-ID     TO MFE-MERCHANT-ID-TEXT            00443715
           MOVE FUNCTION LENGTH                                         00443715
                  (FUNCTION TRIM (FEEM-MERCHANT-ID TRAILING))           00443715
                                     TO MFE-MERCHANT-ID-LEN             00443715
           MOVE FUNCTION NUMVAL(FEEM-TXN-CNTR)                          00443715
                                     TO MFE-TXN-CNTR                    00443715
           MOVE FUNCTION NUMVAL(FEEM-FEE-AMOUNT)                        00443715
                                     TO MFE-FEE-AMOUNT                  00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       INSERT-MERCHANT-FEE-PARA.                                        00443715
                                                                        00443715
           MOVE ZEROES TO WS-RETRY-CNTR                                 00443715
                                                                        00443715
           MOVE 'INSERT INTO MERCHANT_FEE' TO SQL-TEXT                  00443715
           MOVE 24                         TO SQL-LENGTH                00443715
                                                                        00443715
           PERFORM INSERT-MFE-ROW-PARA                                  00443715
                                                                        00443715
           PERFORM UNTIL NOT SQL-CODE-RETRYABLE                         00443715
                      OR WS-RETRY-CNTR NOT < PARM-SQL-RETRY-MAX         00443715
             PERFORM LOG-SQL-RETRY-PARA                                 00443715
             PERFORM INSERT-MFE-ROW-PARA                                00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           IF SQL-CODE-SUCCESSFUL                                       00443715
             ADD 1 TO WS-TBL-LOAD-CNTR                                  00443715
           ELSE                                                         00443715
             PERFORM LOG-SQL-ERROR-PARA                                 00443715
             MOVE 'SQL INSERT ERROR'  TO WS-REJECT-REASON               00443715
             PERFORM WRITE-REJECT-FILE                                  00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       INSERT-MFE-ROW-PARA.                                             00443715
                                                                        00443715
           EXEC SQL                                                     00443715
             INSERT INTO MERCHANT_FEE                                   00443715
               (PROCESS_DT                                              00443715
               ,MERCHANT_ID                                             00443715
               ,TXN_CNTR                                                00443715
               ,FEE_AMOUNT)                                             00443715
             VALUES                                                     00443715
              (:MFE-PROCESS-DT                                          00443715
              ,:MFE-MERCHANT-ID                                         00443715
              ,:MFE-TXN-CNTR                                            00443715
              ,:MFE-FEE-AMOUNT)                                         00443715
           END-EXEC                                                     00443715
                                                                        00443715
           MOVE SQLCODE TO WS-SQL-CODE                                  00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
      *    A DELETE THAT FINDS NOTHING TO CLEAR (+100) IS THE NORMAL    00443715
      *    FIRST RUN FOR A DATE; ANY OTHER NON-ZERO SQLCODE MEANS THE   00443715
      *    LOAD WOULD DOUBLE UP ROWS, SO THE RUN STOPS HERE.            00443715
       CHECK-TABLE-CLEAR-PARA.                                          00443715
                                                                        00443715
           MOVE SQLCODE TO WS-SQL-CODE                                  00443715
           IF NOT SQL-CODE-SUCCESSFUL                                   00443715
              AND NOT SQL-CODE-ROW-NOT-FOUND                            00443715
             DISPLAY 'ERROR CLEARING ' WS-TABLE-NAME                    00443715
                     ', SQLCODE = ' SQLCODE                             00443715
                                                                        00443715
             EXEC SQL                                                   00443715
               ROLLBACK                                                 00443715
             END-EXEC                                                   00443715
                                                                        00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'SQL TABLE CLEAR ERROR'                               00443715
               TO WS-FAIL-REASON                                        00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           EXEC SQL                                                     00443715
             COMMIT                                                     00443715
           END-EXEC                                                     00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
      *    END OF ONE TABLE'S LOAD -- GATE IT, AUDIT IT, AND FOLD ITS   00443715
      *    COUNTS INTO THE RUN TOTALS. ROWS ALREADY COMMITTED STAY ON   00443715
      *    A GATED TABLE; THE FAILED STATUS SENDS OPERATIONS TO FIX     00443715
      *    THE FILE AND RERUN, WHICH REPLACES THEM.                     00443715
       FINISH-TABLE-PARA.                                               00443715
                                                                        00443715
           PERFORM CHECK-REJECT-GATE-PARA                               00443715
                                                                        00443715
           PERFORM INSERT-LOAD-AUDIT-PARA                               00443715
                                                                        00443715
           ADD WS-TBL-READ-CNTR   TO WS-INFILE-CNTR                     00443715
           ADD WS-TBL-LOAD-CNTR   TO WS-LOAD-CNTR                       00443715
           ADD WS-TBL-REJECT-CNTR TO WS-REJECT-CNTR                     00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       CHECK-REJECT-GATE-PARA.                                          00443715
                                                                        00443715
           IF WS-TBL-READ-CNTR > 0                                      00443715
             COMPUTE WS-REJECT-RATE = WS-TBL-REJECT-CNTR * 100          00443715
                                    / WS-TBL-READ-CNTR                  00443715
                                                                        00443715
             IF WS-REJECT-RATE > PARM-MAX-REJECT-RATE-PCT               00443715
               MOVE 1 TO WS-GATE-FAILED                                 00443715
               MOVE 'REJECT RATE GATE' TO WS-FAIL-REASON                00443715
               MOVE WS-REJECT-RATE TO WS-REJECT-RATE-EDT                00443715
               DISPLAY WS-TABLE-NAME ' REJECT RATE '                    00443715
                       WS-REJECT-RATE-EDT                               00443715
                       ' PCT EXCEEDS LIMIT '                            00443715
                       PARM-MAX-REJECT-RATE-PCT                         00443715
                       ' PCT -- LOAD FAILED'                            00443715
             END-IF                                                     00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       INSERT-LOAD-AUDIT-PARA.                                          00443715
                                                                        00443715
           INITIALIZE LOAD-AUDIT                                        00443715
                                                                        00443715
           MOVE 'MASTRNML'          TO AUD-JOB-NAME-TEXT                00443715
           MOVE 8                   TO AUD-JOB-NAME-LEN                 00443715
           MOVE WS-TABLE-NAME       TO AUD-TABLE-NAME-TEXT              00443715
           MOVE WS-TABLE-NAME-LEN   TO AUD-TABLE-NAME-LEN               00443715
                                                                        00443715
      *    SAME 26-BYTE DB2 TIMESTAMP FORM MASTRAND BUILDS FOR          00443715
      *    LOAD_AUDIT.RUN_TIMESTAMP.                                    00443715
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-RAW            00443715
                                                                        00443715
           STRING WS-CURRENT-DATE-RAW (1:4)  '-'                        00443715
                  WS-CURRENT-DATE-RAW (5:2)  '-'                        00443715
                  WS-CURRENT-DATE-RAW (7:2)  '-'                        00443715
                  WS-CURRENT-DATE-RAW (9:2)  '.'                        00443715
                  WS-CURRENT-DATE-RAW (11:2) '.'                        00443715
                  WS-CURRENT-DATE-RAW (13:2) '.'                        00443715
                  WS-CURRENT-DATE-RAW (15:2) '0000'                     00443715
             DELIMITED BY SIZE                                          00443715
             INTO WS-DB2-TIMESTAMP                                      00443715
           END-STRING                                                   00443715
                                                                        00443715
           MOVE WS-DB2-TIMESTAMP    TO AUD-RUN-TIMESTAMP                00443715
           MOVE WS-TBL-READ-CNTR    TO AUD-INFILE-CNTR                  00443715
           MOVE WS-TBL-LOAD-CNTR    TO AUD-INSERT-CNTR                  00443715
           MOVE WS-TBL-REJECT-CNTR  TO AUD-REJECT-CNTR                  00443715
                                                                        00443715
           EXEC SQL                                                     00443715
             INSERT INTO LOAD_AUDIT                                     00443715
               (JOB_NAME                                                00443715
               ,RUN_TIMESTAMP                                           00443715
               ,INFILE_CNTR                                             00443715
               ,INSERT_CNTR                                             00443715
               ,REJECT_CNTR                                             00443715
               ,TABLE_NAME)                                             00443715
             VALUES                                                     00443715
              (:AUD-JOB-NAME                                            00443715
              ,:AUD-RUN-TIMESTAMP                                       00443715
              ,:AUD-INFILE-CNTR                                         00443715
              ,:AUD-INSERT-CNTR                                         00443715
              ,:AUD-REJECT-CNTR                                         00443715
              ,:AUD-TABLE-NAME)                                         00443715
           END-EXEC                                                     00443715
                                                                        00443715
           MOVE SQLCODE TO WS-SQL-CODE                                  00443715
           IF NOT SQL-CODE-SUCCESSFUL                                   00443715
             MOVE 'INSERT INTO LOAD_AUDIT'     TO SQL-TEXT              00443715
             MOVE 22                           TO SQL-LENGTH            00443715
             DISPLAY ' ERROR INSERTING LOAD AUDIT ROW '                 00443715
             DISPLAY ' SQL ERROR CODE ' SQLCODE                         00443715
             DISPLAY ' SQLSTATE ' SQLSTATE                              00443715
             DISPLAY ' SQLERRM ' SQLERRM                                00443715
             DISPLAY ' FAILING SQL ' SQL-TEXT (1:SQL-LENGTH)            00443715
           END-IF                                                       00443715
                                                                        00443715
           EXEC SQL                                                     00443715
             COMMIT                                                     00443715
           END-EXEC                                                     00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       CHECK-INPUT-GENERATION-PARA.                                     00443715
      *    CALLED AT OPEN WITH GREG-DATASET, GREG-EXPECT AND            00443715
      *    WS-GREG-INPUT-DD SET. A GENERATION THE PRODUCER DID NOT      00443715
      *    REGISTER FOR THIS CYCLE IS REFUSED BEFORE A RECORD OF IT IS  00443715
      *    USED; A DATASET NEVER REGISTERED IS READ WITH A WARNING.     00443715
           MOVE 'C'               TO GREG-FUNCTION                      00443715
           MOVE 'MASTRNML'        TO GREG-JOB-NAME                      00443715
           MOVE PARM-PROCESS-DATE TO GREG-PROCESS-DATE                  00443715
           MOVE PARM-CYCLE-ID     TO GREG-CYCLE-ID                      00443715
           CALL 'MASTRNGR' USING GREG-LINKAGE                           00443715
           END-CALL                                                     00443715
                                                                        00443715
           EVALUATE TRUE                                                00443715
             WHEN GREG-RESULT-MATCHED                                   00443715
               DISPLAY WS-GREG-INPUT-DD ' IS ' GREG-DATASET             00443715
                       ' GENERATION ' GREG-REG-PROCESS-DATE             00443715
                       ' CYCLE ' GREG-REG-CYCLE-ID                      00443715
                       ' FROM ' GREG-REG-JOB-NAME                       00443715
             WHEN GREG-RESULT-UNREGISTERED                              00443715
               DISPLAY 'NO ' GREG-DATASET ' GENERATION REGISTERED -- '  00443715
                       WS-GREG-INPUT-DD ' READ UNVERIFIED'              00443715
             WHEN GREG-RESULT-STALE                                     00443715
               DISPLAY WS-GREG-INPUT-DD ' REFUSED -- NO ' GREG-DATASET  00443715
                       ' GENERATION REGISTERED FOR THIS CYCLE'          00443715
                                                                        00443715
               MOVE 1 TO WS-RUN-FAILED                                  00443715
               MOVE 'STALE INPUT GENERATION' TO WS-FAIL-REASON          00443715
               PERFORM END-PROCESS                                      00443715
             WHEN OTHER                                                 00443715
               DISPLAY 'GENERATION REGISTRY UNREADABLE CHECKING '       00443715
                       WS-GREG-INPUT-DD                                 00443715
                                                                        00443715
               MOVE 1 TO WS-RUN-FAILED                                  00443715
               MOVE 'GENERATION REGISTRY ERROR' TO WS-FAIL-REASON       00443715
               PERFORM END-PROCESS                                      00443715
           END-EVALUATE                                                 00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       VERIFY-INPUT-GENERATION-PARA.                                    00443715
      *    CALLED ONCE A REGISTERED INPUT HAS BEEN READ TO ITS END. A   00443715
      *    COUNT OR HASH THAT DIFFERS FROM THE REGISTERED FIGURES IS A  00443715
      *    DIFFERENT OR DAMAGED GENERATION FED UNDER THE RIGHT DATE --  00443715
      *    THE RUN FAILS AND DISPUTE_CASE IS RELOADED FROM A GOOD       00443715
      *    GENERATION.                                                  00443715
           MOVE 'V'               TO GREG-FUNCTION                      00443715
           MOVE 'MASTRNML'        TO GREG-JOB-NAME                      00443715
           MOVE PARM-PROCESS-DATE TO GREG-PROCESS-DATE                  00443715
           MOVE PARM-CYCLE-ID     TO GREG-CYCLE-ID                      00443715
           CALL 'MASTRNGR' USING GREG-LINKAGE                           00443715
           END-CALL                                                     00443715
                                                                        00443715
           EVALUATE TRUE                                                00443715
             WHEN GREG-RESULT-MATCHED                                   00443715
               CONTINUE                                                 00443715
             WHEN GREG-RESULT-ERROR                                     00443715
               DISPLAY 'GENERATION REGISTRY UNREADABLE VERIFYING '      00443715
                       WS-GREG-INPUT-DD                                 00443715
                                                                        00443715
               MOVE 1 TO WS-RUN-FAILED                                  00443715
               MOVE 'GENERATION REGISTRY ERROR' TO WS-FAIL-REASON       00443715
               PERFORM END-PROCESS                                      00443715
             WHEN OTHER                                                 00443715
               DISPLAY WS-GREG-INPUT-DD ' DOES NOT MATCH THE '          00443715
                       'REGISTERED ' GREG-DATASET ' GENERATION'         00443715
               DISPLAY '  REGISTERED RECORDS = ' GREG-REG-RECORD-CNT    00443715
                       '  HASH = ' GREG-REG-HASH-TOTAL                  00443715
               DISPLAY '  RECORDS READ       = ' GREG-RECORD-CNT        00443715
                       '  HASH = ' GREG-HASH-TOTAL                      00443715
                                                                        00443715
               MOVE 1 TO WS-RUN-FAILED                                  00443715
               MOVE 'INPUT GENERATION MISMATCH' TO WS-FAIL-REASON       00443715
               PERFORM END-PROCESS                                      00443715
           END-EVALUATE                                                 00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       WRITE-STATUS-FILE-PARA.                                          00443715
                                                                        00443715
           INITIALIZE STATUS-REC                                        00443715
                                                                        00443715
           MOVE 'MASTRNML'             TO STAT-JOB-NAME                 00443715
           MOVE FUNCTION CURRENT-DATE  TO STAT-RUN-TIMESTAMP            00443715
                                                                        00443715
           IF WS-GATE-FAILED = 1 OR WS-RUN-FAILED = 1                   00443715
             MOVE 'FAILED'             TO STAT-COMPLETION-CODE          00443715
             MOVE WS-FAIL-REASON       TO STAT-FAIL-REASON              00443715
           ELSE                                                         00443715
             MOVE 'COMPLETE'           TO STAT-COMPLETION-CODE          00443715
           END-IF                                                       00443715
           MOVE 'INFILES'              TO STAT-CNTR-1-LABEL             00443715
           MOVE WS-INFILE-CNTR         TO STAT-CNTR-1                   00443715
           MOVE 'LOADED'               TO STAT-CNTR-2-LABEL             00443715
           MOVE WS-LOAD-CNTR           TO STAT-CNTR-2                   00443715
           MOVE 'REJECTED'             TO STAT-CNTR-3-LABEL             00443715
           MOVE WS-REJECT-CNTR         TO STAT-CNTR-3                   00443715
           MOVE 'SQLRETRY'             TO STAT-CNTR-4-LABEL             00443715
           MOVE WS-RETRY-TOTAL-CNTR    TO STAT-CNTR-4                   00443715
                                                                        00443715
           WRITE STATUS-REC                                             00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       LOG-SQL-RETRY-PARA.                                              00443715
                                                                        00443715
           ADD 1 TO WS-RETRY-CNTR                                       00443715
           ADD 1 TO WS-RETRY-TOTAL-CNTR                                 00443715
                                                                        00443715
           DISPLAY 'RETRYABLE SQLCODE ' WS-SQL-CODE ' ON '              00443715
                   SQL-TEXT (1:SQL-LENGTH)                              00443715
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
       LOG-SQL-ERROR-PARA.                                              00443715
                                                                        00443715
           DISPLAY " ERROR LOADING " WS-TABLE-NAME                      00443715
                   " ROW " WS-REJECT-KEY                                00443715
           DISPLAY " SQL ERROR CODE " SQLCODE                           00443715
           DISPLAY " SQLSTATE " SQLSTATE                                00443715
           DISPLAY " SQLERRM " SQLERRM                                  00443715
           DISPLAY " FAILING SQL " SQL-TEXT (1:SQL-LENGTH)              00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       WRITE-REJECT-FILE.                                               00443715
           MOVE WS-TABLE-NAME        TO REJ-TABLE-NAME                  00443715
           MOVE WS-REJECT-KEY        TO REJ-ROW-KEY                     00443715
           MOVE WS-SQL-CODE          TO REJ-SQL-CODE                    00443715
           MOVE WS-REJECT-REASON     TO REJ-REASON                      00443715
                                                                        00443715
           MOVE ','                  TO REJ-SEPARATOR-1                 00443715
                                        REJ-SEPARATOR-2                 00443715
                                        REJ-SEPARATOR-3                 00443715
                                                                        00443715
           WRITE REJ-REC                                                00443715
                                                                        00443715
           ADD 1 TO WS-TBL-REJECT-CNTR                                  00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       WRITE-VALIDATION-REJECT-PARA.                                    00443715
           MOVE WS-TABLE-NAME        TO REJ-TABLE-NAME                  00443715
           MOVE WS-REJECT-KEY        TO REJ-ROW-KEY                     00443715
           MOVE 0                    TO REJ-SQL-CODE                    00443715
           MOVE WS-REJECT-REASON     TO REJ-REASON                      00443715
                                                                        00443715
           MOVE ','                  TO REJ-SEPARATOR-1                 00443715
                                        REJ-SEPARATOR-2                 00443715
                                        REJ-SEPARATOR-3                 00443715
                                                                        00443715
           WRITE REJ-REC                                                00443715
                                                                        00443715
           ADD 1 TO WS-TBL-REJECT-CNTR                                  00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       FILE-OPEN-PARA.                                                  00443715
           OPEN INPUT  MRCHHIST                                         00443715
                                                                        00443715
           IF MRCHHIST-FILE-STATUS NOT = '00'                           00443715
           THEN                                                         00443715
             DISPLAY 'OPEN MRCHHIST FILE-STATUS = '                     00443715
                     MRCHHIST-FILE-STATUS                               00443715
                                                                        00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'FILE OPEN ERROR'                                     00443715
               TO WS-FAIL-REASON                                        00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           OPEN INPUT  CASEFILE                                         00443715
                                                                        00443715
           IF CASEFILE-FILE-STATUS NOT = '00'                           00443715
           THEN                                                         00443715
             DISPLAY 'OPEN CASEFILE FILE-STATUS = '                     00443715
                     CASEFILE-FILE-STATUS                               00443715
                                                                        00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'FILE OPEN ERROR'                                     00443715
               TO WS-FAIL-REASON                                        00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           MOVE 'CASEFILE' TO GREG-DATASET                              00443715
           MOVE 'D'        TO GREG-EXPECT                               00443715
           MOVE 'CASEFILE' TO WS-GREG-INPUT-DD                          00443715
           PERFORM CHECK-INPUT-GENERATION-PARA                          00443715
           IF GREG-RESULT-MATCHED                                       00443715
             MOVE 1 TO WS-CASEFILE-REG                                  00443715
           END-IF                                                       00443715
                                                                        00443715
           OPEN INPUT  FEEMFILE                                         00443715
                                                                        00443715
           IF FEEMFILE-FILE-STATUS NOT = '00'                           00443715
           THEN                                                         00443715
             DISPLAY 'OPEN FEEMFILE FILE-STATUS = '                     00443715
                     FEEMFILE-FILE-STATUS                               00443715
                                                                        00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'FILE OPEN ERROR'                                     00443715
               TO WS-FAIL-REASON                                        00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           OPEN OUTPUT REJFILE                                          00443715
                                                                        00443715
           IF REJFILE-FILE-STATUS NOT = '00'                            00443715
           THEN                                                         00443715
             DISPLAY 'OPEN REJECT FILE-STATUS = '                       00443715
                     REJFILE-FILE-STATUS                                00443715
                                                                        00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'FILE OPEN ERROR'                                     00443715
               TO WS-FAIL-REASON                                        00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           OPEN OUTPUT STATUSFILE                                       00443715
                                                                        00443715
           IF STATUSFILE-FILE-STATUS NOT = '00'                         00443715
           THEN                                                         00443715
             DISPLAY 'OPEN STATUS FILE-STATUS = '                       00443715
                     STATUSFILE-FILE-STATUS                             00443715
                                                                        00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'FILE OPEN ERROR'                                     00443715
               TO WS-FAIL-REASON                                        00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           PERFORM CHECK-PREDECESSORS-PARA                              00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       CHECK-PREDECESSORS-PARA.                                         00443715
      *    HOLD THIS JOB WHEN A PREDECESSOR DEPTABLE NAMES FOR IT IS    00443715
      *    MISSING OR FAILED TONIGHT -- SEE MASTRNPG.                   00443715
           MOVE 'MASTRNML' TO PGAT-JOB-NAME                             00443715
                                                                        00443715
           CALL 'MASTRNPG' USING PGAT-LINKAGE                           00443715
           END-CALL                                                     00443715
                                                                        00443715
           IF PGAT-RESULT-HELD                                          00443715
             DISPLAY 'JOB HELD -- ' PGAT-FAIL-REASON                    00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE PGAT-FAIL-REASON TO WS-FAIL-REASON                    00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       READ-PARM-PARA.                                                  00443715
                                                                        00443715
           MOVE 'N' TO PARM-RELOAD-MODE                                 00443715
           MOVE ZEROES TO PARM-MAX-REJECT-RATE-PCT                      00443715
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
           IF PARM-MAX-REJECT-RATE-PCT = ZEROES                         00443715
             MOVE 25 TO PARM-MAX-REJECT-RATE-PCT                        00443715
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
      *    EVERY TABLE IS CLEARED AND STAMPED BY THE PROCESS DATE --    00443715
      *    WITHOUT ONE THE LOAD CANNOT TELL TONIGHT'S ROWS FROM         00443715
      *    ANY OTHER NIGHT'S.                                           00443715
           IF PARM-PROCESS-DATE NOT NUMERIC                             00443715
             DISPLAY 'PARM-PROCESS-DATE MISSING -- NIGHT CANNOT '       00443715
                     'BE LOADED'                                        00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'NO PROCESS DATE' TO WS-FAIL-REASON                   00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           MOVE PARM-PROCESS-DATE TO WS-PROCESS-DT                      00443715
                                                                        00443715
           DISPLAY 'PARM PROCESS DATE = ' PARM-PROCESS-DATE             00443715
           DISPLAY 'PARM RELOAD MODE = ' PARM-RELOAD-MODE               00443715
           DISPLAY 'PARM MAX REJECT RATE PCT = '                        00443715
                   PARM-MAX-REJECT-RATE-PCT                             00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       END PROGRAM  MASTRNML.                                           00443715
