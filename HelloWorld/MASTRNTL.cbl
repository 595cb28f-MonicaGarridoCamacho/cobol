       ID DIVISION.                                                     00443715
       PROGRAM-ID. MASTRNTL.                                            00443715
      *    MASTRNTL LOADS EVERY TRANSACTION THE MERGE ACCEPTED INTO     00443715
      *    THE TRANSACTIONS TABLE THE SERVICE-DESK LOOKUP (PROGRAM)     00443715
      *    QUERIES:                                                     00443715
      *      ENRFILE (MASTRANC) -> TRANSACTIONS, ONE ROW PER            00443715
      *                            AUTHORIZATION, REFUND, CHARGEBACK    00443715
      *                            AND REVERSAL MATCHED TO A CUSTOMER   00443715
      *    AN AUTHORIZATION MASTRANC TURNED AWAY AS A DUPLICATE IS      00443715
      *    SKIPPED -- IT IS ON DUPFILE, NOT ON THE CUSTOMER. THE TABLE  00443715
      *    IS PARTITIONED BY PROCESS DATE: A NIGHT'S LOAD REPLACES ITS  00443715
      *    OWN PARTITION, SO A RERUN DOES NOT DOUBLE UP, AND THEN       00443715
      *    PRUNES THE PARTITIONS OLDER THAN PARM-TXN-RETENTION-DAYS.    00443715
      *    THE LOAD GETS THE SAME TREATMENT MASTRAND GIVES              00443715
      *    CLIENT_JOIN2 -- ROW VALIDATION TO REJFILE, CONTENTION RETRY, 00443715
      *    A REJECT-RATE GATE, A LOAD_AUDIT ROW AND THE GENERATION      00443715
      *    REGISTRY CHECK ON ITS INPUT. RUNS AFTER MASTRANC (OR         00443715
      *    MASTRNCM) FOR THE SAME PROCESS DATE.                         00443715
       ENVIRONMENT DIVISION.                                            00443715
       INPUT-OUTPUT SECTION.                                            00443715
       FILE-CONTROL.                                                    00443715
            SELECT PARMFILE ASSIGN TO PARMFILE                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS PARMFILE-FILE-STATUS.                        00443715
            SELECT ENRFILE ASSIGN TO ENRFILE                            00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS ENRFILE-FILE-STATUS.                         00443715
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
      *    ENRFILE IS MASTRANC'S ENRICHED TRANSACTION FILE FOR THE      00443715
      *    NIGHT, IN CONT-ID ORDER.                                     00443715
       FD ENRFILE.                                                      00443715
         COPY ENRREC.                                                   00443715
                                                                        00443715
      *    REJ-ROW-KEY CARRIES THE TRANSACTION REFERENCE OF THE ROW     00443715
      *    TURNED AWAY.                                                 00443715
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
       01 ENRFILE-FILE-STATUS     PIC X(2).                             00443715
       01 REJFILE-FILE-STATUS     PIC X(2).                             00443715
       01 STATUSFILE-FILE-STATUS  PIC X(2).                             00443715
       01 TIMEFILE-FILE-STATUS    PIC X(2).                             00443715
       01 WS-TIME-OPEN            PIC 9 VALUE 0.                        00443715
       01 WS-TIME-PHASE           PIC X(12).                            00443715
       01 ENR-EOF                 PIC 9 VALUE 0.                        00443715
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
       01 WS-PROCESS-DT-NUM       PIC 9(8).                             00443715
      *    THE PRUNE CUTOFF -- PARTITIONS BEFORE THIS PROCESS DATE GO.  00443715
       01 WS-CUTOFF-DT            PIC X(8).                             00443715
       01 WS-CUTOFF-NUM           PIC 9(8).                             00443715
       01 WS-CUTOFF-INT           PIC S9(9) COMP.                       00443715
       01 WS-PRUNE-CNTR           PIC S9(9) COMP VALUE ZEROES.          00443715
      *    VARCHAR LENGTH WORK AREA -- THE TEXT WITH ITS TRAILING       00443715
      *    SPACES DROPPED IS WS-VC-TEXT (1:WS-VC-LEN).                  00443715
       01 WS-VC-TEXT              PIC X(40).                            00443715
       01 WS-VC-LEN               PIC S9(4) COMP.                       00443715
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
          05 WS-ENRFILE-CNTR      PIC 9(9) VALUE ZEROES.                00443715
          05 WS-DUP-SKIP-CNTR     PIC 9(9) VALUE ZEROES.                00443715
       01 WS-VARIABLES.                                                 00443715
          05 WS-ENRFILE-CNTR-EDT  PIC ZZZ,ZZZ,ZZ9.                      00443715
          05 WS-DUP-SKIP-EDT      PIC ZZZ,ZZZ,ZZ9.                      00443715
          05 WS-LOAD-CNTR-EDT     PIC ZZZ,ZZZ,ZZ9.                      00443715
          05 WS-REJECT-CNTR-EDT   PIC ZZZ,ZZZ,ZZ9.                      00443715
          05 WS-PRUNE-CNTR-EDT    PIC ZZZ,ZZZ,ZZ9.                      00443715
      *    THE GENERATION REGISTRY'S FIGURES FOR ENRFILE -- EVERY       00443715
      *    RECORD READ AND THE SUM OF THEIR CONTRACT IDS, DUPLICATES    00443715
      *    AND NEGATIVES INCLUDED, THE WAY MASTRANC REGISTERED IT.      00443715
       01 WS-ENRFILE-HASH-TOTAL   PIC 9(16)V99 VALUE ZEROES.            00443715
       01 WS-ENRFILE-REG          PIC 9 VALUE 0.                        00443715
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
         EXEC SQL INCLUDE TRANSACT END-EXEC.                            00443715
         EXEC SQL INCLUDE LOADAUD END-EXEC.                             00443715
         EXEC SQL INCLUDE SQLCA END-EXEC.                               00443715
         COPY PGATLNK.                                                  00443715
         COPY GREGLNK.                                                  00443715
                                                                        00443715
       PROCEDURE DIVISION.                                              00443715
                                                                        00443715
           PERFORM START-PROCESS                                        00443715
                                                                        00443715
           PERFORM LOAD-TRANSACTIONS-PARA                               00443715
                                                                        00443715
           PERFORM PRUNE-TRANSACTIONS-PARA                              00443715
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
           PERFORM CHECK-ENRFILE-GENERATION-PARA                        00443715
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
             MOVE 'MASTRNTL'            TO TIME-JOB-NAME                00443715
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
           MOVE WS-ENRFILE-CNTR     TO WS-ENRFILE-CNTR-EDT              00443715
           MOVE WS-DUP-SKIP-CNTR    TO WS-DUP-SKIP-EDT                  00443715
           MOVE WS-LOAD-CNTR        TO WS-LOAD-CNTR-EDT                 00443715
           MOVE WS-REJECT-CNTR      TO WS-REJECT-CNTR-EDT               00443715
           MOVE WS-PRUNE-CNTR       TO WS-PRUNE-CNTR-EDT                00443715
                                                                        00443715
           DISPLAY '***************************************'            00443715
           DISPLAY '* PROGRAM NAME  :    MASTRNTL         *'            00443715
           DISPLAY '* ENRFILE       : ' WS-ENRFILE-CNTR-EDT             00443715
                   '         *'                                         00443715
           DISPLAY '* DUPLICATES    : ' WS-DUP-SKIP-EDT                 00443715
                   '         *'                                         00443715
           DISPLAY '* LOADED        : ' WS-LOAD-CNTR-EDT                00443715
                   '         *'                                         00443715
           DISPLAY '* REJECTED      : ' WS-REJECT-CNTR-EDT              00443715
                   '         *'                                         00443715
           DISPLAY '* PRUNED        : ' WS-PRUNE-CNTR-EDT               00443715
                   '         *'                                         00443715
           DISPLAY '***************************************'            00443715
                                                                        00443715
           PERFORM WRITE-STATUS-FILE-PARA                               00443715
                                                                        00443715
           MOVE 'RUN-END' TO WS-TIME-PHASE                              00443715
           PERFORM WRITE-TIMING-PARA                                    00443715
                                                                        00443715
           CLOSE ENRFILE                                                00443715
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
      *    TRANSACTIONS -- ENRFILE HOLDS ONLY TONIGHT'S TRANSACTIONS,   00443715
      *    SO TONIGHT'S PARTITION IS CLEARED FIRST AND EVERY ROW IS     00443715
      *    STAMPED WITH THE PROCESS DATE.                               00443715
       LOAD-TRANSACTIONS-PARA.                                          00443715
                                                                        00443715
           MOVE 'TRANSACTIONS' TO WS-TABLE-NAME                         00443715
           MOVE 12             TO WS-TABLE-NAME-LEN                     00443715
           INITIALIZE WS-TABLE-COUNTERS                                 00443715
                                                                        00443715
           EXEC SQL                                                     00443715
             DELETE FROM TRANSACTIONS                                   00443715
             WHERE PROCESS_DT = :WS-PROCESS-DT                          00443715
           END-EXEC                                                     00443715
                                                                        00443715
           PERFORM CHECK-TABLE-CLEAR-PARA                               00443715
                                                                        00443715
           PERFORM READ-ENRFILE-PARA                                    00443715
                                                                        00443715
           PERFORM UNTIL ENR-EOF = 1                                    00443715
             IF ENR-DUPLICATE                                           00443715
               ADD 1 TO WS-DUP-SKIP-CNTR                                00443715
             ELSE                                                       00443715
               ADD 1 TO WS-TBL-READ-CNTR                                00443715
               PERFORM VALIDATE-ENRFILE-PARA                            00443715
               IF WS-ROW-VALID = 1                                      00443715
                 PERFORM POPULATE-TRANSACTIONS-PARA                     00443715
                 PERFORM INSERT-TRANSACTIONS-PARA                       00443715
               ELSE                                                     00443715
                 PERFORM WRITE-VALIDATION-REJECT-PARA                   00443715
               END-IF                                                   00443715
                                                                        00443715
               EXEC SQL                                                 00443715
                 COMMIT                                                 00443715
               END-EXEC                                                 00443715
             END-IF                                                     00443715
                                                                        00443715
             PERFORM READ-ENRFILE-PARA                                  00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           PERFORM VERIFY-ENRFILE-GENERATION-PARA                       00443715
                                                                        00443715
           PERFORM FINISH-TABLE-PARA                                    00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       READ-ENRFILE-PARA.                                               00443715
                                                                        00443715
           READ ENRFILE                                                 00443715
             AT END                                                     00443715
               MOVE 1 TO ENR-EOF                                        00443715
             NOT AT END                                                 00443715
               ADD 1 TO WS-ENRFILE-CNTR                                 00443715
               ADD ENR-CONT-ID TO WS-ENRFILE-HASH-TOTAL                 00443715
           END-READ                                                     00443715
                                                                        00443715
           IF ENRFILE-FILE-STATUS NOT = '00'                            00443715
              AND ENRFILE-FILE-STATUS NOT = '10'                        00443715
             DISPLAY 'ENRFILE FILE-STATUS = ' ENRFILE-FILE-STATUS       00443715
                                                                        00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'FILE READ ERROR'                                     00443715
               TO WS-FAIL-REASON                                        00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       VALIDATE-ENRFILE-PARA.                                           00443715
           MOVE 1 TO WS-ROW-VALID                                       00443715
           MOVE ENR-TXN-REF TO WS-REJECT-KEY                            00443715
                                                                        00443715
           IF ENR-TXN-REF = SPACES                                      00443715
              OR ENR-CONT-ID NOT NUMERIC                                00443715
              OR ENR-TRAN-SEQ NOT NUMERIC                               00443715
             MOVE 0 TO WS-ROW-VALID                                     00443715
             MOVE 'MISSING TXN-REF, CONT-ID OR SEQUENCE'                00443715
               TO WS-REJECT-REASON                                      00443715
           END-IF                                                       00443715
                                                                        00443715
           IF WS-ROW-VALID = 1                                          00443715
             IF NOT ENR-TYPE-AUTHORIZATION                              00443715
                AND NOT ENR-TYPE-REFUND                                 00443715
                AND NOT ENR-TYPE-CHARGEBACK                             00443715
                AND NOT ENR-TYPE-REVERSAL                               00443715
               MOVE 0 TO WS-ROW-VALID                                   00443715
               MOVE 'UNKNOWN TRANSACTION TYPE' TO WS-REJECT-REASON      00443715
             END-IF                                                     00443715
           END-IF                                                       00443715
                                                                        00443715
           IF WS-ROW-VALID = 1                                          00443715
             IF ENR-AMOUNT NOT NUMERIC                                  00443715
               MOVE 0 TO WS-ROW-VALID                                   00443715
               MOVE 'NON-NUMERIC AMOUNT FIELD' TO WS-REJECT-REASON      00443715
             END-IF                                                     00443715
           END-IF                                                       00443715
                                                                        00443715
      *    THE NETWORK CREATE TIMESTAMP IS CCYY-MM-DDTHH:MM:SS; ONLY    00443715
      *    ONE IN THAT SHAPE CAN BE TURNED INTO A DB2 TIMESTAMP.        00443715
           IF WS-ROW-VALID = 1                                          00443715
             IF ENR-CREDTT (1:4)  NOT NUMERIC                           00443715
             OR ENR-CREDTT (6:2)  NOT NUMERIC                           00443715
             OR ENR-CREDTT (9:2)  NOT NUMERIC                           00443715
             OR ENR-CREDTT (12:2) NOT NUMERIC                           00443715
             OR ENR-CREDTT (15:2) NOT NUMERIC                           00443715
             OR ENR-CREDTT (18:2) NOT NUMERIC                           00443715
               MOVE 0 TO WS-ROW-VALID                                   00443715
               MOVE 'BAD AUTHORIZATION TIMESTAMP' TO WS-REJECT-REASON   00443715
             END-IF                                                     00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       POPULATE-TRANSACTIONS-PARA.                                      00443715
                                                                        00443715
           INITIALIZE TRANSACTIONS                                      00443715
                                                                        00443715
      *    THE PROCESS DATE AHEAD OF THE ARRIVAL SEQUENCE KEEPS THE     00443715
      *    ID UNIQUE ACROSS NIGHTS AND STABLE ACROSS A RERUN.           00443715
           COMPUTE TRN-TRANSACTIONID = WS-PROCESS-DT-NUM * 1000000000   00443715
                                     + ENR-TRAN-SEQ                     00443715
           MOVE ENR-CONT-ID          TO TRN-ACCOUNTID                   00443715
           MOVE WS-PROCESS-DT        TO TRN-PROCESS-DT                  00443715
                                                                        00443715
           MOVE ENR-TXN-REF          TO WS-VC-TEXT                      00443715
           PERFORM SET-VARCHAR-LEN-PARA                                 00443715
           MOVE ENR-TXN-REF          TO TRN-TXN-REF-TEXT                00443715
           MOVE WS-VC-LEN            TO TRN-TXN-REF-LEN                 00443715
                                                                        00443715
           MOVE ENR-TYPE-CODE        TO TRN-TXN-TYPE                    00443715
                                                                        00443715
      *    ENRFILE CARRIES ONLY THE LAST FOUR OF THE MASKED PAN; THE    00443715
      *    REST IS ASTERISKS, AS MASK-PAN-PARA LEAVES IT.               00443715
           IF ENR-PAN-LAST4 = SPACES                                    00443715
             MOVE SPACES             TO TRN-MASKED-PAN                  00443715
           ELSE                                                         00443715
             STRING '************' ENR-PAN-LAST4                        00443715
               DELIMITED BY SIZE                                        00443715
               INTO TRN-MASKED-PAN                                      00443715
             END-STRING                                                 00443715
           END-IF                                                       00443715
                                                                        00443715
           MOVE ENR-MERCHANT-ID      TO WS-VC-TEXT                      00443715
           PERFORM SET-VARCHAR-LEN-PARA                                 00443715
           MOVE ENR-MERCHANT-ID      TO TRN-MERCHANT-ID-TEXT            00443715
           MOVE WS-VC-LEN            TO TRN-MERCHANT-ID-LEN             00443715
                                                                        00443715
           MOVE ENR-MERCHANT-NAME    TO WS-VC-TEXT                      00443715
           PERFORM SET-VARCHAR-LEN-PARA                                 00443715
           MOVE ENR-MERCHANT-NAME    TO TRN-MERCHANT-NAME-TEXT          00443715
           MOVE WS-VC-LEN            TO TRN-MERCHANT-NAME-LEN           00443715
                                                                        00443715
           MOVE ENR-MCC              TO WS-VC-TEXT                      00443715
           PERFORM SET-VARCHAR-LEN-PARA                                 00443715
           MOVE ENR-MCC              TO TRN-MCC-TEXT                    00443715
           MOVE WS-VC-LEN            TO TRN-MCC-LEN                     00443715
                                                                        00443715
           MOVE ENR-AMOUNT           TO TRN-AMOUNT                      00443715
           MOVE ENR-CURRENCY-CODE    TO TRN-CURRENCY-CD                 00443715
           MOVE ENR-DECLINE-FLAG     TO TRN-DECLINE-FLAG                00443715
                                                                        00443715
           STRING ENR-CREDTT (1:10)  '-'                                00443715
                  ENR-CREDTT (12:2)  '.'                                00443715
                  ENR-CREDTT (15:2)  '.'                                00443715
                  ENR-CREDTT (18:2)  '.000000'                          00443715
             DELIMITED BY SIZE                                          00443715
             INTO TRN-AUTH-TS                                           00443715
           END-STRING                                                   00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       SET-VARCHAR-LEN-PARA.                                            00443715
                                                                        00443715
           PERFORM VARYING WS-VC-LEN FROM 40 BY -1                      00443715
                     UNTIL WS-VC-LEN = 0                                00443715
                        OR WS-VC-TEXT (WS-VC-LEN:1) NOT = SPACE         00443715
             CONTINUE                                                   00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       INSERT-TRANSACTIONS-PARA.                                        00443715
                                                                        00443715
           MOVE ZEROES TO WS-RETRY-CNTR                                 00443715
                                                                        00443715
           MOVE 'INSERT INTO TRANSACTIONS' TO SQL-TEXT                  00443715
           MOVE 24                         TO SQL-LENGTH                00443715
                                                                        00443715
           PERFORM INSERT-TRN-ROW-PARA                                  00443715
                                                                        00443715
           PERFORM UNTIL NOT SQL-CODE-RETRYABLE                         00443715
                      OR WS-RETRY-CNTR NOT < PARM-SQL-RETRY-MAX         00443715
             PERFORM LOG-SQL-RETRY-PARA                                 00443715
             PERFORM INSERT-TRN-ROW-PARA                                00443715
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
       INSERT-TRN-ROW-PARA.                                             00443715
                                                                        00443715
           EXEC SQL                                                     00443715
             INSERT INTO TRANSACTIONS                                   00443715
               (TRANSACTIONID                                           00443715
               ,ACCOUNTID                                               00443715
               ,PROCESS_DT                                              00443715
               ,TXN_REF                                                 00443715
               ,TXN_TYPE                                                00443715
               ,MASKED_PAN                                              00443715
               ,MERCHANT_ID                                             00443715
               ,MERCHANT_NAME                                           00443715
               ,MCC                                                     00443715
               ,AMOUNT                                                  00443715
               ,CURRENCY_CD                                             00443715
               ,DECLINE_FLAG                                            00443715
               ,AUTH_TS)                                                00443715
             VALUES                                                     00443715
              (:TRN-TRANSACTIONID                                       00443715
              ,:TRN-ACCOUNTID                                           00443715
              ,:TRN-PROCESS-DT                                          00443715
              ,:TRN-TXN-REF                                             00443715
              ,:TRN-TXN-TYPE                                            00443715
              ,:TRN-MASKED-PAN                                          00443715
              ,:TRN-MERCHANT-ID                                         00443715
              ,:TRN-MERCHANT-NAME                                       00443715
              ,:TRN-MCC                                                 00443715
              ,:TRN-AMOUNT                                              00443715
              ,:TRN-CURRENCY-CD                                         00443715
              ,:TRN-DECLINE-FLAG                                        00443715
              ,:TRN-AUTH-TS)                                            00443715
           END-EXEC                                                     00443715
                                                                        00443715
           MOVE SQLCODE TO WS-SQL-CODE                                  00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
      *    DROP THE PARTITIONS OLDER THAN THE RETENTION WINDOW. A PRUNE 00443715
      *    FAILURE IS REPORTED BUT DOES NOT FAIL THE RUN -- TONIGHT'S   00443715
      *    ROWS ARE ALREADY LOADED AND THE NEXT NIGHT PRUNES AGAIN.     00443715
       PRUNE-TRANSACTIONS-PARA.                                         00443715
                                                                        00443715
           MOVE WS-PROCESS-DT-NUM TO WS-CUTOFF-NUM                      00443715
           COMPUTE WS-CUTOFF-INT =                                      00443715
             FUNCTION INTEGER-OF-DATE (WS-CUTOFF-NUM)                   00443715
             - PARM-TXN-RETENTION-DAYS                                  00443715
           COMPUTE WS-CUTOFF-NUM =                                      00443715
             FUNCTION DATE-OF-INTEGER (WS-CUTOFF-INT)                   00443715
           MOVE WS-CUTOFF-NUM TO WS-CUTOFF-DT                           00443715
                                                                        00443715
           MOVE ZEROES TO WS-RETRY-CNTR                                 00443715
                                                                        00443715
           MOVE 'DELETE FROM TRANSACTIONS' TO SQL-TEXT                  00443715
           MOVE 24                         TO SQL-LENGTH                00443715
                                                                        00443715
           PERFORM DELETE-TRN-PARTITIONS-PARA                           00443715
                                                                        00443715
           PERFORM UNTIL NOT SQL-CODE-RETRYABLE                         00443715
                      OR WS-RETRY-CNTR NOT < PARM-SQL-RETRY-MAX         00443715
             PERFORM LOG-SQL-RETRY-PARA                                 00443715
             PERFORM DELETE-TRN-PARTITIONS-PARA                         00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           EVALUATE TRUE                                                00443715
             WHEN SQL-CODE-SUCCESSFUL                                   00443715
               MOVE SQLERRD (3) TO WS-PRUNE-CNTR                        00443715
               DISPLAY 'PRUNED TRANSACTIONS BEFORE ' WS-CUTOFF-DT       00443715
             WHEN SQL-CODE-ROW-NOT-FOUND                                00443715
               CONTINUE                                                 00443715
             WHEN OTHER                                                 00443715
               DISPLAY 'ERROR PRUNING TRANSACTIONS, SQLCODE = '         00443715
                       SQLCODE                                          00443715
               EXEC SQL                                                 00443715
                 ROLLBACK                                               00443715
               END-EXEC                                                 00443715
           END-EVALUATE                                                 00443715
                                                                        00443715
           EXEC SQL                                                     00443715
             COMMIT                                                     00443715
           END-EXEC                                                     00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       DELETE-TRN-PARTITIONS-PARA.                                      00443715
                                                                        00443715
           EXEC SQL                                                     00443715
             DELETE FROM TRANSACTIONS                                   00443715
              WHERE PROCESS_DT < :WS-CUTOFF-DT                          00443715
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
                                                                        00443715
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
      *    END OF THE LOAD -- GATE IT, AUDIT IT, AND FOLD ITS COUNTS    00443715
      *    INTO THE RUN TOTALS. ROWS ALREADY COMMITTED STAY ON A GATED  00443715
      *    LOAD; THE FAILED STATUS SENDS OPERATIONS TO FIX THE FILE     00443715
      *    AND RERUN, WHICH REPLACES THEM.                              00443715
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
           MOVE 'MASTRNTL'          TO AUD-JOB-NAME-TEXT                00443715
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
                                                                        00443715
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
       WRITE-STATUS-FILE-PARA.                                          00443715
                                                                        00443715
           INITIALIZE STATUS-REC                                        00443715
                                                                        00443715
           MOVE 'MASTRNTL'             TO STAT-JOB-NAME                 00443715
           MOVE FUNCTION CURRENT-DATE  TO STAT-RUN-TIMESTAMP            00443715
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
                                                                        00443715
           MOVE WS-TABLE-NAME        TO REJ-TABLE-NAME                  00443715
           MOVE WS-REJECT-KEY        TO REJ-ROW-KEY                     00443715
           MOVE WS-SQL-CODE          TO REJ-SQL-CODE                    00443715
           MOVE WS-REJECT-REASON     TO REJ-REASON                      00443715
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
                                                                        00443715
           MOVE WS-TABLE-NAME        TO REJ-TABLE-NAME                  00443715
           MOVE WS-REJECT-KEY        TO REJ-ROW-KEY                     00443715
           MOVE 0                    TO REJ-SQL-CODE                    00443715
           MOVE WS-REJECT-REASON     TO REJ-REASON                      00443715
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
                                                                        00443715
           OPEN INPUT  ENRFILE                                          00443715
           IF ENRFILE-FILE-STATUS NOT = '00'                            00443715
           THEN                                                         00443715
             DISPLAY 'OPEN ENRFILE FILE-STATUS = '                      00443715
                     ENRFILE-FILE-STATUS                                00443715
                                                                        00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'FILE OPEN ERROR'                                     00443715
               TO WS-FAIL-REASON                                        00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           OPEN OUTPUT REJFILE                                          00443715
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
                                                                        00443715
           MOVE 'MASTRNTL' TO PGAT-JOB-NAME                             00443715
           CALL 'MASTRNPG' USING PGAT-LINKAGE                           00443715
           END-CALL                                                     00443715
                                                                        00443715
           IF PGAT-RESULT-HELD                                          00443715
             DISPLAY 'JOB HELD -- ' PGAT-FAIL-REASON                    00443715
                                                                        00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE PGAT-FAIL-REASON TO WS-FAIL-REASON                    00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       CHECK-ENRFILE-GENERATION-PARA.                                   00443715
      *    ENRFILE MUST BE THE GENERATION MASTRANC REGISTERED FOR THIS  00443715
      *    PROCESS DATE. ANY OTHER GENERATION STOPS THE RUN BEFORE      00443715
      *    TONIGHT'S PARTITION IS CLEARED. AN ENRFILE NEVER REGISTERED  00443715
      *    IS LOADED WITH A WARNING.                                    00443715
           MOVE 'C'               TO GREG-FUNCTION                      00443715
           MOVE 'ENRFILE'         TO GREG-DATASET                       00443715
           MOVE 'MASTRNTL'        TO GREG-JOB-NAME                      00443715
           MOVE PARM-PROCESS-DATE TO GREG-PROCESS-DATE                  00443715
           MOVE PARM-CYCLE-ID     TO GREG-CYCLE-ID                      00443715
           MOVE 'D'               TO GREG-EXPECT                        00443715
           CALL 'MASTRNGR' USING GREG-LINKAGE                           00443715
           END-CALL                                                     00443715
                                                                        00443715
           EVALUATE TRUE                                                00443715
             WHEN GREG-RESULT-MATCHED                                   00443715
               MOVE 1 TO WS-ENRFILE-REG                                 00443715
               DISPLAY 'ENRFILE IS GENERATION '                         00443715
                       GREG-REG-PROCESS-DATE ' CYCLE '                  00443715
                       GREG-REG-CYCLE-ID                                00443715
             WHEN GREG-RESULT-UNREGISTERED                              00443715
               DISPLAY 'NO ENRFILE GENERATION REGISTERED -- '           00443715
                       'ENRFILE READ UNVERIFIED'                        00443715
             WHEN GREG-RESULT-STALE                                     00443715
               DISPLAY 'ENRFILE REFUSED -- NO ENRFILE GENERATION '      00443715
                       'REGISTERED FOR ' PARM-PROCESS-DATE              00443715
                                                                        00443715
               MOVE 1 TO WS-RUN-FAILED                                  00443715
               MOVE 'STALE INPUT GENERATION' TO WS-FAIL-REASON          00443715
               PERFORM END-PROCESS                                      00443715
             WHEN OTHER                                                 00443715
               DISPLAY 'GENERATION REGISTRY UNREADABLE CHECKING '       00443715
                       'ENRFILE'                                        00443715
                                                                        00443715
               MOVE 1 TO WS-RUN-FAILED                                  00443715
               MOVE 'GENERATION REGISTRY ERROR' TO WS-FAIL-REASON       00443715
               PERFORM END-PROCESS                                      00443715
           END-EVALUATE                                                 00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       VERIFY-ENRFILE-GENERATION-PARA.                                  00443715
      *    ONLY A REGISTERED ENRFILE, READ TO ITS END, CAN BE HELD UP   00443715
      *    AGAINST THE FIGURES MASTRANC REGISTERED FOR IT. A MISMATCH   00443715
      *    FAILS THE LOAD THE SAME AS THE REJECT GATE.                  00443715
           IF WS-ENRFILE-REG = 1                                        00443715
             MOVE 'V'                   TO GREG-FUNCTION                00443715
             MOVE 'ENRFILE'             TO GREG-DATASET                 00443715
             MOVE 'MASTRNTL'            TO GREG-JOB-NAME                00443715
             MOVE PARM-PROCESS-DATE     TO GREG-PROCESS-DATE            00443715
             MOVE PARM-CYCLE-ID         TO GREG-CYCLE-ID                00443715
             MOVE 'D'                   TO GREG-EXPECT                  00443715
             MOVE WS-ENRFILE-CNTR       TO GREG-RECORD-CNT              00443715
             MOVE WS-ENRFILE-HASH-TOTAL TO GREG-HASH-TOTAL              00443715
             CALL 'MASTRNGR' USING GREG-LINKAGE                         00443715
             END-CALL                                                   00443715
                                                                        00443715
             EVALUATE TRUE                                              00443715
               WHEN GREG-RESULT-MATCHED                                 00443715
                 CONTINUE                                               00443715
               WHEN GREG-RESULT-ERROR                                   00443715
                 DISPLAY 'GENERATION REGISTRY UNREADABLE VERIFYING '    00443715
                         'ENRFILE -- LOAD FAILED'                       00443715
                 MOVE 1 TO WS-GATE-FAILED                               00443715
                 MOVE 'GENERATION REGISTRY ERROR' TO WS-FAIL-REASON     00443715
               WHEN OTHER                                               00443715
                 DISPLAY 'ENRFILE DOES NOT MATCH THE REGISTERED '       00443715
                         'GENERATION -- LOAD FAILED'                    00443715
                 DISPLAY '  REGISTERED RECORDS = ' GREG-REG-RECORD-CNT  00443715
                         '  HASH = ' GREG-REG-HASH-TOTAL                00443715
                 DISPLAY '  RECORDS READ       = ' GREG-RECORD-CNT      00443715
                         '  HASH = ' GREG-HASH-TOTAL                    00443715
                 MOVE 1 TO WS-GATE-FAILED                               00443715
                 MOVE 'INPUT GENERATION MISMATCH' TO WS-FAIL-REASON     00443715
             END-EVALUATE                                               00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       READ-PARM-PARA.                                                  00443715
                                                                        00443715
           MOVE ZEROES TO PARM-MAX-REJECT-RATE-PCT                      00443715
           MOVE ZEROES TO PARM-SQL-RETRY-MAX                            00443715
           MOVE ZEROES TO PARM-SQL-RETRY-WAIT-SEC                       00443715
           MOVE ZEROES TO PARM-TXN-RETENTION-DAYS                       00443715
                                                                        00443715
           OPEN INPUT PARMFILE                                          00443715
           IF PARMFILE-FILE-STATUS = '00'                               00443715
           THEN                                                         00443715
             READ PARMFILE                                              00443715
               AT END                                                   00443715
                 CONTINUE                                               00443715
             END-READ                                                   00443715
             CLOSE PARMFILE                                             00443715
           END-IF                                                       00443715
                                                                        00443715
           IF PARM-MAX-REJECT-RATE-PCT = ZEROES                         00443715
             MOVE 25 TO PARM-MAX-REJECT-RATE-PCT                        00443715
           END-IF                                                       00443715
           IF PARM-SQL-RETRY-MAX = ZEROES                               00443715
             MOVE 3 TO PARM-SQL-RETRY-MAX                               00443715
           END-IF                                                       00443715
           IF PARM-SQL-RETRY-WAIT-SEC = ZEROES                          00443715
             MOVE 5 TO PARM-SQL-RETRY-WAIT-SEC                          00443715
           END-IF                                                       00443715
           IF PARM-TXN-RETENTION-DAYS NOT NUMERIC                       00443715
              OR PARM-TXN-RETENTION-DAYS = ZEROES                       00443715
             MOVE 400 TO PARM-TXN-RETENTION-DAYS                        00443715
           END-IF                                                       00443715
                                                                        00443715
      *    THE PARTITION IS THE PROCESS DATE -- WITHOUT ONE THE LOAD    00443715
      *    CANNOT TELL TONIGHT'S ROWS FROM ANY OTHER NIGHT'S.           00443715
           IF PARM-PROCESS-DATE NOT NUMERIC                             00443715
             DISPLAY 'PARM-PROCESS-DATE MISSING -- NIGHT CANNOT '       00443715
                     'BE LOADED'                                        00443715
                                                                        00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'NO PROCESS DATE' TO WS-FAIL-REASON                   00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           MOVE PARM-PROCESS-DATE TO WS-PROCESS-DT                      00443715
           MOVE PARM-PROCESS-DATE TO WS-PROCESS-DT-NUM                  00443715
                                                                        00443715
           DISPLAY 'PARM PROCESS DATE = ' PARM-PROCESS-DATE             00443715
           DISPLAY 'PARM MAX REJECT RATE PCT = '                        00443715
                   PARM-MAX-REJECT-RATE-PCT                             00443715
           DISPLAY 'PARM TXN RETENTION DAYS = '                         00443715
                   PARM-TXN-RETENTION-DAYS                              00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       END PROGRAM  MASTRNTL.                                           00443715
