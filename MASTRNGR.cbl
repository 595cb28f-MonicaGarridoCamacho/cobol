       ID DIVISION.                                                     00443715
       PROGRAM-ID. MASTRNGR.                                            00443715
      *    MASTRNGR IS THE DATASET GENERATION REGISTRY, CALLED BY THE   00443715
      *    SUITE JOBS THROUGH GREGLNK. A JOB REGISTERS EVERY OUTPUT     00443715
      *    GENERATION IT CLOSES -- DATASET, PROCESS DATE, CYCLE ID,     00443715
      *    RECORD COUNT AND HASH TOTAL -- AS AN 'O' ENTRY ON GENREG.    00443715
      *    A JOB CHECKS EACH INPUT AT OPEN: IF THE PRODUCER HAS NOT     00443715
      *    REGISTERED A GENERATION FOR THIS PROCESS DATE, WHATEVER      00443715
      *    THE SCHEDULER WIRED IN CAN ONLY BE AN OLD ONE AND IS         00443715
      *    REFUSED. ONCE THE INPUT HAS BEEN READ THE JOB VERIFIES ITS   00443715
      *    COUNT AND HASH AGAINST THE REGISTERED GENERATION, WHICH      00443715
      *    CATCHES YESTERDAY'S FILE FED ON A NIGHT THE PRODUCER DID     00443715
      *    RUN. EVERY CHECK IS LOGGED AS AN 'I' ENTRY NAMING THE        00443715
      *    GENERATION CONSUMED, SO MASTRNLN CAN SHOW WHICH GENERATION   00443715
      *    FED WHICH JOB ON ANY DATE.                                   00443715
       ENVIRONMENT DIVISION.                                            00443715
       INPUT-OUTPUT SECTION.                                            00443715
       FILE-CONTROL.                                                    00443715
            SELECT OPTIONAL GENREG ASSIGN TO GENREG                     00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS GENREG-FILE-STATUS.                          00443715
       DATA DIVISION.                                                   00443715
       FILE SECTION.                                                    00443715
      *    GENREG IS APPENDED, NEVER REWRITTEN. MASTRNLN MIRRORS THIS   00443715
      *    LAYOUT.                                                      00443715
       FD GENREG.                                                       00443715
       01 GENR-REC.                                                     00443715
          05 GENR-ENTRY-TYPE       PIC X(1).                            00443715
      *       'O' = OUTPUT GENERATION REGISTERED BY ITS PRODUCER.       00443715
      *       'I' = INPUT GENERATION CHECKED BY A CONSUMER.             00443715
          05 GENR-SEPARATOR-1      PIC X(1).                            00443715
          05 GENR-DATASET          PIC X(8).                            00443715
          05 GENR-SEPARATOR-2      PIC X(1).                            00443715
          05 GENR-PROCESS-DATE     PIC X(8).                            00443715
          05 GENR-SEPARATOR-3      PIC X(1).                            00443715
          05 GENR-CYCLE-ID         PIC X(4).                            00443715
          05 GENR-SEPARATOR-4      PIC X(1).                            00443715
          05 GENR-JOB-NAME         PIC X(8).                            00443715
      *       THE PRODUCER ON AN 'O' ENTRY, THE CONSUMER ON AN 'I'.     00443715
          05 GENR-SEPARATOR-5      PIC X(1).                            00443715
          05 GENR-RECORD-CNT       PIC 9(9).                            00443715
          05 GENR-SEPARATOR-6      PIC X(1).                            00443715
          05 GENR-HASH-TOTAL       PIC 9(16)V99.                        00443715
          05 GENR-SEPARATOR-7      PIC X(1).                            00443715
          05 GENR-TIMESTAMP        PIC X(21).                           00443715
          05 GENR-SEPARATOR-8      PIC X(1).                            00443715
      *    THE REST IS FILLED ON 'I' ENTRIES ONLY -- THE REGISTERED     00443715
      *    GENERATION THE CONSUMER WAS CHECKED AGAINST, AND HOW IT      00443715
      *    CAME OUT.                                                    00443715
          05 GENR-SRC-PROCESS-DATE PIC X(8).                            00443715
          05 GENR-SEPARATOR-9      PIC X(1).                            00443715
          05 GENR-SRC-CYCLE-ID     PIC X(4).                            00443715
          05 GENR-SEPARATOR-10     PIC X(1).                            00443715
          05 GENR-SRC-JOB-NAME     PIC X(8).                            00443715
          05 GENR-SEPARATOR-11     PIC X(1).                            00443715
          05 GENR-RESULT           PIC X(8).                            00443715
      *       'MATCHED', 'STALE', 'COUNTS' OR 'UNREG'.                  00443715
                                                                        00443715
       WORKING-STORAGE SECTION.                                         00443715
       01 GENREG-FILE-STATUS    PIC X(2).                               00443715
       01 WS-EOF                PIC 9 VALUE 0.                          00443715
       01 WS-REG-IO-ERROR       PIC 9 VALUE 0.                          00443715
       01 WS-ANY-FOUND          PIC 9 VALUE 0.                          00443715
       01 WS-GEN-FOUND          PIC 9 VALUE 0.                          00443715
       01 WS-LOG-RESULT         PIC X(8).                               00443715
                                                                        00443715
       LINKAGE SECTION.                                                 00443715
         COPY GREGLNK.                                                  00443715
                                                                        00443715
       PROCEDURE DIVISION USING GREG-LINKAGE.                           00443715
                                                                        00443715
           MOVE 0 TO WS-REG-IO-ERROR                                    00443715
                                                                        00443715
           EVALUATE TRUE                                                00443715
             WHEN GREG-CHECK-INPUT                                      00443715
               PERFORM CHECK-INPUT-PARA                                 00443715
             WHEN GREG-VERIFY-INPUT                                     00443715
               PERFORM VERIFY-INPUT-PARA                                00443715
             WHEN GREG-REGISTER-OUTPUT                                  00443715
               PERFORM REGISTER-OUTPUT-PARA                             00443715
             WHEN OTHER                                                 00443715
               DISPLAY 'MASTRNGR: UNKNOWN FUNCTION ' GREG-FUNCTION      00443715
               MOVE 'E' TO GREG-RESULT                                  00443715
           END-EVALUATE                                                 00443715
                                                                        00443715
           GOBACK.                                                      00443715
                                                                        00443715
       CHECK-INPUT-PARA.                                                00443715
      *    NOTHING REGISTERED FOR THE DATASET AT ALL IS NOT A REFUSAL   00443715
      *    -- IT IS AN INPUT NO SUITE JOB PRODUCES, OR THE FIRST NIGHT  00443715
      *    OF ITS PRODUCER'S REGISTRATIONS. THE CALLER SAYS SO AND      00443715
      *    CARRIES ON, BUT THE READ IS STILL LOGGED AS UNREG SO THE     00443715
      *    LOG SHOWS EVERY GENERATION TAKEN UNPROVEN. NOTHING HAS       00443715
      *    BEEN READ YET, SO THE COUNTS ON THESE ENTRIES ARE ZERO.      00443715
           MOVE ZEROES TO GREG-RECORD-CNT                               00443715
           MOVE ZEROES TO GREG-HASH-TOTAL                               00443715
                                                                        00443715
           PERFORM FIND-GENERATION-PARA                                 00443715
                                                                        00443715
           EVALUATE TRUE                                                00443715
             WHEN WS-REG-IO-ERROR = 1                                   00443715
               MOVE 'E' TO GREG-RESULT                                  00443715
             WHEN WS-GEN-FOUND = 1                                      00443715
               MOVE 'M' TO GREG-RESULT                                  00443715
             WHEN WS-ANY-FOUND = 1                                      00443715
               MOVE 'S' TO GREG-RESULT                                  00443715
               MOVE 'STALE' TO WS-LOG-RESULT                            00443715
               PERFORM LOG-INPUT-CHECK-PARA                             00443715
             WHEN OTHER                                                 00443715
               MOVE 'U' TO GREG-RESULT                                  00443715
               MOVE 'UNREG' TO WS-LOG-RESULT                            00443715
               PERFORM LOG-INPUT-CHECK-PARA                             00443715
           END-EVALUATE                                                 00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       VERIFY-INPUT-PARA.                                               00443715
                                                                        00443715
           PERFORM FIND-GENERATION-PARA                                 00443715
                                                                        00443715
           EVALUATE TRUE                                                00443715
             WHEN WS-REG-IO-ERROR = 1                                   00443715
               MOVE 'E' TO GREG-RESULT                                  00443715
             WHEN WS-GEN-FOUND = 0                                      00443715
               MOVE 'U' TO GREG-RESULT                                  00443715
               MOVE 'UNREG' TO WS-LOG-RESULT                            00443715
               PERFORM LOG-INPUT-CHECK-PARA                             00443715
             WHEN GREG-RECORD-CNT = GREG-REG-RECORD-CNT                 00443715
                  AND GREG-HASH-TOTAL = GREG-REG-HASH-TOTAL             00443715
               MOVE 'M' TO GREG-RESULT                                  00443715
               MOVE 'MATCHED' TO WS-LOG-RESULT                          00443715
               PERFORM LOG-INPUT-CHECK-PARA                             00443715
             WHEN OTHER                                                 00443715
               MOVE 'C' TO GREG-RESULT                                  00443715
               MOVE 'COUNTS' TO WS-LOG-RESULT                           00443715
               PERFORM LOG-INPUT-CHECK-PARA                             00443715
           END-EVALUATE                                                 00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       FIND-GENERATION-PARA.                                            00443715
      *    TODAY'S INPUT IS THE LAST GENERATION REGISTERED FOR THE      00443715
      *    PROCESS DATE (A RERUN REGISTERS AGAIN AND THE LATER ONE      00443715
      *    WINS). A CARRY-FORWARD INPUT IS THE NEWEST GENERATION        00443715
      *    DATED BEFORE THE PROCESS DATE -- A CATCH-UP RUN APPENDS      00443715
      *    OLDER DATES LATE, SO THE DATE DECIDES, NOT THE POSITION.     00443715
           MOVE 0 TO WS-ANY-FOUND                                       00443715
           MOVE 0 TO WS-GEN-FOUND                                       00443715
           MOVE SPACES TO GREG-REG-PROCESS-DATE                         00443715
           MOVE SPACES TO GREG-REG-CYCLE-ID                             00443715
           MOVE SPACES TO GREG-REG-JOB-NAME                             00443715
           MOVE ZEROES TO GREG-REG-RECORD-CNT                           00443715
           MOVE ZEROES TO GREG-REG-HASH-TOTAL                           00443715
                                                                        00443715
           OPEN INPUT GENREG                                            00443715
                                                                        00443715
           IF GENREG-FILE-STATUS NOT = '00'                             00443715
              AND GENREG-FILE-STATUS NOT = '05'                         00443715
             DISPLAY 'MASTRNGR: OPEN GENREG FILE-STATUS = '             00443715
                     GENREG-FILE-STATUS                                 00443715
             MOVE 1 TO WS-REG-IO-ERROR                                  00443715
           ELSE                                                         00443715
             MOVE 0 TO WS-EOF                                           00443715
             PERFORM UNTIL WS-EOF = 1                                   00443715
               READ GENREG                                              00443715
                 AT END                                                 00443715
                   MOVE 1 TO WS-EOF                                     00443715
                 NOT AT END                                             00443715
                   IF GENR-ENTRY-TYPE = 'O'                             00443715
                      AND GENR-DATASET = GREG-DATASET                   00443715
                     MOVE 1 TO WS-ANY-FOUND                             00443715
                     PERFORM TEST-GENERATION-PARA                       00443715
                   END-IF                                               00443715
               END-READ                                                 00443715
             END-PERFORM                                                00443715
                                                                        00443715
             CLOSE GENREG                                               00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       TEST-GENERATION-PARA.                                            00443715
                                                                        00443715
           IF GREG-EXPECT-PRIOR                                         00443715
             IF GENR-PROCESS-DATE < GREG-PROCESS-DATE                   00443715
                AND (WS-GEN-FOUND = 0                                   00443715
                     OR GENR-PROCESS-DATE NOT < GREG-REG-PROCESS-DATE)  00443715
               PERFORM TAKE-GENERATION-PARA                             00443715
             END-IF                                                     00443715
           ELSE                                                         00443715
             IF GENR-PROCESS-DATE = GREG-PROCESS-DATE                   00443715
               PERFORM TAKE-GENERATION-PARA                             00443715
             END-IF                                                     00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       TAKE-GENERATION-PARA.                                            00443715
                                                                        00443715
           MOVE 1 TO WS-GEN-FOUND                                       00443715
           MOVE GENR-PROCESS-DATE TO GREG-REG-PROCESS-DATE              00443715
           MOVE GENR-CYCLE-ID     TO GREG-REG-CYCLE-ID                  00443715
           MOVE GENR-JOB-NAME     TO GREG-REG-JOB-NAME                  00443715
           MOVE GENR-RECORD-CNT   TO GREG-REG-RECORD-CNT                00443715
           MOVE GENR-HASH-TOTAL   TO GREG-REG-HASH-TOTAL                00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       REGISTER-OUTPUT-PARA.                                            00443715
                                                                        00443715
           MOVE SPACES TO GENR-REC                                      00443715
           MOVE 'O'                TO GENR-ENTRY-TYPE                   00443715
           MOVE GREG-DATASET       TO GENR-DATASET                      00443715
           MOVE GREG-PROCESS-DATE  TO GENR-PROCESS-DATE                 00443715
           MOVE GREG-CYCLE-ID      TO GENR-CYCLE-ID                     00443715
           MOVE GREG-JOB-NAME      TO GENR-JOB-NAME                     00443715
           MOVE GREG-RECORD-CNT    TO GENR-RECORD-CNT                   00443715
           MOVE GREG-HASH-TOTAL    TO GENR-HASH-TOTAL                   00443715
                                                                        00443715
           PERFORM APPEND-ENTRY-PARA                                    00443715
                                                                        00443715
           IF WS-REG-IO-ERROR = 1                                       00443715
             MOVE 'E' TO GREG-RESULT                                    00443715
           ELSE                                                         00443715
             MOVE 'M' TO GREG-RESULT                                    00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       LOG-INPUT-CHECK-PARA.                                            00443715
                                                                        00443715
           MOVE SPACES TO GENR-REC                                      00443715
           MOVE 'I'                   TO GENR-ENTRY-TYPE                00443715
           MOVE GREG-DATASET          TO GENR-DATASET                   00443715
           MOVE GREG-PROCESS-DATE     TO GENR-PROCESS-DATE              00443715
           MOVE GREG-CYCLE-ID         TO GENR-CYCLE-ID                  00443715
           MOVE GREG-JOB-NAME         TO GENR-JOB-NAME                  00443715
           MOVE GREG-RECORD-CNT       TO GENR-RECORD-CNT                00443715
           MOVE GREG-HASH-TOTAL       TO GENR-HASH-TOTAL                00443715
           MOVE GREG-REG-PROCESS-DATE TO GENR-SRC-PROCESS-DATE          00443715
           MOVE GREG-REG-CYCLE-ID     TO GENR-SRC-CYCLE-ID              00443715
           MOVE GREG-REG-JOB-NAME     TO GENR-SRC-JOB-NAME              00443715
           MOVE WS-LOG-RESULT         TO GENR-RESULT                    00443715
                                                                        00443715
           PERFORM APPEND-ENTRY-PARA                                    00443715
                                                                        00443715
      *    THE CHECK ITSELF STANDS -- A LINEAGE ENTRY THAT COULD NOT    00443715
      *    BE WRITTEN IS REPORTED, BUT ONLY A FAILED REGISTRATION OR    00443715
      *    A REGISTRY THAT CANNOT BE READ STOPS THE CALLER.             00443715
           IF WS-REG-IO-ERROR = 1                                       00443715
             DISPLAY 'MASTRNGR: LINEAGE ENTRY NOT WRITTEN FOR '         00443715
                     GREG-DATASET ' READ BY ' GREG-JOB-NAME             00443715
             MOVE 0 TO WS-REG-IO-ERROR                                  00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       APPEND-ENTRY-PARA.                                               00443715
                                                                        00443715
           MOVE ','                   TO GENR-SEPARATOR-1               00443715
           MOVE ','                   TO GENR-SEPARATOR-2               00443715
           MOVE ','                   TO GENR-SEPARATOR-3               00443715
           MOVE ','                   TO GENR-SEPARATOR-4               00443715
           MOVE ','                   TO GENR-SEPARATOR-5               00443715
           MOVE ','                   TO GENR-SEPARATOR-6               00443715
           MOVE ','                   TO GENR-SEPARATOR-7               00443715
           MOVE ','                   TO GENR-SEPARATOR-8               00443715
           MOVE ','                   TO GENR-SEPARATOR-9               00443715
           MOVE ','                   TO GENR-SEPARATOR-10              00443715
           MOVE ','                   TO GENR-SEPARATOR-11              00443715
           MOVE FUNCTION CURRENT-DATE TO GENR-TIMESTAMP                 00443715
                                                                        00443715
           OPEN EXTEND GENREG                                           00443715
                                                                        00443715
           IF GENREG-FILE-STATUS NOT = '00'                             00443715
              AND GENREG-FILE-STATUS NOT = '05'                         00443715
             DISPLAY 'MASTRNGR: OPEN EXTEND GENREG FILE-STATUS = '      00443715
                     GENREG-FILE-STATUS                                 00443715
             MOVE 1 TO WS-REG-IO-ERROR                                  00443715
           ELSE                                                         00443715
             WRITE GENR-REC                                             00443715
                                                                        00443715
             IF GENREG-FILE-STATUS NOT = '00'                           00443715
               DISPLAY 'MASTRNGR: WRITE GENREG FILE-STATUS = '          00443715
                       GENREG-FILE-STATUS                               00443715
               MOVE 1 TO WS-REG-IO-ERROR                                00443715
             END-IF                                                     00443715
                                                                        00443715
             CLOSE GENREG                                               00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       END PROGRAM  MASTRNGR.                                           00443715
