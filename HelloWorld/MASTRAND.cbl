       01 WS-CTL-OUTFILE-CNTR     PIC 9(9) VALUE ZEROES.                00443715
       01 WS-CTL-OUTFILE-CNTR-EDT PIC ZZZ,ZZZ,ZZ9.                      00443715
       01 WS-INFILE-CNTR-EDT2     PIC ZZZ,ZZZ,ZZ9.                      00443715
      *    THE GENERATION REGISTRY'S VIEW OF INFILE, WHICH IS           00443715
      *    MASTRANC'S OUTFILE. THE HASH IS THE SUM OF THE CONTRACT IDS  00443715
      *    OF EVERY DATA ROW READ, RESTART-SKIPPED ROWS INCLUDED, SO IT 00443715
      *    COVERS THE WHOLE FILE THE SAME WAY WS-INFILE-CNTR DOES.      00443715
       01 WS-INFILE-REG           PIC 9 VALUE 0.                        00443715
       01 WS-INFILE-HASH-TOTAL    PIC 9(16)V99 VALUE ZEROES.            00443715
       01 WS-IN-CONT-ID-NUM       PIC 9(10).                            00443715
      *    WS-EXPECTED-HEADER MUST MATCH THE WS-HEADER MASTRANC         00443715
      *    STRINGS ONTO OUTFILE'S FIRST RECORD, COLUMN FOR COLUMN --    00443715
      *    LAYOUT DRIFT BETWEEN THE TWO JOBS IS CAUGHT HERE BEFORE      00443715

         COPY INREC.                                                    00160000

         COPY GREGLNK.                                                  00443715
                                                                        00443715
         EXEC SQL INCLUDE CLIENT END-EXEC.                              00400000
         EXEC SQL INCLUDE LOADAUD END-EXEC.                             00400000
         EXEC SQL INCLUDE SQLCA END-EXEC.                               00160000
         COPY PGATLNK.                                                  00443715

       PROCEDURE DIVISION.                                              00430000
                                                                        00170000
      *    LOAD IS NOT TRUSTWORTHY AND THE LIVE TABLE IS LEFT ALONE.    00443715
           PERFORM VERIFY-INFILE-COUNT-PARA                             00443715
                                                                        00443715
           PERFORM VERIFY-INFILE-GENERATION-PARA                        00443715
                                                                        00443715
           PERFORM CHECK-REJECT-GATE-PARA                               00443715
                                                                        00443715
           IF WS-GATE-FAILED = 0                                        00443715
               ,ACTIVITY_LEVEL                                          00443715
               ,CHURN                                                   00443715
               ,CONT_ID                                                 00443715
               ,INST_ID                                                 00443715
               ,FIRST_ACTIVITY)                                         00443715
             SELECT CUSTOMER_ID                                         00443715
                   ,GENDER                                              00443715
                   ,AGE_YEARS                                           00443715
                   ,CHURN                                               00443715
                   ,CONT_ID                                             00443715
                   ,INST_ID                                             00443715
                   ,FIRST_ACTIVITY                                      00443715
               FROM CLIENT_JOIN2_STAGE                                  00443715
           END-EXEC                                                     00443715

                 ,ACTIVITY_LEVEL                                        00443715
                 ,CHURN                                                 00443715
                 ,CONT_ID                                               00443715
                 ,INST_ID                                               00443715
                 ,FIRST_ACTIVITY)                                       00443715
               SELECT :WS-HIST-PROCESS-DT                               00443715
                     ,CUSTOMER_ID                                       00443715
                     ,GENDER                                            00443715
                     ,CHURN                                             00443715
                     ,CONT_ID                                           00443715
                     ,INST_ID                                           00443715
                     ,FIRST_ACTIVITY                                    00443715
                 FROM CLIENT_JOIN2                                      00443715
             END-EXEC                                                   00443715
                                                                        00443715
           MOVE 10                   TO CLI-CUSTOMER-ID-LEN             00443715
           MOVE IN1-CONT-ID          TO CLI-CONT-ID                     00443715
           MOVE IN1-INST-ID          TO CLI-INST-ID                     00443715
           MOVE IN1-FIRST-ACTIVITY   TO CLI-FIRST-ACTIVITY              00443715
           MOVE IN1-HIGHEST-EDU      TO CLI-HIGHEST-EDU-TEXT            00443715
           MOVE 1                    TO CLI-HIGHEST-EDU-LEN             00443715
           MOVE IN1-ACTIVITY-LEVEL   TO CLI-ACTIVITY-LEVEL-TEXT         00443715
               ,ACTIVITY_LEVEL                                          00443715
               ,CHURN                                                   00443715
               ,CONT_ID                                                 00443715
               ,INST_ID                                                 00443715
               ,FIRST_ACTIVITY)                                         00443715
             VALUES                                                     00443715
              (:CLI-CUSTOMER-ID                                         00443715
              ,:CLI-GENDER                                              00443715
              ,:CLI-ACTIVITY-LEVEL                                      00443715
              ,:CLI-CHURN                                               00443715
              ,:CLI-CONT-ID                                             00443715
              ,:CLI-INST-ID                                             00443715
              ,:CLI-FIRST-ACTIVITY)                                     00443715
           END-EXEC                                                     00443715
                                                                        00443715
           MOVE SQLCODE TO WS-SQL-CODE                                  00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715

           PERFORM CHECK-INFILE-GENERATION-PARA                         00443715
                                                                        00443715
           OPEN OUTPUT RESTARTFILE                                      00500000

           IF RESTARTFILE-FILE-STATUS NOT = '00'                        00443715
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
           MOVE 'MASTRAND' TO PGAT-JOB-NAME                             00443715
                                                                        00443715
           CALL 'MASTRNPG' USING PGAT-LINKAGE                           00443715
           END-CALL                                                     00443715
                                                                        00443715
           IF PGAT-RESULT-HELD                                          00443715
             DISPLAY 'JOB HELD -- ' PGAT-FAIL-REASON                    00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 1 TO WS-GATE-FAILED                                   00443715
             MOVE PGAT-FAIL-REASON TO WS-FAIL-REASON                    00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715

           CONTINUE.                                                    00443715

                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       CHECK-INFILE-GENERATION-PARA.                                    00443715
      *    INFILE MUST BE THE OUTFILE GENERATION MASTRANC REGISTERED    00443715
      *    FOR THIS PROCESS DATE. ANY OTHER GENERATION FAILS THE LOAD   00443715
      *    GATE THE SAME AS A DRIFTED HEADER, SO THE LIVE TABLE IS      00443715
      *    LEFT ALONE. AN OUTFILE NEVER REGISTERED IS LOADED ON THE     00443715
      *    CONTROL-FILE COUNT CHECK ALONE.                              00443715
           IF PARM-PROCESS-DATE NOT NUMERIC                             00443715
             DISPLAY 'NO USABLE PROCESS DATE ON PARM CARD -- INFILE '   00443715
                     'GENERATION NOT CHECKED'                           00443715
           ELSE                                                         00443715
             MOVE 'C'               TO GREG-FUNCTION                    00443715
             MOVE 'OUTFILE'         TO GREG-DATASET                     00443715
             MOVE 'MASTRAND'        TO GREG-JOB-NAME                    00443715
             MOVE PARM-PROCESS-DATE TO GREG-PROCESS-DATE                00443715
             MOVE PARM-CYCLE-ID     TO GREG-CYCLE-ID                    00443715
             MOVE 'D'               TO GREG-EXPECT                      00443715
             CALL 'MASTRNGR' USING GREG-LINKAGE                         00443715
             END-CALL                                                   00443715
                                                                        00443715
             EVALUATE TRUE                                              00443715
               WHEN GREG-RESULT-MATCHED                                 00443715
                 MOVE 1 TO WS-INFILE-REG                                00443715
                 DISPLAY 'INFILE IS OUTFILE GENERATION '                00443715
                         GREG-REG-PROCESS-DATE ' CYCLE '                00443715
                         GREG-REG-CYCLE-ID                              00443715
               WHEN GREG-RESULT-UNREGISTERED                            00443715
                 DISPLAY 'NO OUTFILE GENERATION REGISTERED -- INFILE '  00443715
                         'READ UNVERIFIED'                              00443715
               WHEN GREG-RESULT-STALE                                   00443715
                 DISPLAY 'INFILE REFUSED -- NO OUTFILE GENERATION '     00443715
                         'REGISTERED FOR ' PARM-PROCESS-DATE            00443715
                 MOVE 1 TO WS-GATE-FAILED                               00443715
                 MOVE 'STALE INPUT GENERATION' TO WS-FAIL-REASON        00443715
               WHEN OTHER                                               00443715
                 DISPLAY 'GENERATION REGISTRY UNREADABLE CHECKING '     00443715
                         'INFILE -- LOAD FAILED'                        00443715
                 MOVE 1 TO WS-GATE-FAILED                               00443715
                 MOVE 'GENERATION REGISTRY ERROR' TO WS-FAIL-REASON     00443715
             END-EVALUATE                                               00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       VERIFY-INFILE-GENERATION-PARA.                                   00443715
      *    ONLY A FULLY READ, REGISTERED INFILE CAN BE HELD UP AGAINST  00443715
      *    THE FIGURES MASTRANC REGISTERED FOR IT.                      00443715
           IF WS-INFILE-REG = 1 AND IN-EOF = 1                          00443715
             MOVE 'V'                  TO GREG-FUNCTION                 00443715
             MOVE 'OUTFILE'            TO GREG-DATASET                  00443715
             MOVE 'MASTRAND'           TO GREG-JOB-NAME                 00443715
             MOVE PARM-PROCESS-DATE    TO GREG-PROCESS-DATE             00443715
             MOVE PARM-CYCLE-ID        TO GREG-CYCLE-ID                 00443715
             MOVE 'D'                  TO GREG-EXPECT                   00443715
             MOVE WS-INFILE-CNTR       TO GREG-RECORD-CNT               00443715
             MOVE WS-INFILE-HASH-TOTAL TO GREG-HASH-TOTAL               00443715
             CALL 'MASTRNGR' USING GREG-LINKAGE                         00443715
             END-CALL                                                   00443715
                                                                        00443715
             EVALUATE TRUE                                              00443715
               WHEN GREG-RESULT-MATCHED                                 00443715
                 CONTINUE                                               00443715
               WHEN GREG-RESULT-ERROR                                   00443715
                 DISPLAY 'GENERATION REGISTRY UNREADABLE VERIFYING '    00443715
                         'INFILE -- LOAD FAILED'                        00443715
                 MOVE 1 TO WS-GATE-FAILED                               00443715
                 MOVE 'GENERATION REGISTRY ERROR' TO WS-FAIL-REASON     00443715
               WHEN OTHER                                               00443715
                 DISPLAY 'INFILE DOES NOT MATCH THE REGISTERED OUTFILE '00443715
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
           MOVE 'N' TO PARM-RELOAD-MODE                                 00443715
                     ,IN1-INST-ID                                       00443715
             END-UNSTRING                                               00443715

             IF IN1-CONT-ID IS NUMERIC                                  00443715
               MOVE IN1-CONT-ID TO WS-IN-CONT-ID-NUM                    00443715
               ADD WS-IN-CONT-ID-NUM TO WS-INFILE-HASH-TOTAL            00443715
             END-IF                                                     00443715
                                                                        00443715
             IF WS-SKIP-MODE = 0                                        00443715
               PERFORM VALIDATE-ROW-PARA                                 00443715
             END-IF                                                      00443715
