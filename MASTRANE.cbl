      *    BEFORE THE EDITS RUN -- SO THE REST OF THE SUITE ONLY        00443715
      *    EVER SEES ONE LAYOUT, AND EACH NETWORK'S FILE IS COUNTED     00443715
      *    AND TRAILERED INDEPENDENTLY.                                 00443715
      *    THE EDITFILE GENERATION IS REGISTERED WITH MASTRNGR AT       00443715
      *    JOB END -- PROCESS DATE, CYCLE, DATA RECORD COUNT AND THE    00443715
      *    SAME AMOUNT HASH AS ITS TRAILERS -- SO MASTRANC CAN REFUSE   00443715
      *    ANY OTHER GENERATION THE SCHEDULER WIRES IN.                 00443715
       ENVIRONMENT DIVISION.                                            00443715
       INPUT-OUTPUT SECTION.                                            00443715
       FILE-CONTROL.                                                    00443715
            SELECT OPTIONAL TIMEFILE ASSIGN TO TIMEFILE                 00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS TIMEFILE-FILE-STATUS.                        00443715
            SELECT PARMFILE ASSIGN TO PARMFILE                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS PARMFILE-FILE-STATUS.                        00443715
       DATA DIVISION.                                                   00443715
       FILE SECTION.                                                    00443715
       FD TRANFILE.                                                     00443715
       FD TIMEFILE.                                                     00443715
         COPY TIMEREC.                                                  00443715
                                                                        00443715
      *    THE PARAMETER CARD IS READ ONLY FOR THE PROCESS DATE AND     00443715
      *    CYCLE ID THE EDITFILE GENERATION IS REGISTERED UNDER.        00443715
       FD PARMFILE.                                                     00443715
         COPY PARMREC.                                                  00443715
                                                                        00443715
       WORKING-STORAGE SECTION.                                         00443715
       01 TIMEFILE-FILE-STATUS PIC X(2).                                00443715
       01 WS-TIME-OPEN         PIC 9 VALUE 0.                           00443715
       01 EDITFILE-FILE-STATUS  PIC X(2).                               00443715
       01 EREJFILE-FILE-STATUS  PIC X(2).                               00443715
       01 STATUSFILE-FILE-STATUS PIC X(2).                              00443715
       01 PARMFILE-FILE-STATUS  PIC X(2).                               00443715
       01 TRAN-EOF              PIC 9 VALUE 0.                          00443715
       01 WS-SORT-EOF           PIC 9 VALUE 0.                          00443715
       01 WS-TRAN-VALID         PIC 9 VALUE 1.                          00443715
          05 FILLER              PIC X(417).                            00443715
          05 WS-CTL-OUT-TYPE     PIC X(2).                              00443715
          05 FILLER              PIC X(3).                              00443715
         COPY GREGLNK.                                                  00443715
         COPY PGATLNK.                                                  00443715
                                                                        00443715
       PROCEDURE DIVISION.                                              00443715
                                                                        00443715
           MOVE 'START' TO WS-TIME-PHASE                                00443715
           PERFORM WRITE-TIMING-PARA                                    00443715
                                                                        00443715
           PERFORM READ-PARM-PARA                                       00443715
                                                                        00443715
           PERFORM FILE-OPEN-PARA                                       00443715
                                                                        00443715
           INITIALIZE TRANS-REC                                         00443715
             END-IF                                                     00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           IF WS-RUN-FAILED = 0                                         00443715
             PERFORM REGISTER-EDITFILE-PARA                             00443715
           END-IF                                                       00443715
                                                                        00443715
           PERFORM WRITE-STATUS-FILE-PARA                               00443715
                                                                        00443715
           MOVE 'RUN-END' TO WS-TIME-PHASE                              00443715
                                                                        00443715
           STOP RUN.                                                    00443715
                                                                        00443715
       READ-PARM-PARA.                                                  00443715
      *    A MISSING CARD IS NOT FATAL HERE -- THE FEED HEADER'S        00443715
      *    GENERATION DATE STANDS IN FOR THE PROCESS DATE AT            00443715
      *    REGISTRATION.                                                00443715
           MOVE SPACES TO PARM-PROCESS-DATE                             00443715
           MOVE SPACES TO PARM-CYCLE-ID                                 00443715
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
           CONTINUE.                                                    00443715
                                                                        00443715
       REGISTER-EDITFILE-PARA.                                          00443715
      *    THE COUNT AND HASH ARE THE DATA RECORDS ACTUALLY WRITTEN,    00443715
      *    ACROSS BOTH FEEDS -- WHAT MASTRANC ACCUMULATES AGAINST THE   00443715
      *    TRAILERS AS IT READS.                                        00443715
           MOVE 'R'              TO GREG-FUNCTION                       00443715
           MOVE 'EDITFILE'       TO GREG-DATASET                        00443715
           MOVE 'MASTRANE'       TO GREG-JOB-NAME                       00443715
           IF PARM-PROCESS-DATE IS NUMERIC                              00443715
             MOVE PARM-PROCESS-DATE  TO GREG-PROCESS-DATE               00443715
           ELSE                                                         00443715
             MOVE WS-SRC-GEN-DATE (1) TO GREG-PROCESS-DATE              00443715
           END-IF                                                       00443715
           MOVE PARM-CYCLE-ID    TO GREG-CYCLE-ID                       00443715
           MOVE WS-EDITFILE-CNTR TO GREG-RECORD-CNT                     00443715
           COMPUTE GREG-HASH-TOTAL = WS-SRC-OUT-HASH (1)                00443715
                                   + WS-SRC-OUT-HASH (2)                00443715
                                                                        00443715
           IF GREG-PROCESS-DATE = SPACES                                00443715
             DISPLAY 'NO PROCESS DATE AND NO FEED HEADER -- '           00443715
                     'EDITFILE GENERATION NOT REGISTERED'               00443715
           ELSE                                                         00443715
             CALL 'MASTRNGR'       USING GREG-LINKAGE                   00443715
             END-CALL                                                   00443715
                                                                        00443715
             IF GREG-RESULT-MATCHED                                     00443715
               DISPLAY 'EDITFILE GENERATION REGISTERED FOR '            00443715
                       GREG-PROCESS-DATE ' CYCLE ' GREG-CYCLE-ID        00443715
             ELSE                                                       00443715
               DISPLAY 'EDITFILE GENERATION COULD NOT BE REGISTERED'    00443715
               MOVE 1 TO WS-RUN-FAILED                                  00443715
               MOVE 'GENERATION REGISTRY ERROR' TO WS-FAIL-REASON       00443715
             END-IF                                                     00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       FILE-OPEN-PARA.                                                  00443715
                                                                        00443715
           OPEN OUTPUT STATUSFILE                                       00443715
                                                                        00443715
           MOVE 1 TO WS-STATUS-OPEN                                     00443715
                                                                        00443715
           PERFORM CHECK-PREDECESSORS-PARA                              00443715
                                                                        00443715
           OPEN INPUT  TRANFILE                                         00443715
                                                                        00443715
           IF TRANFILE-FILE-STATUS NOT = '00'                           00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       CHECK-PREDECESSORS-PARA.                                         00443715
      *    HOLD THIS JOB WHEN A PREDECESSOR DEPTABLE NAMES FOR IT IS    00443715
      *    MISSING OR FAILED TONIGHT -- SEE MASTRNPG.                   00443715
           MOVE 'MASTRANE' TO PGAT-JOB-NAME                             00443715
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
       OPEN-TIMING-PARA.                                                00443715
      *    TIMING IS BEST-EFFORT -- A RUN WITHOUT A TIMING FILE         00443715
      *    STILL RUNS, IT JUST LEAVES NO TRACE ON THE WINDOW            00443715
