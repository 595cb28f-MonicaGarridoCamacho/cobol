            SELECT SIDXIN ASSIGN TO SIDXIN                              00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS SIDXIN-FILE-STATUS.                          00443715
            SELECT PSTMFILE ASSIGN TO PSTMFILE                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS PSTMFILE-FILE-STATUS.                        00443715
            SELECT PARMFILE ASSIGN TO PARMFILE                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS PARMFILE-FILE-STATUS.                        00443715
          05 SIIN-PERIOD           PIC X(6).                            00443715
          05 FILLER                PIC X(6).                            00443715
                                                                        00443715
      *    PSTMFILE IS MASTRNPT'S REWARDS POINTS LINE -- ONE ROW PER    00443715
      *    CONTRACT WITH POINTS, IN CONT-ID ORDER, FOR THE CURRENT      00443715
      *    PERIOD. PSTM-REC IS REPLICATED FROM MASTRNPT.CBL AND READ    00443715
      *    AS THE PRINTED TEXT IT ALREADY IS.                           00443715
       FD PSTMFILE.                                                     00443715
       01 PSTM-REC.                                                     00443715
          05 PSTM-CONT-ID          PIC 9(10).                           00443715
          05 PSTM-SEPARATOR-1      PIC X(1).                            00443715
          05 PSTM-PERIOD           PIC X(6).                            00443715
          05 PSTM-SEPARATOR-2      PIC X(1).                            00443715
          05 PSTM-OPENING          PIC X(11).                           00443715
          05 PSTM-SEPARATOR-3      PIC X(1).                            00443715
          05 PSTM-EARNED           PIC X(11).                           00443715
          05 PSTM-SEPARATOR-4      PIC X(1).                            00443715
          05 PSTM-TAKEN            PIC X(11).                           00443715
          05 PSTM-SEPARATOR-5      PIC X(1).                            00443715
          05 PSTM-CLOSING          PIC X(11).                           00443715
          05 PSTM-SEPARATOR-6      PIC X(1).                            00443715
          05 PSTM-FROZEN           PIC X(11).                           00443715
                                                                        00443715
       FD PARMFILE.                                                     00443715
         COPY PARMREC.                                                  00443715
                                                                        00443715
       01 WS-ARCHROLL-CNTR      PIC 9(9) VALUE ZEROES.                  00443715
       01 WS-ARCHDROP-CNTR      PIC 9(9) VALUE ZEROES.                  00443715
       01 PARMFILE-FILE-STATUS  PIC X(2).                               00443715
      *    POINTS-LINE STATE -- PSTMFILE IS READ ALONGSIDE CUSTMAST.    00443715
       01 PSTMFILE-FILE-STATUS  PIC X(2).                               00443715
       01 WS-PSTM-OPEN          PIC 9 VALUE 0.                          00443715
       01 WS-PSTM-HELD          PIC 9 VALUE 0.                          00443715
      *    REQUEST-CARD MODE STATE -- THE REQUESTED CONTRACTS, AND      00443715
      *    WHETHER THE CURRENT CUSTOMER'S STATEMENT IS WANTED.          00443715
       01 WS-REQ-MODE           PIC 9 VALUE 0.                          00443715
          05 FILLER              PIC X(24) VALUE                        00443715
            '  PERIOD TOTAL AMOUNT: '.                                  00443715
          05 TOT-TXN-AMOUNT      PIC -(13)9.99.                         00443715
       01 WS-STMT-POINTS.                                               00443715
          05 FILLER              PIC X(25) VALUE                        00443715
            '  REWARDS POINTS OPENING '.                                00443715
          05 PTS-OPENING         PIC X(11).                             00443715
          05 FILLER              PIC X(8) VALUE ' EARNED '.             00443715
          05 PTS-EARNED          PIC X(11).                             00443715
          05 FILLER              PIC X(12) VALUE ' TAKEN BACK '.        00443715
          05 PTS-TAKEN           PIC X(11).                             00443715
          05 FILLER              PIC X(9) VALUE ' CLOSING '.            00443715
          05 PTS-CLOSING         PIC X(11).                             00443715
          05 FILLER              PIC X(8) VALUE ' FROZEN '.             00443715
          05 PTS-FROZEN          PIC X(11).                             00443715
       01 WS-DTL-AMOUNT-WORK    PIC S9(16)V99.                          00443715
         COPY PGATLNK.                                                  00443715
                                                                        00443715
       PROCEDURE DIVISION.                                              00443715
                                                                        00443715
                                                                        00443715
           PERFORM OPEN-SUSPIN-PARA                                     00443715
                                                                        00443715
           PERFORM OPEN-POINTS-PARA                                     00443715
                                                                        00443715
           PERFORM MAIN-FILE-READ-PARA                                  00443715
                                                                        00443715
           PERFORM TRANSFILE-READ-PARA                                  00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       OPEN-POINTS-PARA.                                                00443715
      *    THE POINTS LINE IS OPTIONAL -- WITHOUT PSTMFILE THE          00443715
      *    STATEMENT PRINTS AS IT ALWAYS HAS.                           00443715
           OPEN INPUT PSTMFILE                                          00443715
                                                                        00443715
           IF PSTMFILE-FILE-STATUS NOT = '00'                           00443715
           THEN                                                         00443715
             DISPLAY 'NO POINTS STATEMENT FILE -- NO POINTS LINES'      00443715
           ELSE                                                         00443715
             MOVE 1 TO WS-PSTM-OPEN                                     00443715
             PERFORM PSTM-READ-PARA                                     00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       PSTM-READ-PARA.                                                  00443715
                                                                        00443715
           MOVE 0 TO WS-PSTM-HELD                                       00443715
                                                                        00443715
           IF WS-PSTM-OPEN = 1                                          00443715
             READ PSTMFILE                                              00443715
               AT END                                                   00443715
                 MOVE 0 TO WS-PSTM-OPEN                                 00443715
                 CLOSE PSTMFILE                                         00443715
               NOT AT END                                               00443715
                 MOVE 1 TO WS-PSTM-HELD                                 00443715
             END-READ                                                   00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       PRINT-POINTS-LINE-PARA.                                          00443715
      *    SKIP PAST CONTRACTS THAT GOT NO STATEMENT, THEN PRINT THE    00443715
      *    CURRENT CUSTOMER'S LINE IF IT IS FOR THIS PERIOD.            00443715
           PERFORM UNTIL WS-PSTM-HELD = 0                               00443715
                      OR PSTM-CONT-ID NOT < MAIN-CONT-ID                00443715
             PERFORM PSTM-READ-PARA                                     00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           IF WS-PSTM-HELD = 1                                          00443715
              AND PSTM-CONT-ID = MAIN-CONT-ID                           00443715
              AND PSTM-PERIOD  = WS-STMT-PERIOD                         00443715
             MOVE PSTM-OPENING TO PTS-OPENING                           00443715
             MOVE PSTM-EARNED  TO PTS-EARNED                            00443715
             MOVE PSTM-TAKEN   TO PTS-TAKEN                             00443715
             MOVE PSTM-CLOSING TO PTS-CLOSING                           00443715
             MOVE PSTM-FROZEN  TO PTS-FROZEN                            00443715
             WRITE STMT-LINE FROM WS-STMT-POINTS                        00443715
               AFTER ADVANCING 2 LINES                                  00443715
                                                                        00443715
             MOVE WS-STMT-POINTS TO WS-ARCH-TEXT                        00443715
             PERFORM ARCHIVE-LINE-PARA                                  00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       MAIN-PROCESS.                                                    00443715
                                                                        00443715
           MOVE 'INIT-END' TO WS-TIME-PHASE                             00443715
             MOVE WS-STMT-TOTAL-2 TO WS-ARCH-TEXT                       00443715
             PERFORM ARCHIVE-LINE-PARA                                  00443715
                                                                        00443715
             PERFORM PRINT-POINTS-LINE-PARA                             00443715
                                                                        00443715
             IF WS-ARCH-OPEN = 1                                        00443715
               INITIALIZE SIDX-REC                                      00443715
               MOVE MAIN-CONT-ID   TO SIDX-CONT-ID                      00443715
                                                                        00443715
           MOVE 1 TO WS-STATUS-OPEN                                     00443715
                                                                        00443715
           PERFORM CHECK-PREDECESSORS-PARA                              00443715
                                                                        00443715
           OPEN INPUT  CUSTMAST                                         00443715
                                                                        00443715
           IF CUSTFILE-FILE-STATUS NOT = '00'                           00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       CHECK-PREDECESSORS-PARA.                                         00443715
      *    HOLD THIS JOB WHEN A PREDECESSOR DEPTABLE NAMES FOR IT IS    00443715
      *    MISSING OR FAILED TONIGHT -- SEE MASTRNPG.                   00443715
           MOVE 'MASTRANP' TO PGAT-JOB-NAME                             00443715
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
       MAIN-FILE-READ-PARA.                                             00443715
      *    LOGICALLY DELETED CUSTOMERS (CUST-STATUS 'D') GET NO         00443715
      *    STATEMENT.                                                   00443715
           CLOSE CUSTMAST.                                              00443715
           CLOSE TRANFILE.                                              00443715
           CLOSE STMTFILE.                                              00443715
           IF WS-PSTM-OPEN = 1                                          00443715
             CLOSE PSTMFILE                                             00443715
           END-IF                                                       00443715
           IF WS-ARCH-OPEN = 1                                          00443715
             CLOSE STMARCH                                              00443715
             CLOSE STMINDEX                                             00443715
