       ID DIVISION.                                                     00443715
       PROGRAM-ID. MASTRNFS.                                            00443715
      *    MASTRNFS IS THE MONTHLY MERCHANT FEE STATEMENT. MASTRANC'S   00443715
      *    FEEMFILE SAYS WHAT FEE EACH MERCHANT GENERATED LAST NIGHT    00443715
      *    AND FEEDFILE BREAKS THAT DOWN BY MERCHANT CATEGORY CODE      00443715
      *    AND CARD BRAND WITH THE FEESFILE RATE THAT PRICED IT, BUT    00443715
      *    BOTH USED TO BE THROWN AWAY ONCE THE NIGHT WAS OVER. THIS    00443715
      *    JOB CARRIES A MONTH-TO-DATE FILE ACROSS CYCLES: FMTDIN IS    00443715
      *    THE PRIOR CYCLE'S, AND FMTDFILE IS WRITTEN WITH EVERY ROW    00443715
      *    OF THE CURRENT MONTH PLUS TONIGHT'S FEEDFILE AND FEEMFILE    00443715
      *    ROWS, EACH STAMPED WITH ITS PROCESS DATE. ROWS FROM AN       00443715
      *    EARLIER MONTH DROP OFF, AND ROWS ALREADY STAMPED WITH        00443715
      *    TONIGHT'S DATE ARE REPLACED, SO A RERUN DOES NOT COUNT A     00443715
      *    NIGHT TWICE. ON THE MONTH-END RUN (PARM-MONTH-END-FLAG =     00443715
      *    'Y') THE MONTH IS SORTED BY MERCHANT AND ONE STATEMENT PER   00443715
      *    MERCHANT IS PRINTED TO FEESTMT -- TRANSACTION COUNT AND FEE  00443715
      *    BY MCC, BRAND AND THE RATE THAT APPLIED -- ENDING IN A       00443715
      *    TOTAL HELD AGAINST THE SUM OF THAT MERCHANT'S FEEMFILE       00443715
      *    ROWS FOR THE MONTH. A STATEMENT THAT DOES NOT TIE IS         00443715
      *    FLAGGED ON THE STATEMENT AND FAILS THE RUN.                  00443715
       ENVIRONMENT DIVISION.                                            00443715
       INPUT-OUTPUT SECTION.                                            00443715
       FILE-CONTROL.                                                    00443715
            SELECT FEEDFILE ASSIGN TO FEEDFILE                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS FEEDFILE-FILE-STATUS.                        00443715
            SELECT FEEMFILE ASSIGN TO FEEMFILE                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS FEEMFILE-FILE-STATUS.                        00443715
            SELECT FMTDIN ASSIGN TO FMTDIN                              00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS FMTDIN-FILE-STATUS.                          00443715
            SELECT FMTDFILE ASSIGN TO FMTDFILE                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS FMTDFILE-FILE-STATUS.                        00443715
            SELECT SORTFILE ASSIGN TO SORTWK01.                         00443715
            SELECT FEESTMT ASSIGN TO FEESTMT                            00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS FEESTMT-FILE-STATUS.                         00443715
            SELECT PARMFILE ASSIGN TO PARMFILE                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS PARMFILE-FILE-STATUS.                        00443715
            SELECT STATUSFILE ASSIGN TO STATUSFILE                      00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS STATUSFILE-FILE-STATUS.                      00443715
       DATA DIVISION.                                                   00443715
       FILE SECTION.                                                    00443715
      *    THE INPUT LAYOUTS MIRROR THE FD RECORDS MASTRANC WRITES,     00443715
      *    READ BACK AS DISPLAY TEXT AND CONVERTED WITH NUMVAL, THE     00443715
      *    SAME WAY MASTRANF READS ITS EXTRACTS.                        00443715
       FD FEEDFILE.                                                     00443715
       01 FEED-REC.                                                     00443715
          05 FEED-MERCHANT-ID      PIC X(40).                           00443715
          05 FILLER                PIC X(1).                            00443715
          05 FEED-MCC              PIC X(40).                           00443715
          05 FILLER                PIC X(1).                            00443715
          05 FEED-BRAND            PIC X(40).                           00443715
          05 FILLER                PIC X(1).                            00443715
          05 FEED-RATE-PCT         PIC X(8).                            00443715
          05 FILLER                PIC X(1).                            00443715
          05 FEED-ITEM-FEE         PIC X(8).                            00443715
          05 FILLER                PIC X(1).                            00443715
          05 FEED-TXN-CNTR         PIC X(9).                            00443715
          05 FILLER                PIC X(1).                            00443715
          05 FEED-FEE-AMOUNT       PIC X(17).                           00443715
                                                                        00443715
       FD FEEMFILE.                                                     00443715
       01 FEEM-REC.                                                     00443715
          05 FEEM-MERCHANT-ID      PIC X(40).                           00443715
          05 FILLER                PIC X(1).                            00443715
          05 FEEM-TXN-CNTR         PIC X(9).                            00443715
          05 FILLER                PIC X(1).                            00443715
          05 FEEM-FEE-AMOUNT       PIC X(17).                           00443715
                                                                        00443715
      *    FMTDIN/FMTDFILE ARE THE MONTH-TO-DATE FEE FILE. TYPE 'D'     00443715
      *    ROWS ARE FEEDFILE DETAIL AND TYPE 'M' ROWS ARE THE FEEMFILE  00443715
      *    MERCHANT TOTAL THE DETAIL MUST TIE TO. MCC, BRAND, RATE      00443715
      *    AND ITEM FEE ARE BLANK ON AN 'M' ROW.                        00443715
       FD FMTDIN.                                                       00443715
       01 FMTDIN-REC.                                                   00443715
          05 FMIN-PROCESS-DATE     PIC X(8).                            00443715
          05 FILLER                PIC X(1).                            00443715
          05 FMIN-REC-TYPE         PIC X(1).                            00443715
          05 FILLER                PIC X(1).                            00443715
          05 FMIN-MERCHANT-ID      PIC X(40).                           00443715
          05 FILLER                PIC X(1).                            00443715
          05 FMIN-MCC              PIC X(40).                           00443715
          05 FILLER                PIC X(1).                            00443715
          05 FMIN-BRAND            PIC X(40).                           00443715
          05 FILLER                PIC X(1).                            00443715
          05 FMIN-RATE-PCT         PIC X(8).                            00443715
          05 FILLER                PIC X(1).                            00443715
          05 FMIN-ITEM-FEE         PIC X(8).                            00443715
          05 FILLER                PIC X(1).                            00443715
          05 FMIN-TXN-CNTR         PIC X(9).                            00443715
          05 FILLER                PIC X(1).                            00443715
          05 FMIN-FEE-AMOUNT       PIC X(17).                           00443715
                                                                        00443715
       FD FMTDFILE.                                                     00443715
       01 FMTD-REC.                                                     00443715
          05 FMTD-PROCESS-DATE     PIC X(8).                            00443715
          05 FMTD-SEPARATOR-1      PIC X(1).                            00443715
          05 FMTD-REC-TYPE         PIC X(1).                            00443715
          05 FMTD-SEPARATOR-2      PIC X(1).                            00443715
          05 FMTD-MERCHANT-ID      PIC X(40).                           00443715
          05 FMTD-SEPARATOR-3      PIC X(1).                            00443715
          05 FMTD-MCC              PIC X(40).                           00443715
          05 FMTD-SEPARATOR-4      PIC X(1).                            00443715
          05 FMTD-BRAND            PIC X(40).                           00443715
          05 FMTD-SEPARATOR-5      PIC X(1).                            00443715
          05 FMTD-RATE-PCT         PIC ZZ9.9999.                        00443715
          05 FMTD-SEPARATOR-6      PIC X(1).                            00443715
          05 FMTD-ITEM-FEE         PIC ZZZZ9.99.                        00443715
          05 FMTD-SEPARATOR-7      PIC X(1).                            00443715
          05 FMTD-TXN-CNTR         PIC Z(8)9.                           00443715
          05 FMTD-SEPARATOR-8      PIC X(1).                            00443715
          05 FMTD-FEE-AMOUNT       PIC Z(13)9.99.                       00443715
                                                                        00443715
      *    SORTED BY MERCHANT THEN ROW TYPE, SO A MERCHANT'S DETAIL     00443715
      *    ARRIVES AHEAD OF ITS FEEMFILE TOTALS.                        00443715
       SD SORTFILE.                                                     00443715
       01 SORT-REC.                                                     00443715
          05 SRT-MERCHANT-ID       PIC X(40).                           00443715
          05 SRT-REC-TYPE          PIC X(1).                            00443715
          05 SRT-MCC               PIC X(40).                           00443715
          05 SRT-BRAND             PIC X(40).                           00443715
          05 SRT-RATE-PCT          PIC 9(3)V9(4).                       00443715
          05 SRT-ITEM-FEE          PIC 9(5)V99.                         00443715
          05 SRT-TXN-CNTR          PIC 9(9).                            00443715
          05 SRT-FEE-AMOUNT        PIC S9(16)V99.                       00443715
                                                                        00443715
       FD FEESTMT.                                                      00443715
       01 FEESTMT-LINE             PIC X(132).                          00443715
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
       01 FEEDFILE-FILE-STATUS  PIC X(2).                               00443715
       01 FEEMFILE-FILE-STATUS  PIC X(2).                               00443715
       01 FMTDIN-FILE-STATUS    PIC X(2).                               00443715
       01 FMTDFILE-FILE-STATUS  PIC X(2).                               00443715
       01 FEESTMT-FILE-STATUS   PIC X(2).                               00443715
       01 PARMFILE-FILE-STATUS  PIC X(2).                               00443715
       01 STATUSFILE-FILE-STATUS PIC X(2).                              00443715
       01 WS-RUN-FAILED         PIC 9 VALUE 0.                          00443715
       01 WS-FAIL-REASON        PIC X(40) VALUE SPACES.                 00443715
       01 WS-STATUS-OPEN        PIC 9 VALUE 0.                          00443715
       01 WS-PARM-READ-OK       PIC 9 VALUE 0.                          00443715
       01 WS-EOF                PIC 9 VALUE 0.                          00443715
       01 WS-SORT-EOF           PIC 9 VALUE 0.                          00443715
      *    WS-STMT-RUN IS SET ON THE MONTH-END RUN -- ONLY THEN IS      00443715
      *    THE MONTH RELEASED TO THE SORT AND PRINTED.                  00443715
       01 WS-STMT-RUN           PIC 9 VALUE 0.                          00443715
       01 WS-CUR-PERIOD         PIC X(6).                               00443715
      *    STATEMENT CONTROL-BREAK STATE.                               00443715
       01 WS-CUR-MERCHANT       PIC X(40).                              00443715
       01 WS-CUR-STARTED        PIC 9 VALUE 0.                          00443715
       01 WS-FIRST-PAGE         PIC 9 VALUE 1.                          00443715
       01 WS-LINE-STARTED       PIC 9 VALUE 0.                          00443715
       01 WS-LINE-KEY.                                                  00443715
          05 WS-LINE-MCC           PIC X(40).                           00443715
          05 WS-LINE-BRAND         PIC X(40).                           00443715
          05 WS-LINE-RATE-PCT      PIC 9(3)V9(4).                       00443715
          05 WS-LINE-ITEM-FEE      PIC 9(5)V99.                         00443715
       01 WS-LINE-TXN-CNTR      PIC 9(9).                               00443715
       01 WS-LINE-FEE-AMOUNT    PIC S9(16)V99.                          00443715
       01 WS-STMT-TXN-CNTR      PIC 9(9).                               00443715
       01 WS-STMT-FEE-AMOUNT    PIC S9(16)V99.                          00443715
       01 WS-TIE-TXN-CNTR       PIC 9(9).                               00443715
       01 WS-TIE-FEE-AMOUNT     PIC S9(16)V99.                          00443715
       01 WS-RATE-EDT           PIC ZZ9.9999.                           00443715
       01 WS-ITEM-FEE-EDT       PIC ZZ,ZZ9.99.                          00443715
       01 WS-CNTR-EDT           PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-CNTR-EDT2          PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-AMOUNT-EDT         PIC Z(13)9.99-.                         00443715
       01 WS-AMOUNT-EDT2        PIC Z(13)9.99-.                         00443715
       01 WS-RPT-WORK           PIC X(132).                             00443715
       01 WS-COUNTERS-1.                                                00443715
          05 WS-FMTDIN-CNTR       PIC 9(9) VALUE ZEROES.                00443715
          05 WS-DROPPED-CNTR      PIC 9(9) VALUE ZEROES.                00443715
          05 WS-FEEDFILE-CNTR     PIC 9(9) VALUE ZEROES.                00443715
          05 WS-FEEMFILE-CNTR     PIC 9(9) VALUE ZEROES.                00443715
          05 WS-FMTDFILE-CNTR     PIC 9(9) VALUE ZEROES.                00443715
          05 WS-STMT-CNTR         PIC 9(9) VALUE ZEROES.                00443715
          05 WS-NOT-TIED-CNTR     PIC 9(9) VALUE ZEROES.                00443715
       01 WS-FMTDIN-CNTR-EDT    PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-DROPPED-CNTR-EDT   PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-FEEDFILE-CNTR-EDT  PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-FEEMFILE-CNTR-EDT  PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-FMTDFILE-CNTR-EDT  PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-STMT-CNTR-EDT      PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-NOT-TIED-CNTR-EDT  PIC ZZZ,ZZZ,ZZ9.                        00443715
      *    THE GENERATION REGISTRY'S FIGURES FOR FEEDFILE, FEEMFILE,    00443715
      *    FMTDIN AND FMTDFILE. THE ROWS CARRY NO CONTRACT ID, SO THE   00443715
      *    HASH IS THE SUM OF THE TRANSACTION COUNTS.                   00443715
       01 WS-FEEDFILE-HASH-TOTAL PIC 9(16)V99 VALUE ZEROES.             00443715
       01 WS-FEEMFILE-HASH-TOTAL PIC 9(16)V99 VALUE ZEROES.             00443715
       01 WS-FMTDIN-HASH-TOTAL  PIC 9(16)V99 VALUE ZEROES.              00443715
       01 WS-FMTDFILE-HASH-TOTAL PIC 9(16)V99 VALUE ZEROES.             00443715
       01 WS-FEEDFILE-REG       PIC 9 VALUE 0.                          00443715
       01 WS-FEEMFILE-REG       PIC 9 VALUE 0.                          00443715
       01 WS-FMTDIN-REG         PIC 9 VALUE 0.                          00443715
       01 WS-GREG-INPUT-DD      PIC X(8) VALUE SPACES.                  00443715
       COPY GREGLNK.                                                    00443715
         COPY PGATLNK.                                                  00443715
                                                                        00443715
       PROCEDURE DIVISION.                                              00443715
                                                                        00443715
           PERFORM START-PROCESS                                        00443715
                                                                        00443715
           IF WS-STMT-RUN = 1                                           00443715
             SORT SORTFILE ON ASCENDING KEY SRT-MERCHANT-ID             00443715
                                            SRT-REC-TYPE                00443715
                                            SRT-MCC                     00443715
                                            SRT-BRAND                   00443715
                                            SRT-RATE-PCT                00443715
                                            SRT-ITEM-FEE                00443715
               INPUT PROCEDURE IS BUILD-MONTH-PARA                      00443715
               OUTPUT PROCEDURE IS PRINT-STATEMENTS-PARA                00443715
           ELSE                                                         00443715
             PERFORM BUILD-MONTH-PARA                                   00443715
           END-IF                                                       00443715
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
           PERFORM CHECK-PREDECESSORS-PARA                              00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       CHECK-PREDECESSORS-PARA.                                         00443715
      *    HOLD THIS JOB WHEN A PREDECESSOR DEPTABLE NAMES FOR IT IS    00443715
      *    MISSING OR FAILED TONIGHT -- SEE MASTRNPG.                   00443715
           MOVE 'MASTRNFS' TO PGAT-JOB-NAME                             00443715
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
           MOVE SPACES TO PARM-PROCESS-DATE                             00443715
           MOVE SPACES TO PARM-MONTH-END-FLAG                           00443715
                                                                        00443715
           OPEN INPUT PARMFILE                                          00443715
                                                                        00443715
           IF PARMFILE-FILE-STATUS = '00'                               00443715
           THEN                                                         00443715
             READ PARMFILE                                              00443715
               AT END                                                   00443715
                 CONTINUE                                               00443715
               NOT AT END                                               00443715
                 MOVE 1 TO WS-PARM-READ-OK                              00443715
             END-READ                                                   00443715
                                                                        00443715
             CLOSE PARMFILE                                             00443715
           END-IF                                                       00443715
                                                                        00443715
      *    EVERY MONTH-TO-DATE ROW IS STAMPED WITH THE PROCESS DATE     00443715
      *    -- WITHOUT ONE THE MONTH CANNOT BE TOLD FROM THE NEXT.       00443715
           IF PARM-PROCESS-DATE NOT NUMERIC                             00443715
             DISPLAY 'PARM-PROCESS-DATE MISSING -- FEES CANNOT BE '     00443715
                     'CARRIED MONTH TO DATE'                            00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'NO PROCESS DATE' TO WS-FAIL-REASON                   00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           MOVE PARM-PROCESS-DATE (1:6) TO WS-CUR-PERIOD                00443715
                                                                        00443715
           IF PARM-MONTH-END-FLAG = 'Y'                                 00443715
             MOVE 1 TO WS-STMT-RUN                                      00443715
           END-IF                                                       00443715
                                                                        00443715
           DISPLAY 'PARM PROCESS DATE = ' PARM-PROCESS-DATE             00443715
           DISPLAY 'MONTH-END STATEMENTS = ' WS-STMT-RUN                00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       FILE-OPEN-PARA.                                                  00443715
                                                                        00443715
           OPEN INPUT FEEDFILE                                          00443715
                                                                        00443715
           IF FEEDFILE-FILE-STATUS NOT = '00'                           00443715
           THEN                                                         00443715
             DISPLAY 'OPEN FEED FILE-STATUS = '  FEEDFILE-FILE-STATUS   00443715
                                                                        00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'FILE OPEN ERROR' TO WS-FAIL-REASON                   00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           MOVE 'FEEDFILE' TO GREG-DATASET                              00443715
           MOVE 'D'        TO GREG-EXPECT                               00443715
           MOVE 'FEEDFILE' TO WS-GREG-INPUT-DD                          00443715
           PERFORM CHECK-INPUT-GENERATION-PARA                          00443715
           IF GREG-RESULT-MATCHED                                       00443715
             MOVE 1 TO WS-FEEDFILE-REG                                  00443715
           END-IF                                                       00443715
                                                                        00443715
           OPEN INPUT FEEMFILE                                          00443715
                                                                        00443715
           IF FEEMFILE-FILE-STATUS NOT = '00'                           00443715
           THEN                                                         00443715
             DISPLAY 'OPEN FEEM FILE-STATUS = '  FEEMFILE-FILE-STATUS   00443715
                                                                        00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'FILE OPEN ERROR' TO WS-FAIL-REASON                   00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           MOVE 'FEEMFILE' TO GREG-DATASET                              00443715
           MOVE 'D'        TO GREG-EXPECT                               00443715
           MOVE 'FEEMFILE' TO WS-GREG-INPUT-DD                          00443715
           PERFORM CHECK-INPUT-GENERATION-PARA                          00443715
           IF GREG-RESULT-MATCHED                                       00443715
             MOVE 1 TO WS-FEEMFILE-REG                                  00443715
           END-IF                                                       00443715
                                                                        00443715
           OPEN OUTPUT FMTDFILE                                         00443715
                                                                        00443715
           IF FMTDFILE-FILE-STATUS NOT = '00'                           00443715
           THEN                                                         00443715
             DISPLAY 'OPEN FMTD FILE-STATUS = '  FMTDFILE-FILE-STATUS   00443715
                                                                        00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'FILE OPEN ERROR' TO WS-FAIL-REASON                   00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           OPEN OUTPUT FEESTMT                                          00443715
                                                                        00443715
           IF FEESTMT-FILE-STATUS NOT = '00'                            00443715
           THEN                                                         00443715
             DISPLAY 'OPEN FEESTMT FILE-STATUS = '                      00443715
                     FEESTMT-FILE-STATUS                                00443715
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
       BUILD-MONTH-PARA.                                                00443715
                                                                        00443715
           PERFORM CARRY-MONTH-TO-DATE-PARA                             00443715
                                                                        00443715
           PERFORM ADD-TONIGHT-DETAIL-PARA                              00443715
                                                                        00443715
           PERFORM ADD-TONIGHT-MERCHANT-PARA                            00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       CARRY-MONTH-TO-DATE-PARA.                                        00443715
      *    THE FIRST RUN OF A MONTH STARTS EMPTY -- EVERY ROW ON        00443715
      *    FMTDIN BELONGS TO THE MONTH JUST CLOSED AND IS DROPPED.      00443715
           OPEN INPUT FMTDIN                                            00443715
                                                                        00443715
           IF FMTDIN-FILE-STATUS NOT = '00'                             00443715
           THEN                                                         00443715
             DISPLAY 'NO PRIOR MONTH-TO-DATE FILE -- MONTH STARTS '     00443715
                     'FROM TONIGHT'                                     00443715
           ELSE                                                         00443715
             MOVE 'FMTDFILE' TO GREG-DATASET                            00443715
             MOVE 'P'        TO GREG-EXPECT                             00443715
             MOVE 'FMTDIN'   TO WS-GREG-INPUT-DD                        00443715
             PERFORM CHECK-INPUT-GENERATION-PARA                        00443715
             IF GREG-RESULT-MATCHED                                     00443715
               MOVE 1 TO WS-FMTDIN-REG                                  00443715
             END-IF                                                     00443715
                                                                        00443715
             MOVE 0 TO WS-EOF                                           00443715
             PERFORM UNTIL WS-EOF = 1                                   00443715
               READ FMTDIN                                              00443715
                 AT END                                                 00443715
                   MOVE 1 TO WS-EOF                                     00443715
                 NOT AT END                                             00443715
                   ADD 1 TO WS-FMTDIN-CNTR                              00443715
                   ADD FUNCTION NUMVAL (FMIN-TXN-CNTR)                  00443715
                     TO WS-FMTDIN-HASH-TOTAL                            00443715
                   IF FMIN-PROCESS-DATE (1:6) NOT = WS-CUR-PERIOD       00443715
                      OR FMIN-PROCESS-DATE = PARM-PROCESS-DATE          00443715
                     ADD 1 TO WS-DROPPED-CNTR                           00443715
                   ELSE                                                 00443715
                     PERFORM CARRY-ONE-ROW-PARA                         00443715
                   END-IF                                               00443715
               END-READ                                                 00443715
             END-PERFORM                                                00443715
                                                                        00443715
             CLOSE FMTDIN                                               00443715
                                                                        00443715
             IF WS-FMTDIN-REG = 1                                       00443715
               MOVE 'FMTDFILE'           TO GREG-DATASET                00443715
               MOVE 'P'                  TO GREG-EXPECT                 00443715
               MOVE 'FMTDIN'             TO WS-GREG-INPUT-DD            00443715
               MOVE WS-FMTDIN-CNTR       TO GREG-RECORD-CNT             00443715
               MOVE WS-FMTDIN-HASH-TOTAL TO GREG-HASH-TOTAL             00443715
               PERFORM VERIFY-INPUT-GENERATION-PARA                     00443715
             END-IF                                                     00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       CARRY-ONE-ROW-PARA.                                              00443715
                                                                        00443715
           INITIALIZE SORT-REC                                          00443715
           MOVE FMIN-REC-TYPE    TO SRT-REC-TYPE                        00443715
           MOVE FMIN-MERCHANT-ID TO SRT-MERCHANT-ID                     00443715
           MOVE FMIN-MCC         TO SRT-MCC                             00443715
           MOVE FMIN-BRAND       TO SRT-BRAND                           00443715
           IF FMIN-REC-TYPE = 'D'                                       00443715
             COMPUTE SRT-RATE-PCT = FUNCTION NUMVAL (FMIN-RATE-PCT)     00443715
             COMPUTE SRT-ITEM-FEE = FUNCTION NUMVAL (FMIN-ITEM-FEE)     00443715
           END-IF                                                       00443715
           COMPUTE SRT-TXN-CNTR   = FUNCTION NUMVAL (FMIN-TXN-CNTR)     00443715
           COMPUTE SRT-FEE-AMOUNT = FUNCTION NUMVAL (FMIN-FEE-AMOUNT)   00443715
                                                                        00443715
           MOVE FMIN-PROCESS-DATE TO FMTD-PROCESS-DATE                  00443715
           PERFORM WRITE-MONTH-ROW-PARA                                 00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       ADD-TONIGHT-DETAIL-PARA.                                         00443715
                                                                        00443715
           MOVE 0 TO WS-EOF                                             00443715
           PERFORM UNTIL WS-EOF = 1                                     00443715
             READ FEEDFILE                                              00443715
               AT END                                                   00443715
                 MOVE 1 TO WS-EOF                                       00443715
               NOT AT END                                               00443715
                 ADD 1 TO WS-FEEDFILE-CNTR                              00443715
                 ADD FUNCTION NUMVAL (FEED-TXN-CNTR)                    00443715
                   TO WS-FEEDFILE-HASH-TOTAL                            00443715
                 INITIALIZE SORT-REC                                    00443715
                 MOVE 'D'              TO SRT-REC-TYPE                  00443715
                 MOVE FEED-MERCHANT-ID TO SRT-MERCHANT-ID               00443715
                 MOVE FEED-MCC         TO SRT-MCC                       00443715
                 MOVE FEED-BRAND       TO SRT-BRAND                     00443715
                 COMPUTE SRT-RATE-PCT =                                 00443715
                   FUNCTION NUMVAL (FEED-RATE-PCT)                      00443715
                 COMPUTE SRT-ITEM-FEE =                                 00443715
                   FUNCTION NUMVAL (FEED-ITEM-FEE)                      00443715
                 COMPUTE SRT-TXN-CNTR =                                 00443715
                   FUNCTION NUMVAL (FEED-TXN-CNTR)                      00443715
                 COMPUTE SRT-FEE-AMOUNT =                               00443715
                   FUNCTION NUMVAL (FEED-FEE-AMOUNT)                    00443715
                 MOVE PARM-PROCESS-DATE TO FMTD-PROCESS-DATE            00443715
                 PERFORM WRITE-MONTH-ROW-PARA                           00443715
             END-READ                                                   00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           IF WS-FEEDFILE-REG = 1                                       00443715
             MOVE 'FEEDFILE'             TO GREG-DATASET                00443715
             MOVE 'D'                    TO GREG-EXPECT                 00443715
             MOVE 'FEEDFILE'             TO WS-GREG-INPUT-DD            00443715
             MOVE WS-FEEDFILE-CNTR       TO GREG-RECORD-CNT             00443715
             MOVE WS-FEEDFILE-HASH-TOTAL TO GREG-HASH-TOTAL             00443715
             PERFORM VERIFY-INPUT-GENERATION-PARA                       00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       ADD-TONIGHT-MERCHANT-PARA.                                       00443715
                                                                        00443715
           MOVE 0 TO WS-EOF                                             00443715
           PERFORM UNTIL WS-EOF = 1                                     00443715
             READ FEEMFILE                                              00443715
               AT END                                                   00443715
                 MOVE 1 TO WS-EOF                                       00443715
               NOT AT END                                               00443715
                 ADD 1 TO WS-FEEMFILE-CNTR                              00443715
                 ADD FUNCTION NUMVAL (FEEM-TXN-CNTR)                    00443715
                   TO WS-FEEMFILE-HASH-TOTAL                            00443715
                 INITIALIZE SORT-REC                                    00443715
                 MOVE 'M'              TO SRT-REC-TYPE                  00443715
                 MOVE FEEM-MERCHANT-ID TO SRT-MERCHANT-ID               00443715
                 COMPUTE SRT-TXN-CNTR =                                 00443715
                   FUNCTION NUMVAL (FEEM-TXN-CNTR)                      00443715
                 COMPUTE SRT-FEE-AMOUNT =                               00443715
                   FUNCTION NUMVAL (FEEM-FEE-AMOUNT)                    00443715
                 MOVE PARM-PROCESS-DATE TO FMTD-PROCESS-DATE            00443715
                 PERFORM WRITE-MONTH-ROW-PARA                           00443715
             END-READ                                                   00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           IF WS-FEEMFILE-REG = 1                                       00443715
             MOVE 'FEEMFILE'             TO GREG-DATASET                00443715
             MOVE 'D'                    TO GREG-EXPECT                 00443715
             MOVE 'FEEMFILE'             TO WS-GREG-INPUT-DD            00443715
             MOVE WS-FEEMFILE-CNTR       TO GREG-RECORD-CNT             00443715
             MOVE WS-FEEMFILE-HASH-TOTAL TO GREG-HASH-TOTAL             00443715
             PERFORM VERIFY-INPUT-GENERATION-PARA                       00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       WRITE-MONTH-ROW-PARA.                                            00443715
      *    SORT-REC IS THE WORK AREA FOR EVERY MONTH ROW -- IT IS       00443715
      *    WRITTEN TO FMTDFILE AND, ON THE MONTH-END RUN, RELEASED.     00443715
           MOVE ','             TO FMTD-SEPARATOR-1                     00443715
           MOVE SRT-REC-TYPE    TO FMTD-REC-TYPE                        00443715
           MOVE ','             TO FMTD-SEPARATOR-2                     00443715
           MOVE SRT-MERCHANT-ID TO FMTD-MERCHANT-ID                     00443715
           MOVE ','             TO FMTD-SEPARATOR-3                     00443715
           MOVE SRT-MCC         TO FMTD-MCC                             00443715
           MOVE ','             TO FMTD-SEPARATOR-4                     00443715
           MOVE SRT-BRAND       TO FMTD-BRAND                           00443715
           MOVE ','             TO FMTD-SEPARATOR-5                     00443715
           MOVE SRT-RATE-PCT    TO FMTD-RATE-PCT                        00443715
           MOVE ','             TO FMTD-SEPARATOR-6                     00443715
           MOVE SRT-ITEM-FEE    TO FMTD-ITEM-FEE                        00443715
           MOVE ','             TO FMTD-SEPARATOR-7                     00443715
           MOVE SRT-TXN-CNTR    TO FMTD-TXN-CNTR                        00443715
           MOVE ','             TO FMTD-SEPARATOR-8                     00443715
           MOVE SRT-FEE-AMOUNT  TO FMTD-FEE-AMOUNT                      00443715
                                                                        00443715
           WRITE FMTD-REC                                               00443715
                                                                        00443715
           ADD 1 TO WS-FMTDFILE-CNTR                                    00443715
           ADD SRT-TXN-CNTR TO WS-FMTDFILE-HASH-TOTAL                   00443715
                                                                        00443715
           IF WS-STMT-RUN = 1                                           00443715
             RELEASE SORT-REC                                           00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       PRINT-STATEMENTS-PARA.                                           00443715
                                                                        00443715
           MOVE 0 TO WS-SORT-EOF                                        00443715
           PERFORM UNTIL WS-SORT-EOF = 1                                00443715
             RETURN SORTFILE                                            00443715
               AT END                                                   00443715
                 MOVE 1 TO WS-SORT-EOF                                  00443715
               NOT AT END                                               00443715
                 IF WS-CUR-STARTED = 0                                  00443715
                    OR SRT-MERCHANT-ID NOT = WS-CUR-MERCHANT            00443715
                   PERFORM FINISH-STATEMENT-PARA                        00443715
                   PERFORM START-STATEMENT-PARA                         00443715
                 END-IF                                                 00443715
                 IF SRT-REC-TYPE = 'D'                                  00443715
                   PERFORM ACCUM-DETAIL-PARA                            00443715
                 ELSE                                                   00443715
                   ADD SRT-TXN-CNTR   TO WS-TIE-TXN-CNTR                00443715
                   ADD SRT-FEE-AMOUNT TO WS-TIE-FEE-AMOUNT              00443715
                 END-IF                                                 00443715
             END-RETURN                                                 00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           PERFORM FINISH-STATEMENT-PARA                                00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       START-STATEMENT-PARA.                                            00443715
                                                                        00443715
           MOVE SRT-MERCHANT-ID TO WS-CUR-MERCHANT                      00443715
           MOVE 1      TO WS-CUR-STARTED                                00443715
           MOVE 0      TO WS-LINE-STARTED                               00443715
           MOVE ZEROES TO WS-STMT-TXN-CNTR                              00443715
           MOVE ZEROES TO WS-STMT-FEE-AMOUNT                            00443715
           MOVE ZEROES TO WS-TIE-TXN-CNTR                               00443715
           MOVE ZEROES TO WS-TIE-FEE-AMOUNT                             00443715
                                                                        00443715
           ADD 1 TO WS-STMT-CNTR                                        00443715
                                                                        00443715
           MOVE SPACES TO WS-RPT-WORK                                   00443715
           STRING 'MERCHANT FEE STATEMENT -- PERIOD ' WS-CUR-PERIOD     00443715
             DELIMITED BY SIZE INTO WS-RPT-WORK                         00443715
                                                                        00443715
      *    EACH MERCHANT OPENS ON A FRESH PAGE SO EACH STATEMENT        00443715
      *    CAN BE SENT ON ITS OWN.                                      00443715
           IF WS-FIRST-PAGE = 1                                         00443715
             MOVE 0 TO WS-FIRST-PAGE                                    00443715
             WRITE FEESTMT-LINE FROM WS-RPT-WORK                        00443715
           ELSE                                                         00443715
             WRITE FEESTMT-LINE FROM WS-RPT-WORK                        00443715
               AFTER ADVANCING PAGE                                     00443715
           END-IF                                                       00443715
                                                                        00443715
           MOVE SPACES TO WS-RPT-WORK                                   00443715
           STRING 'MERCHANT: ' WS-CUR-MERCHANT                          00443715
             DELIMITED BY SIZE INTO WS-RPT-WORK                         00443715
           WRITE FEESTMT-LINE FROM WS-RPT-WORK                          00443715
             AFTER ADVANCING 1 LINE                                     00443715
                                                                        00443715
           MOVE SPACES TO WS-RPT-WORK                                   00443715
           STRING '  MCC         CARD BRAND            '                00443715
                  '  RATE PCT     ITEM FEE    TXN COUNT'                00443715
                  '         FEE AMOUNT'                                 00443715
             DELIMITED BY SIZE INTO WS-RPT-WORK                         00443715
           WRITE FEESTMT-LINE FROM WS-RPT-WORK                          00443715
             AFTER ADVANCING 2 LINES                                    00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       ACCUM-DETAIL-PARA.                                               00443715
      *    ONE STATEMENT LINE PER (MCC, BRAND, RATE, ITEM FEE) -- A     00443715
      *    SCHEDULE CHANGE PART-WAY THROUGH THE MONTH SHOWS AS TWO      00443715
      *    LINES, EACH AT THE RATE THAT APPLIED.                        00443715
           IF WS-LINE-STARTED = 1                                       00443715
              AND (SRT-MCC      NOT = WS-LINE-MCC                       00443715
               OR  SRT-BRAND    NOT = WS-LINE-BRAND                     00443715
               OR  SRT-RATE-PCT NOT = WS-LINE-RATE-PCT                  00443715
               OR  SRT-ITEM-FEE NOT = WS-LINE-ITEM-FEE)                 00443715
             PERFORM WRITE-STATEMENT-LINE-PARA                          00443715
           END-IF                                                       00443715
                                                                        00443715
           IF WS-LINE-STARTED = 0                                       00443715
             MOVE 1            TO WS-LINE-STARTED                       00443715
             MOVE SRT-MCC      TO WS-LINE-MCC                           00443715
             MOVE SRT-BRAND    TO WS-LINE-BRAND                         00443715
             MOVE SRT-RATE-PCT TO WS-LINE-RATE-PCT                      00443715
             MOVE SRT-ITEM-FEE TO WS-LINE-ITEM-FEE                      00443715
             MOVE ZEROES       TO WS-LINE-TXN-CNTR                      00443715
             MOVE ZEROES       TO WS-LINE-FEE-AMOUNT                    00443715
           END-IF                                                       00443715
                                                                        00443715
           ADD SRT-TXN-CNTR   TO WS-LINE-TXN-CNTR                       00443715
           ADD SRT-FEE-AMOUNT TO WS-LINE-FEE-AMOUNT                     00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       WRITE-STATEMENT-LINE-PARA.                                       00443715
                                                                        00443715
           MOVE WS-LINE-RATE-PCT   TO WS-RATE-EDT                       00443715
           MOVE WS-LINE-ITEM-FEE   TO WS-ITEM-FEE-EDT                   00443715
           MOVE WS-LINE-TXN-CNTR   TO WS-CNTR-EDT                       00443715
           MOVE WS-LINE-FEE-AMOUNT TO WS-AMOUNT-EDT                     00443715
                                                                        00443715
           MOVE SPACES TO WS-RPT-WORK                                   00443715
           STRING '  ' WS-LINE-MCC (1:10) '  '                          00443715
                  WS-LINE-BRAND (1:20) '  '                             00443715
                  WS-RATE-EDT '  '                                      00443715
                  WS-ITEM-FEE-EDT '  '                                  00443715
                  WS-CNTR-EDT '  '                                      00443715
                  WS-AMOUNT-EDT                                         00443715
             DELIMITED BY SIZE INTO WS-RPT-WORK                         00443715
           WRITE FEESTMT-LINE FROM WS-RPT-WORK                          00443715
             AFTER ADVANCING 1 LINE                                     00443715
                                                                        00443715
           ADD WS-LINE-TXN-CNTR   TO WS-STMT-TXN-CNTR                   00443715
           ADD WS-LINE-FEE-AMOUNT TO WS-STMT-FEE-AMOUNT                 00443715
                                                                        00443715
           MOVE 0 TO WS-LINE-STARTED                                    00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       FINISH-STATEMENT-PARA.                                           00443715
      *    STATEMENT TOTALS, HELD AGAINST THE MONTH'S FEEMFILE ROWS     00443715
      *    FOR THE MERCHANT SO EVERY STATEMENT PROVABLY TIES.           00443715
           IF WS-CUR-STARTED = 1                                        00443715
             IF WS-LINE-STARTED = 1                                     00443715
               PERFORM WRITE-STATEMENT-LINE-PARA                        00443715
             END-IF                                                     00443715
                                                                        00443715
             MOVE WS-STMT-TXN-CNTR   TO WS-CNTR-EDT                     00443715
             MOVE WS-STMT-FEE-AMOUNT TO WS-AMOUNT-EDT                   00443715
                                                                        00443715
             MOVE SPACES TO WS-RPT-WORK                                 00443715
             STRING '  STATEMENT TOTAL -- TXNS: ' WS-CNTR-EDT           00443715
                    '  FEES: ' WS-AMOUNT-EDT                            00443715
               DELIMITED BY SIZE INTO WS-RPT-WORK                       00443715
             WRITE FEESTMT-LINE FROM WS-RPT-WORK                        00443715
               AFTER ADVANCING 2 LINES                                  00443715
                                                                        00443715
             IF WS-STMT-TXN-CNTR   = WS-TIE-TXN-CNTR                    00443715
                AND WS-STMT-FEE-AMOUNT = WS-TIE-FEE-AMOUNT              00443715
               MOVE '  TIES TO THE MONTH''S FEEMFILE ROWS'              00443715
                 TO FEESTMT-LINE                                        00443715
               WRITE FEESTMT-LINE                                       00443715
                 AFTER ADVANCING 1 LINE                                 00443715
             ELSE                                                       00443715
               ADD 1 TO WS-NOT-TIED-CNTR                                00443715
                                                                        00443715
               MOVE WS-TIE-TXN-CNTR   TO WS-CNTR-EDT2                   00443715
               MOVE WS-TIE-FEE-AMOUNT TO WS-AMOUNT-EDT2                 00443715
                                                                        00443715
               MOVE SPACES TO WS-RPT-WORK                               00443715
               STRING '  *** DOES NOT TIE -- FEEMFILE TXNS: '           00443715
                      WS-CNTR-EDT2                                      00443715
                      '  FEES: ' WS-AMOUNT-EDT2                         00443715
                 DELIMITED BY SIZE INTO WS-RPT-WORK                     00443715
               WRITE FEESTMT-LINE FROM WS-RPT-WORK                      00443715
                 AFTER ADVANCING 1 LINE                                 00443715
                                                                        00443715
               DISPLAY 'FEE STATEMENT DOES NOT TIE FOR MERCHANT '       00443715
                       WS-CUR-MERCHANT                                  00443715
               MOVE 1 TO WS-RUN-FAILED                                  00443715
               MOVE 'FEE STATEMENT DOES NOT TIE' TO WS-FAIL-REASON      00443715
             END-IF                                                     00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       CHECK-INPUT-GENERATION-PARA.                                     00443715
      *    CALLED AT OPEN WITH GREG-DATASET, GREG-EXPECT AND            00443715
      *    WS-GREG-INPUT-DD SET. A GENERATION THE PRODUCER DID NOT      00443715
      *    REGISTER FOR THIS CYCLE IS REFUSED BEFORE A RECORD OF IT IS  00443715
      *    USED; A DATASET NEVER REGISTERED IS READ WITH A WARNING.     00443715
           MOVE 'C'               TO GREG-FUNCTION                      00443715
           MOVE 'MASTRNFS'        TO GREG-JOB-NAME                      00443715
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
      *    THE RUN STOPS BEFORE FMTDFILE IS REGISTERED.                 00443715
           MOVE 'V'               TO GREG-FUNCTION                      00443715
           MOVE 'MASTRNFS'        TO GREG-JOB-NAME                      00443715
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
       REGISTER-FMTDFILE-PARA.                                          00443715
      *    TONIGHT'S FMTDFILE IS TOMORROW'S FMTDIN. A FAILED RUN        00443715
      *    REGISTERS NOTHING.                                           00443715
           MOVE 'R'                    TO GREG-FUNCTION                 00443715
           MOVE 'FMTDFILE'             TO GREG-DATASET                  00443715
           MOVE 'MASTRNFS'             TO GREG-JOB-NAME                 00443715
           MOVE PARM-PROCESS-DATE      TO GREG-PROCESS-DATE             00443715
           MOVE PARM-CYCLE-ID          TO GREG-CYCLE-ID                 00443715
           MOVE WS-FMTDFILE-CNTR       TO GREG-RECORD-CNT               00443715
           MOVE WS-FMTDFILE-HASH-TOTAL TO GREG-HASH-TOTAL               00443715
           CALL 'MASTRNGR' USING GREG-LINKAGE                           00443715
           END-CALL                                                     00443715
                                                                        00443715
           IF GREG-RESULT-MATCHED                                       00443715
             DISPLAY 'FMTDFILE GENERATION REGISTERED FOR '              00443715
                     GREG-PROCESS-DATE ' CYCLE ' GREG-CYCLE-ID          00443715
           ELSE                                                         00443715
             DISPLAY 'FMTDFILE GENERATION COULD NOT BE REGISTERED'      00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'GENERATION REGISTRY ERROR' TO WS-FAIL-REASON         00443715
           END-IF                                                       00443715
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
           MOVE 'MASTRNFS'             TO STAT-JOB-NAME                 00443715
           MOVE FUNCTION CURRENT-DATE  TO STAT-RUN-TIMESTAMP            00443715
           IF WS-RUN-FAILED = 1                                         00443715
             MOVE 'FAILED'             TO STAT-COMPLETION-CODE          00443715
             MOVE WS-FAIL-REASON       TO STAT-FAIL-REASON              00443715
           ELSE                                                         00443715
             MOVE 'COMPLETE'           TO STAT-COMPLETION-CODE          00443715
           END-IF                                                       00443715
           MOVE 'FEEDFILE'             TO STAT-CNTR-1-LABEL             00443715
           MOVE WS-FEEDFILE-CNTR       TO STAT-CNTR-1                   00443715
           MOVE 'FMTDFILE'             TO STAT-CNTR-2-LABEL             00443715
           MOVE WS-FMTDFILE-CNTR       TO STAT-CNTR-2                   00443715
           MOVE 'STATEMENTS'           TO STAT-CNTR-3-LABEL             00443715
           MOVE WS-STMT-CNTR           TO STAT-CNTR-3                   00443715
           MOVE 'NOT TIED'             TO STAT-CNTR-4-LABEL             00443715
           MOVE WS-NOT-TIED-CNTR       TO STAT-CNTR-4                   00443715
                                                                        00443715
           WRITE STATUS-REC                                             00443715
                                                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       END-PROCESS.                                                     00443715
                                                                        00443715
           MOVE WS-FMTDIN-CNTR   TO WS-FMTDIN-CNTR-EDT                  00443715
           MOVE WS-DROPPED-CNTR  TO WS-DROPPED-CNTR-EDT                 00443715
           MOVE WS-FEEDFILE-CNTR TO WS-FEEDFILE-CNTR-EDT                00443715
           MOVE WS-FEEMFILE-CNTR TO WS-FEEMFILE-CNTR-EDT                00443715
           MOVE WS-FMTDFILE-CNTR TO WS-FMTDFILE-CNTR-EDT                00443715
           MOVE WS-STMT-CNTR     TO WS-STMT-CNTR-EDT                    00443715
           MOVE WS-NOT-TIED-CNTR TO WS-NOT-TIED-CNTR-EDT                00443715
                                                                        00443715
           DISPLAY '***************************************'            00443715
           DISPLAY '* PROGRAM NAME  :    MASTRNFS         *'            00443715
           DISPLAY '* FMTDIN        : ' WS-FMTDIN-CNTR-EDT              00443715
                   '         *'                                         00443715
           DISPLAY '* DROPPED       : ' WS-DROPPED-CNTR-EDT             00443715
                   '         *'                                         00443715
           DISPLAY '* FEEDFILE      : ' WS-FEEDFILE-CNTR-EDT            00443715
                   '         *'                                         00443715
           DISPLAY '* FEEMFILE      : ' WS-FEEMFILE-CNTR-EDT            00443715
                   '         *'                                         00443715
           DISPLAY '* FMTDFILE      : ' WS-FMTDFILE-CNTR-EDT            00443715
                   '         *'                                         00443715
           DISPLAY '* STATEMENTS    : ' WS-STMT-CNTR-EDT                00443715
                   '         *'                                         00443715
           DISPLAY '* NOT TIED      : ' WS-NOT-TIED-CNTR-EDT            00443715
                   '         *'                                         00443715
           DISPLAY '***************************************'            00443715
                                                                        00443715
           IF WS-RUN-FAILED = 0                                         00443715
             PERFORM REGISTER-FMTDFILE-PARA                             00443715
           END-IF                                                       00443715
                                                                        00443715
           PERFORM WRITE-STATUS-FILE-PARA                               00443715
                                                                        00443715
           CLOSE FEEDFILE.                                              00443715
           CLOSE FEEMFILE.                                              00443715
           CLOSE FMTDFILE.                                              00443715
           CLOSE FEESTMT.                                               00443715
           CLOSE STATUSFILE.                                            00443715
                                                                        00443715
           IF WS-RUN-FAILED = 1                                         00443715
             MOVE 8 TO RETURN-CODE                                      00443715
           END-IF                                                       00443715
                                                                        00443715
           STOP RUN.                                                    00443715
                                                                        00443715
       END PROGRAM  MASTRNFS.                                           00443715
