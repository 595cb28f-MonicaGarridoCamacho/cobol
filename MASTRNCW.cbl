       ID DIVISION.                                                     00443715
       PROGRAM-ID. MASTRNCW.                                            00443715
      *    MASTRNCW IS THE WEEKLY REPORT ON THE SERVICE DESK'S          00443715
      *    COMPLAINT CASES. IT READS THE WHOLE OF CMPLMAST (KEPT BY     00443715
      *    MASTRNCC) FOR THE REVIEW WEEK -- THE PARM-CMPL-REVIEW-DAYS   00443715
      *    DAYS ENDING ON PARM-PROCESS-DATE -- AND WRITES CMPWRPT:      00443715
      *    CASES OPENED, RESOLVED AND STILL OPEN BY CATEGORY; EVERY     00443715
      *    OPEN CASE OLDER THAN ITS TARGET DAYS; AND EVERY COMPLAINT    00443715
      *    THAT LATER BECAME A CHARGEBACK -- A DISPUTE CASE MASTRANB    00443715
      *    OPENED ON CASEFILE THIS WEEK FOR THE SAME CONTRACT AND       00443715
      *    TRANSACTION REFERENCE, ON OR AFTER THE DAY THE COMPLAINT     00443715
      *    WAS OPENED. ONLY THIS WEEK'S CHARGEBACKS ARE LISTED, SO A    00443715
      *    COMPLAINT IS NOT REPORTED AGAIN EVERY WEEK. READ-ONLY.       00443715
       ENVIRONMENT DIVISION.                                            00443715
       INPUT-OUTPUT SECTION.                                            00443715
       FILE-CONTROL.                                                    00443715
            SELECT CMPLMAST ASSIGN TO CMPLMAST                          00443715
            ORGANIZATION IS INDEXED                                     00443715
            ACCESS MODE IS SEQUENTIAL                                   00443715
            RECORD KEY IS CMPL-KEY                                      00443715
            FILE STATUS IS CMPLMAST-FILE-STATUS.                        00443715
            SELECT CASEFILE ASSIGN TO CASEFILE                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS CASEFILE-FILE-STATUS.                        00443715
            SELECT CMPWRPT ASSIGN TO CMPWRPT                            00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS CMPWRPT-FILE-STATUS.                         00443715
            SELECT PARMFILE ASSIGN TO PARMFILE                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS PARMFILE-FILE-STATUS.                        00443715
            SELECT STATUSFILE ASSIGN TO STATUSFILE                      00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS STATUSFILE-FILE-STATUS.                      00443715
       DATA DIVISION.                                                   00443715
       FILE SECTION.                                                    00443715
       FD CMPLMAST.                                                     00443715
         COPY CMPLREC.                                                  00443715
                                                                        00443715
      *    CASE-REC IS REPLICATED FROM MASTRANB.CBL -- NOT A SHARED     00443715
      *    COPYBOOK, SO MASTRANB REMAINS THE ONE PLACE THE RECORD IS    00443715
      *    DEFINED AND THIS IS ITS MIRROR.                              00443715
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
       FD CMPWRPT.                                                      00443715
       01 CMPWRPT-LINE            PIC X(132).                           00443715
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
       01 CMPLMAST-FILE-STATUS  PIC X(2).                               00443715
       01 CASEFILE-FILE-STATUS  PIC X(2).                               00443715
       01 CMPWRPT-FILE-STATUS   PIC X(2).                               00443715
       01 PARMFILE-FILE-STATUS  PIC X(2).                               00443715
       01 STATUSFILE-FILE-STATUS PIC X(2).                              00443715
       01 WS-RUN-FAILED         PIC 9 VALUE 0.                          00443715
       01 WS-FAIL-REASON        PIC X(40) VALUE SPACES.                 00443715
       01 WS-STATUS-OPEN        PIC 9 VALUE 0.                          00443715
       01 WS-EOF                PIC 9 VALUE 0.                          00443715
       01 WS-REVIEW-DAYS        PIC 9(3).                               00443715
       01 WS-DEFAULT-TARGET     PIC 9(3).                               00443715
       01 WS-WINDOW-END         PIC X(8).                               00443715
       01 WS-WINDOW-END-NUM     PIC 9(8).                               00443715
       01 WS-WINDOW-START       PIC X(8).                               00443715
       01 WS-WINDOW-START-NUM   PIC 9(8).                               00443715
       01 WS-PROC-DATE-INT      PIC 9(9).                               00443715
       01 WS-OPEN-DATE-NUM      PIC 9(8).                               00443715
       01 WS-AGE-DAYS           PIC S9(5).                              00443715
       01 WS-TARGET-DAYS        PIC 9(3).                               00443715
       01 WS-COUNTERS-1.                                                00443715
          05 WS-CASE-CNTR         PIC 9(9) VALUE ZEROES.                00443715
          05 WS-OPENED-CNTR       PIC 9(9) VALUE ZEROES.                00443715
          05 WS-RESOLVED-CNTR     PIC 9(9) VALUE ZEROES.                00443715
          05 WS-OPEN-NOW-CNTR     PIC 9(9) VALUE ZEROES.                00443715
          05 WS-OVERDUE-CNTR      PIC 9(9) VALUE ZEROES.                00443715
          05 WS-CHARGEBACK-CNTR   PIC 9(9) VALUE ZEROES.                00443715
          05 WS-CASEFILE-CNTR     PIC 9(9) VALUE ZEROES.                00443715
          05 WS-BADCAT-CNTR       PIC 9(9) VALUE ZEROES.                00443715
      *    THE GENERATION REGISTRY'S FIGURES FOR MASTRANB'S CASEFILE -- 00443715
      *    THE HASH IS THE SUM OF THE CONTRACT IDS. CHECKED ONCE THE    00443715
      *    PARM CARD HAS GIVEN THE CYCLE.                               00443715
       01 WS-CASEFILE-HASH-TOTAL PIC 9(16)V99 VALUE ZEROES.             00443715
       01 WS-CASEFILE-REG       PIC 9 VALUE 0.                          00443715
       01 WS-GREG-INPUT-DD      PIC X(8) VALUE SPACES.                  00443715
       COPY GREGLNK.                                                    00443715
      *    ONE ROW PER CATEGORY, IN CMPLCAT ORDER.                      00443715
       01 WS-CV-TABLE.                                                  00443715
          05 WS-CV-ENTRY OCCURS 8 TIMES.                                00443715
             10 WS-CV-OPENED-CNTR   PIC 9(7).                           00443715
             10 WS-CV-RESOLVED-CNTR PIC 9(7).                           00443715
             10 WS-CV-OPEN-NOW-CNTR PIC 9(7).                           00443715
             10 WS-CV-OVERDUE-CNTR  PIC 9(7).                           00443715
       01 WS-CV-IDX             PIC 9(2).                               00443715
       01 WS-CAT-FOUND          PIC 9.                                  00443715
       01 WS-CAT-NAME           PIC X(20).                              00443715
         COPY CMPLCAT.                                                  00443715
      *    THE DISPUTE CASES MASTRANB OPENED IN THE REVIEW WEEK,        00443715
      *    LOADED ONCE FROM CASEFILE.                                   00443715
       01 WS-CB-USED            PIC 9(4) VALUE ZEROES.                  00443715
       01 WS-CB-FULL-CNTR       PIC 9(9) VALUE ZEROES.                  00443715
       01 WS-CB-TABLE.                                                  00443715
          05 WS-CB-ENTRY OCCURS 2000 TIMES                              00443715
               INDEXED BY WS-CB-TABIDX.                                 00443715
             10 WS-CB-CONT-ID       PIC 9(10).                          00443715
             10 WS-CB-TXN-REF       PIC X(40).                          00443715
             10 WS-CB-OPEN-DATE     PIC X(8).                           00443715
             10 WS-CB-REASON-CODE   PIC X(10).                          00443715
       01 WS-CB-FOUND           PIC 9.                                  00443715
      *    THE CASES THE REVIEWER MUST SEE ONE BY ONE -- OPEN PAST      00443715
      *    TARGET, OR TURNED INTO A CHARGEBACK -- HELD UNTIL CMPLMAST   00443715
      *    HAS BEEN READ SO EACH SECTION PRINTS TOGETHER.               00443715
       01 WS-CF-USED            PIC 9(4) VALUE ZEROES.                  00443715
       01 WS-CF-IDX             PIC 9(4).                               00443715
       01 WS-CF-FULL-CNTR       PIC 9(9) VALUE ZEROES.                  00443715
       01 WS-CF-TABLE.                                                  00443715
          05 WS-CF-ENTRY OCCURS 2000 TIMES.                             00443715
             10 WS-CF-CONT-ID       PIC 9(10).                          00443715
             10 WS-CF-CASE-NO       PIC X(12).                          00443715
             10 WS-CF-CAT-NAME      PIC X(20).                          00443715
             10 WS-CF-OPEN-DATE     PIC X(8).                           00443715
             10 WS-CF-STATUS        PIC X(1).                           00443715
             10 WS-CF-AGE-DAYS      PIC 9(5).                           00443715
             10 WS-CF-TARGET-DAYS   PIC 9(3).                           00443715
             10 WS-CF-LAST-AGENT    PIC X(8).                           00443715
             10 WS-CF-TXN-REF       PIC X(40).                          00443715
             10 WS-CF-CB-OPEN-DATE  PIC X(8).                           00443715
             10 WS-CF-CB-REASON     PIC X(10).                          00443715
             10 WS-CF-OVERDUE       PIC 9.                              00443715
             10 WS-CF-CHARGEBACK    PIC 9.                              00443715
       01 WS-OVERDUE            PIC 9.                                  00443715
       01 WS-SECTION-CNTR       PIC 9(7).                               00443715
       01 WS-CNTR-EDT           PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-CV-OPENED-EDT      PIC Z,ZZZ,ZZ9.                          00443715
       01 WS-CV-RESOLVED-EDT    PIC Z,ZZZ,ZZ9.                          00443715
       01 WS-CV-OPEN-NOW-EDT    PIC Z,ZZZ,ZZ9.                          00443715
       01 WS-CV-OVERDUE-EDT     PIC Z,ZZZ,ZZ9.                          00443715
       01 WS-AGE-EDT            PIC ZZZZ9.                              00443715
       01 WS-TARGET-EDT         PIC ZZ9.                                00443715
       01 WS-RPT-WORK           PIC X(132).                             00443715
                                                                        00443715
       PROCEDURE DIVISION.                                              00443715
                                                                        00443715
           PERFORM START-PROCESS                                        00443715
                                                                        00443715
           PERFORM MAIN-PROCESS                                         00443715
                                                                        00443715
           PERFORM END-PROCESS                                          00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       START-PROCESS.                                                   00443715
                                                                        00443715
           DISPLAY 'START PROCESS'                                      00443715
                                                                        00443715
           PERFORM FILE-OPEN-PARA                                       00443715
                                                                        00443715
           PERFORM READ-PARM-PARA                                       00443715
                                                                        00443715
           PERFORM LOAD-CHARGEBACKS-PARA                                00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       FILE-OPEN-PARA.                                                  00443715
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
           OPEN INPUT CMPLMAST                                          00443715
                                                                        00443715
           IF CMPLMAST-FILE-STATUS NOT = '00'                           00443715
           THEN                                                         00443715
             DISPLAY 'OPEN CMPLMAST FILE-STATUS = '                     00443715
                     CMPLMAST-FILE-STATUS                               00443715
                                                                        00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'FILE OPEN ERROR' TO WS-FAIL-REASON                   00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           OPEN INPUT CASEFILE                                          00443715
                                                                        00443715
           IF CASEFILE-FILE-STATUS NOT = '00'                           00443715
           THEN                                                         00443715
             DISPLAY 'OPEN CASEFILE FILE-STATUS = '                     00443715
                     CASEFILE-FILE-STATUS                               00443715
                                                                        00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'FILE OPEN ERROR' TO WS-FAIL-REASON                   00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           OPEN OUTPUT CMPWRPT                                          00443715
                                                                        00443715
           IF CMPWRPT-FILE-STATUS NOT = '00'                            00443715
           THEN                                                         00443715
             DISPLAY 'OPEN CMPWRPT FILE-STATUS = '                      00443715
                     CMPWRPT-FILE-STATUS                                00443715
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
       READ-PARM-PARA.                                                  00443715
                                                                        00443715
           MOVE SPACES TO PARM-PROCESS-DATE                             00443715
           MOVE ZEROES TO PARM-CMPL-REVIEW-DAYS                         00443715
           MOVE ZEROES TO PARM-CMPL-TARGET-DAYS                         00443715
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
           IF PARM-PROCESS-DATE NOT NUMERIC                             00443715
             DISPLAY 'PARM-PROCESS-DATE MISSING -- NO REVIEW WEEK'      00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'NO PROCESS DATE' TO WS-FAIL-REASON                   00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           IF PARM-CMPL-REVIEW-DAYS IS NOT NUMERIC                      00443715
              OR PARM-CMPL-REVIEW-DAYS = ZEROES                         00443715
             MOVE 7 TO WS-REVIEW-DAYS                                   00443715
           ELSE                                                         00443715
             MOVE PARM-CMPL-REVIEW-DAYS TO WS-REVIEW-DAYS               00443715
           END-IF                                                       00443715
                                                                        00443715
           IF PARM-CMPL-TARGET-DAYS IS NOT NUMERIC                      00443715
              OR PARM-CMPL-TARGET-DAYS = ZEROES                         00443715
             MOVE 14 TO WS-DEFAULT-TARGET                               00443715
           ELSE                                                         00443715
             MOVE PARM-CMPL-TARGET-DAYS TO WS-DEFAULT-TARGET            00443715
           END-IF                                                       00443715
                                                                        00443715
      *    THE WINDOW ENDS ON THE PROCESS DATE AND RUNS BACK            00443715
      *    WS-REVIEW-DAYS DAYS INCLUDING IT. CASE AGES ARE TAKEN AS AT  00443715
      *    THE PROCESS DATE.                                            00443715
           MOVE PARM-PROCESS-DATE TO WS-WINDOW-END                      00443715
           MOVE PARM-PROCESS-DATE TO WS-WINDOW-END-NUM                  00443715
                                                                        00443715
           COMPUTE WS-PROC-DATE-INT =                                   00443715
             FUNCTION INTEGER-OF-DATE (WS-WINDOW-END-NUM)               00443715
                                                                        00443715
           COMPUTE WS-WINDOW-START-NUM =                                00443715
             FUNCTION DATE-OF-INTEGER                                   00443715
               (WS-PROC-DATE-INT - WS-REVIEW-DAYS + 1)                  00443715
                                                                        00443715
           MOVE WS-WINDOW-START-NUM TO WS-WINDOW-START                  00443715
                                                                        00443715
           DISPLAY 'COMPLAINT REVIEW WINDOW = ' WS-WINDOW-START         00443715
                   ' TO ' WS-WINDOW-END                                 00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       LOAD-CHARGEBACKS-PARA.                                           00443715
                                                                        00443715
           MOVE 'CASEFILE' TO GREG-DATASET                              00443715
           MOVE 'D'        TO GREG-EXPECT                               00443715
           MOVE 'CASEFILE' TO WS-GREG-INPUT-DD                          00443715
           PERFORM CHECK-INPUT-GENERATION-PARA                          00443715
           IF GREG-RESULT-MATCHED                                       00443715
             MOVE 1 TO WS-CASEFILE-REG                                  00443715
           END-IF                                                       00443715
                                                                        00443715
           MOVE 0 TO WS-EOF                                             00443715
           PERFORM UNTIL WS-EOF = 1                                     00443715
             READ CASEFILE                                              00443715
               AT END                                                   00443715
                 MOVE 1 TO WS-EOF                                       00443715
               NOT AT END                                               00443715
                 ADD 1 TO WS-CASEFILE-CNTR                              00443715
                 ADD CASE-CONT-ID TO WS-CASEFILE-HASH-TOTAL             00443715
                 IF CASE-OPEN-DATE NOT < WS-WINDOW-START                00443715
                    AND CASE-OPEN-DATE NOT > WS-WINDOW-END              00443715
                   IF WS-CB-USED < 2000                                 00443715
                     ADD 1 TO WS-CB-USED                                00443715
                     MOVE CASE-CONT-ID                                  00443715
                       TO WS-CB-CONT-ID (WS-CB-USED)                    00443715
                     MOVE CASE-ORIG-TXN-REF                             00443715
                       TO WS-CB-TXN-REF (WS-CB-USED)                    00443715
                     MOVE CASE-OPEN-DATE                                00443715
                       TO WS-CB-OPEN-DATE (WS-CB-USED)                  00443715
                     MOVE CASE-REASON-CODE                              00443715
                       TO WS-CB-REASON-CODE (WS-CB-USED)                00443715
                   ELSE                                                 00443715
                     ADD 1 TO WS-CB-FULL-CNTR                           00443715
                   END-IF                                               00443715
                 END-IF                                                 00443715
             END-READ                                                   00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           DISPLAY 'CHARGEBACKS OPENED IN WINDOW = ' WS-CB-USED         00443715
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
           CONTINUE.                                                    00443715
                                                                        00443715
       MAIN-PROCESS.                                                    00443715
                                                                        00443715
           INITIALIZE WS-CV-TABLE                                       00443715
                                                                        00443715
           MOVE 0 TO WS-EOF                                             00443715
           PERFORM UNTIL WS-EOF = 1                                     00443715
             READ CMPLMAST                                              00443715
               AT END                                                   00443715
                 MOVE 1 TO WS-EOF                                       00443715
               NOT AT END                                               00443715
                 ADD 1 TO WS-CASE-CNTR                                  00443715
                 PERFORM ACCUM-CASE-PARA                                00443715
             END-READ                                                   00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           PERFORM WRITE-REVIEW-REPORT-PARA                             00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       ACCUM-CASE-PARA.                                                 00443715
                                                                        00443715
           MOVE 0 TO WS-CAT-FOUND                                       00443715
           MOVE CMPL-CATEGORY TO WS-CAT-NAME                            00443715
           SET WS-CCAT-TABIDX TO 1                                      00443715
           SEARCH WS-CCAT-ENTRY                                         00443715
             AT END                                                     00443715
               ADD 1 TO WS-BADCAT-CNTR                                  00443715
             WHEN WS-CCAT-CODE (WS-CCAT-TABIDX) = CMPL-CATEGORY         00443715
               MOVE 1 TO WS-CAT-FOUND                                   00443715
               SET WS-CV-IDX TO WS-CCAT-TABIDX                          00443715
               MOVE WS-CCAT-NAME (WS-CCAT-TABIDX) TO WS-CAT-NAME        00443715
           END-SEARCH                                                   00443715
                                                                        00443715
           IF CMPL-OPEN-DATE NOT < WS-WINDOW-START                      00443715
              AND CMPL-OPEN-DATE NOT > WS-WINDOW-END                    00443715
             ADD 1 TO WS-OPENED-CNTR                                    00443715
             IF WS-CAT-FOUND = 1                                        00443715
               ADD 1 TO WS-CV-OPENED-CNTR (WS-CV-IDX)                   00443715
             END-IF                                                     00443715
           END-IF                                                       00443715
                                                                        00443715
           IF CMPL-RESOLVED                                             00443715
              AND CMPL-RESOLVED-DATE NOT < WS-WINDOW-START              00443715
              AND CMPL-RESOLVED-DATE NOT > WS-WINDOW-END                00443715
             ADD 1 TO WS-RESOLVED-CNTR                                  00443715
             IF WS-CAT-FOUND = 1                                        00443715
               ADD 1 TO WS-CV-RESOLVED-CNTR (WS-CV-IDX)                 00443715
             END-IF                                                     00443715
           END-IF                                                       00443715
                                                                        00443715
      *    A CASE IS OVERDUE WHEN IT IS STILL OPEN AND MORE THAN ITS    00443715
      *    TARGET DAYS HAVE PASSED SINCE IT WAS OPENED.                 00443715
           MOVE 0 TO WS-OVERDUE                                         00443715
           MOVE ZEROES TO WS-AGE-DAYS                                   00443715
                                                                        00443715
           IF CMPL-TARGET-DAYS IS NUMERIC                               00443715
              AND CMPL-TARGET-DAYS > ZEROES                             00443715
             MOVE CMPL-TARGET-DAYS TO WS-TARGET-DAYS                    00443715
           ELSE                                                         00443715
             MOVE WS-DEFAULT-TARGET TO WS-TARGET-DAYS                   00443715
           END-IF                                                       00443715
                                                                        00443715
           IF CMPL-OPEN                                                 00443715
             ADD 1 TO WS-OPEN-NOW-CNTR                                  00443715
             IF WS-CAT-FOUND = 1                                        00443715
               ADD 1 TO WS-CV-OPEN-NOW-CNTR (WS-CV-IDX)                 00443715
             END-IF                                                     00443715
                                                                        00443715
             IF CMPL-OPEN-DATE IS NUMERIC                               00443715
               MOVE CMPL-OPEN-DATE TO WS-OPEN-DATE-NUM                  00443715
               COMPUTE WS-AGE-DAYS = WS-PROC-DATE-INT                   00443715
                 - FUNCTION INTEGER-OF-DATE (WS-OPEN-DATE-NUM)          00443715
               IF WS-AGE-DAYS > WS-TARGET-DAYS                          00443715
                 MOVE 1 TO WS-OVERDUE                                   00443715
                 ADD 1 TO WS-OVERDUE-CNTR                               00443715
                 IF WS-CAT-FOUND = 1                                    00443715
                   ADD 1 TO WS-CV-OVERDUE-CNTR (WS-CV-IDX)              00443715
                 END-IF                                                 00443715
               END-IF                                                   00443715
             END-IF                                                     00443715
           END-IF                                                       00443715
                                                                        00443715
           PERFORM FIND-CHARGEBACK-PARA                                 00443715
                                                                        00443715
           IF WS-OVERDUE = 1                                            00443715
              OR WS-CB-FOUND = 1                                        00443715
             PERFORM HOLD-FLAGGED-CASE-PARA                             00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       FIND-CHARGEBACK-PARA.                                            00443715
      *    THE SAME CONTRACT AND REFERENCE, DISPUTED ON OR AFTER THE    00443715
      *    DAY THE CUSTOMER FIRST COMPLAINED.                           00443715
           MOVE 0 TO WS-CB-FOUND                                        00443715
                                                                        00443715
           IF CMPL-TXN-REF NOT = SPACES                                 00443715
              AND WS-CB-USED > 0                                        00443715
             SET WS-CB-TABIDX TO 1                                      00443715
             SEARCH WS-CB-ENTRY                                         00443715
               AT END                                                   00443715
                 CONTINUE                                               00443715
               WHEN WS-CB-TABIDX > WS-CB-USED                           00443715
                 CONTINUE                                               00443715
               WHEN WS-CB-CONT-ID (WS-CB-TABIDX) = CMPL-CONT-ID         00443715
                AND WS-CB-TXN-REF (WS-CB-TABIDX) = CMPL-TXN-REF         00443715
                AND WS-CB-OPEN-DATE (WS-CB-TABIDX) NOT < CMPL-OPEN-DATE 00443715
                 MOVE 1 TO WS-CB-FOUND                                  00443715
                 ADD 1 TO WS-CHARGEBACK-CNTR                            00443715
             END-SEARCH                                                 00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       HOLD-FLAGGED-CASE-PARA.                                          00443715
                                                                        00443715
           IF WS-CF-USED < 2000                                         00443715
             ADD 1 TO WS-CF-USED                                        00443715
             MOVE CMPL-CONT-ID     TO WS-CF-CONT-ID (WS-CF-USED)        00443715
             MOVE CMPL-CASE-NO     TO WS-CF-CASE-NO (WS-CF-USED)        00443715
             MOVE WS-CAT-NAME      TO WS-CF-CAT-NAME (WS-CF-USED)       00443715
             MOVE CMPL-OPEN-DATE   TO WS-CF-OPEN-DATE (WS-CF-USED)      00443715
             MOVE CMPL-STATUS      TO WS-CF-STATUS (WS-CF-USED)         00443715
             MOVE WS-AGE-DAYS      TO WS-CF-AGE-DAYS (WS-CF-USED)       00443715
             MOVE WS-TARGET-DAYS   TO WS-CF-TARGET-DAYS (WS-CF-USED)    00443715
             MOVE CMPL-LAST-AGENT  TO WS-CF-LAST-AGENT (WS-CF-USED)     00443715
             MOVE CMPL-TXN-REF     TO WS-CF-TXN-REF (WS-CF-USED)        00443715
             MOVE SPACES           TO WS-CF-CB-OPEN-DATE (WS-CF-USED)   00443715
             MOVE SPACES           TO WS-CF-CB-REASON (WS-CF-USED)      00443715
             IF WS-CB-FOUND = 1                                         00443715
               MOVE WS-CB-OPEN-DATE (WS-CB-TABIDX)                      00443715
                 TO WS-CF-CB-OPEN-DATE (WS-CF-USED)                     00443715
               MOVE WS-CB-REASON-CODE (WS-CB-TABIDX)                    00443715
                 TO WS-CF-CB-REASON (WS-CF-USED)                        00443715
             END-IF                                                     00443715
             MOVE WS-OVERDUE       TO WS-CF-OVERDUE (WS-CF-USED)        00443715
             MOVE WS-CB-FOUND      TO WS-CF-CHARGEBACK (WS-CF-USED)     00443715
           ELSE                                                         00443715
             ADD 1 TO WS-CF-FULL-CNTR                                   00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       WRITE-REVIEW-REPORT-PARA.                                        00443715
                                                                        00443715
           MOVE SPACES TO WS-RPT-WORK                                   00443715
           STRING 'COMPLAINT CASE REVIEW FOR '                          00443715
                  WS-WINDOW-START ' TO ' WS-WINDOW-END                  00443715
             DELIMITED BY SIZE INTO WS-RPT-WORK                         00443715
           WRITE CMPWRPT-LINE FROM WS-RPT-WORK                          00443715
                                                                        00443715
           MOVE WS-CASE-CNTR TO WS-CNTR-EDT                             00443715
           MOVE SPACES TO WS-RPT-WORK                                   00443715
           STRING '  CASES ON FILE           : ' WS-CNTR-EDT            00443715
             DELIMITED BY SIZE INTO WS-RPT-WORK                         00443715
           WRITE CMPWRPT-LINE FROM WS-RPT-WORK                          00443715
             AFTER ADVANCING 2 LINES                                    00443715
                                                                        00443715
           MOVE WS-OPENED-CNTR TO WS-CNTR-EDT                           00443715
           MOVE SPACES TO WS-RPT-WORK                                   00443715
           STRING '  OPENED IN WINDOW        : ' WS-CNTR-EDT            00443715
             DELIMITED BY SIZE INTO WS-RPT-WORK                         00443715
           WRITE CMPWRPT-LINE FROM WS-RPT-WORK                          00443715
             AFTER ADVANCING 1 LINE                                     00443715
                                                                        00443715
           MOVE WS-RESOLVED-CNTR TO WS-CNTR-EDT                         00443715
           MOVE SPACES TO WS-RPT-WORK                                   00443715
           STRING '  RESOLVED IN WINDOW      : ' WS-CNTR-EDT            00443715
             DELIMITED BY SIZE INTO WS-RPT-WORK                         00443715
           WRITE CMPWRPT-LINE FROM WS-RPT-WORK                          00443715
             AFTER ADVANCING 1 LINE                                     00443715
                                                                        00443715
           MOVE WS-OPEN-NOW-CNTR TO WS-CNTR-EDT                         00443715
           MOVE SPACES TO WS-RPT-WORK                                   00443715
           STRING '  OPEN AT PROCESS DATE    : ' WS-CNTR-EDT            00443715
             DELIMITED BY SIZE INTO WS-RPT-WORK                         00443715
           WRITE CMPWRPT-LINE FROM WS-RPT-WORK                          00443715
             AFTER ADVANCING 1 LINE                                     00443715
                                                                        00443715
           MOVE WS-OVERDUE-CNTR TO WS-CNTR-EDT                          00443715
           MOVE SPACES TO WS-RPT-WORK                                   00443715
           STRING '  OPEN PAST TARGET        : ' WS-CNTR-EDT            00443715
             DELIMITED BY SIZE INTO WS-RPT-WORK                         00443715
           WRITE CMPWRPT-LINE FROM WS-RPT-WORK                          00443715
             AFTER ADVANCING 1 LINE                                     00443715
                                                                        00443715
           MOVE WS-CHARGEBACK-CNTR TO WS-CNTR-EDT                       00443715
           MOVE SPACES TO WS-RPT-WORK                                   00443715
           STRING '  BECAME CHARGEBACKS      : ' WS-CNTR-EDT            00443715
             DELIMITED BY SIZE INTO WS-RPT-WORK                         00443715
           WRITE CMPWRPT-LINE FROM WS-RPT-WORK                          00443715
             AFTER ADVANCING 1 LINE                                     00443715
                                                                        00443715
           IF WS-BADCAT-CNTR > 0                                        00443715
             MOVE SPACES TO WS-RPT-WORK                                 00443715
             STRING 'UNKNOWN CATEGORY ON ' WS-BADCAT-CNTR               00443715
                    ' CASES -- COUNTED IN THE TOTALS ONLY'              00443715
               DELIMITED BY SIZE INTO WS-RPT-WORK                       00443715
             WRITE CMPWRPT-LINE FROM WS-RPT-WORK                        00443715
               AFTER ADVANCING 2 LINES                                  00443715
           END-IF                                                       00443715
                                                                        00443715
           IF WS-CB-FULL-CNTR > 0                                       00443715
             MOVE SPACES TO WS-RPT-WORK                                 00443715
             STRING 'CHARGEBACK TABLE FULL -- ' WS-CB-FULL-CNTR         00443715
                    ' CASEFILE DISPUTES NOT CHECKED'                    00443715
               DELIMITED BY SIZE INTO WS-RPT-WORK                       00443715
             WRITE CMPWRPT-LINE FROM WS-RPT-WORK                        00443715
               AFTER ADVANCING 2 LINES                                  00443715
           END-IF                                                       00443715
                                                                        00443715
           PERFORM WRITE-CATEGORY-SECTION-PARA                          00443715
                                                                        00443715
           MOVE 'OPEN CASES PAST THEIR TARGET' TO CMPWRPT-LINE          00443715
           WRITE CMPWRPT-LINE                                           00443715
             AFTER ADVANCING 2 LINES                                    00443715
           MOVE SPACES TO WS-RPT-WORK                                   00443715
           STRING '  CONTRACT    CASE NO       CATEGORY            '    00443715
                  '  OPENED      AGE  TARGET  LAST AGENT'               00443715
             DELIMITED BY SIZE INTO WS-RPT-WORK                         00443715
           WRITE CMPWRPT-LINE FROM WS-RPT-WORK                          00443715
             AFTER ADVANCING 1 LINE                                     00443715
           MOVE ZEROES TO WS-SECTION-CNTR                               00443715
           PERFORM VARYING WS-CF-IDX FROM 1 BY 1                        00443715
             UNTIL WS-CF-IDX > WS-CF-USED                               00443715
             IF WS-CF-OVERDUE (WS-CF-IDX) = 1                           00443715
               PERFORM WRITE-OVERDUE-LINE-PARA                          00443715
             END-IF                                                     00443715
           END-PERFORM                                                  00443715
           PERFORM WRITE-SECTION-EMPTY-PARA                             00443715
                                                                        00443715
           MOVE 'COMPLAINTS THAT BECAME CHARGEBACKS' TO CMPWRPT-LINE    00443715
           WRITE CMPWRPT-LINE                                           00443715
             AFTER ADVANCING 2 LINES                                    00443715
           MOVE SPACES TO WS-RPT-WORK                                   00443715
           STRING '  CONTRACT    CASE NO       CATEGORY            '    00443715
                  '  OPENED    DISPUTED  REASON      S  '               00443715
                  'TRANSACTION'                                         00443715
             DELIMITED BY SIZE INTO WS-RPT-WORK                         00443715
           WRITE CMPWRPT-LINE FROM WS-RPT-WORK                          00443715
             AFTER ADVANCING 1 LINE                                     00443715
           MOVE ZEROES TO WS-SECTION-CNTR                               00443715
           PERFORM VARYING WS-CF-IDX FROM 1 BY 1                        00443715
             UNTIL WS-CF-IDX > WS-CF-USED                               00443715
             IF WS-CF-CHARGEBACK (WS-CF-IDX) = 1                        00443715
               PERFORM WRITE-CHARGEBACK-LINE-PARA                       00443715
             END-IF                                                     00443715
           END-PERFORM                                                  00443715
           PERFORM WRITE-SECTION-EMPTY-PARA                             00443715
                                                                        00443715
           IF WS-CF-FULL-CNTR > 0                                       00443715
             MOVE SPACES TO WS-RPT-WORK                                 00443715
             STRING 'DETAIL TABLE FULL -- ' WS-CF-FULL-CNTR             00443715
                    ' FLAGGED CASES COUNTED BUT NOT LISTED'             00443715
               DELIMITED BY SIZE INTO WS-RPT-WORK                       00443715
             WRITE CMPWRPT-LINE FROM WS-RPT-WORK                        00443715
               AFTER ADVANCING 2 LINES                                  00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       WRITE-CATEGORY-SECTION-PARA.                                     00443715
                                                                        00443715
           MOVE 'CASE VOLUMES BY CATEGORY' TO CMPWRPT-LINE              00443715
           WRITE CMPWRPT-LINE                                           00443715
             AFTER ADVANCING 2 LINES                                    00443715
                                                                        00443715
           MOVE SPACES TO WS-RPT-WORK                                   00443715
           STRING '  CATEGORY                OPENED   RESOLVED'         00443715
                  '   OPEN NOW  PAST TARGET'                            00443715
             DELIMITED BY SIZE INTO WS-RPT-WORK                         00443715
           WRITE CMPWRPT-LINE FROM WS-RPT-WORK                          00443715
             AFTER ADVANCING 1 LINE                                     00443715
                                                                        00443715
           PERFORM VARYING WS-CV-IDX FROM 1 BY 1                        00443715
             UNTIL WS-CV-IDX > 8                                        00443715
             MOVE WS-CV-OPENED-CNTR (WS-CV-IDX)                         00443715
               TO WS-CV-OPENED-EDT                                      00443715
             MOVE WS-CV-RESOLVED-CNTR (WS-CV-IDX)                       00443715
               TO WS-CV-RESOLVED-EDT                                    00443715
             MOVE WS-CV-OPEN-NOW-CNTR (WS-CV-IDX)                       00443715
               TO WS-CV-OPEN-NOW-EDT                                    00443715
             MOVE WS-CV-OVERDUE-CNTR (WS-CV-IDX)                        00443715
               TO WS-CV-OVERDUE-EDT                                     00443715
             MOVE SPACES TO WS-RPT-WORK                                 00443715
             STRING '  ' WS-CCAT-NAME (WS-CV-IDX)                       00443715
                    ' ' WS-CV-OPENED-EDT                                00443715
                    '  ' WS-CV-RESOLVED-EDT                             00443715
                    '  ' WS-CV-OPEN-NOW-EDT                             00443715
                    '    ' WS-CV-OVERDUE-EDT                            00443715
               DELIMITED BY SIZE INTO WS-RPT-WORK                       00443715
             WRITE CMPWRPT-LINE FROM WS-RPT-WORK                        00443715
               AFTER ADVANCING 1 LINE                                   00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       WRITE-OVERDUE-LINE-PARA.                                         00443715
                                                                        00443715
           ADD 1 TO WS-SECTION-CNTR                                     00443715
                                                                        00443715
           MOVE WS-CF-AGE-DAYS (WS-CF-IDX)    TO WS-AGE-EDT             00443715
           MOVE WS-CF-TARGET-DAYS (WS-CF-IDX) TO WS-TARGET-EDT          00443715
           MOVE SPACES TO WS-RPT-WORK                                   00443715
           STRING '  ' WS-CF-CONT-ID (WS-CF-IDX)                        00443715
                  '  ' WS-CF-CASE-NO (WS-CF-IDX)                        00443715
                  '  ' WS-CF-CAT-NAME (WS-CF-IDX)                       00443715
                  '  ' WS-CF-OPEN-DATE (WS-CF-IDX)                      00443715
                  '  ' WS-AGE-EDT                                       00443715
                  '     ' WS-TARGET-EDT                                 00443715
                  '  ' WS-CF-LAST-AGENT (WS-CF-IDX)                     00443715
             DELIMITED BY SIZE INTO WS-RPT-WORK                         00443715
           WRITE CMPWRPT-LINE FROM WS-RPT-WORK                          00443715
             AFTER ADVANCING 1 LINE                                     00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       WRITE-CHARGEBACK-LINE-PARA.                                      00443715
                                                                        00443715
           ADD 1 TO WS-SECTION-CNTR                                     00443715
                                                                        00443715
           MOVE SPACES TO WS-RPT-WORK                                   00443715
           STRING '  ' WS-CF-CONT-ID (WS-CF-IDX)                        00443715
                  '  ' WS-CF-CASE-NO (WS-CF-IDX)                        00443715
                  '  ' WS-CF-CAT-NAME (WS-CF-IDX)                       00443715
                  '  ' WS-CF-OPEN-DATE (WS-CF-IDX)                      00443715
                  '  ' WS-CF-CB-OPEN-DATE (WS-CF-IDX)                   00443715
                  '  ' WS-CF-CB-REASON (WS-CF-IDX)                      00443715
                  '  ' WS-CF-STATUS (WS-CF-IDX)                         00443715
                  '  ' WS-CF-TXN-REF (WS-CF-IDX)                        00443715
             DELIMITED BY SIZE INTO WS-RPT-WORK                         00443715
           WRITE CMPWRPT-LINE FROM WS-RPT-WORK                          00443715
             AFTER ADVANCING 1 LINE                                     00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       WRITE-SECTION-EMPTY-PARA.                                        00443715
                                                                        00443715
           IF WS-SECTION-CNTR = ZEROES                                  00443715
             MOVE '  NONE' TO CMPWRPT-LINE                              00443715
             WRITE CMPWRPT-LINE                                         00443715
               AFTER ADVANCING 1 LINE                                   00443715
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
           MOVE 'MASTRNCW'        TO GREG-JOB-NAME                      00443715
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
      *    THE RUN STOPS BEFORE THE REVIEW IS PRINTED.                  00443715
           MOVE 'V'               TO GREG-FUNCTION                      00443715
           MOVE 'MASTRNCW'        TO GREG-JOB-NAME                      00443715
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
           IF WS-STATUS-OPEN = 0                                        00443715
             DISPLAY 'STATUS FILE NOT OPEN -- STATUS RECORD LOST'       00443715
           ELSE                                                         00443715
                                                                        00443715
           INITIALIZE STATUS-REC                                        00443715
                                                                        00443715
           MOVE 'MASTRNCW'             TO STAT-JOB-NAME                 00443715
           MOVE FUNCTION CURRENT-DATE  TO STAT-RUN-TIMESTAMP            00443715
           IF WS-RUN-FAILED = 1                                         00443715
             MOVE 'FAILED'             TO STAT-COMPLETION-CODE          00443715
             MOVE WS-FAIL-REASON       TO STAT-FAIL-REASON              00443715
           ELSE                                                         00443715
             MOVE 'COMPLETE'           TO STAT-COMPLETION-CODE          00443715
           END-IF                                                       00443715
           MOVE 'CASES'                TO STAT-CNTR-1-LABEL             00443715
           MOVE WS-CASE-CNTR           TO STAT-CNTR-1                   00443715
           MOVE 'OPENED'               TO STAT-CNTR-2-LABEL             00443715
           MOVE WS-OPENED-CNTR         TO STAT-CNTR-2                   00443715
           MOVE 'OVERDUE'              TO STAT-CNTR-3-LABEL             00443715
           MOVE WS-OVERDUE-CNTR        TO STAT-CNTR-3                   00443715
           MOVE 'CHARGEBACK'           TO STAT-CNTR-4-LABEL             00443715
           MOVE WS-CHARGEBACK-CNTR     TO STAT-CNTR-4                   00443715
                                                                        00443715
           WRITE STATUS-REC                                             00443715
                                                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       END-PROCESS.                                                     00443715
                                                                        00443715
           DISPLAY '***************************************'            00443715
           DISPLAY '* PROGRAM NAME  :    MASTRNCW         *'            00443715
           DISPLAY '* CASES         : ' WS-CASE-CNTR                    00443715
           DISPLAY '* OPENED        : ' WS-OPENED-CNTR                  00443715
           DISPLAY '* RESOLVED      : ' WS-RESOLVED-CNTR                00443715
           DISPLAY '* OPEN NOW      : ' WS-OPEN-NOW-CNTR                00443715
           DISPLAY '* PAST TARGET   : ' WS-OVERDUE-CNTR                 00443715
           DISPLAY '* CHARGEBACKS   : ' WS-CHARGEBACK-CNTR              00443715
           DISPLAY '***************************************'            00443715
                                                                        00443715
           PERFORM WRITE-STATUS-FILE-PARA                               00443715
                                                                        00443715
           CLOSE CMPLMAST.                                              00443715
           CLOSE CASEFILE.                                              00443715
           CLOSE CMPWRPT.                                               00443715
           CLOSE STATUSFILE.                                            00443715
                                                                        00443715
           IF WS-RUN-FAILED = 1                                         00443715
             MOVE 8 TO RETURN-CODE                                      00443715
           END-IF                                                       00443715
                                                                        00443715
           STOP RUN.                                                    00443715
                                                                        00443715
       END PROGRAM  MASTRNCW.                                           00443715
