      *    (CONTRACT, MERCHANT) WITH PARM-RECUR-MIN-MONTHS              00443715
      *    CONSECUTIVE MONTHS OF ACTIVITY WHOSE MONTHLY AMOUNTS STAY    00443715
      *    WITHIN PARM-RECUR-AMT-TOL-PCT OF THEIR MEAN.                 00443715
      *    RECRFILE FEEDS SUBSCRIPTION OFFERS AS WELL, SO A CONTRACT    00443715
      *    NOT CONSENTED FOR MARKETING ON ANY CHANNEL (CONSENT,         00443715
      *    MAINTAINED BY MASTRANM) IS HELD BACK TO CSUPFILE INSTEAD.    00443715
       ENVIRONMENT DIVISION.                                            00443715
       INPUT-OUTPUT SECTION.                                            00443715
       FILE-CONTROL.                                                    00443715
            SELECT STATUSFILE ASSIGN TO STATUSFILE                      00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS STATUSFILE-FILE-STATUS.                      00443715
            SELECT CONSENT ASSIGN TO CONSENT                            00443715
            ORGANIZATION IS INDEXED                                     00443715
            ACCESS MODE IS RANDOM                                       00443715
            RECORD KEY IS CONS-CONT-ID                                  00443715
            FILE STATUS IS CONSENT-FILE-STATUS.                         00443715
            SELECT OPTIONAL CSUPFILE ASSIGN TO CSUPFILE                 00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS CSUPFILE-FILE-STATUS.                        00443715
       DATA DIVISION.                                                   00443715
       FILE SECTION.                                                    00443715
       FD TRANFILE.                                                     00443715
       FD PARMFILE.                                                     00443715
         COPY PARMREC.                                                  00443715
                                                                        00443715
       FD CONSENT.                                                      00443715
         COPY CONSREC.                                                  00443715
                                                                        00443715
       FD CSUPFILE.                                                     00443715
         COPY CSUPREC.                                                  00443715
                                                                        00443715
      *    STATUSFILE IS A SINGLE-RECORD FIXED-FORMAT FILE WRITTEN AT   00443715
      *    JOB END SO AN OPERATIONS MONITOR CAN POLL FOR THIS RUN'S     00443715
      *    COMPLETION CODE AND KEY COUNTS WITHOUT SCRAPING THE          00443715
       01 WS-RECHIN-CNTR-EDT    PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-RECHIST-CNTR-EDT   PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-RECRFILE-CNTR-EDT  PIC ZZZ,ZZZ,ZZ9.                        00443715
      *    CONSENT CHECK -- WS-CONS-OK AND WS-CONS-REASON COME BACK.    00443715
       01 CONSENT-FILE-STATUS   PIC X(2).                               00443715
       01 CSUPFILE-FILE-STATUS  PIC X(2).                               00443715
       01 WS-CONS-OPEN          PIC 9 VALUE 0.                          00443715
       01 WS-CONS-CH-IDX        PIC 9.                                  00443715
       01 WS-CONS-OK            PIC 9.                                  00443715
       01 WS-CONS-WITHDRAWN     PIC 9.                                  00443715
       01 WS-CONS-REASON        PIC X(16).                              00443715
       01 WS-CONS-HELD-CNTR     PIC 9(9) VALUE ZEROES.                  00443715
      *    TWO-STREAM MERGE STATE -- TONIGHT'S AUTHORIZATIONS AND       00443715
      *    THE HISTORY, BOTH IN CONT-ID ORDER, PROCESSED ONE            00443715
      *    CONTRACT AT A TIME.                                          00443715
       01 WS-MONTH-AMOUNT       PIC S9(14)V99.                          00443715
       01 WS-RUN-OK             PIC 9.                                  00443715
       01 WS-STEP-IDX           PIC 9(3).                               00443715
         COPY PGATLNK.                                                  00443715
                                                                        00443715
       PROCEDURE DIVISION.                                              00443715
                                                                        00443715
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
           MOVE 'MASTRNRC' TO PGAT-JOB-NAME                             00443715
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
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
      *    WITHOUT THE CONSENT FILE NOTHING CAN BE SHOWN TO BE          00443715
      *    CONSENTED -- EVERY ROW IS HELD RATHER THAN THE RUN FAILING.  00443715
           OPEN INPUT CONSENT                                           00443715
                                                                        00443715
           IF CONSENT-FILE-STATUS = '00'                                00443715
             MOVE 1 TO WS-CONS-OPEN                                     00443715
           ELSE                                                         00443715
             DISPLAY 'OPEN CONSENT FILE-STATUS = '                      00443715
                     CONSENT-FILE-STATUS                                00443715
             DISPLAY 'NO CONSENT FILE -- RECURRING ROWS HELD'           00443715
           END-IF                                                       00443715
                                                                        00443715
           OPEN EXTEND CSUPFILE                                         00443715
                                                                        00443715
           IF CSUPFILE-FILE-STATUS NOT = '00'                           00443715
              AND CSUPFILE-FILE-STATUS NOT = '05'                       00443715
           THEN                                                         00443715
             DISPLAY 'OPEN CSUP FILE-STATUS = '                         00443715
                     CSUPFILE-FILE-STATUS                               00443715
                                                                        00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'FILE OPEN ERROR' TO WS-FAIL-REASON                   00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           DISPLAY 'OPENING FILES SUCCESSFUL '                          00443715
                                                                        00443715
           CONTINUE.                                                    00443715
             MOVE ','                        TO RECR-SEPARATOR-3        00443715
             MOVE WS-RUN-MEAN                TO RECR-MEAN-AMOUNT        00443715
                                                                        00443715
             PERFORM CHECK-CONSENT-PARA                                 00443715
                                                                        00443715
             IF WS-CONS-OK = 0                                          00443715
               PERFORM HOLD-CONSENT-PARA                                00443715
             ELSE                                                       00443715
               WRITE RECR-REC                                           00443715
                                                                        00443715
               ADD 1 TO WS-RECRFILE-CNTR                                00443715
             END-IF                                                     00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       CHECK-CONSENT-PARA.                                              00443715
      *    A CONTRACT IS CONSENTED FOR MARKETING WHEN ANY               00443715
      *    CHANNEL CARRIES A 'Y' FOR IT. NEVER ASKED IS NOT CONSENT;    00443715
      *    A WITHDRAWAL ON ANY CHANNEL IS REPORTED AS THE REASON.       00443715
           MOVE 0      TO WS-CONS-OK                                    00443715
           MOVE 0      TO WS-CONS-WITHDRAWN                             00443715
           MOVE SPACES TO WS-CONS-REASON                                00443715
                                                                        00443715
           IF WS-CONS-OPEN = 0                                          00443715
             MOVE 'NO CONSENT FILE' TO WS-CONS-REASON                   00443715
           ELSE                                                         00443715
             MOVE WS-CUR-CONT-ID TO CONS-CONT-ID                        00443715
                                                                        00443715
             READ CONSENT                                               00443715
               INVALID KEY                                              00443715
                 CONTINUE                                               00443715
             END-READ                                                   00443715
                                                                        00443715
             IF CONSENT-FILE-STATUS NOT = '00'                          00443715
               MOVE 'NO CONSENT REC' TO WS-CONS-REASON                  00443715
             ELSE                                                       00443715
               PERFORM VARYING WS-CONS-CH-IDX FROM 1 BY 1               00443715
                 UNTIL WS-CONS-CH-IDX > 4                               00443715
                 IF CONS-GIVEN (WS-CONS-CH-IDX 1)                       00443715
                   MOVE 1 TO WS-CONS-OK                                 00443715
                 END-IF                                                 00443715
                 IF CONS-WITHDRAWN (WS-CONS-CH-IDX 1)                   00443715
                   MOVE 1 TO WS-CONS-WITHDRAWN                          00443715
                 END-IF                                                 00443715
               END-PERFORM                                              00443715
                                                                        00443715
               IF WS-CONS-OK = 0                                        00443715
                 IF WS-CONS-WITHDRAWN = 1                               00443715
                   MOVE 'WITHDRAWN' TO WS-CONS-REASON                   00443715
                 ELSE                                                   00443715
                   MOVE 'NOT GIVEN' TO WS-CONS-REASON                   00443715
                 END-IF                                                 00443715
               END-IF                                                   00443715
             END-IF                                                     00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       HOLD-CONSENT-PARA.                                               00443715
                                                                        00443715
           INITIALIZE CSUP-REC                                          00443715
                                                                        00443715
           MOVE PARM-PROCESS-DATE TO CSUP-RUN-DATE                      00443715
           MOVE ','               TO CSUP-SEPARATOR-1                   00443715
           MOVE 'MASTRNRC'        TO CSUP-JOB-NAME                      00443715
           MOVE ','               TO CSUP-SEPARATOR-2                   00443715
           MOVE 'RECRFILE'        TO CSUP-EXTRACT                       00443715
           MOVE ','               TO CSUP-SEPARATOR-3                   00443715
           MOVE WS-CUR-CONT-ID    TO CSUP-CONT-ID                       00443715
           MOVE ','               TO CSUP-SEPARATOR-4                   00443715
           MOVE 'M'               TO CSUP-PURPOSE                       00443715
           MOVE ','               TO CSUP-SEPARATOR-5                   00443715
           MOVE WS-CONS-REASON    TO CSUP-REASON                        00443715
           MOVE ','               TO CSUP-SEPARATOR-6                   00443715
           MOVE RECR-REC          TO CSUP-HELD-IMAGE                    00443715
                                                                        00443715
           WRITE CSUP-REC                                               00443715
                                                                        00443715
           ADD 1 TO WS-CONS-HELD-CNTR                                   00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       CHECK-RUN-PARA.                                                  00443715
      *    PASS ONE GATHERS THE RUN'S MONTHLY AMOUNTS AND THE MEAN;     00443715
      *    PASS TWO HOLDS EACH MONTH AGAINST THE TOLERANCE. A           00443715
           MOVE WS-RECHIST-CNTR        TO STAT-CNTR-2                   00443715
           MOVE 'RECURRING'            TO STAT-CNTR-3-LABEL             00443715
           MOVE WS-RECRFILE-CNTR       TO STAT-CNTR-3                   00443715
           MOVE 'CONSENT HELD'         TO STAT-CNTR-4-LABEL             00443715
           MOVE WS-CONS-HELD-CNTR      TO STAT-CNTR-4                   00443715
                                                                        00443715
           WRITE STATUS-REC                                             00443715
                                                                        00443715
                   '         *'                                         00443715
           DISPLAY '* RECURRING     : ' WS-RECRFILE-CNTR-EDT            00443715
                   '         *'                                         00443715
           DISPLAY '* CONSENT HELD  : ' WS-CONS-HELD-CNTR               00443715
                   '         *'                                         00443715
           DISPLAY '***************************************'            00443715
                                                                        00443715
           PERFORM WRITE-STATUS-FILE-PARA                               00443715
           CLOSE RECHIST.                                               00443715
           CLOSE RECRFILE.                                              00443715
           CLOSE STATUSFILE.                                            00443715
           CLOSE CONSENT.                                               00443715
           CLOSE CSUPFILE.                                              00443715
                                                                        00443715
           IF WS-RUN-FAILED = 1                                         00443715
             MOVE 8 TO RETURN-CODE                                      00443715
