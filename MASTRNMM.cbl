       ID DIVISION.                                                     00443715
       PROGRAM-ID. MASTRNMM.                                            00443715
      *    MASTRNMM MAINTAINS THE MERCHANT MASTER (MRCHMAST). THE       00443715
      *    NETWORK ONLY EVER SENDS A MERCHANT ID AND A FREE-TEXT COMMON 00443715
      *    NAME, SO THE SAME MERCHANT TURNED UP UNDER SEVERAL SPELLINGS 00443715
      *    AND A CHANGED MCC WENT UNNOTICED. MRCHMAST HOLDS ONE RECORD  00443715
      *    PER MERCHANT ID WITH ITS CANONICAL NAME, REGISTERED MCC,     00443715
      *    ACQUIRER AND STATUS, AND THIS JOB IS THE ONLY WAY IN: EACH   00443715
      *    MMNTFILE RECORD ADDS A MERCHANT OR CHANGES ONE FIELD OF ONE, 00443715
      *    AND EVERY ATTEMPT, APPLIED OR REJECTED, IS LOGGED TO         00443715
      *    MMSTLOG WITH ITS BEFORE AND AFTER VALUE -- THE SAME AUDITED  00443715
      *    PATH MASTRANM GIVES CUSTMAST. IT RUNS BEFORE MASTRANC, WHICH 00443715
      *    READS THE MASTER TO CHECK EVERY AUTHORIZATION'S MCC.         00443715
       ENVIRONMENT DIVISION.                                            00443715
       INPUT-OUTPUT SECTION.                                            00443715
       FILE-CONTROL.                                                    00443715
            SELECT OPTIONAL MRCHMAST ASSIGN TO MRCHMAST                 00443715
            ORGANIZATION IS INDEXED                                     00443715
            ACCESS MODE IS RANDOM                                       00443715
            RECORD KEY IS MMST-MERCHANT-ID                              00443715
            FILE STATUS IS MRCHMAST-FILE-STATUS.                        00443715
            SELECT MMNTFILE ASSIGN TO MMNTFILE                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS MMNTFILE-FILE-STATUS.                        00443715
            SELECT MMSTLOG ASSIGN TO MMSTLOG                            00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS MMSTLOG-FILE-STATUS.                         00443715
            SELECT STATUSFILE ASSIGN TO STATUSFILE                      00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS STATUSFILE-FILE-STATUS.                      00443715
            SELECT OPTIONAL TIMEFILE ASSIGN TO TIMEFILE                 00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS TIMEFILE-FILE-STATUS.                        00443715
       DATA DIVISION.                                                   00443715
       FILE SECTION.                                                    00443715
       FD MRCHMAST.                                                     00443715
         COPY MMSTREC.                                                  00443715
                                                                        00443715
      *    MMNTFILE IS THE MERCHANT MAINTENANCE INPUT -- ONE RECORD PER 00443715
      *    MERCHANT ADDED OR PER FIELD BEING CHANGED ON ONE MERCHANT.   00443715
       FD MMNTFILE.                                                     00443715
       01 MMNT-REC.                                                     00443715
          05 MMNT-MERCHANT-ID      PIC X(40).                           00443715
          05 MMNT-FIELD-CODE       PIC X(1).                            00443715
      *      'A' ADDS A MERCHANT -- MMNT-NEW-VALUE IS THE CANONICAL     00443715
      *      NAME AND THE MCC AND ACQUIRER RIDE IN THE ADD FIELDS       00443715
      *      BELOW. A NEW MERCHANT STARTS ACTIVE.                       00443715
             88 MMNT-FLD-ADD          VALUE 'A'.                        00443715
             88 MMNT-FLD-NAME         VALUE 'N'.                        00443715
             88 MMNT-FLD-MCC          VALUE 'M'.                        00443715
             88 MMNT-FLD-ACQUIRER     VALUE 'Q'.                        00443715
      *      'S' IS 'A' ACTIVE, 'S' SUSPENDED OR 'C' CLOSED IN          00443715
      *      MMNT-NEW-VALUE (1:1). THERE IS NO DELETE.                  00443715
             88 MMNT-FLD-STATUS       VALUE 'S'.                        00443715
          05 MMNT-NEW-VALUE        PIC X(40).                           00443715
          05 MMNT-ANALYST-ID       PIC X(8).                            00443715
          05 MMNT-ADD-MCC          PIC X(4).                            00443715
          05 MMNT-ADD-ACQUIRER     PIC X(20).                           00443715
                                                                        00443715
      *    MMSTLOG RECORDS EVERY MAINTENANCE ATTEMPT, APPLIED OR NOT,   00443715
      *    WITH THE FIELD'S OLD AND NEW VALUE -- THE MAINTLOG LAYOUT    00443715
      *    WIDENED TO THE 40-BYTE MERCHANT ID AND NAME. AN ADD LOGS     00443715
      *    THE CANONICAL NAME AS ITS NEW VALUE; THE MCC AND ACQUIRER    00443715
      *    IT WAS ADDED WITH ARE ON THE MASTER UNDER MMST-ADDED-DATE.   00443715
       FD MMSTLOG.                                                      00443715
       01 MMST-LOG-REC.                                                 00443715
          05 LOG-MERCHANT-ID       PIC X(40).                           00443715
          05 LOG-SEPARATOR-1       PIC X(1) VALUE ','.                  00443715
          05 LOG-FIELD-CODE        PIC X(1).                            00443715
          05 LOG-SEPARATOR-2       PIC X(1) VALUE ','.                  00443715
          05 LOG-ANALYST-ID        PIC X(8).                            00443715
          05 LOG-SEPARATOR-3       PIC X(1) VALUE ','.                  00443715
          05 LOG-OLD-VALUE         PIC X(40).                           00443715
          05 LOG-SEPARATOR-4       PIC X(1) VALUE ','.                  00443715
          05 LOG-NEW-VALUE         PIC X(40).                           00443715
          05 LOG-SEPARATOR-5       PIC X(1) VALUE ','.                  00443715
          05 LOG-STATUS            PIC X(8).                            00443715
          05 LOG-SEPARATOR-6       PIC X(1) VALUE ','.                  00443715
          05 LOG-REJECT-REASON     PIC X(16).                           00443715
          05 LOG-SEPARATOR-7       PIC X(1) VALUE ','.                  00443715
          05 LOG-RUN-DATE          PIC X(8).                            00443715
      *       CCYYMMDD DATE THE CHANGE WAS LOGGED -- THE FIELD          00443715
      *       MASTRANH'S RETENTION HOUSEKEEPING AGES THIS FILE BY.      00443715
                                                                        00443715
      *    STATUSFILE IS A SINGLE-RECORD FIXED-FORMAT FILE WRITTEN AT   00443715
      *    JOB END SO AN OPERATIONS MONITOR CAN POLL FOR THIS RUN'S     00443715
      *    COMPLETION CODE AND KEY COUNTS WITHOUT SCRAPING THE          00443715
      *    DISPLAY SUMMARY -- SAME CONVENTION AS MASTRANC/MASTRAND.     00443715
       FD STATUSFILE.                                                   00443715
         COPY STATREC.                                                  00443715
                                                                        00443715
      *    TIMEFILE COLLECTS PHASE-LEVEL TIMING RECORDS FROM EVERY      00443715
      *    NIGHTLY SUITE JOB SO MASTRNTM CAN SHOW WHERE THE BATCH       00443715
      *    WINDOW WENT -- APPENDED, NEVER TRUNCATED BY THE JOBS;        00443715
      *    RETIRING OLD RECORDS IS MASTRANH'S CONCERN.                  00443715
       FD TIMEFILE.                                                     00443715
         COPY TIMEREC.                                                  00443715
                                                                        00443715
       WORKING-STORAGE SECTION.                                         00443715
       01 TIMEFILE-FILE-STATUS PIC X(2).                                00443715
       01 WS-TIME-OPEN         PIC 9 VALUE 0.                           00443715
       01 WS-TIME-PHASE        PIC X(12).                               00443715
       01 MRCHMAST-FILE-STATUS  PIC X(2).                               00443715
       01 MMNTFILE-FILE-STATUS  PIC X(2).                               00443715
       01 MMSTLOG-FILE-STATUS   PIC X(2).                               00443715
       01 STATUSFILE-FILE-STATUS PIC X(2).                              00443715
       01 WS-RUN-FAILED         PIC 9 VALUE 0.                          00443715
       01 WS-FAIL-REASON        PIC X(40) VALUE SPACES.                 00443715
       01 WS-STATUS-OPEN        PIC 9 VALUE 0.                          00443715
       01 WS-MMNT-EOF           PIC 9 VALUE 0.                          00443715
       01 WS-RUN-TIMESTAMP      PIC X(26).                              00443715
       01 WS-MMNTFILE-CNTR      PIC 9(9) VALUE ZEROES.                  00443715
       01 WS-APPLIED-CNTR       PIC 9(9) VALUE ZEROES.                  00443715
       01 WS-REJECTED-CNTR      PIC 9(9) VALUE ZEROES.                  00443715
       01 WS-MMNTFILE-CNTR-EDT  PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-APPLIED-CNTR-EDT   PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-REJECTED-CNTR-EDT  PIC ZZZ,ZZZ,ZZ9.                        00443715
      *    EACH FIELD CODE VALIDATES ITS NEW VALUE BEFORE ANYTHING      00443715
      *    TOUCHES MMST-REC -- A THREE-DIGIT MCC OR A BLANK NAME WOULD  00443715
      *    OTHERWISE FLAG EVERY TRANSACTION THE MERCHANT SENDS.         00443715
       01 WS-MMNT-VALID         PIC 9 VALUE 1.                          00443715
       01 WS-VALID-STATUS       PIC X(1).                               00443715
          88 VALID-MMST-STATUS     VALUE 'A' 'S' 'C'.                   00443715
       01 WS-NEW-MCC            PIC X(4).                               00443715
         COPY PGATLNK.                                                  00443715
                                                                        00443715
       PROCEDURE DIVISION.                                              00443715
       START-PROCESS.                                                   00443715
      *    STATUSFILE OPENS FIRST, BEFORE ANYTHING THAT CAN ABORT --    00443715
      *    THE MONITOR STILL GETS A FAILED RECORD WHEN THE RUN DIES     00443715
      *    EARLY.                                                       00443715
           PERFORM OPEN-STATUS-FILE-PARA                                00443715
                                                                        00443715
           PERFORM OPEN-TIMING-PARA                                     00443715
           MOVE 'START' TO WS-TIME-PHASE                                00443715
           PERFORM WRITE-TIMING-PARA                                    00443715
                                                                        00443715
           PERFORM FILE-OPEN-PARA                                       00443715
                                                                        00443715
           PERFORM MAIN-PROCESS UNTIL WS-MMNT-EOF = 1                   00443715
                                                                        00443715
           PERFORM END-PROCESS.                                         00443715
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
             MOVE 'MASTRNMM'            TO TIME-JOB-NAME                00443715
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
       OPEN-STATUS-FILE-PARA.                                           00443715
                                                                        00443715
           OPEN OUTPUT STATUSFILE                                       00443715
                                                                        00443715
           IF STATUSFILE-FILE-STATUS NOT = '00'                         00443715
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
           MOVE 'MASTRNMM' TO PGAT-JOB-NAME                             00443715
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
       FILE-OPEN-PARA.                                                  00443715
      *    A FIRST RUN FINDS NO MASTER AND STARTS AN EMPTY ONE.         00443715
           OPEN I-O MRCHMAST                                            00443715
                                                                        00443715
           IF MRCHMAST-FILE-STATUS NOT = '00'                           00443715
              AND MRCHMAST-FILE-STATUS NOT = '05'                       00443715
             DISPLAY 'OPEN MRCHMAST FILE-STATUS = '                     00443715
                     MRCHMAST-FILE-STATUS                               00443715
                                                                        00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'FILE OPEN ERROR' TO WS-FAIL-REASON                   00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           OPEN INPUT MMNTFILE                                          00443715
                                                                        00443715
           IF MMNTFILE-FILE-STATUS NOT = '00'                           00443715
             DISPLAY 'OPEN MMNTFILE FILE-STATUS = '                     00443715
                     MMNTFILE-FILE-STATUS                               00443715
                                                                        00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'FILE OPEN ERROR' TO WS-FAIL-REASON                   00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           OPEN OUTPUT MMSTLOG                                          00443715
                                                                        00443715
           IF MMSTLOG-FILE-STATUS NOT = '00'                            00443715
             DISPLAY 'OPEN MMSTLOG FILE-STATUS = '                      00443715
                     MMSTLOG-FILE-STATUS                                00443715
                                                                        00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'FILE OPEN ERROR' TO WS-FAIL-REASON                   00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.              00443715
                                                                        00443715
       MAIN-PROCESS.                                                    00443715
           READ MMNTFILE                                                00443715
             AT END                                                     00443715
               MOVE 1 TO WS-MMNT-EOF                                    00443715
           END-READ                                                     00443715
                                                                        00443715
           IF MMNTFILE-FILE-STATUS NOT = '00'                           00443715
             AND MMNTFILE-FILE-STATUS NOT = '10'                        00443715
             DISPLAY 'MMNTFILE FILE-STATUS = '  MMNTFILE-FILE-STATUS    00443715
                                                                        00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'FILE READ ERROR' TO WS-FAIL-REASON                   00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           IF WS-MMNT-EOF = 0                                           00443715
             ADD 1 TO WS-MMNTFILE-CNTR                                  00443715
             PERFORM APPLY-MAINTENANCE-PARA                             00443715
           END-IF.                                                      00443715
                                                                        00443715
       APPLY-MAINTENANCE-PARA.                                          00443715
           MOVE SPACES TO LOG-STATUS                                    00443715
           MOVE SPACES TO LOG-REJECT-REASON                             00443715
           MOVE SPACES TO LOG-OLD-VALUE                                 00443715
      *    A REJECTED ROW STILL SHOWS THE VALUE THAT WAS ASKED FOR.     00443715
           MOVE MMNT-NEW-VALUE TO LOG-NEW-VALUE                         00443715
                                                                        00443715
           PERFORM VALIDATE-MAINTENANCE-PARA                            00443715
                                                                        00443715
           IF WS-MMNT-VALID = 0                                         00443715
             MOVE 'REJECTED' TO LOG-STATUS                              00443715
             ADD 1 TO WS-REJECTED-CNTR                                  00443715
           ELSE                                                         00443715
             MOVE MMNT-MERCHANT-ID TO MMST-MERCHANT-ID                  00443715
                                                                        00443715
             READ MRCHMAST                                              00443715
               INVALID KEY                                              00443715
                 CONTINUE                                               00443715
             END-READ                                                   00443715
                                                                        00443715
             IF MMNT-FLD-ADD                                            00443715
               PERFORM ADD-MERCHANT-PARA                                00443715
             ELSE                                                       00443715
               PERFORM CHANGE-MERCHANT-PARA                             00443715
             END-IF                                                     00443715
           END-IF                                                       00443715
                                                                        00443715
           PERFORM WRITE-MAINT-LOG-PARA                                 00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       ADD-MERCHANT-PARA.                                               00443715
      *    A MERCHANT ALREADY ON FILE IS CHANGED FIELD BY FIELD, NEVER  00443715
      *    OVERLAID BY A SECOND ADD.                                    00443715
           IF MRCHMAST-FILE-STATUS = '00'                               00443715
             MOVE 'REJECTED' TO LOG-STATUS                              00443715
             MOVE 'ALREADY ON FILE' TO LOG-REJECT-REASON                00443715
             ADD 1 TO WS-REJECTED-CNTR                                  00443715
           ELSE                                                         00443715
             INITIALIZE MMST-REC                                        00443715
             MOVE MMNT-MERCHANT-ID       TO MMST-MERCHANT-ID            00443715
             MOVE MMNT-NEW-VALUE         TO MMST-CANON-NAME             00443715
             MOVE MMNT-ADD-MCC           TO MMST-MCC                    00443715
             MOVE MMNT-ADD-ACQUIRER      TO MMST-ACQUIRER               00443715
             MOVE 'A'                    TO MMST-STATUS                 00443715
             MOVE WS-RUN-TIMESTAMP (1:8) TO MMST-ADDED-DATE             00443715
             MOVE WS-RUN-TIMESTAMP (1:8) TO MMST-LAST-MAINT-DATE        00443715
             MOVE MMNT-ANALYST-ID        TO MMST-LAST-ANALYST-ID        00443715
                                                                        00443715
             WRITE MMST-REC                                             00443715
               INVALID KEY                                              00443715
                 MOVE 'REJECTED' TO LOG-STATUS                          00443715
                 MOVE 'WRITE FAILED' TO LOG-REJECT-REASON               00443715
                 ADD 1 TO WS-REJECTED-CNTR                              00443715
               NOT INVALID KEY                                          00443715
                 MOVE SPACES          TO LOG-OLD-VALUE                  00443715
                 MOVE MMST-CANON-NAME TO LOG-NEW-VALUE                  00443715
                 MOVE 'APPLIED' TO LOG-STATUS                           00443715
                 ADD 1 TO WS-APPLIED-CNTR                               00443715
             END-WRITE                                                  00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       CHANGE-MERCHANT-PARA.                                            00443715
                                                                        00443715
           IF MRCHMAST-FILE-STATUS NOT = '00'                           00443715
             MOVE 'NOTFOUND' TO LOG-STATUS                              00443715
             ADD 1 TO WS-REJECTED-CNTR                                  00443715
           ELSE                                                         00443715
             EVALUATE TRUE                                              00443715
               WHEN MMNT-FLD-NAME                                       00443715
                 MOVE MMST-CANON-NAME TO LOG-OLD-VALUE                  00443715
                 MOVE MMNT-NEW-VALUE  TO MMST-CANON-NAME                00443715
                 MOVE MMST-CANON-NAME TO LOG-NEW-VALUE                  00443715
               WHEN MMNT-FLD-MCC                                        00443715
                 MOVE MMST-MCC        TO LOG-OLD-VALUE                  00443715
                 MOVE WS-NEW-MCC      TO MMST-MCC                       00443715
                 MOVE MMST-MCC        TO LOG-NEW-VALUE                  00443715
               WHEN MMNT-FLD-ACQUIRER                                   00443715
                 MOVE MMST-ACQUIRER   TO LOG-OLD-VALUE                  00443715
                 MOVE MMNT-NEW-VALUE  TO MMST-ACQUIRER                  00443715
                 MOVE MMST-ACQUIRER   TO LOG-NEW-VALUE                  00443715
               WHEN MMNT-FLD-STATUS                                     00443715
                 MOVE MMST-STATUS     TO LOG-OLD-VALUE                  00443715
                 MOVE WS-VALID-STATUS TO MMST-STATUS                    00443715
                 MOVE MMST-STATUS     TO LOG-NEW-VALUE                  00443715
             END-EVALUATE                                               00443715
                                                                        00443715
             MOVE WS-RUN-TIMESTAMP (1:8) TO MMST-LAST-MAINT-DATE        00443715
             MOVE MMNT-ANALYST-ID        TO MMST-LAST-ANALYST-ID        00443715
                                                                        00443715
             REWRITE MMST-REC                                           00443715
               INVALID KEY                                              00443715
                 MOVE 'REJECTED' TO LOG-STATUS                          00443715
                 MOVE 'REWRITE FAILED' TO LOG-REJECT-REASON             00443715
                 ADD 1 TO WS-REJECTED-CNTR                              00443715
               NOT INVALID KEY                                          00443715
                 MOVE 'APPLIED' TO LOG-STATUS                           00443715
                 ADD 1 TO WS-APPLIED-CNTR                               00443715
             END-REWRITE                                                00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       VALIDATE-MAINTENANCE-PARA.                                       00443715
                                                                        00443715
           MOVE 1 TO WS-MMNT-VALID                                      00443715
           MOVE SPACES TO LOG-REJECT-REASON                             00443715
                                                                        00443715
           EVALUATE TRUE                                                00443715
             WHEN MMNT-MERCHANT-ID = SPACES                             00443715
               MOVE 0 TO WS-MMNT-VALID                                  00443715
               MOVE 'NO MERCHANT ID' TO LOG-REJECT-REASON               00443715
             WHEN MMNT-FLD-ADD                                          00443715
               MOVE MMNT-ADD-MCC TO WS-NEW-MCC                          00443715
               EVALUATE TRUE                                            00443715
                 WHEN MMNT-NEW-VALUE = SPACES                           00443715
                   MOVE 0 TO WS-MMNT-VALID                              00443715
                   MOVE 'NAME BLANK' TO LOG-REJECT-REASON               00443715
                 WHEN WS-NEW-MCC NOT NUMERIC                            00443715
                   MOVE 0 TO WS-MMNT-VALID                              00443715
                   MOVE 'MCC NOT 4 DIGITS' TO LOG-REJECT-REASON         00443715
                 WHEN MMNT-ADD-ACQUIRER = SPACES                        00443715
                   MOVE 0 TO WS-MMNT-VALID                              00443715
                   MOVE 'ACQUIRER BLANK' TO LOG-REJECT-REASON           00443715
               END-EVALUATE                                             00443715
             WHEN MMNT-FLD-NAME                                         00443715
               IF MMNT-NEW-VALUE = SPACES                               00443715
                 MOVE 0 TO WS-MMNT-VALID                                00443715
                 MOVE 'NAME BLANK' TO LOG-REJECT-REASON                 00443715
               END-IF                                                   00443715
             WHEN MMNT-FLD-MCC                                          00443715
               MOVE MMNT-NEW-VALUE (1:4) TO WS-NEW-MCC                  00443715
               IF WS-NEW-MCC NOT NUMERIC                                00443715
                  OR MMNT-NEW-VALUE (5:36) NOT = SPACES                 00443715
                 MOVE 0 TO WS-MMNT-VALID                                00443715
                 MOVE 'MCC NOT 4 DIGITS' TO LOG-REJECT-REASON           00443715
               END-IF                                                   00443715
             WHEN MMNT-FLD-ACQUIRER                                     00443715
               IF MMNT-NEW-VALUE = SPACES                               00443715
                  OR MMNT-NEW-VALUE (21:20) NOT = SPACES                00443715
                 MOVE 0 TO WS-MMNT-VALID                                00443715
                 MOVE 'ACQUIRER INVALID' TO LOG-REJECT-REASON           00443715
               END-IF                                                   00443715
             WHEN MMNT-FLD-STATUS                                       00443715
               MOVE MMNT-NEW-VALUE (1:1) TO WS-VALID-STATUS             00443715
               IF NOT VALID-MMST-STATUS                                 00443715
                 MOVE 0 TO WS-MMNT-VALID                                00443715
                 MOVE 'STATUS NOT ASC' TO LOG-REJECT-REASON             00443715
               END-IF                                                   00443715
             WHEN OTHER                                                 00443715
               MOVE 0 TO WS-MMNT-VALID                                  00443715
               MOVE 'UNKNOWN FIELD' TO LOG-REJECT-REASON                00443715
           END-EVALUATE                                                 00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       WRITE-MAINT-LOG-PARA.                                            00443715
                                                                        00443715
           MOVE MMNT-MERCHANT-ID TO LOG-MERCHANT-ID                     00443715
           MOVE ','              TO LOG-SEPARATOR-1                     00443715
           MOVE MMNT-FIELD-CODE  TO LOG-FIELD-CODE                      00443715
           MOVE ','              TO LOG-SEPARATOR-2                     00443715
           MOVE MMNT-ANALYST-ID  TO LOG-ANALYST-ID                      00443715
           MOVE ','              TO LOG-SEPARATOR-3                     00443715
           MOVE ','              TO LOG-SEPARATOR-4                     00443715
           MOVE ','              TO LOG-SEPARATOR-5                     00443715
           MOVE ','              TO LOG-SEPARATOR-6                     00443715
           MOVE ','              TO LOG-SEPARATOR-7                     00443715
           MOVE WS-RUN-TIMESTAMP (1:8)                                  00443715
                                 TO LOG-RUN-DATE                        00443715
                                                                        00443715
           WRITE MMST-LOG-REC                                           00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       END-PROCESS.                                                     00443715
           MOVE WS-MMNTFILE-CNTR TO WS-MMNTFILE-CNTR-EDT                00443715
           MOVE WS-APPLIED-CNTR  TO WS-APPLIED-CNTR-EDT                 00443715
           MOVE WS-REJECTED-CNTR TO WS-REJECTED-CNTR-EDT                00443715
                                                                        00443715
           DISPLAY '***************************************'            00443715
           DISPLAY '* PROGRAM NAME  :    MASTRNMM         *'            00443715
           DISPLAY '* CHANGES READ      : ' WS-MMNTFILE-CNTR-EDT        00443715
           DISPLAY '* APPLIED           : ' WS-APPLIED-CNTR-EDT         00443715
           DISPLAY '* REJECTED          : ' WS-REJECTED-CNTR-EDT        00443715
           DISPLAY '***************************************'            00443715
                                                                        00443715
           PERFORM WRITE-STATUS-FILE-PARA                               00443715
                                                                        00443715
           MOVE 'RUN-END' TO WS-TIME-PHASE                              00443715
           PERFORM WRITE-TIMING-PARA                                    00443715
                                                                        00443715
           CLOSE TIMEFILE.                                              00443715
           CLOSE MRCHMAST.                                              00443715
           CLOSE MMNTFILE.                                              00443715
           CLOSE MMSTLOG.                                               00443715
           CLOSE STATUSFILE.                                            00443715
                                                                        00443715
           IF WS-RUN-FAILED = 1                                         00443715
             MOVE 8 TO RETURN-CODE                                      00443715
           END-IF                                                       00443715
                                                                        00443715
           STOP RUN.                                                    00443715
                                                                        00443715
       WRITE-STATUS-FILE-PARA.                                          00443715
                                                                        00443715
           IF WS-STATUS-OPEN = 0                                        00443715
             DISPLAY 'STATUS FILE NOT OPEN -- STATUS RECORD LOST'       00443715
           ELSE                                                         00443715
                                                                        00443715
           INITIALIZE STATUS-REC                                        00443715
                                                                        00443715
           MOVE 'MASTRNMM'             TO STAT-JOB-NAME                 00443715
           MOVE FUNCTION CURRENT-DATE  TO STAT-RUN-TIMESTAMP            00443715
           IF WS-RUN-FAILED = 1                                         00443715
             MOVE 'FAILED'             TO STAT-COMPLETION-CODE          00443715
             MOVE WS-FAIL-REASON       TO STAT-FAIL-REASON              00443715
           ELSE                                                         00443715
             MOVE 'COMPLETE'           TO STAT-COMPLETION-CODE          00443715
           END-IF                                                       00443715
           MOVE 'MMNTFILE'             TO STAT-CNTR-1-LABEL             00443715
           MOVE WS-MMNTFILE-CNTR       TO STAT-CNTR-1                   00443715
           MOVE 'APPLIED'              TO STAT-CNTR-2-LABEL             00443715
           MOVE WS-APPLIED-CNTR        TO STAT-CNTR-2                   00443715
           MOVE 'REJECTED'             TO STAT-CNTR-3-LABEL             00443715
           MOVE WS-REJECTED-CNTR       TO STAT-CNTR-3                   00443715
                                                                        00443715
           WRITE STATUS-REC                                             00443715
                                                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
