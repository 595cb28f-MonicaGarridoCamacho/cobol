       ID DIVISION.                                                     00443715
       PROGRAM-ID. MASTRNHB.                                            00443715
      *    MASTRNHB IS THE HELD-JOB REPORT FOR THE PREDECESSOR GATE.    00443715
      *    A JOB MASTRNPG HOLDS ENDS FAILED WITH 'PREDECESSOR XXXXXXXX  00443715
      *    NOT COMPLETE', AND THE PREDECESSOR IT NAMES MAY ITSELF HAVE  00443715
      *    BEEN HELD. THIS JOB READS TONIGHT'S STATFILE CONCATENATION   00443715
      *    AND DEPTABLE AND SHOWS EVERY HELD JOB WITH THE PREDECESSOR   00443715
      *    THAT HELD IT AND THE FAILURE AT THE ROOT OF THE CHAIN, THE   00443715
      *    DEPTABLE JOBS THAT LEFT NO STATUS RECORD AT ALL, AND HOW     00443715
      *    MANY JOBS EACH ROOT FAILURE HELD BACK -- SO THE 6 A.M.       00443715
      *    QUESTION IS "FIX MASTRANC AND RERUN ELEVEN JOBS", NOT A      00443715
      *    HUNT THROUGH TWELVE FAILED STATUS LINES.                     00443715
       ENVIRONMENT DIVISION.                                            00443715
       INPUT-OUTPUT SECTION.                                            00443715
       FILE-CONTROL.                                                    00443715
            SELECT STATFILE ASSIGN TO STATFILE                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS STATFILE-FILE-STATUS.                        00443715
            SELECT OPTIONAL DEPTABLE ASSIGN TO DEPTABLE                 00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS DEPTABLE-FILE-STATUS.                        00443715
            SELECT HOLDRPT ASSIGN TO HOLDRPT                            00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS HOLDRPT-FILE-STATUS.                         00443715
            SELECT STATUSFILE ASSIGN TO STATUSFILE                      00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS STATUSFILE-FILE-STATUS.                      00443715
       DATA DIVISION.                                                   00443715
       FILE SECTION.                                                    00443715
      *    STATF-REC NAMES ONLY THE STATREC FIELDS THIS REPORT READS,   00443715
      *    AT THEIR STATREC POSITIONS, SO THE JOB'S OWN STATUSFILE CAN  00443715
      *    STILL COPY STATREC UNQUALIFIED.                              00443715
       FD STATFILE.                                                     00443715
       01 STATF-REC.                                                    00443715
          05 STATF-JOB-NAME        PIC X(8).                            00443715
          05 FILLER                PIC X(28).                           00443715
          05 STATF-COMPLETION-CODE PIC X(8).                            00443715
          05 FILLER                PIC X(70).                           00443715
          05 STATF-FAIL-REASON     PIC X(40).                           00443715
          05 FILLER                PIC X(22).                           00443715
                                                                        00443715
       FD DEPTABLE.                                                     00443715
         COPY DEPREC.                                                   00443715
                                                                        00443715
       FD HOLDRPT.                                                      00443715
       01 HOLDRPT-LINE            PIC X(132).                           00443715
                                                                        00443715
      *    STATUSFILE IS A SINGLE-RECORD FIXED-FORMAT FILE WRITTEN AT   00443715
      *    JOB END SO AN OPERATIONS MONITOR CAN POLL FOR THIS RUN'S     00443715
      *    COMPLETION CODE AND KEY COUNTS WITHOUT SCRAPING THE          00443715
      *    DISPLAY SUMMARY -- SAME CONVENTION AS MASTRANC/MASTRAND.     00443715
       FD STATUSFILE.                                                   00443715
         COPY STATREC.                                                  00443715
                                                                        00443715
       WORKING-STORAGE SECTION.                                         00443715
       01 STATFILE-FILE-STATUS  PIC X(2).                               00443715
       01 DEPTABLE-FILE-STATUS  PIC X(2).                               00443715
       01 HOLDRPT-FILE-STATUS   PIC X(2).                               00443715
       01 STATUSFILE-FILE-STATUS PIC X(2).                              00443715
       01 WS-RUN-FAILED         PIC 9 VALUE 0.                          00443715
       01 WS-FAIL-REASON        PIC X(40) VALUE SPACES.                 00443715
       01 WS-STATUS-OPEN        PIC 9 VALUE 0.                          00443715
       01 WS-EOF                PIC 9 VALUE 0.                          00443715
       01 WS-COUNTERS-1.                                                00443715
          05 WS-STAT-CNTR         PIC 9(9) VALUE ZEROES.                00443715
          05 WS-HELD-CNTR         PIC 9(9) VALUE ZEROES.                00443715
          05 WS-NOTRUN-CNTR       PIC 9(9) VALUE ZEROES.                00443715
      *    TONIGHT'S STATUS RECORDS, ONE ROW PER JOB -- A RERUN         00443715
      *    REPLACES THE EARLIER RECORD, AS IT DOES AT THE GATE.         00443715
       01 WS-SJ-USED            PIC 9(2) VALUE ZEROES.                  00443715
       01 WS-SJ-IDX             PIC 9(2).                               00443715
       01 WS-SJ-TABLE.                                                  00443715
          05 WS-SJ-ENTRY OCCURS 60 TIMES                                00443715
               INDEXED BY WS-SJ-TABIDX.                                 00443715
             10 WS-SJ-JOB-NAME      PIC X(8).                           00443715
             10 WS-SJ-COMPLETION    PIC X(8).                           00443715
             10 WS-SJ-REASON        PIC X(40).                          00443715
      *    THE JOBS DEPTABLE GATES, SO ONE THAT NEVER RAN AT ALL        00443715
      *    STILL SHOWS UP.                                              00443715
       01 WS-DJ-USED            PIC 9(2) VALUE ZEROES.                  00443715
       01 WS-DJ-IDX             PIC 9(2).                               00443715
       01 WS-DJ-TABLE.                                                  00443715
          05 WS-DJ-ENTRY OCCURS 60 TIMES                                00443715
               INDEXED BY WS-DJ-TABIDX.                                 00443715
             10 WS-DJ-JOB-NAME      PIC X(8).                           00443715
      *    ROOT FAILURES AND HOW MANY JOBS EACH ONE HELD BACK.          00443715
       01 WS-RT-USED            PIC 9(2) VALUE ZEROES.                  00443715
       01 WS-RT-IDX             PIC 9(2).                               00443715
       01 WS-RT-TABLE.                                                  00443715
          05 WS-RT-ENTRY OCCURS 30 TIMES                                00443715
               INDEXED BY WS-RT-TABIDX.                                 00443715
             10 WS-RT-JOB-NAME      PIC X(8).                           00443715
             10 WS-RT-COMPLETION    PIC X(8).                           00443715
             10 WS-RT-REASON        PIC X(40).                          00443715
             10 WS-RT-HELD-CNTR     PIC 9(9).                           00443715
      *    CHAIN WALK FROM A HELD JOB BACK TO THE FAILURE THAT STARTED  00443715
      *    IT. THE HOP LIMIT STOPS A DEPTABLE LOOP FROM SPINNING.       00443715
       01 WS-TRACE-JOB          PIC X(8).                               00443715
       01 WS-TRACE-HOPS         PIC 9(2).                               00443715
       01 WS-TRACE-DONE         PIC 9.                                  00443715
       01 WS-ROOT-COMPLETION    PIC X(8).                               00443715
       01 WS-ROOT-REASON        PIC X(40).                              00443715
       01 WS-CNTR-EDT           PIC ZZZ,ZZZ,ZZ9.                        00443715
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
           PERFORM LOAD-STATUS-PARA                                     00443715
                                                                        00443715
           PERFORM LOAD-DEPENDENCIES-PARA                               00443715
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
           OPEN INPUT STATFILE                                          00443715
                                                                        00443715
           IF STATFILE-FILE-STATUS NOT = '00'                           00443715
           THEN                                                         00443715
             DISPLAY 'OPEN STATFILE FILE-STATUS = '                     00443715
                     STATFILE-FILE-STATUS                               00443715
                                                                        00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'FILE OPEN ERROR' TO WS-FAIL-REASON                   00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           OPEN OUTPUT HOLDRPT                                          00443715
                                                                        00443715
           IF HOLDRPT-FILE-STATUS NOT = '00'                            00443715
           THEN                                                         00443715
             DISPLAY 'OPEN HOLDRPT FILE-STATUS = '                      00443715
                     HOLDRPT-FILE-STATUS                                00443715
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
       LOAD-STATUS-PARA.                                                00443715
                                                                        00443715
           PERFORM UNTIL WS-EOF = 1                                     00443715
             READ STATFILE                                              00443715
               AT END                                                   00443715
                 MOVE 1 TO WS-EOF                                       00443715
               NOT AT END                                               00443715
                 ADD 1 TO WS-STAT-CNTR                                  00443715
                 PERFORM ADD-STATUS-PARA                                00443715
             END-READ                                                   00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       ADD-STATUS-PARA.                                                 00443715
                                                                        00443715
           SET WS-SJ-TABIDX TO 1                                        00443715
           SEARCH WS-SJ-ENTRY                                           00443715
             AT END                                                     00443715
               DISPLAY 'STATUS TABLE FULL -- RECORD FOR '               00443715
                       STATF-JOB-NAME ' DROPPED'                        00443715
             WHEN WS-SJ-TABIDX > WS-SJ-USED                             00443715
               ADD 1 TO WS-SJ-USED                                      00443715
               MOVE STATF-JOB-NAME                                      00443715
                 TO WS-SJ-JOB-NAME (WS-SJ-TABIDX)                       00443715
               PERFORM SET-STATUS-ENTRY-PARA                            00443715
             WHEN WS-SJ-JOB-NAME (WS-SJ-TABIDX)                         00443715
                  = STATF-JOB-NAME                                      00443715
               PERFORM SET-STATUS-ENTRY-PARA                            00443715
           END-SEARCH                                                   00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       SET-STATUS-ENTRY-PARA.                                           00443715
                                                                        00443715
           MOVE STATF-COMPLETION-CODE                                   00443715
             TO WS-SJ-COMPLETION (WS-SJ-TABIDX)                         00443715
           MOVE STATF-FAIL-REASON                                       00443715
             TO WS-SJ-REASON (WS-SJ-TABIDX)                             00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       LOAD-DEPENDENCIES-PARA.                                          00443715
      *    WITHOUT A DEPTABLE THE HELD JOBS ARE STILL REPORTED FROM     00443715
      *    THEIR STATUS RECORDS; ONLY THE NOT-RUN SECTION IS LOST.      00443715
           OPEN INPUT DEPTABLE                                          00443715
                                                                        00443715
           IF DEPTABLE-FILE-STATUS NOT = '00'                           00443715
             DISPLAY 'NO DEPTABLE -- JOBS THAT NEVER RAN NOT LISTED'    00443715
           ELSE                                                         00443715
             MOVE 0 TO WS-EOF                                           00443715
             PERFORM UNTIL WS-EOF = 1                                   00443715
               READ DEPTABLE                                            00443715
                 AT END                                                 00443715
                   MOVE 1 TO WS-EOF                                     00443715
                 NOT AT END                                             00443715
                   PERFORM ADD-DEPENDENT-PARA                           00443715
               END-READ                                                 00443715
             END-PERFORM                                                00443715
                                                                        00443715
             CLOSE DEPTABLE                                             00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       ADD-DEPENDENT-PARA.                                              00443715
                                                                        00443715
           SET WS-DJ-TABIDX TO 1                                        00443715
           SEARCH WS-DJ-ENTRY                                           00443715
             AT END                                                     00443715
               DISPLAY 'DEPENDENT TABLE FULL -- ' DEP-JOB-NAME          00443715
                       ' NOT CHECKED'                                   00443715
             WHEN WS-DJ-TABIDX > WS-DJ-USED                             00443715
               ADD 1 TO WS-DJ-USED                                      00443715
               MOVE DEP-JOB-NAME TO WS-DJ-JOB-NAME (WS-DJ-TABIDX)       00443715
             WHEN WS-DJ-JOB-NAME (WS-DJ-TABIDX) = DEP-JOB-NAME          00443715
               CONTINUE                                                 00443715
           END-SEARCH                                                   00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       MAIN-PROCESS.                                                    00443715
                                                                        00443715
           MOVE 'SUITE HELD-JOB REPORT' TO HOLDRPT-LINE                 00443715
           WRITE HOLDRPT-LINE                                           00443715
                                                                        00443715
           MOVE 'JOBS HELD BACK BY THE PREDECESSOR GATE' TO HOLDRPT-LINE00443715
           WRITE HOLDRPT-LINE                                           00443715
             AFTER ADVANCING 2 LINES                                    00443715
                                                                        00443715
           MOVE SPACES TO WS-RPT-WORK                                   00443715
           STRING '  JOB       HELD BY   ROOT FAILURE'                  00443715
                  '        REASON'                                      00443715
             DELIMITED BY SIZE INTO WS-RPT-WORK                         00443715
           WRITE HOLDRPT-LINE FROM WS-RPT-WORK                          00443715
             AFTER ADVANCING 1 LINE                                     00443715
                                                                        00443715
           PERFORM VARYING WS-SJ-IDX FROM 1 BY 1                        00443715
             UNTIL WS-SJ-IDX > WS-SJ-USED                               00443715
             IF WS-SJ-COMPLETION (WS-SJ-IDX) NOT = 'COMPLETE'           00443715
                AND WS-SJ-REASON (WS-SJ-IDX) (1:12) = 'PREDECESSOR '    00443715
               PERFORM REPORT-HELD-JOB-PARA                             00443715
             END-IF                                                     00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           MOVE 'GATED JOBS WITH NO STATUS RECORD TONIGHT'              00443715
             TO HOLDRPT-LINE                                            00443715
           WRITE HOLDRPT-LINE                                           00443715
             AFTER ADVANCING 2 LINES                                    00443715
                                                                        00443715
           PERFORM VARYING WS-DJ-IDX FROM 1 BY 1                        00443715
             UNTIL WS-DJ-IDX > WS-DJ-USED                               00443715
             MOVE WS-DJ-JOB-NAME (WS-DJ-IDX) TO WS-TRACE-JOB            00443715
             PERFORM FIND-STATUS-PARA                                   00443715
             IF WS-SJ-TABIDX > WS-SJ-USED                               00443715
               ADD 1 TO WS-NOTRUN-CNTR                                  00443715
               MOVE SPACES TO WS-RPT-WORK                               00443715
               STRING '  ' WS-DJ-JOB-NAME (WS-DJ-IDX)                   00443715
                      '  NOT RUN'                                       00443715
                 DELIMITED BY SIZE INTO WS-RPT-WORK                     00443715
               WRITE HOLDRPT-LINE FROM WS-RPT-WORK                      00443715
                 AFTER ADVANCING 1 LINE                                 00443715
             END-IF                                                     00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           MOVE 'HELD JOBS BY ROOT FAILURE' TO HOLDRPT-LINE             00443715
           WRITE HOLDRPT-LINE                                           00443715
             AFTER ADVANCING 2 LINES                                    00443715
                                                                        00443715
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1                        00443715
             UNTIL WS-RT-IDX > WS-RT-USED                               00443715
             MOVE WS-RT-HELD-CNTR (WS-RT-IDX) TO WS-CNTR-EDT            00443715
             MOVE SPACES TO WS-RPT-WORK                                 00443715
             STRING '  ' WS-RT-JOB-NAME (WS-RT-IDX)                     00443715
                    '  ' WS-RT-COMPLETION (WS-RT-IDX)                   00443715
                    '  HELD ' WS-CNTR-EDT                               00443715
                    '  ' WS-RT-REASON (WS-RT-IDX)                       00443715
               DELIMITED BY SIZE INTO WS-RPT-WORK                       00443715
             WRITE HOLDRPT-LINE FROM WS-RPT-WORK                        00443715
               AFTER ADVANCING 1 LINE                                   00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           MOVE WS-HELD-CNTR TO WS-CNTR-EDT                             00443715
           MOVE SPACES TO WS-RPT-WORK                                   00443715
           STRING 'JOBS HELD      : ' WS-CNTR-EDT                       00443715
             DELIMITED BY SIZE INTO WS-RPT-WORK                         00443715
           WRITE HOLDRPT-LINE FROM WS-RPT-WORK                          00443715
             AFTER ADVANCING 2 LINES                                    00443715
                                                                        00443715
           MOVE WS-NOTRUN-CNTR TO WS-CNTR-EDT                           00443715
           MOVE SPACES TO WS-RPT-WORK                                   00443715
           STRING 'JOBS NOT RUN   : ' WS-CNTR-EDT                       00443715
             DELIMITED BY SIZE INTO WS-RPT-WORK                         00443715
           WRITE HOLDRPT-LINE FROM WS-RPT-WORK                          00443715
             AFTER ADVANCING 1 LINE                                     00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       REPORT-HELD-JOB-PARA.                                            00443715
      *    FOLLOW THE CHAIN WHILE THE JOB NAMED IS ITSELF A HELD JOB;   00443715
      *    THE FIRST ONE THAT FAILED ON ITS OWN ACCOUNT, OR NEVER RAN,  00443715
      *    IS THE ROOT.                                                 00443715
           ADD 1 TO WS-HELD-CNTR                                        00443715
                                                                        00443715
           MOVE WS-SJ-REASON (WS-SJ-IDX) (13:8) TO WS-TRACE-JOB         00443715
           MOVE ZEROES TO WS-TRACE-HOPS                                 00443715
           MOVE 0 TO WS-TRACE-DONE                                      00443715
                                                                        00443715
           PERFORM UNTIL WS-TRACE-DONE = 1                              00443715
             PERFORM FIND-STATUS-PARA                                   00443715
             IF WS-SJ-TABIDX > WS-SJ-USED                               00443715
               MOVE 'NOT RUN' TO WS-ROOT-COMPLETION                     00443715
               MOVE 'NO STATUS RECORD TONIGHT' TO WS-ROOT-REASON        00443715
               MOVE 1 TO WS-TRACE-DONE                                  00443715
             ELSE                                                       00443715
               IF WS-SJ-COMPLETION (WS-SJ-TABIDX) NOT = 'COMPLETE'      00443715
                  AND WS-SJ-REASON (WS-SJ-TABIDX) (1:12)                00443715
                      = 'PREDECESSOR '                                  00443715
                  AND WS-TRACE-HOPS < 20                                00443715
                 ADD 1 TO WS-TRACE-HOPS                                 00443715
                 MOVE WS-SJ-REASON (WS-SJ-TABIDX) (13:8)                00443715
                   TO WS-TRACE-JOB                                      00443715
               ELSE                                                     00443715
                 MOVE WS-SJ-COMPLETION (WS-SJ-TABIDX)                   00443715
                   TO WS-ROOT-COMPLETION                                00443715
                 MOVE WS-SJ-REASON (WS-SJ-TABIDX) TO WS-ROOT-REASON     00443715
                 MOVE 1 TO WS-TRACE-DONE                                00443715
               END-IF                                                   00443715
             END-IF                                                     00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           MOVE SPACES TO WS-RPT-WORK                                   00443715
           STRING '  ' WS-SJ-JOB-NAME (WS-SJ-IDX)                       00443715
                  '  ' WS-SJ-REASON (WS-SJ-IDX) (13:8)                  00443715
                  '  ' WS-TRACE-JOB                                     00443715
                  ' ' WS-ROOT-COMPLETION                                00443715
                  '  ' WS-ROOT-REASON                                   00443715
             DELIMITED BY SIZE INTO WS-RPT-WORK                         00443715
           WRITE HOLDRPT-LINE FROM WS-RPT-WORK                          00443715
             AFTER ADVANCING 1 LINE                                     00443715
                                                                        00443715
           PERFORM ADD-ROOT-PARA                                        00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       FIND-STATUS-PARA.                                                00443715
      *    LEAVES WS-SJ-TABIDX ON WS-TRACE-JOB'S ROW, OR PAST           00443715
      *    WS-SJ-USED WHEN IT HAS NONE.                                 00443715
           SET WS-SJ-TABIDX TO 1                                        00443715
           SEARCH WS-SJ-ENTRY                                           00443715
             AT END                                                     00443715
               SET WS-SJ-TABIDX TO WS-SJ-USED                           00443715
               SET WS-SJ-TABIDX UP BY 1                                 00443715
             WHEN WS-SJ-TABIDX > WS-SJ-USED                             00443715
               CONTINUE                                                 00443715
             WHEN WS-SJ-JOB-NAME (WS-SJ-TABIDX) = WS-TRACE-JOB          00443715
               CONTINUE                                                 00443715
           END-SEARCH                                                   00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       ADD-ROOT-PARA.                                                   00443715
                                                                        00443715
           SET WS-RT-TABIDX TO 1                                        00443715
           SEARCH WS-RT-ENTRY                                           00443715
             AT END                                                     00443715
               DISPLAY 'ROOT TABLE FULL -- ' WS-TRACE-JOB               00443715
                       ' NOT SUMMARISED'                                00443715
             WHEN WS-RT-TABIDX > WS-RT-USED                             00443715
               ADD 1 TO WS-RT-USED                                      00443715
               MOVE WS-TRACE-JOB                                        00443715
                 TO WS-RT-JOB-NAME (WS-RT-TABIDX)                       00443715
               MOVE WS-ROOT-COMPLETION                                  00443715
                 TO WS-RT-COMPLETION (WS-RT-TABIDX)                     00443715
               MOVE WS-ROOT-REASON                                      00443715
                 TO WS-RT-REASON (WS-RT-TABIDX)                         00443715
               MOVE 1 TO WS-RT-HELD-CNTR (WS-RT-TABIDX)                 00443715
             WHEN WS-RT-JOB-NAME (WS-RT-TABIDX) = WS-TRACE-JOB          00443715
               ADD 1 TO WS-RT-HELD-CNTR (WS-RT-TABIDX)                  00443715
           END-SEARCH                                                   00443715
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
           MOVE 'MASTRNHB'             TO STAT-JOB-NAME                 00443715
           MOVE FUNCTION CURRENT-DATE  TO STAT-RUN-TIMESTAMP            00443715
           IF WS-RUN-FAILED = 1                                         00443715
             MOVE 'FAILED'             TO STAT-COMPLETION-CODE          00443715
             MOVE WS-FAIL-REASON       TO STAT-FAIL-REASON              00443715
           ELSE                                                         00443715
             MOVE 'COMPLETE'           TO STAT-COMPLETION-CODE          00443715
           END-IF                                                       00443715
           MOVE 'STATUSRECS'           TO STAT-CNTR-1-LABEL             00443715
           MOVE WS-STAT-CNTR           TO STAT-CNTR-1                   00443715
           MOVE 'HELD'                 TO STAT-CNTR-2-LABEL             00443715
           MOVE WS-HELD-CNTR           TO STAT-CNTR-2                   00443715
           MOVE 'NOTRUN'               TO STAT-CNTR-3-LABEL             00443715
           MOVE WS-NOTRUN-CNTR         TO STAT-CNTR-3                   00443715
           MOVE 'ROOTS'                TO STAT-CNTR-4-LABEL             00443715
           MOVE WS-RT-USED             TO STAT-CNTR-4                   00443715
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
           DISPLAY '* PROGRAM NAME  :    MASTRNHB         *'            00443715
           DISPLAY '* STATUS RECORDS: ' WS-STAT-CNTR                    00443715
           DISPLAY '* JOBS HELD     : ' WS-HELD-CNTR                    00443715
           DISPLAY '* JOBS NOT RUN  : ' WS-NOTRUN-CNTR                  00443715
           DISPLAY '***************************************'            00443715
                                                                        00443715
           PERFORM WRITE-STATUS-FILE-PARA                               00443715
                                                                        00443715
           CLOSE STATFILE.                                              00443715
           CLOSE HOLDRPT.                                               00443715
           CLOSE STATUSFILE.                                            00443715
                                                                        00443715
           IF WS-RUN-FAILED = 1                                         00443715
             MOVE 8 TO RETURN-CODE                                      00443715
           END-IF                                                       00443715
                                                                        00443715
           STOP RUN.                                                    00443715
                                                                        00443715
       END PROGRAM  MASTRNHB.                                           00443715
