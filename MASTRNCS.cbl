       ID DIVISION.                                                     00443715
       PROGRAM-ID. MASTRNCS.                                            00443715
      *    MASTRNCS IS THE CONSENT SUPPRESSION REPORT, IN THE MASTRNTM  00443715
      *    MOLD. EVERY JOB THAT WRITES A MARKETING- OR RETENTION-       00443715
      *    FACING EXTRACT (MASTRANC CHURNFILE AND CHRKFILE, MASTRNTR    00443715
      *    TIERFILE, MASTRNRC RECRFILE, MASTRNHH HHLDROLL) HOLDS BACK   00443715
      *    THE ROWS OF CONTRACTS NOT CONSENTED FOR THE EXTRACT'S        00443715
      *    PURPOSE AND APPENDS THEM TO CSUPFILE INSTEAD. THIS JOB RUNS  00443715
      *    AFTER THE LAST OF THEM AND SHOWS, FOR THE NIGHT, HOW MANY    00443715
      *    CONTRACTS EACH EXTRACT DROPPED AND WHY -- NO CONSENT FILE,   00443715
      *    NO CONSENT RECORD, CONSENT WITHDRAWN, OR NEVER GIVEN -- SO   00443715
      *    THE TEAMS CAN SEE WHAT THEIR LISTS ARE MISSING.              00443715
       ENVIRONMENT DIVISION.                                            00443715
       INPUT-OUTPUT SECTION.                                            00443715
       FILE-CONTROL.                                                    00443715
            SELECT OPTIONAL CSUPFILE ASSIGN TO CSUPFILE                 00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS CSUPFILE-FILE-STATUS.                        00443715
            SELECT CSUPRPT ASSIGN TO CSUPRPT                            00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS CSUPRPT-FILE-STATUS.                         00443715
            SELECT STATUSFILE ASSIGN TO STATUSFILE                      00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS STATUSFILE-FILE-STATUS.                      00443715
            SELECT PARMFILE ASSIGN TO PARMFILE                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS PARMFILE-FILE-STATUS.                        00443715
       DATA DIVISION.                                                   00443715
       FILE SECTION.                                                    00443715
      *    CSUPFILE IS APPENDED BY EVERY PRODUCING JOB AND RETIRED BY   00443715
      *    MASTRANH -- ONLY THE ROWS DATED FOR THIS RUN ARE REPORTED.   00443715
       FD CSUPFILE.                                                     00443715
         COPY CSUPREC.                                                  00443715
                                                                        00443715
       FD CSUPRPT.                                                      00443715
       01 CSUPRPT-LINE            PIC X(132).                           00443715
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
       01 CSUPFILE-FILE-STATUS  PIC X(2).                               00443715
       01 CSUPRPT-FILE-STATUS   PIC X(2).                               00443715
       01 STATUSFILE-FILE-STATUS PIC X(2).                              00443715
       01 PARMFILE-FILE-STATUS  PIC X(2).                               00443715
       01 WS-RUN-FAILED         PIC 9 VALUE 0.                          00443715
       01 WS-FAIL-REASON        PIC X(40) VALUE SPACES.                 00443715
       01 WS-STATUS-OPEN        PIC 9 VALUE 0.                          00443715
       01 WS-EOF                PIC 9 VALUE 0.                          00443715
       01 WS-RUN-DATE           PIC X(8).                               00443715
       01 WS-COUNTERS-1.                                                00443715
          05 WS-CSUPFILE-CNTR     PIC 9(9) VALUE ZEROES.                00443715
          05 WS-TONIGHT-CNTR      PIC 9(9) VALUE ZEROES.                00443715
          05 WS-CONTRACT-CNTR     PIC 9(9) VALUE ZEROES.                00443715
       01 WS-CSUPFILE-CNTR-EDT  PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-TONIGHT-CNTR-EDT   PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-CONTRACT-CNTR-EDT  PIC ZZZ,ZZZ,ZZ9.                        00443715
      *    ONE ROW PER EXTRACT SEEN TONIGHT, AND ONE PER EXTRACT AND    00443715
      *    REASON UNDER IT. A PRODUCER WRITES A CONTRACT'S HELD ROWS    00443715
      *    TOGETHER, SO A CONTRACT IS COUNTED ONCE WHEN ITS NUMBER      00443715
      *    DIFFERS FROM THE LAST ONE HELD FOR THE SAME EXTRACT AND      00443715
      *    REASON -- RECRFILE HOLDS ONE ROW PER MERCHANT.               00443715
       01 WS-EXT-USED           PIC 9(2) VALUE ZEROES.                  00443715
       01 WS-EXT-IDX            PIC 9(2).                               00443715
       01 WS-EXT-TABLE.                                                 00443715
          05 WS-EXT-ENTRY OCCURS 20 TIMES                               00443715
               INDEXED BY WS-EXT-TABIDX.                                00443715
             10 WS-EXT-NAME         PIC X(10).                          00443715
             10 WS-EXT-JOB          PIC X(8).                           00443715
             10 WS-EXT-PURPOSE      PIC X(1).                           00443715
             10 WS-EXT-ROWS         PIC 9(9).                           00443715
             10 WS-EXT-CONTRACTS    PIC 9(9).                           00443715
       01 WS-RSN-USED           PIC 9(3) VALUE ZEROES.                  00443715
       01 WS-RSN-IDX            PIC 9(3).                               00443715
       01 WS-RSN-TABLE.                                                 00443715
          05 WS-RSN-ENTRY OCCURS 100 TIMES                              00443715
               INDEXED BY WS-RSN-TABIDX.                                00443715
             10 WS-RSN-EXTRACT      PIC X(10).                          00443715
             10 WS-RSN-REASON       PIC X(16).                          00443715
             10 WS-RSN-ROWS         PIC 9(9).                           00443715
             10 WS-RSN-CONTRACTS    PIC 9(9).                           00443715
             10 WS-RSN-LAST-CONT    PIC 9(10).                          00443715
       01 WS-PURPOSE-TEXT       PIC X(9).                               00443715
       01 WS-ROWS-EDT           PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-CONTRACTS-EDT      PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-RPT-WORK           PIC X(132).                             00443715
         COPY PGATLNK.                                                  00443715
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
           PERFORM READ-PARM-PARA                                       00443715
                                                                        00443715
           DISPLAY 'START PROCESS'                                      00443715
                                                                        00443715
           PERFORM FILE-OPEN-PARA                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       READ-PARM-PARA.                                                  00443715
      *    THE PRODUCERS DATE THEIR ROWS BY THE PROCESS DATE, OR BY     00443715
      *    TODAY WITHOUT ONE -- THE REPORT PICKS THE SAME NIGHT.        00443715
           MOVE SPACES TO PARM-PROCESS-DATE                             00443715
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
           IF PARM-PROCESS-DATE IS NUMERIC                              00443715
             MOVE PARM-PROCESS-DATE TO WS-RUN-DATE                      00443715
           ELSE                                                         00443715
             MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE            00443715
           END-IF                                                       00443715
                                                                        00443715
           DISPLAY 'REPORTING CONSENT SUPPRESSION FOR ' WS-RUN-DATE     00443715
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
           PERFORM CHECK-PREDECESSORS-PARA                              00443715
                                                                        00443715
      *    A NIGHT ON WHICH NO PRODUCER HELD ANYTHING MAY FIND NO       00443715
      *    CSUPFILE AT ALL -- THAT IS AN EMPTY REPORT, NOT A FAILURE.   00443715
           OPEN INPUT CSUPFILE                                          00443715
                                                                        00443715
           IF CSUPFILE-FILE-STATUS NOT = '00'                           00443715
              AND CSUPFILE-FILE-STATUS NOT = '05'                       00443715
           THEN                                                         00443715
             DISPLAY 'OPEN CSUP FILE-STATUS = '  CSUPFILE-FILE-STATUS   00443715
                                                                        00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'FILE OPEN ERROR' TO WS-FAIL-REASON                   00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           OPEN OUTPUT CSUPRPT                                          00443715
                                                                        00443715
           IF CSUPRPT-FILE-STATUS NOT = '00'                            00443715
           THEN                                                         00443715
             DISPLAY 'OPEN CSUPRPT FILE-STATUS = '                      00443715
                     CSUPRPT-FILE-STATUS                                00443715
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
       CHECK-PREDECESSORS-PARA.                                         00443715
      *    HOLD THIS JOB WHEN A PREDECESSOR DEPTABLE NAMES FOR IT IS    00443715
      *    MISSING OR FAILED TONIGHT -- SEE MASTRNPG.                   00443715
           MOVE 'MASTRNCS' TO PGAT-JOB-NAME                             00443715
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
       MAIN-PROCESS.                                                    00443715
                                                                        00443715
           MOVE SPACES TO WS-RPT-WORK                                   00443715
           STRING 'MARKETING CONSENT SUPPRESSION REPORT FOR '           00443715
                  WS-RUN-DATE                                           00443715
             DELIMITED BY SIZE INTO WS-RPT-WORK                         00443715
           WRITE CSUPRPT-LINE FROM WS-RPT-WORK                          00443715
                                                                        00443715
           MOVE 0 TO WS-EOF                                             00443715
           PERFORM UNTIL WS-EOF = 1                                     00443715
             READ CSUPFILE                                              00443715
               AT END                                                   00443715
                 MOVE 1 TO WS-EOF                                       00443715
               NOT AT END                                               00443715
                 ADD 1 TO WS-CSUPFILE-CNTR                              00443715
                 IF CSUP-RUN-DATE = WS-RUN-DATE                         00443715
                   ADD 1 TO WS-TONIGHT-CNTR                             00443715
                   PERFORM TALLY-HELD-ROW-PARA                          00443715
                 END-IF                                                 00443715
             END-READ                                                   00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           PERFORM WRITE-SUPPRESSION-PARA                               00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       TALLY-HELD-ROW-PARA.                                             00443715
                                                                        00443715
           PERFORM FIND-EXTRACT-PARA                                    00443715
                                                                        00443715
           PERFORM FIND-REASON-PARA                                     00443715
                                                                        00443715
           IF WS-EXT-IDX > 0 AND WS-RSN-IDX > 0                         00443715
             ADD 1 TO WS-EXT-ROWS (WS-EXT-IDX)                          00443715
             ADD 1 TO WS-RSN-ROWS (WS-RSN-IDX)                          00443715
                                                                        00443715
             IF CSUP-CONT-ID NOT = WS-RSN-LAST-CONT (WS-RSN-IDX)        00443715
               ADD 1 TO WS-EXT-CONTRACTS (WS-EXT-IDX)                   00443715
               ADD 1 TO WS-RSN-CONTRACTS (WS-RSN-IDX)                   00443715
               ADD 1 TO WS-CONTRACT-CNTR                                00443715
               MOVE CSUP-CONT-ID TO WS-RSN-LAST-CONT (WS-RSN-IDX)       00443715
             END-IF                                                     00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       FIND-EXTRACT-PARA.                                               00443715
      *    FINDS OR OPENS THE EXTRACT'S ROW; WS-EXT-IDX COMES BACK      00443715
      *    ZERO ONLY WHEN THE TABLE IS FULL.                            00443715
           MOVE 0 TO WS-EXT-IDX                                         00443715
                                                                        00443715
           SET WS-EXT-TABIDX TO 1                                       00443715
           SEARCH WS-EXT-ENTRY                                          00443715
             AT END                                                     00443715
               DISPLAY 'EXTRACT TABLE FULL -- ROW FOR '                 00443715
                       CSUP-EXTRACT ' DROPPED'                          00443715
             WHEN WS-EXT-TABIDX > WS-EXT-USED                           00443715
               ADD 1 TO WS-EXT-USED                                     00443715
               MOVE CSUP-EXTRACT  TO WS-EXT-NAME (WS-EXT-TABIDX)        00443715
               MOVE CSUP-JOB-NAME TO WS-EXT-JOB (WS-EXT-TABIDX)         00443715
               MOVE CSUP-PURPOSE  TO WS-EXT-PURPOSE (WS-EXT-TABIDX)     00443715
               MOVE ZEROES TO WS-EXT-ROWS (WS-EXT-TABIDX)               00443715
               MOVE ZEROES TO WS-EXT-CONTRACTS (WS-EXT-TABIDX)          00443715
               SET WS-EXT-IDX TO WS-EXT-TABIDX                          00443715
             WHEN WS-EXT-NAME (WS-EXT-TABIDX) = CSUP-EXTRACT            00443715
               SET WS-EXT-IDX TO WS-EXT-TABIDX                          00443715
           END-SEARCH                                                   00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       FIND-REASON-PARA.                                                00443715
                                                                        00443715
           MOVE 0 TO WS-RSN-IDX                                         00443715
                                                                        00443715
           SET WS-RSN-TABIDX TO 1                                       00443715
           SEARCH WS-RSN-ENTRY                                          00443715
             AT END                                                     00443715
               DISPLAY 'REASON TABLE FULL -- ROW FOR '                  00443715
                       CSUP-EXTRACT ' ' CSUP-REASON ' DROPPED'          00443715
             WHEN WS-RSN-TABIDX > WS-RSN-USED                           00443715
               ADD 1 TO WS-RSN-USED                                     00443715
               MOVE CSUP-EXTRACT TO WS-RSN-EXTRACT (WS-RSN-TABIDX)      00443715
               MOVE CSUP-REASON  TO WS-RSN-REASON (WS-RSN-TABIDX)       00443715
               MOVE ZEROES TO WS-RSN-ROWS (WS-RSN-TABIDX)               00443715
               MOVE ZEROES TO WS-RSN-CONTRACTS (WS-RSN-TABIDX)          00443715
               MOVE ZEROES TO WS-RSN-LAST-CONT (WS-RSN-TABIDX)          00443715
               SET WS-RSN-IDX TO WS-RSN-TABIDX                          00443715
             WHEN WS-RSN-EXTRACT (WS-RSN-TABIDX) = CSUP-EXTRACT         00443715
              AND WS-RSN-REASON (WS-RSN-TABIDX) = CSUP-REASON           00443715
               SET WS-RSN-IDX TO WS-RSN-TABIDX                          00443715
           END-SEARCH                                                   00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       WRITE-SUPPRESSION-PARA.                                          00443715
      *    ONE BLOCK PER EXTRACT IN THE ORDER THE JOBS RAN: A LINE PER  00443715
      *    REASON, THEN THE EXTRACT'S TOTAL. CONTRACTS IS WHAT THE      00443715
      *    TEAMS' LISTS ARE SHORT; ROWS IS WHAT CSUPFILE HOLDS.         00443715
           MOVE 'EXTRACT     JOB       PURPOSE    REASON              ' 00443715
             TO WS-RPT-WORK                                             00443715
           MOVE 'CONTRACTS         ROWS' TO WS-RPT-WORK (53:23)         00443715
           WRITE CSUPRPT-LINE FROM WS-RPT-WORK                          00443715
             AFTER ADVANCING 2 LINES                                    00443715
                                                                        00443715
           IF WS-EXT-USED = 0                                           00443715
             MOVE '  NO ROWS HELD FOR WANT OF CONSENT TONIGHT'          00443715
               TO CSUPRPT-LINE                                          00443715
             WRITE CSUPRPT-LINE                                         00443715
               AFTER ADVANCING 1 LINE                                   00443715
           END-IF                                                       00443715
                                                                        00443715
           PERFORM VARYING WS-EXT-IDX FROM 1 BY 1                       00443715
             UNTIL WS-EXT-IDX > WS-EXT-USED                             00443715
             IF WS-EXT-PURPOSE (WS-EXT-IDX) = 'M'                       00443715
               MOVE 'MARKETING' TO WS-PURPOSE-TEXT                      00443715
             ELSE                                                       00443715
               MOVE 'RETENTION' TO WS-PURPOSE-TEXT                      00443715
             END-IF                                                     00443715
                                                                        00443715
             PERFORM VARYING WS-RSN-IDX FROM 1 BY 1                     00443715
               UNTIL WS-RSN-IDX > WS-RSN-USED                           00443715
               IF WS-RSN-EXTRACT (WS-RSN-IDX)                           00443715
                  = WS-EXT-NAME (WS-EXT-IDX)                            00443715
                 MOVE WS-RSN-CONTRACTS (WS-RSN-IDX)                     00443715
                   TO WS-CONTRACTS-EDT                                  00443715
                 MOVE WS-RSN-ROWS (WS-RSN-IDX) TO WS-ROWS-EDT           00443715
                                                                        00443715
                 MOVE SPACES TO WS-RPT-WORK                             00443715
                 STRING WS-EXT-NAME (WS-EXT-IDX) '  '                   00443715
                        WS-EXT-JOB (WS-EXT-IDX) '  '                    00443715
                        WS-PURPOSE-TEXT '  '                            00443715
                        WS-RSN-REASON (WS-RSN-IDX) '  '                 00443715
                        WS-CONTRACTS-EDT '  '                           00443715
                        WS-ROWS-EDT                                     00443715
                   DELIMITED BY SIZE INTO WS-RPT-WORK                   00443715
                 WRITE CSUPRPT-LINE FROM WS-RPT-WORK                    00443715
                   AFTER ADVANCING 1 LINE                               00443715
               END-IF                                                   00443715
             END-PERFORM                                                00443715
                                                                        00443715
             MOVE WS-EXT-CONTRACTS (WS-EXT-IDX) TO WS-CONTRACTS-EDT     00443715
             MOVE WS-EXT-ROWS (WS-EXT-IDX)      TO WS-ROWS-EDT          00443715
                                                                        00443715
             MOVE SPACES TO WS-RPT-WORK                                 00443715
             STRING WS-EXT-NAME (WS-EXT-IDX) '  '                       00443715
                    WS-EXT-JOB (WS-EXT-IDX) '  '                        00443715
                    WS-PURPOSE-TEXT '  '                                00443715
                    'EXTRACT TOTAL     '                                00443715
                    WS-CONTRACTS-EDT '  '                               00443715
                    WS-ROWS-EDT                                         00443715
               DELIMITED BY SIZE INTO WS-RPT-WORK                       00443715
             WRITE CSUPRPT-LINE FROM WS-RPT-WORK                        00443715
               AFTER ADVANCING 1 LINE                                   00443715
                                                                        00443715
             MOVE SPACES TO CSUPRPT-LINE                                00443715
             WRITE CSUPRPT-LINE                                         00443715
               AFTER ADVANCING 1 LINE                                   00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           MOVE WS-CONTRACT-CNTR TO WS-CONTRACTS-EDT                    00443715
           MOVE WS-TONIGHT-CNTR  TO WS-ROWS-EDT                         00443715
                                                                        00443715
           MOVE SPACES TO WS-RPT-WORK                                   00443715
           STRING 'ALL EXTRACTS'                                        00443715
                  '                     '                               00443715
                  'NIGHT TOTAL       '                                  00443715
                  WS-CONTRACTS-EDT '  '                                 00443715
                  WS-ROWS-EDT                                           00443715
             DELIMITED BY SIZE INTO WS-RPT-WORK                         00443715
           WRITE CSUPRPT-LINE FROM WS-RPT-WORK                          00443715
             AFTER ADVANCING 1 LINE                                     00443715
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
           MOVE 'MASTRNCS'             TO STAT-JOB-NAME                 00443715
           MOVE FUNCTION CURRENT-DATE  TO STAT-RUN-TIMESTAMP            00443715
           IF WS-RUN-FAILED = 1                                         00443715
             MOVE 'FAILED'             TO STAT-COMPLETION-CODE          00443715
             MOVE WS-FAIL-REASON       TO STAT-FAIL-REASON              00443715
           ELSE                                                         00443715
             MOVE 'COMPLETE'           TO STAT-COMPLETION-CODE          00443715
           END-IF                                                       00443715
           MOVE 'CSUPFILE'             TO STAT-CNTR-1-LABEL             00443715
           MOVE WS-CSUPFILE-CNTR       TO STAT-CNTR-1                   00443715
           MOVE 'HELD ROWS'            TO STAT-CNTR-2-LABEL             00443715
           MOVE WS-TONIGHT-CNTR        TO STAT-CNTR-2                   00443715
           MOVE 'CONTRACTS'            TO STAT-CNTR-3-LABEL             00443715
           MOVE WS-CONTRACT-CNTR       TO STAT-CNTR-3                   00443715
           MOVE 'EXTRACTS'             TO STAT-CNTR-4-LABEL             00443715
           MOVE WS-EXT-USED            TO STAT-CNTR-4                   00443715
                                                                        00443715
           WRITE STATUS-REC                                             00443715
                                                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       END-PROCESS.                                                     00443715
                                                                        00443715
           MOVE WS-CSUPFILE-CNTR TO WS-CSUPFILE-CNTR-EDT                00443715
           MOVE WS-TONIGHT-CNTR  TO WS-TONIGHT-CNTR-EDT                 00443715
           MOVE WS-CONTRACT-CNTR TO WS-CONTRACT-CNTR-EDT                00443715
                                                                        00443715
           DISPLAY '***************************************'            00443715
           DISPLAY '* PROGRAM NAME  :    MASTRNCS         *'            00443715
           DISPLAY '* CSUPFILE      : ' WS-CSUPFILE-CNTR-EDT            00443715
                   '         *'                                         00443715
           DISPLAY '* HELD TONIGHT  : ' WS-TONIGHT-CNTR-EDT             00443715
                   '         *'                                         00443715
           DISPLAY '* CONTRACTS     : ' WS-CONTRACT-CNTR-EDT            00443715
                   '         *'                                         00443715
           DISPLAY '* EXTRACTS      : ' WS-EXT-USED                     00443715
           DISPLAY '***************************************'            00443715
                                                                        00443715
           PERFORM WRITE-STATUS-FILE-PARA                               00443715
                                                                        00443715
           CLOSE CSUPFILE.                                              00443715
           CLOSE CSUPRPT.                                               00443715
           CLOSE STATUSFILE.                                            00443715
                                                                        00443715
           IF WS-RUN-FAILED = 1                                         00443715
             MOVE 8 TO RETURN-CODE                                      00443715
           END-IF                                                       00443715
                                                                        00443715
           STOP RUN.                                                    00443715
                                                                        00443715
       END PROGRAM  MASTRNCS.                                           00443715
