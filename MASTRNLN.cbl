       ID DIVISION.                                                     00443715
       PROGRAM-ID. MASTRNLN.                                            00443715
      *    MASTRNLN IS THE DATASET LINEAGE REPORT. MASTRNGR KEEPS       00443715
      *    GENREG -- AN 'O' ENTRY FOR EVERY OUTPUT GENERATION A SUITE   00443715
      *    JOB REGISTERED AND AN 'I' ENTRY FOR EVERY INPUT GENERATION   00443715
      *    A JOB WAS CHECKED AGAINST. FOR THE LINEAGE DATE (PARM-       00443715
      *    PROCESS-DATE) THIS JOB LISTS THE GENERATIONS REGISTERED      00443715
      *    THAT DATE, THEN WHICH GENERATION FED WHICH JOB, SO "WHAT     00443715
      *    DID MASTRANC READ ON THE 14TH" IS ANSWERED FROM ONE REPORT   00443715
      *    RATHER THAN FROM THE SCHEDULER'S HISTORY.                    00443715
       ENVIRONMENT DIVISION.                                            00443715
       INPUT-OUTPUT SECTION.                                            00443715
       FILE-CONTROL.                                                    00443715
            SELECT GENREG ASSIGN TO GENREG                              00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS GENREG-FILE-STATUS.                          00443715
            SELECT LINRPT ASSIGN TO LINRPT                              00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS LINRPT-FILE-STATUS.                          00443715
            SELECT PARMFILE ASSIGN TO PARMFILE                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS PARMFILE-FILE-STATUS.                        00443715
            SELECT STATUSFILE ASSIGN TO STATUSFILE                      00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS STATUSFILE-FILE-STATUS.                      00443715
       DATA DIVISION.                                                   00443715
       FILE SECTION.                                                    00443715
      *    GENR-REC IS REPLICATED FROM MASTRNGR.CBL -- NOT A SHARED     00443715
      *    COPYBOOK, SO MASTRNGR REMAINS THE ONE PLACE THE RECORD IS    00443715
      *    DEFINED AND THIS IS ITS MIRROR.                              00443715
       FD GENREG.                                                       00443715
       01 GENR-REC.                                                     00443715
          05 GENR-ENTRY-TYPE       PIC X(1).                            00443715
          05 GENR-SEPARATOR-1      PIC X(1).                            00443715
          05 GENR-DATASET          PIC X(8).                            00443715
          05 GENR-SEPARATOR-2      PIC X(1).                            00443715
          05 GENR-PROCESS-DATE     PIC X(8).                            00443715
          05 GENR-SEPARATOR-3      PIC X(1).                            00443715
          05 GENR-CYCLE-ID         PIC X(4).                            00443715
          05 GENR-SEPARATOR-4      PIC X(1).                            00443715
          05 GENR-JOB-NAME         PIC X(8).                            00443715
          05 GENR-SEPARATOR-5      PIC X(1).                            00443715
          05 GENR-RECORD-CNT       PIC 9(9).                            00443715
          05 GENR-SEPARATOR-6      PIC X(1).                            00443715
          05 GENR-HASH-TOTAL       PIC 9(16)V99.                        00443715
          05 GENR-SEPARATOR-7      PIC X(1).                            00443715
          05 GENR-TIMESTAMP        PIC X(21).                           00443715
          05 GENR-SEPARATOR-8      PIC X(1).                            00443715
          05 GENR-SRC-PROCESS-DATE PIC X(8).                            00443715
          05 GENR-SEPARATOR-9      PIC X(1).                            00443715
          05 GENR-SRC-CYCLE-ID     PIC X(4).                            00443715
          05 GENR-SEPARATOR-10     PIC X(1).                            00443715
          05 GENR-SRC-JOB-NAME     PIC X(8).                            00443715
          05 GENR-SEPARATOR-11     PIC X(1).                            00443715
          05 GENR-RESULT           PIC X(8).                            00443715
                                                                        00443715
       FD LINRPT.                                                       00443715
       01 LINRPT-LINE             PIC X(132).                           00443715
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
       01 GENREG-FILE-STATUS    PIC X(2).                               00443715
       01 LINRPT-FILE-STATUS    PIC X(2).                               00443715
       01 PARMFILE-FILE-STATUS  PIC X(2).                               00443715
       01 STATUSFILE-FILE-STATUS PIC X(2).                              00443715
       01 WS-RUN-FAILED         PIC 9 VALUE 0.                          00443715
       01 WS-FAIL-REASON        PIC X(40) VALUE SPACES.                 00443715
       01 WS-STATUS-OPEN        PIC 9 VALUE 0.                          00443715
       01 WS-GENREG-OPEN        PIC 9 VALUE 0.                          00443715
       01 WS-EOF                PIC 9 VALUE 0.                          00443715
      *    GENREG IS READ TWICE -- 'O' ENTRIES FOR THE FIRST SECTION    00443715
      *    OF THE REPORT, 'I' ENTRIES FOR THE SECOND -- SO EACH         00443715
      *    SECTION COMES OUT IN REGISTRY ORDER WITHOUT A TABLE.         00443715
       01 WS-PASS               PIC X(1).                               00443715
       01 WS-LINEAGE-DATE       PIC X(8).                               00443715
       01 WS-COUNTERS-1.                                                00443715
          05 WS-REG-CNTR          PIC 9(9) VALUE ZEROES.                00443715
          05 WS-GEN-CNTR          PIC 9(9) VALUE ZEROES.                00443715
          05 WS-FEED-CNTR         PIC 9(9) VALUE ZEROES.                00443715
          05 WS-MATCHED-CNTR      PIC 9(9) VALUE ZEROES.                00443715
          05 WS-REFUSED-CNTR      PIC 9(9) VALUE ZEROES.                00443715
          05 WS-UNREG-CNTR        PIC 9(9) VALUE ZEROES.                00443715
       01 WS-CNTR-EDT           PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-HASH-EDT           PIC Z,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.           00443715
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
           OPEN OUTPUT LINRPT                                           00443715
                                                                        00443715
           IF LINRPT-FILE-STATUS NOT = '00'                             00443715
           THEN                                                         00443715
             DISPLAY 'OPEN LINRPT FILE-STATUS = '                       00443715
                     LINRPT-FILE-STATUS                                 00443715
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
             DISPLAY 'PARM-PROCESS-DATE MISSING -- NO LINEAGE DATE'     00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'NO PROCESS DATE' TO WS-FAIL-REASON                   00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           MOVE PARM-PROCESS-DATE TO WS-LINEAGE-DATE                    00443715
                                                                        00443715
           DISPLAY 'LINEAGE DATE = ' WS-LINEAGE-DATE                    00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       MAIN-PROCESS.                                                    00443715
                                                                        00443715
           MOVE SPACES TO WS-RPT-WORK                                   00443715
           STRING 'DATASET LINEAGE REPORT FOR ' WS-LINEAGE-DATE         00443715
             DELIMITED BY SIZE INTO WS-RPT-WORK                         00443715
           WRITE LINRPT-LINE FROM WS-RPT-WORK                           00443715
                                                                        00443715
           MOVE 'GENERATIONS REGISTERED' TO LINRPT-LINE                 00443715
           WRITE LINRPT-LINE                                            00443715
             AFTER ADVANCING 2 LINES                                    00443715
                                                                        00443715
           MOVE SPACES TO WS-RPT-WORK                                   00443715
           STRING '  DATASET   CYCLE  PRODUCER       RECORDS'           00443715
                  '               HASH TOTAL  REGISTERED'               00443715
             DELIMITED BY SIZE INTO WS-RPT-WORK                         00443715
           WRITE LINRPT-LINE FROM WS-RPT-WORK                           00443715
             AFTER ADVANCING 1 LINE                                     00443715
                                                                        00443715
           MOVE 'O' TO WS-PASS                                          00443715
           PERFORM READ-GENREG-PASS-PARA                                00443715
                                                                        00443715
           MOVE 'GENERATIONS CONSUMED' TO LINRPT-LINE                   00443715
           WRITE LINRPT-LINE                                            00443715
             AFTER ADVANCING 2 LINES                                    00443715
                                                                        00443715
           MOVE SPACES TO WS-RPT-WORK                                   00443715
           STRING '  JOB       DATASET   FED FROM GENERATION'           00443715
                  '         RECORDS  RESULT'                            00443715
             DELIMITED BY SIZE INTO WS-RPT-WORK                         00443715
           WRITE LINRPT-LINE FROM WS-RPT-WORK                           00443715
             AFTER ADVANCING 1 LINE                                     00443715
                                                                        00443715
           MOVE 'I' TO WS-PASS                                          00443715
           PERFORM READ-GENREG-PASS-PARA                                00443715
                                                                        00443715
           PERFORM WRITE-TOTALS-PARA                                    00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       READ-GENREG-PASS-PARA.                                           00443715
                                                                        00443715
           OPEN INPUT GENREG                                            00443715
                                                                        00443715
           IF GENREG-FILE-STATUS NOT = '00'                             00443715
           THEN                                                         00443715
             DISPLAY 'OPEN GENREG FILE-STATUS = '                       00443715
                     GENREG-FILE-STATUS                                 00443715
                                                                        00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'FILE OPEN ERROR' TO WS-FAIL-REASON                   00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           MOVE 1 TO WS-GENREG-OPEN                                     00443715
           MOVE 0 TO WS-EOF                                             00443715
                                                                        00443715
           PERFORM UNTIL WS-EOF = 1                                     00443715
             READ GENREG                                                00443715
               AT END                                                   00443715
                 MOVE 1 TO WS-EOF                                       00443715
               NOT AT END                                               00443715
                 IF WS-PASS = 'O'                                       00443715
                   ADD 1 TO WS-REG-CNTR                                 00443715
                 END-IF                                                 00443715
                 IF GENR-ENTRY-TYPE = WS-PASS                           00443715
                    AND GENR-PROCESS-DATE = WS-LINEAGE-DATE             00443715
                   IF WS-PASS = 'O'                                     00443715
                     PERFORM WRITE-GENERATION-LINE-PARA                 00443715
                   ELSE                                                 00443715
                     PERFORM WRITE-FEED-LINE-PARA                       00443715
                   END-IF                                               00443715
                 END-IF                                                 00443715
             END-READ                                                   00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           CLOSE GENREG                                                 00443715
           MOVE 0 TO WS-GENREG-OPEN                                     00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       WRITE-GENERATION-LINE-PARA.                                      00443715
                                                                        00443715
           ADD 1 TO WS-GEN-CNTR                                         00443715
                                                                        00443715
           MOVE GENR-RECORD-CNT TO WS-CNTR-EDT                          00443715
           MOVE GENR-HASH-TOTAL TO WS-HASH-EDT                          00443715
           MOVE SPACES TO WS-RPT-WORK                                   00443715
           STRING '  ' GENR-DATASET                                     00443715
                  '  ' GENR-CYCLE-ID                                    00443715
                  '   ' GENR-JOB-NAME                                   00443715
                  ' ' WS-CNTR-EDT                                       00443715
                  ' ' WS-HASH-EDT                                       00443715
                  '  ' GENR-TIMESTAMP (1:14)                            00443715
             DELIMITED BY SIZE INTO WS-RPT-WORK                         00443715
           WRITE LINRPT-LINE FROM WS-RPT-WORK                           00443715
             AFTER ADVANCING 1 LINE                                     00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       WRITE-FEED-LINE-PARA.                                            00443715
      *    A CONSUMER IS LOGGED AT OPEN ONLY WHEN IT IS REFUSED         00443715
      *    ('STALE') OR THE DATASET WAS NEVER REGISTERED ('UNREG',      00443715
      *    ZERO COUNTS); OTHERWISE ONCE ITS INPUT HAS BEEN READ, WITH   00443715
      *    THE COUNT AND HASH IT ACTUALLY SAW.                          00443715
           ADD 1 TO WS-FEED-CNTR                                        00443715
                                                                        00443715
           EVALUATE GENR-RESULT                                         00443715
             WHEN 'MATCHED'                                             00443715
               ADD 1 TO WS-MATCHED-CNTR                                 00443715
             WHEN 'UNREG'                                               00443715
               ADD 1 TO WS-UNREG-CNTR                                   00443715
             WHEN OTHER                                                 00443715
               ADD 1 TO WS-REFUSED-CNTR                                 00443715
           END-EVALUATE                                                 00443715
                                                                        00443715
           MOVE GENR-RECORD-CNT TO WS-CNTR-EDT                          00443715
           MOVE SPACES TO WS-RPT-WORK                                   00443715
           IF GENR-SRC-PROCESS-DATE = SPACES                            00443715
             STRING '  ' GENR-JOB-NAME                                  00443715
                    '  ' GENR-DATASET                                   00443715
                    '  (NONE REGISTERED)       '                        00443715
                    WS-CNTR-EDT                                         00443715
                    '  ' GENR-RESULT                                    00443715
               DELIMITED BY SIZE INTO WS-RPT-WORK                       00443715
           ELSE                                                         00443715
             STRING '  ' GENR-JOB-NAME                                  00443715
                    '  ' GENR-DATASET                                   00443715
                    '  ' GENR-SRC-PROCESS-DATE                          00443715
                    ' ' GENR-SRC-CYCLE-ID                               00443715
                    ' ' GENR-SRC-JOB-NAME                               00443715
                    '  ' WS-CNTR-EDT                                    00443715
                    '  ' GENR-RESULT                                    00443715
               DELIMITED BY SIZE INTO WS-RPT-WORK                       00443715
           END-IF                                                       00443715
           WRITE LINRPT-LINE FROM WS-RPT-WORK                           00443715
             AFTER ADVANCING 1 LINE                                     00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       WRITE-TOTALS-PARA.                                               00443715
                                                                        00443715
           MOVE 'TOTALS' TO LINRPT-LINE                                 00443715
           WRITE LINRPT-LINE                                            00443715
             AFTER ADVANCING 2 LINES                                    00443715
                                                                        00443715
           MOVE WS-GEN-CNTR TO WS-CNTR-EDT                              00443715
           MOVE SPACES TO WS-RPT-WORK                                   00443715
           STRING '  GENERATIONS REGISTERED : ' WS-CNTR-EDT             00443715
             DELIMITED BY SIZE INTO WS-RPT-WORK                         00443715
           WRITE LINRPT-LINE FROM WS-RPT-WORK                           00443715
             AFTER ADVANCING 1 LINE                                     00443715
                                                                        00443715
           MOVE WS-FEED-CNTR TO WS-CNTR-EDT                             00443715
           MOVE SPACES TO WS-RPT-WORK                                   00443715
           STRING '  INPUTS CHECKED         : ' WS-CNTR-EDT             00443715
             DELIMITED BY SIZE INTO WS-RPT-WORK                         00443715
           WRITE LINRPT-LINE FROM WS-RPT-WORK                           00443715
             AFTER ADVANCING 1 LINE                                     00443715
                                                                        00443715
           MOVE WS-MATCHED-CNTR TO WS-CNTR-EDT                          00443715
           MOVE SPACES TO WS-RPT-WORK                                   00443715
           STRING '    MATCHED              : ' WS-CNTR-EDT             00443715
             DELIMITED BY SIZE INTO WS-RPT-WORK                         00443715
           WRITE LINRPT-LINE FROM WS-RPT-WORK                           00443715
             AFTER ADVANCING 1 LINE                                     00443715
                                                                        00443715
           MOVE WS-REFUSED-CNTR TO WS-CNTR-EDT                          00443715
           MOVE SPACES TO WS-RPT-WORK                                   00443715
           STRING '    REFUSED              : ' WS-CNTR-EDT             00443715
             DELIMITED BY SIZE INTO WS-RPT-WORK                         00443715
           WRITE LINRPT-LINE FROM WS-RPT-WORK                           00443715
             AFTER ADVANCING 1 LINE                                     00443715
                                                                        00443715
           MOVE WS-UNREG-CNTR TO WS-CNTR-EDT                            00443715
           MOVE SPACES TO WS-RPT-WORK                                   00443715
           STRING '    UNREGISTERED         : ' WS-CNTR-EDT             00443715
             DELIMITED BY SIZE INTO WS-RPT-WORK                         00443715
           WRITE LINRPT-LINE FROM WS-RPT-WORK                           00443715
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
           MOVE 'MASTRNLN'             TO STAT-JOB-NAME                 00443715
           MOVE FUNCTION CURRENT-DATE  TO STAT-RUN-TIMESTAMP            00443715
           IF WS-RUN-FAILED = 1                                         00443715
             MOVE 'FAILED'             TO STAT-COMPLETION-CODE          00443715
             MOVE WS-FAIL-REASON       TO STAT-FAIL-REASON              00443715
           ELSE                                                         00443715
             MOVE 'COMPLETE'           TO STAT-COMPLETION-CODE          00443715
           END-IF                                                       00443715
           MOVE 'REGROWS'              TO STAT-CNTR-1-LABEL             00443715
           MOVE WS-REG-CNTR            TO STAT-CNTR-1                   00443715
           MOVE 'GENS'                 TO STAT-CNTR-2-LABEL             00443715
           MOVE WS-GEN-CNTR            TO STAT-CNTR-2                   00443715
           MOVE 'FEEDS'                TO STAT-CNTR-3-LABEL             00443715
           MOVE WS-FEED-CNTR           TO STAT-CNTR-3                   00443715
           MOVE 'REFUSED'              TO STAT-CNTR-4-LABEL             00443715
           MOVE WS-REFUSED-CNTR        TO STAT-CNTR-4                   00443715
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
           DISPLAY '* PROGRAM NAME  :    MASTRNLN         *'            00443715
           DISPLAY '* REGISTRY ROWS : ' WS-REG-CNTR                     00443715
           DISPLAY '* GENERATIONS   : ' WS-GEN-CNTR                     00443715
           DISPLAY '* INPUTS CHECKED: ' WS-FEED-CNTR                    00443715
           DISPLAY '* REFUSED       : ' WS-REFUSED-CNTR                 00443715
           DISPLAY '***************************************'            00443715
                                                                        00443715
           PERFORM WRITE-STATUS-FILE-PARA                               00443715
                                                                        00443715
           IF WS-GENREG-OPEN = 1                                        00443715
             CLOSE GENREG                                               00443715
           END-IF                                                       00443715
           CLOSE LINRPT.                                                00443715
           CLOSE STATUSFILE.                                            00443715
                                                                        00443715
           IF WS-RUN-FAILED = 1                                         00443715
             MOVE 8 TO RETURN-CODE                                      00443715
           END-IF                                                       00443715
                                                                        00443715
           STOP RUN.                                                    00443715
                                                                        00443715
       END PROGRAM  MASTRNLN.                                           00443715
