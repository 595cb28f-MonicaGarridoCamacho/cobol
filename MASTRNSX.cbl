       ID DIVISION.                                                     00443715
       PROGRAM-ID. MASTRNSX.                                            00443715
      *    MASTRNSX IS THE STRUCTURING DETECTOR. CHECK-HIVAL-PARA IN    00443715
      *    MASTRANC ONLY CATCHES A SINGLE TRANSACTION OVER              00443715
      *    PARM-HIGH-VALUE-THRESHOLD, AND A CUSTOMER WHO SPLITS THE     00443715
      *    SAME SPEND INTO SEVERAL TRANSACTIONS JUST UNDER IT OVER A    00443715
      *    FEW DAYS NEVER SHOWS UP. MASTRANC NOW WRITES STRXFILE --     00443715
      *    EVERY APPROVED AUTHORIZATION INSIDE THE PARM-STRUCT-BAND-PCT 00443715
      *    BAND BELOW THE THRESHOLD. THIS JOB CARRIES THOSE ROWS        00443715
      *    ACROSS CYCLES: STRHIN IS THE PRIOR CYCLE'S WINDOW FILE, AND  00443715
      *    STRHFILE IS WRITTEN WITH EVERY ROW STILL INSIDE THE          00443715
      *    PARM-STRUCT-WINDOW-DAYS WINDOW PLUS TONIGHT'S STRXFILE.      00443715
      *    ROWS ALREADY STAMPED WITH TONIGHT'S DATE ARE REPLACED, SO A  00443715
      *    RERUN DOES NOT COUNT A NIGHT TWICE. A CONTRACT WITH AT       00443715
      *    LEAST TWO BAND TRANSACTIONS IN THE WINDOW, ONE OF THEM       00443715
      *    TONIGHT, WHOSE TOTAL EXCEEDS THE THRESHOLD IS A SAR          00443715
      *    CANDIDATE: IT IS LISTED ON SARRPT WITH EVERY TRANSACTION     00443715
      *    INVOLVED SO THE AML OFFICER HAS SOMETHING TO FILE FROM.      00443715
      *    REQUIRING A ROW TONIGHT KEEPS A PATTERN ALREADY REPORTED     00443715
      *    FROM BEING REPORTED AGAIN EVERY NIGHT UNTIL IT AGES OUT.     00443715
       ENVIRONMENT DIVISION.                                            00443715
       INPUT-OUTPUT SECTION.                                            00443715
       FILE-CONTROL.                                                    00443715
            SELECT STRXFILE ASSIGN TO STRXFILE                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS STRXFILE-FILE-STATUS.                        00443715
            SELECT STRHIN ASSIGN TO STRHIN                              00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS STRHIN-FILE-STATUS.                          00443715
            SELECT STRHFILE ASSIGN TO STRHFILE                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS STRHFILE-FILE-STATUS.                        00443715
            SELECT SORTFILE ASSIGN TO SORTWK01.                         00443715
            SELECT SARRPT ASSIGN TO SARRPT                              00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS SARRPT-FILE-STATUS.                          00443715
            SELECT PARMFILE ASSIGN TO PARMFILE                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS PARMFILE-FILE-STATUS.                        00443715
            SELECT STATUSFILE ASSIGN TO STATUSFILE                      00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS STATUSFILE-FILE-STATUS.                      00443715
       DATA DIVISION.                                                   00443715
       FILE SECTION.                                                    00443715
      *    STRXFILE MIRRORS THE FD RECORD MASTRANC WRITES, READ BACK    00443715
      *    AS DISPLAY TEXT AND CONVERTED WITH NUMVAL, THE SAME WAY      00443715
      *    MASTRANF READS ITS EXTRACTS.                                 00443715
       FD STRXFILE.                                                     00443715
       01 STRX-REC.                                                     00443715
          05 STRX-CONT-ID          PIC 9(10).                           00443715
          05 FILLER                PIC X(1).                            00443715
          05 STRX-PROCESS-DATE     PIC X(8).                            00443715
          05 FILLER                PIC X(1).                            00443715
          05 STRX-CREDTT           PIC X(19).                           00443715
          05 FILLER                PIC X(1).                            00443715
          05 STRX-TXN-REF          PIC X(40).                           00443715
          05 FILLER                PIC X(1).                            00443715
          05 STRX-MERCHANT-ID      PIC X(40).                           00443715
          05 FILLER                PIC X(1).                            00443715
          05 STRX-AMOUNT           PIC X(17).                           00443715
                                                                        00443715
      *    STRHIN/STRHFILE ARE THE ROLLING WINDOW FILE -- THE SAME      00443715
      *    ROW AS STRXFILE, KEPT IN CONT-ID AND TIMESTAMP ORDER.        00443715
       FD STRHIN.                                                       00443715
       01 STRHIN-REC.                                                   00443715
          05 SHIN-CONT-ID          PIC 9(10).                           00443715
          05 FILLER                PIC X(1).                            00443715
          05 SHIN-PROCESS-DATE     PIC X(8).                            00443715
          05 FILLER                PIC X(1).                            00443715
          05 SHIN-CREDTT           PIC X(19).                           00443715
          05 FILLER                PIC X(1).                            00443715
          05 SHIN-TXN-REF          PIC X(40).                           00443715
          05 FILLER                PIC X(1).                            00443715
          05 SHIN-MERCHANT-ID      PIC X(40).                           00443715
          05 FILLER                PIC X(1).                            00443715
          05 SHIN-AMOUNT           PIC X(17).                           00443715
                                                                        00443715
       FD STRHFILE.                                                     00443715
       01 STRH-REC.                                                     00443715
          05 STRH-CONT-ID          PIC 9(10).                           00443715
          05 STRH-SEPARATOR-1      PIC X(1).                            00443715
          05 STRH-PROCESS-DATE     PIC X(8).                            00443715
          05 STRH-SEPARATOR-2      PIC X(1).                            00443715
          05 STRH-CREDTT           PIC X(19).                           00443715
          05 STRH-SEPARATOR-3      PIC X(1).                            00443715
          05 STRH-TXN-REF          PIC X(40).                           00443715
          05 STRH-SEPARATOR-4      PIC X(1).                            00443715
          05 STRH-MERCHANT-ID      PIC X(40).                           00443715
          05 STRH-SEPARATOR-5      PIC X(1).                            00443715
          05 STRH-AMOUNT           PIC Z(13)9.99.                       00443715
                                                                        00443715
      *    SORTED BY CONTRACT THEN TIMESTAMP, SO EACH CONTRACT'S        00443715
      *    WINDOW ARRIVES TOGETHER AND LISTS IN THE ORDER IT HAPPENED.  00443715
       SD SORTFILE.                                                     00443715
       01 SORT-REC.                                                     00443715
          05 SRT-CONT-ID           PIC 9(10).                           00443715
          05 SRT-CREDTT            PIC X(19).                           00443715
          05 SRT-PROCESS-DATE      PIC X(8).                            00443715
          05 SRT-TXN-REF           PIC X(40).                           00443715
          05 SRT-MERCHANT-ID       PIC X(40).                           00443715
          05 SRT-AMOUNT            PIC 9(14)V99.                        00443715
                                                                        00443715
       FD SARRPT.                                                       00443715
       01 SARRPT-LINE              PIC X(132).                          00443715
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
       01 STRXFILE-FILE-STATUS  PIC X(2).                               00443715
       01 STRHIN-FILE-STATUS    PIC X(2).                               00443715
       01 STRHFILE-FILE-STATUS  PIC X(2).                               00443715
       01 SARRPT-FILE-STATUS    PIC X(2).                               00443715
       01 PARMFILE-FILE-STATUS  PIC X(2).                               00443715
       01 STATUSFILE-FILE-STATUS PIC X(2).                              00443715
       01 WS-RUN-FAILED         PIC 9 VALUE 0.                          00443715
       01 WS-FAIL-REASON        PIC X(40) VALUE SPACES.                 00443715
       01 WS-STATUS-OPEN        PIC 9 VALUE 0.                          00443715
       01 WS-PARM-READ-OK       PIC 9 VALUE 0.                          00443715
       01 WS-EOF                PIC 9 VALUE 0.                          00443715
       01 WS-SORT-EOF           PIC 9 VALUE 0.                          00443715
      *    THE WINDOW RUNS FROM WS-WINDOW-START THROUGH TONIGHT.        00443715
       01 WS-WINDOW-START       PIC X(8).                               00443715
       01 WS-WINDOW-NUM         PIC 9(8).                               00443715
       01 WS-WINDOW-INT         PIC 9(9).                               00443715
      *    CONTRACT CONTROL-BREAK STATE. THE CONTRACT'S WINDOW ROWS     00443715
      *    ARE HELD UNTIL THE BREAK, WHEN IT IS KNOWN WHETHER THEY      00443715
      *    HAVE TO BE LISTED.                                           00443715
       01 WS-CUR-CONT-ID        PIC 9(10).                              00443715
       01 WS-CUR-STARTED        PIC 9 VALUE 0.                          00443715
       01 WS-CUR-TXN-CNTR       PIC 9(9).                               00443715
       01 WS-CUR-TONIGHT-CNTR   PIC 9(9).                               00443715
       01 WS-CUR-AMOUNT         PIC 9(16)V99.                           00443715
       01 WS-CUR-USED           PIC 9(4) COMP.                          00443715
       01 WS-CUR-IDX            PIC 9(4) COMP.                          00443715
       01 WS-CUR-TABLE.                                                 00443715
          05 WS-CUR-ENTRY OCCURS 500 TIMES.                             00443715
             10 WS-CUR-CREDTT        PIC X(19).                         00443715
             10 WS-CUR-TXN-REF       PIC X(40).                         00443715
             10 WS-CUR-MERCHANT-ID   PIC X(40).                         00443715
             10 WS-CUR-TXN-AMOUNT    PIC 9(14)V99.                      00443715
       01 WS-COUNTERS-1.                                                00443715
          05 WS-STRHIN-CNTR       PIC 9(9) VALUE ZEROES.                00443715
          05 WS-DROPPED-CNTR      PIC 9(9) VALUE ZEROES.                00443715
          05 WS-STRXFILE-CNTR     PIC 9(9) VALUE ZEROES.                00443715
          05 WS-STRHFILE-CNTR     PIC 9(9) VALUE ZEROES.                00443715
          05 WS-CONTRACT-CNTR     PIC 9(9) VALUE ZEROES.                00443715
          05 WS-FLAGGED-CNTR      PIC 9(9) VALUE ZEROES.                00443715
       01 WS-STRHIN-CNTR-EDT    PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-DROPPED-CNTR-EDT   PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-STRXFILE-CNTR-EDT  PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-STRHFILE-CNTR-EDT  PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-CONTRACT-CNTR-EDT  PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-FLAGGED-CNTR-EDT   PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-CNTR-EDT           PIC ZZZ,ZZ9.                            00443715
       01 WS-AMOUNT-EDT         PIC Z(13)9.99.                          00443715
       01 WS-THRESHOLD-EDT      PIC Z(13)9.99.                          00443715
       01 WS-RPT-WORK           PIC X(132).                             00443715
       01 WS-RPT-DETAIL.                                                00443715
          05 FILLER              PIC X(4) VALUE SPACES.                 00443715
          05 RPT-CREDTT          PIC X(19).                             00443715
          05 FILLER              PIC X(2) VALUE SPACES.                 00443715
          05 RPT-TXN-REF         PIC X(40).                             00443715
          05 FILLER              PIC X(1) VALUE SPACE.                  00443715
          05 RPT-MERCHANT-ID     PIC X(40).                             00443715
          05 FILLER              PIC X(1) VALUE SPACE.                  00443715
          05 RPT-AMOUNT          PIC Z(13)9.99.                         00443715
      *    THE GENERATION REGISTRY'S FIGURES FOR STRXFILE, STRHIN AND   00443715
      *    STRHFILE -- THE HASH IS THE SUM OF THE CONTRACT IDS.         00443715
       01 WS-STRXFILE-HASH-TOTAL PIC 9(16)V99 VALUE ZEROES.             00443715
       01 WS-STRHIN-HASH-TOTAL  PIC 9(16)V99 VALUE ZEROES.              00443715
       01 WS-STRHFILE-HASH-TOTAL PIC 9(16)V99 VALUE ZEROES.             00443715
       01 WS-STRHIN-REG         PIC 9 VALUE 0.                          00443715
       01 WS-STRXFILE-REG       PIC 9 VALUE 0.                          00443715
       01 WS-GREG-INPUT-DD      PIC X(8) VALUE SPACES.                  00443715
       COPY GREGLNK.                                                    00443715
         COPY PGATLNK.                                                  00443715
                                                                        00443715
       PROCEDURE DIVISION.                                              00443715
                                                                        00443715
           PERFORM START-PROCESS                                        00443715
                                                                        00443715
           SORT SORTFILE ON ASCENDING KEY SRT-CONT-ID                   00443715
                                          SRT-CREDTT                    00443715
             INPUT PROCEDURE IS BUILD-WINDOW-PARA                       00443715
             OUTPUT PROCEDURE IS CHECK-CONTRACTS-PARA                   00443715
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
           PERFORM WRITE-REPORT-HEADER-PARA                             00443715
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
           MOVE 'MASTRNSX' TO PGAT-JOB-NAME                             00443715
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
           MOVE ZEROES TO PARM-HIGH-VALUE-THRESHOLD                     00443715
           MOVE ZEROES TO PARM-STRUCT-BAND-PCT                          00443715
           MOVE ZEROES TO PARM-STRUCT-WINDOW-DAYS                       00443715
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
      *    EVERY WINDOW ROW IS STAMPED WITH ITS PROCESS DATE -- THE     00443715
      *    WINDOW CANNOT BE AGED WITHOUT ONE.                           00443715
           IF PARM-PROCESS-DATE NOT NUMERIC                             00443715
             DISPLAY 'PARM-PROCESS-DATE MISSING -- STRUCTURING '        00443715
                     'WINDOW CANNOT BE AGED'                            00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'NO PROCESS DATE' TO WS-FAIL-REASON                   00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           IF PARM-HIGH-VALUE-THRESHOLD NOT NUMERIC                     00443715
              OR PARM-HIGH-VALUE-THRESHOLD = ZEROES                     00443715
             MOVE 10000.00 TO PARM-HIGH-VALUE-THRESHOLD                 00443715
           END-IF                                                       00443715
                                                                        00443715
           IF PARM-STRUCT-BAND-PCT NOT NUMERIC                          00443715
              OR PARM-STRUCT-BAND-PCT = ZEROES                          00443715
              OR PARM-STRUCT-BAND-PCT > 100                             00443715
             MOVE 10 TO PARM-STRUCT-BAND-PCT                            00443715
           END-IF                                                       00443715
                                                                        00443715
           IF PARM-STRUCT-WINDOW-DAYS NOT NUMERIC                       00443715
              OR PARM-STRUCT-WINDOW-DAYS = ZEROES                       00443715
             MOVE 7 TO PARM-STRUCT-WINDOW-DAYS                          00443715
           END-IF                                                       00443715
                                                                        00443715
           MOVE PARM-PROCESS-DATE TO WS-WINDOW-NUM                      00443715
           COMPUTE WS-WINDOW-INT =                                      00443715
             FUNCTION INTEGER-OF-DATE (WS-WINDOW-NUM)                   00443715
             - PARM-STRUCT-WINDOW-DAYS + 1                              00443715
           COMPUTE WS-WINDOW-NUM =                                      00443715
             FUNCTION DATE-OF-INTEGER (WS-WINDOW-INT)                   00443715
           MOVE WS-WINDOW-NUM TO WS-WINDOW-START                        00443715
                                                                        00443715
           DISPLAY 'PARM PROCESS DATE = ' PARM-PROCESS-DATE             00443715
           DISPLAY 'PARM HIGH VALUE THRESHOLD = '                       00443715
                   PARM-HIGH-VALUE-THRESHOLD                            00443715
           DISPLAY 'PARM STRUCT BAND PCT = ' PARM-STRUCT-BAND-PCT       00443715
           DISPLAY 'PARM STRUCT WINDOW DAYS = '                         00443715
                   PARM-STRUCT-WINDOW-DAYS                              00443715
           DISPLAY 'WINDOW START = ' WS-WINDOW-START                    00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       FILE-OPEN-PARA.                                                  00443715
                                                                        00443715
           OPEN INPUT STRXFILE                                          00443715
                                                                        00443715
           IF STRXFILE-FILE-STATUS NOT = '00'                           00443715
           THEN                                                         00443715
             DISPLAY 'OPEN STRX FILE-STATUS = '  STRXFILE-FILE-STATUS   00443715
                                                                        00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'FILE OPEN ERROR' TO WS-FAIL-REASON                   00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           MOVE 'STRXFILE' TO GREG-DATASET                              00443715
           MOVE 'D'        TO GREG-EXPECT                               00443715
           MOVE 'STRXFILE' TO WS-GREG-INPUT-DD                          00443715
           PERFORM CHECK-INPUT-GENERATION-PARA                          00443715
           IF GREG-RESULT-MATCHED                                       00443715
             MOVE 1 TO WS-STRXFILE-REG                                  00443715
           END-IF                                                       00443715
                                                                        00443715
           OPEN OUTPUT STRHFILE                                         00443715
                                                                        00443715
           IF STRHFILE-FILE-STATUS NOT = '00'                           00443715
           THEN                                                         00443715
             DISPLAY 'OPEN STRH FILE-STATUS = '  STRHFILE-FILE-STATUS   00443715
                                                                        00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'FILE OPEN ERROR' TO WS-FAIL-REASON                   00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           OPEN OUTPUT SARRPT                                           00443715
                                                                        00443715
           IF SARRPT-FILE-STATUS NOT = '00'                             00443715
           THEN                                                         00443715
             DISPLAY 'OPEN SARRPT FILE-STATUS = '                       00443715
                     SARRPT-FILE-STATUS                                 00443715
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
       WRITE-REPORT-HEADER-PARA.                                        00443715
                                                                        00443715
           MOVE SPACES TO WS-RPT-WORK                                   00443715
           STRING 'SAR CANDIDATES -- STRUCTURING BELOW THE '            00443715
                  'HIGH-VALUE THRESHOLD -- DATE '                       00443715
                  PARM-PROCESS-DATE                                     00443715
             DELIMITED BY SIZE INTO WS-RPT-WORK                         00443715
           WRITE SARRPT-LINE FROM WS-RPT-WORK                           00443715
                                                                        00443715
           MOVE PARM-HIGH-VALUE-THRESHOLD TO WS-THRESHOLD-EDT           00443715
           MOVE SPACES TO WS-RPT-WORK                                   00443715
           STRING 'THRESHOLD ' WS-THRESHOLD-EDT                         00443715
                  '   BAND PCT ' PARM-STRUCT-BAND-PCT                   00443715
                  '   WINDOW ' WS-WINDOW-START                          00443715
                  ' THROUGH ' PARM-PROCESS-DATE                         00443715
             DELIMITED BY SIZE INTO WS-RPT-WORK                         00443715
           WRITE SARRPT-LINE FROM WS-RPT-WORK                           00443715
             AFTER ADVANCING 1 LINE                                     00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       BUILD-WINDOW-PARA.                                               00443715
                                                                        00443715
           PERFORM CARRY-WINDOW-PARA                                    00443715
                                                                        00443715
           PERFORM ADD-TONIGHT-PARA                                     00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       CARRY-WINDOW-PARA.                                               00443715
      *    WITH NO PRIOR WINDOW FILE THE WINDOW STARTS FROM TONIGHT --  00443715
      *    ONLY TONIGHT'S ROWS CAN MAKE A CANDIDATE.                    00443715
           OPEN INPUT STRHIN                                            00443715
                                                                        00443715
           IF STRHIN-FILE-STATUS NOT = '00'                             00443715
           THEN                                                         00443715
             DISPLAY 'NO PRIOR STRUCTURING WINDOW -- WINDOW STARTS '    00443715
                     'FROM TONIGHT'                                     00443715
           ELSE                                                         00443715
             MOVE 'STRHFILE' TO GREG-DATASET                            00443715
             MOVE 'P'        TO GREG-EXPECT                             00443715
             MOVE 'STRHIN'   TO WS-GREG-INPUT-DD                        00443715
             PERFORM CHECK-INPUT-GENERATION-PARA                        00443715
             IF GREG-RESULT-MATCHED                                     00443715
               MOVE 1 TO WS-STRHIN-REG                                  00443715
             END-IF                                                     00443715
                                                                        00443715
             MOVE 0 TO WS-EOF                                           00443715
             PERFORM UNTIL WS-EOF = 1                                   00443715
               READ STRHIN                                              00443715
                 AT END                                                 00443715
                   MOVE 1 TO WS-EOF                                     00443715
                 NOT AT END                                             00443715
                   ADD 1 TO WS-STRHIN-CNTR                              00443715
                   ADD SHIN-CONT-ID TO WS-STRHIN-HASH-TOTAL             00443715
                   IF SHIN-PROCESS-DATE < WS-WINDOW-START               00443715
                      OR SHIN-PROCESS-DATE NOT < PARM-PROCESS-DATE      00443715
                     ADD 1 TO WS-DROPPED-CNTR                           00443715
                   ELSE                                                 00443715
                     INITIALIZE SORT-REC                                00443715
                     MOVE SHIN-CONT-ID      TO SRT-CONT-ID              00443715
                     MOVE SHIN-CREDTT       TO SRT-CREDTT               00443715
                     MOVE SHIN-PROCESS-DATE TO SRT-PROCESS-DATE         00443715
                     MOVE SHIN-TXN-REF      TO SRT-TXN-REF              00443715
                     MOVE SHIN-MERCHANT-ID  TO SRT-MERCHANT-ID          00443715
                     COMPUTE SRT-AMOUNT =                               00443715
                       FUNCTION NUMVAL (SHIN-AMOUNT)                    00443715
                     RELEASE SORT-REC                                   00443715
                   END-IF                                               00443715
               END-READ                                                 00443715
             END-PERFORM                                                00443715
                                                                        00443715
             CLOSE STRHIN                                               00443715
                                                                        00443715
             IF WS-STRHIN-REG = 1                                       00443715
               MOVE 'STRHFILE'           TO GREG-DATASET                00443715
               MOVE 'P'                  TO GREG-EXPECT                 00443715
               MOVE 'STRHIN'             TO WS-GREG-INPUT-DD            00443715
               MOVE WS-STRHIN-CNTR       TO GREG-RECORD-CNT             00443715
               MOVE WS-STRHIN-HASH-TOTAL TO GREG-HASH-TOTAL             00443715
               PERFORM VERIFY-INPUT-GENERATION-PARA                     00443715
             END-IF                                                     00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       ADD-TONIGHT-PARA.                                                00443715
                                                                        00443715
           MOVE 0 TO WS-EOF                                             00443715
           PERFORM UNTIL WS-EOF = 1                                     00443715
             READ STRXFILE                                              00443715
               AT END                                                   00443715
                 MOVE 1 TO WS-EOF                                       00443715
               NOT AT END                                               00443715
                 ADD 1 TO WS-STRXFILE-CNTR                              00443715
                 ADD STRX-CONT-ID TO WS-STRXFILE-HASH-TOTAL             00443715
                 INITIALIZE SORT-REC                                    00443715
                 MOVE STRX-CONT-ID      TO SRT-CONT-ID                  00443715
                 MOVE STRX-CREDTT       TO SRT-CREDTT                   00443715
                 MOVE PARM-PROCESS-DATE TO SRT-PROCESS-DATE             00443715
                 MOVE STRX-TXN-REF      TO SRT-TXN-REF                  00443715
                 MOVE STRX-MERCHANT-ID  TO SRT-MERCHANT-ID              00443715
                 COMPUTE SRT-AMOUNT =                                   00443715
                   FUNCTION NUMVAL (STRX-AMOUNT)                        00443715
                 RELEASE SORT-REC                                       00443715
             END-READ                                                   00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           IF WS-STRXFILE-REG = 1                                       00443715
             MOVE 'STRXFILE'             TO GREG-DATASET                00443715
             MOVE 'D'                    TO GREG-EXPECT                 00443715
             MOVE 'STRXFILE'             TO WS-GREG-INPUT-DD            00443715
             MOVE WS-STRXFILE-CNTR       TO GREG-RECORD-CNT             00443715
             MOVE WS-STRXFILE-HASH-TOTAL TO GREG-HASH-TOTAL             00443715
             PERFORM VERIFY-INPUT-GENERATION-PARA                       00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       CHECK-CONTRACTS-PARA.                                            00443715
                                                                        00443715
           MOVE 0 TO WS-SORT-EOF                                        00443715
           PERFORM UNTIL WS-SORT-EOF = 1                                00443715
             RETURN SORTFILE                                            00443715
               AT END                                                   00443715
                 MOVE 1 TO WS-SORT-EOF                                  00443715
               NOT AT END                                               00443715
                 IF WS-CUR-STARTED = 0                                  00443715
                    OR SRT-CONT-ID NOT = WS-CUR-CONT-ID                 00443715
                   PERFORM FINISH-CONTRACT-PARA                         00443715
                   PERFORM START-CONTRACT-PARA                          00443715
                 END-IF                                                 00443715
                 PERFORM WRITE-WINDOW-ROW-PARA                          00443715
                 PERFORM HOLD-WINDOW-ROW-PARA                           00443715
             END-RETURN                                                 00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           PERFORM FINISH-CONTRACT-PARA                                 00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       START-CONTRACT-PARA.                                             00443715
                                                                        00443715
           MOVE SRT-CONT-ID TO WS-CUR-CONT-ID                           00443715
           MOVE 1      TO WS-CUR-STARTED                                00443715
           MOVE ZEROES TO WS-CUR-TXN-CNTR                               00443715
           MOVE ZEROES TO WS-CUR-TONIGHT-CNTR                           00443715
           MOVE ZEROES TO WS-CUR-AMOUNT                                 00443715
           MOVE ZEROES TO WS-CUR-USED                                   00443715
                                                                        00443715
           ADD 1 TO WS-CONTRACT-CNTR                                    00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       WRITE-WINDOW-ROW-PARA.                                           00443715
                                                                        00443715
           INITIALIZE STRH-REC                                          00443715
                                                                        00443715
           MOVE SRT-CONT-ID      TO STRH-CONT-ID                        00443715
           MOVE ','              TO STRH-SEPARATOR-1                    00443715
           MOVE SRT-PROCESS-DATE TO STRH-PROCESS-DATE                   00443715
           MOVE ','              TO STRH-SEPARATOR-2                    00443715
           MOVE SRT-CREDTT       TO STRH-CREDTT                         00443715
           MOVE ','              TO STRH-SEPARATOR-3                    00443715
           MOVE SRT-TXN-REF      TO STRH-TXN-REF                        00443715
           MOVE ','              TO STRH-SEPARATOR-4                    00443715
           MOVE SRT-MERCHANT-ID  TO STRH-MERCHANT-ID                    00443715
           MOVE ','              TO STRH-SEPARATOR-5                    00443715
           MOVE SRT-AMOUNT       TO STRH-AMOUNT                         00443715
                                                                        00443715
           WRITE STRH-REC                                               00443715
                                                                        00443715
           ADD 1 TO WS-STRHFILE-CNTR                                    00443715
           ADD STRH-CONT-ID TO WS-STRHFILE-HASH-TOTAL                   00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       HOLD-WINDOW-ROW-PARA.                                            00443715
      *    THE TOTAL ALWAYS COVERS EVERY ROW; ONLY THE LISTING IS       00443715
      *    LIMITED BY THE TABLE.                                        00443715
           ADD 1          TO WS-CUR-TXN-CNTR                            00443715
           ADD SRT-AMOUNT TO WS-CUR-AMOUNT                              00443715
                                                                        00443715
           IF SRT-PROCESS-DATE = PARM-PROCESS-DATE                      00443715
             ADD 1 TO WS-CUR-TONIGHT-CNTR                               00443715
           END-IF                                                       00443715
                                                                        00443715
           IF WS-CUR-USED < 500                                         00443715
             ADD 1 TO WS-CUR-USED                                       00443715
             MOVE SRT-CREDTT      TO WS-CUR-CREDTT (WS-CUR-USED)        00443715
             MOVE SRT-TXN-REF     TO WS-CUR-TXN-REF (WS-CUR-USED)       00443715
             MOVE SRT-MERCHANT-ID TO WS-CUR-MERCHANT-ID (WS-CUR-USED)   00443715
             MOVE SRT-AMOUNT      TO WS-CUR-TXN-AMOUNT (WS-CUR-USED)    00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       FINISH-CONTRACT-PARA.                                            00443715
      *    ONE TRANSACTION OVER THE THRESHOLD IS HIVALFILE'S CASE --    00443715
      *    STRUCTURING NEEDS AT LEAST TWO THAT ADD UP OVER IT.          00443715
           IF WS-CUR-STARTED = 1                                        00443715
              AND WS-CUR-TXN-CNTR > 1                                   00443715
              AND WS-CUR-TONIGHT-CNTR > 0                               00443715
              AND WS-CUR-AMOUNT > PARM-HIGH-VALUE-THRESHOLD             00443715
             PERFORM WRITE-CANDIDATE-PARA                               00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       WRITE-CANDIDATE-PARA.                                            00443715
                                                                        00443715
           ADD 1 TO WS-FLAGGED-CNTR                                     00443715
                                                                        00443715
           MOVE WS-CUR-TXN-CNTR TO WS-CNTR-EDT                          00443715
           MOVE WS-CUR-AMOUNT   TO WS-AMOUNT-EDT                        00443715
                                                                        00443715
           MOVE SPACES TO WS-RPT-WORK                                   00443715
           STRING 'CONTRACT ' WS-CUR-CONT-ID                            00443715
                  '   TRANSACTIONS IN WINDOW: ' WS-CNTR-EDT             00443715
                  '   TOTAL: ' WS-AMOUNT-EDT                            00443715
             DELIMITED BY SIZE INTO WS-RPT-WORK                         00443715
           WRITE SARRPT-LINE FROM WS-RPT-WORK                           00443715
             AFTER ADVANCING 2 LINES                                    00443715
                                                                        00443715
           MOVE SPACES TO WS-RPT-WORK                                   00443715
           STRING '    TIMESTAMP            TRANSACTION REFERENCE'      00443715
                  '                    MERCHANT'                        00443715
                  '                                            AMOUNT'  00443715
             DELIMITED BY SIZE INTO WS-RPT-WORK                         00443715
           WRITE SARRPT-LINE FROM WS-RPT-WORK                           00443715
             AFTER ADVANCING 1 LINE                                     00443715
                                                                        00443715
           PERFORM VARYING WS-CUR-IDX FROM 1 BY 1                       00443715
             UNTIL WS-CUR-IDX > WS-CUR-USED                             00443715
             MOVE WS-CUR-CREDTT (WS-CUR-IDX)      TO RPT-CREDTT         00443715
             MOVE WS-CUR-TXN-REF (WS-CUR-IDX)     TO RPT-TXN-REF        00443715
             MOVE WS-CUR-MERCHANT-ID (WS-CUR-IDX) TO RPT-MERCHANT-ID    00443715
             MOVE WS-CUR-TXN-AMOUNT (WS-CUR-IDX)  TO RPT-AMOUNT         00443715
             WRITE SARRPT-LINE FROM WS-RPT-DETAIL                       00443715
               AFTER ADVANCING 1 LINE                                   00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           IF WS-CUR-TXN-CNTR > WS-CUR-USED                             00443715
             MOVE '    *** MORE TRANSACTIONS IN THE WINDOW NOT LISTED'  00443715
               TO SARRPT-LINE                                           00443715
             WRITE SARRPT-LINE                                          00443715
               AFTER ADVANCING 1 LINE                                   00443715
           END-IF                                                       00443715
                                                                        00443715
           DISPLAY 'SAR CANDIDATE -- CONTRACT ' WS-CUR-CONT-ID          00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       CHECK-INPUT-GENERATION-PARA.                                     00443715
      *    CALLED AT OPEN WITH GREG-DATASET, GREG-EXPECT AND            00443715
      *    WS-GREG-INPUT-DD SET. A GENERATION THE PRODUCER DID NOT      00443715
      *    REGISTER FOR THIS CYCLE IS REFUSED BEFORE A RECORD OF IT IS  00443715
      *    USED; A DATASET NEVER REGISTERED IS READ WITH A WARNING.     00443715
           MOVE 'C'               TO GREG-FUNCTION                      00443715
           MOVE 'MASTRNSX'        TO GREG-JOB-NAME                      00443715
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
      *    THE RUN STOPS BEFORE ANYTHING IS POSTED.                     00443715
           MOVE 'V'               TO GREG-FUNCTION                      00443715
           MOVE 'MASTRNSX'        TO GREG-JOB-NAME                      00443715
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
       REGISTER-STRHFILE-PARA.                                          00443715
      *    TONIGHT'S STRHFILE IS TOMORROW'S STRHIN. A FAILED RUN        00443715
      *    REGISTERS NOTHING.                                           00443715
           MOVE 'R'                    TO GREG-FUNCTION                 00443715
           MOVE 'STRHFILE'             TO GREG-DATASET                  00443715
           MOVE 'MASTRNSX'             TO GREG-JOB-NAME                 00443715
           MOVE PARM-PROCESS-DATE      TO GREG-PROCESS-DATE             00443715
           MOVE PARM-CYCLE-ID          TO GREG-CYCLE-ID                 00443715
           MOVE WS-STRHFILE-CNTR       TO GREG-RECORD-CNT               00443715
           MOVE WS-STRHFILE-HASH-TOTAL TO GREG-HASH-TOTAL               00443715
           CALL 'MASTRNGR' USING GREG-LINKAGE                           00443715
           END-CALL                                                     00443715
                                                                        00443715
           IF GREG-RESULT-MATCHED                                       00443715
             DISPLAY 'STRHFILE GENERATION REGISTERED FOR '              00443715
                     GREG-PROCESS-DATE ' CYCLE ' GREG-CYCLE-ID          00443715
           ELSE                                                         00443715
             DISPLAY 'STRHFILE GENERATION COULD NOT BE REGISTERED'      00443715
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
           MOVE 'MASTRNSX'             TO STAT-JOB-NAME                 00443715
           MOVE FUNCTION CURRENT-DATE  TO STAT-RUN-TIMESTAMP            00443715
           IF WS-RUN-FAILED = 1                                         00443715
             MOVE 'FAILED'             TO STAT-COMPLETION-CODE          00443715
             MOVE WS-FAIL-REASON       TO STAT-FAIL-REASON              00443715
           ELSE                                                         00443715
             MOVE 'COMPLETE'           TO STAT-COMPLETION-CODE          00443715
           END-IF                                                       00443715
           MOVE 'STRXFILE'             TO STAT-CNTR-1-LABEL             00443715
           MOVE WS-STRXFILE-CNTR       TO STAT-CNTR-1                   00443715
           MOVE 'STRHFILE'             TO STAT-CNTR-2-LABEL             00443715
           MOVE WS-STRHFILE-CNTR       TO STAT-CNTR-2                   00443715
           MOVE 'CONTRACTS'            TO STAT-CNTR-3-LABEL             00443715
           MOVE WS-CONTRACT-CNTR       TO STAT-CNTR-3                   00443715
           MOVE 'CANDIDATES'           TO STAT-CNTR-4-LABEL             00443715
           MOVE WS-FLAGGED-CNTR        TO STAT-CNTR-4                   00443715
                                                                        00443715
           WRITE STATUS-REC                                             00443715
                                                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       END-PROCESS.                                                     00443715
                                                                        00443715
           IF WS-RUN-FAILED = 0                                         00443715
              AND WS-FLAGGED-CNTR = 0                                   00443715
             MOVE 'NO SAR CANDIDATES TONIGHT' TO SARRPT-LINE            00443715
             WRITE SARRPT-LINE                                          00443715
               AFTER ADVANCING 2 LINES                                  00443715
           END-IF                                                       00443715
                                                                        00443715
           MOVE WS-STRHIN-CNTR   TO WS-STRHIN-CNTR-EDT                  00443715
           MOVE WS-DROPPED-CNTR  TO WS-DROPPED-CNTR-EDT                 00443715
           MOVE WS-STRXFILE-CNTR TO WS-STRXFILE-CNTR-EDT                00443715
           MOVE WS-STRHFILE-CNTR TO WS-STRHFILE-CNTR-EDT                00443715
           MOVE WS-CONTRACT-CNTR TO WS-CONTRACT-CNTR-EDT                00443715
           MOVE WS-FLAGGED-CNTR  TO WS-FLAGGED-CNTR-EDT                 00443715
                                                                        00443715
           DISPLAY '***************************************'            00443715
           DISPLAY '* PROGRAM NAME  :    MASTRNSX         *'            00443715
           DISPLAY '* STRHIN        : ' WS-STRHIN-CNTR-EDT              00443715
                   '         *'                                         00443715
           DISPLAY '* DROPPED       : ' WS-DROPPED-CNTR-EDT             00443715
                   '         *'                                         00443715
           DISPLAY '* STRXFILE      : ' WS-STRXFILE-CNTR-EDT            00443715
                   '         *'                                         00443715
           DISPLAY '* STRHFILE      : ' WS-STRHFILE-CNTR-EDT            00443715
                   '         *'                                         00443715
           DISPLAY '* CONTRACTS     : ' WS-CONTRACT-CNTR-EDT            00443715
                   '         *'                                         00443715
           DISPLAY '* SAR CANDIDATES: ' WS-FLAGGED-CNTR-EDT             00443715
                   '         *'                                         00443715
           DISPLAY '***************************************'            00443715
                                                                        00443715
           IF WS-RUN-FAILED = 0                                         00443715
             PERFORM REGISTER-STRHFILE-PARA                             00443715
           END-IF                                                       00443715
                                                                        00443715
           PERFORM WRITE-STATUS-FILE-PARA                               00443715
                                                                        00443715
           CLOSE STRXFILE.                                              00443715
           CLOSE STRHFILE.                                              00443715
           CLOSE SARRPT.                                                00443715
           CLOSE STATUSFILE.                                            00443715
                                                                        00443715
           IF WS-RUN-FAILED = 1                                         00443715
             MOVE 8 TO RETURN-CODE                                      00443715
           END-IF                                                       00443715
                                                                        00443715
           STOP RUN.                                                    00443715
                                                                        00443715
       END PROGRAM  MASTRNSX.                                           00443715
