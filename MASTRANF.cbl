      *    LIST, AND MERCHANT-CATEGORY BREAKDOWNS WITH MCC              00443715
      *    DESCRIPTIONS -- RANKED AND SUBTOTALED FOR THE 9 A.M.         00443715
      *    REVIEW.                                                      00443715
      *    THE GEO-VELOCITY (IMPOSSIBLE TRAVEL) PAIRS FROM GEOVFILE     00443715
      *    FOLLOW THE HIGH-VALUE LIST AS A SECTION OF THEIR OWN.        00443715
      *    THE MERCHANT MASTER EXCEPTIONS FROM MMEXFILE FOLLOW THEM --  00443715
      *    AUTHORIZATIONS WHOSE MCC DISAGREES WITH THE ONE THE MERCHANT 00443715
      *    IS REGISTERED UNDER, SHOWN BY ITS CANONICAL NAME, AND        00443715
      *    MERCHANTS NOT YET ON THE MASTER.                             00443715
       ENVIRONMENT DIVISION.                                            00443715
       INPUT-OUTPUT SECTION.                                            00443715
       FILE-CONTROL.                                                    00443715
            SELECT HIVALFILE ASSIGN TO HIVALFILE                        00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS HIVALFILE-FILE-STATUS.                       00443715
            SELECT GEOVFILE ASSIGN TO GEOVFILE                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS GEOVFILE-FILE-STATUS.                        00443715
            SELECT MMEXFILE ASSIGN TO MMEXFILE                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS MMEXFILE-FILE-STATUS.                        00443715
            SELECT MCCFILE ASSIGN TO MCCFILE                            00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS MCCFILE-FILE-STATUS.                         00443715
            SELECT FPAKFILE ASSIGN TO FPAKFILE                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS FPAKFILE-FILE-STATUS.                        00443715
            SELECT PARMFILE ASSIGN TO PARMFILE                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS PARMFILE-FILE-STATUS.                        00443715
            SELECT STATUSFILE ASSIGN TO STATUSFILE                      00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS STATUSFILE-FILE-STATUS.                      00443715
          05 FILLER                PIC X(1).                            00443715
          05 HIVAL-AMOUNT          PIC X(17).                           00443715
                                                                        00443715
       FD GEOVFILE.                                                     00443715
       01 GEOV-REC.                                                     00443715
          05 GEOV-CONT-ID          PIC X(10).                           00443715
          05 FILLER                PIC X(1).                            00443715
          05 GEOV-FROM-CREDTT      PIC X(19).                           00443715
          05 FILLER                PIC X(1).                            00443715
          05 GEOV-FROM-POSTAL      PIC X(20).                           00443715
          05 FILLER                PIC X(1).                            00443715
          05 GEOV-TO-CREDTT        PIC X(19).                           00443715
          05 FILLER                PIC X(1).                            00443715
          05 GEOV-TO-POSTAL        PIC X(20).                           00443715
          05 FILLER                PIC X(1).                            00443715
          05 GEOV-DISTANCE-KM      PIC X(6).                            00443715
          05 FILLER                PIC X(1).                            00443715
          05 GEOV-ELAPSED-MIN      PIC X(6).                            00443715
          05 FILLER                PIC X(1).                            00443715
          05 GEOV-SPEED-KMH        PIC X(7).                            00443715
                                                                        00443715
       FD MMEXFILE.                                                     00443715
       01 MMEX-REC.                                                     00443715
          05 MMEX-CONT-ID          PIC X(10).                           00443715
          05 FILLER                PIC X(1).                            00443715
          05 MMEX-EXCEPTION        PIC X(13).                           00443715
          05 FILLER                PIC X(1).                            00443715
          05 MMEX-MERCHANT-ID      PIC X(40).                           00443715
          05 FILLER                PIC X(1).                            00443715
          05 MMEX-MERCHANT-NAME    PIC X(40).                           00443715
          05 FILLER                PIC X(1).                            00443715
          05 MMEX-REPORTED-MCC     PIC X(40).                           00443715
          05 FILLER                PIC X(1).                            00443715
          05 MMEX-REGISTERED-MCC   PIC X(4).                            00443715
          05 FILLER                PIC X(1).                            00443715
          05 MMEX-MASTER-STATUS    PIC X(1).                            00443715
          05 FILLER                PIC X(1).                            00443715
          05 MMEX-CREDTT           PIC X(19).                           00443715
          05 FILLER                PIC X(1).                            00443715
          05 MMEX-AMOUNT           PIC X(17).                           00443715
                                                                        00443715
      *    MCCFILE IS THE MERCHANT-CATEGORY-CODE REFERENCE -- ONE       00443715
      *    RECORD PER MCC WITH ITS DESCRIPTION.                         00443715
       FD MCCFILE.                                                      00443715
       FD FPAKFILE.                                                     00443715
       01 FPAK-LINE                PIC X(132).                          00443715
                                                                        00443715
       FD PARMFILE.                                                     00443715
         COPY PARMREC.                                                  00443715
      *    STATUSFILE IS A SINGLE-RECORD FIXED-FORMAT FILE WRITTEN AT   00443715
      *    JOB END SO AN OPERATIONS MONITOR CAN POLL FOR THIS RUN'S     00443715
      *    COMPLETION CODE AND KEY COUNTS WITHOUT SCRAPING THE          00443715
       01 FRAUDFILE-FILE-STATUS PIC X(2).                               00443715
       01 DECLFILE-FILE-STATUS  PIC X(2).                               00443715
       01 HIVALFILE-FILE-STATUS PIC X(2).                               00443715
       01 GEOVFILE-FILE-STATUS  PIC X(2).                               00443715
       01 MMEXFILE-FILE-STATUS  PIC X(2).                               00443715
       01 MCCFILE-FILE-STATUS   PIC X(2).                               00443715
       01 FPAKFILE-FILE-STATUS  PIC X(2).                               00443715
       01 PARMFILE-FILE-STATUS  PIC X(2).                               00443715
       01 STATUSFILE-FILE-STATUS PIC X(2).                              00443715
       01 WS-EOF                PIC 9 VALUE 0.                          00443715
       01 WS-RUN-FAILED         PIC 9 VALUE 0.                          00443715
       01 WS-FAIL-REASON        PIC X(40) VALUE SPACES.                 00443715
       01 WS-STATUS-OPEN        PIC 9 VALUE 0.                          00443715
       01 WS-PARM-READ-OK       PIC 9 VALUE 0.                          00443715
       01 WS-FRAUDFILE-CNTR     PIC 9(9) VALUE ZEROES.                  00443715
       01 WS-DECLFILE-CNTR      PIC 9(9) VALUE ZEROES.                  00443715
       01 WS-HIVALFILE-CNTR     PIC 9(9) VALUE ZEROES.                  00443715
       01 WS-GEOVFILE-CNTR      PIC 9(9) VALUE ZEROES.                  00443715
       01 WS-MMEXFILE-CNTR      PIC 9(9) VALUE ZEROES.                  00443715
                                                                        00443715
                                                                        00443715
       01 WS-FCUST-FULL-CNTR    PIC 9(9) VALUE ZEROES.                  00443715
       01 WS-CNTR-EDT           PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-RATE-EDT           PIC ZZ9.99.                             00443715
       01 WS-RPT-WORK           PIC X(132).                             00443715
      *    THE GENERATION REGISTRY'S FIGURES FOR GEOVFILE AND MMEXFILE  00443715
      *    -- THE HASH IS THE SUM OF THE CONTRACT IDS.                  00443715
       01 WS-GEOVFILE-HASH-TOTAL PIC 9(16)V99 VALUE ZEROES.             00443715
       01 WS-MMEXFILE-HASH-TOTAL PIC 9(16)V99 VALUE ZEROES.             00443715
       01 WS-GEOVFILE-REG       PIC 9 VALUE 0.                          00443715
       01 WS-MMEXFILE-REG       PIC 9 VALUE 0.                          00443715
       01 WS-GREG-INPUT-DD      PIC X(8) VALUE SPACES.                  00443715
       COPY GREGLNK.                                                    00443715
         COPY PGATLNK.                                                  00443715
                                                                        00443715
       PROCEDURE DIVISION.                                              00443715
                                                                        00443715
                                                                        00443715
           MOVE 1 TO WS-STATUS-OPEN                                     00443715
                                                                        00443715
           PERFORM CHECK-PREDECESSORS-PARA                              00443715
                                                                        00443715
           PERFORM READ-PARM-PARA                                       00443715
                                                                        00443715
           OPEN INPUT FRAUDFILE                                         00443715
                                                                        00443715
           IF FRAUDFILE-FILE-STATUS NOT = '00'                          00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           OPEN INPUT GEOVFILE                                          00443715
                                                                        00443715
           IF GEOVFILE-FILE-STATUS NOT = '00'                           00443715
           THEN                                                         00443715
             DISPLAY 'OPEN GEOV FILE-STATUS = '  GEOVFILE-FILE-STATUS   00443715
                                                                        00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'FILE OPEN ERROR' TO WS-FAIL-REASON                   00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           MOVE 'GEOVFILE' TO GREG-DATASET                              00443715
           MOVE 'D'        TO GREG-EXPECT                               00443715
           MOVE 'GEOVFILE' TO WS-GREG-INPUT-DD                          00443715
           PERFORM CHECK-INPUT-GENERATION-PARA                          00443715
           IF GREG-RESULT-MATCHED                                       00443715
             MOVE 1 TO WS-GEOVFILE-REG                                  00443715
           END-IF                                                       00443715
                                                                        00443715
           OPEN INPUT MMEXFILE                                          00443715
                                                                        00443715
           IF MMEXFILE-FILE-STATUS NOT = '00'                           00443715
           THEN                                                         00443715
             DISPLAY 'OPEN MMEX FILE-STATUS = '  MMEXFILE-FILE-STATUS   00443715
                                                                        00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'FILE OPEN ERROR' TO WS-FAIL-REASON                   00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           MOVE 'MMEXFILE' TO GREG-DATASET                              00443715
           MOVE 'D'        TO GREG-EXPECT                               00443715
           MOVE 'MMEXFILE' TO WS-GREG-INPUT-DD                          00443715
           PERFORM CHECK-INPUT-GENERATION-PARA                          00443715
           IF GREG-RESULT-MATCHED                                       00443715
             MOVE 1 TO WS-MMEXFILE-REG                                  00443715
           END-IF                                                       00443715
                                                                        00443715
           OPEN OUTPUT FPAKFILE                                         00443715
                                                                        00443715
           IF FPAKFILE-FILE-STATUS NOT = '00'                           00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       CHECK-PREDECESSORS-PARA.                                         00443715
      *    HOLD THIS JOB WHEN A PREDECESSOR DEPTABLE NAMES FOR IT IS    00443715
      *    MISSING OR FAILED TONIGHT -- SEE MASTRNPG.                   00443715
           MOVE 'MASTRANF' TO PGAT-JOB-NAME                             00443715
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
      *    GEOVFILE AND MMEXFILE ARE CHECKED AGAINST THE GENERATIONS    00443715
      *    MASTRANC REGISTERED FOR THE PROCESS DATE -- WITHOUT ONE      00443715
      *    THERE IS NOTHING TO CHECK THEM AGAINST.                      00443715
           IF PARM-PROCESS-DATE NOT NUMERIC                             00443715
             DISPLAY 'PARM-PROCESS-DATE MISSING -- GEOVFILE AND '       00443715
                     'MMEXFILE GENERATIONS CANNOT BE CHECKED'           00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'NO PROCESS DATE' TO WS-FAIL-REASON                   00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           DISPLAY 'PARM PROCESS DATE = ' PARM-PROCESS-DATE             00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       OPEN-TIMING-PARA.                                                00443715
      *    TIMING IS BEST-EFFORT -- A RUN WITHOUT A TIMING FILE         00443715
      *    STILL RUNS, IT JUST LEAVES NO TRACE ON THE WINDOW            00443715
           PERFORM WRITE-TOP-FRAUD-SECTION-PARA                         00443715
           PERFORM WRITE-DECLINE-SECTION-PARA                           00443715
           PERFORM WRITE-HIVAL-SECTION-PARA                             00443715
           PERFORM WRITE-GEOVEL-SECTION-PARA                            00443715
           PERFORM WRITE-MERCHANT-EXCP-SECTION-PARA                     00443715
           PERFORM WRITE-MCC-SECTION-PARA                               00443715
                                                                        00443715
           PERFORM WRITE-OVERFLOW-NOTES-PARA                            00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       WRITE-GEOVEL-SECTION-PARA.                                       00443715
      *    ONE LINE PER PAIR: WHERE AND WHEN THE CARD WAS, WHERE AND    00443715
      *    WHEN IT TURNED UP NEXT, AND THE SPEED THAT WOULD TAKE.       00443715
           MOVE 'IMPOSSIBLE TRAVEL (GEO-VELOCITY) ALERTS' TO FPAK-LINE  00443715
           WRITE FPAK-LINE                                              00443715
             AFTER ADVANCING 2 LINES                                    00443715
                                                                        00443715
           MOVE 0 TO WS-EOF                                             00443715
           PERFORM UNTIL WS-EOF = 1                                     00443715
             READ GEOVFILE                                              00443715
               AT END                                                   00443715
                 MOVE 1 TO WS-EOF                                       00443715
               NOT AT END                                               00443715
                 ADD 1 TO WS-GEOVFILE-CNTR                              00443715
                 ADD FUNCTION NUMVAL (GEOV-CONT-ID)                     00443715
                   TO WS-GEOVFILE-HASH-TOTAL                            00443715
                 MOVE SPACES TO WS-RPT-WORK                             00443715
                 STRING '  ' GEOV-CONT-ID                               00443715
                        '  ' GEOV-FROM-CREDTT                           00443715
                        ' ' GEOV-FROM-POSTAL (1:10)                     00443715
                        ' -> ' GEOV-TO-CREDTT                           00443715
                        ' ' GEOV-TO-POSTAL (1:10)                       00443715
                        '  KM ' GEOV-DISTANCE-KM                        00443715
                        '  MIN ' GEOV-ELAPSED-MIN                       00443715
                        '  KM/H ' GEOV-SPEED-KMH                        00443715
                   DELIMITED BY SIZE INTO WS-RPT-WORK                   00443715
                 WRITE FPAK-LINE FROM WS-RPT-WORK                       00443715
                   AFTER ADVANCING 1 LINE                               00443715
             END-READ                                                   00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           IF WS-GEOVFILE-REG = 1                                       00443715
             MOVE 'GEOVFILE'             TO GREG-DATASET                00443715
             MOVE 'D'                    TO GREG-EXPECT                 00443715
             MOVE 'GEOVFILE'             TO WS-GREG-INPUT-DD            00443715
             MOVE WS-GEOVFILE-CNTR       TO GREG-RECORD-CNT             00443715
             MOVE WS-GEOVFILE-HASH-TOTAL TO GREG-HASH-TOTAL             00443715
             PERFORM VERIFY-INPUT-GENERATION-PARA                       00443715
           END-IF                                                       00443715
                                                                        00443715
           IF WS-GEOVFILE-CNTR = 0                                      00443715
             MOVE '  NO IMPOSSIBLE-TRAVEL ALERTS TODAY' TO FPAK-LINE    00443715
             WRITE FPAK-LINE                                            00443715
               AFTER ADVANCING 1 LINE                                   00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       WRITE-MERCHANT-EXCP-SECTION-PARA.                                00443715
      *    ONE LINE PER EXCEPTION: THE MERCHANT BY ITS CANONICAL NAME   00443715
      *    (THE NETWORK'S NAME WHEN IT IS NOT ON THE MASTER), THE MCC   00443715
      *    IT SENT AND THE ONE IT IS REGISTERED UNDER.                  00443715
           MOVE 'MERCHANT MASTER EXCEPTIONS' TO FPAK-LINE               00443715
           WRITE FPAK-LINE                                              00443715
             AFTER ADVANCING 2 LINES                                    00443715
                                                                        00443715
           MOVE 0 TO WS-EOF                                             00443715
           PERFORM UNTIL WS-EOF = 1                                     00443715
             READ MMEXFILE                                              00443715
               AT END                                                   00443715
                 MOVE 1 TO WS-EOF                                       00443715
               NOT AT END                                               00443715
                 ADD 1 TO WS-MMEXFILE-CNTR                              00443715
                 ADD FUNCTION NUMVAL (MMEX-CONT-ID)                     00443715
                   TO WS-MMEXFILE-HASH-TOTAL                            00443715
                 MOVE SPACES TO WS-RPT-WORK                             00443715
                 STRING '  ' MMEX-CONT-ID                               00443715
                        '  ' MMEX-EXCEPTION                             00443715
                        '  ' MMEX-MERCHANT-NAME (1:25)                  00443715
                        '  MCC ' MMEX-REPORTED-MCC (1:4)                00443715
                        ' REG ' MMEX-REGISTERED-MCC                     00443715
                        '  ' MMEX-CREDTT                                00443715
                        ' ' MMEX-AMOUNT                                 00443715
                   DELIMITED BY SIZE INTO WS-RPT-WORK                   00443715
                 WRITE FPAK-LINE FROM WS-RPT-WORK                       00443715
                   AFTER ADVANCING 1 LINE                               00443715
             END-READ                                                   00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           IF WS-MMEXFILE-REG = 1                                       00443715
             MOVE 'MMEXFILE'             TO GREG-DATASET                00443715
             MOVE 'D'                    TO GREG-EXPECT                 00443715
             MOVE 'MMEXFILE'             TO WS-GREG-INPUT-DD            00443715
             MOVE WS-MMEXFILE-CNTR       TO GREG-RECORD-CNT             00443715
             MOVE WS-MMEXFILE-HASH-TOTAL TO GREG-HASH-TOTAL             00443715
             PERFORM VERIFY-INPUT-GENERATION-PARA                       00443715
           END-IF                                                       00443715
                                                                        00443715
           IF WS-MMEXFILE-CNTR = 0                                      00443715
             MOVE '  NO MERCHANT MASTER EXCEPTIONS TODAY' TO FPAK-LINE  00443715
             WRITE FPAK-LINE                                            00443715
               AFTER ADVANCING 1 LINE                                   00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       WRITE-MCC-SECTION-PARA.                                          00443715
                                                                        00443715
           MOVE 'MERCHANT CATEGORY BREAKDOWN' TO FPAK-LINE              00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       CHECK-INPUT-GENERATION-PARA.                                     00443715
      *    CALLED AT OPEN WITH GREG-DATASET, GREG-EXPECT AND            00443715
      *    WS-GREG-INPUT-DD SET. A GENERATION THE PRODUCER DID NOT      00443715
      *    REGISTER FOR THIS CYCLE IS REFUSED BEFORE A RECORD OF IT IS  00443715
      *    USED; A DATASET NEVER REGISTERED IS READ WITH A WARNING.     00443715
           MOVE 'C'               TO GREG-FUNCTION                      00443715
           MOVE 'MASTRANF'        TO GREG-JOB-NAME                      00443715
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
      *    THE RUN FAILS AND THE PACK IS NOT TO BE RELIED ON.           00443715
           MOVE 'V'               TO GREG-FUNCTION                      00443715
           MOVE 'MASTRANF'        TO GREG-JOB-NAME                      00443715
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
           MOVE WS-DECLFILE-CNTR       TO STAT-CNTR-2                   00443715
           MOVE 'HIVALFILE'            TO STAT-CNTR-3-LABEL             00443715
           MOVE WS-HIVALFILE-CNTR      TO STAT-CNTR-3                   00443715
           MOVE 'GEOVFILE'             TO STAT-CNTR-4-LABEL             00443715
           MOVE WS-GEOVFILE-CNTR       TO STAT-CNTR-4                   00443715
                                                                        00443715
           WRITE STATUS-REC                                             00443715
                                                                        00443715
           DISPLAY '* FRAUDFILE     : ' WS-FRAUDFILE-CNTR               00443715
           DISPLAY '* DECLFILE      : ' WS-DECLFILE-CNTR                00443715
           DISPLAY '* HIVALFILE     : ' WS-HIVALFILE-CNTR               00443715
           DISPLAY '* GEOVFILE      : ' WS-GEOVFILE-CNTR                00443715
           DISPLAY '* MMEXFILE      : ' WS-MMEXFILE-CNTR                00443715
           DISPLAY '***************************************'            00443715
                                                                        00443715
           PERFORM WRITE-STATUS-FILE-PARA                               00443715
           CLOSE FRAUDFILE.                                             00443715
           CLOSE DECLFILE.                                              00443715
           CLOSE HIVALFILE.                                             00443715
           CLOSE GEOVFILE.                                              00443715
           CLOSE MMEXFILE.                                              00443715
           CLOSE FPAKFILE.                                              00443715
           CLOSE STATUSFILE.                                            00443715
                                                                        00443715
