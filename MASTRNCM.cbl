      *    ROW AND RUN-LEVEL EXTRACTS TO PER-PARTITION SCRATCH          00443715
      *    DATASETS; THE SCHEDULER CONCATENATES THOSE AS PARTOUT,       00443715
      *    PARTCTL, PARTMRCH, PARTREGN, PARTDCAT, PARTFEEC,             00443715
      *    PARTFEEM, PARTFEED, PARTINST AND PARTGLSM, AND THIS JOB      00443715
      *    MERGES THEM BACK INTO THE SINGLE OUTFILE, MERCHANT,          00443715
      *    REGION, DECLINE-CATEGORY, FEE, INSTITUTION AND GENERAL       00443715
      *    LEDGER SUMMARY FILES THE REST OF THE SUITE EXPECTS, AND      00443715
      *    APPENDS ONE SUMMED RUN-TOTAL ROW TO THE ROLLING CTLFILE      00443715
      *    -- SO MASTRANT AND MASTRAND NEVER SEE A PARTIAL ROW. THE     00443715
      *    PARTITIONS REGISTER NOTHING; THIS JOB REGISTERS THE WHOLE    00443715
      *    RUN'S GENERATIONS ONCE THE MERGES HAVE SUCCEEDED.            00443715
       ENVIRONMENT DIVISION.                                            00443715
       INPUT-OUTPUT SECTION.                                            00443715
       FILE-CONTROL.                                                    00443715
            SELECT PARTINST ASSIGN TO PARTINST                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS PARTINST-FILE-STATUS.                        00443715
            SELECT PARTGLSM ASSIGN TO PARTGLSM                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS PARTGLSM-FILE-STATUS.                        00443715
            SELECT PARTFEED ASSIGN TO PARTFEED                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS PARTFEED-FILE-STATUS.                        00443715
            SELECT OUTFILE ASSIGN TO OUTFILE                            00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS OUTFILE-FILE-STATUS.                         00443715
            SELECT INSTFILE ASSIGN TO INSTFILE                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS INSTFILE-FILE-STATUS.                        00443715
            SELECT GLSMFILE ASSIGN TO GLSMFILE                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS GLSMFILE-FILE-STATUS.                        00443715
            SELECT FEEDFILE ASSIGN TO FEEDFILE                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS FEEDFILE-FILE-STATUS.                        00443715
            SELECT STATUSFILE ASSIGN TO STATUSFILE                      00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS STATUSFILE-FILE-STATUS.                      00443715
             10 PCTL-COLUMN OCCURS 17 TIMES.                            00443715
                15 PCTL-COL-SEPARATOR PIC X(1).                         00443715
                15 PCTL-COL-CNTR      PIC 9(9).                         00443715
      *    EACH PARTITION FOLLOWS ITS COUNTER ROW WITH ONE GENERATION   00443715
      *    ROW PER DATASET THE SUITE READS AS A CONCATENATION -- SEE    00443715
      *    MASTRANC'S CTL-GEN-REC. THE TAG TELLS THEM APART.            00443715
       01 PCTLG-REC.                                                    00443715
          05 PCTLG-TAG           PIC X(26).                             00443715
             88 PCTLG-IS-GENERATION VALUE 'PARTITION GENERATION'.       00443715
          05 FILLER              PIC X(1).                              00443715
          05 PCTLG-PROCESS-DATE  PIC X(8).                              00443715
          05 FILLER              PIC X(1).                              00443715
          05 PCTLG-CYCLE-ID      PIC X(4).                              00443715
          05 FILLER              PIC X(1).                              00443715
          05 PCTLG-RUN-STATUS    PIC X(1).                              00443715
          05 FILLER              PIC X(1).                              00443715
          05 PCTLG-DATASET       PIC X(8).                              00443715
          05 FILLER              PIC X(1).                              00443715
          05 PCTLG-RECORD-CNT    PIC 9(9).                              00443715
          05 FILLER              PIC X(1).                              00443715
          05 PCTLG-HASH-TOTAL    PIC 9(16)V99.                          00443715
          05 FILLER              PIC X(125).                            00443715
                                                                        00443715
      *    THE PARTIAL EXTRACT LAYOUTS MIRROR THE FD RECORDS            00443715
      *    MASTRANC WRITES, READ BACK AS DISPLAY TEXT AND CONVERTED     00443715
          05 FILLER                PIC X(1).                            00443715
          05 PINST-MISMATCH-CNTR   PIC X(9).                            00443715
                                                                        00443715
       FD PARTGLSM.                                                     00443715
       01 PGLSM-REC.                                                    00443715
          05 PGLSM-TYPE-CODE       PIC X(2).                            00443715
          05 FILLER                PIC X(1).                            00443715
          05 PGLSM-INST-ID         PIC X(4).                            00443715
          05 FILLER                PIC X(1).                            00443715
          05 PGLSM-CURRENCY-CODE   PIC X(3).                            00443715
          05 FILLER                PIC X(1).                            00443715
          05 PGLSM-TXN-CNTR        PIC X(9).                            00443715
          05 FILLER                PIC X(1).                            00443715
          05 PGLSM-AMOUNT          PIC X(18).                           00443715
          05 FILLER                PIC X(1).                            00443715
          05 PGLSM-BASE-AMOUNT     PIC X(18).                           00443715
          05 FILLER                PIC X(1).                            00443715
          05 PGLSM-UNPR-CNTR       PIC X(9).                            00443715
          05 FILLER                PIC X(1).                            00443715
          05 PGLSM-UNPR-AMOUNT     PIC X(18).                           00443715
                                                                        00443715
       FD PARTFEED.                                                     00443715
       01 PFEED-REC.                                                    00443715
          05 PFEED-MERCHANT-ID     PIC X(40).                           00443715
          05 FILLER                PIC X(1).                            00443715
          05 PFEED-MCC             PIC X(40).                           00443715
          05 FILLER                PIC X(1).                            00443715
          05 PFEED-BRAND           PIC X(40).                           00443715
          05 FILLER                PIC X(1).                            00443715
          05 PFEED-RATE-PCT        PIC X(8).                            00443715
          05 FILLER                PIC X(1).                            00443715
          05 PFEED-ITEM-FEE        PIC X(8).                            00443715
          05 FILLER                PIC X(1).                            00443715
          05 PFEED-TXN-CNTR        PIC X(9).                            00443715
          05 FILLER                PIC X(1).                            00443715
          05 PFEED-FEE-AMOUNT      PIC X(17).                           00443715
                                                                        00443715
       FD OUTFILE.                                                      00443715
       01 OUTPUT-REC              PIC X(200).                           00443715
                                                                        00443715
          05 INST-SEPARATOR-5      PIC X(1).                            00443715
          05 INST-MISMATCH-CNTR    PIC 9(9).                            00443715
                                                                        00443715
       FD GLSMFILE.                                                     00443715
       01 GLSM-REC.                                                     00443715
          05 GLSM-TYPE-CODE        PIC X(2).                            00443715
          05 GLSM-SEPARATOR-1      PIC X(1).                            00443715
          05 GLSM-INST-ID          PIC X(4).                            00443715
          05 GLSM-SEPARATOR-2      PIC X(1).                            00443715
          05 GLSM-CURRENCY-CODE    PIC X(3).                            00443715
          05 GLSM-SEPARATOR-3      PIC X(1).                            00443715
          05 GLSM-TXN-CNTR         PIC 9(9).                            00443715
          05 GLSM-SEPARATOR-4      PIC X(1).                            00443715
          05 GLSM-AMOUNT           PIC Z(13)9.99-.                      00443715
          05 GLSM-SEPARATOR-5      PIC X(1).                            00443715
          05 GLSM-BASE-AMOUNT      PIC Z(13)9.99-.                      00443715
          05 GLSM-SEPARATOR-6      PIC X(1).                            00443715
          05 GLSM-UNPR-CNTR        PIC 9(9).                            00443715
          05 GLSM-SEPARATOR-7      PIC X(1).                            00443715
          05 GLSM-UNPR-AMOUNT      PIC Z(13)9.99-.                      00443715
                                                                        00443715
       FD FEEDFILE.                                                     00443715
       01 FEED-REC.                                                     00443715
          05 FEED-MERCHANT-ID      PIC X(40).                           00443715
          05 FEED-SEPARATOR-1      PIC X(1).                            00443715
          05 FEED-MCC              PIC X(40).                           00443715
          05 FEED-SEPARATOR-2      PIC X(1).                            00443715
          05 FEED-BRAND            PIC X(40).                           00443715
          05 FEED-SEPARATOR-3      PIC X(1).                            00443715
          05 FEED-RATE-PCT         PIC ZZ9.9999.                        00443715
          05 FEED-SEPARATOR-4      PIC X(1).                            00443715
          05 FEED-ITEM-FEE         PIC ZZZZ9.99.                        00443715
          05 FEED-SEPARATOR-5      PIC X(1).                            00443715
          05 FEED-TXN-CNTR         PIC Z(8)9.                           00443715
          05 FEED-SEPARATOR-6      PIC X(1).                            00443715
          05 FEED-FEE-AMOUNT       PIC Z(13)9.99.                       00443715
                                                                        00443715
      *    STATUSFILE IS A SINGLE-RECORD FIXED-FORMAT FILE WRITTEN AT   00443715
      *    JOB END SO AN OPERATIONS MONITOR CAN POLL FOR THIS RUN'S     00443715
      *    COMPLETION CODE AND KEY COUNTS WITHOUT SCRAPING THE          00443715
       01 PARTFEEC-FILE-STATUS  PIC X(2).                               00443715
       01 PARTFEEM-FILE-STATUS  PIC X(2).                               00443715
       01 PARTINST-FILE-STATUS  PIC X(2).                               00443715
       01 PARTGLSM-FILE-STATUS  PIC X(2).                               00443715
       01 PARTFEED-FILE-STATUS  PIC X(2).                               00443715
       01 OUTFILE-FILE-STATUS   PIC X(2).                               00443715
       01 CTLFILE-FILE-STATUS   PIC X(2).                               00443715
       01 MRCHFILE-FILE-STATUS  PIC X(2).                               00443715
       01 FEECFILE-FILE-STATUS  PIC X(2).                               00443715
       01 FEEMFILE-FILE-STATUS  PIC X(2).                               00443715
       01 INSTFILE-FILE-STATUS  PIC X(2).                               00443715
       01 GLSMFILE-FILE-STATUS  PIC X(2).                               00443715
       01 FEEDFILE-FILE-STATUS  PIC X(2).                               00443715
       01 STATUSFILE-FILE-STATUS PIC X(2).                              00443715
       01 WS-RUN-FAILED         PIC 9 VALUE 0.                          00443715
       01 WS-FAIL-REASON        PIC X(40) VALUE SPACES.                 00443715
          05 WS-FEECFILE-CNTR     PIC 9(9) VALUE ZEROES.                00443715
          05 WS-FEEMFILE-CNTR     PIC 9(9) VALUE ZEROES.                00443715
          05 WS-INSTFILE-CNTR     PIC 9(9) VALUE ZEROES.                00443715
          05 WS-GLSMFILE-CNTR     PIC 9(9) VALUE ZEROES.                00443715
          05 WS-FEEDFILE-CNTR     PIC 9(9) VALUE ZEROES.                00443715
       01 WS-PARTOUT-CNTR-EDT   PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-OUTFILE-CNTR-EDT   PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-PARTCTL-CNTR-EDT   PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-FEECFILE-CNTR-EDT  PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-FEEMFILE-CNTR-EDT  PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-INSTFILE-CNTR-EDT  PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-GLSMFILE-CNTR-EDT  PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-FEEDFILE-CNTR-EDT  PIC ZZZ,ZZZ,ZZ9.                        00443715
      *    EVERY PARTITION REPEATS THE SELF-DESCRIBING CSV HEADER --    00443715
      *    ONLY THE FIRST ONE SURVIVES CONSOLIDATION. THE HEADER IS     00443715
      *    RECOGNIZED BY ITS FIRST COLUMN NAME.                         00443715
             10 WS-INSTT-OUT-CNTR    PIC 9(9).                          00443715
             10 WS-INSTT-SUSP-CNTR   PIC 9(9).                          00443715
             10 WS-INSTT-MISM-CNTR   PIC 9(9).                          00443715
       01 WS-GLSMT-USED         PIC 9(3) VALUE ZEROES.                  00443715
       01 WS-GLSMT-IDX          PIC 9(3).                               00443715
       01 WS-GLSMT-FULL-CNTR    PIC 9(9) VALUE ZEROES.                  00443715
       01 WS-GLSMT-TABLE.                                               00443715
          05 WS-GLSMT-ENTRY OCCURS 200 TIMES                            00443715
               INDEXED BY WS-GLSMT-TABIDX.                              00443715
             10 WS-GLSMT-TYPE        PIC X(2).                          00443715
             10 WS-GLSMT-INST        PIC X(4).                          00443715
             10 WS-GLSMT-CURR        PIC X(3).                          00443715
             10 WS-GLSMT-CNTR        PIC 9(9).                          00443715
             10 WS-GLSMT-AMOUNT      PIC S9(16)V99.                     00443715
             10 WS-GLSMT-BASE        PIC S9(16)V99.                     00443715
             10 WS-GLSMT-UNPR-CNTR   PIC 9(9).                          00443715
             10 WS-GLSMT-UNPR-AMOUNT PIC S9(16)V99.                     00443715
       01 WS-FEEDT-USED         PIC 9(4) VALUE ZEROES.                  00443715
       01 WS-FEEDT-IDX          PIC 9(4).                               00443715
       01 WS-FEEDT-FULL-CNTR    PIC 9(9) VALUE ZEROES.                  00443715
       01 WS-FEEDT-TABLE.                                               00443715
          05 WS-FEEDT-ENTRY OCCURS 2000 TIMES                           00443715
               INDEXED BY WS-FEEDT-TABIDX.                              00443715
             10 WS-FEEDT-ID          PIC X(40).                         00443715
             10 WS-FEEDT-MCC         PIC X(40).                         00443715
             10 WS-FEEDT-BRAND       PIC X(40).                         00443715
             10 WS-FEEDT-RATE-PCT    PIC 9(3)V9(4).                     00443715
             10 WS-FEEDT-ITEM-FEE    PIC 9(5)V99.                       00443715
             10 WS-FEEDT-CNTR        PIC 9(9).                          00443715
             10 WS-FEEDT-AMOUNT      PIC 9(14)V99.                      00443715
      *    THE PARTITIONS' GENERATION ROWS, SUMMED BY DATASET. EVERY    00443715
      *    COMPLETE PARTITION SENDS ONE ROW PER DATASET, SO EACH        00443715
      *    DATASET'S PARTITION COUNT MUST EQUAL OUTFILE'S. GLSMFILE,    00443715
      *    FEECFILE AND FEEDFILE ARE MERGED HERE, SO THEY ARE HASHED    00443715
      *    AS THEY ARE WRITTEN -- THE SAME FIGURES MASTRANC REGISTERS   00443715
      *    FOR AN UNPARTITIONED RUN.                                    00443715
       01 WS-GEN-ROW-CNTR       PIC 9(9) VALUE ZEROES.                  00443715
       01 WS-GEN-FAILED-CNTR    PIC 9(9) VALUE ZEROES.                  00443715
       01 WS-GEN-MIXED          PIC 9 VALUE 0.                          00443715
       01 WS-GEN-PROCESS-DATE   PIC X(8) VALUE SPACES.                  00443715
       01 WS-GEN-CYCLE-ID       PIC X(4) VALUE SPACES.                  00443715
       01 WS-GEN-PARTITIONS     PIC 9(4) VALUE ZEROES.                  00443715
       01 WS-GEN-OUTFILE-CNT    PIC 9(9) VALUE ZEROES.                  00443715
       01 WS-GEN-USED           PIC 9(2) VALUE ZEROES.                  00443715
       01 WS-GEN-IDX            PIC 9(2).                               00443715
       01 WS-GEN-TABLE.                                                 00443715
          05 WS-GEN-ENTRY OCCURS 20 TIMES                               00443715
               INDEXED BY WS-GEN-TABIDX.                                00443715
             10 WS-GEN-DATASET       PIC X(8).                          00443715
             10 WS-GEN-PART-CNTR     PIC 9(4).                          00443715
             10 WS-GEN-RECORD-CNT    PIC 9(9).                          00443715
             10 WS-GEN-HASH-TOTAL    PIC 9(16)V99.                      00443715
       01 WS-FEECFILE-HASH-TOTAL PIC 9(16)V99 VALUE ZEROES.             00443715
       01 WS-GLSMFILE-HASH-TOTAL PIC 9(16)V99 VALUE ZEROES.             00443715
       01 WS-FEEDFILE-HASH-TOTAL PIC 9(16)V99 VALUE ZEROES.             00443715
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
           OPEN INPUT PARTOUT                                           00443715
                                                                        00443715
           IF PARTOUT-FILE-STATUS NOT = '00'                            00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           OPEN INPUT PARTFEED                                          00443715
                                                                        00443715
           IF PARTFEED-FILE-STATUS NOT = '00'                           00443715
           THEN                                                         00443715
             DISPLAY 'OPEN PARTFEED FILE-STATUS = '                     00443715
                     PARTFEED-FILE-STATUS                               00443715
                                                                        00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'FILE OPEN ERROR' TO WS-FAIL-REASON                   00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           OPEN INPUT PARTGLSM                                          00443715
                                                                        00443715
           IF PARTGLSM-FILE-STATUS NOT = '00'                           00443715
           THEN                                                         00443715
             DISPLAY 'OPEN PARTGLSM FILE-STATUS = '                     00443715
                     PARTGLSM-FILE-STATUS                               00443715
                                                                        00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'FILE OPEN ERROR' TO WS-FAIL-REASON                   00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           OPEN OUTPUT OUTFILE                                          00443715
                                                                        00443715
           IF OUTFILE-FILE-STATUS NOT = '00'                            00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           OPEN OUTPUT FEEDFILE                                         00443715
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
           OPEN OUTPUT GLSMFILE                                         00443715
                                                                        00443715
           IF GLSMFILE-FILE-STATUS NOT = '00'                           00443715
           THEN                                                         00443715
             DISPLAY 'OPEN GLSM FILE-STATUS = '  GLSMFILE-FILE-STATUS   00443715
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
           MOVE 'MASTRNCM' TO PGAT-JOB-NAME                             00443715
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
      *    EVERY EXTRACT MERGES BEFORE THE CONTROL ROW IS SUMMED,       00443715
      *    SO THE COUNTERS THAT COLLAPSE ROWS IN CONSOLIDATION          00443715
                                                                        00443715
           PERFORM MERGE-FEE-MERCHANT-PARA                              00443715
                                                                        00443715
           PERFORM MERGE-FEE-DETAIL-PARA                                00443715
                                                                        00443715
           PERFORM MERGE-INSTITUTION-PARA                               00443715
                                                                        00443715
           PERFORM MERGE-GL-SUMMARY-PARA                                00443715
                                                                        00443715
           PERFORM SUM-CONTROL-ROWS-PARA                                00443715
                                                                        00443715
           PERFORM REGISTER-OUTPUTS-PARA                                00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       MERGE-OUTFILE-PARA.                                              00443715
               AT END                                                   00443715
                 MOVE 1 TO WS-EOF                                       00443715
               NOT AT END                                               00443715
                 IF PCTLG-IS-GENERATION                                 00443715
                   PERFORM ACCUM-GENERATION-ROW-PARA                    00443715
                 ELSE                                                   00443715
                   ADD 1 TO WS-PARTCTL-CNTR                             00443715
                   MOVE PCTL-PROCESS-DATE TO WS-CTL-PROCESS-DATE        00443715
                   PERFORM VARYING WS-CNTR-IDX FROM 1 BY 1              00443715
                     UNTIL WS-CNTR-IDX > 17                             00443715
                     ADD PCTL-COL-CNTR (WS-CNTR-IDX)                    00443715
                       TO WS-CTL-SUM (WS-CNTR-IDX)                      00443715
                   END-PERFORM                                          00443715
                 END-IF                                                 00443715
             END-READ                                                   00443715
           END-PERFORM                                                  00443715
                                                                        00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           PERFORM CHECK-GENERATION-ROWS-PARA                           00443715
                                                                        00443715
           INITIALIZE CTL-REC                                           00443715
                                                                        00443715
           MOVE FUNCTION CURRENT-DATE TO CTL-RUN-TIMESTAMP              00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       ACCUM-GENERATION-ROW-PARA.                                       00443715
                                                                        00443715
           ADD 1 TO WS-GEN-ROW-CNTR                                     00443715
                                                                        00443715
           IF WS-GEN-ROW-CNTR = 1                                       00443715
             MOVE PCTLG-PROCESS-DATE TO WS-GEN-PROCESS-DATE             00443715
             MOVE PCTLG-CYCLE-ID     TO WS-GEN-CYCLE-ID                 00443715
           END-IF                                                       00443715
                                                                        00443715
           IF PCTLG-PROCESS-DATE NOT = WS-GEN-PROCESS-DATE              00443715
              OR PCTLG-CYCLE-ID NOT = WS-GEN-CYCLE-ID                   00443715
             MOVE 1 TO WS-GEN-MIXED                                     00443715
           END-IF                                                       00443715
                                                                        00443715
           IF PCTLG-RUN-STATUS NOT = 'C'                                00443715
             ADD 1 TO WS-GEN-FAILED-CNTR                                00443715
           END-IF                                                       00443715
                                                                        00443715
           SET WS-GEN-TABIDX TO 1                                       00443715
           SEARCH WS-GEN-ENTRY                                          00443715
             AT END                                                     00443715
               DISPLAY 'GENERATION TABLE FULL AT ' PCTLG-DATASET        00443715
               MOVE 1 TO WS-RUN-FAILED                                  00443715
               MOVE 'GENERATION TABLE FULL' TO WS-FAIL-REASON           00443715
               PERFORM END-PROCESS                                      00443715
             WHEN WS-GEN-TABIDX > WS-GEN-USED                           00443715
               ADD 1 TO WS-GEN-USED                                     00443715
               MOVE PCTLG-DATASET TO WS-GEN-DATASET (WS-GEN-TABIDX)     00443715
               MOVE ZEROES TO WS-GEN-PART-CNTR (WS-GEN-TABIDX)          00443715
               MOVE ZEROES TO WS-GEN-RECORD-CNT (WS-GEN-TABIDX)         00443715
               MOVE ZEROES TO WS-GEN-HASH-TOTAL (WS-GEN-TABIDX)         00443715
               PERFORM ADD-GENERATION-ROW-PARA                          00443715
             WHEN WS-GEN-DATASET (WS-GEN-TABIDX) = PCTLG-DATASET        00443715
               PERFORM ADD-GENERATION-ROW-PARA                          00443715
           END-SEARCH                                                   00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       ADD-GENERATION-ROW-PARA.                                         00443715
                                                                        00443715
           ADD 1 TO WS-GEN-PART-CNTR (WS-GEN-TABIDX)                    00443715
           ADD PCTLG-RECORD-CNT TO WS-GEN-RECORD-CNT (WS-GEN-TABIDX)    00443715
           ADD PCTLG-HASH-TOTAL TO WS-GEN-HASH-TOTAL (WS-GEN-TABIDX)    00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       CHECK-GENERATION-ROWS-PARA.                                      00443715
      *    THE CONSOLIDATED GENERATIONS ARE ONLY REGISTERED WHEN EVERY  00443715
      *    PARTITION COMPLETED, ALL OF THEM RAN FOR THE SAME DATE AND   00443715
      *    CYCLE, EACH SENT ITS FULL SET OF ROWS, AND THE OUTFILE       00443715
      *    RECORDS THEY CLAIM ARE THE ONES MERGED ABOVE. ANYTHING ELSE  00443715
      *    FAILS THE RUN BEFORE THE ROLLING CONTROL ROW IS WRITTEN.     00443715
           IF WS-GEN-ROW-CNTR = ZEROES                                  00443715
             DISPLAY 'NO PARTITION GENERATION ROWS -- NOTHING TO '      00443715
                     'REGISTER'                                         00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'NO PARTITION GENERATION ROWS' TO WS-FAIL-REASON      00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           IF WS-GEN-FAILED-CNTR > 0                                    00443715
             DISPLAY 'A PARTITION ENDED FAILED -- '                     00443715
                     WS-GEN-FAILED-CNTR ' GENERATION ROWS FLAGGED'      00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'PARTITION RUN FAILED' TO WS-FAIL-REASON              00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           IF WS-GEN-MIXED = 1                                          00443715
              OR WS-GEN-PROCESS-DATE NOT = WS-CTL-PROCESS-DATE          00443715
             DISPLAY 'PARTITIONS DISAGREE ON PROCESS DATE OR CYCLE'     00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'PARTITION CYCLES DIFFER' TO WS-FAIL-REASON           00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           MOVE ZEROES TO WS-GEN-PARTITIONS                             00443715
           PERFORM VARYING WS-GEN-IDX FROM 1 BY 1                       00443715
             UNTIL WS-GEN-IDX > WS-GEN-USED                             00443715
             IF WS-GEN-DATASET (WS-GEN-IDX) = 'OUTFILE'                 00443715
               MOVE WS-GEN-PART-CNTR (WS-GEN-IDX) TO WS-GEN-PARTITIONS  00443715
               MOVE WS-GEN-RECORD-CNT (WS-GEN-IDX)                      00443715
                 TO WS-GEN-OUTFILE-CNT                                  00443715
             END-IF                                                     00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           PERFORM VARYING WS-GEN-IDX FROM 1 BY 1                       00443715
             UNTIL WS-GEN-IDX > WS-GEN-USED                             00443715
             IF WS-GEN-PART-CNTR (WS-GEN-IDX) NOT = WS-GEN-PARTITIONS   00443715
               DISPLAY WS-GEN-DATASET (WS-GEN-IDX) ' HAS ROWS FROM '    00443715
                       WS-GEN-PART-CNTR (WS-GEN-IDX) ' PARTITIONS -- '  00443715
                       'OUTFILE HAS ' WS-GEN-PARTITIONS                 00443715
               MOVE 1 TO WS-RUN-FAILED                                  00443715
               MOVE 'PARTITION GENERATIONS INCOMPLETE'                  00443715
                 TO WS-FAIL-REASON                                      00443715
             END-IF                                                     00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           IF WS-RUN-FAILED = 1                                         00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           IF WS-GEN-OUTFILE-CNT NOT = WS-OUTFILE-CNTR                  00443715
             DISPLAY 'PARTITIONS CLAIM ' WS-GEN-OUTFILE-CNT             00443715
                     ' OUTFILE RECORDS -- ' WS-OUTFILE-CNTR ' MERGED'   00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'PARTITION OUTFILE MISMATCH' TO WS-FAIL-REASON        00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       REGISTER-OUTPUTS-PARA.                                           00443715
      *    THE CONCATENATED DATASETS ARE REGISTERED WITH THE SUMMED     00443715
      *    PARTITION FIGURES, THE MERGED ONES WITH WHAT WAS WRITTEN     00443715
      *    HERE. FEEMFILE IS LEFT TO MASTRNEM, WHICH BUILDS THE         00443715
      *    GENERATION THE SUITE READS FROM ENRFILE.                     00443715
           PERFORM VARYING WS-GEN-IDX FROM 1 BY 1                       00443715
             UNTIL WS-GEN-IDX > WS-GEN-USED                             00443715
             MOVE WS-GEN-DATASET (WS-GEN-IDX)    TO GREG-DATASET        00443715
             MOVE WS-GEN-RECORD-CNT (WS-GEN-IDX) TO GREG-RECORD-CNT     00443715
             MOVE WS-GEN-HASH-TOTAL (WS-GEN-IDX) TO GREG-HASH-TOTAL     00443715
             PERFORM REGISTER-OUTPUT-GENERATION-PARA                    00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           MOVE 'GLSMFILE'             TO GREG-DATASET                  00443715
           MOVE WS-GLSMFILE-CNTR       TO GREG-RECORD-CNT               00443715
           MOVE WS-GLSMFILE-HASH-TOTAL TO GREG-HASH-TOTAL               00443715
           PERFORM REGISTER-OUTPUT-GENERATION-PARA                      00443715
                                                                        00443715
           MOVE 'FEECFILE'             TO GREG-DATASET                  00443715
           MOVE WS-FEECFILE-CNTR       TO GREG-RECORD-CNT               00443715
           MOVE WS-FEECFILE-HASH-TOTAL TO GREG-HASH-TOTAL               00443715
           PERFORM REGISTER-OUTPUT-GENERATION-PARA                      00443715
                                                                        00443715
           MOVE 'FEEDFILE'             TO GREG-DATASET                  00443715
           MOVE WS-FEEDFILE-CNTR       TO GREG-RECORD-CNT               00443715
           MOVE WS-FEEDFILE-HASH-TOTAL TO GREG-HASH-TOTAL               00443715
           PERFORM REGISTER-OUTPUT-GENERATION-PARA                      00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       REGISTER-OUTPUT-GENERATION-PARA.                                 00443715
                                                                        00443715
           MOVE 'R'                 TO GREG-FUNCTION                    00443715
           MOVE 'MASTRNCM'          TO GREG-JOB-NAME                    00443715
           MOVE WS-GEN-PROCESS-DATE TO GREG-PROCESS-DATE                00443715
           MOVE WS-GEN-CYCLE-ID     TO GREG-CYCLE-ID                    00443715
           CALL 'MASTRNGR' USING GREG-LINKAGE                           00443715
           END-CALL                                                     00443715
                                                                        00443715
           IF GREG-RESULT-MATCHED                                       00443715
             DISPLAY GREG-DATASET ' GENERATION REGISTERED FOR '         00443715
                     GREG-PROCESS-DATE ' CYCLE ' GREG-CYCLE-ID          00443715
           ELSE                                                         00443715
             DISPLAY GREG-DATASET ' GENERATION COULD NOT BE REGISTERED' 00443715
                                                                        00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'GENERATION REGISTRY ERROR' TO WS-FAIL-REASON         00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       MERGE-MERCHANT-PARA.                                             00443715
                                                                        00443715
           MOVE 0 TO WS-EOF                                             00443715
                   WRITE FEEC-REC                                       00443715
                                                                        00443715
                   ADD 1 TO WS-FEECFILE-CNTR                            00443715
                   ADD FEEC-CONT-ID TO WS-FEECFILE-HASH-TOTAL           00443715
                 END-IF                                                 00443715
             END-READ                                                   00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       MERGE-FEE-DETAIL-PARA.                                           00443715
      *    SUMMED BY (MERCHANT, MCC, BRAND) LIKE THE FEE MERCHANT       00443715
      *    ROLLUP ABOVE, SO THE CONSOLIDATED DETAIL STILL ADDS UP TO    00443715
      *    THE CONSOLIDATED FEEMFILE.                                   00443715
           MOVE 0 TO WS-EOF                                             00443715
           PERFORM UNTIL WS-EOF = 1                                     00443715
             READ PARTFEED                                              00443715
               AT END                                                   00443715
                 MOVE 1 TO WS-EOF                                       00443715
               NOT AT END                                               00443715
                 PERFORM ACCUM-FEE-DETAIL-ROW-PARA                      00443715
             END-READ                                                   00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           CLOSE PARTFEED                                               00443715
                                                                        00443715
           PERFORM VARYING WS-FEEDT-IDX FROM 1 BY 1                     00443715
             UNTIL WS-FEEDT-IDX > WS-FEEDT-USED                         00443715
             INITIALIZE FEED-REC                                        00443715
             MOVE WS-FEEDT-ID (WS-FEEDT-IDX)    TO FEED-MERCHANT-ID     00443715
             MOVE ','                           TO FEED-SEPARATOR-1     00443715
             MOVE WS-FEEDT-MCC (WS-FEEDT-IDX)   TO FEED-MCC             00443715
             MOVE ','                           TO FEED-SEPARATOR-2     00443715
             MOVE WS-FEEDT-BRAND (WS-FEEDT-IDX) TO FEED-BRAND           00443715
             MOVE ','                           TO FEED-SEPARATOR-3     00443715
             MOVE WS-FEEDT-RATE-PCT (WS-FEEDT-IDX)                      00443715
                                                TO FEED-RATE-PCT        00443715
             MOVE ','                           TO FEED-SEPARATOR-4     00443715
             MOVE WS-FEEDT-ITEM-FEE (WS-FEEDT-IDX)                      00443715
                                                TO FEED-ITEM-FEE        00443715
             MOVE ','                           TO FEED-SEPARATOR-5     00443715
             MOVE WS-FEEDT-CNTR (WS-FEEDT-IDX)  TO FEED-TXN-CNTR        00443715
             MOVE ','                           TO FEED-SEPARATOR-6     00443715
             MOVE WS-FEEDT-AMOUNT (WS-FEEDT-IDX)                        00443715
                                                TO FEED-FEE-AMOUNT      00443715
                                                                        00443715
             WRITE FEED-REC                                             00443715
                                                                        00443715
             ADD 1 TO WS-FEEDFILE-CNTR                                  00443715
             ADD WS-FEEDT-CNTR (WS-FEEDT-IDX)                           00443715
               TO WS-FEEDFILE-HASH-TOTAL                                00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           IF WS-FEEDT-FULL-CNTR > 0                                    00443715
             DISPLAY 'FEE DETAIL TABLE FULL -- ' WS-FEEDT-FULL-CNTR     00443715
                     ' PARTIAL ROWS NOT CONSOLIDATED'                   00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       ACCUM-FEE-DETAIL-ROW-PARA.                                       00443715
                                                                        00443715
           SET WS-FEEDT-TABIDX TO 1                                     00443715
           SEARCH WS-FEEDT-ENTRY                                        00443715
             AT END                                                     00443715
               IF WS-FEEDT-USED < 2000                                  00443715
                 ADD 1 TO WS-FEEDT-USED                                 00443715
                 SET WS-FEEDT-TABIDX TO WS-FEEDT-USED                   00443715
                 MOVE PFEED-MERCHANT-ID                                 00443715
                   TO WS-FEEDT-ID (WS-FEEDT-TABIDX)                     00443715
                 MOVE PFEED-MCC                                         00443715
                   TO WS-FEEDT-MCC (WS-FEEDT-TABIDX)                    00443715
                 MOVE PFEED-BRAND                                       00443715
                   TO WS-FEEDT-BRAND (WS-FEEDT-TABIDX)                  00443715
                 COMPUTE WS-FEEDT-RATE-PCT (WS-FEEDT-TABIDX) =          00443715
                   FUNCTION NUMVAL (PFEED-RATE-PCT)                     00443715
                 COMPUTE WS-FEEDT-ITEM-FEE (WS-FEEDT-TABIDX) =          00443715
                   FUNCTION NUMVAL (PFEED-ITEM-FEE)                     00443715
                 MOVE ZEROES TO WS-FEEDT-CNTR (WS-FEEDT-TABIDX)         00443715
                 MOVE ZEROES TO WS-FEEDT-AMOUNT (WS-FEEDT-TABIDX)       00443715
                 PERFORM ACCUM-FEE-DETAIL-ENTRY-PARA                    00443715
               ELSE                                                     00443715
                 ADD 1 TO WS-FEEDT-FULL-CNTR                            00443715
               END-IF                                                   00443715
             WHEN WS-FEEDT-ID (WS-FEEDT-TABIDX) = PFEED-MERCHANT-ID     00443715
              AND WS-FEEDT-MCC (WS-FEEDT-TABIDX) = PFEED-MCC            00443715
              AND WS-FEEDT-BRAND (WS-FEEDT-TABIDX) = PFEED-BRAND        00443715
               PERFORM ACCUM-FEE-DETAIL-ENTRY-PARA                      00443715
           END-SEARCH                                                   00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       ACCUM-FEE-DETAIL-ENTRY-PARA.                                     00443715
                                                                        00443715
           ADD FUNCTION NUMVAL (PFEED-TXN-CNTR)                         00443715
             TO WS-FEEDT-CNTR (WS-FEEDT-TABIDX)                         00443715
           ADD FUNCTION NUMVAL (PFEED-FEE-AMOUNT)                       00443715
             TO WS-FEEDT-AMOUNT (WS-FEEDT-TABIDX)                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       MERGE-INSTITUTION-PARA.                                          00443715
      *    EACH PARTITION SAW ITS OWN SLICE OF BOTH ISSUERS --          00443715
      *    THE PER-INSTITUTION CONTROL FIGURES ARE SUMMED BY            00443715
           CONTINUE.                                                    00443715
                                                                        00443715
                                                                        00443715
       MERGE-GL-SUMMARY-PARA.                                           00443715
      *    THE SAME (TYPE, INSTITUTION, CURRENCY) KEY TURNS UP IN       00443715
      *    EVERY PARTITION -- THE PARTIAL ROWS ARE SUMMED BY KEY SO     00443715
      *    THE CONSOLIDATED BASE AMOUNTS STILL ADD UP TO BASEFILE.      00443715
           MOVE 0 TO WS-EOF                                             00443715
           PERFORM UNTIL WS-EOF = 1                                     00443715
             READ PARTGLSM                                              00443715
               AT END                                                   00443715
                 MOVE 1 TO WS-EOF                                       00443715
               NOT AT END                                               00443715
                 PERFORM ACCUM-GL-SUMMARY-ROW-PARA                      00443715
             END-READ                                                   00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           CLOSE PARTGLSM                                               00443715
                                                                        00443715
           PERFORM VARYING WS-GLSMT-IDX FROM 1 BY 1                     00443715
             UNTIL WS-GLSMT-IDX > WS-GLSMT-USED                         00443715
             INITIALIZE GLSM-REC                                        00443715
             MOVE WS-GLSMT-TYPE (WS-GLSMT-IDX) TO GLSM-TYPE-CODE        00443715
             MOVE ','                          TO GLSM-SEPARATOR-1      00443715
             MOVE WS-GLSMT-INST (WS-GLSMT-IDX) TO GLSM-INST-ID          00443715
             MOVE ','                          TO GLSM-SEPARATOR-2      00443715
             MOVE WS-GLSMT-CURR (WS-GLSMT-IDX) TO GLSM-CURRENCY-CODE    00443715
             MOVE ','                          TO GLSM-SEPARATOR-3      00443715
             MOVE WS-GLSMT-CNTR (WS-GLSMT-IDX) TO GLSM-TXN-CNTR         00443715
             MOVE ','                          TO GLSM-SEPARATOR-4      00443715
             MOVE WS-GLSMT-AMOUNT (WS-GLSMT-IDX)                        00443715
                                               TO GLSM-AMOUNT           00443715
             MOVE ','                          TO GLSM-SEPARATOR-5      00443715
             MOVE WS-GLSMT-BASE (WS-GLSMT-IDX) TO GLSM-BASE-AMOUNT      00443715
             MOVE ','                          TO GLSM-SEPARATOR-6      00443715
             MOVE WS-GLSMT-UNPR-CNTR (WS-GLSMT-IDX)                     00443715
                                               TO GLSM-UNPR-CNTR        00443715
             MOVE ','                          TO GLSM-SEPARATOR-7      00443715
             MOVE WS-GLSMT-UNPR-AMOUNT (WS-GLSMT-IDX)                   00443715
                                               TO GLSM-UNPR-AMOUNT      00443715
                                                                        00443715
             WRITE GLSM-REC                                             00443715
                                                                        00443715
             ADD 1 TO WS-GLSMFILE-CNTR                                  00443715
             ADD WS-GLSMT-CNTR (WS-GLSMT-IDX)                           00443715
               TO WS-GLSMFILE-HASH-TOTAL                                00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           IF WS-GLSMT-FULL-CNTR > 0                                    00443715
             DISPLAY 'GL SUMMARY TABLE FULL -- ' WS-GLSMT-FULL-CNTR     00443715
                     ' PARTIAL ROWS NOT CONSOLIDATED'                   00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'GL SUMMARY TABLE FULL' TO WS-FAIL-REASON             00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       ACCUM-GL-SUMMARY-ROW-PARA.                                       00443715
                                                                        00443715
           SET WS-GLSMT-TABIDX TO 1                                     00443715
           SEARCH WS-GLSMT-ENTRY                                        00443715
             AT END                                                     00443715
               IF WS-GLSMT-USED < 200                                   00443715
                 ADD 1 TO WS-GLSMT-USED                                 00443715
                 SET WS-GLSMT-TABIDX TO WS-GLSMT-USED                   00443715
                 MOVE PGLSM-TYPE-CODE                                   00443715
                   TO WS-GLSMT-TYPE (WS-GLSMT-TABIDX)                   00443715
                 MOVE PGLSM-INST-ID                                     00443715
                   TO WS-GLSMT-INST (WS-GLSMT-TABIDX)                   00443715
                 MOVE PGLSM-CURRENCY-CODE                               00443715
                   TO WS-GLSMT-CURR (WS-GLSMT-TABIDX)                   00443715
                 MOVE ZEROES TO WS-GLSMT-CNTR (WS-GLSMT-TABIDX)         00443715
                 MOVE ZEROES TO WS-GLSMT-AMOUNT (WS-GLSMT-TABIDX)       00443715
                 MOVE ZEROES TO WS-GLSMT-BASE (WS-GLSMT-TABIDX)         00443715
                 MOVE ZEROES TO WS-GLSMT-UNPR-CNTR (WS-GLSMT-TABIDX)    00443715
                 MOVE ZEROES                                            00443715
                   TO WS-GLSMT-UNPR-AMOUNT (WS-GLSMT-TABIDX)            00443715
                 PERFORM ACCUM-GL-SUMMARY-ENTRY-PARA                    00443715
               ELSE                                                     00443715
                 ADD 1 TO WS-GLSMT-FULL-CNTR                            00443715
               END-IF                                                   00443715
             WHEN WS-GLSMT-TYPE (WS-GLSMT-TABIDX) = PGLSM-TYPE-CODE     00443715
              AND WS-GLSMT-INST (WS-GLSMT-TABIDX) = PGLSM-INST-ID       00443715
              AND WS-GLSMT-CURR (WS-GLSMT-TABIDX) = PGLSM-CURRENCY-CODE 00443715
               PERFORM ACCUM-GL-SUMMARY-ENTRY-PARA                      00443715
           END-SEARCH                                                   00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       ACCUM-GL-SUMMARY-ENTRY-PARA.                                     00443715
                                                                        00443715
           ADD FUNCTION NUMVAL (PGLSM-TXN-CNTR)                         00443715
             TO WS-GLSMT-CNTR (WS-GLSMT-TABIDX)                         00443715
           ADD FUNCTION NUMVAL (PGLSM-AMOUNT)                           00443715
             TO WS-GLSMT-AMOUNT (WS-GLSMT-TABIDX)                       00443715
           ADD FUNCTION NUMVAL (PGLSM-BASE-AMOUNT)                      00443715
             TO WS-GLSMT-BASE (WS-GLSMT-TABIDX)                         00443715
           ADD FUNCTION NUMVAL (PGLSM-UNPR-CNTR)                        00443715
             TO WS-GLSMT-UNPR-CNTR (WS-GLSMT-TABIDX)                    00443715
           ADD FUNCTION NUMVAL (PGLSM-UNPR-AMOUNT)                      00443715
             TO WS-GLSMT-UNPR-AMOUNT (WS-GLSMT-TABIDX)                  00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       WRITE-STATUS-FILE-PARA.                                          00443715
                                                                        00443715
           IF WS-STATUS-OPEN = 0                                        00443715
           MOVE WS-FEECFILE-CNTR TO WS-FEECFILE-CNTR-EDT                00443715
           MOVE WS-FEEMFILE-CNTR TO WS-FEEMFILE-CNTR-EDT                00443715
           MOVE WS-INSTFILE-CNTR TO WS-INSTFILE-CNTR-EDT                00443715
           MOVE WS-GLSMFILE-CNTR TO WS-GLSMFILE-CNTR-EDT                00443715
           MOVE WS-FEEDFILE-CNTR TO WS-FEEDFILE-CNTR-EDT                00443715
                                                                        00443715
           DISPLAY '***************************************'            00443715
           DISPLAY '* PROGRAM NAME  :    MASTRNCM         *'            00443715
                   '         *'                                         00443715
           DISPLAY '* INSTFILE      : ' WS-INSTFILE-CNTR-EDT            00443715
                   '         *'                                         00443715
           DISPLAY '* GLSMFILE      : ' WS-GLSMFILE-CNTR-EDT            00443715
                   '         *'                                         00443715
           DISPLAY '* FEEDFILE      : ' WS-FEEDFILE-CNTR-EDT            00443715
                   '         *'                                         00443715
           DISPLAY '***************************************'            00443715
                                                                        00443715
           PERFORM WRITE-STATUS-FILE-PARA                               00443715
           CLOSE FEECFILE.                                              00443715
           CLOSE FEEMFILE.                                              00443715
           CLOSE INSTFILE.                                              00443715
           CLOSE GLSMFILE.                                              00443715
           CLOSE FEEDFILE.                                              00443715
           CLOSE STATUSFILE.                                            00443715
                                                                        00443715
           IF WS-RUN-FAILED = 1                                         00443715
