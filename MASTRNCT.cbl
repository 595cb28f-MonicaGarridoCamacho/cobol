       ID DIVISION.                                                     00443715
       PROGRAM-ID. MASTRNCT.                                            00443715
      *    MASTRNCT IS THE PER-CUSTOMER SPENDING CATEGORY MIX. THE      00443715
      *    MERCHANT AND DEMOGRAPHIC REPORTS SHOW SPEND BY MERCHANT AND  00443715
      *    BY AGE BAND; MARKETING WANTS WHAT EACH CUSTOMER SPENDS ON.   00443715
      *    CATGFILE IS THE OPERATOR-MAINTAINED MCC-TO-CATEGORY TABLE    00443715
      *    (GROCERIES, TRAVEL, FUEL, DINING ...), IN THE SAME MCC-RANGE 00443715
      *    FORM AS MASTRNPT'S EARNFILE. TONIGHT'S APPROVED              00443715
      *    AUTHORIZATIONS COME FROM MASTRANC'S PNTXFILE IN BASE         00443715
      *    CURRENCY. THE MONTH-TO-DATE IS CARRIED ACROSS CYCLES AS A    00443715
      *    HISTORY -- CATHIN IS THE PRIOR CYCLE'S, CATHFILE IS WRITTEN  00443715
      *    WITH TONIGHT ADDED, ONE ROW PER CONTRACT, CATEGORY AND       00443715
      *    NIGHT OF THE CURRENT MONTH. ROWS ALREADY STAMPED WITH        00443715
      *    TONIGHT'S DATE ARE REPLACED, SO A RERUN DOES NOT COUNT A     00443715
      *    NIGHT TWICE, AND LAST MONTH'S ROWS DROP OFF ON THE FIRST     00443715
      *    NIGHT OF THE NEW ONE.                                        00443715
      *    CMIXFILE GIVES EACH CONTRACT'S MONTH-TO-DATE MIX -- AMOUNT,  00443715
      *    TRANSACTION COUNT AND SHARE OF WALLET PER CATEGORY, WITH     00443715
      *    THE CONTRACT'S DOMINANT CATEGORY. ON THE MONTH-END RUN       00443715
      *    (PARM-MONTH-END-FLAG = 'Y') THE SAME ROWS ALSO GO TO         00443715
      *    CMONFILE, THE MONTH'S CLOSING MIX, KEPT ALONGSIDE MASTRANC'S 00443715
      *    CLOSFILE SO IT CAN BE TRENDED. RUNS AFTER MASTRANC.          00443715
       ENVIRONMENT DIVISION.                                            00443715
       INPUT-OUTPUT SECTION.                                            00443715
       FILE-CONTROL.                                                    00443715
            SELECT PNTXFILE ASSIGN TO PNTXFILE                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS PNTXFILE-FILE-STATUS.                        00443715
            SELECT CATGFILE ASSIGN TO CATGFILE                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS CATGFILE-FILE-STATUS.                        00443715
            SELECT CATHIN ASSIGN TO CATHIN                              00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS CATHIN-FILE-STATUS.                          00443715
            SELECT CATHFILE ASSIGN TO CATHFILE                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS CATHFILE-FILE-STATUS.                        00443715
            SELECT CMIXFILE ASSIGN TO CMIXFILE                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS CMIXFILE-FILE-STATUS.                        00443715
            SELECT CMONFILE ASSIGN TO CMONFILE                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS CMONFILE-FILE-STATUS.                        00443715
            SELECT SORTFILE ASSIGN TO SORTWK01.                         00443715
            SELECT PARMFILE ASSIGN TO PARMFILE                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS PARMFILE-FILE-STATUS.                        00443715
            SELECT STATUSFILE ASSIGN TO STATUSFILE                      00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS STATUSFILE-FILE-STATUS.                      00443715
       DATA DIVISION.                                                   00443715
       FILE SECTION.                                                    00443715
      *    PNTX-REC IS REPLICATED FROM MASTRANC.CBL -- NOT A SHARED     00443715
      *    COPYBOOK IN THIS SYSTEM, SO MASTRANC REMAINS THE ONE PLACE   00443715
      *    THE EXTRACT IS DEFINED AND THIS IS ITS MIRROR.               00443715
       FD PNTXFILE.                                                     00443715
       01 PNTX-REC.                                                     00443715
          05 PNTX-CONT-ID          PIC 9(10).                           00443715
          05 FILLER                PIC X(1).                            00443715
          05 PNTX-TYPE-CODE        PIC X(2).                            00443715
          05 FILLER                PIC X(1).                            00443715
          05 PNTX-TXN-REF          PIC X(40).                           00443715
          05 FILLER                PIC X(1).                            00443715
          05 PNTX-MCC              PIC X(40).                           00443715
          05 FILLER                PIC X(1).                            00443715
          05 PNTX-PROCESS-DATE     PIC X(8).                            00443715
          05 FILLER                PIC X(1).                            00443715
          05 PNTX-BASE-AMOUNT      PIC X(17).                           00443715
          05 FILLER                PIC X(1).                            00443715
          05 PNTX-PRICED           PIC X(1).                            00443715
          05 FILLER                PIC X(1).                            00443715
          05 PNTX-MERCHANT-ID      PIC X(40).                           00443715
                                                                        00443715
      *    CATGFILE -- ONE ROW PER MCC RANGE, GIVING THE SPEND          00443715
      *    CATEGORY THE RANGE BELONGS TO. THE FIRST ROW WHOSE RANGE     00443715
      *    HOLDS THE MCC WINS, SO SPECIFIC RANGES GO AHEAD OF A WIDE    00443715
      *    ONE. AN MCC NO ROW COVERS IS COUNTED AS 'OTHER'.             00443715
       FD CATGFILE.                                                     00443715
       01 CATG-REC.                                                     00443715
          05 CATG-MCC-LOW          PIC X(4).                            00443715
          05 CATG-SEPARATOR-1      PIC X(1).                            00443715
          05 CATG-MCC-HIGH         PIC X(4).                            00443715
          05 CATG-SEPARATOR-2      PIC X(1).                            00443715
          05 CATG-CATEGORY         PIC X(12).                           00443715
                                                                        00443715
      *    CATHIN/CATHFILE ARE THE MONTH-TO-DATE HISTORY -- ONE ROW PER 00443715
      *    CONTRACT, CATEGORY AND NIGHT, IN THAT ORDER.                 00443715
       FD CATHIN.                                                       00443715
       01 CATHIN-REC.                                                   00443715
          05 CHIN-CONT-ID          PIC 9(10).                           00443715
          05 FILLER                PIC X(1).                            00443715
          05 CHIN-CATEGORY         PIC X(12).                           00443715
          05 FILLER                PIC X(1).                            00443715
          05 CHIN-ACT-DATE         PIC X(8).                            00443715
          05 FILLER                PIC X(1).                            00443715
          05 CHIN-TXN-CNTR         PIC 9(7).                            00443715
          05 FILLER                PIC X(1).                            00443715
          05 CHIN-AMOUNT           PIC 9(13)V99.                        00443715
                                                                        00443715
       FD CATHFILE.                                                     00443715
       01 CATH-REC.                                                     00443715
          05 CATH-CONT-ID          PIC 9(10).                           00443715
          05 CATH-SEPARATOR-1      PIC X(1).                            00443715
          05 CATH-CATEGORY         PIC X(12).                           00443715
          05 CATH-SEPARATOR-2      PIC X(1).                            00443715
          05 CATH-ACT-DATE         PIC X(8).                            00443715
          05 CATH-SEPARATOR-3      PIC X(1).                            00443715
          05 CATH-TXN-CNTR         PIC 9(7).                            00443715
          05 CATH-SEPARATOR-4      PIC X(1).                            00443715
          05 CATH-AMOUNT           PIC 9(13)V99.                        00443715
                                                                        00443715
      *    CMIXFILE -- ONE ROW PER CONTRACT AND CATEGORY WITH SPEND     00443715
      *    THIS MONTH, IN CONT-ID ORDER. SHARE IS THE CATEGORY'S        00443715
      *    PERCENT OF THE CONTRACT'S MONTH-TO-DATE BASE AMOUNT; THE     00443715
      *    DOMINANT CATEGORY (MOST SPENT, THEN MOST TRANSACTIONS)       00443715
      *    REPEATS ON EVERY ROW OF THE CONTRACT. CMONFILE IS THE SAME   00443715
      *    LAYOUT, WRITTEN ON THE MONTH-END RUN ONLY.                   00443715
       FD CMIXFILE.                                                     00443715
       01 CMIX-REC.                                                     00443715
          05 CMIX-CONT-ID          PIC 9(10).                           00443715
          05 CMIX-SEPARATOR-1      PIC X(1).                            00443715
          05 CMIX-PERIOD           PIC X(6).                            00443715
          05 CMIX-SEPARATOR-2      PIC X(1).                            00443715
          05 CMIX-CATEGORY         PIC X(12).                           00443715
          05 CMIX-SEPARATOR-3      PIC X(1).                            00443715
          05 CMIX-TXN-CNTR         PIC Z(8)9.                           00443715
          05 CMIX-SEPARATOR-4      PIC X(1).                            00443715
          05 CMIX-AMOUNT           PIC Z(13)9.99.                       00443715
          05 CMIX-SEPARATOR-5      PIC X(1).                            00443715
          05 CMIX-SHARE-PCT        PIC ZZ9.99.                          00443715
          05 CMIX-SEPARATOR-6      PIC X(1).                            00443715
          05 CMIX-DOMINANT         PIC X(12).                           00443715
                                                                        00443715
       FD CMONFILE.                                                     00443715
       01 CMON-REC                 PIC X(78).                           00443715
                                                                        00443715
       SD SORTFILE.                                                     00443715
       01 SORT-REC.                                                     00443715
          05 SRT-CONT-ID           PIC 9(10).                           00443715
          05 SRT-CATEGORY          PIC X(12).                           00443715
          05 SRT-ACT-DATE          PIC X(8).                            00443715
          05 SRT-TXN-CNTR          PIC 9(7).                            00443715
          05 SRT-AMOUNT            PIC 9(13)V99.                        00443715
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
       01 PNTXFILE-FILE-STATUS  PIC X(2).                               00443715
       01 CATGFILE-FILE-STATUS  PIC X(2).                               00443715
       01 CATHIN-FILE-STATUS    PIC X(2).                               00443715
       01 CATHFILE-FILE-STATUS  PIC X(2).                               00443715
       01 CMIXFILE-FILE-STATUS  PIC X(2).                               00443715
       01 CMONFILE-FILE-STATUS  PIC X(2).                               00443715
       01 PARMFILE-FILE-STATUS  PIC X(2).                               00443715
       01 STATUSFILE-FILE-STATUS PIC X(2).                              00443715
       01 WS-RUN-FAILED         PIC 9 VALUE 0.                          00443715
       01 WS-FAIL-REASON        PIC X(40) VALUE SPACES.                 00443715
       01 WS-STATUS-OPEN        PIC 9 VALUE 0.                          00443715
       01 WS-PARM-READ-OK       PIC 9 VALUE 0.                          00443715
       01 WS-EOF                PIC 9 VALUE 0.                          00443715
       01 WS-SORT-EOF           PIC 9 VALUE 0.                          00443715
      *    WS-MEND-RUN IS SET ON THE MONTH-END RUN -- ONLY THEN IS      00443715
      *    CMONFILE WRITTEN.                                            00443715
       01 WS-MEND-RUN           PIC 9 VALUE 0.                          00443715
       01 WS-CUR-PERIOD         PIC X(6).                               00443715
      *    WS-CATG-TABLE HOLDS CATGFILE IN FILE ORDER.                  00443715
       01 WS-CATG-USED          PIC 9(3) VALUE ZEROES.                  00443715
       01 WS-CATG-FOUND         PIC 9.                                  00443715
       01 WS-CATG-TABLE.                                                00443715
          05 WS-CATG-ENTRY OCCURS 200 TIMES                             00443715
               INDEXED BY WS-CATG-TABIDX.                               00443715
             10 WS-CATG-MCC-LOW     PIC X(4).                           00443715
             10 WS-CATG-MCC-HIGH    PIC X(4).                           00443715
             10 WS-CATG-CATEGORY    PIC X(12).                          00443715
      *    CONTROL-BREAK STATE -- CONTRACT, CATEGORY AND NIGHT.         00443715
       01 WS-CONT-STARTED       PIC 9 VALUE 0.                          00443715
       01 WS-CUR-CONT-ID        PIC 9(10).                              00443715
       01 WS-CUR-CATEGORY       PIC X(12).                              00443715
       01 WS-CUR-ACT-DATE       PIC X(8).                               00443715
       01 WS-DAY-TXN-CNTR       PIC 9(7).                               00443715
       01 WS-DAY-AMOUNT         PIC 9(13)V99.                           00443715
       01 WS-CONT-AMOUNT        PIC 9(15)V99.                           00443715
      *    WS-MIX-TABLE HOLDS THE CURRENT CONTRACT'S CATEGORIES UNTIL   00443715
      *    ITS TOTAL AND DOMINANT CATEGORY ARE KNOWN. ONE ENTRY PER     00443715
      *    CATGFILE ROW PLUS 'OTHER' CANNOT OVERFLOW IT.                00443715
       01 WS-MIX-USED           PIC 9(3) VALUE ZEROES.                  00443715
       01 WS-MIX-IDX            PIC 9(3).                               00443715
       01 WS-MIX-TOP            PIC 9(3).                               00443715
       01 WS-MIX-TABLE.                                                 00443715
          05 WS-MIX-ENTRY OCCURS 201 TIMES.                             00443715
             10 WS-MIX-CATEGORY     PIC X(12).                          00443715
             10 WS-MIX-TXN-CNTR     PIC 9(9).                           00443715
             10 WS-MIX-AMOUNT       PIC 9(15)V99.                       00443715
       01 WS-SHARE-PCT          PIC 9(3)V99.                            00443715
       01 WS-COUNTERS-1.                                                00443715
          05 WS-PNTXFILE-CNTR     PIC 9(9) VALUE ZEROES.                00443715
          05 WS-AUTH-CNTR         PIC 9(9) VALUE ZEROES.                00443715
          05 WS-OTHER-CNTR        PIC 9(9) VALUE ZEROES.                00443715
          05 WS-CATHIN-CNTR       PIC 9(9) VALUE ZEROES.                00443715
          05 WS-DROPPED-CNTR      PIC 9(9) VALUE ZEROES.                00443715
          05 WS-CATHFILE-CNTR     PIC 9(9) VALUE ZEROES.                00443715
          05 WS-CONTRACT-CNTR     PIC 9(9) VALUE ZEROES.                00443715
          05 WS-CMIXFILE-CNTR     PIC 9(9) VALUE ZEROES.                00443715
          05 WS-CMONFILE-CNTR     PIC 9(9) VALUE ZEROES.                00443715
       01 WS-PNTXFILE-CNTR-EDT  PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-AUTH-CNTR-EDT      PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-OTHER-CNTR-EDT     PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-CATHIN-CNTR-EDT    PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-DROPPED-CNTR-EDT   PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-CATHFILE-CNTR-EDT  PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-CONTRACT-CNTR-EDT  PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-CMIXFILE-CNTR-EDT  PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-CMONFILE-CNTR-EDT  PIC ZZZ,ZZZ,ZZ9.                        00443715
      *    THE GENERATION REGISTRY'S FIGURES FOR PNTXFILE, CATHIN AND   00443715
      *    CATHFILE -- THE HASH IS THE SUM OF THE CONTRACT IDS.         00443715
       01 WS-PNTXFILE-HASH-TOTAL PIC 9(16)V99 VALUE ZEROES.             00443715
       01 WS-CATHIN-HASH-TOTAL  PIC 9(16)V99 VALUE ZEROES.              00443715
       01 WS-CATHFILE-HASH-TOTAL PIC 9(16)V99 VALUE ZEROES.             00443715
       01 WS-PNTXFILE-REG       PIC 9 VALUE 0.                          00443715
       01 WS-CATHIN-REG         PIC 9 VALUE 0.                          00443715
       01 WS-GREG-INPUT-DD      PIC X(8) VALUE SPACES.                  00443715
       COPY GREGLNK.                                                    00443715
         COPY PGATLNK.                                                  00443715
                                                                        00443715
       PROCEDURE DIVISION.                                              00443715
                                                                        00443715
           PERFORM START-PROCESS                                        00443715
                                                                        00443715
           SORT SORTFILE ON ASCENDING KEY SRT-CONT-ID                   00443715
                                          SRT-CATEGORY                  00443715
                                          SRT-ACT-DATE                  00443715
             INPUT PROCEDURE IS BUILD-HISTORY-PARA                      00443715
             OUTPUT PROCEDURE IS WRITE-MIX-PARA                         00443715
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
           PERFORM LOAD-CATEGORIES-PARA                                 00443715
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
           MOVE 'MASTRNCT' TO PGAT-JOB-NAME                             00443715
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
      *    EVERY HISTORY ROW IS STAMPED WITH ITS NIGHT -- THE MONTH     00443715
      *    CANNOT BE CUT WITHOUT ONE.                                   00443715
           IF PARM-PROCESS-DATE NOT NUMERIC                             00443715
             DISPLAY 'PARM-PROCESS-DATE MISSING -- CATEGORY HISTORY '   00443715
                     'CANNOT BE DATED'                                  00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'NO PROCESS DATE' TO WS-FAIL-REASON                   00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           MOVE PARM-PROCESS-DATE (1:6) TO WS-CUR-PERIOD                00443715
                                                                        00443715
           IF PARM-MONTH-END-FLAG = 'Y'                                 00443715
             MOVE 1 TO WS-MEND-RUN                                      00443715
           END-IF                                                       00443715
                                                                        00443715
           DISPLAY 'PARM PROCESS DATE = ' PARM-PROCESS-DATE             00443715
           DISPLAY 'MONTH-END CATEGORY MIX = ' WS-MEND-RUN              00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       FILE-OPEN-PARA.                                                  00443715
                                                                        00443715
           OPEN INPUT PNTXFILE                                          00443715
                                                                        00443715
           IF PNTXFILE-FILE-STATUS NOT = '00'                           00443715
           THEN                                                         00443715
             DISPLAY 'OPEN PNTX FILE-STATUS = '  PNTXFILE-FILE-STATUS   00443715
                                                                        00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'FILE OPEN ERROR' TO WS-FAIL-REASON                   00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           MOVE 'PNTXFILE' TO GREG-DATASET                              00443715
           MOVE 'D'        TO GREG-EXPECT                               00443715
           MOVE 'PNTXFILE' TO WS-GREG-INPUT-DD                          00443715
           PERFORM CHECK-INPUT-GENERATION-PARA                          00443715
           IF GREG-RESULT-MATCHED                                       00443715
             MOVE 1 TO WS-PNTXFILE-REG                                  00443715
           END-IF                                                       00443715
                                                                        00443715
           OPEN OUTPUT CATHFILE                                         00443715
                                                                        00443715
           IF CATHFILE-FILE-STATUS NOT = '00'                           00443715
           THEN                                                         00443715
             DISPLAY 'OPEN CATH FILE-STATUS = '  CATHFILE-FILE-STATUS   00443715
                                                                        00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'FILE OPEN ERROR' TO WS-FAIL-REASON                   00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           OPEN OUTPUT CMIXFILE                                         00443715
                                                                        00443715
           IF CMIXFILE-FILE-STATUS NOT = '00'                           00443715
           THEN                                                         00443715
             DISPLAY 'OPEN CMIX FILE-STATUS = '  CMIXFILE-FILE-STATUS   00443715
                                                                        00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'FILE OPEN ERROR' TO WS-FAIL-REASON                   00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           IF WS-MEND-RUN = 1                                           00443715
             OPEN OUTPUT CMONFILE                                       00443715
                                                                        00443715
             IF CMONFILE-FILE-STATUS NOT = '00'                         00443715
               DISPLAY 'OPEN CMON FILE-STATUS = '                       00443715
                       CMONFILE-FILE-STATUS                             00443715
                                                                        00443715
               MOVE 1 TO WS-RUN-FAILED                                  00443715
               MOVE 'FILE OPEN ERROR' TO WS-FAIL-REASON                 00443715
               PERFORM END-PROCESS                                      00443715
             END-IF                                                     00443715
           END-IF                                                       00443715
                                                                        00443715
           DISPLAY 'OPENING FILES SUCCESSFUL '                          00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       LOAD-CATEGORIES-PARA.                                            00443715
      *    WITHOUT THE CATEGORY TABLE EVERY CONTRACT WOULD BE ALL       00443715
      *    'OTHER' -- THAT IS A FAILED RUN, NOT A QUIET NIGHT.          00443715
           OPEN INPUT CATGFILE                                          00443715
                                                                        00443715
           IF CATGFILE-FILE-STATUS NOT = '00'                           00443715
           THEN                                                         00443715
             DISPLAY 'OPEN CATG FILE-STATUS = '  CATGFILE-FILE-STATUS   00443715
                                                                        00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'FILE OPEN ERROR' TO WS-FAIL-REASON                   00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           MOVE 0 TO WS-EOF                                             00443715
           PERFORM UNTIL WS-EOF = 1                                     00443715
             READ CATGFILE                                              00443715
               AT END                                                   00443715
                 MOVE 1 TO WS-EOF                                       00443715
               NOT AT END                                               00443715
                 IF WS-CATG-USED < 200                                  00443715
                   ADD 1 TO WS-CATG-USED                                00443715
                   MOVE CATG-MCC-LOW                                    00443715
                     TO WS-CATG-MCC-LOW (WS-CATG-USED)                  00443715
                   MOVE CATG-MCC-HIGH                                   00443715
                     TO WS-CATG-MCC-HIGH (WS-CATG-USED)                 00443715
                   MOVE CATG-CATEGORY                                   00443715
                     TO WS-CATG-CATEGORY (WS-CATG-USED)                 00443715
                 ELSE                                                   00443715
                   DISPLAY 'CATEGORY TABLE FULL -- CATEGORY '           00443715
                           CATG-CATEGORY ' DROPPED'                     00443715
                 END-IF                                                 00443715
             END-READ                                                   00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           CLOSE CATGFILE                                               00443715
                                                                        00443715
           DISPLAY 'CATEGORY RANGES LOADED = ' WS-CATG-USED             00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       BUILD-HISTORY-PARA.                                              00443715
                                                                        00443715
           PERFORM CARRY-HISTORY-PARA                                   00443715
                                                                        00443715
           PERFORM ADD-TONIGHT-PARA                                     00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       CARRY-HISTORY-PARA.                                              00443715
      *    WITH NO PRIOR HISTORY FILE THE MONTH STARTS FROM TONIGHT.    00443715
           OPEN INPUT CATHIN                                            00443715
                                                                        00443715
           IF CATHIN-FILE-STATUS NOT = '00'                             00443715
           THEN                                                         00443715
             DISPLAY 'NO PRIOR CATEGORY HISTORY -- MONTH STARTS '       00443715
                     'FROM TONIGHT'                                     00443715
           ELSE                                                         00443715
             MOVE 'CATHFILE' TO GREG-DATASET                            00443715
             MOVE 'P'        TO GREG-EXPECT                             00443715
             MOVE 'CATHIN'   TO WS-GREG-INPUT-DD                        00443715
             PERFORM CHECK-INPUT-GENERATION-PARA                        00443715
             IF GREG-RESULT-MATCHED                                     00443715
               MOVE 1 TO WS-CATHIN-REG                                  00443715
             END-IF                                                     00443715
                                                                        00443715
             MOVE 0 TO WS-EOF                                           00443715
             PERFORM UNTIL WS-EOF = 1                                   00443715
               READ CATHIN                                              00443715
                 AT END                                                 00443715
                   MOVE 1 TO WS-EOF                                     00443715
                 NOT AT END                                             00443715
                   ADD 1 TO WS-CATHIN-CNTR                              00443715
                   ADD CHIN-CONT-ID TO WS-CATHIN-HASH-TOTAL             00443715
                   PERFORM CARRY-HISTORY-ROW-PARA                       00443715
               END-READ                                                 00443715
             END-PERFORM                                                00443715
                                                                        00443715
             CLOSE CATHIN                                               00443715
                                                                        00443715
             IF WS-CATHIN-REG = 1                                       00443715
               MOVE 'CATHFILE'           TO GREG-DATASET                00443715
               MOVE 'P'                  TO GREG-EXPECT                 00443715
               MOVE 'CATHIN'             TO WS-GREG-INPUT-DD            00443715
               MOVE WS-CATHIN-CNTR       TO GREG-RECORD-CNT             00443715
               MOVE WS-CATHIN-HASH-TOTAL TO GREG-HASH-TOTAL             00443715
               PERFORM VERIFY-INPUT-GENERATION-PARA                     00443715
             END-IF                                                     00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       CARRY-HISTORY-ROW-PARA.                                          00443715
                                                                        00443715
           IF CHIN-ACT-DATE NOT < PARM-PROCESS-DATE                     00443715
              OR CHIN-ACT-DATE (1:6) NOT = WS-CUR-PERIOD                00443715
             ADD 1 TO WS-DROPPED-CNTR                                   00443715
           ELSE                                                         00443715
             INITIALIZE SORT-REC                                        00443715
             MOVE CHIN-CONT-ID      TO SRT-CONT-ID                      00443715
             MOVE CHIN-CATEGORY     TO SRT-CATEGORY                     00443715
             MOVE CHIN-ACT-DATE     TO SRT-ACT-DATE                     00443715
             MOVE CHIN-TXN-CNTR     TO SRT-TXN-CNTR                     00443715
             MOVE CHIN-AMOUNT       TO SRT-AMOUNT                       00443715
             RELEASE SORT-REC                                           00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       ADD-TONIGHT-PARA.                                                00443715
      *    ONLY APPROVED AUTHORIZATIONS ARE SPEND; REFUNDS,             00443715
      *    CHARGEBACKS AND REVERSALS ARE NOT NETTED OFF THE MIX.        00443715
           MOVE 0 TO WS-EOF                                             00443715
           PERFORM UNTIL WS-EOF = 1                                     00443715
             READ PNTXFILE                                              00443715
               AT END                                                   00443715
                 MOVE 1 TO WS-EOF                                       00443715
               NOT AT END                                               00443715
                 ADD 1 TO WS-PNTXFILE-CNTR                              00443715
                 ADD PNTX-CONT-ID TO WS-PNTXFILE-HASH-TOTAL             00443715
                 IF PNTX-TYPE-CODE = 'AU'                               00443715
                   ADD 1 TO WS-AUTH-CNTR                                00443715
                   PERFORM FIND-CATEGORY-PARA                           00443715
                                                                        00443715
                   INITIALIZE SORT-REC                                  00443715
                   MOVE PNTX-CONT-ID      TO SRT-CONT-ID                00443715
                   MOVE PARM-PROCESS-DATE TO SRT-ACT-DATE               00443715
                   MOVE 1                 TO SRT-TXN-CNTR               00443715
                   COMPUTE SRT-AMOUNT =                                 00443715
                     FUNCTION NUMVAL (PNTX-BASE-AMOUNT)                 00443715
                   IF WS-CATG-FOUND = 1                                 00443715
                     MOVE WS-CATG-CATEGORY (WS-CATG-TABIDX)             00443715
                       TO SRT-CATEGORY                                  00443715
                   ELSE                                                 00443715
                     MOVE 'OTHER' TO SRT-CATEGORY                       00443715
                     ADD 1 TO WS-OTHER-CNTR                             00443715
                   END-IF                                               00443715
                   RELEASE SORT-REC                                     00443715
                 END-IF                                                 00443715
             END-READ                                                   00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           IF WS-PNTXFILE-REG = 1                                       00443715
             MOVE 'PNTXFILE'             TO GREG-DATASET                00443715
             MOVE 'D'                    TO GREG-EXPECT                 00443715
             MOVE 'PNTXFILE'             TO WS-GREG-INPUT-DD            00443715
             MOVE WS-PNTXFILE-CNTR       TO GREG-RECORD-CNT             00443715
             MOVE WS-PNTXFILE-HASH-TOTAL TO GREG-HASH-TOTAL             00443715
             PERFORM VERIFY-INPUT-GENERATION-PARA                       00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       FIND-CATEGORY-PARA.                                              00443715
                                                                        00443715
           MOVE 0 TO WS-CATG-FOUND                                      00443715
                                                                        00443715
           SET WS-CATG-TABIDX TO 1                                      00443715
           IF WS-CATG-USED > 0                                          00443715
             SEARCH WS-CATG-ENTRY                                       00443715
               AT END                                                   00443715
                 CONTINUE                                               00443715
               WHEN WS-CATG-TABIDX > WS-CATG-USED                       00443715
                 CONTINUE                                               00443715
               WHEN PNTX-MCC (1:4)                                      00443715
                      NOT < WS-CATG-MCC-LOW (WS-CATG-TABIDX)            00443715
                AND PNTX-MCC (1:4)                                      00443715
                      NOT > WS-CATG-MCC-HIGH (WS-CATG-TABIDX)           00443715
                 MOVE 1 TO WS-CATG-FOUND                                00443715
             END-SEARCH                                                 00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       WRITE-MIX-PARA.                                                  00443715
                                                                        00443715
           MOVE 0 TO WS-SORT-EOF                                        00443715
           PERFORM UNTIL WS-SORT-EOF = 1                                00443715
             RETURN SORTFILE                                            00443715
               AT END                                                   00443715
                 MOVE 1 TO WS-SORT-EOF                                  00443715
               NOT AT END                                               00443715
                 EVALUATE TRUE                                          00443715
                   WHEN WS-CONT-STARTED = 0                             00443715
                     PERFORM START-CONTRACT-PARA                        00443715
                   WHEN SRT-CONT-ID NOT = WS-CUR-CONT-ID                00443715
                     PERFORM FINISH-DAY-PARA                            00443715
                     PERFORM FINISH-CONTRACT-PARA                       00443715
                     PERFORM START-CONTRACT-PARA                        00443715
                   WHEN SRT-CATEGORY NOT = WS-CUR-CATEGORY              00443715
                     PERFORM FINISH-DAY-PARA                            00443715
                     PERFORM START-CATEGORY-PARA                        00443715
                   WHEN SRT-ACT-DATE NOT = WS-CUR-ACT-DATE              00443715
                     PERFORM FINISH-DAY-PARA                            00443715
                     PERFORM START-DAY-PARA                             00443715
                   WHEN OTHER                                           00443715
                     CONTINUE                                           00443715
                 END-EVALUATE                                           00443715
                                                                        00443715
                 ADD SRT-TXN-CNTR TO WS-DAY-TXN-CNTR                    00443715
                 ADD SRT-AMOUNT   TO WS-DAY-AMOUNT                      00443715
             END-RETURN                                                 00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           IF WS-CONT-STARTED = 1                                       00443715
             PERFORM FINISH-DAY-PARA                                    00443715
             PERFORM FINISH-CONTRACT-PARA                               00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       START-CONTRACT-PARA.                                             00443715
                                                                        00443715
           MOVE 1           TO WS-CONT-STARTED                          00443715
           MOVE SRT-CONT-ID TO WS-CUR-CONT-ID                           00443715
           MOVE ZEROES      TO WS-CONT-AMOUNT                           00443715
           MOVE ZEROES      TO WS-MIX-USED                              00443715
                                                                        00443715
           PERFORM START-CATEGORY-PARA                                  00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       START-CATEGORY-PARA.                                             00443715
                                                                        00443715
           MOVE SRT-CATEGORY TO WS-CUR-CATEGORY                         00443715
                                                                        00443715
           ADD 1 TO WS-MIX-USED                                         00443715
           MOVE SRT-CATEGORY TO WS-MIX-CATEGORY (WS-MIX-USED)           00443715
           MOVE ZEROES       TO WS-MIX-TXN-CNTR (WS-MIX-USED)           00443715
           MOVE ZEROES       TO WS-MIX-AMOUNT (WS-MIX-USED)             00443715
                                                                        00443715
           PERFORM START-DAY-PARA                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       START-DAY-PARA.                                                  00443715
                                                                        00443715
           MOVE SRT-ACT-DATE TO WS-CUR-ACT-DATE                         00443715
           MOVE ZEROES       TO WS-DAY-TXN-CNTR                         00443715
           MOVE ZEROES       TO WS-DAY-AMOUNT                           00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       FINISH-DAY-PARA.                                                 00443715
                                                                        00443715
           INITIALIZE CATH-REC                                          00443715
                                                                        00443715
           MOVE WS-CUR-CONT-ID      TO CATH-CONT-ID                     00443715
           MOVE ','                 TO CATH-SEPARATOR-1                 00443715
           MOVE WS-CUR-CATEGORY     TO CATH-CATEGORY                    00443715
           MOVE ','                 TO CATH-SEPARATOR-2                 00443715
           MOVE WS-CUR-ACT-DATE     TO CATH-ACT-DATE                    00443715
           MOVE ','                 TO CATH-SEPARATOR-3                 00443715
           MOVE WS-DAY-TXN-CNTR     TO CATH-TXN-CNTR                    00443715
           MOVE ','                 TO CATH-SEPARATOR-4                 00443715
           MOVE WS-DAY-AMOUNT       TO CATH-AMOUNT                      00443715
                                                                        00443715
           WRITE CATH-REC                                               00443715
                                                                        00443715
           ADD 1 TO WS-CATHFILE-CNTR                                    00443715
           ADD CATH-CONT-ID TO WS-CATHFILE-HASH-TOTAL                   00443715
                                                                        00443715
           ADD WS-DAY-TXN-CNTR TO WS-MIX-TXN-CNTR (WS-MIX-USED)         00443715
           ADD WS-DAY-AMOUNT   TO WS-MIX-AMOUNT (WS-MIX-USED)           00443715
           ADD WS-DAY-AMOUNT   TO WS-CONT-AMOUNT                        00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       FINISH-CONTRACT-PARA.                                            00443715
      *    THE DOMINANT CATEGORY IS THE ONE WITH THE MOST SPENT, THEN   00443715
      *    THE MOST TRANSACTIONS, THEN THE FIRST BY NAME.               00443715
           ADD 1 TO WS-CONTRACT-CNTR                                    00443715
                                                                        00443715
           MOVE 1 TO WS-MIX-TOP                                         00443715
           PERFORM VARYING WS-MIX-IDX FROM 2 BY 1                       00443715
             UNTIL WS-MIX-IDX > WS-MIX-USED                             00443715
             IF WS-MIX-AMOUNT (WS-MIX-IDX) > WS-MIX-AMOUNT (WS-MIX-TOP) 00443715
                OR (WS-MIX-AMOUNT (WS-MIX-IDX)                          00443715
                      = WS-MIX-AMOUNT (WS-MIX-TOP)                      00443715
                    AND WS-MIX-TXN-CNTR (WS-MIX-IDX)                    00443715
                      > WS-MIX-TXN-CNTR (WS-MIX-TOP))                   00443715
               MOVE WS-MIX-IDX TO WS-MIX-TOP                            00443715
             END-IF                                                     00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           PERFORM WRITE-MIX-ROW-PARA                                   00443715
             VARYING WS-MIX-IDX FROM 1 BY 1                             00443715
             UNTIL WS-MIX-IDX > WS-MIX-USED                             00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       WRITE-MIX-ROW-PARA.                                              00443715
      *    A CONTRACT WHOSE SPEND WAS ALL IN UNPRICED CURRENCIES HAS    00443715
      *    NO BASE AMOUNT TO SHARE OUT, AND SHOWS ZERO SHARES.          00443715
           IF WS-CONT-AMOUNT > 0                                        00443715
             COMPUTE WS-SHARE-PCT ROUNDED =                             00443715
               WS-MIX-AMOUNT (WS-MIX-IDX) * 100 / WS-CONT-AMOUNT        00443715
           ELSE                                                         00443715
             MOVE ZEROES TO WS-SHARE-PCT                                00443715
           END-IF                                                       00443715
                                                                        00443715
           INITIALIZE CMIX-REC                                          00443715
                                                                        00443715
           MOVE WS-CUR-CONT-ID      TO CMIX-CONT-ID                     00443715
           MOVE ','                 TO CMIX-SEPARATOR-1                 00443715
           MOVE WS-CUR-PERIOD       TO CMIX-PERIOD                      00443715
           MOVE ','                 TO CMIX-SEPARATOR-2                 00443715
           MOVE WS-MIX-CATEGORY (WS-MIX-IDX)  TO CMIX-CATEGORY          00443715
           MOVE ','                 TO CMIX-SEPARATOR-3                 00443715
           MOVE WS-MIX-TXN-CNTR (WS-MIX-IDX)  TO CMIX-TXN-CNTR          00443715
           MOVE ','                 TO CMIX-SEPARATOR-4                 00443715
           MOVE WS-MIX-AMOUNT (WS-MIX-IDX)    TO CMIX-AMOUNT            00443715
           MOVE ','                 TO CMIX-SEPARATOR-5                 00443715
           MOVE WS-SHARE-PCT        TO CMIX-SHARE-PCT                   00443715
           MOVE ','                 TO CMIX-SEPARATOR-6                 00443715
           MOVE WS-MIX-CATEGORY (WS-MIX-TOP)  TO CMIX-DOMINANT          00443715
                                                                        00443715
           WRITE CMIX-REC                                               00443715
                                                                        00443715
           ADD 1 TO WS-CMIXFILE-CNTR                                    00443715
                                                                        00443715
           IF WS-MEND-RUN = 1                                           00443715
             WRITE CMON-REC FROM CMIX-REC                               00443715
                                                                        00443715
             ADD 1 TO WS-CMONFILE-CNTR                                  00443715
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
           MOVE 'MASTRNCT'        TO GREG-JOB-NAME                      00443715
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
           MOVE 'MASTRNCT'        TO GREG-JOB-NAME                      00443715
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
       REGISTER-CATHFILE-PARA.                                          00443715
      *    TONIGHT'S CATHFILE IS TOMORROW'S CATHIN. A FAILED RUN        00443715
      *    REGISTERS NOTHING.                                           00443715
           MOVE 'R'                    TO GREG-FUNCTION                 00443715
           MOVE 'CATHFILE'             TO GREG-DATASET                  00443715
           MOVE 'MASTRNCT'             TO GREG-JOB-NAME                 00443715
           MOVE PARM-PROCESS-DATE      TO GREG-PROCESS-DATE             00443715
           MOVE PARM-CYCLE-ID          TO GREG-CYCLE-ID                 00443715
           MOVE WS-CATHFILE-CNTR       TO GREG-RECORD-CNT               00443715
           MOVE WS-CATHFILE-HASH-TOTAL TO GREG-HASH-TOTAL               00443715
           CALL 'MASTRNGR' USING GREG-LINKAGE                           00443715
           END-CALL                                                     00443715
                                                                        00443715
           IF GREG-RESULT-MATCHED                                       00443715
             DISPLAY 'CATHFILE GENERATION REGISTERED FOR '              00443715
                     GREG-PROCESS-DATE ' CYCLE ' GREG-CYCLE-ID          00443715
           ELSE                                                         00443715
             DISPLAY 'CATHFILE GENERATION COULD NOT BE REGISTERED'      00443715
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
           MOVE 'MASTRNCT'             TO STAT-JOB-NAME                 00443715
           MOVE FUNCTION CURRENT-DATE  TO STAT-RUN-TIMESTAMP            00443715
           IF WS-RUN-FAILED = 1                                         00443715
             MOVE 'FAILED'             TO STAT-COMPLETION-CODE          00443715
             MOVE WS-FAIL-REASON       TO STAT-FAIL-REASON              00443715
           ELSE                                                         00443715
             MOVE 'COMPLETE'           TO STAT-COMPLETION-CODE          00443715
           END-IF                                                       00443715
           MOVE 'PNTXFILE'             TO STAT-CNTR-1-LABEL             00443715
           MOVE WS-PNTXFILE-CNTR       TO STAT-CNTR-1                   00443715
           MOVE 'CONTRACTS'            TO STAT-CNTR-2-LABEL             00443715
           MOVE WS-CONTRACT-CNTR       TO STAT-CNTR-2                   00443715
           MOVE 'CMIXFILE'             TO STAT-CNTR-3-LABEL             00443715
           MOVE WS-CMIXFILE-CNTR       TO STAT-CNTR-3                   00443715
           MOVE 'CMONFILE'             TO STAT-CNTR-4-LABEL             00443715
           MOVE WS-CMONFILE-CNTR       TO STAT-CNTR-4                   00443715
                                                                        00443715
           WRITE STATUS-REC                                             00443715
                                                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       END-PROCESS.                                                     00443715
                                                                        00443715
           MOVE WS-PNTXFILE-CNTR     TO WS-PNTXFILE-CNTR-EDT            00443715
           MOVE WS-AUTH-CNTR         TO WS-AUTH-CNTR-EDT                00443715
           MOVE WS-OTHER-CNTR        TO WS-OTHER-CNTR-EDT               00443715
           MOVE WS-CATHIN-CNTR       TO WS-CATHIN-CNTR-EDT              00443715
           MOVE WS-DROPPED-CNTR      TO WS-DROPPED-CNTR-EDT             00443715
           MOVE WS-CATHFILE-CNTR     TO WS-CATHFILE-CNTR-EDT            00443715
           MOVE WS-CONTRACT-CNTR     TO WS-CONTRACT-CNTR-EDT            00443715
           MOVE WS-CMIXFILE-CNTR     TO WS-CMIXFILE-CNTR-EDT            00443715
           MOVE WS-CMONFILE-CNTR     TO WS-CMONFILE-CNTR-EDT            00443715
                                                                        00443715
           DISPLAY '***************************************'            00443715
           DISPLAY '* PROGRAM NAME  :    MASTRNCT         *'            00443715
           DISPLAY '* PNTXFILE      : ' WS-PNTXFILE-CNTR-EDT            00443715
                   '         *'                                         00443715
           DISPLAY '* AUTHORIZED    : ' WS-AUTH-CNTR-EDT                00443715
                   '         *'                                         00443715
           DISPLAY '* NO CATEGORY   : ' WS-OTHER-CNTR-EDT               00443715
                   '         *'                                         00443715
           DISPLAY '* CATHIN        : ' WS-CATHIN-CNTR-EDT              00443715
                   '         *'                                         00443715
           DISPLAY '* DROPPED       : ' WS-DROPPED-CNTR-EDT             00443715
                   '         *'                                         00443715
           DISPLAY '* CATHFILE      : ' WS-CATHFILE-CNTR-EDT            00443715
                   '         *'                                         00443715
           DISPLAY '* CONTRACTS     : ' WS-CONTRACT-CNTR-EDT            00443715
                   '         *'                                         00443715
           DISPLAY '* CMIXFILE      : ' WS-CMIXFILE-CNTR-EDT            00443715
                   '         *'                                         00443715
           DISPLAY '* CMONFILE      : ' WS-CMONFILE-CNTR-EDT            00443715
                   '         *'                                         00443715
           DISPLAY '***************************************'            00443715
                                                                        00443715
           IF WS-RUN-FAILED = 0                                         00443715
             PERFORM REGISTER-CATHFILE-PARA                             00443715
           END-IF                                                       00443715
                                                                        00443715
           PERFORM WRITE-STATUS-FILE-PARA                               00443715
                                                                        00443715
           CLOSE PNTXFILE.                                              00443715
           CLOSE CATHFILE.                                              00443715
           CLOSE CMIXFILE.                                              00443715
           IF WS-MEND-RUN = 1                                           00443715
             CLOSE CMONFILE                                             00443715
           END-IF                                                       00443715
           CLOSE STATUSFILE.                                            00443715
                                                                        00443715
           IF WS-RUN-FAILED = 1                                         00443715
             MOVE 8 TO RETURN-CODE                                      00443715
           END-IF                                                       00443715
                                                                        00443715
           STOP RUN.                                                    00443715
                                                                        00443715
       END PROGRAM  MASTRNCT.                                           00443715
