       ID DIVISION.                                                     00443715
       PROGRAM-ID. MASTRNWI.                                            00443715
      *    MASTRNWI IS THE WHAT-IF IMPACT REPORT. BEFORE A FEESFILE     00443715
      *    RATE, A RISKWGHT WEIGHT, A TIERBAND BOUNDARY OR THE          00443715
      *    HIGH-VALUE AND VELOCITY PARMS CHANGE, A PAST NIGHT IS RUN    00443715
      *    AGAIN -- MASTRANC WITH PARM-WHATIF-MODE = 'Y' AND THE        00443715
      *    CANDIDATE PARM CARD AND REFERENCE FILES, THEN MASTRANK AND   00443715
      *    MASTRNTR -- WITH EVERY OUTPUT DD POINTED AT THE WHAT-IF      00443715
      *    DATASETS. THIS JOB HOLDS THE WHAT-IF OUTPUTS UP AGAINST WHAT 00443715
      *    PRODUCTION ACTUALLY WROTE THAT NIGHT (THE ...PROD DDS ARE    00443715
      *    THE NIGHT'S GENERATIONS, THE ...WHIF DDS THE RERUN'S) AND    00443715
      *    REPORTS WHAT THE CHANGE WOULD HAVE DONE:                     00443715
      *      - ALERTS GAINED OR LOST, BY CONTRACT, FOR EACH OF          00443715
      *        HIVALFILE, VELFILE, WHITFILE AND RISKFILE;               00443715
      *      - FEE REVENUE CHANGE FROM FEECFILE, WITH THE CUSTOMERS     00443715
      *        WHOSE FEES MOVED;                                        00443715
      *      - CUSTOMERS CHANGING TIER ON TIERFILE.                     00443715
      *    EVERY PAIR IS OPTIONAL -- ONE NOT SUPPLIED ON EITHER SIDE IS 00443715
      *    REPORTED AND SKIPPED, SO A RERUN THAT ONLY TRIES NEW ALERT   00443715
      *    PARMS NEED NOT RUN MASTRNTR.                                 00443715
       ENVIRONMENT DIVISION.                                            00443715
       INPUT-OUTPUT SECTION.                                            00443715
       FILE-CONTROL.                                                    00443715
            SELECT PARMFILE ASSIGN TO PARMFILE                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS PARMFILE-FILE-STATUS.                        00443715
            SELECT OPTIONAL HIVLPROD ASSIGN TO HIVLPROD                 00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS ALRTPROD-FILE-STATUS.                        00443715
            SELECT OPTIONAL HIVLWHIF ASSIGN TO HIVLWHIF                 00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS ALRTWHIF-FILE-STATUS.                        00443715
            SELECT OPTIONAL VELPROD ASSIGN TO VELPROD                   00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS ALRTPROD-FILE-STATUS.                        00443715
            SELECT OPTIONAL VELWHIF ASSIGN TO VELWHIF                   00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS ALRTWHIF-FILE-STATUS.                        00443715
            SELECT OPTIONAL WHITPROD ASSIGN TO WHITPROD                 00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS ALRTPROD-FILE-STATUS.                        00443715
            SELECT OPTIONAL WHITWHIF ASSIGN TO WHITWHIF                 00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS ALRTWHIF-FILE-STATUS.                        00443715
            SELECT OPTIONAL RISKPROD ASSIGN TO RISKPROD                 00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS ALRTPROD-FILE-STATUS.                        00443715
            SELECT OPTIONAL RISKWHIF ASSIGN TO RISKWHIF                 00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS ALRTWHIF-FILE-STATUS.                        00443715
            SELECT OPTIONAL FEECPROD ASSIGN TO FEECPROD                 00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS FEECPROD-FILE-STATUS.                        00443715
            SELECT OPTIONAL FEECWHIF ASSIGN TO FEECWHIF                 00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS FEECWHIF-FILE-STATUS.                        00443715
            SELECT OPTIONAL TIERPROD ASSIGN TO TIERPROD                 00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS TIERPROD-FILE-STATUS.                        00443715
            SELECT OPTIONAL TIERWHIF ASSIGN TO TIERWHIF                 00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS TIERWHIF-FILE-STATUS.                        00443715
            SELECT WHATRPT ASSIGN TO WHATRPT                            00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS WHATRPT-FILE-STATUS.                         00443715
            SELECT STATUSFILE ASSIGN TO STATUSFILE                      00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS STATUSFILE-FILE-STATUS.                      00443715
       DATA DIVISION.                                                   00443715
       FILE SECTION.                                                    00443715
       FD PARMFILE.                                                     00443715
         COPY PARMREC.                                                  00443715
                                                                        00443715
      *    ...PROD/...WHIF ARE THE PRODUCTION AND WHAT-IF SIDES OF      00443715
      *    EACH ALERT EXTRACT. ONLY THE CONT-ID (AND FOR HIVALFILE THE  00443715
      *    AMOUNT) IS TAKEN, FROM WHERE WS-ALRT-META SAYS IT SITS, SO   00443715
      *    EVERY FD IS A PLAIN VARYING RECORD. ONLY ONE PAIR IS OPEN AT 00443715
      *    A TIME, SO THE PRODUCTION SIDES SHARE ALRTPROD-FILE-STATUS   00443715
      *    AND WS-AP-REC-LEN AND THE WHAT-IF SIDES ALRTWHIF-FILE-STATUS 00443715
      *    AND WS-AW-REC-LEN.                                           00443715
       FD HIVLPROD                                                      00443715
           RECORD IS VARYING IN SIZE FROM 1 TO 600                      00443715
           DEPENDING ON WS-AP-REC-LEN.                                  00443715
       01 HIVLPROD-REC            PIC X(600).                           00443715
                                                                        00443715
       FD HIVLWHIF                                                      00443715
           RECORD IS VARYING IN SIZE FROM 1 TO 600                      00443715
           DEPENDING ON WS-AW-REC-LEN.                                  00443715
       01 HIVLWHIF-REC            PIC X(600).                           00443715
                                                                        00443715
       FD VELPROD                                                       00443715
           RECORD IS VARYING IN SIZE FROM 1 TO 600                      00443715
           DEPENDING ON WS-AP-REC-LEN.                                  00443715
       01 VELPROD-REC             PIC X(600).                           00443715
                                                                        00443715
       FD VELWHIF                                                       00443715
           RECORD IS VARYING IN SIZE FROM 1 TO 600                      00443715
           DEPENDING ON WS-AW-REC-LEN.                                  00443715
       01 VELWHIF-REC             PIC X(600).                           00443715
                                                                        00443715
       FD WHITPROD                                                      00443715
           RECORD IS VARYING IN SIZE FROM 1 TO 600                      00443715
           DEPENDING ON WS-AP-REC-LEN.                                  00443715
       01 WHITPROD-REC            PIC X(600).                           00443715
                                                                        00443715
       FD WHITWHIF                                                      00443715
           RECORD IS VARYING IN SIZE FROM 1 TO 600                      00443715
           DEPENDING ON WS-AW-REC-LEN.                                  00443715
       01 WHITWHIF-REC            PIC X(600).                           00443715
                                                                        00443715
       FD RISKPROD                                                      00443715
           RECORD IS VARYING IN SIZE FROM 1 TO 600                      00443715
           DEPENDING ON WS-AP-REC-LEN.                                  00443715
       01 RISKPROD-REC            PIC X(600).                           00443715
                                                                        00443715
       FD RISKWHIF                                                      00443715
           RECORD IS VARYING IN SIZE FROM 1 TO 600                      00443715
           DEPENDING ON WS-AW-REC-LEN.                                  00443715
       01 RISKWHIF-REC            PIC X(600).                           00443715
                                                                        00443715
      *    FEECPROD/FEECWHIF ARE TWO FEECFILE GENERATIONS -- SAME       00443715
      *    LAYOUT AS MASTRANC'S FD. ONE ROW PER CUSTOMER IN CONT-ID     00443715
      *    ORDER, THEN THE RUN-TOTAL ROW WITH CONT-ID ZEROES.           00443715
       FD FEECPROD.                                                     00443715
       01 FEECP-REC.                                                    00443715
          05 FEECP-CONT-ID         PIC 9(10).                           00443715
          05 FEECP-SEPARATOR-1     PIC X(1).                            00443715
          05 FEECP-TXN-CNTR        PIC Z(8)9.                           00443715
          05 FEECP-SEPARATOR-2     PIC X(1).                            00443715
          05 FEECP-FEE-AMOUNT      PIC Z(13)9.99.                       00443715
                                                                        00443715
       FD FEECWHIF.                                                     00443715
       01 FEECW-REC.                                                    00443715
          05 FEECW-CONT-ID         PIC 9(10).                           00443715
          05 FEECW-SEPARATOR-1     PIC X(1).                            00443715
          05 FEECW-TXN-CNTR        PIC Z(8)9.                           00443715
          05 FEECW-SEPARATOR-2     PIC X(1).                            00443715
          05 FEECW-FEE-AMOUNT      PIC Z(13)9.99.                       00443715
                                                                        00443715
      *    TIERPROD/TIERWHIF ARE TWO TIERFILE GENERATIONS -- SAME       00443715
      *    LAYOUT AS MASTRNTR'S FD, IN CONT-ID ORDER. TIER 1 IS THE     00443715
      *    TOP, SO A SMALLER NUMBER IS A RISE.                          00443715
       FD TIERPROD.                                                     00443715
       01 TIERP-REC.                                                    00443715
          05 TIERP-CONT-ID         PIC 9(10).                           00443715
          05 TIERP-SEPARATOR-1     PIC X(1).                            00443715
          05 TIERP-TIER            PIC 9(2).                            00443715
          05 TIERP-SEPARATOR-2     PIC X(1).                            00443715
          05 TIERP-AMOUNT          PIC Z(13)9.99-.                      00443715
                                                                        00443715
       FD TIERWHIF.                                                     00443715
       01 TIERW-REC.                                                    00443715
          05 TIERW-CONT-ID         PIC 9(10).                           00443715
          05 TIERW-SEPARATOR-1     PIC X(1).                            00443715
          05 TIERW-TIER            PIC 9(2).                            00443715
          05 TIERW-SEPARATOR-2     PIC X(1).                            00443715
          05 TIERW-AMOUNT          PIC Z(13)9.99-.                      00443715
                                                                        00443715
       FD WHATRPT.                                                      00443715
       01 WHATRPT-LINE            PIC X(132).                           00443715
                                                                        00443715
      *    STATUSFILE IS A SINGLE-RECORD FIXED-FORMAT FILE WRITTEN AT   00443715
      *    JOB END SO AN OPERATIONS MONITOR CAN POLL FOR THIS RUN'S     00443715
      *    COMPLETION CODE AND KEY COUNTS WITHOUT SCRAPING THE          00443715
      *    DISPLAY SUMMARY -- SAME CONVENTION AS MASTRANC/MASTRAND.     00443715
       FD STATUSFILE.                                                   00443715
         COPY STATREC.                                                  00443715
                                                                        00443715
       WORKING-STORAGE SECTION.                                         00443715
       01 PARMFILE-FILE-STATUS  PIC X(2).                               00443715
       01 ALRTPROD-FILE-STATUS  PIC X(2).                               00443715
       01 ALRTWHIF-FILE-STATUS  PIC X(2).                               00443715
       01 FEECPROD-FILE-STATUS  PIC X(2).                               00443715
       01 FEECWHIF-FILE-STATUS  PIC X(2).                               00443715
       01 TIERPROD-FILE-STATUS  PIC X(2).                               00443715
       01 TIERWHIF-FILE-STATUS  PIC X(2).                               00443715
       01 WHATRPT-FILE-STATUS   PIC X(2).                               00443715
       01 STATUSFILE-FILE-STATUS PIC X(2).                              00443715
       01 WS-RUN-FAILED         PIC 9 VALUE 0.                          00443715
       01 WS-FAIL-REASON        PIC X(40) VALUE SPACES.                 00443715
       01 WS-STATUS-OPEN        PIC 9 VALUE 0.                          00443715
       01 WS-RPT-OPEN           PIC 9 VALUE 0.                          00443715
       01 WS-RPT-WORK           PIC X(132).                             00443715
       01 WS-CNTR-EDT           PIC ZZZ,ZZZ,ZZ9.                        00443715
      *    HOW MANY GAINED/LOST CONTRACTS, FEE MOVERS AND TIER MOVERS   00443715
      *    ARE LISTED BY NAME -- THE COUNTS ALWAYS COVER THEM ALL.      00443715
       01 WS-LIST-LIMIT         PIC 9(4) VALUE 20.                      00443715
      *    THE ALERT EXTRACTS: SOURCE NAME, THE DD NAMES THE NIGHT'S    00443715
      *    PRODUCTION GENERATION AND THE WHAT-IF RERUN'S ARE SUPPLIED   00443715
      *    UNDER, THE POSITION OF THE CONT-ID IN THE ROW, AND THE       00443715
      *    POSITION OF AN AMOUNT WORTH TOTALLING (ZERO = NONE). THE     00443715
      *    ORDER IS THE ORDER OF THE WHEN CLAUSES IN OPEN-ALERTS-PARA,  00443715
      *    READ-ALRTPROD-PARA, READ-ALRTWHIF-PARA AND CLOSE-ALERTS-PARA.00443715
       01 WS-ALRT-META-DATA.                                            00443715
          05 FILLER PIC X(28) VALUE 'HIVAL   HIVLPRODHIVLWHIF0115'.     00443715
          05 FILLER PIC X(28) VALUE 'VELOCITYVELPROD VELWHIF 0100'.     00443715
          05 FILLER PIC X(28) VALUE 'WATCH   WHITPRODWHITWHIF0100'.     00443715
          05 FILLER PIC X(28) VALUE 'RISK    RISKPRODRISKWHIF0600'.     00443715
       01 WS-ALRT-META REDEFINES WS-ALRT-META-DATA.                     00443715
          05 WS-ALRT-ENTRY OCCURS 4 TIMES.                              00443715
             10 WS-ALRT-SOURCE      PIC X(8).                           00443715
             10 WS-ALRT-PROD-DD     PIC X(8).                           00443715
             10 WS-ALRT-WHIF-DD     PIC X(8).                           00443715
             10 WS-ALRT-ID-POS      PIC 9(2).                           00443715
             10 WS-ALRT-AMT-POS     PIC 9(2).                           00443715
       01 WS-ALRT-IDX           PIC 9(2).                               00443715
       01 WS-AP-DD              PIC X(8) VALUE SPACES.                  00443715
       01 WS-AW-DD              PIC X(8) VALUE SPACES.                  00443715
       01 WS-AP-REC-LEN         PIC 9(4) VALUE ZEROES.                  00443715
       01 WS-AW-REC-LEN         PIC 9(4) VALUE ZEROES.                  00443715
       01 WS-AP-REC             PIC X(600).                             00443715
       01 WS-AW-REC             PIC X(600).                             00443715
       01 WS-AP-PRESENT         PIC 9 VALUE 0.                          00443715
       01 WS-AW-PRESENT         PIC 9 VALUE 0.                          00443715
       01 WS-AP-EOF             PIC 9 VALUE 0.                          00443715
       01 WS-AW-EOF             PIC 9 VALUE 0.                          00443715
      *    EACH SIDE'S DISTINCT ALERTED CONTRACTS FOR THE SOURCE IN     00443715
      *    HAND. A CONTRACT PAST THE 5000TH IS COUNTED AND LEFT OUT OF  00443715
      *    THE GAINED/LOST MATCH, AND THE REPORT SAYS SO.               00443715
       01 WS-AP-USED            PIC 9(5) VALUE ZEROES.                  00443715
       01 WS-AP-TABLE.                                                  00443715
          05 WS-AP-ENTRY OCCURS 5000 TIMES                              00443715
               INDEXED BY WS-AP-TABIDX.                                 00443715
             10 WS-AP-CONT-ID       PIC X(10).                          00443715
       01 WS-AW-USED            PIC 9(5) VALUE ZEROES.                  00443715
       01 WS-AW-TABLE.                                                  00443715
          05 WS-AW-ENTRY OCCURS 5000 TIMES                              00443715
               INDEXED BY WS-AW-TABIDX.                                 00443715
             10 WS-AW-CONT-ID       PIC X(10).                          00443715
       01 WS-ID-IDX             PIC 9(5).                               00443715
       01 WS-ALRT-CONT-ID       PIC X(10).                              00443715
       01 WS-ALRT-FOUND         PIC 9.                                  00443715
       01 WS-ALRT-AMOUNT-X      PIC X(17).                              00443715
       01 WS-SRC-COUNTERS.                                              00443715
          05 WS-SRC-AP-ROWS       PIC 9(9).                             00443715
          05 WS-SRC-AW-ROWS       PIC 9(9).                             00443715
          05 WS-SRC-GAINED        PIC 9(9).                             00443715
          05 WS-SRC-LOST          PIC 9(9).                             00443715
          05 WS-SRC-FULL          PIC 9(9).                             00443715
          05 WS-SRC-AP-AMOUNT     PIC 9(14)V99.                         00443715
          05 WS-SRC-AW-AMOUNT     PIC 9(14)V99.                         00443715
       01 WS-ALRT-COUNTERS.                                             00443715
          05 WS-ALRT-CMP-CNTR     PIC 9(9) VALUE ZEROES.                00443715
          05 WS-ALRT-GAINED-CNTR  PIC 9(9) VALUE ZEROES.                00443715
          05 WS-ALRT-LOST-CNTR    PIC 9(9) VALUE ZEROES.                00443715
       01 WS-AP-ROWS-EDT        PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-AW-ROWS-EDT        PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-GAINED-EDT         PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-LOST-EDT           PIC ZZZ,ZZZ,ZZ9.                        00443715
      *    FEECFILE MERGE.                                              00443715
       01 WS-FP-PRESENT         PIC 9 VALUE 0.                          00443715
       01 WS-FW-PRESENT         PIC 9 VALUE 0.                          00443715
       01 WS-FP-EOF             PIC 9 VALUE 0.                          00443715
       01 WS-FW-EOF             PIC 9 VALUE 0.                          00443715
       01 WS-FP-CONT-ID         PIC 9(10).                              00443715
       01 WS-FW-CONT-ID         PIC 9(10).                              00443715
       01 WS-FP-AMOUNT          PIC 9(14)V99.                           00443715
       01 WS-FW-AMOUNT          PIC 9(14)V99.                           00443715
       01 WS-FEE-ROW-FOUND      PIC 9.                                  00443715
       01 WS-FEE-COUNTERS.                                              00443715
          05 WS-FP-RUN-AMOUNT     PIC 9(14)V99 VALUE ZEROES.            00443715
          05 WS-FW-RUN-AMOUNT     PIC 9(14)V99 VALUE ZEROES.            00443715
          05 WS-FEE-CHANGE        PIC S9(14)V99 VALUE ZEROES.           00443715
          05 WS-FEE-UP-CNTR       PIC 9(9) VALUE ZEROES.                00443715
          05 WS-FEE-DOWN-CNTR     PIC 9(9) VALUE ZEROES.                00443715
          05 WS-FEE-LISTED        PIC 9(9) VALUE ZEROES.                00443715
       01 WS-FEE-OLD            PIC 9(14)V99.                           00443715
       01 WS-FEE-NEW            PIC 9(14)V99.                           00443715
       01 WS-FEE-CONT-ID        PIC 9(10).                              00443715
       01 WS-FEE-OLD-EDT        PIC Z(13)9.99.                          00443715
       01 WS-FEE-NEW-EDT        PIC Z(13)9.99.                          00443715
       01 WS-FEE-CHANGE-EDT     PIC Z(13)9.99-.                         00443715
      *    TIERFILE MERGE. A CUSTOMER ON ONE SIDE ONLY HAS NO TIER TO   00443715
      *    MOVE FROM OR TO -- COUNTED, NOT LISTED.                      00443715
       01 WS-TP-PRESENT         PIC 9 VALUE 0.                          00443715
       01 WS-TW-PRESENT         PIC 9 VALUE 0.                          00443715
       01 WS-TP-EOF             PIC 9 VALUE 0.                          00443715
       01 WS-TW-EOF             PIC 9 VALUE 0.                          00443715
       01 WS-TIER-COUNTERS.                                             00443715
          05 WS-TIER-MATCHED-CNTR PIC 9(9) VALUE ZEROES.                00443715
          05 WS-TIER-ROSE-CNTR    PIC 9(9) VALUE ZEROES.                00443715
          05 WS-TIER-FELL-CNTR    PIC 9(9) VALUE ZEROES.                00443715
          05 WS-TIER-ONESIDE-CNTR PIC 9(9) VALUE ZEROES.                00443715
          05 WS-TIER-LISTED       PIC 9(9) VALUE ZEROES.                00443715
       01 WS-TIER-MOVE-CNTR     PIC 9(9) VALUE ZEROES.                  00443715
       01 WS-ROSE-EDT           PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-FELL-EDT           PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-MATCHED-EDT        PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-ONESIDE-EDT        PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-ALRT-GAINED-EDT    PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-ALRT-LOST-EDT      PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-ALRT-CMP-EDT       PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-TIER-MOVE-EDT      PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-FEE-UP-EDT         PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-FEE-DOWN-EDT       PIC ZZZ,ZZZ,ZZ9.                        00443715
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
           DISPLAY 'START PROCESS'                                      00443715
                                                                        00443715
           PERFORM OPEN-STATUS-FILE-PARA                                00443715
                                                                        00443715
           PERFORM READ-PARM-PARA                                       00443715
                                                                        00443715
           PERFORM FILE-OPEN-PARA                                       00443715
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
           MOVE 'MASTRNWI' TO PGAT-JOB-NAME                             00443715
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
      *    THE WHAT-IF PARM CARD -- ONLY ITS PROCESS DATE IS USED, TO   00443715
      *    SAY WHICH NIGHT WAS REPLAYED. A CARD NOT MARKED AS A         00443715
      *    WHAT-IF RUN IS WARNED ABOUT BUT STILL COMPARED.              00443715
           MOVE SPACES TO PARM-PROCESS-DATE                             00443715
           MOVE SPACES TO PARM-WHATIF-MODE                              00443715
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
           IF PARM-WHATIF-MODE NOT = 'Y'                                00443715
             DISPLAY 'PARM CARD IS NOT A WHAT-IF CARD -- WHIF DDS '     00443715
                     'MAY NOT BE A WHAT-IF RERUN'                       00443715
           END-IF                                                       00443715
                                                                        00443715
           DISPLAY 'PARM PROCESS DATE = ' PARM-PROCESS-DATE             00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       FILE-OPEN-PARA.                                                  00443715
                                                                        00443715
           OPEN OUTPUT WHATRPT                                          00443715
                                                                        00443715
           IF WHATRPT-FILE-STATUS NOT = '00'                            00443715
           THEN                                                         00443715
             DISPLAY 'OPEN WHATRPT FILE-STATUS = '                      00443715
                     WHATRPT-FILE-STATUS                                00443715
                                                                        00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'FILE OPEN ERROR' TO WS-FAIL-REASON                   00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           MOVE 1 TO WS-RPT-OPEN                                        00443715
                                                                        00443715
           DISPLAY 'OPENING FILES SUCCESSFUL '                          00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       MAIN-PROCESS.                                                    00443715
                                                                        00443715
           MOVE SPACES TO WS-RPT-WORK                                   00443715
           STRING 'WHAT-IF IMPACT REPORT -- NIGHT OF '                  00443715
                  PARM-PROCESS-DATE                                     00443715
                  ' REPLAYED, COMPARED WITH PRODUCTION'                 00443715
             DELIMITED BY SIZE INTO WS-RPT-WORK                         00443715
           WRITE WHATRPT-LINE FROM WS-RPT-WORK                          00443715
                                                                        00443715
           PERFORM COMPARE-ALERTS-PARA                                  00443715
                                                                        00443715
           PERFORM COMPARE-FEES-PARA                                    00443715
                                                                        00443715
           PERFORM COMPARE-TIERS-PARA                                   00443715
                                                                        00443715
           PERFORM WRITE-SUMMARY-PARA                                   00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       COMPARE-ALERTS-PARA.                                             00443715
                                                                        00443715
           MOVE 'ALERTS GAINED AND LOST, BY CONTRACT' TO WHATRPT-LINE   00443715
           WRITE WHATRPT-LINE                                           00443715
             AFTER ADVANCING 2 LINES                                    00443715
                                                                        00443715
           PERFORM COMPARE-ALERT-SOURCE-PARA                            00443715
             VARYING WS-ALRT-IDX FROM 1 BY 1                            00443715
             UNTIL WS-ALRT-IDX > 4                                      00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       COMPARE-ALERT-SOURCE-PARA.                                       00443715
                                                                        00443715
           MOVE WS-ALRT-PROD-DD (WS-ALRT-IDX) TO WS-AP-DD               00443715
           MOVE WS-ALRT-WHIF-DD (WS-ALRT-IDX) TO WS-AW-DD               00443715
           INITIALIZE WS-SRC-COUNTERS                                   00443715
           MOVE ZEROES TO WS-AP-USED                                    00443715
           MOVE ZEROES TO WS-AW-USED                                    00443715
                                                                        00443715
           PERFORM OPEN-ALERTS-PARA                                     00443715
                                                                        00443715
           MOVE SPACES TO WS-RPT-WORK                                   00443715
           IF WS-AP-PRESENT = 0 OR WS-AW-PRESENT = 0                    00443715
             STRING '  ' WS-ALRT-SOURCE (WS-ALRT-IDX)                   00443715
                    ' -- NOT SUPPLIED ON BOTH SIDES ('                  00443715
               DELIMITED BY SIZE                                        00443715
                    WS-AP-DD '/' WS-AW-DD                               00443715
               DELIMITED BY SPACE                                       00443715
                    '), NOT COMPARED'                                   00443715
               DELIMITED BY SIZE INTO WS-RPT-WORK                       00443715
             WRITE WHATRPT-LINE FROM WS-RPT-WORK                        00443715
               AFTER ADVANCING 1 LINE                                   00443715
           ELSE                                                         00443715
             ADD 1 TO WS-ALRT-CMP-CNTR                                  00443715
             PERFORM LOAD-ALERTS-PROD-PARA                              00443715
             PERFORM LOAD-ALERTS-WHIF-PARA                              00443715
             PERFORM WRITE-ALERT-SOURCE-PARA                            00443715
           END-IF                                                       00443715
                                                                        00443715
           PERFORM CLOSE-ALERTS-PARA                                    00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       OPEN-ALERTS-PARA.                                                00443715
                                                                        00443715
      *    STATUS 05 = OPTIONAL FILE NOT PRESENT -- THAT SIDE WAS NOT   00443715
      *    SUPPLIED.                                                    00443715
           EVALUATE WS-ALRT-IDX                                         00443715
             WHEN 1                                                     00443715
               OPEN INPUT HIVLPROD                                      00443715
             WHEN 2                                                     00443715
               OPEN INPUT VELPROD                                       00443715
             WHEN 3                                                     00443715
               OPEN INPUT WHITPROD                                      00443715
             WHEN 4                                                     00443715
               OPEN INPUT RISKPROD                                      00443715
           END-EVALUATE                                                 00443715
           IF ALRTPROD-FILE-STATUS = '00'                               00443715
             MOVE 1 TO WS-AP-PRESENT                                    00443715
           ELSE                                                         00443715
             MOVE 0 TO WS-AP-PRESENT                                    00443715
      *      AN OPTIONAL FILE NOT PRESENT IS STILL OPEN (05).           00443715
             IF ALRTPROD-FILE-STATUS = '05'                             00443715
               EVALUATE WS-ALRT-IDX                                     00443715
                 WHEN 1                                                 00443715
                   CLOSE HIVLPROD                                       00443715
                 WHEN 2                                                 00443715
                   CLOSE VELPROD                                        00443715
                 WHEN 3                                                 00443715
                   CLOSE WHITPROD                                       00443715
                 WHEN 4                                                 00443715
                   CLOSE RISKPROD                                       00443715
               END-EVALUATE                                             00443715
             END-IF                                                     00443715
           END-IF                                                       00443715
                                                                        00443715
           EVALUATE WS-ALRT-IDX                                         00443715
             WHEN 1                                                     00443715
               OPEN INPUT HIVLWHIF                                      00443715
             WHEN 2                                                     00443715
               OPEN INPUT VELWHIF                                       00443715
             WHEN 3                                                     00443715
               OPEN INPUT WHITWHIF                                      00443715
             WHEN 4                                                     00443715
               OPEN INPUT RISKWHIF                                      00443715
           END-EVALUATE                                                 00443715
           IF ALRTWHIF-FILE-STATUS = '00'                               00443715
             MOVE 1 TO WS-AW-PRESENT                                    00443715
           ELSE                                                         00443715
             MOVE 0 TO WS-AW-PRESENT                                    00443715
      *      AN OPTIONAL FILE NOT PRESENT IS STILL OPEN (05).           00443715
             IF ALRTWHIF-FILE-STATUS = '05'                             00443715
               EVALUATE WS-ALRT-IDX                                     00443715
                 WHEN 1                                                 00443715
                   CLOSE HIVLWHIF                                       00443715
                 WHEN 2                                                 00443715
                   CLOSE VELWHIF                                        00443715
                 WHEN 3                                                 00443715
                   CLOSE WHITWHIF                                       00443715
                 WHEN 4                                                 00443715
                   CLOSE RISKWHIF                                       00443715
               END-EVALUATE                                             00443715
             END-IF                                                     00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       CLOSE-ALERTS-PARA.                                               00443715
                                                                        00443715
           IF WS-AP-PRESENT = 1                                         00443715
             EVALUATE WS-ALRT-IDX                                       00443715
               WHEN 1                                                   00443715
                 CLOSE HIVLPROD                                         00443715
               WHEN 2                                                   00443715
                 CLOSE VELPROD                                          00443715
               WHEN 3                                                   00443715
                 CLOSE WHITPROD                                         00443715
               WHEN 4                                                   00443715
                 CLOSE RISKPROD                                         00443715
             END-EVALUATE                                               00443715
           END-IF                                                       00443715
           IF WS-AW-PRESENT = 1                                         00443715
             EVALUATE WS-ALRT-IDX                                       00443715
               WHEN 1                                                   00443715
                 CLOSE HIVLWHIF                                         00443715
               WHEN 2                                                   00443715
                 CLOSE VELWHIF                                          00443715
               WHEN 3                                                   00443715
                 CLOSE WHITWHIF                                         00443715
               WHEN 4                                                   00443715
                 CLOSE RISKWHIF                                         00443715
             END-EVALUATE                                               00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       LOAD-ALERTS-PROD-PARA.                                           00443715
                                                                        00443715
           MOVE 0 TO WS-AP-EOF                                          00443715
           PERFORM READ-ALRTPROD-PARA                                   00443715
           PERFORM UNTIL WS-AP-EOF = 1                                  00443715
             ADD 1 TO WS-SRC-AP-ROWS                                    00443715
             MOVE WS-AP-REC (WS-ALRT-ID-POS (WS-ALRT-IDX):10)           00443715
               TO WS-ALRT-CONT-ID                                       00443715
             IF WS-ALRT-AMT-POS (WS-ALRT-IDX) > 0                       00443715
               MOVE WS-AP-REC (WS-ALRT-AMT-POS (WS-ALRT-IDX):17)        00443715
                 TO WS-ALRT-AMOUNT-X                                    00443715
               IF FUNCTION TEST-NUMVAL (WS-ALRT-AMOUNT-X) = 0           00443715
                 COMPUTE WS-SRC-AP-AMOUNT = WS-SRC-AP-AMOUNT            00443715
                   + FUNCTION NUMVAL (WS-ALRT-AMOUNT-X)                 00443715
               END-IF                                                   00443715
             END-IF                                                     00443715
             PERFORM ADD-PROD-CONTRACT-PARA                             00443715
             PERFORM READ-ALRTPROD-PARA                                 00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       READ-ALRTPROD-PARA.                                              00443715
                                                                        00443715
           MOVE SPACES TO WS-AP-REC                                     00443715
           EVALUATE WS-ALRT-IDX                                         00443715
             WHEN 1                                                     00443715
               READ HIVLPROD INTO WS-AP-REC                             00443715
                 AT END                                                 00443715
                   MOVE 1 TO WS-AP-EOF                                  00443715
               END-READ                                                 00443715
             WHEN 2                                                     00443715
               READ VELPROD INTO WS-AP-REC                              00443715
                 AT END                                                 00443715
                   MOVE 1 TO WS-AP-EOF                                  00443715
               END-READ                                                 00443715
             WHEN 3                                                     00443715
               READ WHITPROD INTO WS-AP-REC                             00443715
                 AT END                                                 00443715
                   MOVE 1 TO WS-AP-EOF                                  00443715
               END-READ                                                 00443715
             WHEN 4                                                     00443715
               READ RISKPROD INTO WS-AP-REC                             00443715
                 AT END                                                 00443715
                   MOVE 1 TO WS-AP-EOF                                  00443715
               END-READ                                                 00443715
           END-EVALUATE                                                 00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       ADD-PROD-CONTRACT-PARA.                                          00443715
      *    A CONTRACT WITH SEVERAL ROWS (SEVERAL WATCH HITS, SEVERAL    00443715
      *    HIGH-VALUE TRANSACTIONS) IS ONE ALERTED CONTRACT.            00443715
           SET WS-AP-TABIDX TO 1                                        00443715
           SEARCH WS-AP-ENTRY                                           00443715
             AT END                                                     00443715
               ADD 1 TO WS-SRC-FULL                                     00443715
             WHEN WS-AP-TABIDX > WS-AP-USED                             00443715
               ADD 1 TO WS-AP-USED                                      00443715
               MOVE WS-ALRT-CONT-ID TO WS-AP-CONT-ID (WS-AP-TABIDX)     00443715
             WHEN WS-AP-CONT-ID (WS-AP-TABIDX) = WS-ALRT-CONT-ID        00443715
               CONTINUE                                                 00443715
           END-SEARCH                                                   00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       LOAD-ALERTS-WHIF-PARA.                                           00443715
                                                                        00443715
           MOVE 0 TO WS-AW-EOF                                          00443715
           PERFORM READ-ALRTWHIF-PARA                                   00443715
           PERFORM UNTIL WS-AW-EOF = 1                                  00443715
             ADD 1 TO WS-SRC-AW-ROWS                                    00443715
             MOVE WS-AW-REC (WS-ALRT-ID-POS (WS-ALRT-IDX):10)           00443715
               TO WS-ALRT-CONT-ID                                       00443715
             IF WS-ALRT-AMT-POS (WS-ALRT-IDX) > 0                       00443715
               MOVE WS-AW-REC (WS-ALRT-AMT-POS (WS-ALRT-IDX):17)        00443715
                 TO WS-ALRT-AMOUNT-X                                    00443715
               IF FUNCTION TEST-NUMVAL (WS-ALRT-AMOUNT-X) = 0           00443715
                 COMPUTE WS-SRC-AW-AMOUNT = WS-SRC-AW-AMOUNT            00443715
                   + FUNCTION NUMVAL (WS-ALRT-AMOUNT-X)                 00443715
               END-IF                                                   00443715
             END-IF                                                     00443715
             PERFORM ADD-WHIF-CONTRACT-PARA                             00443715
             PERFORM READ-ALRTWHIF-PARA                                 00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       READ-ALRTWHIF-PARA.                                              00443715
                                                                        00443715
           MOVE SPACES TO WS-AW-REC                                     00443715
           EVALUATE WS-ALRT-IDX                                         00443715
             WHEN 1                                                     00443715
               READ HIVLWHIF INTO WS-AW-REC                             00443715
                 AT END                                                 00443715
                   MOVE 1 TO WS-AW-EOF                                  00443715
               END-READ                                                 00443715
             WHEN 2                                                     00443715
               READ VELWHIF INTO WS-AW-REC                              00443715
                 AT END                                                 00443715
                   MOVE 1 TO WS-AW-EOF                                  00443715
               END-READ                                                 00443715
             WHEN 3                                                     00443715
               READ WHITWHIF INTO WS-AW-REC                             00443715
                 AT END                                                 00443715
                   MOVE 1 TO WS-AW-EOF                                  00443715
               END-READ                                                 00443715
             WHEN 4                                                     00443715
               READ RISKWHIF INTO WS-AW-REC                             00443715
                 AT END                                                 00443715
                   MOVE 1 TO WS-AW-EOF                                  00443715
               END-READ                                                 00443715
           END-EVALUATE                                                 00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       ADD-WHIF-CONTRACT-PARA.                                          00443715
                                                                        00443715
           SET WS-AW-TABIDX TO 1                                        00443715
           SEARCH WS-AW-ENTRY                                           00443715
             AT END                                                     00443715
               ADD 1 TO WS-SRC-FULL                                     00443715
             WHEN WS-AW-TABIDX > WS-AW-USED                             00443715
               ADD 1 TO WS-AW-USED                                      00443715
               MOVE WS-ALRT-CONT-ID TO WS-AW-CONT-ID (WS-AW-TABIDX)     00443715
             WHEN WS-AW-CONT-ID (WS-AW-TABIDX) = WS-ALRT-CONT-ID        00443715
               CONTINUE                                                 00443715
           END-SEARCH                                                   00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       WRITE-ALERT-SOURCE-PARA.                                         00443715
      *    GAINED = ALERTED ON THE WHAT-IF RERUN BUT NOT IN PRODUCTION; 00443715
      *    LOST = THE OTHER WAY ROUND.                                  00443715
           MOVE WS-SRC-AP-ROWS TO WS-AP-ROWS-EDT                        00443715
           MOVE WS-SRC-AW-ROWS TO WS-AW-ROWS-EDT                        00443715
           MOVE SPACES TO WS-RPT-WORK                                   00443715
           STRING '  ' WS-ALRT-SOURCE (WS-ALRT-IDX)                     00443715
                  '  PRODUCTION ROWS ' WS-AP-ROWS-EDT                   00443715
                  '  WHAT-IF ROWS ' WS-AW-ROWS-EDT                      00443715
             DELIMITED BY SIZE INTO WS-RPT-WORK                         00443715
           WRITE WHATRPT-LINE FROM WS-RPT-WORK                          00443715
             AFTER ADVANCING 2 LINES                                    00443715
                                                                        00443715
           IF WS-ALRT-AMT-POS (WS-ALRT-IDX) > 0                         00443715
             MOVE WS-SRC-AP-AMOUNT TO WS-FEE-OLD-EDT                    00443715
             MOVE WS-SRC-AW-AMOUNT TO WS-FEE-NEW-EDT                    00443715
             MOVE SPACES TO WS-RPT-WORK                                 00443715
             STRING '            PRODUCTION AMOUNT ' WS-FEE-OLD-EDT     00443715
                    '  WHAT-IF AMOUNT ' WS-FEE-NEW-EDT                  00443715
               DELIMITED BY SIZE INTO WS-RPT-WORK                       00443715
             WRITE WHATRPT-LINE FROM WS-RPT-WORK                        00443715
               AFTER ADVANCING 1 LINE                                   00443715
           END-IF                                                       00443715
                                                                        00443715
           PERFORM VARYING WS-ID-IDX FROM 1 BY 1                        00443715
             UNTIL WS-ID-IDX > WS-AW-USED                               00443715
             MOVE WS-AW-CONT-ID (WS-ID-IDX) TO WS-ALRT-CONT-ID          00443715
             PERFORM FIND-IN-PROD-PARA                                  00443715
             IF WS-ALRT-FOUND = 0                                       00443715
               ADD 1 TO WS-SRC-GAINED                                   00443715
               IF WS-SRC-GAINED NOT > WS-LIST-LIMIT                     00443715
                 MOVE SPACES TO WS-RPT-WORK                             00443715
                 STRING '    GAINED ' WS-ALRT-CONT-ID                   00443715
                   DELIMITED BY SIZE INTO WS-RPT-WORK                   00443715
                 WRITE WHATRPT-LINE FROM WS-RPT-WORK                    00443715
                   AFTER ADVANCING 1 LINE                               00443715
               END-IF                                                   00443715
             END-IF                                                     00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           PERFORM VARYING WS-ID-IDX FROM 1 BY 1                        00443715
             UNTIL WS-ID-IDX > WS-AP-USED                               00443715
             MOVE WS-AP-CONT-ID (WS-ID-IDX) TO WS-ALRT-CONT-ID          00443715
             PERFORM FIND-IN-WHIF-PARA                                  00443715
             IF WS-ALRT-FOUND = 0                                       00443715
               ADD 1 TO WS-SRC-LOST                                     00443715
               IF WS-SRC-LOST NOT > WS-LIST-LIMIT                       00443715
                 MOVE SPACES TO WS-RPT-WORK                             00443715
                 STRING '    LOST   ' WS-ALRT-CONT-ID                   00443715
                   DELIMITED BY SIZE INTO WS-RPT-WORK                   00443715
                 WRITE WHATRPT-LINE FROM WS-RPT-WORK                    00443715
                   AFTER ADVANCING 1 LINE                               00443715
               END-IF                                                   00443715
             END-IF                                                     00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           ADD WS-SRC-GAINED TO WS-ALRT-GAINED-CNTR                     00443715
           ADD WS-SRC-LOST   TO WS-ALRT-LOST-CNTR                       00443715
                                                                        00443715
           MOVE WS-SRC-GAINED TO WS-GAINED-EDT                          00443715
           MOVE WS-SRC-LOST   TO WS-LOST-EDT                            00443715
           MOVE SPACES TO WS-RPT-WORK                                   00443715
           STRING '            CONTRACTS GAINED ' WS-GAINED-EDT         00443715
                  '  LOST ' WS-LOST-EDT                                 00443715
             DELIMITED BY SIZE INTO WS-RPT-WORK                         00443715
           WRITE WHATRPT-LINE FROM WS-RPT-WORK                          00443715
             AFTER ADVANCING 1 LINE                                     00443715
                                                                        00443715
           IF WS-SRC-FULL > 0                                           00443715
             MOVE WS-SRC-FULL TO WS-CNTR-EDT                            00443715
             MOVE SPACES TO WS-RPT-WORK                                 00443715
             STRING '            ' WS-CNTR-EDT                          00443715
                    ' ALERTED CONTRACTS PAST THE 5000TH NOT MATCHED'    00443715
               DELIMITED BY SIZE INTO WS-RPT-WORK                       00443715
             WRITE WHATRPT-LINE FROM WS-RPT-WORK                        00443715
               AFTER ADVANCING 1 LINE                                   00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       FIND-IN-PROD-PARA.                                               00443715
                                                                        00443715
           MOVE 0 TO WS-ALRT-FOUND                                      00443715
           SET WS-AP-TABIDX TO 1                                        00443715
           SEARCH WS-AP-ENTRY                                           00443715
             AT END                                                     00443715
               CONTINUE                                                 00443715
             WHEN WS-AP-TABIDX > WS-AP-USED                             00443715
               CONTINUE                                                 00443715
             WHEN WS-AP-CONT-ID (WS-AP-TABIDX) = WS-ALRT-CONT-ID        00443715
               MOVE 1 TO WS-ALRT-FOUND                                  00443715
           END-SEARCH                                                   00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       FIND-IN-WHIF-PARA.                                               00443715
                                                                        00443715
           MOVE 0 TO WS-ALRT-FOUND                                      00443715
           SET WS-AW-TABIDX TO 1                                        00443715
           SEARCH WS-AW-ENTRY                                           00443715
             AT END                                                     00443715
               CONTINUE                                                 00443715
             WHEN WS-AW-TABIDX > WS-AW-USED                             00443715
               CONTINUE                                                 00443715
             WHEN WS-AW-CONT-ID (WS-AW-TABIDX) = WS-ALRT-CONT-ID        00443715
               MOVE 1 TO WS-ALRT-FOUND                                  00443715
           END-SEARCH                                                   00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       COMPARE-FEES-PARA.                                               00443715
                                                                        00443715
           MOVE 'FEE REVENUE' TO WHATRPT-LINE                           00443715
           WRITE WHATRPT-LINE                                           00443715
             AFTER ADVANCING 2 LINES                                    00443715
                                                                        00443715
           OPEN INPUT FEECPROD                                          00443715
           IF FEECPROD-FILE-STATUS = '00'                               00443715
             MOVE 1 TO WS-FP-PRESENT                                    00443715
           ELSE                                                         00443715
             MOVE 0 TO WS-FP-PRESENT                                    00443715
      *      AN OPTIONAL FILE NOT PRESENT IS STILL OPEN (05).           00443715
             IF FEECPROD-FILE-STATUS = '05'                             00443715
               CLOSE FEECPROD                                           00443715
             END-IF                                                     00443715
           END-IF                                                       00443715
                                                                        00443715
           OPEN INPUT FEECWHIF                                          00443715
           IF FEECWHIF-FILE-STATUS = '00'                               00443715
             MOVE 1 TO WS-FW-PRESENT                                    00443715
           ELSE                                                         00443715
             MOVE 0 TO WS-FW-PRESENT                                    00443715
      *      AN OPTIONAL FILE NOT PRESENT IS STILL OPEN (05).           00443715
             IF FEECWHIF-FILE-STATUS = '05'                             00443715
               CLOSE FEECWHIF                                           00443715
             END-IF                                                     00443715
           END-IF                                                       00443715
                                                                        00443715
           IF WS-FP-PRESENT = 0 OR WS-FW-PRESENT = 0                    00443715
             MOVE SPACES TO WS-RPT-WORK                                 00443715
             STRING '  FEECFILE -- NOT SUPPLIED ON BOTH SIDES ('        00443715
                    'FEECPROD/FEECWHIF), NOT COMPARED'                  00443715
               DELIMITED BY SIZE INTO WS-RPT-WORK                       00443715
             WRITE WHATRPT-LINE FROM WS-RPT-WORK                        00443715
               AFTER ADVANCING 1 LINE                                   00443715
           ELSE                                                         00443715
             PERFORM READ-FEEC-PROD-PARA                                00443715
             PERFORM READ-FEEC-WHIF-PARA                                00443715
             PERFORM UNTIL WS-FP-EOF = 1 AND WS-FW-EOF = 1              00443715
               EVALUATE TRUE                                            00443715
                 WHEN WS-FP-EOF = 1                                     00443715
                   MOVE WS-FW-CONT-ID TO WS-FEE-CONT-ID                 00443715
                   MOVE ZEROES        TO WS-FEE-OLD                     00443715
                   MOVE WS-FW-AMOUNT  TO WS-FEE-NEW                     00443715
                   PERFORM NOTE-FEE-CHANGE-PARA                         00443715
                   PERFORM READ-FEEC-WHIF-PARA                          00443715
                 WHEN WS-FW-EOF = 1                                     00443715
                   MOVE WS-FP-CONT-ID TO WS-FEE-CONT-ID                 00443715
                   MOVE WS-FP-AMOUNT  TO WS-FEE-OLD                     00443715
                   MOVE ZEROES        TO WS-FEE-NEW                     00443715
                   PERFORM NOTE-FEE-CHANGE-PARA                         00443715
                   PERFORM READ-FEEC-PROD-PARA                          00443715
                 WHEN WS-FP-CONT-ID = WS-FW-CONT-ID                     00443715
                   MOVE WS-FP-CONT-ID TO WS-FEE-CONT-ID                 00443715
                   MOVE WS-FP-AMOUNT  TO WS-FEE-OLD                     00443715
                   MOVE WS-FW-AMOUNT  TO WS-FEE-NEW                     00443715
                   PERFORM NOTE-FEE-CHANGE-PARA                         00443715
                   PERFORM READ-FEEC-PROD-PARA                          00443715
                   PERFORM READ-FEEC-WHIF-PARA                          00443715
                 WHEN WS-FP-CONT-ID < WS-FW-CONT-ID                     00443715
                   MOVE WS-FP-CONT-ID TO WS-FEE-CONT-ID                 00443715
                   MOVE WS-FP-AMOUNT  TO WS-FEE-OLD                     00443715
                   MOVE ZEROES        TO WS-FEE-NEW                     00443715
                   PERFORM NOTE-FEE-CHANGE-PARA                         00443715
                   PERFORM READ-FEEC-PROD-PARA                          00443715
                 WHEN OTHER                                             00443715
                   MOVE WS-FW-CONT-ID TO WS-FEE-CONT-ID                 00443715
                   MOVE ZEROES        TO WS-FEE-OLD                     00443715
                   MOVE WS-FW-AMOUNT  TO WS-FEE-NEW                     00443715
                   PERFORM NOTE-FEE-CHANGE-PARA                         00443715
                   PERFORM READ-FEEC-WHIF-PARA                          00443715
               END-EVALUATE                                             00443715
             END-PERFORM                                                00443715
                                                                        00443715
             COMPUTE WS-FEE-CHANGE = WS-FW-RUN-AMOUNT                   00443715
                                   - WS-FP-RUN-AMOUNT                   00443715
             MOVE WS-FP-RUN-AMOUNT TO WS-FEE-OLD-EDT                    00443715
             MOVE WS-FW-RUN-AMOUNT TO WS-FEE-NEW-EDT                    00443715
             MOVE WS-FEE-CHANGE    TO WS-FEE-CHANGE-EDT                 00443715
             MOVE SPACES TO WS-RPT-WORK                                 00443715
             STRING '  RUN TOTAL  PRODUCTION ' WS-FEE-OLD-EDT           00443715
                    '  WHAT-IF ' WS-FEE-NEW-EDT                         00443715
                    '  CHANGE ' WS-FEE-CHANGE-EDT                       00443715
               DELIMITED BY SIZE INTO WS-RPT-WORK                       00443715
             WRITE WHATRPT-LINE FROM WS-RPT-WORK                        00443715
               AFTER ADVANCING 2 LINES                                  00443715
                                                                        00443715
             MOVE WS-FEE-UP-CNTR   TO WS-FEE-UP-EDT                     00443715
             MOVE WS-FEE-DOWN-CNTR TO WS-FEE-DOWN-EDT                   00443715
             MOVE SPACES TO WS-RPT-WORK                                 00443715
             STRING '  CUSTOMERS CHARGED MORE ' WS-FEE-UP-EDT           00443715
                    '  CHARGED LESS ' WS-FEE-DOWN-EDT                   00443715
               DELIMITED BY SIZE INTO WS-RPT-WORK                       00443715
             WRITE WHATRPT-LINE FROM WS-RPT-WORK                        00443715
               AFTER ADVANCING 1 LINE                                   00443715
           END-IF                                                       00443715
                                                                        00443715
           IF WS-FP-PRESENT = 1                                         00443715
             CLOSE FEECPROD                                             00443715
           END-IF                                                       00443715
           IF WS-FW-PRESENT = 1                                         00443715
             CLOSE FEECWHIF                                             00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       READ-FEEC-PROD-PARA.                                             00443715
      *    THE RUN-TOTAL ROW (CONT-ID ZEROES) IS THE NIGHT'S FEE        00443715
      *    REVENUE; IT IS TAKEN ASIDE, NOT MERGED.                      00443715
           MOVE 0 TO WS-FEE-ROW-FOUND                                   00443715
           PERFORM UNTIL WS-FP-EOF = 1 OR WS-FEE-ROW-FOUND = 1          00443715
             READ FEECPROD                                              00443715
               AT END                                                   00443715
                 MOVE 1 TO WS-FP-EOF                                    00443715
               NOT AT END                                               00443715
                 IF FEECP-CONT-ID = ZEROES                              00443715
                   MOVE FEECP-FEE-AMOUNT TO WS-FP-RUN-AMOUNT            00443715
                 ELSE                                                   00443715
                   MOVE FEECP-CONT-ID    TO WS-FP-CONT-ID               00443715
                   MOVE FEECP-FEE-AMOUNT TO WS-FP-AMOUNT                00443715
                   MOVE 1 TO WS-FEE-ROW-FOUND                           00443715
                 END-IF                                                 00443715
             END-READ                                                   00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       READ-FEEC-WHIF-PARA.                                             00443715
                                                                        00443715
           MOVE 0 TO WS-FEE-ROW-FOUND                                   00443715
           PERFORM UNTIL WS-FW-EOF = 1 OR WS-FEE-ROW-FOUND = 1          00443715
             READ FEECWHIF                                              00443715
               AT END                                                   00443715
                 MOVE 1 TO WS-FW-EOF                                    00443715
               NOT AT END                                               00443715
                 IF FEECW-CONT-ID = ZEROES                              00443715
                   MOVE FEECW-FEE-AMOUNT TO WS-FW-RUN-AMOUNT            00443715
                 ELSE                                                   00443715
                   MOVE FEECW-CONT-ID    TO WS-FW-CONT-ID               00443715
                   MOVE FEECW-FEE-AMOUNT TO WS-FW-AMOUNT                00443715
                   MOVE 1 TO WS-FEE-ROW-FOUND                           00443715
                 END-IF                                                 00443715
             END-READ                                                   00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       NOTE-FEE-CHANGE-PARA.                                            00443715
                                                                        00443715
           IF WS-FEE-NEW NOT = WS-FEE-OLD                               00443715
             IF WS-FEE-NEW > WS-FEE-OLD                                 00443715
               ADD 1 TO WS-FEE-UP-CNTR                                  00443715
             ELSE                                                       00443715
               ADD 1 TO WS-FEE-DOWN-CNTR                                00443715
             END-IF                                                     00443715
                                                                        00443715
             ADD 1 TO WS-FEE-LISTED                                     00443715
             IF WS-FEE-LISTED NOT > WS-LIST-LIMIT                       00443715
               MOVE WS-FEE-OLD TO WS-FEE-OLD-EDT                        00443715
               MOVE WS-FEE-NEW TO WS-FEE-NEW-EDT                        00443715
               MOVE SPACES TO WS-RPT-WORK                               00443715
               STRING '    FEE    ' WS-FEE-CONT-ID                      00443715
                      '  FROM ' WS-FEE-OLD-EDT                          00443715
                      '  TO ' WS-FEE-NEW-EDT                            00443715
                 DELIMITED BY SIZE INTO WS-RPT-WORK                     00443715
               WRITE WHATRPT-LINE FROM WS-RPT-WORK                      00443715
                 AFTER ADVANCING 1 LINE                                 00443715
             END-IF                                                     00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       COMPARE-TIERS-PARA.                                              00443715
                                                                        00443715
           MOVE 'CUSTOMERS CHANGING TIER' TO WHATRPT-LINE               00443715
           WRITE WHATRPT-LINE                                           00443715
             AFTER ADVANCING 2 LINES                                    00443715
                                                                        00443715
           OPEN INPUT TIERPROD                                          00443715
           IF TIERPROD-FILE-STATUS = '00'                               00443715
             MOVE 1 TO WS-TP-PRESENT                                    00443715
           ELSE                                                         00443715
             MOVE 0 TO WS-TP-PRESENT                                    00443715
      *      AN OPTIONAL FILE NOT PRESENT IS STILL OPEN (05).           00443715
             IF TIERPROD-FILE-STATUS = '05'                             00443715
               CLOSE TIERPROD                                           00443715
             END-IF                                                     00443715
           END-IF                                                       00443715
                                                                        00443715
           OPEN INPUT TIERWHIF                                          00443715
           IF TIERWHIF-FILE-STATUS = '00'                               00443715
             MOVE 1 TO WS-TW-PRESENT                                    00443715
           ELSE                                                         00443715
             MOVE 0 TO WS-TW-PRESENT                                    00443715
      *      AN OPTIONAL FILE NOT PRESENT IS STILL OPEN (05).           00443715
             IF TIERWHIF-FILE-STATUS = '05'                             00443715
               CLOSE TIERWHIF                                           00443715
             END-IF                                                     00443715
           END-IF                                                       00443715
                                                                        00443715
           IF WS-TP-PRESENT = 0 OR WS-TW-PRESENT = 0                    00443715
             MOVE SPACES TO WS-RPT-WORK                                 00443715
             STRING '  TIERFILE -- NOT SUPPLIED ON BOTH SIDES ('        00443715
                    'TIERPROD/TIERWHIF), NOT COMPARED'                  00443715
               DELIMITED BY SIZE INTO WS-RPT-WORK                       00443715
             WRITE WHATRPT-LINE FROM WS-RPT-WORK                        00443715
               AFTER ADVANCING 1 LINE                                   00443715
           ELSE                                                         00443715
             PERFORM READ-TIER-PROD-PARA                                00443715
             PERFORM READ-TIER-WHIF-PARA                                00443715
             PERFORM UNTIL WS-TP-EOF = 1 AND WS-TW-EOF = 1              00443715
               EVALUATE TRUE                                            00443715
                 WHEN WS-TP-EOF = 1                                     00443715
                   ADD 1 TO WS-TIER-ONESIDE-CNTR                        00443715
                   PERFORM READ-TIER-WHIF-PARA                          00443715
                 WHEN WS-TW-EOF = 1                                     00443715
                   ADD 1 TO WS-TIER-ONESIDE-CNTR                        00443715
                   PERFORM READ-TIER-PROD-PARA                          00443715
                 WHEN TIERP-CONT-ID = TIERW-CONT-ID                     00443715
                   PERFORM NOTE-TIER-CHANGE-PARA                        00443715
                   PERFORM READ-TIER-PROD-PARA                          00443715
                   PERFORM READ-TIER-WHIF-PARA                          00443715
                 WHEN TIERP-CONT-ID < TIERW-CONT-ID                     00443715
                   ADD 1 TO WS-TIER-ONESIDE-CNTR                        00443715
                   PERFORM READ-TIER-PROD-PARA                          00443715
                 WHEN OTHER                                             00443715
                   ADD 1 TO WS-TIER-ONESIDE-CNTR                        00443715
                   PERFORM READ-TIER-WHIF-PARA                          00443715
               END-EVALUATE                                             00443715
             END-PERFORM                                                00443715
                                                                        00443715
             MOVE WS-TIER-MATCHED-CNTR TO WS-MATCHED-EDT                00443715
             MOVE WS-TIER-ROSE-CNTR    TO WS-ROSE-EDT                   00443715
             MOVE WS-TIER-FELL-CNTR    TO WS-FELL-EDT                   00443715
             MOVE SPACES TO WS-RPT-WORK                                 00443715
             STRING '  ON BOTH ' WS-MATCHED-EDT                         00443715
                    '  ROSE ' WS-ROSE-EDT                               00443715
                    '  FELL ' WS-FELL-EDT                               00443715
               DELIMITED BY SIZE INTO WS-RPT-WORK                       00443715
             WRITE WHATRPT-LINE FROM WS-RPT-WORK                        00443715
               AFTER ADVANCING 2 LINES                                  00443715
                                                                        00443715
             IF WS-TIER-ONESIDE-CNTR > 0                                00443715
               MOVE WS-TIER-ONESIDE-CNTR TO WS-ONESIDE-EDT              00443715
               MOVE SPACES TO WS-RPT-WORK                               00443715
               STRING '  ON ONE SIDE ONLY ' WS-ONESIDE-EDT              00443715
                      ' -- NOT THE SAME NIGHT, OR CONSENT HELD BACK'    00443715
                 DELIMITED BY SIZE INTO WS-RPT-WORK                     00443715
               WRITE WHATRPT-LINE FROM WS-RPT-WORK                      00443715
                 AFTER ADVANCING 1 LINE                                 00443715
             END-IF                                                     00443715
           END-IF                                                       00443715
                                                                        00443715
           IF WS-TP-PRESENT = 1                                         00443715
             CLOSE TIERPROD                                             00443715
           END-IF                                                       00443715
           IF WS-TW-PRESENT = 1                                         00443715
             CLOSE TIERWHIF                                             00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       READ-TIER-PROD-PARA.                                             00443715
                                                                        00443715
           READ TIERPROD                                                00443715
             AT END                                                     00443715
               MOVE 1 TO WS-TP-EOF                                      00443715
           END-READ                                                     00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       READ-TIER-WHIF-PARA.                                             00443715
                                                                        00443715
           READ TIERWHIF                                                00443715
             AT END                                                     00443715
               MOVE 1 TO WS-TW-EOF                                      00443715
           END-READ                                                     00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       NOTE-TIER-CHANGE-PARA.                                           00443715
                                                                        00443715
           ADD 1 TO WS-TIER-MATCHED-CNTR                                00443715
                                                                        00443715
           IF TIERW-TIER NOT = TIERP-TIER                               00443715
      *      TIER 1 IS THE TOP, SO A SMALLER NUMBER IS A RISE.          00443715
             MOVE SPACES TO WS-RPT-WORK                                 00443715
             IF TIERW-TIER < TIERP-TIER                                 00443715
               ADD 1 TO WS-TIER-ROSE-CNTR                               00443715
               STRING '    ROSE   ' TIERP-CONT-ID                       00443715
                      '  TIER ' TIERP-TIER                              00443715
                      ' TO ' TIERW-TIER                                 00443715
                 DELIMITED BY SIZE INTO WS-RPT-WORK                     00443715
             ELSE                                                       00443715
               ADD 1 TO WS-TIER-FELL-CNTR                               00443715
               STRING '    FELL   ' TIERP-CONT-ID                       00443715
                      '  TIER ' TIERP-TIER                              00443715
                      ' TO ' TIERW-TIER                                 00443715
                 DELIMITED BY SIZE INTO WS-RPT-WORK                     00443715
             END-IF                                                     00443715
                                                                        00443715
             ADD 1 TO WS-TIER-LISTED                                    00443715
             IF WS-TIER-LISTED NOT > WS-LIST-LIMIT                      00443715
               WRITE WHATRPT-LINE FROM WS-RPT-WORK                      00443715
                 AFTER ADVANCING 1 LINE                                 00443715
             END-IF                                                     00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       WRITE-SUMMARY-PARA.                                              00443715
                                                                        00443715
           COMPUTE WS-TIER-MOVE-CNTR = WS-TIER-ROSE-CNTR                00443715
                                     + WS-TIER-FELL-CNTR                00443715
                                                                        00443715
           MOVE WS-ALRT-GAINED-CNTR TO WS-ALRT-GAINED-EDT               00443715
           MOVE WS-ALRT-LOST-CNTR   TO WS-ALRT-LOST-EDT                 00443715
           MOVE WS-TIER-MOVE-CNTR   TO WS-TIER-MOVE-EDT                 00443715
           MOVE WS-FEE-CHANGE       TO WS-FEE-CHANGE-EDT                00443715
           MOVE SPACES TO WS-RPT-WORK                                   00443715
           STRING 'IMPACT: ALERTED CONTRACTS GAINED ' WS-ALRT-GAINED-EDT00443715
                  '  LOST ' WS-ALRT-LOST-EDT                            00443715
                  '  TIER MOVES ' WS-TIER-MOVE-EDT                      00443715
                  '  FEE CHANGE ' WS-FEE-CHANGE-EDT                     00443715
             DELIMITED BY SIZE INTO WS-RPT-WORK                         00443715
           WRITE WHATRPT-LINE FROM WS-RPT-WORK                          00443715
             AFTER ADVANCING 2 LINES                                    00443715
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
           MOVE 'MASTRNWI'             TO STAT-JOB-NAME                 00443715
           MOVE FUNCTION CURRENT-DATE  TO STAT-RUN-TIMESTAMP            00443715
           IF WS-RUN-FAILED = 1                                         00443715
             MOVE 'FAILED'             TO STAT-COMPLETION-CODE          00443715
             MOVE WS-FAIL-REASON       TO STAT-FAIL-REASON              00443715
           ELSE                                                         00443715
             MOVE 'COMPLETE'           TO STAT-COMPLETION-CODE          00443715
           END-IF                                                       00443715
           MOVE 'ALRTGAINED'           TO STAT-CNTR-1-LABEL             00443715
           MOVE WS-ALRT-GAINED-CNTR    TO STAT-CNTR-1                   00443715
           MOVE 'ALRTLOST'             TO STAT-CNTR-2-LABEL             00443715
           MOVE WS-ALRT-LOST-CNTR      TO STAT-CNTR-2                   00443715
           MOVE 'TIERMOVES'            TO STAT-CNTR-3-LABEL             00443715
           MOVE WS-TIER-MOVE-CNTR      TO STAT-CNTR-3                   00443715
           MOVE 'FEECUSTMOVED'         TO STAT-CNTR-4-LABEL             00443715
           COMPUTE STAT-CNTR-4 = WS-FEE-UP-CNTR + WS-FEE-DOWN-CNTR      00443715
                                                                        00443715
           WRITE STATUS-REC                                             00443715
                                                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       END-PROCESS.                                                     00443715
                                                                        00443715
           MOVE WS-ALRT-CMP-CNTR    TO WS-ALRT-CMP-EDT                  00443715
           MOVE WS-ALRT-GAINED-CNTR TO WS-ALRT-GAINED-EDT               00443715
           MOVE WS-ALRT-LOST-CNTR   TO WS-ALRT-LOST-EDT                 00443715
           MOVE WS-TIER-MOVE-CNTR   TO WS-TIER-MOVE-EDT                 00443715
           MOVE WS-FEE-UP-CNTR      TO WS-FEE-UP-EDT                    00443715
           MOVE WS-FEE-DOWN-CNTR    TO WS-FEE-DOWN-EDT                  00443715
                                                                        00443715
           DISPLAY '***************************************'            00443715
           DISPLAY '* PROGRAM NAME  :    MASTRNWI         *'            00443715
           DISPLAY '* ALERT SOURCES : ' WS-ALRT-CMP-EDT                 00443715
                   '         *'                                         00443715
           DISPLAY '* ALERTS GAINED : ' WS-ALRT-GAINED-EDT              00443715
                   '         *'                                         00443715
           DISPLAY '* ALERTS LOST   : ' WS-ALRT-LOST-EDT                00443715
                   '         *'                                         00443715
           DISPLAY '* FEES UP       : ' WS-FEE-UP-EDT                   00443715
                   '         *'                                         00443715
           DISPLAY '* FEES DOWN     : ' WS-FEE-DOWN-EDT                 00443715
                   '         *'                                         00443715
           DISPLAY '* TIER MOVES    : ' WS-TIER-MOVE-EDT                00443715
                   '         *'                                         00443715
           DISPLAY '***************************************'            00443715
                                                                        00443715
           PERFORM WRITE-STATUS-FILE-PARA                               00443715
                                                                        00443715
           IF WS-RPT-OPEN = 1                                           00443715
             CLOSE WHATRPT                                              00443715
           END-IF                                                       00443715
           CLOSE STATUSFILE.                                            00443715
                                                                        00443715
           IF WS-RUN-FAILED = 1                                         00443715
             MOVE 8 TO RETURN-CODE                                      00443715
           END-IF                                                       00443715
                                                                        00443715
           STOP RUN.                                                    00443715
                                                                        00443715
       END PROGRAM  MASTRNWI.                                           00443715
