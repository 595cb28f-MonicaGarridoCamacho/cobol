      *    SIDE BY SIDE IN THE MASTRANF PACK: FRAUD-FLAGGED             00443715
      *    TRANSACTION COUNT (FRAUDFILE), DECLINE RATE (DECLFILE),      00443715
      *    DISTINCT POSTAL CODES (GEOFILE) AND HIGH-VALUE HITS          00443715
      *    (HIVALFILE) -- AND A FIFTH, SPENDING OUTSIDE THE CUSTOMER'S  00443715
      *    OWN BASELINE (MASTRNSB'S ANOMFILE). THE WEIGHTS LIVE ON THE  00443715
      *    RISKWGHT REFERENCE FILE SO THE BLEND CAN BE RETUNED WITHOUT  00443715
      *    A CODE CHANGE, AND RISKFILE COMES OUT RANKED BY SCORE SO     00443715
      *    THE 9 A.M. REVIEW STARTS FROM A LIST INSTEAD OF FIVE FILES.  00443715
       ENVIRONMENT DIVISION.                                            00443715
       INPUT-OUTPUT SECTION.                                            00443715
       FILE-CONTROL.                                                    00443715
            SELECT HIVALFILE ASSIGN TO HIVALFILE                        00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS HIVALFILE-FILE-STATUS.                       00443715
            SELECT OPTIONAL ANOMFILE ASSIGN TO ANOMFILE                 00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS ANOMFILE-FILE-STATUS.                        00443715
            SELECT RISKWGHT ASSIGN TO RISKWGHT                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS RISKWGHT-FILE-STATUS.                        00443715
            SELECT RISKFILE ASSIGN TO RISKFILE                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS RISKFILE-FILE-STATUS.                        00443715
            SELECT OPTIONAL SUPPFILE ASSIGN TO SUPPFILE                 00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS SUPPFILE-FILE-STATUS.                        00443715
            SELECT STATUSFILE ASSIGN TO STATUSFILE                      00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS STATUSFILE-FILE-STATUS.                      00443715
          05 HIVAL-TYPE-CODE       PIC X(2).                            00443715
          05 FILLER                PIC X(1).                            00443715
          05 HIVAL-AMOUNT          PIC X(17).                           00443715
      *    ANOMFILE IS MASTRNSB'S SPENDING ANOMALY EXTRACT -- ONE ROW   00443715
      *    PER ANOMALY, SO COUNTING ROWS COUNTS ANOMALIES. ONLY THE     00443715
      *    CONTRACT IS NEEDED HERE. THE SIGNAL IS OPTIONAL: WITHOUT     00443715
      *    THE FILE THE OTHER FOUR ARE SCORED AS BEFORE.                00443715
       FD ANOMFILE.                                                     00443715
       01 ANOM-REC.                                                     00443715
          05 ANOM-CONT-ID          PIC X(10).                           00443715
          05 FILLER                PIC X(180).                          00443715
                                                                        00443715
      *    RISKWGHT CARRIES ONE RECORD PER SIGNAL WITH ITS WEIGHT IN    00443715
      *    THE COMPOSITE SCORE. SIGNALS NOT ON THE FILE KEEP THEIR      00443715
          05 WGT-WEIGHT            PIC 9(3)V99.                         00443715
                                                                        00443715
      *    RISKFILE IS THE RANKED SCORE EXTRACT -- ONE ROW PER          00443715
      *    CONTRACT WITH A SIGNAL ON ANY OF THE FIVE INPUTS, HIGHEST    00443715
      *    SCORE FIRST.                                                 00443715
      *    SUPPFILE IS MASTRNAD'S LIST OF FALSE-POSITIVE CLEARANCES     00443715
      *    STILL RUNNING. A CONTRACT CLEARED FOR SOURCE 'RISK' IS       00443715
      *    SCORED AS USUAL BUT LEFT OFF RISKFILE, AND THE RANKS CLOSE   00443715
      *    UP OVER IT.                                                  00443715
       FD SUPPFILE.                                                     00443715
       01 SUPP-REC.                                                     00443715
          05 SUPP-CONT-ID          PIC X(10).                           00443715
          05 FILLER                PIC X(1).                            00443715
          05 SUPP-SOURCE           PIC X(8).                            00443715
          05 FILLER                PIC X(1).                            00443715
          05 SUPP-UNTIL-DATE       PIC X(8).                            00443715
                                                                        00443715
       FD RISKFILE.                                                     00443715
       01 RISK-REC.                                                     00443715
          05 RISK-RANK             PIC Z(3)9.                           00443715
          05 RISK-POSTAL-CNTR      PIC Z(8)9.                           00443715
          05 RISK-SEPARATOR-6      PIC X(1).                            00443715
          05 RISK-HIVAL-CNTR       PIC Z(8)9.                           00443715
          05 RISK-SEPARATOR-7      PIC X(1).                            00443715
          05 RISK-ANOM-CNTR        PIC Z(8)9.                           00443715
                                                                        00443715
      *    STATUSFILE IS A SINGLE-RECORD FIXED-FORMAT FILE WRITTEN AT   00443715
      *    JOB END SO AN OPERATIONS MONITOR CAN POLL FOR THIS RUN'S     00443715
       01 DECLFILE-FILE-STATUS  PIC X(2).                               00443715
       01 GEOFILE-FILE-STATUS   PIC X(2).                               00443715
       01 HIVALFILE-FILE-STATUS PIC X(2).                               00443715
       01 ANOMFILE-FILE-STATUS  PIC X(2).                               00443715
       01 RISKWGHT-FILE-STATUS  PIC X(2).                               00443715
       01 RISKFILE-FILE-STATUS  PIC X(2).                               00443715
       01 SUPPFILE-FILE-STATUS  PIC X(2).                               00443715
       01 STATUSFILE-FILE-STATUS PIC X(2).                              00443715
       01 WS-RUN-FAILED         PIC 9 VALUE 0.                          00443715
       01 WS-FAIL-REASON        PIC X(40) VALUE SPACES.                 00443715
          05 WS-DECLFILE-CNTR     PIC 9(9) VALUE ZEROES.                00443715
          05 WS-GEOFILE-CNTR      PIC 9(9) VALUE ZEROES.                00443715
          05 WS-HIVALFILE-CNTR    PIC 9(9) VALUE ZEROES.                00443715
          05 WS-ANOMFILE-CNTR     PIC 9(9) VALUE ZEROES.                00443715
          05 WS-RISKFILE-CNTR     PIC 9(9) VALUE ZEROES.                00443715
       01 WS-RISKFILE-CNTR-EDT  PIC ZZZ,ZZZ,ZZ9.                        00443715
      *    SHIPPED DEFAULT WEIGHTS -- OVERRIDDEN SIGNAL BY SIGNAL       00443715
       01 WS-WGT-DECLRATE       PIC 9(3)V99 VALUE 2.00.                 00443715
       01 WS-WGT-POSTAL         PIC 9(3)V99 VALUE 1.00.                 00443715
       01 WS-WGT-HIVAL          PIC 9(3)V99 VALUE 5.00.                 00443715
       01 WS-WGT-ANOMALY        PIC 9(3)V99 VALUE 3.00.                 00443715
      *    ONE ROW PER CONTRACT SEEN ON ANY OF THE FIVE EXTRACTS.       00443715
       01 WS-RC-USED            PIC 9(4) VALUE ZEROES.                  00443715
       01 WS-RC-IDX             PIC 9(4).                               00443715
       01 WS-RC-IDX2            PIC 9(4).                               00443715
             10 WS-RC-DECL-DECLINES PIC 9(9).                           00443715
             10 WS-RC-POSTAL-CNTR   PIC 9(9).                           00443715
             10 WS-RC-HIVAL-CNTR    PIC 9(9).                           00443715
             10 WS-RC-ANOM-CNTR     PIC 9(9).                           00443715
             10 WS-RC-SCORE         PIC 9(10)V99.                       00443715
       01 WS-RC-HOLD.                                                   00443715
          05 WS-RC-HOLD-CONT-ID    PIC X(10).                           00443715
          05 WS-RC-HOLD-DDECL      PIC 9(9).                            00443715
          05 WS-RC-HOLD-POSTAL     PIC 9(9).                            00443715
          05 WS-RC-HOLD-HIVAL      PIC 9(9).                            00443715
          05 WS-RC-HOLD-ANOM       PIC 9(9).                            00443715
          05 WS-RC-HOLD-SCORE      PIC 9(10)V99.                        00443715
       01 WS-LOOKUP-CONT-ID     PIC X(10).                              00443715
       01 WS-RC-ROW-OK          PIC 9.                                  00443715
       01 WS-DECL-RATE          PIC 9(3)V99.                            00443715
      *    CONTRACTS CLEARED FOR SOURCE 'RISK', FROM SUPPFILE.          00443715
       01 WS-SUPP-USED          PIC 9(4) VALUE ZEROES.                  00443715
       01 WS-SUPP-IDX           PIC 9(4).                               00443715
       01 WS-SUPP-EOF           PIC 9 VALUE 0.                          00443715
       01 WS-SUPP-HIT           PIC 9 VALUE 0.                          00443715
       01 WS-SUPP-CHECK-CONT-ID PIC X(10).                              00443715
       01 WS-SUPPRESSED-CNTR    PIC 9(9) VALUE ZEROES.                  00443715
       01 WS-SUPP-TABLE.                                                00443715
          05 WS-SUPP-CONT-ID OCCURS 2000 TIMES PIC X(10).               00443715
         COPY PGATLNK.                                                  00443715
                                                                        00443715
       PROCEDURE DIVISION.                                              00443715
                                                                        00443715
                                                                        00443715
           PERFORM READ-WEIGHTS-PARA                                    00443715
                                                                        00443715
           PERFORM READ-SUPPRESSIONS-PARA                               00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       FILE-OPEN-PARA.                                                  00443715
                                                                        00443715
           MOVE 1 TO WS-STATUS-OPEN                                     00443715
                                                                        00443715
           PERFORM CHECK-PREDECESSORS-PARA                              00443715
                                                                        00443715
           OPEN INPUT FRAUDFILE                                         00443715
                                                                        00443715
           IF FRAUDFILE-FILE-STATUS NOT = '00'                          00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       CHECK-PREDECESSORS-PARA.                                         00443715
      *    HOLD THIS JOB WHEN A PREDECESSOR DEPTABLE NAMES FOR IT IS    00443715
      *    MISSING OR FAILED TONIGHT -- SEE MASTRNPG.                   00443715
           MOVE 'MASTRANK' TO PGAT-JOB-NAME                             00443715
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
       READ-WEIGHTS-PARA.                                               00443715
                                                                        00443715
           OPEN INPUT RISKWGHT                                          00443715
                       MOVE WGT-WEIGHT TO WS-WGT-POSTAL                 00443715
                     WHEN 'HIVAL'                                       00443715
                       MOVE WGT-WEIGHT TO WS-WGT-HIVAL                  00443715
                     WHEN 'ANOMALY'                                     00443715
                       MOVE WGT-WEIGHT TO WS-WGT-ANOMALY                00443715
                     WHEN OTHER                                         00443715
                       DISPLAY 'UNKNOWN RISK SIGNAL ' WGT-SIGNAL        00443715
                               ' IGNORED'                               00443715
           DISPLAY '              DECLRATE ' WS-WGT-DECLRATE            00443715
           DISPLAY '              POSTAL '   WS-WGT-POSTAL              00443715
           DISPLAY '              HIVAL '    WS-WGT-HIVAL               00443715
           DISPLAY '              ANOMALY '  WS-WGT-ANOMALY             00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
           PERFORM LOAD-DECL-FILE-PARA                                  00443715
           PERFORM LOAD-GEO-FILE-PARA                                   00443715
           PERFORM LOAD-HIVAL-FILE-PARA                                 00443715
           PERFORM LOAD-ANOM-FILE-PARA                                  00443715
                                                                        00443715
           PERFORM COMPUTE-SCORES-PARA                                  00443715
                                                                        00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       READ-SUPPRESSIONS-PARA.                                          00443715
      *    MASTRNAD WRITES ONLY THE CLEARANCES STILL RUNNING, SO EVERY  00443715
      *    'RISK' ROW ON THE FILE IS TAKEN AS IT STANDS.                00443715
           OPEN INPUT SUPPFILE                                          00443715
                                                                        00443715
           IF SUPPFILE-FILE-STATUS NOT = '00'                           00443715
           THEN                                                         00443715
             DISPLAY 'NO SUPPRESSION FILE -- NO CONTRACTS SUPPRESSED'   00443715
           ELSE                                                         00443715
             PERFORM UNTIL WS-SUPP-EOF = 1                              00443715
               READ SUPPFILE                                            00443715
                 AT END                                                 00443715
                   MOVE 1 TO WS-SUPP-EOF                                00443715
                 NOT AT END                                             00443715
                   IF SUPP-SOURCE = 'RISK'                              00443715
                     IF WS-SUPP-USED < 2000                             00443715
                       ADD 1 TO WS-SUPP-USED                            00443715
                       MOVE SUPP-CONT-ID                                00443715
                         TO WS-SUPP-CONT-ID (WS-SUPP-USED)              00443715
                     ELSE                                               00443715
                       DISPLAY 'SUPPRESSION TABLE FULL -- '             00443715
                               SUPP-CONT-ID ' DROPPED'                  00443715
                     END-IF                                             00443715
                   END-IF                                               00443715
               END-READ                                                 00443715
             END-PERFORM                                                00443715
                                                                        00443715
             CLOSE SUPPFILE                                             00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       CHECK-SUPPRESSION-PARA.                                          00443715
                                                                        00443715
           MOVE 0 TO WS-SUPP-HIT                                        00443715
                                                                        00443715
           PERFORM VARYING WS-SUPP-IDX FROM 1 BY 1                      00443715
             UNTIL WS-SUPP-IDX > WS-SUPP-USED                           00443715
                OR WS-SUPP-HIT = 1                                      00443715
             IF WS-SUPP-CONT-ID (WS-SUPP-IDX) = WS-SUPP-CHECK-CONT-ID   00443715
               MOVE 1 TO WS-SUPP-HIT                                    00443715
             END-IF                                                     00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       FIND-CONTRACT-PARA.                                              00443715
      *    FINDS OR OPENS THE CONTRACT'S SCORE ROW. A FULL TABLE IS     00443715
      *    COUNTED AND THE ROW'S SIGNAL IS LOST FROM THE RANKING --     00443715
                 MOVE ZEROES TO WS-RC-DECL-DECLINES (WS-RC-TABIDX)      00443715
                 MOVE ZEROES TO WS-RC-POSTAL-CNTR (WS-RC-TABIDX)        00443715
                 MOVE ZEROES TO WS-RC-HIVAL-CNTR (WS-RC-TABIDX)         00443715
                 MOVE ZEROES TO WS-RC-ANOM-CNTR (WS-RC-TABIDX)          00443715
                 MOVE ZEROES TO WS-RC-SCORE (WS-RC-TABIDX)              00443715
               ELSE                                                     00443715
                 ADD 1 TO WS-RC-FULL-CNTR                               00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       LOAD-ANOM-FILE-PARA.                                             00443715
      *    ANOMFILE IS OPENED HERE RATHER THAN WITH THE OTHER FOUR --   00443715
      *    A NIGHT WITHOUT IT STILL RANKS ON THE SIGNALS IT HAS.        00443715
           OPEN INPUT ANOMFILE                                          00443715
                                                                        00443715
           IF ANOMFILE-FILE-STATUS NOT = '00'                           00443715
           THEN                                                         00443715
             DISPLAY 'NO ANOMALY FILE -- SPENDING ANOMALIES NOT SCORED' 00443715
           ELSE                                                         00443715
             MOVE 0 TO WS-EOF                                           00443715
             PERFORM UNTIL WS-EOF = 1                                   00443715
               READ ANOMFILE                                            00443715
                 AT END                                                 00443715
                   MOVE 1 TO WS-EOF                                     00443715
                 NOT AT END                                             00443715
                   ADD 1 TO WS-ANOMFILE-CNTR                            00443715
                   MOVE ANOM-CONT-ID TO WS-LOOKUP-CONT-ID               00443715
                   PERFORM FIND-CONTRACT-PARA                           00443715
                   IF WS-RC-ROW-OK = 1                                  00443715
                     ADD 1 TO WS-RC-ANOM-CNTR (WS-RC-TABIDX)            00443715
                   END-IF                                               00443715
               END-READ                                                 00443715
             END-PERFORM                                                00443715
                                                                        00443715
             CLOSE ANOMFILE                                             00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       COMPUTE-SCORES-PARA.                                             00443715
                                                                        00443715
           PERFORM VARYING WS-RC-IDX FROM 1 BY 1                        00443715
               + WS-DECL-RATE                  * WS-WGT-DECLRATE        00443715
               + WS-RC-POSTAL-CNTR (WS-RC-IDX) * WS-WGT-POSTAL          00443715
               + WS-RC-HIVAL-CNTR (WS-RC-IDX)  * WS-WGT-HIVAL           00443715
               + WS-RC-ANOM-CNTR (WS-RC-IDX)   * WS-WGT-ANOMALY         00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           CONTINUE.                                                    00443715
               MOVE ZEROES TO WS-DECL-RATE                              00443715
             END-IF                                                     00443715
                                                                        00443715
             MOVE WS-RC-CONT-ID (WS-RC-IDX) TO WS-SUPP-CHECK-CONT-ID    00443715
             PERFORM CHECK-SUPPRESSION-PARA                             00443715
                                                                        00443715
             IF WS-SUPP-HIT = 1                                         00443715
               ADD 1 TO WS-SUPPRESSED-CNTR                              00443715
             ELSE                                                       00443715
               PERFORM WRITE-RISK-ROW-PARA                              00443715
             END-IF                                                     00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       WRITE-RISK-ROW-PARA.                                             00443715
                                                                        00443715
           INITIALIZE RISK-REC                                          00443715
           COMPUTE RISK-RANK = WS-RISKFILE-CNTR + 1                     00443715
           MOVE ','                          TO RISK-SEPARATOR-1        00443715
           MOVE WS-RC-CONT-ID (WS-RC-IDX)    TO RISK-CONT-ID            00443715
           MOVE ','                          TO RISK-SEPARATOR-2        00443715
           MOVE WS-RC-SCORE (WS-RC-IDX)      TO RISK-SCORE              00443715
           MOVE ','                          TO RISK-SEPARATOR-3        00443715
           MOVE WS-RC-FRAUD-CNTR (WS-RC-IDX) TO RISK-FRAUD-CNTR         00443715
           MOVE ','                          TO RISK-SEPARATOR-4        00443715
           MOVE WS-DECL-RATE                 TO RISK-DECL-RATE          00443715
           MOVE ','                          TO RISK-SEPARATOR-5        00443715
           MOVE WS-RC-POSTAL-CNTR (WS-RC-IDX)                           00443715
                                             TO RISK-POSTAL-CNTR        00443715
           MOVE ','                          TO RISK-SEPARATOR-6        00443715
           MOVE WS-RC-HIVAL-CNTR (WS-RC-IDX) TO RISK-HIVAL-CNTR         00443715
           MOVE ','                          TO RISK-SEPARATOR-7        00443715
           MOVE WS-RC-ANOM-CNTR (WS-RC-IDX)  TO RISK-ANOM-CNTR          00443715
                                                                        00443715
           WRITE RISK-REC                                               00443715
                                                                        00443715
           ADD 1 TO WS-RISKFILE-CNTR                                    00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       WRITE-STATUS-FILE-PARA.                                          00443715
                                                                        00443715
           IF WS-STATUS-OPEN = 0                                        00443715
           MOVE WS-DECLFILE-CNTR       TO STAT-CNTR-2                   00443715
           MOVE 'RISKFILE'             TO STAT-CNTR-3-LABEL             00443715
           MOVE WS-RISKFILE-CNTR       TO STAT-CNTR-3                   00443715
           MOVE 'SUPPRESSED'           TO STAT-CNTR-4-LABEL             00443715
           MOVE WS-SUPPRESSED-CNTR     TO STAT-CNTR-4                   00443715
                                                                        00443715
           WRITE STATUS-REC                                             00443715
                                                                        00443715
           DISPLAY '* DECLFILE      : ' WS-DECLFILE-CNTR                00443715
           DISPLAY '* GEOFILE       : ' WS-GEOFILE-CNTR                 00443715
           DISPLAY '* HIVALFILE     : ' WS-HIVALFILE-CNTR               00443715
           DISPLAY '* ANOMFILE      : ' WS-ANOMFILE-CNTR                00443715
           DISPLAY '* RISKFILE      : ' WS-RISKFILE-CNTR-EDT            00443715
           DISPLAY '* SUPPRESSED    : ' WS-SUPPRESSED-CNTR              00443715
           DISPLAY '***************************************'            00443715
                                                                        00443715
           PERFORM WRITE-STATUS-FILE-PARA                               00443715
