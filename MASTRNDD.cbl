       ID DIVISION.                                                     00443715
       PROGRAM-ID. MASTRNDD.                                            00443715
      *    MASTRNDD IS THE NIGHTLY CUSTOMER DUE-DILIGENCE REVIEW        00443715
      *    SCHEDULE. COMPLIANCE RE-REVIEWS EVERY CUSTOMER ON A CYCLE    00443715
      *    SET BY ITS RISK -- HIGH EVERY YEAR, MEDIUM EVERY THREE       00443715
      *    YEARS, LOW EVERY FIVE. CDDFILE HOLDS THE LAST REVIEW OF      00443715
      *    EACH CONTRACT (DATE, OUTCOME, REVIEWER -- RECORDED THROUGH   00443715
      *    MASTRANM FIELD CODE 'V'); THIS JOB RATES EVERY ACTIVE        00443715
      *    CUSTMAST CONTRACT TONIGHT AND WORKS OUT WHEN ITS NEXT        00443715
      *    REVIEW FALLS DUE. THE RATING COMES FROM THREE PLACES:        00443715
      *      RISKFILE  -- THE MASTRANK SCORE AGAINST THE PARM MEDIUM    00443715
      *                   AND HIGH THRESHOLDS;                          00443715
      *      WHITFILE  -- A WATCH-LIST HIT IN THE LAST 365 DAYS MAKES   00443715
      *                   THE CUSTOMER HIGH RISK OUTRIGHT;              00443715
      *      TIERFILE  -- A TOP VALUE TIER (PARM-CDD-TOP-TIER) RAISES   00443715
      *                   THE RATING ONE NOTCH.                         00443715
      *    A CONTRACT WHOSE RATING HAS RISEN ABOVE THE ONE IT WAS LAST  00443715
      *    REVIEWED AT IS RE-QUEUED -- DUE AT ONCE, WHATEVER ITS CYCLE  00443715
      *    SAYS -- UNTIL ITS NEXT REVIEW IS RECORDED. A CONTRACT NEVER  00443715
      *    REVIEWED RUNS ITS FIRST CYCLE FROM THE NIGHT IT WAS FIRST    00443715
      *    RATED, SO THE EXISTING BOOK IS PHASED IN RATHER THAN ALL     00443715
      *    FALLING DUE ON THE FIRST NIGHT. REVWFILE IS THE WORKLIST:    00443715
      *      EXIT     -- LAST OUTCOME WAS EXIT AND THE CONTRACT IS      00443715
      *                  STILL ACTIVE ON CUSTMAST;                      00443715
      *      REQUEUE  -- THE RATING HAS RISEN SINCE THE LAST REVIEW;    00443715
      *      OVERDUE  -- PAST ITS NEXT DUE DATE;                        00443715
      *      DUE      -- DUE WITHIN PARM-CDD-LEAD-DAYS.                 00443715
      *    RUNS AFTER MASTRANK AND MASTRNTR.                            00443715
       ENVIRONMENT DIVISION.                                            00443715
       INPUT-OUTPUT SECTION.                                            00443715
       FILE-CONTROL.                                                    00443715
            SELECT CUSTMAST ASSIGN TO CUSTMAST                          00443715
            ORGANIZATION IS INDEXED                                     00443715
            ACCESS MODE IS SEQUENTIAL                                   00443715
            RECORD KEY IS MAIN-CONT-ID                                  00443715
            FILE STATUS IS CUSTFILE-FILE-STATUS.                        00443715
            SELECT RISKFILE ASSIGN TO RISKFILE                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS RISKFILE-FILE-STATUS.                        00443715
            SELECT WHITFILE ASSIGN TO WHITFILE                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS WHITFILE-FILE-STATUS.                        00443715
            SELECT TIERFILE ASSIGN TO TIERFILE                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS TIERFILE-FILE-STATUS.                        00443715
            SELECT SORTFILE ASSIGN TO SORTWK01.                         00443715
            SELECT OPTIONAL CDDFILE ASSIGN TO CDDFILE                   00443715
            ORGANIZATION IS INDEXED                                     00443715
            ACCESS MODE IS RANDOM                                       00443715
            RECORD KEY IS CDD-CONT-ID                                   00443715
            FILE STATUS IS CDDFILE-FILE-STATUS.                         00443715
            SELECT REVWFILE ASSIGN TO REVWFILE                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS REVWFILE-FILE-STATUS.                        00443715
            SELECT PARMFILE ASSIGN TO PARMFILE                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS PARMFILE-FILE-STATUS.                        00443715
            SELECT STATUSFILE ASSIGN TO STATUSFILE                      00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS STATUSFILE-FILE-STATUS.                      00443715
       DATA DIVISION.                                                   00443715
       FILE SECTION.                                                    00443715
       FD CUSTMAST.                                                     00443715
         COPY CUSTREC.                                                  00443715
                                                                        00443715
      *    RISKFILE COMES OUT OF MASTRANK RANKED BY SCORE; IT IS        00443715
      *    SORTED INTO CONT-ID ORDER BELOW WITH THE WATCH-LIST HITS.    00443715
      *    A CONTRACT WITH NO RISK SIGNAL TONIGHT SCORES ZERO.          00443715
       FD RISKFILE.                                                     00443715
       01 RKIN-REC.                                                     00443715
          05 RKIN-RANK             PIC X(4).                            00443715
          05 FILLER                PIC X(1).                            00443715
          05 RKIN-CONT-ID          PIC X(10).                           00443715
          05 FILLER                PIC X(1).                            00443715
          05 RKIN-SCORE            PIC X(13).                           00443715
          05 FILLER                PIC X(47).                           00443715
                                                                        00443715
      *    WHITFILE IS TONIGHT'S MASTRANC WATCH-LIST HITS, ONE ROW PER  00443715
      *    TRANSACTION THAT HIT -- ONLY THE CONTRACT MATTERS HERE.      00443715
       FD WHITFILE.                                                     00443715
       01 WHIN-REC.                                                     00443715
          05 WHIN-CONT-ID          PIC 9(10).                           00443715
          05 FILLER                PIC X(152).                          00443715
                                                                        00443715
      *    TIERFILE AS MASTRNTR WRITES IT, IN CONT-ID ORDER. A CONTRACT 00443715
      *    NOT ON IT CARRIES TIER 00 AND IS NOT RAISED.                 00443715
       FD TIERFILE.                                                     00443715
       01 TRIN-REC.                                                     00443715
          05 TRIN-CONT-ID          PIC 9(10).                           00443715
          05 FILLER                PIC X(1).                            00443715
          05 TRIN-TIER             PIC 9(2).                            00443715
          05 FILLER                PIC X(1).                            00443715
          05 TRIN-AMOUNT           PIC X(18).                           00443715
                                                                        00443715
       SD SORTFILE.                                                     00443715
       01 SORT-REC.                                                     00443715
          05 SRT-CONT-ID           PIC 9(10).                           00443715
          05 SRT-RISK-SCORE        PIC 9(10)V99.                        00443715
          05 SRT-WATCH-HIT         PIC 9(1).                            00443715
                                                                        00443715
      *    CDDFILE IS THE REVIEW SCHEDULE MASTRANM MAINTAINS. A FIRST   00443715
      *    RUN FINDS NONE AND STARTS IT.                                00443715
       FD CDDFILE.                                                      00443715
         COPY CDDREC.                                                   00443715
                                                                        00443715
      *    REVWFILE IS THE COMPLIANCE REVIEW WORKLIST -- ONE ROW PER    00443715
      *    CONTRACT NEEDING A REVIEW, IN CONT-ID ORDER.                 00443715
       FD REVWFILE.                                                     00443715
       01 REVW-REC.                                                     00443715
          05 REVW-CONT-ID          PIC 9(10).                           00443715
          05 REVW-SEPARATOR-1      PIC X(1) VALUE ','.                  00443715
          05 REVW-REASON           PIC X(8).                            00443715
          05 REVW-SEPARATOR-2      PIC X(1) VALUE ','.                  00443715
          05 REVW-RATING           PIC X(1).                            00443715
          05 REVW-SEPARATOR-3      PIC X(1) VALUE ','.                  00443715
          05 REVW-REVIEWED-RATING  PIC X(1).                            00443715
          05 REVW-SEPARATOR-4      PIC X(1) VALUE ','.                  00443715
          05 REVW-LAST-REVIEW-DATE PIC X(8).                            00443715
      *       BLANK -- NEVER REVIEWED.                                  00443715
          05 REVW-SEPARATOR-5      PIC X(1) VALUE ','.                  00443715
          05 REVW-OUTCOME          PIC X(1).                            00443715
          05 REVW-SEPARATOR-6      PIC X(1) VALUE ','.                  00443715
          05 REVW-REVIEWER-ID      PIC X(8).                            00443715
          05 REVW-SEPARATOR-7      PIC X(1) VALUE ','.                  00443715
          05 REVW-DUE-DATE         PIC X(8).                            00443715
          05 REVW-SEPARATOR-8      PIC X(1) VALUE ','.                  00443715
          05 REVW-DAYS-TO-DUE      PIC -(4)9.                           00443715
      *       NEGATIVE -- DAYS OVERDUE.                                 00443715
          05 REVW-SEPARATOR-9      PIC X(1) VALUE ','.                  00443715
          05 REVW-RISK-SCORE       PIC Z(9)9.99.                        00443715
          05 REVW-SEPARATOR-10     PIC X(1) VALUE ','.                  00443715
          05 REVW-TIER             PIC 9(2).                            00443715
          05 REVW-SEPARATOR-11     PIC X(1) VALUE ','.                  00443715
          05 REVW-LAST-WATCH-DATE  PIC X(8).                            00443715
          05 REVW-SEPARATOR-12     PIC X(1) VALUE ','.                  00443715
          05 REVW-PROCESS-DATE     PIC X(8).                            00443715
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
       01 CUSTFILE-FILE-STATUS  PIC X(2).                               00443715
       01 RISKFILE-FILE-STATUS  PIC X(2).                               00443715
       01 WHITFILE-FILE-STATUS  PIC X(2).                               00443715
       01 TIERFILE-FILE-STATUS  PIC X(2).                               00443715
       01 CDDFILE-FILE-STATUS   PIC X(2).                               00443715
       01 REVWFILE-FILE-STATUS  PIC X(2).                               00443715
       01 PARMFILE-FILE-STATUS  PIC X(2).                               00443715
       01 STATUSFILE-FILE-STATUS PIC X(2).                              00443715
       01 WS-RUN-FAILED         PIC 9 VALUE 0.                          00443715
       01 WS-FAIL-REASON        PIC X(40) VALUE SPACES.                 00443715
       01 WS-STATUS-OPEN        PIC 9 VALUE 0.                          00443715
       01 WS-EOF                PIC 9 VALUE 0.                          00443715
      *    MATCHED-MERGE STATE. CUSTMAST DRIVES; TIERFILE AND THE       00443715
      *    SORTED SIGNALS ARE ADVANCED TO EACH CONTRACT IN TURN.        00443715
       01 WS-CUST-OPEN          PIC 9 VALUE 0.                          00443715
       01 WS-CUST-HELD          PIC 9 VALUE 0.                          00443715
       01 WS-TIER-OPEN          PIC 9 VALUE 0.                          00443715
       01 WS-TIER-EOF           PIC 9 VALUE 0.                          00443715
       01 WS-SIG-EOF            PIC 9 VALUE 0.                          00443715
       01 WS-CUR-CONT-ID        PIC 9(10).                              00443715
       01 WS-CUR-RISK-SCORE     PIC 9(10)V99.                           00443715
       01 WS-CUR-WATCH-HIT      PIC 9.                                  00443715
       01 WS-CUR-TIER           PIC 9(2).                               00443715
       01 WS-CDD-FOUND          PIC 9.                                  00443715
      *    RATINGS ARE COMPARED BY RANK -- L 1, M 2, H 3.               00443715
       01 WS-NEW-RANK           PIC 9.                                  00443715
       01 WS-REVIEWED-RANK      PIC 9.                                  00443715
       01 WS-CYCLE-YEARS        PIC 9.                                  00443715
       01 WS-PROC-DATE-NUM      PIC 9(8).                               00443715
       01 WS-PROC-DATE-INT      PIC 9(8).                               00443715
       01 WS-WORK-DATE-NUM      PIC 9(8).                               00443715
       01 WS-DAYS               PIC S9(7).                              00443715
       01 WS-BASE-DATE.                                                 00443715
          05 WS-BASE-CCYY          PIC 9(4).                            00443715
          05 WS-BASE-MMDD          PIC X(4).                            00443715
       01 WS-DUE-DATE.                                                  00443715
          05 WS-DUE-CCYY           PIC 9(4).                            00443715
          05 WS-DUE-MMDD           PIC X(4).                            00443715
       01 WS-REVW-REASON        PIC X(8).                               00443715
       01 WS-COUNTERS-1.                                                00443715
          05 WS-CUSTMAST-CNTR     PIC 9(9) VALUE ZEROES.                00443715
          05 WS-DELETED-CNTR      PIC 9(9) VALUE ZEROES.                00443715
          05 WS-RATED-CNTR        PIC 9(9) VALUE ZEROES.                00443715
          05 WS-RISKFILE-CNTR     PIC 9(9) VALUE ZEROES.                00443715
          05 WS-WHITFILE-CNTR     PIC 9(9) VALUE ZEROES.                00443715
          05 WS-HIGH-CNTR         PIC 9(9) VALUE ZEROES.                00443715
          05 WS-MEDIUM-CNTR       PIC 9(9) VALUE ZEROES.                00443715
          05 WS-LOW-CNTR          PIC 9(9) VALUE ZEROES.                00443715
          05 WS-NEW-CDD-CNTR      PIC 9(9) VALUE ZEROES.                00443715
          05 WS-NEW-REQUEUE-CNTR  PIC 9(9) VALUE ZEROES.                00443715
          05 WS-EXIT-CNTR         PIC 9(9) VALUE ZEROES.                00443715
          05 WS-REQUEUE-CNTR      PIC 9(9) VALUE ZEROES.                00443715
          05 WS-OVERDUE-CNTR      PIC 9(9) VALUE ZEROES.                00443715
          05 WS-DUE-CNTR          PIC 9(9) VALUE ZEROES.                00443715
          05 WS-REVWFILE-CNTR     PIC 9(9) VALUE ZEROES.                00443715
       01 WS-CUSTMAST-CNTR-EDT  PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-RATED-CNTR-EDT     PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-HIGH-CNTR-EDT      PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-MEDIUM-CNTR-EDT    PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-LOW-CNTR-EDT       PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-NEW-CDD-CNTR-EDT   PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-NEW-REQUEUE-CNTR-EDT PIC ZZZ,ZZZ,ZZ9.                      00443715
       01 WS-EXIT-CNTR-EDT      PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-REQUEUE-CNTR-EDT   PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-OVERDUE-CNTR-EDT   PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-DUE-CNTR-EDT       PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-REVWFILE-CNTR-EDT  PIC ZZZ,ZZZ,ZZ9.                        00443715
         COPY PGATLNK.                                                  00443715
                                                                        00443715
       PROCEDURE DIVISION.                                              00443715
                                                                        00443715
           PERFORM START-PROCESS                                        00443715
                                                                        00443715
           SORT SORTFILE ON ASCENDING KEY SRT-CONT-ID                   00443715
             INPUT PROCEDURE IS LOAD-SIGNALS-PARA                       00443715
             OUTPUT PROCEDURE IS BUILD-SCHEDULE-PARA                    00443715
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
           PERFORM CUST-READ-PARA                                       00443715
                                                                        00443715
           PERFORM TIERFILE-READ-PARA                                   00443715
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
           MOVE 'MASTRNDD' TO PGAT-JOB-NAME                             00443715
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
           MOVE ZEROES TO PARM-CDD-SCORE-MEDIUM                         00443715
           MOVE ZEROES TO PARM-CDD-SCORE-HIGH                           00443715
           MOVE ZEROES TO PARM-CDD-TOP-TIER                             00443715
           MOVE ZEROES TO PARM-CDD-LEAD-DAYS                            00443715
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
      *    EVERY RATING, DUE DATE AND WORKLIST ROW HANGS OFF THE        00443715
      *    PROCESS DATE -- WITHOUT ONE THE SCHEDULE CANNOT MOVE.        00443715
           IF PARM-PROCESS-DATE NOT NUMERIC                             00443715
             DISPLAY 'PARM-PROCESS-DATE MISSING -- REVIEW SCHEDULE '    00443715
                     'CANNOT BE DATED'                                  00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'NO PROCESS DATE' TO WS-FAIL-REASON                   00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
      *    A SHORT CARD LEAVES SPACES IN THE NEWER NUMERIC FIELDS --    00443715
      *    BLANK OR ZERO TAKES THE SHIPPED DEFAULT.                     00443715
           IF PARM-CDD-SCORE-MEDIUM NOT NUMERIC                         00443715
              OR PARM-CDD-SCORE-MEDIUM = ZEROES                         00443715
             MOVE 5.00 TO PARM-CDD-SCORE-MEDIUM                         00443715
           END-IF                                                       00443715
                                                                        00443715
           IF PARM-CDD-SCORE-HIGH NOT NUMERIC                           00443715
              OR PARM-CDD-SCORE-HIGH = ZEROES                           00443715
             MOVE 10.00 TO PARM-CDD-SCORE-HIGH                          00443715
           END-IF                                                       00443715
                                                                        00443715
           IF PARM-CDD-TOP-TIER NOT NUMERIC                             00443715
              OR PARM-CDD-TOP-TIER = ZEROES                             00443715
             MOVE 1 TO PARM-CDD-TOP-TIER                                00443715
           END-IF                                                       00443715
                                                                        00443715
           IF PARM-CDD-LEAD-DAYS NOT NUMERIC                            00443715
              OR PARM-CDD-LEAD-DAYS = ZEROES                            00443715
             MOVE 30 TO PARM-CDD-LEAD-DAYS                              00443715
           END-IF                                                       00443715
                                                                        00443715
           DISPLAY 'PARM PROCESS DATE = ' PARM-PROCESS-DATE             00443715
           DISPLAY 'PARM CDD SCORE MEDIUM / HIGH = '                    00443715
                   PARM-CDD-SCORE-MEDIUM ' / ' PARM-CDD-SCORE-HIGH      00443715
           DISPLAY 'PARM CDD TOP TIER = ' PARM-CDD-TOP-TIER             00443715
                   '  LEAD DAYS = ' PARM-CDD-LEAD-DAYS                  00443715
                                                                        00443715
           MOVE PARM-PROCESS-DATE TO WS-PROC-DATE-NUM                   00443715
           COMPUTE WS-PROC-DATE-INT =                                   00443715
             FUNCTION INTEGER-OF-DATE (WS-PROC-DATE-NUM)                00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       FILE-OPEN-PARA.                                                  00443715
                                                                        00443715
           OPEN INPUT CUSTMAST                                          00443715
                                                                        00443715
           IF CUSTFILE-FILE-STATUS NOT = '00'                           00443715
           THEN                                                         00443715
             DISPLAY 'OPEN CUSTMAST FILE-STATUS = '                     00443715
                     CUSTFILE-FILE-STATUS                               00443715
                                                                        00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'FILE OPEN ERROR' TO WS-FAIL-REASON                   00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           MOVE 1 TO WS-CUST-OPEN                                       00443715
                                                                        00443715
      *    WITHOUT TONIGHT'S SCORES, HITS OR TIERS EVERY CUSTOMER WOULD 00443715
      *    RATE LOW AND ITS NEXT REVIEW WOULD SLIP -- ALL THREE ARE     00443715
      *    REQUIRED.                                                    00443715
           OPEN INPUT RISKFILE                                          00443715
                                                                        00443715
           IF RISKFILE-FILE-STATUS NOT = '00'                           00443715
           THEN                                                         00443715
             DISPLAY 'OPEN RISK FILE-STATUS = '  RISKFILE-FILE-STATUS   00443715
                                                                        00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'FILE OPEN ERROR' TO WS-FAIL-REASON                   00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           OPEN INPUT WHITFILE                                          00443715
                                                                        00443715
           IF WHITFILE-FILE-STATUS NOT = '00'                           00443715
           THEN                                                         00443715
             DISPLAY 'OPEN WATCH HIT FILE-STATUS = '                    00443715
                     WHITFILE-FILE-STATUS                               00443715
                                                                        00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'FILE OPEN ERROR' TO WS-FAIL-REASON                   00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           OPEN INPUT TIERFILE                                          00443715
                                                                        00443715
           IF TIERFILE-FILE-STATUS NOT = '00'                           00443715
           THEN                                                         00443715
             DISPLAY 'OPEN TIER FILE-STATUS = '  TIERFILE-FILE-STATUS   00443715
                                                                        00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'FILE OPEN ERROR' TO WS-FAIL-REASON                   00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           MOVE 1 TO WS-TIER-OPEN                                       00443715
                                                                        00443715
      *    A FIRST RUN FINDS NO SCHEDULE AND STARTS AN EMPTY ONE.       00443715
           OPEN I-O CDDFILE                                             00443715
                                                                        00443715
           IF CDDFILE-FILE-STATUS NOT = '00'                            00443715
              AND CDDFILE-FILE-STATUS NOT = '05'                        00443715
             DISPLAY 'OPEN CDDFILE FILE-STATUS = '                      00443715
                     CDDFILE-FILE-STATUS                                00443715
                                                                        00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'FILE OPEN ERROR' TO WS-FAIL-REASON                   00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           OPEN OUTPUT REVWFILE                                         00443715
                                                                        00443715
           IF REVWFILE-FILE-STATUS NOT = '00'                           00443715
           THEN                                                         00443715
             DISPLAY 'OPEN REVW FILE-STATUS = '  REVWFILE-FILE-STATUS   00443715
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
       CUST-READ-PARA.                                                  00443715
      *    LOGICALLY DELETED CONTRACTS ARE PASSED OVER -- THEIR         00443715
      *    SCHEDULE RECORDS ARE LEFT AS THEY STOOD.                     00443715
           MOVE 0 TO WS-CUST-HELD                                       00443715
                                                                        00443715
           PERFORM UNTIL WS-CUST-HELD = 1 OR WS-CUST-OPEN = 0           00443715
             READ CUSTMAST                                              00443715
               AT END                                                   00443715
                 MOVE 0 TO WS-CUST-OPEN                                 00443715
               NOT AT END                                               00443715
                 ADD 1 TO WS-CUSTMAST-CNTR                              00443715
                 IF CUST-STATUS = 'D'                                   00443715
                   ADD 1 TO WS-DELETED-CNTR                             00443715
                 ELSE                                                   00443715
                   MOVE 1 TO WS-CUST-HELD                               00443715
                 END-IF                                                 00443715
             END-READ                                                   00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       TIERFILE-READ-PARA.                                              00443715
                                                                        00443715
           IF WS-TIER-OPEN = 1                                          00443715
             READ TIERFILE                                              00443715
               AT END                                                   00443715
                 MOVE 1 TO WS-TIER-EOF                                  00443715
                 MOVE 0 TO WS-TIER-OPEN                                 00443715
             END-READ                                                   00443715
           ELSE                                                         00443715
             MOVE 1 TO WS-TIER-EOF                                      00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       LOAD-SIGNALS-PARA.                                               00443715
      *    ONE SORT RECORD PER RISKFILE ROW (ITS SCORE) AND PER         00443715
      *    WHITFILE ROW (A HIT), BROUGHT TOGETHER BY CONTRACT.          00443715
           MOVE 0 TO WS-EOF                                             00443715
           PERFORM UNTIL WS-EOF = 1                                     00443715
             READ RISKFILE                                              00443715
               AT END                                                   00443715
                 MOVE 1 TO WS-EOF                                       00443715
               NOT AT END                                               00443715
                 ADD 1 TO WS-RISKFILE-CNTR                              00443715
                 INITIALIZE SORT-REC                                    00443715
                 COMPUTE SRT-CONT-ID =                                  00443715
                   FUNCTION NUMVAL (RKIN-CONT-ID)                       00443715
                 COMPUTE SRT-RISK-SCORE =                               00443715
                   FUNCTION NUMVAL (RKIN-SCORE)                         00443715
                 MOVE 0 TO SRT-WATCH-HIT                                00443715
                 RELEASE SORT-REC                                       00443715
             END-READ                                                   00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           MOVE 0 TO WS-EOF                                             00443715
           PERFORM UNTIL WS-EOF = 1                                     00443715
             READ WHITFILE                                              00443715
               AT END                                                   00443715
                 MOVE 1 TO WS-EOF                                       00443715
               NOT AT END                                               00443715
                 ADD 1 TO WS-WHITFILE-CNTR                              00443715
                 INITIALIZE SORT-REC                                    00443715
                 MOVE WHIN-CONT-ID TO SRT-CONT-ID                       00443715
                 MOVE ZEROES       TO SRT-RISK-SCORE                    00443715
                 MOVE 1            TO SRT-WATCH-HIT                     00443715
                 RELEASE SORT-REC                                       00443715
             END-READ                                                   00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       SIGNAL-RETURN-PARA.                                              00443715
                                                                        00443715
           IF WS-SIG-EOF = 0                                            00443715
             RETURN SORTFILE                                            00443715
               AT END                                                   00443715
                 MOVE 1 TO WS-SIG-EOF                                   00443715
             END-RETURN                                                 00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       BUILD-SCHEDULE-PARA.                                             00443715
      *    CUSTMAST DRIVES. SIGNALS FOR A CONTRACT NO LONGER ACTIVE ON  00443715
      *    CUSTMAST ARE PASSED OVER AS THE MERGE ADVANCES.              00443715
           PERFORM SIGNAL-RETURN-PARA                                   00443715
                                                                        00443715
           PERFORM UNTIL WS-CUST-HELD = 0                               00443715
             MOVE MAIN-CONT-ID TO WS-CUR-CONT-ID                        00443715
             ADD 1 TO WS-RATED-CNTR                                     00443715
                                                                        00443715
             PERFORM GATHER-SIGNALS-PARA                                00443715
                                                                        00443715
             PERFORM RATE-CUSTOMER-PARA                                 00443715
                                                                        00443715
             PERFORM SCHEDULE-REVIEW-PARA                               00443715
                                                                        00443715
             PERFORM CUST-READ-PARA                                     00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       GATHER-SIGNALS-PARA.                                             00443715
      *    THE HIGHEST SCORE AND ANY WATCH HIT FOR THE CONTRACT, AND    00443715
      *    ITS VALUE TIER.                                              00443715
           MOVE ZEROES TO WS-CUR-RISK-SCORE                             00443715
           MOVE 0      TO WS-CUR-WATCH-HIT                              00443715
           MOVE ZEROES TO WS-CUR-TIER                                   00443715
                                                                        00443715
           PERFORM UNTIL WS-SIG-EOF = 1                                 00443715
                      OR SRT-CONT-ID NOT < WS-CUR-CONT-ID               00443715
             PERFORM SIGNAL-RETURN-PARA                                 00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           PERFORM UNTIL WS-SIG-EOF = 1                                 00443715
                      OR SRT-CONT-ID NOT = WS-CUR-CONT-ID               00443715
             IF SRT-RISK-SCORE > WS-CUR-RISK-SCORE                      00443715
               MOVE SRT-RISK-SCORE TO WS-CUR-RISK-SCORE                 00443715
             END-IF                                                     00443715
             IF SRT-WATCH-HIT = 1                                       00443715
               MOVE 1 TO WS-CUR-WATCH-HIT                               00443715
             END-IF                                                     00443715
             PERFORM SIGNAL-RETURN-PARA                                 00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           PERFORM UNTIL WS-TIER-EOF = 1                                00443715
                      OR TRIN-CONT-ID NOT < WS-CUR-CONT-ID              00443715
             PERFORM TIERFILE-READ-PARA                                 00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           IF WS-TIER-EOF = 0                                           00443715
              AND TRIN-CONT-ID = WS-CUR-CONT-ID                         00443715
             MOVE TRIN-TIER TO WS-CUR-TIER                              00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       RATE-CUSTOMER-PARA.                                              00443715
      *    TONIGHT'S RATING. A CONTRACT RATED FOR THE FIRST TIME -- OR  00443715
      *    WHOSE RECORD MASTRANM STARTED WITH A REVIEW BEFORE IT WAS    00443715
      *    EVER RATED -- TAKES TONIGHT'S RATING AS ITS BASELINE.        00443715
           MOVE WS-CUR-CONT-ID TO CDD-CONT-ID                           00443715
           READ CDDFILE                                                 00443715
             INVALID KEY                                                00443715
               CONTINUE                                                 00443715
           END-READ                                                     00443715
                                                                        00443715
           IF CDDFILE-FILE-STATUS = '00'                                00443715
             MOVE 1 TO WS-CDD-FOUND                                     00443715
           ELSE                                                         00443715
             MOVE 0 TO WS-CDD-FOUND                                     00443715
             ADD 1 TO WS-NEW-CDD-CNTR                                   00443715
             INITIALIZE CDD-REC                                         00443715
             MOVE WS-CUR-CONT-ID TO CDD-CONT-ID                         00443715
             MOVE 'N'            TO CDD-REQUEUED                        00443715
           END-IF                                                       00443715
                                                                        00443715
           IF CDD-FIRST-RATED-DATE = SPACES                             00443715
             MOVE PARM-PROCESS-DATE TO CDD-FIRST-RATED-DATE             00443715
           END-IF                                                       00443715
                                                                        00443715
           IF WS-CUR-WATCH-HIT = 1                                      00443715
             MOVE PARM-PROCESS-DATE TO CDD-LAST-WATCH-DATE              00443715
           END-IF                                                       00443715
                                                                        00443715
           IF WS-CUR-RISK-SCORE NOT < PARM-CDD-SCORE-HIGH               00443715
             MOVE 3 TO WS-NEW-RANK                                      00443715
           ELSE                                                         00443715
             IF WS-CUR-RISK-SCORE NOT < PARM-CDD-SCORE-MEDIUM           00443715
               MOVE 2 TO WS-NEW-RANK                                    00443715
             ELSE                                                       00443715
               MOVE 1 TO WS-NEW-RANK                                    00443715
             END-IF                                                     00443715
           END-IF                                                       00443715
                                                                        00443715
           IF WS-CUR-TIER > ZEROES                                      00443715
              AND WS-CUR-TIER NOT > PARM-CDD-TOP-TIER                   00443715
              AND WS-NEW-RANK < 3                                       00443715
             ADD 1 TO WS-NEW-RANK                                       00443715
           END-IF                                                       00443715
                                                                        00443715
           IF CDD-LAST-WATCH-DATE NOT = SPACES                          00443715
             MOVE CDD-LAST-WATCH-DATE TO WS-WORK-DATE-NUM               00443715
             COMPUTE WS-DAYS = WS-PROC-DATE-INT -                       00443715
               FUNCTION INTEGER-OF-DATE (WS-WORK-DATE-NUM)              00443715
             IF WS-DAYS < 365                                           00443715
               MOVE 3 TO WS-NEW-RANK                                    00443715
             END-IF                                                     00443715
           END-IF                                                       00443715
                                                                        00443715
           EVALUATE WS-NEW-RANK                                         00443715
             WHEN 3                                                     00443715
               MOVE 'H' TO CDD-CURRENT-RATING                           00443715
               ADD 1 TO WS-HIGH-CNTR                                    00443715
             WHEN 2                                                     00443715
               MOVE 'M' TO CDD-CURRENT-RATING                           00443715
               ADD 1 TO WS-MEDIUM-CNTR                                  00443715
             WHEN OTHER                                                 00443715
               MOVE 'L' TO CDD-CURRENT-RATING                           00443715
               ADD 1 TO WS-LOW-CNTR                                     00443715
           END-EVALUATE                                                 00443715
                                                                        00443715
           MOVE PARM-PROCESS-DATE TO CDD-RATED-DATE                     00443715
                                                                        00443715
           IF CDD-REVIEWED-RATING = SPACES                              00443715
             MOVE CDD-CURRENT-RATING TO CDD-REVIEWED-RATING             00443715
           END-IF                                                       00443715
                                                                        00443715
           EVALUATE CDD-REVIEWED-RATING                                 00443715
             WHEN 'H'                                                   00443715
               MOVE 3 TO WS-REVIEWED-RANK                               00443715
             WHEN 'M'                                                   00443715
               MOVE 2 TO WS-REVIEWED-RANK                               00443715
             WHEN OTHER                                                 00443715
               MOVE 1 TO WS-REVIEWED-RANK                               00443715
           END-EVALUATE                                                 00443715
                                                                        00443715
      *    A RISE RE-QUEUES THE CONTRACT ONCE; IT STAYS QUEUED UNTIL    00443715
      *    MASTRANM RECORDS THE REVIEW, EVEN IF THE RATING FALLS BACK.  00443715
           IF WS-NEW-RANK > WS-REVIEWED-RANK                            00443715
              AND NOT CDD-IS-REQUEUED                                   00443715
             MOVE 'Y'               TO CDD-REQUEUED                     00443715
             MOVE PARM-PROCESS-DATE TO CDD-REQUEUED-DATE                00443715
             ADD 1 TO WS-NEW-REQUEUE-CNTR                               00443715
             DISPLAY 'CONTRACT ' WS-CUR-CONT-ID ' RE-QUEUED -- '        00443715
                     CDD-REVIEWED-RATING ' TO ' CDD-CURRENT-RATING      00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       SCHEDULE-REVIEW-PARA.                                            00443715
      *    THE NEXT REVIEW IS 1, 3 OR 5 YEARS FROM THE LAST ONE (OR     00443715
      *    FROM THE FIRST RATING) BY TONIGHT'S RATING; AN ENHANCED-     00443715
      *    MONITORING OUTCOME HOLDS THE CONTRACT TO A YEARLY CYCLE.     00443715
      *    29 FEBRUARY FALLS DUE ON THE 28TH.                           00443715
           IF CDD-LAST-REVIEW-DATE NOT = SPACES                         00443715
             MOVE CDD-LAST-REVIEW-DATE TO WS-BASE-DATE                  00443715
           ELSE                                                         00443715
             MOVE CDD-FIRST-RATED-DATE TO WS-BASE-DATE                  00443715
           END-IF                                                       00443715
                                                                        00443715
           EVALUATE TRUE                                                00443715
             WHEN CDD-OUTCOME-ENHANCED                                  00443715
               MOVE 1 TO WS-CYCLE-YEARS                                 00443715
             WHEN CDD-RATED-HIGH                                        00443715
               MOVE 1 TO WS-CYCLE-YEARS                                 00443715
             WHEN CDD-RATED-MEDIUM                                      00443715
               MOVE 3 TO WS-CYCLE-YEARS                                 00443715
             WHEN OTHER                                                 00443715
               MOVE 5 TO WS-CYCLE-YEARS                                 00443715
           END-EVALUATE                                                 00443715
                                                                        00443715
           COMPUTE WS-DUE-CCYY = WS-BASE-CCYY + WS-CYCLE-YEARS          00443715
           MOVE WS-BASE-MMDD TO WS-DUE-MMDD                             00443715
           IF WS-DUE-MMDD = '0229'                                      00443715
             MOVE '0228' TO WS-DUE-MMDD                                 00443715
           END-IF                                                       00443715
                                                                        00443715
           IF CDD-IS-REQUEUED                                           00443715
              AND CDD-REQUEUED-DATE < WS-DUE-DATE                       00443715
             MOVE CDD-REQUEUED-DATE TO WS-DUE-DATE                      00443715
           END-IF                                                       00443715
                                                                        00443715
           MOVE WS-DUE-DATE TO CDD-NEXT-DUE-DATE                        00443715
                                                                        00443715
           IF WS-CDD-FOUND = 1                                          00443715
             REWRITE CDD-REC                                            00443715
           ELSE                                                         00443715
             WRITE CDD-REC                                              00443715
           END-IF                                                       00443715
                                                                        00443715
           MOVE CDD-NEXT-DUE-DATE TO WS-WORK-DATE-NUM                   00443715
           COMPUTE WS-DAYS =                                            00443715
             FUNCTION INTEGER-OF-DATE (WS-WORK-DATE-NUM)                00443715
             - WS-PROC-DATE-INT                                         00443715
                                                                        00443715
           MOVE SPACES TO WS-REVW-REASON                                00443715
                                                                        00443715
           EVALUATE TRUE                                                00443715
             WHEN CDD-OUTCOME-EXIT                                      00443715
               MOVE 'EXIT'    TO WS-REVW-REASON                         00443715
               ADD 1 TO WS-EXIT-CNTR                                    00443715
             WHEN CDD-IS-REQUEUED                                       00443715
               MOVE 'REQUEUE' TO WS-REVW-REASON                         00443715
               ADD 1 TO WS-REQUEUE-CNTR                                 00443715
             WHEN WS-DAYS < 0                                           00443715
               MOVE 'OVERDUE' TO WS-REVW-REASON                         00443715
               ADD 1 TO WS-OVERDUE-CNTR                                 00443715
             WHEN WS-DAYS NOT > PARM-CDD-LEAD-DAYS                      00443715
               MOVE 'DUE'     TO WS-REVW-REASON                         00443715
               ADD 1 TO WS-DUE-CNTR                                     00443715
           END-EVALUATE                                                 00443715
                                                                        00443715
           IF WS-REVW-REASON NOT = SPACES                               00443715
             PERFORM WRITE-REVW-FILE                                    00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       WRITE-REVW-FILE.                                                 00443715
                                                                        00443715
           INITIALIZE REVW-REC                                          00443715
                                                                        00443715
           MOVE CDD-CONT-ID          TO REVW-CONT-ID                    00443715
           MOVE ','                  TO REVW-SEPARATOR-1                00443715
           MOVE WS-REVW-REASON       TO REVW-REASON                     00443715
           MOVE ','                  TO REVW-SEPARATOR-2                00443715
           MOVE CDD-CURRENT-RATING   TO REVW-RATING                     00443715
           MOVE ','                  TO REVW-SEPARATOR-3                00443715
           MOVE CDD-REVIEWED-RATING  TO REVW-REVIEWED-RATING            00443715
           MOVE ','                  TO REVW-SEPARATOR-4                00443715
           MOVE CDD-LAST-REVIEW-DATE TO REVW-LAST-REVIEW-DATE           00443715
           MOVE ','                  TO REVW-SEPARATOR-5                00443715
           MOVE CDD-OUTCOME          TO REVW-OUTCOME                    00443715
           MOVE ','                  TO REVW-SEPARATOR-6                00443715
           MOVE CDD-REVIEWER-ID      TO REVW-REVIEWER-ID                00443715
           MOVE ','                  TO REVW-SEPARATOR-7                00443715
           MOVE CDD-NEXT-DUE-DATE    TO REVW-DUE-DATE                   00443715
           MOVE ','                  TO REVW-SEPARATOR-8                00443715
           MOVE WS-DAYS              TO REVW-DAYS-TO-DUE                00443715
           MOVE ','                  TO REVW-SEPARATOR-9                00443715
           MOVE WS-CUR-RISK-SCORE    TO REVW-RISK-SCORE                 00443715
           MOVE ','                  TO REVW-SEPARATOR-10               00443715
           MOVE WS-CUR-TIER          TO REVW-TIER                       00443715
           MOVE ','                  TO REVW-SEPARATOR-11               00443715
           MOVE CDD-LAST-WATCH-DATE  TO REVW-LAST-WATCH-DATE            00443715
           MOVE ','                  TO REVW-SEPARATOR-12               00443715
           MOVE PARM-PROCESS-DATE    TO REVW-PROCESS-DATE               00443715
                                                                        00443715
           WRITE REVW-REC                                               00443715
                                                                        00443715
           ADD 1 TO WS-REVWFILE-CNTR                                    00443715
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
           MOVE 'MASTRNDD'             TO STAT-JOB-NAME                 00443715
           MOVE FUNCTION CURRENT-DATE  TO STAT-RUN-TIMESTAMP            00443715
           IF WS-RUN-FAILED = 1                                         00443715
             MOVE 'FAILED'             TO STAT-COMPLETION-CODE          00443715
             MOVE WS-FAIL-REASON       TO STAT-FAIL-REASON              00443715
           ELSE                                                         00443715
             MOVE 'COMPLETE'           TO STAT-COMPLETION-CODE          00443715
           END-IF                                                       00443715
           MOVE 'CUSTOMERS'            TO STAT-CNTR-1-LABEL             00443715
           MOVE WS-RATED-CNTR          TO STAT-CNTR-1                   00443715
           MOVE 'OVERDUE'              TO STAT-CNTR-2-LABEL             00443715
           MOVE WS-OVERDUE-CNTR        TO STAT-CNTR-2                   00443715
           MOVE 'DUE'                  TO STAT-CNTR-3-LABEL             00443715
           MOVE WS-DUE-CNTR            TO STAT-CNTR-3                   00443715
           MOVE 'REQUEUED'             TO STAT-CNTR-4-LABEL             00443715
           MOVE WS-REQUEUE-CNTR        TO STAT-CNTR-4                   00443715
                                                                        00443715
           WRITE STATUS-REC                                             00443715
                                                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       END-PROCESS.                                                     00443715
                                                                        00443715
           MOVE WS-CUSTMAST-CNTR    TO WS-CUSTMAST-CNTR-EDT             00443715
           MOVE WS-RATED-CNTR       TO WS-RATED-CNTR-EDT                00443715
           MOVE WS-HIGH-CNTR        TO WS-HIGH-CNTR-EDT                 00443715
           MOVE WS-MEDIUM-CNTR      TO WS-MEDIUM-CNTR-EDT               00443715
           MOVE WS-LOW-CNTR         TO WS-LOW-CNTR-EDT                  00443715
           MOVE WS-NEW-CDD-CNTR     TO WS-NEW-CDD-CNTR-EDT              00443715
           MOVE WS-NEW-REQUEUE-CNTR TO WS-NEW-REQUEUE-CNTR-EDT          00443715
           MOVE WS-EXIT-CNTR        TO WS-EXIT-CNTR-EDT                 00443715
           MOVE WS-REQUEUE-CNTR     TO WS-REQUEUE-CNTR-EDT              00443715
           MOVE WS-OVERDUE-CNTR     TO WS-OVERDUE-CNTR-EDT              00443715
           MOVE WS-DUE-CNTR         TO WS-DUE-CNTR-EDT                  00443715
           MOVE WS-REVWFILE-CNTR    TO WS-REVWFILE-CNTR-EDT             00443715
                                                                        00443715
           DISPLAY '***************************************'            00443715
           DISPLAY '* PROGRAM NAME  :    MASTRNDD         *'            00443715
           DISPLAY '* CUSTMAST      : ' WS-CUSTMAST-CNTR-EDT            00443715
                   '         *'                                         00443715
           DISPLAY '* RATED         : ' WS-RATED-CNTR-EDT               00443715
                   '         *'                                         00443715
           DISPLAY '*   HIGH        : ' WS-HIGH-CNTR-EDT                00443715
                   '         *'                                         00443715
           DISPLAY '*   MEDIUM      : ' WS-MEDIUM-CNTR-EDT              00443715
                   '         *'                                         00443715
           DISPLAY '*   LOW         : ' WS-LOW-CNTR-EDT                 00443715
                   '         *'                                         00443715
           DISPLAY '* FIRST RATED   : ' WS-NEW-CDD-CNTR-EDT             00443715
                   '         *'                                         00443715
           DISPLAY '* NEWLY QUEUED  : ' WS-NEW-REQUEUE-CNTR-EDT         00443715
                   '         *'                                         00443715
           DISPLAY '* EXIT          : ' WS-EXIT-CNTR-EDT                00443715
                   '         *'                                         00443715
           DISPLAY '* REQUEUE       : ' WS-REQUEUE-CNTR-EDT             00443715
                   '         *'                                         00443715
           DISPLAY '* OVERDUE       : ' WS-OVERDUE-CNTR-EDT             00443715
                   '         *'                                         00443715
           DISPLAY '* DUE           : ' WS-DUE-CNTR-EDT                 00443715
                   '         *'                                         00443715
           DISPLAY '* REVWFILE      : ' WS-REVWFILE-CNTR-EDT            00443715
                   '         *'                                         00443715
           DISPLAY '***************************************'            00443715
                                                                        00443715
           PERFORM WRITE-STATUS-FILE-PARA                               00443715
                                                                        00443715
           CLOSE CUSTMAST.                                              00443715
           CLOSE RISKFILE.                                              00443715
           CLOSE WHITFILE.                                              00443715
           CLOSE TIERFILE.                                              00443715
           CLOSE CDDFILE.                                               00443715
           CLOSE REVWFILE.                                              00443715
           CLOSE STATUSFILE.                                            00443715
                                                                        00443715
           IF WS-RUN-FAILED = 1                                         00443715
             MOVE 8 TO RETURN-CODE                                      00443715
           END-IF                                                       00443715
                                                                        00443715
           STOP RUN.                                                    00443715
                                                                        00443715
       END PROGRAM  MASTRNDD.                                           00443715
