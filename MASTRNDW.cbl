       ID DIVISION.                                                     00443715
       PROGRAM-ID. MASTRNDW.                                            00443715
      *    MASTRNDW WRITES THE WAREHOUSE'S CUSTOMER-DIMENSION FEED.     00443715
      *    THE WAREHOUSE USED TO LOAD OUTFILE, TIERFILE, RISKFILE AND   00443715
      *    HHLDROLL ONE BY ONE AND COULD NOT TELL WHEN A CUSTOMER       00443715
      *    ACTUALLY CHANGED. THIS JOB BRINGS THE FOUR VIEWS OF A        00443715
      *    CONTRACT TOGETHER -- THE CUSTMAST ATTRIBUTES, THE VALUE TIER 00443715
      *    FROM MASTRNTR, THE RISK SCORE FROM MASTRANK AND THE          00443715
      *    HOUSEHOLD KEY FROM HHLDFILE -- AND COMPARES THEM WITH THE    00443715
      *    PREVIOUS GENERATION OF THE CURRENT IMAGE (DWCIN). ONLY NEW,  00443715
      *    CHANGED AND CLOSED CONTRACTS GO TO DWDFILE, SO THE WAREHOUSE 00443715
      *    KEEPS TYPE-2 HISTORY WITHOUT DIFFING FULL FILES:             00443715
      *      NW  NEW CONTRACT -- OPENS ON THE PROCESS DATE.             00443715
      *      CH  CHANGED -- THE NEW VERSION OPENS ON THE PROCESS DATE   00443715
      *          AND THE OPEN VERSION IN THE WAREHOUSE ENDS THE DAY     00443715
      *          BEFORE. THE FOUR CHANGE FLAGS SAY WHICH OF CUSTOMER    00443715
      *          ATTRIBUTES, TIER, RISK SCORE AND HOUSEHOLD MOVED.      00443715
      *      CL  CLOSED -- GONE FROM CUSTMAST OR LOGICALLY DELETED.     00443715
      *          THE LAST VERSION IS SENT AGAIN WITH ITS EFFECTIVE-TO   00443715
      *          SET TO THE DAY BEFORE THE PROCESS DATE.                00443715
      *    DWCFILE IS TONIGHT'S FULL CURRENT IMAGE, ONE ROW PER LIVE    00443715
      *    CONTRACT, AND BECOMES TOMORROW'S DWCIN. AN UNCHANGED         00443715
      *    CONTRACT IS CARRIED WITH ITS ORIGINAL EFFECTIVE-FROM.        00443715
      *    RUNS AFTER MASTRNTR AND MASTRANK, ONCE PER ISSUER.           00443715
       ENVIRONMENT DIVISION.                                            00443715
       INPUT-OUTPUT SECTION.                                            00443715
       FILE-CONTROL.                                                    00443715
            SELECT CUSTMAST ASSIGN TO CUSTMAST                          00443715
            ORGANIZATION IS INDEXED                                     00443715
            ACCESS MODE IS SEQUENTIAL                                   00443715
            RECORD KEY IS MAIN-CONT-ID                                  00443715
            FILE STATUS IS CUSTFILE-FILE-STATUS.                        00443715
            SELECT TIERFILE ASSIGN TO TIERFILE                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS TIERFILE-FILE-STATUS.                        00443715
            SELECT RISKFILE ASSIGN TO RISKFILE                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS RISKFILE-FILE-STATUS.                        00443715
            SELECT HHLDFILE ASSIGN TO HHLDFILE                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS HHLDFILE-FILE-STATUS.                        00443715
            SELECT SORTFILE ASSIGN TO SORTWK01.                         00443715
            SELECT DWCIN ASSIGN TO DWCIN                                00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS DWCIN-FILE-STATUS.                           00443715
            SELECT DWCFILE ASSIGN TO DWCFILE                            00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS DWCFILE-FILE-STATUS.                         00443715
            SELECT DWDFILE ASSIGN TO DWDFILE                            00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS DWDFILE-FILE-STATUS.                         00443715
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
      *    TIERFILE AS MASTRNTR WRITES IT, IN CONT-ID ORDER. A CONTRACT 00443715
      *    MASTRNTR HELD BACK FOR WANT OF CONSENT IS NOT ON IT AND      00443715
      *    CARRIES TIER 00 HERE.                                        00443715
       FD TIERFILE.                                                     00443715
       01 TRIN-REC.                                                     00443715
          05 TRIN-CONT-ID          PIC 9(10).                           00443715
          05 FILLER                PIC X(1).                            00443715
          05 TRIN-TIER             PIC 9(2).                            00443715
          05 FILLER                PIC X(1).                            00443715
          05 TRIN-AMOUNT           PIC X(18).                           00443715
                                                                        00443715
      *    RISKFILE COMES OUT OF MASTRANK RANKED BY SCORE, SO IT IS     00443715
      *    SORTED INTO CONT-ID ORDER BELOW. A CONTRACT WITH NO RISK     00443715
      *    SIGNAL TONIGHT -- OR CLEARED FROM RISKFILE BY A RUNNING      00443715
      *    FALSE-POSITIVE SUPPRESSION -- SCORES ZERO.                   00443715
       FD RISKFILE.                                                     00443715
       01 RKIN-REC.                                                     00443715
          05 RKIN-RANK             PIC X(4).                            00443715
          05 FILLER                PIC X(1).                            00443715
          05 RKIN-CONT-ID          PIC X(10).                           00443715
          05 FILLER                PIC X(1).                            00443715
          05 RKIN-SCORE            PIC X(13).                           00443715
          05 FILLER                PIC X(47).                           00443715
                                                                        00443715
      *    HHLDFILE MAPS EACH CONTRACT TO ITS HOUSEHOLD KEY IN CONT-ID  00443715
      *    ORDER. AN UNMAPPED CONTRACT IS A HOUSEHOLD OF ONE KEYED BY   00443715
      *    ITS OWN CONT-ID, THE SAME RULE MASTRNHH APPLIES.             00443715
       FD HHLDFILE.                                                     00443715
       01 HHLD-REC.                                                     00443715
          05 HHLD-CONT-ID          PIC 9(10).                           00443715
          05 HHLD-SEPARATOR-1      PIC X(1).                            00443715
          05 HHLD-HOUSEHOLD-ID     PIC X(10).                           00443715
                                                                        00443715
       SD SORTFILE.                                                     00443715
       01 SORT-REC.                                                     00443715
          05 SRT-CONT-ID           PIC 9(10).                           00443715
          05 SRT-RISK-SCORE        PIC 9(10)V99.                        00443715
                                                                        00443715
      *    DWCIN IS THE PREVIOUS GENERATION OF DWCFILE, READ BACK AS    00443715
      *    TEXT. THE GROUPS LINE UP WITH DWC-REC SO EACH PART OF THE    00443715
      *    DIMENSION IS COMPARED AS IT WAS WRITTEN.                     00443715
       FD DWCIN.                                                        00443715
       01 DWIN-REC.                                                     00443715
          05 DWIN-CONT-ID          PIC 9(10).                           00443715
          05 FILLER                PIC X(1).                            00443715
          05 DWIN-EFF-FROM         PIC X(8).                            00443715
          05 FILLER                PIC X(1).                            00443715
          05 DWIN-EFF-TO           PIC X(8).                            00443715
          05 FILLER                PIC X(1).                            00443715
          05 DWIN-REASON           PIC X(2).                            00443715
          05 FILLER                PIC X(1).                            00443715
          05 DWIN-CHANGE-FLAGS     PIC X(4).                            00443715
          05 FILLER                PIC X(1).                            00443715
          05 DWIN-CUST-ATTRS       PIC X(57).                           00443715
          05 FILLER                PIC X(1).                            00443715
          05 DWIN-TIER             PIC X(2).                            00443715
          05 FILLER                PIC X(1).                            00443715
          05 DWIN-RISK-SCORE       PIC X(13).                           00443715
          05 FILLER                PIC X(1).                            00443715
          05 DWIN-HOUSEHOLD-ID     PIC X(10).                           00443715
                                                                        00443715
      *    DWCFILE -- ONE ROW PER LIVE CONTRACT IN CONT-ID ORDER. THE   00443715
      *    FEED ROWS ON DWDFILE ARE THE SAME LAYOUT.                    00443715
       FD DWCFILE.                                                      00443715
       01 DWC-REC.                                                      00443715
          05 DWC-CONT-ID           PIC 9(10).                           00443715
          05 DWC-SEPARATOR-1       PIC X(1).                            00443715
          05 DWC-EFF-FROM          PIC X(8).                            00443715
          05 DWC-SEPARATOR-2       PIC X(1).                            00443715
          05 DWC-EFF-TO            PIC X(8).                            00443715
          05 DWC-SEPARATOR-3       PIC X(1).                            00443715
          05 DWC-REASON            PIC X(2).                            00443715
          05 DWC-SEPARATOR-4       PIC X(1).                            00443715
          05 DWC-CHANGE-FLAGS.                                          00443715
             10 DWC-CHG-CUST       PIC X(1).                            00443715
             10 DWC-CHG-TIER       PIC X(1).                            00443715
             10 DWC-CHG-RISK       PIC X(1).                            00443715
             10 DWC-CHG-HHLD       PIC X(1).                            00443715
          05 DWC-SEPARATOR-5       PIC X(1).                            00443715
          05 DWC-CUST-ATTRS.                                            00443715
             10 DWC-INST-ID        PIC X(4).                            00443715
             10 DWC-SEPARATOR-6    PIC X(1).                            00443715
             10 DWC-GENDER         PIC 9(1).                            00443715
             10 DWC-SEPARATOR-7    PIC X(1).                            00443715
             10 DWC-DATE-OF-BIRTH  PIC X(8).                            00443715
             10 DWC-SEPARATOR-8    PIC X(1).                            00443715
             10 DWC-AGE-YEARS      PIC 9(3).                            00443715
             10 DWC-SEPARATOR-9    PIC X(1).                            00443715
             10 DWC-HIGHEST-EDU    PIC X(1).                            00443715
             10 DWC-SEPARATOR-10   PIC X(1).                            00443715
             10 DWC-ANNUAL-INVEST  PIC Z(9)9.999.                       00443715
             10 DWC-SEPARATOR-11   PIC X(1).                            00443715
             10 DWC-ANNUAL-INCOME  PIC Z(9)9.999.                       00443715
             10 DWC-SEPARATOR-12   PIC X(1).                            00443715
             10 DWC-ACTIVITY-LEVEL PIC X(1).                            00443715
             10 DWC-SEPARATOR-13   PIC X(1).                            00443715
             10 DWC-CHURN          PIC X(1).                            00443715
             10 DWC-SEPARATOR-14   PIC X(1).                            00443715
             10 DWC-CUST-STATUS    PIC X(1).                            00443715
          05 DWC-SEPARATOR-15      PIC X(1).                            00443715
          05 DWC-TIER              PIC 9(2).                            00443715
          05 DWC-SEPARATOR-16      PIC X(1).                            00443715
          05 DWC-RISK-SCORE        PIC Z(9)9.99.                        00443715
          05 DWC-SEPARATOR-17      PIC X(1).                            00443715
          05 DWC-HOUSEHOLD-ID      PIC X(10).                           00443715
                                                                        00443715
       FD DWDFILE.                                                      00443715
       01 DWD-REC                  PIC X(122).                          00443715
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
       01 TIERFILE-FILE-STATUS  PIC X(2).                               00443715
       01 RISKFILE-FILE-STATUS  PIC X(2).                               00443715
       01 HHLDFILE-FILE-STATUS  PIC X(2).                               00443715
       01 DWCIN-FILE-STATUS     PIC X(2).                               00443715
       01 DWCFILE-FILE-STATUS   PIC X(2).                               00443715
       01 DWDFILE-FILE-STATUS   PIC X(2).                               00443715
       01 PARMFILE-FILE-STATUS  PIC X(2).                               00443715
       01 STATUSFILE-FILE-STATUS PIC X(2).                              00443715
       01 WS-RUN-FAILED         PIC 9 VALUE 0.                          00443715
       01 WS-FAIL-REASON        PIC X(40) VALUE SPACES.                 00443715
       01 WS-STATUS-OPEN        PIC 9 VALUE 0.                          00443715
       01 WS-RISK-EOF           PIC 9 VALUE 0.                          00443715
      *    MATCHED-MERGE STATE -- A -HELD SWITCH IS 1 WHILE THAT        00443715
      *    FILE'S CURRENT RECORD IS WAITING TO BE PROCESSED. TIERFILE,  00443715
      *    HHLDFILE AND THE SORTED RISK SCORES ARE LOOKUPS, ADVANCED    00443715
      *    TO EACH CUSTMAST CONTRACT IN TURN.                           00443715
       01 WS-CUST-OPEN          PIC 9 VALUE 0.                          00443715
       01 WS-CUST-HELD          PIC 9 VALUE 0.                          00443715
       01 WS-DWIN-OPEN          PIC 9 VALUE 0.                          00443715
       01 WS-DWIN-HELD          PIC 9 VALUE 0.                          00443715
       01 WS-DWIN-PREV-ID       PIC 9(10) VALUE ZEROES.                 00443715
       01 WS-TIER-OPEN          PIC 9 VALUE 0.                          00443715
       01 WS-TIER-EOF           PIC 9 VALUE 0.                          00443715
       01 WS-HHLD-OPEN          PIC 9 VALUE 0.                          00443715
       01 WS-HHLD-EOF           PIC 9 VALUE 0.                          00443715
       01 WS-CUR-CONT-ID        PIC 9(10).                              00443715
       01 WS-CUR-RISK-SCORE     PIC 9(10)V99.                           00443715
       01 WS-PRIOR-DAY          PIC X(8).                               00443715
       01 WS-PRIOR-DAY-NUM      PIC 9(8).                               00443715
       01 WS-PRIOR-DAY-INT      PIC 9(8).                               00443715
       01 WS-COUNTERS-1.                                                00443715
          05 WS-CUSTMAST-CNTR     PIC 9(9) VALUE ZEROES.                00443715
          05 WS-DELETED-CNTR      PIC 9(9) VALUE ZEROES.                00443715
          05 WS-OTHER-INST-CNTR   PIC 9(9) VALUE ZEROES.                00443715
          05 WS-DWCIN-CNTR        PIC 9(9) VALUE ZEROES.                00443715
          05 WS-RISKFILE-CNTR     PIC 9(9) VALUE ZEROES.                00443715
          05 WS-NEW-CNTR          PIC 9(9) VALUE ZEROES.                00443715
          05 WS-CHANGED-CNTR      PIC 9(9) VALUE ZEROES.                00443715
          05 WS-CLOSED-CNTR       PIC 9(9) VALUE ZEROES.                00443715
          05 WS-UNCHANGED-CNTR    PIC 9(9) VALUE ZEROES.                00443715
          05 WS-DWCFILE-CNTR      PIC 9(9) VALUE ZEROES.                00443715
          05 WS-DWDFILE-CNTR      PIC 9(9) VALUE ZEROES.                00443715
       01 WS-CUSTMAST-CNTR-EDT  PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-DWCIN-CNTR-EDT     PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-NEW-CNTR-EDT       PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-CHANGED-CNTR-EDT   PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-CLOSED-CNTR-EDT    PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-UNCHANGED-CNTR-EDT PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-DWCFILE-CNTR-EDT   PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-DWDFILE-CNTR-EDT   PIC ZZZ,ZZZ,ZZ9.                        00443715
      *    THE GENERATION REGISTRY'S FIGURES FOR DWCIN AND DWCFILE --   00443715
      *    THE HASH IS THE SUM OF THE CONTRACT IDS.                     00443715
       01 WS-DWCIN-HASH-TOTAL   PIC 9(16)V99 VALUE ZEROES.              00443715
       01 WS-DWCFILE-HASH-TOTAL PIC 9(16)V99 VALUE ZEROES.              00443715
       01 WS-DWCIN-REG          PIC 9 VALUE 0.                          00443715
       01 WS-GREG-INPUT-DD      PIC X(8) VALUE SPACES.                  00443715
       COPY GREGLNK.                                                    00443715
         COPY PGATLNK.                                                  00443715
                                                                        00443715
       PROCEDURE DIVISION.                                              00443715
                                                                        00443715
           PERFORM START-PROCESS                                        00443715
                                                                        00443715
           SORT SORTFILE ON ASCENDING KEY SRT-CONT-ID                   00443715
             INPUT PROCEDURE IS LOAD-RISK-PARA                          00443715
             OUTPUT PROCEDURE IS BUILD-DIMENSION-PARA                   00443715
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
           PERFORM OPEN-PRIOR-IMAGE-PARA                                00443715
                                                                        00443715
           PERFORM CUST-READ-PARA                                       00443715
                                                                        00443715
           PERFORM TIERFILE-READ-PARA                                   00443715
                                                                        00443715
           PERFORM HHLDFILE-READ-PARA                                   00443715
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
           MOVE 'MASTRNDW' TO PGAT-JOB-NAME                             00443715
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
           MOVE SPACES TO PARM-INST-ID                                  00443715
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
      *    ONE RUN FEEDS ONE ISSUER. A MISSING CARD OR BLANK FIELD      00443715
      *    MEANS THE HOME INSTITUTION, SAME AS EVERYWHERE ELSE.         00443715
           IF PARM-INST-ID = SPACES                                     00443715
             MOVE 'I001' TO PARM-INST-ID                                00443715
           END-IF                                                       00443715
                                                                        00443715
           DISPLAY 'PARM INST ID = ' PARM-INST-ID                       00443715
                                                                        00443715
      *    EVERY VERSION OPENS AND CLOSES ON THE PROCESS DATE -- WITHOUT00443715
      *    ONE THE WAREHOUSE HISTORY CANNOT BE DATED.                   00443715
           IF PARM-PROCESS-DATE NOT NUMERIC                             00443715
             DISPLAY 'PARM-PROCESS-DATE MISSING -- DIMENSION FEED '     00443715
                     'CANNOT BE DATED'                                  00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'NO PROCESS DATE' TO WS-FAIL-REASON                   00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           DISPLAY 'PARM PROCESS DATE = ' PARM-PROCESS-DATE             00443715
                                                                        00443715
           MOVE PARM-PROCESS-DATE TO WS-PRIOR-DAY-NUM                   00443715
           COMPUTE WS-PRIOR-DAY-INT =                                   00443715
             FUNCTION INTEGER-OF-DATE (WS-PRIOR-DAY-NUM) - 1            00443715
           COMPUTE WS-PRIOR-DAY-NUM =                                   00443715
             FUNCTION DATE-OF-INTEGER (WS-PRIOR-DAY-INT)                00443715
           MOVE WS-PRIOR-DAY-NUM TO WS-PRIOR-DAY                        00443715
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
      *    WITHOUT TONIGHT'S TIERS OR SCORES EVERY CONTRACT WOULD LOOK  00443715
      *    CHANGED -- BOTH ARE REQUIRED.                                00443715
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
           OPEN INPUT HHLDFILE                                          00443715
                                                                        00443715
           IF HHLDFILE-FILE-STATUS NOT = '00'                           00443715
           THEN                                                         00443715
             DISPLAY 'NO HOUSEHOLD FILE -- EVERY CONTRACT IS A '        00443715
                     'HOUSEHOLD OF ONE'                                 00443715
           ELSE                                                         00443715
             MOVE 1 TO WS-HHLD-OPEN                                     00443715
           END-IF                                                       00443715
                                                                        00443715
           OPEN OUTPUT DWCFILE                                          00443715
                                                                        00443715
           IF DWCFILE-FILE-STATUS NOT = '00'                            00443715
           THEN                                                         00443715
             DISPLAY 'OPEN DWC FILE-STATUS = '  DWCFILE-FILE-STATUS     00443715
                                                                        00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'FILE OPEN ERROR' TO WS-FAIL-REASON                   00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           OPEN OUTPUT DWDFILE                                          00443715
                                                                        00443715
           IF DWDFILE-FILE-STATUS NOT = '00'                            00443715
           THEN                                                         00443715
             DISPLAY 'OPEN DWD FILE-STATUS = '  DWDFILE-FILE-STATUS     00443715
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
       OPEN-PRIOR-IMAGE-PARA.                                           00443715
                                                                        00443715
           OPEN INPUT DWCIN                                             00443715
                                                                        00443715
           IF DWCIN-FILE-STATUS NOT = '00'                              00443715
           THEN                                                         00443715
             DISPLAY 'NO PRIOR DIMENSION IMAGE -- EVERY CONTRACT IS '   00443715
                     'SENT AS NEW'                                      00443715
           ELSE                                                         00443715
             MOVE 'DWCFILE'  TO GREG-DATASET                            00443715
             MOVE 'P'        TO GREG-EXPECT                             00443715
             MOVE 'DWCIN'    TO WS-GREG-INPUT-DD                        00443715
             PERFORM CHECK-INPUT-GENERATION-PARA                        00443715
             IF GREG-RESULT-MATCHED                                     00443715
               MOVE 1 TO WS-DWCIN-REG                                   00443715
             END-IF                                                     00443715
                                                                        00443715
             MOVE 1 TO WS-DWIN-OPEN                                     00443715
             PERFORM DWCIN-READ-PARA                                    00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       DWCIN-READ-PARA.                                                 00443715
                                                                        00443715
           MOVE 0 TO WS-DWIN-HELD                                       00443715
                                                                        00443715
           IF WS-DWIN-OPEN = 1                                          00443715
             READ DWCIN                                                 00443715
               AT END                                                   00443715
                 MOVE 0 TO WS-DWIN-OPEN                                 00443715
                 CLOSE DWCIN                                            00443715
               NOT AT END                                               00443715
                 ADD 1 TO WS-DWCIN-CNTR                                 00443715
                 ADD DWIN-CONT-ID TO WS-DWCIN-HASH-TOTAL                00443715
                 MOVE 1 TO WS-DWIN-HELD                                 00443715
                 IF DWIN-CONT-ID < WS-DWIN-PREV-ID                      00443715
                   DISPLAY 'DWCIN OUT OF SEQUENCE AT ' DWIN-CONT-ID     00443715
                   MOVE 1 TO WS-RUN-FAILED                              00443715
                   MOVE 'IMAGE OUT OF SEQUENCE' TO WS-FAIL-REASON       00443715
                   PERFORM END-PROCESS                                  00443715
                 END-IF                                                 00443715
      *          DWCIN MUST BE THE PRIOR GENERATION -- A VERSION ALREADY00443715
      *          OPENED TONIGHT MEANS TONIGHT'S IMAGE WAS FED BACK IN   00443715
      *          AND EVERY CHANGE WOULD VANISH FROM THE FEED.           00443715
                 IF DWIN-EFF-FROM NOT < PARM-PROCESS-DATE               00443715
                   DISPLAY 'DWCIN ALREADY LOADED FOR '                  00443715
                           DWIN-EFF-FROM ' AT ' DWIN-CONT-ID            00443715
                   MOVE 1 TO WS-RUN-FAILED                              00443715
                   MOVE 'NIGHT ALREADY LOADED' TO WS-FAIL-REASON        00443715
                   PERFORM END-PROCESS                                  00443715
                 END-IF                                                 00443715
                 MOVE DWIN-CONT-ID TO WS-DWIN-PREV-ID                   00443715
             END-READ                                                   00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       CUST-READ-PARA.                                                  00443715
      *    LOGICALLY DELETED CONTRACTS AND OTHER ISSUERS' CONTRACTS ARE 00443715
      *    PASSED OVER -- A DELETED CONTRACT STILL ON DWCIN IS CLOSED.  00443715
      *    BLANK (OLD GENERATION) RECORDS BELONG TO THE HOME ISSUER.    00443715
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
                   IF CUST-INST-ID NOT = SPACES                         00443715
                      AND CUST-INST-ID NOT = PARM-INST-ID               00443715
                     ADD 1 TO WS-OTHER-INST-CNTR                        00443715
                   ELSE                                                 00443715
                     MOVE 1 TO WS-CUST-HELD                             00443715
                   END-IF                                               00443715
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
       HHLDFILE-READ-PARA.                                              00443715
                                                                        00443715
           IF WS-HHLD-OPEN = 1                                          00443715
             READ HHLDFILE                                              00443715
               AT END                                                   00443715
                 MOVE 1 TO WS-HHLD-EOF                                  00443715
                 MOVE 0 TO WS-HHLD-OPEN                                 00443715
                 CLOSE HHLDFILE                                         00443715
             END-READ                                                   00443715
           ELSE                                                         00443715
             MOVE 1 TO WS-HHLD-EOF                                      00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       LOAD-RISK-PARA.                                                  00443715
                                                                        00443715
           PERFORM UNTIL WS-RISK-EOF = 1                                00443715
             READ RISKFILE                                              00443715
               AT END                                                   00443715
                 MOVE 1 TO WS-RISK-EOF                                  00443715
               NOT AT END                                               00443715
                 ADD 1 TO WS-RISKFILE-CNTR                              00443715
                 INITIALIZE SORT-REC                                    00443715
                 COMPUTE SRT-CONT-ID =                                  00443715
                   FUNCTION NUMVAL (RKIN-CONT-ID)                       00443715
                 COMPUTE SRT-RISK-SCORE =                               00443715
                   FUNCTION NUMVAL (RKIN-SCORE)                         00443715
                 RELEASE SORT-REC                                       00443715
             END-READ                                                   00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           MOVE 0 TO WS-RISK-EOF                                        00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       RISK-RETURN-PARA.                                                00443715
                                                                        00443715
           IF WS-RISK-EOF = 0                                           00443715
             RETURN SORTFILE                                            00443715
               AT END                                                   00443715
                 MOVE 1 TO WS-RISK-EOF                                  00443715
             END-RETURN                                                 00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       BUILD-DIMENSION-PARA.                                            00443715
      *    A MATCHED MERGE OF CUSTMAST AND THE PRIOR IMAGE BY CONT-ID.  00443715
      *    A CONTRACT ON CUSTMAST ONLY IS NEW; ON DWCIN ONLY IT HAS     00443715
      *    CLOSED; ON BOTH IT IS COMPARED AND SENT ONLY IF IT MOVED.    00443715
           PERFORM RISK-RETURN-PARA                                     00443715
                                                                        00443715
           PERFORM UNTIL WS-CUST-HELD = 0 AND WS-DWIN-HELD = 0          00443715
             IF WS-DWIN-HELD = 0                                        00443715
               MOVE MAIN-CONT-ID TO WS-CUR-CONT-ID                      00443715
             ELSE                                                       00443715
               IF WS-CUST-HELD = 0                                      00443715
                  OR DWIN-CONT-ID < MAIN-CONT-ID                        00443715
                 MOVE DWIN-CONT-ID TO WS-CUR-CONT-ID                    00443715
               ELSE                                                     00443715
                 MOVE MAIN-CONT-ID TO WS-CUR-CONT-ID                    00443715
               END-IF                                                   00443715
             END-IF                                                     00443715
                                                                        00443715
             IF WS-CUST-HELD = 1                                        00443715
                AND MAIN-CONT-ID = WS-CUR-CONT-ID                       00443715
               PERFORM BUILD-CURRENT-ROW-PARA                           00443715
               IF WS-DWIN-HELD = 1                                      00443715
                  AND DWIN-CONT-ID = WS-CUR-CONT-ID                     00443715
                 PERFORM COMPARE-CONTRACT-PARA                          00443715
                 PERFORM DWCIN-READ-PARA                                00443715
               ELSE                                                     00443715
                 PERFORM NEW-CONTRACT-PARA                              00443715
               END-IF                                                   00443715
               PERFORM CUST-READ-PARA                                   00443715
             ELSE                                                       00443715
               PERFORM CLOSE-CONTRACT-PARA                              00443715
               PERFORM DWCIN-READ-PARA                                  00443715
             END-IF                                                     00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           IF WS-DWCIN-REG = 1                                          00443715
             MOVE 'DWCFILE'           TO GREG-DATASET                   00443715
             MOVE 'P'                 TO GREG-EXPECT                    00443715
             MOVE 'DWCIN'             TO WS-GREG-INPUT-DD               00443715
             MOVE WS-DWCIN-CNTR       TO GREG-RECORD-CNT                00443715
             MOVE WS-DWCIN-HASH-TOTAL TO GREG-HASH-TOTAL                00443715
             PERFORM VERIFY-INPUT-GENERATION-PARA                       00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       BUILD-CURRENT-ROW-PARA.                                          00443715
      *    TONIGHT'S VIEW OF THE CONTRACT, READY TO GO OUT AS A NEW     00443715
      *    VERSION. THE LOOKUPS ARE ADVANCED TO THIS CONTRACT FIRST.    00443715
           MOVE ZEROES TO WS-CUR-RISK-SCORE                             00443715
                                                                        00443715
           PERFORM UNTIL WS-RISK-EOF = 1                                00443715
                      OR SRT-CONT-ID NOT < WS-CUR-CONT-ID               00443715
             PERFORM RISK-RETURN-PARA                                   00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           IF WS-RISK-EOF = 0                                           00443715
              AND SRT-CONT-ID = WS-CUR-CONT-ID                          00443715
             MOVE SRT-RISK-SCORE TO WS-CUR-RISK-SCORE                   00443715
           END-IF                                                       00443715
                                                                        00443715
           PERFORM UNTIL WS-TIER-EOF = 1                                00443715
                      OR TRIN-CONT-ID NOT < WS-CUR-CONT-ID              00443715
             PERFORM TIERFILE-READ-PARA                                 00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           PERFORM UNTIL WS-HHLD-EOF = 1                                00443715
                      OR HHLD-CONT-ID NOT < WS-CUR-CONT-ID              00443715
             PERFORM HHLDFILE-READ-PARA                                 00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           INITIALIZE DWC-REC                                           00443715
                                                                        00443715
           MOVE WS-CUR-CONT-ID       TO DWC-CONT-ID                     00443715
           MOVE ','                  TO DWC-SEPARATOR-1                 00443715
           MOVE PARM-PROCESS-DATE    TO DWC-EFF-FROM                    00443715
           MOVE ','                  TO DWC-SEPARATOR-2                 00443715
           MOVE '99991231'           TO DWC-EFF-TO                      00443715
           MOVE ','                  TO DWC-SEPARATOR-3                 00443715
           MOVE ','                  TO DWC-SEPARATOR-4                 00443715
           MOVE 'NNNN'               TO DWC-CHANGE-FLAGS                00443715
           MOVE ','                  TO DWC-SEPARATOR-5                 00443715
           IF CUST-INST-ID = SPACES                                     00443715
             MOVE PARM-INST-ID       TO DWC-INST-ID                     00443715
           ELSE                                                         00443715
             MOVE CUST-INST-ID       TO DWC-INST-ID                     00443715
           END-IF                                                       00443715
           MOVE ','                  TO DWC-SEPARATOR-6                 00443715
           MOVE GENDER               TO DWC-GENDER                      00443715
           MOVE ','                  TO DWC-SEPARATOR-7                 00443715
           MOVE CUST-DATE-OF-BIRTH   TO DWC-DATE-OF-BIRTH               00443715
           MOVE ','                  TO DWC-SEPARATOR-8                 00443715
           MOVE AGE-YEARS            TO DWC-AGE-YEARS                   00443715
           MOVE ','                  TO DWC-SEPARATOR-9                 00443715
           MOVE HIGHEST-EDU          TO DWC-HIGHEST-EDU                 00443715
           MOVE ','                  TO DWC-SEPARATOR-10                00443715
           MOVE ANNUAL-INVEST        TO DWC-ANNUAL-INVEST               00443715
           MOVE ','                  TO DWC-SEPARATOR-11                00443715
           MOVE ANNUAL-INCOME        TO DWC-ANNUAL-INCOME               00443715
           MOVE ','                  TO DWC-SEPARATOR-12                00443715
           MOVE ACTIVITY-LEVEL       TO DWC-ACTIVITY-LEVEL              00443715
           MOVE ','                  TO DWC-SEPARATOR-13                00443715
           MOVE CHURN                TO DWC-CHURN                       00443715
           MOVE ','                  TO DWC-SEPARATOR-14                00443715
           MOVE CUST-STATUS          TO DWC-CUST-STATUS                 00443715
           MOVE ','                  TO DWC-SEPARATOR-15                00443715
           IF WS-TIER-EOF = 0                                           00443715
              AND TRIN-CONT-ID = WS-CUR-CONT-ID                         00443715
             MOVE TRIN-TIER          TO DWC-TIER                        00443715
           ELSE                                                         00443715
             MOVE ZEROES             TO DWC-TIER                        00443715
           END-IF                                                       00443715
           MOVE ','                  TO DWC-SEPARATOR-16                00443715
           MOVE WS-CUR-RISK-SCORE    TO DWC-RISK-SCORE                  00443715
           MOVE ','                  TO DWC-SEPARATOR-17                00443715
           IF WS-HHLD-EOF = 0                                           00443715
              AND HHLD-CONT-ID = WS-CUR-CONT-ID                         00443715
             MOVE HHLD-HOUSEHOLD-ID  TO DWC-HOUSEHOLD-ID                00443715
           ELSE                                                         00443715
             MOVE WS-CUR-CONT-ID     TO DWC-HOUSEHOLD-ID                00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       COMPARE-CONTRACT-PARA.                                           00443715
      *    EACH PART OF THE DIMENSION IS COMPARED AS WRITTEN. NOTHING   00443715
      *    MOVED -- THE PRIOR VERSION IS CARRIED FORWARD UNTOUCHED.     00443715
           IF DWC-CUST-ATTRS NOT = DWIN-CUST-ATTRS                      00443715
             MOVE 'Y' TO DWC-CHG-CUST                                   00443715
           END-IF                                                       00443715
                                                                        00443715
           IF DWC-TIER NOT = DWIN-TIER                                  00443715
             MOVE 'Y' TO DWC-CHG-TIER                                   00443715
           END-IF                                                       00443715
                                                                        00443715
           IF DWC-RISK-SCORE NOT = DWIN-RISK-SCORE                      00443715
             MOVE 'Y' TO DWC-CHG-RISK                                   00443715
           END-IF                                                       00443715
                                                                        00443715
           IF DWC-HOUSEHOLD-ID NOT = DWIN-HOUSEHOLD-ID                  00443715
             MOVE 'Y' TO DWC-CHG-HHLD                                   00443715
           END-IF                                                       00443715
                                                                        00443715
           IF DWC-CHANGE-FLAGS = 'NNNN'                                 00443715
             ADD 1 TO WS-UNCHANGED-CNTR                                 00443715
             WRITE DWC-REC FROM DWIN-REC                                00443715
             ADD 1 TO WS-DWCFILE-CNTR                                   00443715
             ADD WS-CUR-CONT-ID TO WS-DWCFILE-HASH-TOTAL                00443715
           ELSE                                                         00443715
             ADD 1 TO WS-CHANGED-CNTR                                   00443715
             MOVE 'CH' TO DWC-REASON                                    00443715
             PERFORM WRITE-VERSION-PARA                                 00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       NEW-CONTRACT-PARA.                                               00443715
                                                                        00443715
           ADD 1 TO WS-NEW-CNTR                                         00443715
           MOVE 'NW' TO DWC-REASON                                      00443715
                                                                        00443715
           PERFORM WRITE-VERSION-PARA                                   00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       WRITE-VERSION-PARA.                                              00443715
      *    A NEW VERSION GOES TO THE FEED AND BECOMES THE CONTRACT'S    00443715
      *    CURRENT IMAGE.                                               00443715
           WRITE DWD-REC FROM DWC-REC                                   00443715
           ADD 1 TO WS-DWDFILE-CNTR                                     00443715
                                                                        00443715
           WRITE DWC-REC                                                00443715
           ADD 1 TO WS-DWCFILE-CNTR                                     00443715
           ADD WS-CUR-CONT-ID TO WS-DWCFILE-HASH-TOTAL                  00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       CLOSE-CONTRACT-PARA.                                             00443715
      *    THE LAST VERSION IS SENT BACK ENDED YESTERDAY AND DROPS OUT  00443715
      *    OF THE CURRENT IMAGE.                                        00443715
           ADD 1 TO WS-CLOSED-CNTR                                      00443715
                                                                        00443715
           MOVE DWIN-REC      TO DWC-REC                                00443715
           MOVE WS-PRIOR-DAY  TO DWC-EFF-TO                             00443715
           MOVE 'CL'          TO DWC-REASON                             00443715
           MOVE 'NNNN'        TO DWC-CHANGE-FLAGS                       00443715
                                                                        00443715
           WRITE DWD-REC FROM DWC-REC                                   00443715
           ADD 1 TO WS-DWDFILE-CNTR                                     00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       CHECK-INPUT-GENERATION-PARA.                                     00443715
      *    CALLED AT OPEN WITH GREG-DATASET, GREG-EXPECT AND            00443715
      *    WS-GREG-INPUT-DD SET. A GENERATION THE PRODUCER DID NOT      00443715
      *    REGISTER FOR THIS CYCLE IS REFUSED BEFORE A RECORD OF IT IS  00443715
      *    USED; A DATASET NEVER REGISTERED IS READ WITH A WARNING.     00443715
           MOVE 'C'               TO GREG-FUNCTION                      00443715
           MOVE 'MASTRNDW'        TO GREG-JOB-NAME                      00443715
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
      *    THE RUN STOPS BEFORE DWCFILE IS REGISTERED.                  00443715
           MOVE 'V'               TO GREG-FUNCTION                      00443715
           MOVE 'MASTRNDW'        TO GREG-JOB-NAME                      00443715
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
       REGISTER-DWCFILE-PARA.                                           00443715
      *    TONIGHT'S DWCFILE IS TOMORROW'S DWCIN. A FAILED RUN          00443715
      *    REGISTERS NOTHING.                                           00443715
           MOVE 'R'                    TO GREG-FUNCTION                 00443715
           MOVE 'DWCFILE'             TO GREG-DATASET                   00443715
           MOVE 'MASTRNDW'             TO GREG-JOB-NAME                 00443715
           MOVE PARM-PROCESS-DATE      TO GREG-PROCESS-DATE             00443715
           MOVE PARM-CYCLE-ID          TO GREG-CYCLE-ID                 00443715
           MOVE WS-DWCFILE-CNTR        TO GREG-RECORD-CNT               00443715
           MOVE WS-DWCFILE-HASH-TOTAL  TO GREG-HASH-TOTAL               00443715
           CALL 'MASTRNGR' USING GREG-LINKAGE                           00443715
           END-CALL                                                     00443715
                                                                        00443715
           IF GREG-RESULT-MATCHED                                       00443715
             DISPLAY 'DWCFILE GENERATION REGISTERED FOR '               00443715
                     GREG-PROCESS-DATE ' CYCLE ' GREG-CYCLE-ID          00443715
           ELSE                                                         00443715
             DISPLAY 'DWCFILE GENERATION COULD NOT BE REGISTERED'       00443715
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
           MOVE 'MASTRNDW'             TO STAT-JOB-NAME                 00443715
           MOVE FUNCTION CURRENT-DATE  TO STAT-RUN-TIMESTAMP            00443715
           IF WS-RUN-FAILED = 1                                         00443715
             MOVE 'FAILED'             TO STAT-COMPLETION-CODE          00443715
             MOVE WS-FAIL-REASON       TO STAT-FAIL-REASON              00443715
           ELSE                                                         00443715
             MOVE 'COMPLETE'           TO STAT-COMPLETION-CODE          00443715
           END-IF                                                       00443715
           MOVE 'CUSTMAST'             TO STAT-CNTR-1-LABEL             00443715
           MOVE WS-CUSTMAST-CNTR       TO STAT-CNTR-1                   00443715
           MOVE 'NEW'                  TO STAT-CNTR-2-LABEL             00443715
           MOVE WS-NEW-CNTR            TO STAT-CNTR-2                   00443715
           MOVE 'CHANGED'              TO STAT-CNTR-3-LABEL             00443715
           MOVE WS-CHANGED-CNTR        TO STAT-CNTR-3                   00443715
           MOVE 'CLOSED'               TO STAT-CNTR-4-LABEL             00443715
           MOVE WS-CLOSED-CNTR         TO STAT-CNTR-4                   00443715
                                                                        00443715
           WRITE STATUS-REC                                             00443715
                                                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       END-PROCESS.                                                     00443715
                                                                        00443715
           MOVE WS-CUSTMAST-CNTR   TO WS-CUSTMAST-CNTR-EDT              00443715
           MOVE WS-DWCIN-CNTR      TO WS-DWCIN-CNTR-EDT                 00443715
           MOVE WS-NEW-CNTR        TO WS-NEW-CNTR-EDT                   00443715
           MOVE WS-CHANGED-CNTR    TO WS-CHANGED-CNTR-EDT               00443715
           MOVE WS-CLOSED-CNTR     TO WS-CLOSED-CNTR-EDT                00443715
           MOVE WS-UNCHANGED-CNTR  TO WS-UNCHANGED-CNTR-EDT             00443715
           MOVE WS-DWCFILE-CNTR    TO WS-DWCFILE-CNTR-EDT               00443715
           MOVE WS-DWDFILE-CNTR    TO WS-DWDFILE-CNTR-EDT               00443715
                                                                        00443715
           DISPLAY '***************************************'            00443715
           DISPLAY '* PROGRAM NAME  :    MASTRNDW         *'            00443715
           DISPLAY '* CUSTMAST      : ' WS-CUSTMAST-CNTR-EDT            00443715
                   '         *'                                         00443715
           DISPLAY '* DWCIN         : ' WS-DWCIN-CNTR-EDT               00443715
                   '         *'                                         00443715
           DISPLAY '* NEW           : ' WS-NEW-CNTR-EDT                 00443715
                   '         *'                                         00443715
           DISPLAY '* CHANGED       : ' WS-CHANGED-CNTR-EDT             00443715
                   '         *'                                         00443715
           DISPLAY '* CLOSED        : ' WS-CLOSED-CNTR-EDT              00443715
                   '         *'                                         00443715
           DISPLAY '* UNCHANGED     : ' WS-UNCHANGED-CNTR-EDT           00443715
                   '         *'                                         00443715
           DISPLAY '* DWCFILE       : ' WS-DWCFILE-CNTR-EDT             00443715
                   '         *'                                         00443715
           DISPLAY '* DWDFILE       : ' WS-DWDFILE-CNTR-EDT             00443715
                   '         *'                                         00443715
           DISPLAY '***************************************'            00443715
                                                                        00443715
           IF WS-RUN-FAILED = 0                                         00443715
             PERFORM REGISTER-DWCFILE-PARA                              00443715
           END-IF                                                       00443715
                                                                        00443715
           PERFORM WRITE-STATUS-FILE-PARA                               00443715
                                                                        00443715
           CLOSE CUSTMAST.                                              00443715
           CLOSE TIERFILE.                                              00443715
           CLOSE RISKFILE.                                              00443715
           CLOSE DWCFILE.                                               00443715
           CLOSE DWDFILE.                                               00443715
           CLOSE STATUSFILE.                                            00443715
                                                                        00443715
           IF WS-RUN-FAILED = 1                                         00443715
             MOVE 8 TO RETURN-CODE                                      00443715
           END-IF                                                       00443715
                                                                        00443715
           STOP RUN.                                                    00443715
                                                                        00443715
       END PROGRAM  MASTRNDW.                                           00443715
