       ID DIVISION.                                                     00443715
       PROGRAM-ID. MASTRNCC.                                            00443715
      *    MASTRNCC MAINTAINS THE SERVICE-DESK COMPLAINT CASE FILE      00443715
      *    (CMPLMAST). A CUSTOMER CALLING ABOUT A CHARGE IS NOT A       00443715
      *    NETWORK DISPUTE, SO THE CALL NEVER REACHED MASTRANB AND THE  00443715
      *    NEXT AGENT STARTED FROM NOTHING. CMPLMAST HOLDS ONE RECORD   00443715
      *    PER CASE, KEYED BY CONTRACT AND CASE NUMBER, AND THIS JOB IS 00443715
      *    THE ONLY WAY IN: EACH CMNTFILE RECORD OPENS A CASE OR MAKES  00443715
      *    ONE UPDATE TO ONE -- A NOTE, A NEW CATEGORY, THE TRANSACTION 00443715
      *    IT IS ABOUT, A RESOLUTION OR A REOPEN -- AND EVERY ATTEMPT,  00443715
      *    APPLIED OR REJECTED, IS LOGGED TO CMPLLOG WITH ITS NOTE TEXT 00443715
      *    -- THE SAME AUDITED PATH MASTRANM GIVES CUSTMAST FROM        00443715
      *    CORRFILE. A CASE CAN ONLY BE OPENED ON A CONTRACT THAT IS    00443715
      *    ON CUSTMAST. MASTRNIQ SHOWS A CUSTOMER'S CASES AND MASTRNCW  00443715
      *    REPORTS ON THEM WEEKLY.                                      00443715
       ENVIRONMENT DIVISION.                                            00443715
       INPUT-OUTPUT SECTION.                                            00443715
       FILE-CONTROL.                                                    00443715
            SELECT OPTIONAL CMPLMAST ASSIGN TO CMPLMAST                 00443715
            ORGANIZATION IS INDEXED                                     00443715
            ACCESS MODE IS RANDOM                                       00443715
            RECORD KEY IS CMPL-KEY                                      00443715
            FILE STATUS IS CMPLMAST-FILE-STATUS.                        00443715
            SELECT CUSTMAST ASSIGN TO CUSTMAST                          00443715
            ORGANIZATION IS INDEXED                                     00443715
            ACCESS MODE IS RANDOM                                       00443715
            RECORD KEY IS MAIN-CONT-ID                                  00443715
            FILE STATUS IS CUSTFILE-FILE-STATUS.                        00443715
            SELECT CMNTFILE ASSIGN TO CMNTFILE                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS CMNTFILE-FILE-STATUS.                        00443715
            SELECT CMPLLOG ASSIGN TO CMPLLOG                            00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS CMPLLOG-FILE-STATUS.                         00443715
            SELECT STATUSFILE ASSIGN TO STATUSFILE                      00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS STATUSFILE-FILE-STATUS.                      00443715
            SELECT OPTIONAL TIMEFILE ASSIGN TO TIMEFILE                 00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS TIMEFILE-FILE-STATUS.                        00443715
       DATA DIVISION.                                                   00443715
       FILE SECTION.                                                    00443715
       FD CMPLMAST.                                                     00443715
         COPY CMPLREC.                                                  00443715
                                                                        00443715
       FD CUSTMAST.                                                     00443715
         COPY CUSTREC.                                                  00443715
                                                                        00443715
      *    CMNTFILE IS THE CASE MAINTENANCE INPUT -- ONE RECORD PER     00443715
      *    CASE OPENED OR PER UPDATE TO ONE CASE, KEYED BY THE DESK.    00443715
       FD CMNTFILE.                                                     00443715
       01 CMNT-REC.                                                     00443715
          05 CMNT-CONT-ID          PIC 9(10).                           00443715
          05 CMNT-CASE-NO          PIC X(12).                           00443715
          05 CMNT-ACTION           PIC X(1).                            00443715
      *      'A' OPENS A CASE -- CATEGORY, TRANSACTION REFERENCE AND    00443715
      *      TARGET DAYS (BLANK TAKES THE PARM DEFAULT) RIDE IN THE     00443715
      *      FIELDS BELOW AND CMNT-TEXT IS THE FIRST NOTE.              00443715
             88 CMNT-ACT-OPEN         VALUE 'A'.                        00443715
      *      'N' ADDS A NOTE -- CMNT-TEXT.                              00443715
             88 CMNT-ACT-NOTE         VALUE 'N'.                        00443715
      *      'C' RECATEGORISES THE CASE -- CMNT-CATEGORY.               00443715
             88 CMNT-ACT-CATEGORY     VALUE 'C'.                        00443715
      *      'T' SETS THE TRANSACTION REFERENCE -- CMNT-TXN-REF.        00443715
             88 CMNT-ACT-TXN-REF      VALUE 'T'.                        00443715
      *      'R' RESOLVES THE CASE -- CMNT-TEXT IS THE RESOLUTION.      00443715
             88 CMNT-ACT-RESOLVE      VALUE 'R'.                        00443715
      *      'O' REOPENS A RESOLVED CASE -- CMNT-TEXT SAYS WHY.         00443715
             88 CMNT-ACT-REOPEN       VALUE 'O'.                        00443715
          05 CMNT-AGENT-ID         PIC X(8).                            00443715
          05 CMNT-CATEGORY         PIC X(2).                            00443715
          05 CMNT-TXN-REF          PIC X(40).                           00443715
          05 CMNT-TARGET-DAYS      PIC X(3).                            00443715
          05 CMNT-TEXT             PIC X(100).                          00443715
                                                                        00443715
      *    CMPLLOG RECORDS EVERY MAINTENANCE ATTEMPT, APPLIED OR NOT,   00443715
      *    WITH THE OLD AND NEW VALUE OF WHAT CHANGED AND THE NOTE OR   00443715
      *    RESOLUTION TEXT -- THE CASE'S FULL HISTORY, SINCE CMPL-REC   00443715
      *    KEEPS ONLY THE LATEST NOTE.                                  00443715
       FD CMPLLOG.                                                      00443715
       01 CMPL-LOG-REC.                                                 00443715
          05 LOG-CONT-ID           PIC 9(10).                           00443715
          05 LOG-SEPARATOR-1       PIC X(1) VALUE ','.                  00443715
          05 LOG-CASE-NO           PIC X(12).                           00443715
          05 LOG-SEPARATOR-2       PIC X(1) VALUE ','.                  00443715
          05 LOG-ACTION            PIC X(1).                            00443715
          05 LOG-SEPARATOR-3       PIC X(1) VALUE ','.                  00443715
          05 LOG-AGENT-ID          PIC X(8).                            00443715
          05 LOG-SEPARATOR-4       PIC X(1) VALUE ','.                  00443715
          05 LOG-OLD-VALUE         PIC X(40).                           00443715
          05 LOG-SEPARATOR-5       PIC X(1) VALUE ','.                  00443715
          05 LOG-NEW-VALUE         PIC X(40).                           00443715
          05 LOG-SEPARATOR-6       PIC X(1) VALUE ','.                  00443715
          05 LOG-STATUS            PIC X(8).                            00443715
          05 LOG-SEPARATOR-7       PIC X(1) VALUE ','.                  00443715
          05 LOG-REJECT-REASON     PIC X(16).                           00443715
          05 LOG-SEPARATOR-8       PIC X(1) VALUE ','.                  00443715
          05 LOG-RUN-DATE          PIC X(8).                            00443715
      *       CCYYMMDD DATE THE CHANGE WAS LOGGED -- THE FIELD          00443715
      *       MASTRANH'S RETENTION HOUSEKEEPING AGES THIS FILE BY.      00443715
          05 LOG-SEPARATOR-9       PIC X(1) VALUE ','.                  00443715
          05 LOG-TEXT              PIC X(100).                          00443715
                                                                        00443715
      *    STATUSFILE IS A SINGLE-RECORD FIXED-FORMAT FILE WRITTEN AT   00443715
      *    JOB END SO AN OPERATIONS MONITOR CAN POLL FOR THIS RUN'S     00443715
      *    COMPLETION CODE AND KEY COUNTS WITHOUT SCRAPING THE          00443715
      *    DISPLAY SUMMARY -- SAME CONVENTION AS MASTRANC/MASTRAND.     00443715
       FD STATUSFILE.                                                   00443715
         COPY STATREC.                                                  00443715
                                                                        00443715
      *    TIMEFILE COLLECTS PHASE-LEVEL TIMING RECORDS FROM EVERY      00443715
      *    NIGHTLY SUITE JOB SO MASTRNTM CAN SHOW WHERE THE BATCH       00443715
      *    WINDOW WENT -- APPENDED, NEVER TRUNCATED BY THE JOBS;        00443715
      *    RETIRING OLD RECORDS IS MASTRANH'S CONCERN.                  00443715
       FD TIMEFILE.                                                     00443715
         COPY TIMEREC.                                                  00443715
                                                                        00443715
       WORKING-STORAGE SECTION.                                         00443715
       01 TIMEFILE-FILE-STATUS PIC X(2).                                00443715
       01 WS-TIME-OPEN         PIC 9 VALUE 0.                           00443715
       01 WS-TIME-PHASE        PIC X(12).                               00443715
       01 CMPLMAST-FILE-STATUS  PIC X(2).                               00443715
       01 CUSTFILE-FILE-STATUS  PIC X(2).                               00443715
       01 CMNTFILE-FILE-STATUS  PIC X(2).                               00443715
       01 CMPLLOG-FILE-STATUS   PIC X(2).                               00443715
       01 STATUSFILE-FILE-STATUS PIC X(2).                              00443715
       01 WS-RUN-FAILED         PIC 9 VALUE 0.                          00443715
       01 WS-FAIL-REASON        PIC X(40) VALUE SPACES.                 00443715
       01 WS-STATUS-OPEN        PIC 9 VALUE 0.                          00443715
       01 WS-CMNT-EOF           PIC 9 VALUE 0.                          00443715
       01 WS-RUN-TIMESTAMP      PIC X(26).                              00443715
       01 WS-CMNTFILE-CNTR      PIC 9(9) VALUE ZEROES.                  00443715
       01 WS-APPLIED-CNTR       PIC 9(9) VALUE ZEROES.                  00443715
       01 WS-REJECTED-CNTR      PIC 9(9) VALUE ZEROES.                  00443715
       01 WS-OPENED-CNTR        PIC 9(9) VALUE ZEROES.                  00443715
       01 WS-CMNTFILE-CNTR-EDT  PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-APPLIED-CNTR-EDT   PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-REJECTED-CNTR-EDT  PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-OPENED-CNTR-EDT    PIC ZZZ,ZZZ,ZZ9.                        00443715
      *    EACH ACTION VALIDATES ITS OWN FIELDS BEFORE ANYTHING         00443715
      *    TOUCHES CMPL-REC -- A CASE WITH NO AGENT OR AN UNKNOWN       00443715
      *    CATEGORY WOULD FALL OUT OF EVERY COUNT ON THE WEEKLY REPORT. 00443715
       01 WS-CMNT-VALID         PIC 9 VALUE 1.                          00443715
       01 WS-VALID-CATEGORY     PIC X(2).                               00443715
          88 VALID-CMPL-CATEGORY   VALUE 'UC' 'DC' 'WA' 'RF'            00443715
                                         'FE' 'CD' 'SV' 'OT'.           00443715
       01 WS-NEW-TARGET-DAYS    PIC 9(3).                               00443715
         COPY PGATLNK.                                                  00443715
                                                                        00443715
       PROCEDURE DIVISION.                                              00443715
       START-PROCESS.                                                   00443715
      *    STATUSFILE OPENS FIRST, BEFORE ANYTHING THAT CAN ABORT --    00443715
      *    THE MONITOR STILL GETS A FAILED RECORD WHEN THE RUN DIES     00443715
      *    EARLY.                                                       00443715
           PERFORM OPEN-STATUS-FILE-PARA                                00443715
                                                                        00443715
           PERFORM OPEN-TIMING-PARA                                     00443715
           MOVE 'START' TO WS-TIME-PHASE                                00443715
           PERFORM WRITE-TIMING-PARA                                    00443715
                                                                        00443715
           PERFORM FILE-OPEN-PARA                                       00443715
                                                                        00443715
           PERFORM MAIN-PROCESS UNTIL WS-CMNT-EOF = 1                   00443715
                                                                        00443715
           PERFORM END-PROCESS.                                         00443715
                                                                        00443715
       OPEN-TIMING-PARA.                                                00443715
      *    TIMING IS BEST-EFFORT -- A RUN WITHOUT A TIMING FILE         00443715
      *    STILL RUNS, IT JUST LEAVES NO TRACE ON THE WINDOW            00443715
      *    REPORT.                                                      00443715
           OPEN EXTEND TIMEFILE                                         00443715
                                                                        00443715
           IF TIMEFILE-FILE-STATUS = '00'                               00443715
              OR TIMEFILE-FILE-STATUS = '05'                            00443715
             MOVE 1 TO WS-TIME-OPEN                                     00443715
           ELSE                                                         00443715
             DISPLAY 'NO TIMING FILE -- PHASE TIMING NOT CAPTURED'      00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       WRITE-TIMING-PARA.                                               00443715
                                                                        00443715
           IF WS-TIME-OPEN = 1                                          00443715
             INITIALIZE TIME-REC                                        00443715
                                                                        00443715
             MOVE 'MASTRNCC'            TO TIME-JOB-NAME                00443715
             MOVE ','                   TO TIME-SEPARATOR-1             00443715
             MOVE WS-TIME-PHASE         TO TIME-PHASE                   00443715
             MOVE ','                   TO TIME-SEPARATOR-2             00443715
             MOVE FUNCTION CURRENT-DATE TO TIME-TIMESTAMP               00443715
                                                                        00443715
             WRITE TIME-REC                                             00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       OPEN-STATUS-FILE-PARA.                                           00443715
                                                                        00443715
           OPEN OUTPUT STATUSFILE                                       00443715
                                                                        00443715
           IF STATUSFILE-FILE-STATUS NOT = '00'                         00443715
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
           MOVE 'MASTRNCC' TO PGAT-JOB-NAME                             00443715
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
       FILE-OPEN-PARA.                                                  00443715
      *    A FIRST RUN FINDS NO CASE FILE AND STARTS AN EMPTY ONE.      00443715
           OPEN I-O CMPLMAST                                            00443715
                                                                        00443715
           IF CMPLMAST-FILE-STATUS NOT = '00'                           00443715
              AND CMPLMAST-FILE-STATUS NOT = '05'                       00443715
             DISPLAY 'OPEN CMPLMAST FILE-STATUS = '                     00443715
                     CMPLMAST-FILE-STATUS                               00443715
                                                                        00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'FILE OPEN ERROR' TO WS-FAIL-REASON                   00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
      *    CUSTMAST IS ONLY READ, TO SEE THE CONTRACT EXISTS -- NO      00443715
      *    LOCK IS TAKEN OR NEEDED.                                     00443715
           OPEN INPUT CUSTMAST                                          00443715
                                                                        00443715
           IF CUSTFILE-FILE-STATUS NOT = '00'                           00443715
             DISPLAY 'OPEN CUSTMAST FILE-STATUS = '                     00443715
                     CUSTFILE-FILE-STATUS                               00443715
                                                                        00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'FILE OPEN ERROR' TO WS-FAIL-REASON                   00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           OPEN INPUT CMNTFILE                                          00443715
                                                                        00443715
           IF CMNTFILE-FILE-STATUS NOT = '00'                           00443715
             DISPLAY 'OPEN CMNTFILE FILE-STATUS = '                     00443715
                     CMNTFILE-FILE-STATUS                               00443715
                                                                        00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'FILE OPEN ERROR' TO WS-FAIL-REASON                   00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           OPEN OUTPUT CMPLLOG                                          00443715
                                                                        00443715
           IF CMPLLOG-FILE-STATUS NOT = '00'                            00443715
             DISPLAY 'OPEN CMPLLOG FILE-STATUS = '                      00443715
                     CMPLLOG-FILE-STATUS                                00443715
                                                                        00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'FILE OPEN ERROR' TO WS-FAIL-REASON                   00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.              00443715
                                                                        00443715
       MAIN-PROCESS.                                                    00443715
           READ CMNTFILE                                                00443715
             AT END                                                     00443715
               MOVE 1 TO WS-CMNT-EOF                                    00443715
           END-READ                                                     00443715
                                                                        00443715
           IF CMNTFILE-FILE-STATUS NOT = '00'                           00443715
             AND CMNTFILE-FILE-STATUS NOT = '10'                        00443715
             DISPLAY 'CMNTFILE FILE-STATUS = '  CMNTFILE-FILE-STATUS    00443715
                                                                        00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'FILE READ ERROR' TO WS-FAIL-REASON                   00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           IF WS-CMNT-EOF = 0                                           00443715
             ADD 1 TO WS-CMNTFILE-CNTR                                  00443715
             PERFORM APPLY-MAINTENANCE-PARA                             00443715
           END-IF.                                                      00443715
                                                                        00443715
       APPLY-MAINTENANCE-PARA.                                          00443715
           MOVE SPACES TO LOG-STATUS                                    00443715
           MOVE SPACES TO LOG-REJECT-REASON                             00443715
           MOVE SPACES TO LOG-OLD-VALUE                                 00443715
           MOVE SPACES TO LOG-NEW-VALUE                                 00443715
                                                                        00443715
           PERFORM VALIDATE-MAINTENANCE-PARA                            00443715
                                                                        00443715
           IF WS-CMNT-VALID = 0                                         00443715
             MOVE 'REJECTED' TO LOG-STATUS                              00443715
             ADD 1 TO WS-REJECTED-CNTR                                  00443715
           ELSE                                                         00443715
             MOVE CMNT-CONT-ID TO CMPL-CONT-ID                          00443715
             MOVE CMNT-CASE-NO TO CMPL-CASE-NO                          00443715
                                                                        00443715
             READ CMPLMAST                                              00443715
               INVALID KEY                                              00443715
                 CONTINUE                                               00443715
             END-READ                                                   00443715
                                                                        00443715
             IF CMNT-ACT-OPEN                                           00443715
               PERFORM OPEN-CASE-PARA                                   00443715
             ELSE                                                       00443715
               PERFORM UPDATE-CASE-PARA                                 00443715
             END-IF                                                     00443715
           END-IF                                                       00443715
                                                                        00443715
           PERFORM WRITE-MAINT-LOG-PARA                                 00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       OPEN-CASE-PARA.                                                  00443715
      *    A CASE NUMBER ALREADY USED ON THE CONTRACT IS UPDATED, NEVER 00443715
      *    OVERLAID BY A SECOND OPEN.                                   00443715
           IF CMPLMAST-FILE-STATUS = '00'                               00443715
             MOVE 'REJECTED' TO LOG-STATUS                              00443715
             MOVE 'ALREADY ON FILE' TO LOG-REJECT-REASON                00443715
             ADD 1 TO WS-REJECTED-CNTR                                  00443715
           ELSE                                                         00443715
             MOVE CMNT-CONT-ID TO MAIN-CONT-ID                          00443715
                                                                        00443715
             READ CUSTMAST                                              00443715
               INVALID KEY                                              00443715
                 CONTINUE                                               00443715
             END-READ                                                   00443715
                                                                        00443715
             IF CUSTFILE-FILE-STATUS NOT = '00'                         00443715
               MOVE 'REJECTED' TO LOG-STATUS                            00443715
               MOVE 'NO SUCH CONTRACT' TO LOG-REJECT-REASON             00443715
               ADD 1 TO WS-REJECTED-CNTR                                00443715
             ELSE                                                       00443715
               PERFORM WRITE-NEW-CASE-PARA                              00443715
             END-IF                                                     00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       WRITE-NEW-CASE-PARA.                                             00443715
                                                                        00443715
           INITIALIZE CMPL-REC                                          00443715
           MOVE CMNT-CONT-ID           TO CMPL-CONT-ID                  00443715
           MOVE CMNT-CASE-NO           TO CMPL-CASE-NO                  00443715
           MOVE CMNT-CATEGORY          TO CMPL-CATEGORY                 00443715
           MOVE CMNT-TXN-REF           TO CMPL-TXN-REF                  00443715
           MOVE CMNT-AGENT-ID          TO CMPL-OPEN-AGENT               00443715
           MOVE WS-RUN-TIMESTAMP (1:8) TO CMPL-OPEN-DATE                00443715
           MOVE WS-NEW-TARGET-DAYS     TO CMPL-TARGET-DAYS              00443715
           MOVE 'O'                    TO CMPL-STATUS                   00443715
           MOVE CMNT-AGENT-ID          TO CMPL-LAST-AGENT               00443715
           MOVE WS-RUN-TIMESTAMP (1:8) TO CMPL-LAST-DATE                00443715
           MOVE SPACES                 TO CMPL-RESOLVED-DATE            00443715
           MOVE 1                      TO CMPL-NOTE-CNTR                00443715
           MOVE CMNT-TEXT              TO CMPL-LATEST-NOTE              00443715
           MOVE SPACES                 TO CMPL-RESOLUTION               00443715
                                                                        00443715
           WRITE CMPL-REC                                               00443715
             INVALID KEY                                                00443715
               MOVE 'REJECTED' TO LOG-STATUS                            00443715
               MOVE 'WRITE FAILED' TO LOG-REJECT-REASON                 00443715
               ADD 1 TO WS-REJECTED-CNTR                                00443715
             NOT INVALID KEY                                            00443715
               MOVE CMPL-CATEGORY TO LOG-NEW-VALUE                      00443715
               MOVE 'APPLIED' TO LOG-STATUS                             00443715
               ADD 1 TO WS-APPLIED-CNTR                                 00443715
               ADD 1 TO WS-OPENED-CNTR                                  00443715
           END-WRITE                                                    00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       UPDATE-CASE-PARA.                                                00443715
                                                                        00443715
           EVALUATE TRUE                                                00443715
             WHEN CMPLMAST-FILE-STATUS NOT = '00'                       00443715
               MOVE 'NOTFOUND' TO LOG-STATUS                            00443715
               ADD 1 TO WS-REJECTED-CNTR                                00443715
             WHEN CMNT-ACT-RESOLVE                                      00443715
                  AND CMPL-RESOLVED                                     00443715
               MOVE 'REJECTED' TO LOG-STATUS                            00443715
               MOVE 'ALREADY RESOLVED' TO LOG-REJECT-REASON             00443715
               ADD 1 TO WS-REJECTED-CNTR                                00443715
             WHEN CMNT-ACT-REOPEN                                       00443715
                  AND CMPL-OPEN                                         00443715
               MOVE 'REJECTED' TO LOG-STATUS                            00443715
               MOVE 'ALREADY OPEN' TO LOG-REJECT-REASON                 00443715
               ADD 1 TO WS-REJECTED-CNTR                                00443715
             WHEN OTHER                                                 00443715
               PERFORM CHANGE-CASE-PARA                                 00443715
           END-EVALUATE                                                 00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       CHANGE-CASE-PARA.                                                00443715
                                                                        00443715
           EVALUATE TRUE                                                00443715
             WHEN CMNT-ACT-NOTE                                         00443715
               ADD 1 TO CMPL-NOTE-CNTR                                  00443715
               MOVE CMNT-TEXT       TO CMPL-LATEST-NOTE                 00443715
             WHEN CMNT-ACT-CATEGORY                                     00443715
               MOVE CMPL-CATEGORY   TO LOG-OLD-VALUE                    00443715
               MOVE CMNT-CATEGORY   TO CMPL-CATEGORY                    00443715
               MOVE CMPL-CATEGORY   TO LOG-NEW-VALUE                    00443715
             WHEN CMNT-ACT-TXN-REF                                      00443715
               MOVE CMPL-TXN-REF    TO LOG-OLD-VALUE                    00443715
               MOVE CMNT-TXN-REF    TO CMPL-TXN-REF                     00443715
               MOVE CMPL-TXN-REF    TO LOG-NEW-VALUE                    00443715
             WHEN CMNT-ACT-RESOLVE                                      00443715
               MOVE CMPL-STATUS     TO LOG-OLD-VALUE                    00443715
               MOVE 'R'             TO CMPL-STATUS                      00443715
               MOVE CMPL-STATUS     TO LOG-NEW-VALUE                    00443715
               MOVE WS-RUN-TIMESTAMP (1:8)                              00443715
                                    TO CMPL-RESOLVED-DATE               00443715
               MOVE CMNT-TEXT       TO CMPL-RESOLUTION                  00443715
      *        A REOPENED CASE KEEPS ITS OPEN DATE, SO IT COMES BACK    00443715
      *        ALREADY AS OLD AS IT WAS -- THE TARGET IS NOT RESET.     00443715
             WHEN CMNT-ACT-REOPEN                                       00443715
               MOVE CMPL-STATUS     TO LOG-OLD-VALUE                    00443715
               MOVE 'O'             TO CMPL-STATUS                      00443715
               MOVE CMPL-STATUS     TO LOG-NEW-VALUE                    00443715
               MOVE SPACES          TO CMPL-RESOLVED-DATE               00443715
               IF CMNT-TEXT NOT = SPACES                                00443715
                 ADD 1 TO CMPL-NOTE-CNTR                                00443715
                 MOVE CMNT-TEXT     TO CMPL-LATEST-NOTE                 00443715
               END-IF                                                   00443715
           END-EVALUATE                                                 00443715
                                                                        00443715
           MOVE WS-RUN-TIMESTAMP (1:8) TO CMPL-LAST-DATE                00443715
           MOVE CMNT-AGENT-ID          TO CMPL-LAST-AGENT               00443715
                                                                        00443715
           REWRITE CMPL-REC                                             00443715
             INVALID KEY                                                00443715
               MOVE 'REJECTED' TO LOG-STATUS                            00443715
               MOVE 'REWRITE FAILED' TO LOG-REJECT-REASON               00443715
               ADD 1 TO WS-REJECTED-CNTR                                00443715
             NOT INVALID KEY                                            00443715
               MOVE 'APPLIED' TO LOG-STATUS                             00443715
               ADD 1 TO WS-APPLIED-CNTR                                 00443715
           END-REWRITE                                                  00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       VALIDATE-MAINTENANCE-PARA.                                       00443715
                                                                        00443715
           MOVE 1 TO WS-CMNT-VALID                                      00443715
           MOVE SPACES TO LOG-REJECT-REASON                             00443715
           MOVE ZEROES TO WS-NEW-TARGET-DAYS                            00443715
                                                                        00443715
           EVALUATE TRUE                                                00443715
             WHEN CMNT-CONT-ID NOT NUMERIC                              00443715
                  OR CMNT-CONT-ID = ZEROES                              00443715
               MOVE 0 TO WS-CMNT-VALID                                  00443715
               MOVE 'NO CONTRACT' TO LOG-REJECT-REASON                  00443715
             WHEN CMNT-CASE-NO = SPACES                                 00443715
               MOVE 0 TO WS-CMNT-VALID                                  00443715
               MOVE 'NO CASE NUMBER' TO LOG-REJECT-REASON               00443715
             WHEN CMNT-AGENT-ID = SPACES                                00443715
               MOVE 0 TO WS-CMNT-VALID                                  00443715
               MOVE 'NO AGENT ID' TO LOG-REJECT-REASON                  00443715
             WHEN CMNT-ACT-OPEN                                         00443715
               MOVE CMNT-CATEGORY TO WS-VALID-CATEGORY                  00443715
               EVALUATE TRUE                                            00443715
                 WHEN NOT VALID-CMPL-CATEGORY                           00443715
                   MOVE 0 TO WS-CMNT-VALID                              00443715
                   MOVE 'BAD CATEGORY' TO LOG-REJECT-REASON             00443715
                 WHEN CMNT-TARGET-DAYS NOT = SPACES                     00443715
                      AND CMNT-TARGET-DAYS NOT NUMERIC                  00443715
                   MOVE 0 TO WS-CMNT-VALID                              00443715
                   MOVE 'BAD TARGET DAYS' TO LOG-REJECT-REASON          00443715
                 WHEN CMNT-TEXT = SPACES                                00443715
                   MOVE 0 TO WS-CMNT-VALID                              00443715
                   MOVE 'NOTE BLANK' TO LOG-REJECT-REASON               00443715
                 WHEN CMNT-TARGET-DAYS NUMERIC                          00443715
                   MOVE CMNT-TARGET-DAYS TO WS-NEW-TARGET-DAYS          00443715
               END-EVALUATE                                             00443715
             WHEN CMNT-ACT-NOTE                                         00443715
               IF CMNT-TEXT = SPACES                                    00443715
                 MOVE 0 TO WS-CMNT-VALID                                00443715
                 MOVE 'NOTE BLANK' TO LOG-REJECT-REASON                 00443715
               END-IF                                                   00443715
             WHEN CMNT-ACT-CATEGORY                                     00443715
               MOVE CMNT-CATEGORY TO WS-VALID-CATEGORY                  00443715
               IF NOT VALID-CMPL-CATEGORY                               00443715
                 MOVE 0 TO WS-CMNT-VALID                                00443715
                 MOVE 'BAD CATEGORY' TO LOG-REJECT-REASON               00443715
               END-IF                                                   00443715
             WHEN CMNT-ACT-TXN-REF                                      00443715
               IF CMNT-TXN-REF = SPACES                                 00443715
                 MOVE 0 TO WS-CMNT-VALID                                00443715
                 MOVE 'TXN REF BLANK' TO LOG-REJECT-REASON              00443715
               END-IF                                                   00443715
             WHEN CMNT-ACT-RESOLVE                                      00443715
               IF CMNT-TEXT = SPACES                                    00443715
                 MOVE 0 TO WS-CMNT-VALID                                00443715
                 MOVE 'RESOLUTION BLANK' TO LOG-REJECT-REASON           00443715
               END-IF                                                   00443715
             WHEN CMNT-ACT-REOPEN                                       00443715
               CONTINUE                                                 00443715
             WHEN OTHER                                                 00443715
               MOVE 0 TO WS-CMNT-VALID                                  00443715
               MOVE 'UNKNOWN ACTION' TO LOG-REJECT-REASON               00443715
           END-EVALUATE                                                 00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       WRITE-MAINT-LOG-PARA.                                            00443715
                                                                        00443715
           MOVE CMNT-CONT-ID     TO LOG-CONT-ID                         00443715
           MOVE ','              TO LOG-SEPARATOR-1                     00443715
           MOVE CMNT-CASE-NO     TO LOG-CASE-NO                         00443715
           MOVE ','              TO LOG-SEPARATOR-2                     00443715
           MOVE CMNT-ACTION      TO LOG-ACTION                          00443715
           MOVE ','              TO LOG-SEPARATOR-3                     00443715
           MOVE CMNT-AGENT-ID    TO LOG-AGENT-ID                        00443715
           MOVE ','              TO LOG-SEPARATOR-4                     00443715
           MOVE ','              TO LOG-SEPARATOR-5                     00443715
           MOVE ','              TO LOG-SEPARATOR-6                     00443715
           MOVE ','              TO LOG-SEPARATOR-7                     00443715
           MOVE ','              TO LOG-SEPARATOR-8                     00443715
           MOVE WS-RUN-TIMESTAMP (1:8)                                  00443715
                                 TO LOG-RUN-DATE                        00443715
           MOVE ','              TO LOG-SEPARATOR-9                     00443715
           MOVE CMNT-TEXT        TO LOG-TEXT                            00443715
                                                                        00443715
           WRITE CMPL-LOG-REC                                           00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       END-PROCESS.                                                     00443715
           MOVE WS-CMNTFILE-CNTR TO WS-CMNTFILE-CNTR-EDT                00443715
           MOVE WS-APPLIED-CNTR  TO WS-APPLIED-CNTR-EDT                 00443715
           MOVE WS-REJECTED-CNTR TO WS-REJECTED-CNTR-EDT                00443715
           MOVE WS-OPENED-CNTR   TO WS-OPENED-CNTR-EDT                  00443715
                                                                        00443715
           DISPLAY '***************************************'            00443715
           DISPLAY '* PROGRAM NAME  :    MASTRNCC         *'            00443715
           DISPLAY '* UPDATES READ      : ' WS-CMNTFILE-CNTR-EDT        00443715
           DISPLAY '* APPLIED           : ' WS-APPLIED-CNTR-EDT         00443715
           DISPLAY '*   CASES OPENED    : ' WS-OPENED-CNTR-EDT          00443715
           DISPLAY '* REJECTED          : ' WS-REJECTED-CNTR-EDT        00443715
           DISPLAY '***************************************'            00443715
                                                                        00443715
           PERFORM WRITE-STATUS-FILE-PARA                               00443715
                                                                        00443715
           MOVE 'RUN-END' TO WS-TIME-PHASE                              00443715
           PERFORM WRITE-TIMING-PARA                                    00443715
                                                                        00443715
           CLOSE TIMEFILE.                                              00443715
           CLOSE CMPLMAST.                                              00443715
           CLOSE CUSTMAST.                                              00443715
           CLOSE CMNTFILE.                                              00443715
           CLOSE CMPLLOG.                                               00443715
           CLOSE STATUSFILE.                                            00443715
                                                                        00443715
           IF WS-RUN-FAILED = 1                                         00443715
             MOVE 8 TO RETURN-CODE                                      00443715
           END-IF                                                       00443715
                                                                        00443715
           STOP RUN.                                                    00443715
                                                                        00443715
       WRITE-STATUS-FILE-PARA.                                          00443715
                                                                        00443715
           IF WS-STATUS-OPEN = 0                                        00443715
             DISPLAY 'STATUS FILE NOT OPEN -- STATUS RECORD LOST'       00443715
           ELSE                                                         00443715
                                                                        00443715
           INITIALIZE STATUS-REC                                        00443715
                                                                        00443715
           MOVE 'MASTRNCC'             TO STAT-JOB-NAME                 00443715
           MOVE FUNCTION CURRENT-DATE  TO STAT-RUN-TIMESTAMP            00443715
           IF WS-RUN-FAILED = 1                                         00443715
             MOVE 'FAILED'             TO STAT-COMPLETION-CODE          00443715
             MOVE WS-FAIL-REASON       TO STAT-FAIL-REASON              00443715
           ELSE                                                         00443715
             MOVE 'COMPLETE'           TO STAT-COMPLETION-CODE          00443715
           END-IF                                                       00443715
           MOVE 'CMNTFILE'             TO STAT-CNTR-1-LABEL             00443715
           MOVE WS-CMNTFILE-CNTR       TO STAT-CNTR-1                   00443715
           MOVE 'APPLIED'              TO STAT-CNTR-2-LABEL             00443715
           MOVE WS-APPLIED-CNTR        TO STAT-CNTR-2                   00443715
           MOVE 'REJECTED'             TO STAT-CNTR-3-LABEL             00443715
           MOVE WS-REJECTED-CNTR       TO STAT-CNTR-3                   00443715
           MOVE 'OPENED'               TO STAT-CNTR-4-LABEL             00443715
           MOVE WS-OPENED-CNTR         TO STAT-CNTR-4                   00443715
                                                                        00443715
           WRITE STATUS-REC                                             00443715
                                                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
