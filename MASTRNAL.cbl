       ID DIVISION.                                                     00443715
       PROGRAM-ID. MASTRNAL.                                            00443715
      *    MASTRNAL IS THE WEEKLY REVIEW OF CUSTOMER-DATA ACCESS.       00443715
      *    MASTRNIQ AND MASTRNSA APPEND ONE ACCSLOG RECORD FOR EVERY    00443715
      *    LOOKUP -- WHO, WHEN, WHICH CONTRACT AND WHY. THIS JOB        00443715
      *    READS THE LOG FOR THE REVIEW WEEK (THE                       00443715
      *    PARM-ACCESS-REVIEW-DAYS DAYS ENDING ON PARM-PROCESS-DATE)    00443715
      *    AND WRITES THE REVIEW REPORT THE DATA-PROTECTION OFFICER     00443715
      *    SIGNS OFF -- LOOKUP VOLUME BY USER, EVERY LOOKUP WITH NO     00443715
      *    REASON GIVEN, AND EVERY LOOKUP OF A CONTRACT THAT IS ON      00443715
      *    LEGAL'S ERASFILE OR ON HR'S STAFF LIST. READ-ONLY.           00443715
       ENVIRONMENT DIVISION.                                            00443715
       INPUT-OUTPUT SECTION.                                            00443715
       FILE-CONTROL.                                                    00443715
            SELECT ACCSLOG ASSIGN TO ACCSLOG                            00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS ACCSLOG-FILE-STATUS.                         00443715
            SELECT OPTIONAL ERASFILE ASSIGN TO ERASFILE                 00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS ERASFILE-FILE-STATUS.                        00443715
            SELECT OPTIONAL STAFFILE ASSIGN TO STAFFILE                 00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS STAFFILE-FILE-STATUS.                        00443715
            SELECT ACRVRPT ASSIGN TO ACRVRPT                            00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS ACRVRPT-FILE-STATUS.                         00443715
            SELECT PARMFILE ASSIGN TO PARMFILE                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS PARMFILE-FILE-STATUS.                        00443715
            SELECT STATUSFILE ASSIGN TO STATUSFILE                      00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS STATUSFILE-FILE-STATUS.                      00443715
       DATA DIVISION.                                                   00443715
       FILE SECTION.                                                    00443715
      *    ACCS-REC IS REPLICATED FROM MASTRNIQ.CBL -- NOT A SHARED     00443715
      *    COPYBOOK, SO MASTRNIQ REMAINS THE ONE PLACE THE RECORD IS    00443715
      *    DEFINED AND THIS IS ITS MIRROR.                              00443715
       FD ACCSLOG.                                                      00443715
       01 ACCS-REC.                                                     00443715
          05 ACCS-TIMESTAMP       PIC X(21).                            00443715
          05 ACCS-SEPARATOR-1     PIC X(1).                             00443715
          05 ACCS-USER-ID         PIC X(8).                             00443715
          05 ACCS-SEPARATOR-2     PIC X(1).                             00443715
          05 ACCS-PROGRAM         PIC X(8).                             00443715
          05 ACCS-SEPARATOR-3     PIC X(1).                             00443715
          05 ACCS-CONT-ID         PIC 9(10).                            00443715
          05 ACCS-SEPARATOR-4     PIC X(1).                             00443715
          05 ACCS-PERIOD          PIC X(6).                             00443715
          05 ACCS-SEPARATOR-5     PIC X(1).                             00443715
          05 ACCS-OUTCOME         PIC X(8).                             00443715
          05 ACCS-SEPARATOR-6     PIC X(1).                             00443715
          05 ACCS-REASON          PIC X(40).                            00443715
                                                                        00443715
      *    ERASFILE IS LEGAL'S REQUEST FILE -- ONE CONT-ID PER          00443715
      *    RECORD, AS READ BY MASTRANZ AND MASTRANI.                    00443715
       FD ERASFILE.                                                     00443715
       01 ERAS-REC.                                                     00443715
          05 ERAS-CONT-ID          PIC 9(10).                           00443715
                                                                        00443715
      *    STAFFILE IS HR'S LIST OF CONTRACTS HELD BY EMPLOYEES --      00443715
      *    ONE CONT-ID PER RECORD, THE SAME SHAPE AS ERASFILE.          00443715
       FD STAFFILE.                                                     00443715
       01 STAF-REC.                                                     00443715
          05 STAF-CONT-ID          PIC 9(10).                           00443715
                                                                        00443715
       FD ACRVRPT.                                                      00443715
       01 ACRVRPT-LINE            PIC X(132).                           00443715
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
       01 ACCSLOG-FILE-STATUS   PIC X(2).                               00443715
       01 ERASFILE-FILE-STATUS  PIC X(2).                               00443715
       01 STAFFILE-FILE-STATUS  PIC X(2).                               00443715
       01 ACRVRPT-FILE-STATUS   PIC X(2).                               00443715
       01 PARMFILE-FILE-STATUS  PIC X(2).                               00443715
       01 STATUSFILE-FILE-STATUS PIC X(2).                              00443715
       01 WS-RUN-FAILED         PIC 9 VALUE 0.                          00443715
       01 WS-FAIL-REASON        PIC X(40) VALUE SPACES.                 00443715
       01 WS-STATUS-OPEN        PIC 9 VALUE 0.                          00443715
       01 WS-EOF                PIC 9 VALUE 0.                          00443715
       01 WS-REVIEW-DAYS        PIC 9(3).                               00443715
       01 WS-WINDOW-END         PIC X(8).                               00443715
       01 WS-WINDOW-END-NUM     PIC 9(8).                               00443715
       01 WS-WINDOW-START       PIC X(8).                               00443715
       01 WS-WINDOW-START-NUM   PIC 9(8).                               00443715
       01 WS-COUNTERS-1.                                                00443715
          05 WS-LOG-CNTR          PIC 9(9) VALUE ZEROES.                00443715
          05 WS-WINDOW-CNTR       PIC 9(9) VALUE ZEROES.                00443715
          05 WS-NOREASON-CNTR     PIC 9(9) VALUE ZEROES.                00443715
          05 WS-ERASURE-CNTR      PIC 9(9) VALUE ZEROES.                00443715
          05 WS-STAFF-CNTR        PIC 9(9) VALUE ZEROES.                00443715
          05 WS-FLAGGED-CNTR      PIC 9(9) VALUE ZEROES.                00443715
      *    THE CONTRACTS ON LEGAL'S AND HR'S LISTS, LOADED ONCE.        00443715
       01 WS-ERA-USED           PIC 9(5) VALUE ZEROES.                  00443715
       01 WS-ERA-FULL-CNTR      PIC 9(9) VALUE ZEROES.                  00443715
       01 WS-ERA-TABLE.                                                 00443715
          05 WS-ERA-CONT-ID OCCURS 5000 TIMES                           00443715
               INDEXED BY WS-ERA-TABIDX                                 00443715
                                  PIC 9(10).                            00443715
       01 WS-STF-USED           PIC 9(5) VALUE ZEROES.                  00443715
       01 WS-STF-FULL-CNTR      PIC 9(9) VALUE ZEROES.                  00443715
       01 WS-STF-TABLE.                                                 00443715
          05 WS-STF-CONT-ID OCCURS 5000 TIMES                           00443715
               INDEXED BY WS-STF-TABIDX                                 00443715
                                  PIC 9(10).                            00443715
       01 WS-ON-ERASURE         PIC 9.                                  00443715
       01 WS-ON-STAFF           PIC 9.                                  00443715
       01 WS-NO-REASON          PIC 9.                                  00443715
      *    ONE ROW PER USER SEEN IN THE REVIEW WEEK.                    00443715
       01 WS-AU-USED            PIC 9(3) VALUE ZEROES.                  00443715
       01 WS-AU-IDX             PIC 9(3).                               00443715
       01 WS-AU-FULL-CNTR       PIC 9(9) VALUE ZEROES.                  00443715
       01 WS-AU-TABLE.                                                  00443715
          05 WS-AU-ENTRY OCCURS 200 TIMES                               00443715
               INDEXED BY WS-AU-TABIDX.                                 00443715
             10 WS-AU-USER-ID       PIC X(8).                           00443715
             10 WS-AU-LOOKUP-CNTR   PIC 9(7).                           00443715
             10 WS-AU-NOREASON-CNTR PIC 9(7).                           00443715
             10 WS-AU-ERASURE-CNTR  PIC 9(7).                           00443715
             10 WS-AU-STAFF-CNTR    PIC 9(7).                           00443715
      *    EVERY LOOKUP THE REVIEWER MUST SEE ONE BY ONE -- NO REASON,  00443715
      *    AN ERASURE CONTRACT OR A STAFF CONTRACT -- HELD UNTIL THE    00443715
      *    LOG HAS BEEN READ SO EACH SECTION PRINTS TOGETHER.           00443715
       01 WS-AF-USED            PIC 9(4) VALUE ZEROES.                  00443715
       01 WS-AF-IDX             PIC 9(4).                               00443715
       01 WS-AF-FULL-CNTR       PIC 9(9) VALUE ZEROES.                  00443715
       01 WS-AF-TABLE.                                                  00443715
          05 WS-AF-ENTRY OCCURS 2000 TIMES.                             00443715
             10 WS-AF-TIMESTAMP     PIC X(21).                          00443715
             10 WS-AF-USER-ID       PIC X(8).                           00443715
             10 WS-AF-PROGRAM       PIC X(8).                           00443715
             10 WS-AF-CONT-ID       PIC 9(10).                          00443715
             10 WS-AF-PERIOD        PIC X(6).                           00443715
             10 WS-AF-OUTCOME       PIC X(8).                           00443715
             10 WS-AF-REASON        PIC X(40).                          00443715
             10 WS-AF-NO-REASON     PIC 9.                              00443715
             10 WS-AF-ON-ERASURE    PIC 9.                              00443715
             10 WS-AF-ON-STAFF      PIC 9.                              00443715
       01 WS-SECTION-CNTR       PIC 9(7).                               00443715
       01 WS-CNTR-EDT           PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-AU-LOOKUP-EDT      PIC Z,ZZZ,ZZ9.                          00443715
       01 WS-AU-NOREASON-EDT    PIC Z,ZZZ,ZZ9.                          00443715
       01 WS-AU-ERASURE-EDT     PIC Z,ZZZ,ZZ9.                          00443715
       01 WS-AU-STAFF-EDT       PIC Z,ZZZ,ZZ9.                          00443715
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
           PERFORM LOAD-ERASURE-LIST-PARA                               00443715
                                                                        00443715
           PERFORM LOAD-STAFF-LIST-PARA                                 00443715
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
           OPEN INPUT ACCSLOG                                           00443715
                                                                        00443715
           IF ACCSLOG-FILE-STATUS NOT = '00'                            00443715
           THEN                                                         00443715
             DISPLAY 'OPEN ACCSLOG FILE-STATUS = '                      00443715
                     ACCSLOG-FILE-STATUS                                00443715
                                                                        00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'FILE OPEN ERROR' TO WS-FAIL-REASON                   00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           OPEN OUTPUT ACRVRPT                                          00443715
                                                                        00443715
           IF ACRVRPT-FILE-STATUS NOT = '00'                            00443715
           THEN                                                         00443715
             DISPLAY 'OPEN ACRVRPT FILE-STATUS = '                      00443715
                     ACRVRPT-FILE-STATUS                                00443715
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
           MOVE ZEROES TO PARM-ACCESS-REVIEW-DAYS                       00443715
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
             DISPLAY 'PARM-PROCESS-DATE MISSING -- NO REVIEW WEEK'      00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'NO PROCESS DATE' TO WS-FAIL-REASON                   00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           IF PARM-ACCESS-REVIEW-DAYS IS NOT NUMERIC                    00443715
              OR PARM-ACCESS-REVIEW-DAYS = ZEROES                       00443715
             MOVE 7 TO WS-REVIEW-DAYS                                   00443715
           ELSE                                                         00443715
             MOVE PARM-ACCESS-REVIEW-DAYS TO WS-REVIEW-DAYS             00443715
           END-IF                                                       00443715
                                                                        00443715
      *    THE WINDOW ENDS ON THE PROCESS DATE AND RUNS BACK            00443715
      *    WS-REVIEW-DAYS DAYS INCLUDING IT.                            00443715
           MOVE PARM-PROCESS-DATE TO WS-WINDOW-END                      00443715
           MOVE PARM-PROCESS-DATE TO WS-WINDOW-END-NUM                  00443715
                                                                        00443715
           COMPUTE WS-WINDOW-START-NUM =                                00443715
             FUNCTION DATE-OF-INTEGER                                   00443715
               (FUNCTION INTEGER-OF-DATE (WS-WINDOW-END-NUM)            00443715
                - WS-REVIEW-DAYS + 1)                                   00443715
                                                                        00443715
           MOVE WS-WINDOW-START-NUM TO WS-WINDOW-START                  00443715
                                                                        00443715
           DISPLAY 'ACCESS REVIEW WINDOW = ' WS-WINDOW-START            00443715
                   ' TO ' WS-WINDOW-END                                 00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       LOAD-ERASURE-LIST-PARA.                                          00443715
                                                                        00443715
           OPEN INPUT ERASFILE                                          00443715
                                                                        00443715
           IF ERASFILE-FILE-STATUS NOT = '00'                           00443715
              AND ERASFILE-FILE-STATUS NOT = '05'                       00443715
           THEN                                                         00443715
             DISPLAY 'OPEN ERASFILE FILE-STATUS = '                     00443715
                     ERASFILE-FILE-STATUS                               00443715
                                                                        00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'FILE OPEN ERROR' TO WS-FAIL-REASON                   00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           MOVE 0 TO WS-EOF                                             00443715
           PERFORM UNTIL WS-EOF = 1                                     00443715
             READ ERASFILE                                              00443715
               AT END                                                   00443715
                 MOVE 1 TO WS-EOF                                       00443715
               NOT AT END                                               00443715
                 IF WS-ERA-USED < 5000                                  00443715
                   ADD 1 TO WS-ERA-USED                                 00443715
                   MOVE ERAS-CONT-ID TO WS-ERA-CONT-ID (WS-ERA-USED)    00443715
                 ELSE                                                   00443715
                   ADD 1 TO WS-ERA-FULL-CNTR                            00443715
                 END-IF                                                 00443715
             END-READ                                                   00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           CLOSE ERASFILE                                               00443715
                                                                        00443715
           DISPLAY 'ERASURE CONTRACTS LOADED = ' WS-ERA-USED            00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       LOAD-STAFF-LIST-PARA.                                            00443715
                                                                        00443715
           OPEN INPUT STAFFILE                                          00443715
                                                                        00443715
           IF STAFFILE-FILE-STATUS NOT = '00'                           00443715
              AND STAFFILE-FILE-STATUS NOT = '05'                       00443715
           THEN                                                         00443715
             DISPLAY 'OPEN STAFFILE FILE-STATUS = '                     00443715
                     STAFFILE-FILE-STATUS                               00443715
                                                                        00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'FILE OPEN ERROR' TO WS-FAIL-REASON                   00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           MOVE 0 TO WS-EOF                                             00443715
           PERFORM UNTIL WS-EOF = 1                                     00443715
             READ STAFFILE                                              00443715
               AT END                                                   00443715
                 MOVE 1 TO WS-EOF                                       00443715
               NOT AT END                                               00443715
                 IF WS-STF-USED < 5000                                  00443715
                   ADD 1 TO WS-STF-USED                                 00443715
                   MOVE STAF-CONT-ID TO WS-STF-CONT-ID (WS-STF-USED)    00443715
                 ELSE                                                   00443715
                   ADD 1 TO WS-STF-FULL-CNTR                            00443715
                 END-IF                                                 00443715
             END-READ                                                   00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           CLOSE STAFFILE                                               00443715
                                                                        00443715
           DISPLAY 'STAFF CONTRACTS LOADED = ' WS-STF-USED              00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       MAIN-PROCESS.                                                    00443715
                                                                        00443715
           MOVE 0 TO WS-EOF                                             00443715
           PERFORM UNTIL WS-EOF = 1                                     00443715
             READ ACCSLOG                                               00443715
               AT END                                                   00443715
                 MOVE 1 TO WS-EOF                                       00443715
               NOT AT END                                               00443715
                 ADD 1 TO WS-LOG-CNTR                                   00443715
                 IF ACCS-TIMESTAMP (1:8) NOT < WS-WINDOW-START          00443715
                    AND ACCS-TIMESTAMP (1:8) NOT > WS-WINDOW-END        00443715
                   ADD 1 TO WS-WINDOW-CNTR                              00443715
                   PERFORM ACCUM-LOOKUP-PARA                            00443715
                 END-IF                                                 00443715
             END-READ                                                   00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           PERFORM WRITE-REVIEW-REPORT-PARA                             00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       ACCUM-LOOKUP-PARA.                                               00443715
      *    A REFUSED LOOKUP CARRIES A BLANK REASON, SO THE ONE TEST     00443715
      *    COVERS BOTH.                                                 00443715
           MOVE 0 TO WS-NO-REASON                                       00443715
           IF ACCS-REASON = SPACES                                      00443715
             MOVE 1 TO WS-NO-REASON                                     00443715
             ADD 1 TO WS-NOREASON-CNTR                                  00443715
           END-IF                                                       00443715
                                                                        00443715
           MOVE 0 TO WS-ON-ERASURE                                      00443715
           SET WS-ERA-TABIDX TO 1                                       00443715
           IF WS-ERA-USED > 0                                           00443715
             SEARCH WS-ERA-CONT-ID                                      00443715
               AT END                                                   00443715
                 CONTINUE                                               00443715
               WHEN WS-ERA-TABIDX > WS-ERA-USED                         00443715
                 CONTINUE                                               00443715
               WHEN WS-ERA-CONT-ID (WS-ERA-TABIDX) = ACCS-CONT-ID       00443715
                 MOVE 1 TO WS-ON-ERASURE                                00443715
                 ADD 1 TO WS-ERASURE-CNTR                               00443715
             END-SEARCH                                                 00443715
           END-IF                                                       00443715
                                                                        00443715
           MOVE 0 TO WS-ON-STAFF                                        00443715
           SET WS-STF-TABIDX TO 1                                       00443715
           IF WS-STF-USED > 0                                           00443715
             SEARCH WS-STF-CONT-ID                                      00443715
               AT END                                                   00443715
                 CONTINUE                                               00443715
               WHEN WS-STF-TABIDX > WS-STF-USED                         00443715
                 CONTINUE                                               00443715
               WHEN WS-STF-CONT-ID (WS-STF-TABIDX) = ACCS-CONT-ID       00443715
                 MOVE 1 TO WS-ON-STAFF                                  00443715
                 ADD 1 TO WS-STAFF-CNTR                                 00443715
             END-SEARCH                                                 00443715
           END-IF                                                       00443715
                                                                        00443715
           PERFORM ACCUM-USER-PARA                                      00443715
                                                                        00443715
           IF WS-NO-REASON = 1                                          00443715
              OR WS-ON-ERASURE = 1                                      00443715
              OR WS-ON-STAFF = 1                                        00443715
             ADD 1 TO WS-FLAGGED-CNTR                                   00443715
             PERFORM HOLD-FLAGGED-LOOKUP-PARA                           00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       ACCUM-USER-PARA.                                                 00443715
                                                                        00443715
           SET WS-AU-TABIDX TO 1                                        00443715
           SEARCH WS-AU-ENTRY                                           00443715
             AT END                                                     00443715
               IF WS-AU-USED < 200                                      00443715
                 ADD 1 TO WS-AU-USED                                    00443715
                 SET WS-AU-TABIDX TO WS-AU-USED                         00443715
                 MOVE ACCS-USER-ID                                      00443715
                   TO WS-AU-USER-ID (WS-AU-TABIDX)                      00443715
                 MOVE ZEROES TO WS-AU-LOOKUP-CNTR (WS-AU-TABIDX)        00443715
                 MOVE ZEROES TO WS-AU-NOREASON-CNTR (WS-AU-TABIDX)      00443715
                 MOVE ZEROES TO WS-AU-ERASURE-CNTR (WS-AU-TABIDX)       00443715
                 MOVE ZEROES TO WS-AU-STAFF-CNTR (WS-AU-TABIDX)         00443715
                 PERFORM ACCUM-USER-ENTRY-PARA                          00443715
               ELSE                                                     00443715
                 ADD 1 TO WS-AU-FULL-CNTR                               00443715
               END-IF                                                   00443715
             WHEN WS-AU-USER-ID (WS-AU-TABIDX) = ACCS-USER-ID           00443715
               PERFORM ACCUM-USER-ENTRY-PARA                            00443715
           END-SEARCH                                                   00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       ACCUM-USER-ENTRY-PARA.                                           00443715
                                                                        00443715
           ADD 1 TO WS-AU-LOOKUP-CNTR (WS-AU-TABIDX)                    00443715
                                                                        00443715
           IF WS-NO-REASON = 1                                          00443715
             ADD 1 TO WS-AU-NOREASON-CNTR (WS-AU-TABIDX)                00443715
           END-IF                                                       00443715
                                                                        00443715
           IF WS-ON-ERASURE = 1                                         00443715
             ADD 1 TO WS-AU-ERASURE-CNTR (WS-AU-TABIDX)                 00443715
           END-IF                                                       00443715
                                                                        00443715
           IF WS-ON-STAFF = 1                                           00443715
             ADD 1 TO WS-AU-STAFF-CNTR (WS-AU-TABIDX)                   00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       HOLD-FLAGGED-LOOKUP-PARA.                                        00443715
                                                                        00443715
           IF WS-AF-USED < 2000                                         00443715
             ADD 1 TO WS-AF-USED                                        00443715
             MOVE ACCS-TIMESTAMP TO WS-AF-TIMESTAMP (WS-AF-USED)        00443715
             MOVE ACCS-USER-ID   TO WS-AF-USER-ID (WS-AF-USED)          00443715
             MOVE ACCS-PROGRAM   TO WS-AF-PROGRAM (WS-AF-USED)          00443715
             MOVE ACCS-CONT-ID   TO WS-AF-CONT-ID (WS-AF-USED)          00443715
             MOVE ACCS-PERIOD    TO WS-AF-PERIOD (WS-AF-USED)           00443715
             MOVE ACCS-OUTCOME   TO WS-AF-OUTCOME (WS-AF-USED)          00443715
             MOVE ACCS-REASON    TO WS-AF-REASON (WS-AF-USED)           00443715
             MOVE WS-NO-REASON   TO WS-AF-NO-REASON (WS-AF-USED)        00443715
             MOVE WS-ON-ERASURE  TO WS-AF-ON-ERASURE (WS-AF-USED)       00443715
             MOVE WS-ON-STAFF    TO WS-AF-ON-STAFF (WS-AF-USED)         00443715
           ELSE                                                         00443715
             ADD 1 TO WS-AF-FULL-CNTR                                   00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       WRITE-REVIEW-REPORT-PARA.                                        00443715
                                                                        00443715
           MOVE SPACES TO WS-RPT-WORK                                   00443715
           STRING 'CUSTOMER DATA ACCESS REVIEW FOR '                    00443715
                  WS-WINDOW-START ' TO ' WS-WINDOW-END                  00443715
             DELIMITED BY SIZE INTO WS-RPT-WORK                         00443715
           WRITE ACRVRPT-LINE FROM WS-RPT-WORK                          00443715
                                                                        00443715
           MOVE WS-WINDOW-CNTR TO WS-CNTR-EDT                           00443715
           MOVE SPACES TO WS-RPT-WORK                                   00443715
           STRING '  LOOKUPS IN WINDOW       : ' WS-CNTR-EDT            00443715
             DELIMITED BY SIZE INTO WS-RPT-WORK                         00443715
           WRITE ACRVRPT-LINE FROM WS-RPT-WORK                          00443715
             AFTER ADVANCING 2 LINES                                    00443715
                                                                        00443715
           MOVE WS-NOREASON-CNTR TO WS-CNTR-EDT                         00443715
           MOVE SPACES TO WS-RPT-WORK                                   00443715
           STRING '  WITH NO REASON GIVEN    : ' WS-CNTR-EDT            00443715
             DELIMITED BY SIZE INTO WS-RPT-WORK                         00443715
           WRITE ACRVRPT-LINE FROM WS-RPT-WORK                          00443715
             AFTER ADVANCING 1 LINE                                     00443715
                                                                        00443715
           MOVE WS-ERASURE-CNTR TO WS-CNTR-EDT                          00443715
           MOVE SPACES TO WS-RPT-WORK                                   00443715
           STRING '  OF ERASURE CONTRACTS    : ' WS-CNTR-EDT            00443715
             DELIMITED BY SIZE INTO WS-RPT-WORK                         00443715
           WRITE ACRVRPT-LINE FROM WS-RPT-WORK                          00443715
             AFTER ADVANCING 1 LINE                                     00443715
                                                                        00443715
           MOVE WS-STAFF-CNTR TO WS-CNTR-EDT                            00443715
           MOVE SPACES TO WS-RPT-WORK                                   00443715
           STRING '  OF STAFF CONTRACTS      : ' WS-CNTR-EDT            00443715
             DELIMITED BY SIZE INTO WS-RPT-WORK                         00443715
           WRITE ACRVRPT-LINE FROM WS-RPT-WORK                          00443715
             AFTER ADVANCING 1 LINE                                     00443715
                                                                        00443715
           IF WS-ERA-FULL-CNTR > 0                                      00443715
             MOVE SPACES TO WS-RPT-WORK                                 00443715
             STRING 'ERASURE TABLE FULL -- ' WS-ERA-FULL-CNTR           00443715
                    ' ERASFILE CONTRACTS NOT CHECKED'                   00443715
               DELIMITED BY SIZE INTO WS-RPT-WORK                       00443715
             WRITE ACRVRPT-LINE FROM WS-RPT-WORK                        00443715
               AFTER ADVANCING 2 LINES                                  00443715
           END-IF                                                       00443715
                                                                        00443715
           IF WS-STF-FULL-CNTR > 0                                      00443715
             MOVE SPACES TO WS-RPT-WORK                                 00443715
             STRING 'STAFF TABLE FULL -- ' WS-STF-FULL-CNTR             00443715
                    ' STAFFILE CONTRACTS NOT CHECKED'                   00443715
               DELIMITED BY SIZE INTO WS-RPT-WORK                       00443715
             WRITE ACRVRPT-LINE FROM WS-RPT-WORK                        00443715
               AFTER ADVANCING 2 LINES                                  00443715
           END-IF                                                       00443715
                                                                        00443715
           PERFORM WRITE-USER-SECTION-PARA                              00443715
                                                                        00443715
           MOVE 'LOOKUPS WITH NO REASON GIVEN' TO ACRVRPT-LINE          00443715
           WRITE ACRVRPT-LINE                                           00443715
             AFTER ADVANCING 2 LINES                                    00443715
           PERFORM WRITE-DETAIL-HEADING-PARA                            00443715
           MOVE ZEROES TO WS-SECTION-CNTR                               00443715
           PERFORM VARYING WS-AF-IDX FROM 1 BY 1                        00443715
             UNTIL WS-AF-IDX > WS-AF-USED                               00443715
             IF WS-AF-NO-REASON (WS-AF-IDX) = 1                         00443715
               PERFORM WRITE-DETAIL-LINE-PARA                           00443715
             END-IF                                                     00443715
           END-PERFORM                                                  00443715
           PERFORM WRITE-SECTION-EMPTY-PARA                             00443715
                                                                        00443715
           MOVE 'LOOKUPS OF CONTRACTS ON AN ERASURE REQUEST'            00443715
             TO ACRVRPT-LINE                                            00443715
           WRITE ACRVRPT-LINE                                           00443715
             AFTER ADVANCING 2 LINES                                    00443715
           PERFORM WRITE-DETAIL-HEADING-PARA                            00443715
           MOVE ZEROES TO WS-SECTION-CNTR                               00443715
           PERFORM VARYING WS-AF-IDX FROM 1 BY 1                        00443715
             UNTIL WS-AF-IDX > WS-AF-USED                               00443715
             IF WS-AF-ON-ERASURE (WS-AF-IDX) = 1                        00443715
               PERFORM WRITE-DETAIL-LINE-PARA                           00443715
             END-IF                                                     00443715
           END-PERFORM                                                  00443715
           PERFORM WRITE-SECTION-EMPTY-PARA                             00443715
                                                                        00443715
           MOVE 'LOOKUPS OF STAFF CONTRACTS' TO ACRVRPT-LINE            00443715
           WRITE ACRVRPT-LINE                                           00443715
             AFTER ADVANCING 2 LINES                                    00443715
           PERFORM WRITE-DETAIL-HEADING-PARA                            00443715
           MOVE ZEROES TO WS-SECTION-CNTR                               00443715
           PERFORM VARYING WS-AF-IDX FROM 1 BY 1                        00443715
             UNTIL WS-AF-IDX > WS-AF-USED                               00443715
             IF WS-AF-ON-STAFF (WS-AF-IDX) = 1                          00443715
               PERFORM WRITE-DETAIL-LINE-PARA                           00443715
             END-IF                                                     00443715
           END-PERFORM                                                  00443715
           PERFORM WRITE-SECTION-EMPTY-PARA                             00443715
                                                                        00443715
           IF WS-AF-FULL-CNTR > 0                                       00443715
             MOVE SPACES TO WS-RPT-WORK                                 00443715
             STRING 'DETAIL TABLE FULL -- ' WS-AF-FULL-CNTR             00443715
                    ' FLAGGED LOOKUPS COUNTED BUT NOT LISTED'           00443715
               DELIMITED BY SIZE INTO WS-RPT-WORK                       00443715
             WRITE ACRVRPT-LINE FROM WS-RPT-WORK                        00443715
               AFTER ADVANCING 2 LINES                                  00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       WRITE-USER-SECTION-PARA.                                         00443715
                                                                        00443715
           MOVE 'LOOKUP VOLUME BY USER' TO ACRVRPT-LINE                 00443715
           WRITE ACRVRPT-LINE                                           00443715
             AFTER ADVANCING 2 LINES                                    00443715
                                                                        00443715
           MOVE SPACES TO WS-RPT-WORK                                   00443715
           STRING '  USER        LOOKUPS  NO REASON    ERASURE'         00443715
                  '      STAFF'                                         00443715
             DELIMITED BY SIZE INTO WS-RPT-WORK                         00443715
           WRITE ACRVRPT-LINE FROM WS-RPT-WORK                          00443715
             AFTER ADVANCING 1 LINE                                     00443715
                                                                        00443715
           PERFORM VARYING WS-AU-IDX FROM 1 BY 1                        00443715
             UNTIL WS-AU-IDX > WS-AU-USED                               00443715
             MOVE WS-AU-LOOKUP-CNTR (WS-AU-IDX)                         00443715
               TO WS-AU-LOOKUP-EDT                                      00443715
             MOVE WS-AU-NOREASON-CNTR (WS-AU-IDX)                       00443715
               TO WS-AU-NOREASON-EDT                                    00443715
             MOVE WS-AU-ERASURE-CNTR (WS-AU-IDX)                        00443715
               TO WS-AU-ERASURE-EDT                                     00443715
             MOVE WS-AU-STAFF-CNTR (WS-AU-IDX)                          00443715
               TO WS-AU-STAFF-EDT                                       00443715
             MOVE SPACES TO WS-RPT-WORK                                 00443715
             STRING '  ' WS-AU-USER-ID (WS-AU-IDX)                      00443715
                    ' ' WS-AU-LOOKUP-EDT                                00443715
                    '  ' WS-AU-NOREASON-EDT                             00443715
                    '  ' WS-AU-ERASURE-EDT                              00443715
                    '  ' WS-AU-STAFF-EDT                                00443715
               DELIMITED BY SIZE INTO WS-RPT-WORK                       00443715
             WRITE ACRVRPT-LINE FROM WS-RPT-WORK                        00443715
               AFTER ADVANCING 1 LINE                                   00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           IF WS-AU-FULL-CNTR > 0                                       00443715
             MOVE SPACES TO WS-RPT-WORK                                 00443715
             STRING 'USER TABLE FULL -- ' WS-AU-FULL-CNTR               00443715
                    ' LOOKUPS NOT BROKEN DOWN BY USER'                  00443715
               DELIMITED BY SIZE INTO WS-RPT-WORK                       00443715
             WRITE ACRVRPT-LINE FROM WS-RPT-WORK                        00443715
               AFTER ADVANCING 1 LINE                                   00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       WRITE-DETAIL-HEADING-PARA.                                       00443715
                                                                        00443715
           MOVE SPACES TO WS-RPT-WORK                                   00443715
           STRING '  DATE     TIME    USER      PROGRAM   CONTRACT'     00443715
                  '    PERIOD  OUTCOME   REASON'                        00443715
             DELIMITED BY SIZE INTO WS-RPT-WORK                         00443715
           WRITE ACRVRPT-LINE FROM WS-RPT-WORK                          00443715
             AFTER ADVANCING 1 LINE                                     00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       WRITE-DETAIL-LINE-PARA.                                          00443715
                                                                        00443715
           ADD 1 TO WS-SECTION-CNTR                                     00443715
                                                                        00443715
           MOVE SPACES TO WS-RPT-WORK                                   00443715
           STRING '  ' WS-AF-TIMESTAMP (WS-AF-IDX) (1:8)                00443715
                  ' ' WS-AF-TIMESTAMP (WS-AF-IDX) (9:6)                 00443715
                  '  ' WS-AF-USER-ID (WS-AF-IDX)                        00443715
                  '  ' WS-AF-PROGRAM (WS-AF-IDX)                        00443715
                  '  ' WS-AF-CONT-ID (WS-AF-IDX)                        00443715
                  '  ' WS-AF-PERIOD (WS-AF-IDX)                         00443715
                  '  ' WS-AF-OUTCOME (WS-AF-IDX)                        00443715
                  '  ' WS-AF-REASON (WS-AF-IDX)                         00443715
             DELIMITED BY SIZE INTO WS-RPT-WORK                         00443715
           WRITE ACRVRPT-LINE FROM WS-RPT-WORK                          00443715
             AFTER ADVANCING 1 LINE                                     00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       WRITE-SECTION-EMPTY-PARA.                                        00443715
                                                                        00443715
           IF WS-SECTION-CNTR = ZEROES                                  00443715
             MOVE '  NONE' TO ACRVRPT-LINE                              00443715
             WRITE ACRVRPT-LINE                                         00443715
               AFTER ADVANCING 1 LINE                                   00443715
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
           MOVE 'MASTRNAL'             TO STAT-JOB-NAME                 00443715
           MOVE FUNCTION CURRENT-DATE  TO STAT-RUN-TIMESTAMP            00443715
           IF WS-RUN-FAILED = 1                                         00443715
             MOVE 'FAILED'             TO STAT-COMPLETION-CODE          00443715
             MOVE WS-FAIL-REASON       TO STAT-FAIL-REASON              00443715
           ELSE                                                         00443715
             MOVE 'COMPLETE'           TO STAT-COMPLETION-CODE          00443715
           END-IF                                                       00443715
           MOVE 'LOGROWS'              TO STAT-CNTR-1-LABEL             00443715
           MOVE WS-LOG-CNTR            TO STAT-CNTR-1                   00443715
           MOVE 'WINDOW'               TO STAT-CNTR-2-LABEL             00443715
           MOVE WS-WINDOW-CNTR         TO STAT-CNTR-2                   00443715
           MOVE 'NOREASON'             TO STAT-CNTR-3-LABEL             00443715
           MOVE WS-NOREASON-CNTR       TO STAT-CNTR-3                   00443715
           MOVE 'FLAGGED'              TO STAT-CNTR-4-LABEL             00443715
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
           DISPLAY '***************************************'            00443715
           DISPLAY '* PROGRAM NAME  :    MASTRNAL         *'            00443715
           DISPLAY '* LOG ROWS      : ' WS-LOG-CNTR                     00443715
           DISPLAY '* IN WINDOW     : ' WS-WINDOW-CNTR                  00443715
           DISPLAY '* NO REASON     : ' WS-NOREASON-CNTR                00443715
           DISPLAY '* ERASURE HITS  : ' WS-ERASURE-CNTR                 00443715
           DISPLAY '* STAFF HITS    : ' WS-STAFF-CNTR                   00443715
           DISPLAY '***************************************'            00443715
                                                                        00443715
           PERFORM WRITE-STATUS-FILE-PARA                               00443715
                                                                        00443715
           CLOSE ACCSLOG.                                               00443715
           CLOSE ACRVRPT.                                               00443715
           CLOSE STATUSFILE.                                            00443715
                                                                        00443715
           IF WS-RUN-FAILED = 1                                         00443715
             MOVE 8 TO RETURN-CODE                                      00443715
           END-IF                                                       00443715
                                                                        00443715
           STOP RUN.                                                    00443715
                                                                        00443715
       END PROGRAM  MASTRNAL.                                           00443715
