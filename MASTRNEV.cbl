       ID DIVISION.                                                     00443715
       PROGRAM-ID. MASTRNEV.                                            00443715
      *    MASTRNEV BUILDS THE CHARGEBACK REPRESENTMENT EVIDENCE PACK.  00443715
      *    ONCE MASTRANB OPENS A CASE ON CASEFILE THE DISPUTES TEAM     00443715
      *    HAS 30 DAYS TO ANSWER THE NETWORK, AND THE EVIDENCE USED     00443715
      *    TO BE PIECED TOGETHER BY HAND FROM THE STATEMENT ARCHIVE,    00443715
      *    MASTRNIQ AND OLD TRANFILE GENERATIONS. THIS JOB TAKES        00443715
      *    EVERY OPEN CASE, LOOKS ITS CASE-ORIG-TXN-REF UP ON           00443715
      *    MASTRANC'S AHSTFILE FOR THE DATE THE AUTHORIZATION WAS       00443715
      *    SEEN, AND FINDS THE ORIGINAL AUTHORIZATION LINE ON           00443715
      *    MASTRANP'S STATEMENT ARCHIVE (STMARCH) -- THE LATEST         00443715
      *    NON-DUPLICATE AUTHORIZATION FOR THE CONTRACT ON OR BEFORE    00443715
      *    THAT DATE, PREFERRING ONE WHOSE AMOUNT MATCHES THE           00443715
      *    DISPUTED AMOUNT. A SECOND PASS OVER THE ARCHIVE COLLECTS     00443715
      *    THE CUSTOMER'S EARLIER ACTIVITY AT THE SAME MERCHANT.        00443715
      *    ONE EVIDENCE DOCUMENT PER CASE GOES TO EVIDFILE WITH THE     00443715
      *    MERCHANT, MASKED PAN, AMOUNT, CURRENCY, AUTHORIZATION        00443715
      *    DATE, PRIOR ACTIVITY AND THE CHARGEBACK REASON CODE. A       00443715
      *    CASE WHOSE REFERENCE HAS EXPIRED OFF AHSTFILE, OR WHOSE      00443715
      *    STATEMENT LINE HAS BEEN RETIRED FROM THE ARCHIVE, STILL      00443715
      *    GETS ITS DOCUMENT BUT IS FLAGGED ORIGINAL NOT FOUND.         00443715
       ENVIRONMENT DIVISION.                                            00443715
       INPUT-OUTPUT SECTION.                                            00443715
       FILE-CONTROL.                                                    00443715
            SELECT CASEFILE ASSIGN TO CASEFILE                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS CASEFILE-FILE-STATUS.                        00443715
            SELECT AHSTFILE ASSIGN TO AHSTFILE                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS AHSTFILE-FILE-STATUS.                        00443715
            SELECT STMARCH ASSIGN TO STMARCH                            00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS STMARCH-FILE-STATUS.                         00443715
            SELECT EVIDFILE ASSIGN TO EVIDFILE                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS EVIDFILE-FILE-STATUS.                        00443715
            SELECT PARMFILE ASSIGN TO PARMFILE                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS PARMFILE-FILE-STATUS.                        00443715
            SELECT STATUSFILE ASSIGN TO STATUSFILE                      00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS STATUSFILE-FILE-STATUS.                      00443715
       DATA DIVISION.                                                   00443715
       FILE SECTION.                                                    00443715
      *    CASE-REC IS REPLICATED FROM MASTRANB.CBL -- NOT A SHARED     00443715
      *    COPYBOOK, SO MASTRANB REMAINS THE ONE PLACE THE RECORD IS    00443715
      *    DEFINED AND THIS IS ITS MIRROR.                              00443715
       FD CASEFILE.                                                     00443715
       01 CASE-REC.                                                     00443715
          05 CASE-ORIG-TXN-REF     PIC X(40).                           00443715
          05 CASE-SEPARATOR-1      PIC X(1).                            00443715
          05 CASE-CONT-ID          PIC 9(10).                           00443715
          05 CASE-SEPARATOR-2      PIC X(1).                            00443715
          05 CASE-REASON-CODE      PIC X(40).                           00443715
          05 CASE-SEPARATOR-3      PIC X(1).                            00443715
          05 CASE-OPEN-DATE        PIC X(8).                            00443715
          05 CASE-SEPARATOR-4      PIC X(1).                            00443715
          05 CASE-LAST-DATE        PIC X(8).                            00443715
          05 CASE-SEPARATOR-5      PIC X(1).                            00443715
          05 CASE-EVENT-CNTR       PIC 9(3).                            00443715
          05 CASE-SEPARATOR-6      PIC X(1).                            00443715
          05 CASE-AMOUNT           PIC X(40).                           00443715
          05 CASE-SEPARATOR-7      PIC X(1).                            00443715
          05 CASE-STATUS           PIC X(8).                            00443715
          05 CASE-SEPARATOR-8      PIC X(1).                            00443715
          05 CASE-CURRENCY-CODE    PIC X(3).                            00443715
                                                                        00443715
      *    AHST-REC IS REPLICATED FROM MASTRANC.CBL -- ONE ROW PER      00443715
      *    (CONTRACT, AUTH REFERENCE) STILL INSIDE THE RETENTION        00443715
      *    WINDOW, WITH THE DATE THE REFERENCE WAS LAST SEEN.           00443715
       FD AHSTFILE.                                                     00443715
       01 AHST-REC.                                                     00443715
          05 AHST-CONT-ID          PIC 9(10).                           00443715
          05 AHST-SEPARATOR-1      PIC X(1).                            00443715
          05 AHST-SEEN-DATE        PIC X(8).                            00443715
          05 AHST-SEPARATOR-2      PIC X(1).                            00443715
          05 AHST-AUTH-REF         PIC X(40).                           00443715
                                                                        00443715
      *    SARC-REC IS REPLICATED FROM MASTRANP.CBL. SARC-DETAIL IS     00443715
      *    THE STATEMENT DETAIL LINE (WS-STMT-DETAIL IN MASTRANP)       00443715
      *    AS IT LANDS IN SARC-TEXT -- HEADING AND TOTAL LINES ARE      00443715
      *    ARCHIVED TOO AND FALL OUTSIDE THE DETAIL TYPE CODES.         00443715
       FD STMARCH.                                                      00443715
       01 SARC-REC.                                                     00443715
          05 SARC-CONT-ID          PIC 9(10).                           00443715
          05 SARC-SEPARATOR-1      PIC X(1).                            00443715
          05 SARC-PERIOD           PIC X(6).                            00443715
          05 SARC-SEPARATOR-2      PIC X(1).                            00443715
          05 SARC-SEQ              PIC 9(5).                            00443715
          05 SARC-SEPARATOR-3      PIC X(1).                            00443715
          05 SARC-TEXT             PIC X(132).                          00443715
          05 SARC-DETAIL REDEFINES SARC-TEXT.                           00443715
             10 SARC-DTL-TYPE      PIC X(2).                            00443715
                88 SARC-DTL-IS-AUTH     VALUE 'AU'.                     00443715
                88 SARC-DTL-IS-DETAIL   VALUE 'AU' 'RF' 'CB' 'RV'.      00443715
             10 FILLER             PIC X(1).                            00443715
             10 SARC-DTL-DATE      PIC X(10).                           00443715
             10 FILLER             PIC X(1).                            00443715
             10 SARC-DTL-MERCHANT  PIC X(25).                           00443715
             10 FILLER             PIC X(1).                            00443715
             10 SARC-DTL-CARD      PIC X(19).                           00443715
             10 FILLER             PIC X(1).                            00443715
             10 SARC-DTL-CURRENCY  PIC X(3).                            00443715
             10 FILLER             PIC X(1).                            00443715
             10 SARC-DTL-AMOUNT    PIC X(14).                           00443715
             10 FILLER             PIC X(1).                            00443715
             10 SARC-DTL-NOTE      PIC X(24).                           00443715
             10 FILLER             PIC X(29).                           00443715
                                                                        00443715
      *    EVIDFILE IS THE PRINTED EVIDENCE PACK -- ONE DOCUMENT PER    00443715
      *    OPEN CASE, EACH STARTING ON A NEW PAGE.                      00443715
       FD EVIDFILE.                                                     00443715
       01 EVID-LINE                PIC X(132).                          00443715
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
       01 CASEFILE-FILE-STATUS  PIC X(2).                               00443715
       01 AHSTFILE-FILE-STATUS  PIC X(2).                               00443715
       01 STMARCH-FILE-STATUS   PIC X(2).                               00443715
       01 EVIDFILE-FILE-STATUS  PIC X(2).                               00443715
       01 PARMFILE-FILE-STATUS  PIC X(2).                               00443715
       01 STATUSFILE-FILE-STATUS PIC X(2).                              00443715
       01 WS-RUN-FAILED         PIC 9 VALUE 0.                          00443715
       01 WS-FAIL-REASON        PIC X(40) VALUE SPACES.                 00443715
       01 WS-STATUS-OPEN        PIC 9 VALUE 0.                          00443715
       01 WS-PARM-READ-OK       PIC 9 VALUE 0.                          00443715
       01 WS-EOF                PIC 9 VALUE 0.                          00443715
      *    WS-EVC-TABLE HOLDS EVERY OPEN CASE, THE AHSTFILE DATE ITS    00443715
      *    REFERENCE WAS SEEN ON, THE ORIGINAL AUTHORIZATION FOUND      00443715
      *    FOR IT ON THE ARCHIVE AND UP TO TEN LINES OF EARLIER         00443715
      *    ACTIVITY AT THE SAME MERCHANT. SIZED TO MATCH MASTRANB'S     00443715
      *    CASE TABLE, SO EVERY CASE MASTRANB CAN CARRY FITS HERE.      00443715
      *    WS-EVC-ORIG-FOUND IS 0 WHEN NO AUTHORIZATION WAS FOUND,      00443715
      *    1 WHEN ONE WAS FOUND ON THE DATE BUT FOR A DIFFERENT         00443715
      *    AMOUNT, AND 2 WHEN THE AMOUNT MATCHES THE DISPUTE.           00443715
       01 WS-EVC-USED           PIC 9(4) VALUE ZEROES.                  00443715
       01 WS-EVC-IDX            PIC 9(4).                               00443715
       01 WS-EVC-PRIOR-IDX      PIC 9(2).                               00443715
       01 WS-EVC-TABLE.                                                 00443715
          05 WS-EVC-ENTRY OCCURS 1000 TIMES.                            00443715
             10 WS-EVC-REF          PIC X(40).                          00443715
             10 WS-EVC-CONT-ID      PIC 9(10).                          00443715
             10 WS-EVC-REASON       PIC X(40).                          00443715
             10 WS-EVC-OPEN-DATE    PIC X(8).                           00443715
             10 WS-EVC-LAST-DATE    PIC X(8).                           00443715
             10 WS-EVC-EVENTS       PIC 9(3).                           00443715
             10 WS-EVC-AMOUNT       PIC X(40).                          00443715
             10 WS-EVC-AMT-NUM      PIC S9(16)V99.                      00443715
             10 WS-EVC-AHST-FOUND   PIC 9.                              00443715
             10 WS-EVC-SEEN-DATE    PIC X(8).                           00443715
             10 WS-EVC-ORIG-FOUND   PIC 9.                              00443715
             10 WS-EVC-ORIG-PERIOD  PIC X(6).                           00443715
             10 WS-EVC-ORIG-SEQ     PIC 9(5).                           00443715
             10 WS-EVC-ORIG-DATE    PIC X(8).                           00443715
             10 WS-EVC-ORIG-DTL-DATE PIC X(10).                         00443715
             10 WS-EVC-ORIG-MERCHANT PIC X(25).                         00443715
             10 WS-EVC-ORIG-CARD    PIC X(19).                          00443715
             10 WS-EVC-ORIG-CURRENCY PIC X(3).                          00443715
             10 WS-EVC-ORIG-AMOUNT  PIC X(14).                          00443715
             10 WS-EVC-PRIOR-CNTR   PIC 9(5).                           00443715
             10 WS-EVC-PRIOR-AMT    PIC S9(16)V99.                      00443715
             10 WS-EVC-PRIOR-LINE OCCURS 10 TIMES                       00443715
                                    PIC X(78).                          00443715
      *    WORK FIELDS FOR THE ARCHIVE LINE BEING MATCHED.              00443715
       01 WS-LINE-DATE          PIC X(8).                               00443715
       01 WS-LINE-AMT           PIC S9(16)V99.                          00443715
       01 WS-LINE-AMT-MATCH     PIC 9.                                  00443715
       01 WS-DUE-DATE-NUM       PIC 9(8).                               00443715
       01 WS-DUE-DATE-INT       PIC 9(9).                               00443715
      *    EVIDENCE DOCUMENT LINES.                                     00443715
       01 WS-EVD-TITLE.                                                 00443715
          05 FILLER              PIC X(36) VALUE                        00443715
            'CHARGEBACK REPRESENTMENT EVIDENCE - '.                     00443715
          05 FILLER              PIC X(5) VALUE 'CASE '.                00443715
          05 EVD-TITLE-CASE-NO   PIC ZZZ9.                              00443715
          05 FILLER              PIC X(14) VALUE '  PROCESS DATE'.      00443715
          05 FILLER              PIC X(1) VALUE SPACE.                  00443715
          05 EVD-TITLE-DATE      PIC X(8).                              00443715
       01 WS-EVD-FIELD.                                                 00443715
          05 FILLER              PIC X(2) VALUE SPACES.                 00443715
          05 EVD-FIELD-LABEL     PIC X(22).                             00443715
          05 FILLER              PIC X(2) VALUE ': '.                   00443715
          05 EVD-FIELD-VALUE     PIC X(40).                             00443715
       01 WS-EVD-SECTION        PIC X(40).                              00443715
       01 WS-EVD-PRIOR-HEADER.                                          00443715
          05 FILLER              PIC X(4) VALUE SPACES.                 00443715
          05 FILLER              PIC X(40) VALUE                        00443715
            'TP DATE       MERCHANT                  '.                 00443715
          05 FILLER              PIC X(38) VALUE                        00443715
            'CARD                CUR         AMOUNT'.                   00443715
       01 WS-EVD-PRIOR-DETAIL.                                          00443715
          05 FILLER              PIC X(4) VALUE SPACES.                 00443715
          05 EVD-PRIOR-TEXT      PIC X(78).                             00443715
       01 WS-EVD-PRIOR-MORE.                                            00443715
          05 FILLER              PIC X(12) VALUE '    ... AND '.        00443715
          05 EVD-PRIOR-MORE-CNTR PIC ZZ,ZZ9.                            00443715
          05 FILLER              PIC X(24) VALUE                        00443715
            ' EARLIER LINES NOT SHOWN'.                                 00443715
       01 WS-EVD-FLAG.                                                  00443715
          05 FILLER              PIC X(8) VALUE '  FLAG: '.             00443715
          05 EVD-FLAG-TEXT       PIC X(60).                             00443715
       01 WS-EVD-CNTR-EDT       PIC ZZ,ZZ9.                             00443715
       01 WS-EVD-AMT-EDT        PIC Z(13)9.99-.                         00443715
       01 WS-EVD-DATE-EDT.                                              00443715
          05 EVD-DATE-CCYY       PIC X(4).                              00443715
          05 FILLER              PIC X(1) VALUE '-'.                    00443715
          05 EVD-DATE-MM         PIC X(2).                              00443715
          05 FILLER              PIC X(1) VALUE '-'.                    00443715
          05 EVD-DATE-DD         PIC X(2).                              00443715
       01 WS-COUNTERS-1.                                                00443715
          05 WS-CASEFILE-CNTR     PIC 9(9) VALUE ZEROES.                00443715
          05 WS-OPEN-CASE-CNTR    PIC 9(9) VALUE ZEROES.                00443715
          05 WS-AHSTFILE-CNTR     PIC 9(9) VALUE ZEROES.                00443715
          05 WS-STMARCH-CNTR      PIC 9(9) VALUE ZEROES.                00443715
          05 WS-FOUND-CNTR        PIC 9(9) VALUE ZEROES.                00443715
          05 WS-AMT-DIFF-CNTR     PIC 9(9) VALUE ZEROES.                00443715
          05 WS-NOT-FOUND-CNTR    PIC 9(9) VALUE ZEROES.                00443715
       01 WS-CASEFILE-CNTR-EDT  PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-OPEN-CASE-CNTR-EDT PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-AHSTFILE-CNTR-EDT  PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-STMARCH-CNTR-EDT   PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-FOUND-CNTR-EDT     PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-AMT-DIFF-CNTR-EDT  PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-NOT-FOUND-CNTR-EDT PIC ZZZ,ZZZ,ZZ9.                        00443715
      *    THE GENERATION REGISTRY'S FIGURES FOR MASTRANB'S CASEFILE AND00443715
      *    MASTRANC'S AHSTFILE -- THE HASH IS THE SUM OF THE CONTRACT   00443715
      *    IDS.                                                         00443715
       01 WS-CASEFILE-HASH-TOTAL PIC 9(16)V99 VALUE ZEROES.             00443715
       01 WS-AHSTFILE-HASH-TOTAL PIC 9(16)V99 VALUE ZEROES.             00443715
       01 WS-CASEFILE-REG       PIC 9 VALUE 0.                          00443715
       01 WS-AHSTFILE-REG       PIC 9 VALUE 0.                          00443715
       01 WS-GREG-INPUT-DD      PIC X(8) VALUE SPACES.                  00443715
       COPY GREGLNK.                                                    00443715
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
           PERFORM LOAD-CASES-PARA                                      00443715
                                                                        00443715
           PERFORM LOAD-AUTH-HISTORY-PARA                               00443715
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
           MOVE 'MASTRNEV' TO PGAT-JOB-NAME                             00443715
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
      *    EVERY DOCUMENT IS DATED WITH THE PROCESS DATE SO THE         00443715
      *    DISPUTES TEAM KNOWS WHICH NIGHT'S ARCHIVE IT WAS BUILT       00443715
      *    FROM.                                                        00443715
           IF PARM-PROCESS-DATE NOT NUMERIC                             00443715
             DISPLAY 'PARM-PROCESS-DATE MISSING -- EVIDENCE CANNOT '    00443715
                     'BE DATED'                                         00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'NO PROCESS DATE' TO WS-FAIL-REASON                   00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           DISPLAY 'PARM PROCESS DATE = ' PARM-PROCESS-DATE             00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       FILE-OPEN-PARA.                                                  00443715
                                                                        00443715
           OPEN INPUT CASEFILE                                          00443715
                                                                        00443715
           IF CASEFILE-FILE-STATUS NOT = '00'                           00443715
           THEN                                                         00443715
             DISPLAY 'OPEN CASE FILE-STATUS = '  CASEFILE-FILE-STATUS   00443715
                                                                        00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'FILE OPEN ERROR' TO WS-FAIL-REASON                   00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           MOVE 'CASEFILE' TO GREG-DATASET                              00443715
           MOVE 'D'        TO GREG-EXPECT                               00443715
           MOVE 'CASEFILE' TO WS-GREG-INPUT-DD                          00443715
           PERFORM CHECK-INPUT-GENERATION-PARA                          00443715
           IF GREG-RESULT-MATCHED                                       00443715
             MOVE 1 TO WS-CASEFILE-REG                                  00443715
           END-IF                                                       00443715
                                                                        00443715
           OPEN INPUT AHSTFILE                                          00443715
                                                                        00443715
           IF AHSTFILE-FILE-STATUS NOT = '00'                           00443715
           THEN                                                         00443715
             DISPLAY 'OPEN AHST FILE-STATUS = '  AHSTFILE-FILE-STATUS   00443715
                                                                        00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'FILE OPEN ERROR' TO WS-FAIL-REASON                   00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           MOVE 'AHSTFILE' TO GREG-DATASET                              00443715
           MOVE 'D'        TO GREG-EXPECT                               00443715
           MOVE 'AHSTFILE' TO WS-GREG-INPUT-DD                          00443715
           PERFORM CHECK-INPUT-GENERATION-PARA                          00443715
           IF GREG-RESULT-MATCHED                                       00443715
             MOVE 1 TO WS-AHSTFILE-REG                                  00443715
           END-IF                                                       00443715
                                                                        00443715
           OPEN OUTPUT EVIDFILE                                         00443715
                                                                        00443715
           IF EVIDFILE-FILE-STATUS NOT = '00'                           00443715
           THEN                                                         00443715
             DISPLAY 'OPEN EVID FILE-STATUS = '  EVIDFILE-FILE-STATUS   00443715
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
       LOAD-CASES-PARA.                                                 00443715
      *    CASES MASTRANB CLOSED ARE WRITTEN ONCE MORE AS AN AUDIT      00443715
      *    TRAIL -- ONLY STILL-OPEN CASES NEED AN ANSWER.               00443715
           MOVE 0 TO WS-EOF                                             00443715
                                                                        00443715
           PERFORM UNTIL WS-EOF = 1                                     00443715
             READ CASEFILE                                              00443715
               AT END                                                   00443715
                 MOVE 1 TO WS-EOF                                       00443715
               NOT AT END                                               00443715
                 ADD 1 TO WS-CASEFILE-CNTR                              00443715
                 ADD CASE-CONT-ID TO WS-CASEFILE-HASH-TOTAL             00443715
                 IF CASE-STATUS = 'OPEN'                                00443715
                   PERFORM ADD-CASE-PARA                                00443715
                 END-IF                                                 00443715
             END-READ                                                   00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           IF WS-CASEFILE-REG = 1                                       00443715
             MOVE 'CASEFILE'             TO GREG-DATASET                00443715
             MOVE 'D'                    TO GREG-EXPECT                 00443715
             MOVE 'CASEFILE'             TO WS-GREG-INPUT-DD            00443715
             MOVE WS-CASEFILE-CNTR       TO GREG-RECORD-CNT             00443715
             MOVE WS-CASEFILE-HASH-TOTAL TO GREG-HASH-TOTAL             00443715
             PERFORM VERIFY-INPUT-GENERATION-PARA                       00443715
           END-IF                                                       00443715
                                                                        00443715
           DISPLAY 'OPEN CASES LOADED = ' WS-EVC-USED                   00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       ADD-CASE-PARA.                                                   00443715
                                                                        00443715
           IF WS-EVC-USED < 1000                                        00443715
             ADD 1 TO WS-EVC-USED                                       00443715
             ADD 1 TO WS-OPEN-CASE-CNTR                                 00443715
             INITIALIZE WS-EVC-ENTRY (WS-EVC-USED)                      00443715
             MOVE CASE-ORIG-TXN-REF TO WS-EVC-REF (WS-EVC-USED)         00443715
             MOVE CASE-CONT-ID      TO WS-EVC-CONT-ID (WS-EVC-USED)     00443715
             MOVE CASE-REASON-CODE  TO WS-EVC-REASON (WS-EVC-USED)      00443715
             MOVE CASE-OPEN-DATE    TO WS-EVC-OPEN-DATE (WS-EVC-USED)   00443715
             MOVE CASE-LAST-DATE    TO WS-EVC-LAST-DATE (WS-EVC-USED)   00443715
             MOVE CASE-EVENT-CNTR   TO WS-EVC-EVENTS (WS-EVC-USED)      00443715
             MOVE CASE-AMOUNT       TO WS-EVC-AMOUNT (WS-EVC-USED)      00443715
             COMPUTE WS-EVC-AMT-NUM (WS-EVC-USED) =                     00443715
               FUNCTION NUMVAL (CASE-AMOUNT)                            00443715
             IF WS-EVC-AMT-NUM (WS-EVC-USED) < 0                        00443715
               COMPUTE WS-EVC-AMT-NUM (WS-EVC-USED) =                   00443715
                 - WS-EVC-AMT-NUM (WS-EVC-USED)                         00443715
             END-IF                                                     00443715
           ELSE                                                         00443715
             DISPLAY 'EVIDENCE CASE TABLE FULL -- CANNOT COVER EVERY '  00443715
                     'OPEN DISPUTE, RUN FAILED'                         00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'CASE TABLE FULL' TO WS-FAIL-REASON                   00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       LOAD-AUTH-HISTORY-PARA.                                          00443715
      *    A REFERENCE OLDER THAN PARM-AREF-RETENTION-DAYS HAS          00443715
      *    ALREADY EXPIRED OFF AHSTFILE -- ITS CASE IS LEFT WITH        00443715
      *    WS-EVC-AHST-FOUND AT ZERO AND FLAGGED WHEN PRINTED.          00443715
           MOVE 0 TO WS-EOF                                             00443715
                                                                        00443715
           PERFORM UNTIL WS-EOF = 1                                     00443715
             READ AHSTFILE                                              00443715
               AT END                                                   00443715
                 MOVE 1 TO WS-EOF                                       00443715
               NOT AT END                                               00443715
                 ADD 1 TO WS-AHSTFILE-CNTR                              00443715
                 ADD AHST-CONT-ID TO WS-AHSTFILE-HASH-TOTAL             00443715
                 PERFORM MATCH-AUTH-HISTORY-PARA                        00443715
             END-READ                                                   00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           IF WS-AHSTFILE-REG = 1                                       00443715
             MOVE 'AHSTFILE'             TO GREG-DATASET                00443715
             MOVE 'D'                    TO GREG-EXPECT                 00443715
             MOVE 'AHSTFILE'             TO WS-GREG-INPUT-DD            00443715
             MOVE WS-AHSTFILE-CNTR       TO GREG-RECORD-CNT             00443715
             MOVE WS-AHSTFILE-HASH-TOTAL TO GREG-HASH-TOTAL             00443715
             PERFORM VERIFY-INPUT-GENERATION-PARA                       00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       MATCH-AUTH-HISTORY-PARA.                                         00443715
                                                                        00443715
           PERFORM VARYING WS-EVC-IDX FROM 1 BY 1                       00443715
             UNTIL WS-EVC-IDX > WS-EVC-USED                             00443715
             IF WS-EVC-CONT-ID (WS-EVC-IDX) = AHST-CONT-ID              00443715
                AND WS-EVC-REF (WS-EVC-IDX) = AHST-AUTH-REF             00443715
               MOVE 1 TO WS-EVC-AHST-FOUND (WS-EVC-IDX)                 00443715
               MOVE AHST-SEEN-DATE TO WS-EVC-SEEN-DATE (WS-EVC-IDX)     00443715
             END-IF                                                     00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       MAIN-PROCESS.                                                    00443715
                                                                        00443715
           PERFORM FIND-ORIGINALS-PARA                                  00443715
                                                                        00443715
           PERFORM FIND-PRIOR-ACTIVITY-PARA                             00443715
                                                                        00443715
           PERFORM VARYING WS-EVC-IDX FROM 1 BY 1                       00443715
             UNTIL WS-EVC-IDX > WS-EVC-USED                             00443715
             PERFORM WRITE-EVIDENCE-PARA                                00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       OPEN-ARCHIVE-PARA.                                               00443715
                                                                        00443715
           OPEN INPUT STMARCH                                           00443715
                                                                        00443715
           IF STMARCH-FILE-STATUS NOT = '00'                            00443715
           THEN                                                         00443715
             DISPLAY 'OPEN STMARCH FILE-STATUS = '                      00443715
                     STMARCH-FILE-STATUS                                00443715
                                                                        00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'FILE OPEN ERROR' TO WS-FAIL-REASON                   00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           MOVE 0 TO WS-EOF                                             00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       FIND-ORIGINALS-PARA.                                             00443715
      *    FIRST PASS OVER THE ARCHIVE -- EVERY AUTHORIZATION LINE      00443715
      *    IS OFFERED TO EACH CASE ON THE SAME CONTRACT.                00443715
           PERFORM OPEN-ARCHIVE-PARA                                    00443715
                                                                        00443715
           PERFORM UNTIL WS-EOF = 1                                     00443715
             READ STMARCH                                               00443715
               AT END                                                   00443715
                 MOVE 1 TO WS-EOF                                       00443715
               NOT AT END                                               00443715
                 ADD 1 TO WS-STMARCH-CNTR                               00443715
                 IF SARC-DTL-IS-AUTH                                    00443715
                    AND SARC-DTL-NOTE (1:9) NOT = 'DUPLICATE'           00443715
                   PERFORM OFFER-ORIGINAL-PARA                          00443715
                 END-IF                                                 00443715
             END-READ                                                   00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           CLOSE STMARCH                                                00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       OFFER-ORIGINAL-PARA.                                             00443715
                                                                        00443715
           MOVE SARC-DTL-DATE (1:4) TO WS-LINE-DATE (1:4)               00443715
           MOVE SARC-DTL-DATE (6:2) TO WS-LINE-DATE (5:2)               00443715
           MOVE SARC-DTL-DATE (9:2) TO WS-LINE-DATE (7:2)               00443715
           COMPUTE WS-LINE-AMT = FUNCTION NUMVAL (SARC-DTL-AMOUNT)      00443715
                                                                        00443715
           PERFORM VARYING WS-EVC-IDX FROM 1 BY 1                       00443715
             UNTIL WS-EVC-IDX > WS-EVC-USED                             00443715
             IF WS-EVC-CONT-ID (WS-EVC-IDX) = SARC-CONT-ID              00443715
                AND WS-EVC-AHST-FOUND (WS-EVC-IDX) = 1                  00443715
                AND WS-LINE-DATE NOT > WS-EVC-SEEN-DATE (WS-EVC-IDX)    00443715
               PERFORM TAKE-ORIGINAL-PARA                               00443715
             END-IF                                                     00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       TAKE-ORIGINAL-PARA.                                              00443715
      *    AN AMOUNT MATCH ALWAYS BEATS A DATE-ONLY MATCH; BETWEEN      00443715
      *    TWO OF THE SAME KIND THE LATER AUTHORIZATION WINS, BEING     00443715
      *    THE ONE NEAREST THE DATE THE REFERENCE WAS SEEN.             00443715
           IF WS-LINE-AMT = WS-EVC-AMT-NUM (WS-EVC-IDX)                 00443715
             MOVE 2 TO WS-LINE-AMT-MATCH                                00443715
           ELSE                                                         00443715
             MOVE 1 TO WS-LINE-AMT-MATCH                                00443715
           END-IF                                                       00443715
                                                                        00443715
           IF WS-LINE-AMT-MATCH > WS-EVC-ORIG-FOUND (WS-EVC-IDX)        00443715
              OR (WS-LINE-AMT-MATCH = WS-EVC-ORIG-FOUND (WS-EVC-IDX)    00443715
                  AND WS-LINE-DATE NOT <                                00443715
                      WS-EVC-ORIG-DATE (WS-EVC-IDX))                    00443715
             MOVE WS-LINE-AMT-MATCH TO WS-EVC-ORIG-FOUND (WS-EVC-IDX)   00443715
             MOVE SARC-PERIOD       TO WS-EVC-ORIG-PERIOD (WS-EVC-IDX)  00443715
             MOVE SARC-SEQ          TO WS-EVC-ORIG-SEQ (WS-EVC-IDX)     00443715
             MOVE WS-LINE-DATE      TO WS-EVC-ORIG-DATE (WS-EVC-IDX)    00443715
             MOVE SARC-DTL-DATE                                         00443715
               TO WS-EVC-ORIG-DTL-DATE (WS-EVC-IDX)                     00443715
             MOVE SARC-DTL-MERCHANT                                     00443715
               TO WS-EVC-ORIG-MERCHANT (WS-EVC-IDX)                     00443715
             MOVE SARC-DTL-CARD     TO WS-EVC-ORIG-CARD (WS-EVC-IDX)    00443715
             MOVE SARC-DTL-CURRENCY                                     00443715
               TO WS-EVC-ORIG-CURRENCY (WS-EVC-IDX)                     00443715
             MOVE SARC-DTL-AMOUNT   TO WS-EVC-ORIG-AMOUNT (WS-EVC-IDX)  00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       FIND-PRIOR-ACTIVITY-PARA.                                        00443715
      *    SECOND PASS -- ANY DETAIL LINE FOR THE CASE'S CONTRACT AT    00443715
      *    THE ORIGINAL'S MERCHANT, ARCHIVED AHEAD OF THE ORIGINAL      00443715
      *    (EARLIER PERIOD, OR EARLIER LINE IN THE SAME STATEMENT),     00443715
      *    IS PRIOR ACTIVITY. AUTHORIZATIONS CARRY THE MERCHANT NAME    00443715
      *    ON THE STATEMENT AND REFUNDS/CHARGEBACKS/REVERSALS THE       00443715
      *    MERCHANT ID, SO THE LATTER ONLY MATCH WHERE THE TWO AGREE.   00443715
           PERFORM OPEN-ARCHIVE-PARA                                    00443715
                                                                        00443715
           PERFORM UNTIL WS-EOF = 1                                     00443715
             READ STMARCH                                               00443715
               AT END                                                   00443715
                 MOVE 1 TO WS-EOF                                       00443715
               NOT AT END                                               00443715
                 IF SARC-DTL-IS-DETAIL                                  00443715
                   PERFORM OFFER-PRIOR-PARA                             00443715
                 END-IF                                                 00443715
             END-READ                                                   00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           CLOSE STMARCH                                                00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       OFFER-PRIOR-PARA.                                                00443715
                                                                        00443715
           PERFORM VARYING WS-EVC-IDX FROM 1 BY 1                       00443715
             UNTIL WS-EVC-IDX > WS-EVC-USED                             00443715
             IF WS-EVC-CONT-ID (WS-EVC-IDX) = SARC-CONT-ID              00443715
                AND WS-EVC-ORIG-FOUND (WS-EVC-IDX) > 0                  00443715
                AND WS-EVC-ORIG-MERCHANT (WS-EVC-IDX)                   00443715
                    = SARC-DTL-MERCHANT                                 00443715
                AND (SARC-PERIOD < WS-EVC-ORIG-PERIOD (WS-EVC-IDX)      00443715
                     OR (SARC-PERIOD = WS-EVC-ORIG-PERIOD (WS-EVC-IDX)  00443715
                         AND SARC-SEQ < WS-EVC-ORIG-SEQ (WS-EVC-IDX)))  00443715
               PERFORM ADD-PRIOR-PARA                                   00443715
             END-IF                                                     00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       ADD-PRIOR-PARA.                                                  00443715
                                                                        00443715
           ADD 1 TO WS-EVC-PRIOR-CNTR (WS-EVC-IDX)                      00443715
           COMPUTE WS-LINE-AMT = FUNCTION NUMVAL (SARC-DTL-AMOUNT)      00443715
           ADD WS-LINE-AMT TO WS-EVC-PRIOR-AMT (WS-EVC-IDX)             00443715
                                                                        00443715
           IF WS-EVC-PRIOR-CNTR (WS-EVC-IDX) NOT > 10                   00443715
             MOVE WS-EVC-PRIOR-CNTR (WS-EVC-IDX) TO WS-EVC-PRIOR-IDX    00443715
             MOVE SARC-TEXT (1:78)                                      00443715
               TO WS-EVC-PRIOR-LINE (WS-EVC-IDX, WS-EVC-PRIOR-IDX)      00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       WRITE-EVIDENCE-PARA.                                             00443715
                                                                        00443715
           MOVE WS-EVC-IDX        TO EVD-TITLE-CASE-NO                  00443715
           MOVE PARM-PROCESS-DATE TO EVD-TITLE-DATE                     00443715
                                                                        00443715
           IF WS-EVC-IDX = 1                                            00443715
             WRITE EVID-LINE FROM WS-EVD-TITLE                          00443715
               AFTER ADVANCING 1 LINE                                   00443715
           ELSE                                                         00443715
             WRITE EVID-LINE FROM WS-EVD-TITLE                          00443715
               AFTER ADVANCING PAGE                                     00443715
           END-IF                                                       00443715
                                                                        00443715
           MOVE SPACES TO EVID-LINE                                     00443715
           WRITE EVID-LINE AFTER ADVANCING 1 LINE                       00443715
                                                                        00443715
      *    THE NETWORK ALLOWS 30 DAYS FROM THE CASE OPENING.            00443715
           IF WS-EVC-OPEN-DATE (WS-EVC-IDX) NUMERIC                     00443715
             MOVE WS-EVC-OPEN-DATE (WS-EVC-IDX) TO WS-DUE-DATE-NUM      00443715
             COMPUTE WS-DUE-DATE-INT =                                  00443715
               FUNCTION INTEGER-OF-DATE (WS-DUE-DATE-NUM) + 30          00443715
             COMPUTE WS-DUE-DATE-NUM =                                  00443715
               FUNCTION DATE-OF-INTEGER (WS-DUE-DATE-INT)               00443715
           ELSE                                                         00443715
             MOVE ZEROES TO WS-DUE-DATE-NUM                             00443715
           END-IF                                                       00443715
                                                                        00443715
           MOVE 'DISPUTED REFERENCE'     TO EVD-FIELD-LABEL             00443715
           MOVE WS-EVC-REF (WS-EVC-IDX)  TO EVD-FIELD-VALUE             00443715
           PERFORM WRITE-FIELD-PARA                                     00443715
           MOVE 'CONTRACT'               TO EVD-FIELD-LABEL             00443715
           MOVE WS-EVC-CONT-ID (WS-EVC-IDX) TO EVD-FIELD-VALUE          00443715
           PERFORM WRITE-FIELD-PARA                                     00443715
           MOVE 'CHARGEBACK REASON CODE' TO EVD-FIELD-LABEL             00443715
           MOVE WS-EVC-REASON (WS-EVC-IDX) TO EVD-FIELD-VALUE           00443715
           PERFORM WRITE-FIELD-PARA                                     00443715
           MOVE 'DISPUTED AMOUNT'        TO EVD-FIELD-LABEL             00443715
           MOVE WS-EVC-AMOUNT (WS-EVC-IDX) TO EVD-FIELD-VALUE           00443715
           PERFORM WRITE-FIELD-PARA                                     00443715
           MOVE 'CASE OPENED'            TO EVD-FIELD-LABEL             00443715
           MOVE WS-EVC-OPEN-DATE (WS-EVC-IDX) TO EVD-FIELD-VALUE        00443715
           PERFORM WRITE-FIELD-PARA                                     00443715
           MOVE 'RESPONSE DUE'           TO EVD-FIELD-LABEL             00443715
           MOVE WS-DUE-DATE-NUM          TO EVD-FIELD-VALUE             00443715
           PERFORM WRITE-FIELD-PARA                                     00443715
           MOVE 'LAST CASE EVENT'        TO EVD-FIELD-LABEL             00443715
           MOVE WS-EVC-LAST-DATE (WS-EVC-IDX) TO EVD-FIELD-VALUE        00443715
           PERFORM WRITE-FIELD-PARA                                     00443715
           MOVE 'CASE EVENTS'            TO EVD-FIELD-LABEL             00443715
           MOVE WS-EVC-EVENTS (WS-EVC-IDX) TO EVD-FIELD-VALUE           00443715
           PERFORM WRITE-FIELD-PARA                                     00443715
                                                                        00443715
           MOVE 'ORIGINAL AUTHORIZATION' TO WS-EVD-SECTION              00443715
           PERFORM WRITE-SECTION-PARA                                   00443715
                                                                        00443715
           IF WS-EVC-AHST-FOUND (WS-EVC-IDX) = 1                        00443715
             MOVE WS-EVC-SEEN-DATE (WS-EVC-IDX) (1:4) TO EVD-DATE-CCYY  00443715
             MOVE WS-EVC-SEEN-DATE (WS-EVC-IDX) (5:2) TO EVD-DATE-MM    00443715
             MOVE WS-EVC-SEEN-DATE (WS-EVC-IDX) (7:2) TO EVD-DATE-DD    00443715
             MOVE 'REFERENCE LAST SEEN'  TO EVD-FIELD-LABEL             00443715
             MOVE WS-EVD-DATE-EDT        TO EVD-FIELD-VALUE             00443715
             PERFORM WRITE-FIELD-PARA                                   00443715
           END-IF                                                       00443715
                                                                        00443715
           IF WS-EVC-ORIG-FOUND (WS-EVC-IDX) = 0                        00443715
             ADD 1 TO WS-NOT-FOUND-CNTR                                 00443715
             IF WS-EVC-AHST-FOUND (WS-EVC-IDX) = 0                      00443715
               MOVE                                                     00443715
                 'ORIGINAL NOT FOUND - REFERENCE EXPIRED OFF AHSTFILE'  00443715
                 TO EVD-FLAG-TEXT                                       00443715
             ELSE                                                       00443715
               MOVE 'ORIGINAL NOT FOUND - NOT ON THE STATEMENT ARCHIVE' 00443715
                 TO EVD-FLAG-TEXT                                       00443715
             END-IF                                                     00443715
             WRITE EVID-LINE FROM WS-EVD-FLAG                           00443715
               AFTER ADVANCING 1 LINE                                   00443715
           ELSE                                                         00443715
             ADD 1 TO WS-FOUND-CNTR                                     00443715
             MOVE 'AUTHORIZATION DATE'   TO EVD-FIELD-LABEL             00443715
             MOVE WS-EVC-ORIG-DTL-DATE (WS-EVC-IDX) TO EVD-FIELD-VALUE  00443715
             PERFORM WRITE-FIELD-PARA                                   00443715
             MOVE 'MERCHANT'             TO EVD-FIELD-LABEL             00443715
             MOVE WS-EVC-ORIG-MERCHANT (WS-EVC-IDX) TO EVD-FIELD-VALUE  00443715
             PERFORM WRITE-FIELD-PARA                                   00443715
             MOVE 'CARD (MASKED PAN)'    TO EVD-FIELD-LABEL             00443715
             MOVE WS-EVC-ORIG-CARD (WS-EVC-IDX) TO EVD-FIELD-VALUE      00443715
             PERFORM WRITE-FIELD-PARA                                   00443715
             MOVE 'CURRENCY'             TO EVD-FIELD-LABEL             00443715
             MOVE WS-EVC-ORIG-CURRENCY (WS-EVC-IDX) TO EVD-FIELD-VALUE  00443715
             PERFORM WRITE-FIELD-PARA                                   00443715
             MOVE 'AMOUNT'               TO EVD-FIELD-LABEL             00443715
             MOVE WS-EVC-ORIG-AMOUNT (WS-EVC-IDX) TO EVD-FIELD-VALUE    00443715
             PERFORM WRITE-FIELD-PARA                                   00443715
             MOVE 'STATEMENT PERIOD'     TO EVD-FIELD-LABEL             00443715
             MOVE WS-EVC-ORIG-PERIOD (WS-EVC-IDX) TO EVD-FIELD-VALUE    00443715
             PERFORM WRITE-FIELD-PARA                                   00443715
                                                                        00443715
             IF WS-EVC-ORIG-FOUND (WS-EVC-IDX) = 1                      00443715
               ADD 1 TO WS-AMT-DIFF-CNTR                                00443715
               MOVE 'AUTHORIZED AMOUNT DIFFERS FROM DISPUTED AMOUNT'    00443715
                 TO EVD-FLAG-TEXT                                       00443715
               WRITE EVID-LINE FROM WS-EVD-FLAG                         00443715
                 AFTER ADVANCING 1 LINE                                 00443715
             END-IF                                                     00443715
                                                                        00443715
             PERFORM WRITE-PRIOR-ACTIVITY-PARA                          00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       WRITE-PRIOR-ACTIVITY-PARA.                                       00443715
                                                                        00443715
           MOVE 'PRIOR ACTIVITY AT THIS MERCHANT' TO WS-EVD-SECTION     00443715
           PERFORM WRITE-SECTION-PARA                                   00443715
                                                                        00443715
           IF WS-EVC-PRIOR-CNTR (WS-EVC-IDX) = 0                        00443715
             MOVE 'NONE ON THE STATEMENT ARCHIVE' TO EVD-PRIOR-TEXT     00443715
             WRITE EVID-LINE FROM WS-EVD-PRIOR-DETAIL                   00443715
               AFTER ADVANCING 1 LINE                                   00443715
           ELSE                                                         00443715
             WRITE EVID-LINE FROM WS-EVD-PRIOR-HEADER                   00443715
               AFTER ADVANCING 1 LINE                                   00443715
             PERFORM VARYING WS-EVC-PRIOR-IDX FROM 1 BY 1               00443715
               UNTIL WS-EVC-PRIOR-IDX > 10                              00443715
                  OR WS-EVC-PRIOR-IDX > WS-EVC-PRIOR-CNTR (WS-EVC-IDX)  00443715
               MOVE WS-EVC-PRIOR-LINE (WS-EVC-IDX, WS-EVC-PRIOR-IDX)    00443715
                 TO EVD-PRIOR-TEXT                                      00443715
               WRITE EVID-LINE FROM WS-EVD-PRIOR-DETAIL                 00443715
                 AFTER ADVANCING 1 LINE                                 00443715
             END-PERFORM                                                00443715
                                                                        00443715
             IF WS-EVC-PRIOR-CNTR (WS-EVC-IDX) > 10                     00443715
               COMPUTE EVD-PRIOR-MORE-CNTR =                            00443715
                 WS-EVC-PRIOR-CNTR (WS-EVC-IDX) - 10                    00443715
               WRITE EVID-LINE FROM WS-EVD-PRIOR-MORE                   00443715
                 AFTER ADVANCING 1 LINE                                 00443715
             END-IF                                                     00443715
                                                                        00443715
             MOVE 'PRIOR TRANSACTIONS'   TO EVD-FIELD-LABEL             00443715
             MOVE WS-EVC-PRIOR-CNTR (WS-EVC-IDX) TO WS-EVD-CNTR-EDT     00443715
             MOVE WS-EVD-CNTR-EDT        TO EVD-FIELD-VALUE             00443715
             PERFORM WRITE-FIELD-PARA                                   00443715
             MOVE 'PRIOR NET AMOUNT'     TO EVD-FIELD-LABEL             00443715
             MOVE WS-EVC-PRIOR-AMT (WS-EVC-IDX) TO WS-EVD-AMT-EDT       00443715
             MOVE WS-EVD-AMT-EDT         TO EVD-FIELD-VALUE             00443715
             PERFORM WRITE-FIELD-PARA                                   00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       WRITE-SECTION-PARA.                                              00443715
                                                                        00443715
           MOVE SPACES TO EVID-LINE                                     00443715
           WRITE EVID-LINE AFTER ADVANCING 1 LINE                       00443715
           WRITE EVID-LINE FROM WS-EVD-SECTION                          00443715
             AFTER ADVANCING 1 LINE                                     00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       WRITE-FIELD-PARA.                                                00443715
                                                                        00443715
           WRITE EVID-LINE FROM WS-EVD-FIELD                            00443715
             AFTER ADVANCING 1 LINE                                     00443715
                                                                        00443715
           MOVE SPACES TO EVD-FIELD-VALUE                               00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       CHECK-INPUT-GENERATION-PARA.                                     00443715
      *    CALLED AT OPEN WITH GREG-DATASET, GREG-EXPECT AND            00443715
      *    WS-GREG-INPUT-DD SET. A GENERATION THE PRODUCER DID NOT      00443715
      *    REGISTER FOR THIS CYCLE IS REFUSED BEFORE A RECORD OF IT IS  00443715
      *    USED; A DATASET NEVER REGISTERED IS READ WITH A WARNING.     00443715
           MOVE 'C'               TO GREG-FUNCTION                      00443715
           MOVE 'MASTRNEV'        TO GREG-JOB-NAME                      00443715
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
      *    THE RUN STOPS BEFORE ANY EVIDENCE IS BUILT FROM IT.          00443715
           MOVE 'V'               TO GREG-FUNCTION                      00443715
           MOVE 'MASTRNEV'        TO GREG-JOB-NAME                      00443715
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
             DISPLAY 'STATUS FILE NOT OPEN -- STATUS RECORD LOST'       00443715
           ELSE                                                         00443715
                                                                        00443715
           INITIALIZE STATUS-REC                                        00443715
                                                                        00443715
           MOVE 'MASTRNEV'             TO STAT-JOB-NAME                 00443715
           MOVE FUNCTION CURRENT-DATE  TO STAT-RUN-TIMESTAMP            00443715
           IF WS-RUN-FAILED = 1                                         00443715
             MOVE 'FAILED'             TO STAT-COMPLETION-CODE          00443715
             MOVE WS-FAIL-REASON       TO STAT-FAIL-REASON              00443715
           ELSE                                                         00443715
             MOVE 'COMPLETE'           TO STAT-COMPLETION-CODE          00443715
           END-IF                                                       00443715
           MOVE 'OPEN CASES'           TO STAT-CNTR-1-LABEL             00443715
           MOVE WS-OPEN-CASE-CNTR      TO STAT-CNTR-1                   00443715
           MOVE 'FOUND'                TO STAT-CNTR-2-LABEL             00443715
           MOVE WS-FOUND-CNTR          TO STAT-CNTR-2                   00443715
           MOVE 'NOT FOUND'            TO STAT-CNTR-3-LABEL             00443715
           MOVE WS-NOT-FOUND-CNTR      TO STAT-CNTR-3                   00443715
           MOVE 'AMOUNT DIFF'          TO STAT-CNTR-4-LABEL             00443715
           MOVE WS-AMT-DIFF-CNTR       TO STAT-CNTR-4                   00443715
                                                                        00443715
           WRITE STATUS-REC                                             00443715
                                                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       END-PROCESS.                                                     00443715
                                                                        00443715
           MOVE WS-CASEFILE-CNTR  TO WS-CASEFILE-CNTR-EDT               00443715
           MOVE WS-OPEN-CASE-CNTR TO WS-OPEN-CASE-CNTR-EDT              00443715
           MOVE WS-AHSTFILE-CNTR  TO WS-AHSTFILE-CNTR-EDT               00443715
           MOVE WS-STMARCH-CNTR   TO WS-STMARCH-CNTR-EDT                00443715
           MOVE WS-FOUND-CNTR     TO WS-FOUND-CNTR-EDT                  00443715
           MOVE WS-AMT-DIFF-CNTR  TO WS-AMT-DIFF-CNTR-EDT               00443715
           MOVE WS-NOT-FOUND-CNTR TO WS-NOT-FOUND-CNTR-EDT              00443715
                                                                        00443715
           DISPLAY '***************************************'            00443715
           DISPLAY '* PROGRAM NAME  :    MASTRNEV         *'            00443715
           DISPLAY '* CASEFILE      : ' WS-CASEFILE-CNTR-EDT            00443715
                   '         *'                                         00443715
           DISPLAY '* OPEN CASES    : ' WS-OPEN-CASE-CNTR-EDT           00443715
                   '         *'                                         00443715
           DISPLAY '* AHSTFILE      : ' WS-AHSTFILE-CNTR-EDT            00443715
                   '         *'                                         00443715
           DISPLAY '* STMARCH       : ' WS-STMARCH-CNTR-EDT             00443715
                   '         *'                                         00443715
           DISPLAY '* FOUND         : ' WS-FOUND-CNTR-EDT               00443715
                   '         *'                                         00443715
           DISPLAY '* AMOUNT DIFF   : ' WS-AMT-DIFF-CNTR-EDT            00443715
                   '         *'                                         00443715
           DISPLAY '* NOT FOUND     : ' WS-NOT-FOUND-CNTR-EDT           00443715
                   '         *'                                         00443715
           DISPLAY '***************************************'            00443715
                                                                        00443715
           PERFORM WRITE-STATUS-FILE-PARA                               00443715
                                                                        00443715
           CLOSE CASEFILE.                                              00443715
           CLOSE AHSTFILE.                                              00443715
           CLOSE EVIDFILE.                                              00443715
           CLOSE STATUSFILE.                                            00443715
                                                                        00443715
           IF WS-RUN-FAILED = 1                                         00443715
             MOVE 8 TO RETURN-CODE                                      00443715
           END-IF                                                       00443715
                                                                        00443715
           STOP RUN.                                                    00443715
                                                                        00443715
       END PROGRAM  MASTRNEV.                                           00443715
