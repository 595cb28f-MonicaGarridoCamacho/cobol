       ID DIVISION.                                                     00443715
       PROGRAM-ID. MASTRNBL.                                            00443715
      *    MASTRNBL IS THE RUNNING ACCOUNT BALANCE LEDGER. OUTFILE AND  00443715
      *    THE STATEMENTS ONLY EVER SHOWED ONE NIGHT'S ACTIVITY, SO A   00443715
      *    CONTRACT'S POSITION HAD TO BE PIECED TOGETHER FROM MONTHS    00443715
      *    OF OUTFILE ROWS. MASTRANC NOW WRITES BALXFILE -- ONE ROW     00443715
      *    PER CONTRACT WITH THE NIGHT'S SIGNED AUTHORIZATIONS,         00443715
      *    REFUNDS, CHARGEBACKS AND REVERSALS IN BASE CURRENCY SPLIT    00443715
      *    INTO DEBITS AND CREDITS. THIS JOB CARRIES A LEDGER KEYED BY  00443715
      *    CONT-ID ACROSS CYCLES: BLEDIN IS THE PRIOR CYCLE'S, AND      00443715
      *    BLEDFILE IS WRITTEN WITH ONE ROW FOR EVERY CONTRACT ON       00443715
      *    EITHER SIDE -- OPENING BALANCE (LAST NIGHT'S CLOSING),       00443715
      *    DEBITS, CREDITS AND CLOSING BALANCE. A CONTRACT WITH NO      00443715
      *    ACTIVITY TONIGHT IS CARRIED FORWARD AT ITS CLOSING BALANCE.  00443715
      *    BALPRF IS THE PROOF: FOR EVERY CONTRACT AND IN TOTAL,        00443715
      *    YESTERDAY'S CLOSING PLUS TONIGHT'S MOVEMENT MUST EQUAL       00443715
      *    TONIGHT'S CLOSING AS WRITTEN TO BLEDFILE. A CONTRACT THAT    00443715
      *    DOES NOT PROVE IS FLAGGED AND FAILS THE RUN.                 00443715
       ENVIRONMENT DIVISION.                                            00443715
       INPUT-OUTPUT SECTION.                                            00443715
       FILE-CONTROL.                                                    00443715
            SELECT BALXFILE ASSIGN TO BALXFILE                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS BALXFILE-FILE-STATUS.                        00443715
            SELECT BLEDIN ASSIGN TO BLEDIN                              00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS BLEDIN-FILE-STATUS.                          00443715
            SELECT BLEDFILE ASSIGN TO BLEDFILE                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS BLEDFILE-FILE-STATUS.                        00443715
            SELECT BALPRF ASSIGN TO BALPRF                              00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS BALPRF-FILE-STATUS.                          00443715
            SELECT PARMFILE ASSIGN TO PARMFILE                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS PARMFILE-FILE-STATUS.                        00443715
            SELECT STATUSFILE ASSIGN TO STATUSFILE                      00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS STATUSFILE-FILE-STATUS.                      00443715
       DATA DIVISION.                                                   00443715
       FILE SECTION.                                                    00443715
      *    BALXFILE MIRRORS THE FD RECORD MASTRANC WRITES, READ BACK    00443715
      *    AS DISPLAY TEXT AND CONVERTED WITH NUMVAL, THE SAME WAY      00443715
      *    MASTRANF READS ITS EXTRACTS. ONE ROW PER CONTRACT, IN        00443715
      *    CONT-ID ORDER.                                               00443715
       FD BALXFILE.                                                     00443715
       01 BALX-REC.                                                     00443715
          05 BALX-CONT-ID          PIC 9(10).                           00443715
          05 FILLER                PIC X(1).                            00443715
          05 BALX-PROCESS-DATE     PIC X(8).                            00443715
          05 FILLER                PIC X(1).                            00443715
          05 BALX-DEBIT-AMOUNT     PIC X(19).                           00443715
          05 FILLER                PIC X(1).                            00443715
          05 BALX-CREDIT-AMOUNT    PIC X(19).                           00443715
          05 FILLER                PIC X(1).                            00443715
          05 BALX-TXN-CNTR         PIC X(9).                            00443715
                                                                        00443715
      *    BLEDIN/BLEDFILE ARE THE BALANCE LEDGER, ONE ROW PER          00443715
      *    CONTRACT IN CONT-ID ORDER. POST-DATE IS THE NIGHT THE ROW    00443715
      *    WAS WRITTEN; LAST-ACTIVITY-DATE IS THE LAST NIGHT BALXFILE   00443715
      *    MOVED THE BALANCE. A DEBIT BALANCE (THE CUSTOMER OWES) IS    00443715
      *    POSITIVE, A CREDIT BALANCE IS NEGATIVE.                      00443715
       FD BLEDIN.                                                       00443715
       01 BLEDIN-REC.                                                   00443715
          05 BLIN-CONT-ID          PIC 9(10).                           00443715
          05 FILLER                PIC X(1).                            00443715
          05 BLIN-POST-DATE        PIC X(8).                            00443715
          05 FILLER                PIC X(1).                            00443715
          05 BLIN-LAST-ACT-DATE    PIC X(8).                            00443715
          05 FILLER                PIC X(1).                            00443715
          05 BLIN-OPENING          PIC X(19).                           00443715
          05 FILLER                PIC X(1).                            00443715
          05 BLIN-DEBITS           PIC X(19).                           00443715
          05 FILLER                PIC X(1).                            00443715
          05 BLIN-CREDITS          PIC X(19).                           00443715
          05 FILLER                PIC X(1).                            00443715
          05 BLIN-CLOSING          PIC X(19).                           00443715
                                                                        00443715
       FD BLEDFILE.                                                     00443715
       01 BLED-REC.                                                     00443715
          05 BLED-CONT-ID          PIC 9(10).                           00443715
          05 BLED-SEPARATOR-1      PIC X(1).                            00443715
          05 BLED-POST-DATE        PIC X(8).                            00443715
          05 BLED-SEPARATOR-2      PIC X(1).                            00443715
          05 BLED-LAST-ACT-DATE    PIC X(8).                            00443715
          05 BLED-SEPARATOR-3      PIC X(1).                            00443715
          05 BLED-OPENING          PIC -(15)9.99.                       00443715
          05 BLED-SEPARATOR-4      PIC X(1).                            00443715
          05 BLED-DEBITS           PIC -(15)9.99.                       00443715
          05 BLED-SEPARATOR-5      PIC X(1).                            00443715
          05 BLED-CREDITS          PIC -(15)9.99.                       00443715
          05 BLED-SEPARATOR-6      PIC X(1).                            00443715
          05 BLED-CLOSING          PIC -(15)9.99.                       00443715
                                                                        00443715
       FD BALPRF.                                                       00443715
       01 BALPRF-LINE              PIC X(132).                          00443715
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
       01 BALXFILE-FILE-STATUS  PIC X(2).                               00443715
       01 BLEDIN-FILE-STATUS    PIC X(2).                               00443715
       01 BLEDFILE-FILE-STATUS  PIC X(2).                               00443715
       01 BALPRF-FILE-STATUS    PIC X(2).                               00443715
       01 PARMFILE-FILE-STATUS  PIC X(2).                               00443715
       01 STATUSFILE-FILE-STATUS PIC X(2).                              00443715
       01 WS-RUN-FAILED         PIC 9 VALUE 0.                          00443715
       01 WS-FAIL-REASON        PIC X(40) VALUE SPACES.                 00443715
       01 WS-STATUS-OPEN        PIC 9 VALUE 0.                          00443715
       01 WS-PARM-READ-OK       PIC 9 VALUE 0.                          00443715
      *    MATCHED-MERGE STATE -- A -HELD SWITCH IS 1 WHILE THAT        00443715
      *    FILE'S CURRENT RECORD IS WAITING TO BE PROCESSED.            00443715
       01 WS-BLEDIN-OPEN        PIC 9 VALUE 0.                          00443715
       01 WS-BLEDIN-HELD        PIC 9 VALUE 0.                          00443715
       01 WS-BALX-HELD          PIC 9 VALUE 0.                          00443715
       01 WS-BLEDIN-PREV-ID     PIC 9(10) VALUE ZEROES.                 00443715
       01 WS-BALX-PREV-ID       PIC 9(10) VALUE ZEROES.                 00443715
       01 WS-CUR-CONT-ID        PIC 9(10).                              00443715
      *    THE CONTRACT BEING POSTED.                                   00443715
       01 WS-BAL.                                                       00443715
          05 WS-BAL-LAST-ACT-DATE  PIC X(8).                            00443715
          05 WS-BAL-PRIOR-CLOSING  PIC S9(16)V99.                       00443715
          05 WS-BAL-OPENING        PIC S9(16)V99.                       00443715
          05 WS-BAL-DEBITS         PIC S9(16)V99.                       00443715
          05 WS-BAL-CREDITS        PIC S9(16)V99.                       00443715
          05 WS-BAL-CLOSING        PIC S9(16)V99.                       00443715
          05 WS-BAL-WRITTEN        PIC S9(16)V99.                       00443715
          05 WS-BAL-PROOF          PIC S9(16)V99.                       00443715
       01 WS-BAL-PROVED         PIC 9 VALUE 0.                          00443715
      *    PROOF TOTALS. EACH IS TAKEN FROM ITS OWN SOURCE -- BLEDIN    00443715
      *    AS READ, BALXFILE AS READ, BLEDFILE AS WRITTEN -- SO THE     00443715
      *    TOTAL PROOF DOES NOT SIMPLY RE-ADD THE SAME FIGURES.         00443715
       01 WS-PROOF-TOTALS.                                              00443715
          05 WS-TOT-PRIOR-CLOSING  PIC S9(16)V99 VALUE ZEROES.          00443715
          05 WS-TOT-DEBITS         PIC S9(16)V99 VALUE ZEROES.          00443715
          05 WS-TOT-CREDITS        PIC S9(16)V99 VALUE ZEROES.          00443715
          05 WS-TOT-CLOSING        PIC S9(16)V99 VALUE ZEROES.          00443715
          05 WS-TOT-PROOF          PIC S9(16)V99 VALUE ZEROES.          00443715
       01 WS-COUNTERS-1.                                                00443715
          05 WS-BLEDIN-CNTR       PIC 9(9) VALUE ZEROES.                00443715
          05 WS-BALXFILE-CNTR     PIC 9(9) VALUE ZEROES.                00443715
          05 WS-CONTRACT-CNTR     PIC 9(9) VALUE ZEROES.                00443715
          05 WS-NEW-CNTR          PIC 9(9) VALUE ZEROES.                00443715
          05 WS-CARRIED-CNTR      PIC 9(9) VALUE ZEROES.                00443715
          05 WS-BLEDFILE-CNTR     PIC 9(9) VALUE ZEROES.                00443715
          05 WS-NOT-PROVED-CNTR   PIC 9(9) VALUE ZEROES.                00443715
       01 WS-BLEDIN-CNTR-EDT    PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-BALXFILE-CNTR-EDT  PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-CONTRACT-CNTR-EDT  PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-NEW-CNTR-EDT       PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-CARRIED-CNTR-EDT   PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-BLEDFILE-CNTR-EDT  PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-NOT-PROVED-CNTR-EDT PIC ZZZ,ZZZ,ZZ9.                       00443715
       01 WS-RPT-HEADER-1.                                              00443715
          05 FILLER              PIC X(33) VALUE                        00443715
            'ACCOUNT BALANCE PROOF -- DATE    '.                        00443715
          05 RPT-HDR-DATE        PIC X(8).                              00443715
       01 WS-RPT-HEADER-2.                                              00443715
          05 FILLER              PIC X(40) VALUE                        00443715
            'CONTRACT      PRIOR CLOSING             '.                 00443715
          05 FILLER              PIC X(40) VALUE                        00443715
            'DEBITS              CREDITS             '.                 00443715
          05 FILLER              PIC X(40) VALUE                        00443715
            'CLOSING  PROOF                          '.                 00443715
       01 WS-RPT-DETAIL.                                                00443715
          05 RPT-CONT-ID         PIC 9(10).                             00443715
          05 FILLER              PIC X(1) VALUE SPACE.                  00443715
          05 RPT-PRIOR-CLOSING   PIC Z(15)9.99-.                        00443715
          05 FILLER              PIC X(1) VALUE SPACE.                  00443715
          05 RPT-DEBITS          PIC Z(15)9.99-.                        00443715
          05 FILLER              PIC X(1) VALUE SPACE.                  00443715
          05 RPT-CREDITS         PIC Z(15)9.99-.                        00443715
          05 FILLER              PIC X(1) VALUE SPACE.                  00443715
          05 RPT-CLOSING         PIC Z(15)9.99-.                        00443715
          05 FILLER              PIC X(2) VALUE SPACES.                 00443715
          05 RPT-PROOF           PIC X(20).                             00443715
       01 WS-RPT-TOTAL.                                                 00443715
          05 RPT-TOT-LABEL       PIC X(24).                             00443715
          05 RPT-TOT-AMOUNT      PIC Z(15)9.99-.                        00443715
      *    THE GENERATION REGISTRY'S FIGURES FOR BALXFILE, BLEDIN AND   00443715
      *    BLEDFILE -- THE HASH IS THE SUM OF THE CONTRACT IDS.         00443715
       01 WS-BALXFILE-HASH-TOTAL PIC 9(16)V99 VALUE ZEROES.             00443715
       01 WS-BLEDIN-HASH-TOTAL  PIC 9(16)V99 VALUE ZEROES.              00443715
       01 WS-BLEDFILE-HASH-TOTAL PIC 9(16)V99 VALUE ZEROES.             00443715
       01 WS-BLEDIN-REG         PIC 9 VALUE 0.                          00443715
       01 WS-BALXFILE-REG       PIC 9 VALUE 0.                          00443715
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
           PERFORM VERIFY-INPUTS-PARA                                   00443715
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
           PERFORM OPEN-LEDGER-PARA                                     00443715
                                                                        00443715
           PERFORM BALX-READ-PARA                                       00443715
                                                                        00443715
           MOVE PARM-PROCESS-DATE TO RPT-HDR-DATE                       00443715
           WRITE BALPRF-LINE FROM WS-RPT-HEADER-1                       00443715
           WRITE BALPRF-LINE FROM WS-RPT-HEADER-2                       00443715
             AFTER ADVANCING 2 LINES                                    00443715
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
           MOVE 'MASTRNBL' TO PGAT-JOB-NAME                             00443715
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
      *    EVERY LEDGER ROW IS STAMPED WITH THE NIGHT IT WAS POSTED     00443715
      *    -- WITHOUT A PROCESS DATE A NIGHT COULD BE POSTED TWICE.     00443715
           IF PARM-PROCESS-DATE NOT NUMERIC                             00443715
             DISPLAY 'PARM-PROCESS-DATE MISSING -- BALANCE LEDGER '     00443715
                     'CANNOT BE POSTED'                                 00443715
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
           OPEN INPUT BALXFILE                                          00443715
                                                                        00443715
           IF BALXFILE-FILE-STATUS NOT = '00'                           00443715
           THEN                                                         00443715
             DISPLAY 'OPEN BALX FILE-STATUS = '  BALXFILE-FILE-STATUS   00443715
                                                                        00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'FILE OPEN ERROR' TO WS-FAIL-REASON                   00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           MOVE 'BALXFILE' TO GREG-DATASET                              00443715
           MOVE 'D'        TO GREG-EXPECT                               00443715
           MOVE 'BALXFILE' TO WS-GREG-INPUT-DD                          00443715
           PERFORM CHECK-INPUT-GENERATION-PARA                          00443715
           IF GREG-RESULT-MATCHED                                       00443715
             MOVE 1 TO WS-BALXFILE-REG                                  00443715
           END-IF                                                       00443715
                                                                        00443715
           OPEN OUTPUT BLEDFILE                                         00443715
                                                                        00443715
           IF BLEDFILE-FILE-STATUS NOT = '00'                           00443715
           THEN                                                         00443715
             DISPLAY 'OPEN BLED FILE-STATUS = '  BLEDFILE-FILE-STATUS   00443715
                                                                        00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'FILE OPEN ERROR' TO WS-FAIL-REASON                   00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           OPEN OUTPUT BALPRF                                           00443715
                                                                        00443715
           IF BALPRF-FILE-STATUS NOT = '00'                             00443715
           THEN                                                         00443715
             DISPLAY 'OPEN BALPRF FILE-STATUS = '                       00443715
                     BALPRF-FILE-STATUS                                 00443715
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
       OPEN-LEDGER-PARA.                                                00443715
                                                                        00443715
           OPEN INPUT BLEDIN                                            00443715
                                                                        00443715
           IF BLEDIN-FILE-STATUS NOT = '00'                             00443715
           THEN                                                         00443715
             DISPLAY 'NO PRIOR BALANCE LEDGER -- EVERY CONTRACT '       00443715
                     'OPENS AT ZERO'                                    00443715
           ELSE                                                         00443715
             MOVE 'BLEDFILE' TO GREG-DATASET                            00443715
             MOVE 'P'        TO GREG-EXPECT                             00443715
             MOVE 'BLEDIN'   TO WS-GREG-INPUT-DD                        00443715
             PERFORM CHECK-INPUT-GENERATION-PARA                        00443715
             IF GREG-RESULT-MATCHED                                     00443715
               MOVE 1 TO WS-BLEDIN-REG                                  00443715
             END-IF                                                     00443715
                                                                        00443715
             MOVE 1 TO WS-BLEDIN-OPEN                                   00443715
             PERFORM BLEDIN-READ-PARA                                   00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       BLEDIN-READ-PARA.                                                00443715
                                                                        00443715
           MOVE 0 TO WS-BLEDIN-HELD                                     00443715
                                                                        00443715
           IF WS-BLEDIN-OPEN = 1                                        00443715
             READ BLEDIN                                                00443715
               AT END                                                   00443715
                 MOVE 0 TO WS-BLEDIN-OPEN                               00443715
                 CLOSE BLEDIN                                           00443715
               NOT AT END                                               00443715
                 ADD 1 TO WS-BLEDIN-CNTR                                00443715
                 ADD BLIN-CONT-ID TO WS-BLEDIN-HASH-TOTAL               00443715
                 MOVE 1 TO WS-BLEDIN-HELD                               00443715
                 IF BLIN-CONT-ID < WS-BLEDIN-PREV-ID                    00443715
                   DISPLAY 'BLEDIN OUT OF SEQUENCE AT ' BLIN-CONT-ID    00443715
                   MOVE 1 TO WS-RUN-FAILED                              00443715
                   MOVE 'LEDGER OUT OF SEQUENCE' TO WS-FAIL-REASON      00443715
                   PERFORM END-PROCESS                                  00443715
                 END-IF                                                 00443715
      *          BLEDIN MUST BE THE PRIOR GENERATION -- A ROW ALREADY   00443715
      *          POSTED FOR TONIGHT MEANS TONIGHT'S LEDGER WAS FED      00443715
      *          BACK IN AND EVERY MOVEMENT WOULD BE POSTED TWICE.      00443715
                 IF BLIN-POST-DATE NOT < PARM-PROCESS-DATE              00443715
                   DISPLAY 'BLEDIN ALREADY POSTED FOR '                 00443715
                           BLIN-POST-DATE ' AT ' BLIN-CONT-ID           00443715
                   MOVE 1 TO WS-RUN-FAILED                              00443715
                   MOVE 'NIGHT ALREADY POSTED' TO WS-FAIL-REASON        00443715
                   PERFORM END-PROCESS                                  00443715
                 END-IF                                                 00443715
                 MOVE BLIN-CONT-ID TO WS-BLEDIN-PREV-ID                 00443715
             END-READ                                                   00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       BALX-READ-PARA.                                                  00443715
                                                                        00443715
           MOVE 0 TO WS-BALX-HELD                                       00443715
                                                                        00443715
           READ BALXFILE                                                00443715
             AT END                                                     00443715
               CONTINUE                                                 00443715
             NOT AT END                                                 00443715
               ADD 1 TO WS-BALXFILE-CNTR                                00443715
               ADD BALX-CONT-ID TO WS-BALXFILE-HASH-TOTAL               00443715
               MOVE 1 TO WS-BALX-HELD                                   00443715
               IF BALX-CONT-ID < WS-BALX-PREV-ID                        00443715
                 DISPLAY 'BALXFILE OUT OF SEQUENCE AT ' BALX-CONT-ID    00443715
                 MOVE 1 TO WS-RUN-FAILED                                00443715
                 MOVE 'BALXFILE OUT OF SEQUENCE' TO WS-FAIL-REASON      00443715
                 PERFORM END-PROCESS                                    00443715
               END-IF                                                   00443715
               MOVE BALX-CONT-ID TO WS-BALX-PREV-ID                     00443715
           END-READ                                                     00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       VERIFY-INPUTS-PARA.                                              00443715
      *    BALXFILE AND BLEDIN ARE BOTH DRY ONCE THE MERGE ENDS.        00443715
           IF WS-BALXFILE-REG = 1                                       00443715
             MOVE 'BALXFILE'             TO GREG-DATASET                00443715
             MOVE 'D'                    TO GREG-EXPECT                 00443715
             MOVE 'BALXFILE'             TO WS-GREG-INPUT-DD            00443715
             MOVE WS-BALXFILE-CNTR       TO GREG-RECORD-CNT             00443715
             MOVE WS-BALXFILE-HASH-TOTAL TO GREG-HASH-TOTAL             00443715
             PERFORM VERIFY-INPUT-GENERATION-PARA                       00443715
           END-IF                                                       00443715
                                                                        00443715
           IF WS-BLEDIN-REG = 1                                         00443715
             MOVE 'BLEDFILE'           TO GREG-DATASET                  00443715
             MOVE 'P'                  TO GREG-EXPECT                   00443715
             MOVE 'BLEDIN'             TO WS-GREG-INPUT-DD              00443715
             MOVE WS-BLEDIN-CNTR       TO GREG-RECORD-CNT               00443715
             MOVE WS-BLEDIN-HASH-TOTAL TO GREG-HASH-TOTAL               00443715
             PERFORM VERIFY-INPUT-GENERATION-PARA                       00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       MAIN-PROCESS.                                                    00443715
      *    A MATCHED MERGE OF THE LEDGER AND TONIGHT'S EXTRACT BY       00443715
      *    CONT-ID -- EACH CONTRACT ON EITHER SIDE IS POSTED ONCE.      00443715
           PERFORM UNTIL WS-BLEDIN-HELD = 0 AND WS-BALX-HELD = 0        00443715
             IF WS-BLEDIN-HELD = 0                                      00443715
               MOVE BALX-CONT-ID TO WS-CUR-CONT-ID                      00443715
             ELSE                                                       00443715
               IF WS-BALX-HELD = 0                                      00443715
                  OR BLIN-CONT-ID < BALX-CONT-ID                        00443715
                 MOVE BLIN-CONT-ID TO WS-CUR-CONT-ID                    00443715
               ELSE                                                     00443715
                 MOVE BALX-CONT-ID TO WS-CUR-CONT-ID                    00443715
               END-IF                                                   00443715
             END-IF                                                     00443715
                                                                        00443715
             ADD 1 TO WS-CONTRACT-CNTR                                  00443715
                                                                        00443715
             PERFORM LOAD-CONTRACT-PARA                                 00443715
                                                                        00443715
             PERFORM UNTIL WS-BALX-HELD = 0                             00443715
                        OR BALX-CONT-ID NOT = WS-CUR-CONT-ID            00443715
               PERFORM APPLY-MOVEMENT-PARA                              00443715
               PERFORM BALX-READ-PARA                                   00443715
             END-PERFORM                                                00443715
                                                                        00443715
             PERFORM WRITE-CONTRACT-PARA                                00443715
                                                                        00443715
             PERFORM PROVE-CONTRACT-PARA                                00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       LOAD-CONTRACT-PARA.                                              00443715
      *    TONIGHT OPENS AT LAST NIGHT'S CLOSING BALANCE. A CONTRACT    00443715
      *    NOT ON BLEDIN IS NEW TO THE LEDGER AND OPENS AT ZERO.        00443715
           INITIALIZE WS-BAL                                            00443715
                                                                        00443715
           IF WS-BLEDIN-HELD = 1                                        00443715
              AND BLIN-CONT-ID = WS-CUR-CONT-ID                         00443715
             MOVE BLIN-LAST-ACT-DATE TO WS-BAL-LAST-ACT-DATE            00443715
             COMPUTE WS-BAL-PRIOR-CLOSING =                             00443715
               FUNCTION NUMVAL (BLIN-CLOSING)                           00443715
             ADD WS-BAL-PRIOR-CLOSING TO WS-TOT-PRIOR-CLOSING           00443715
             PERFORM BLEDIN-READ-PARA                                   00443715
             IF WS-BALX-HELD = 0                                        00443715
                OR BALX-CONT-ID NOT = WS-CUR-CONT-ID                    00443715
               ADD 1 TO WS-CARRIED-CNTR                                 00443715
             END-IF                                                     00443715
           ELSE                                                         00443715
             ADD 1 TO WS-NEW-CNTR                                       00443715
           END-IF                                                       00443715
                                                                        00443715
           MOVE WS-BAL-PRIOR-CLOSING TO WS-BAL-OPENING                  00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       APPLY-MOVEMENT-PARA.                                             00443715
                                                                        00443715
           COMPUTE WS-BAL-PROOF = FUNCTION NUMVAL (BALX-DEBIT-AMOUNT)   00443715
           ADD WS-BAL-PROOF TO WS-BAL-DEBITS                            00443715
           ADD WS-BAL-PROOF TO WS-TOT-DEBITS                            00443715
                                                                        00443715
           COMPUTE WS-BAL-PROOF = FUNCTION NUMVAL (BALX-CREDIT-AMOUNT)  00443715
           ADD WS-BAL-PROOF TO WS-BAL-CREDITS                           00443715
           ADD WS-BAL-PROOF TO WS-TOT-CREDITS                           00443715
                                                                        00443715
           MOVE PARM-PROCESS-DATE TO WS-BAL-LAST-ACT-DATE               00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       WRITE-CONTRACT-PARA.                                             00443715
                                                                        00443715
           COMPUTE WS-BAL-CLOSING = WS-BAL-OPENING                      00443715
                                  + WS-BAL-DEBITS                       00443715
                                  - WS-BAL-CREDITS                      00443715
                                                                        00443715
           INITIALIZE BLED-REC                                          00443715
                                                                        00443715
           MOVE WS-CUR-CONT-ID       TO BLED-CONT-ID                    00443715
           MOVE ','                  TO BLED-SEPARATOR-1                00443715
           MOVE PARM-PROCESS-DATE    TO BLED-POST-DATE                  00443715
           MOVE ','                  TO BLED-SEPARATOR-2                00443715
           MOVE WS-BAL-LAST-ACT-DATE TO BLED-LAST-ACT-DATE              00443715
           MOVE ','                  TO BLED-SEPARATOR-3                00443715
           MOVE WS-BAL-OPENING       TO BLED-OPENING                    00443715
           MOVE ','                  TO BLED-SEPARATOR-4                00443715
           MOVE WS-BAL-DEBITS        TO BLED-DEBITS                     00443715
           MOVE ','                  TO BLED-SEPARATOR-5                00443715
           MOVE WS-BAL-CREDITS       TO BLED-CREDITS                    00443715
           MOVE ','                  TO BLED-SEPARATOR-6                00443715
           MOVE WS-BAL-CLOSING       TO BLED-CLOSING                    00443715
                                                                        00443715
           WRITE BLED-REC                                               00443715
                                                                        00443715
           ADD 1 TO WS-BLEDFILE-CNTR                                    00443715
           ADD BLED-CONT-ID TO WS-BLEDFILE-HASH-TOTAL                   00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       PROVE-CONTRACT-PARA.                                             00443715
      *    THE PROOF READS THE CLOSING BACK FROM THE ROW AS WRITTEN,    00443715
      *    SO A BALANCE THAT DID NOT FIT THE LEDGER FIELD IS CAUGHT     00443715
      *    HERE RATHER THAN SURFACING AS TOMORROW NIGHT'S OPENING.      00443715
           COMPUTE WS-BAL-WRITTEN = FUNCTION NUMVAL (BLED-CLOSING)      00443715
           ADD WS-BAL-WRITTEN TO WS-TOT-CLOSING                         00443715
                                                                        00443715
           COMPUTE WS-BAL-PROOF = WS-BAL-PRIOR-CLOSING                  00443715
                                + WS-BAL-DEBITS                         00443715
                                - WS-BAL-CREDITS                        00443715
                                                                        00443715
           MOVE WS-CUR-CONT-ID       TO RPT-CONT-ID                     00443715
           MOVE WS-BAL-PRIOR-CLOSING TO RPT-PRIOR-CLOSING               00443715
           MOVE WS-BAL-DEBITS        TO RPT-DEBITS                      00443715
           MOVE WS-BAL-CREDITS       TO RPT-CREDITS                     00443715
           MOVE WS-BAL-WRITTEN       TO RPT-CLOSING                     00443715
                                                                        00443715
           IF WS-BAL-PROOF = WS-BAL-WRITTEN                             00443715
             MOVE 'OK'                TO RPT-PROOF                      00443715
           ELSE                                                         00443715
             ADD 1 TO WS-NOT-PROVED-CNTR                                00443715
             MOVE '*** DOES NOT PROVE'  TO RPT-PROOF                    00443715
             DISPLAY 'BALANCE DOES NOT PROVE FOR CONTRACT '             00443715
                     WS-CUR-CONT-ID                                     00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'BALANCE PROOF FAILED' TO WS-FAIL-REASON              00443715
           END-IF                                                       00443715
                                                                        00443715
           WRITE BALPRF-LINE FROM WS-RPT-DETAIL                         00443715
             AFTER ADVANCING 1 LINE                                     00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       WRITE-PROOF-TOTALS-PARA.                                         00443715
      *    THE SAME PROOF IN TOTAL: EVERY CLOSING READ FROM BLEDIN,     00443715
      *    PLUS EVERY DEBIT LESS EVERY CREDIT READ FROM BALXFILE,       00443715
      *    MUST EQUAL EVERY CLOSING WRITTEN TO BLEDFILE.                00443715
           COMPUTE WS-TOT-PROOF = WS-TOT-PRIOR-CLOSING                  00443715
                                + WS-TOT-DEBITS                         00443715
                                - WS-TOT-CREDITS                        00443715
                                                                        00443715
           MOVE '  PRIOR CLOSING       : ' TO RPT-TOT-LABEL             00443715
           MOVE WS-TOT-PRIOR-CLOSING TO RPT-TOT-AMOUNT                  00443715
           WRITE BALPRF-LINE FROM WS-RPT-TOTAL                          00443715
             AFTER ADVANCING 2 LINES                                    00443715
                                                                        00443715
           MOVE '  PLUS DEBITS         : ' TO RPT-TOT-LABEL             00443715
           MOVE WS-TOT-DEBITS TO RPT-TOT-AMOUNT                         00443715
           WRITE BALPRF-LINE FROM WS-RPT-TOTAL                          00443715
             AFTER ADVANCING 1 LINE                                     00443715
                                                                        00443715
           MOVE '  LESS CREDITS        : ' TO RPT-TOT-LABEL             00443715
           MOVE WS-TOT-CREDITS TO RPT-TOT-AMOUNT                        00443715
           WRITE BALPRF-LINE FROM WS-RPT-TOTAL                          00443715
             AFTER ADVANCING 1 LINE                                     00443715
                                                                        00443715
           MOVE '  EXPECTED CLOSING    : ' TO RPT-TOT-LABEL             00443715
           MOVE WS-TOT-PROOF TO RPT-TOT-AMOUNT                          00443715
           WRITE BALPRF-LINE FROM WS-RPT-TOTAL                          00443715
             AFTER ADVANCING 1 LINE                                     00443715
                                                                        00443715
           MOVE '  LEDGER CLOSING      : ' TO RPT-TOT-LABEL             00443715
           MOVE WS-TOT-CLOSING TO RPT-TOT-AMOUNT                        00443715
           WRITE BALPRF-LINE FROM WS-RPT-TOTAL                          00443715
             AFTER ADVANCING 1 LINE                                     00443715
                                                                        00443715
           IF WS-TOT-PROOF = WS-TOT-CLOSING                             00443715
             MOVE '  LEDGER PROVES IN TOTAL' TO BALPRF-LINE             00443715
           ELSE                                                         00443715
             MOVE '  *** LEDGER DOES NOT PROVE IN TOTAL' TO BALPRF-LINE 00443715
             DISPLAY 'BALANCE LEDGER DOES NOT PROVE IN TOTAL'           00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'BALANCE PROOF FAILED' TO WS-FAIL-REASON              00443715
           END-IF                                                       00443715
           WRITE BALPRF-LINE                                            00443715
             AFTER ADVANCING 2 LINES                                    00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       CHECK-INPUT-GENERATION-PARA.                                     00443715
      *    CALLED AT OPEN WITH GREG-DATASET, GREG-EXPECT AND            00443715
      *    WS-GREG-INPUT-DD SET. A GENERATION THE PRODUCER DID NOT      00443715
      *    REGISTER FOR THIS CYCLE IS REFUSED BEFORE A RECORD OF IT IS  00443715
      *    USED; A DATASET NEVER REGISTERED IS READ WITH A WARNING.     00443715
           MOVE 'C'               TO GREG-FUNCTION                      00443715
           MOVE 'MASTRNBL'        TO GREG-JOB-NAME                      00443715
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
           MOVE 'MASTRNBL'        TO GREG-JOB-NAME                      00443715
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
       REGISTER-BLEDFILE-PARA.                                          00443715
      *    TONIGHT'S BLEDFILE IS TOMORROW'S BLEDIN, AND MASTRNDO'S      00443715
      *    INPUT TONIGHT. A FAILED RUN REGISTERS NOTHING.               00443715
           MOVE 'R'                    TO GREG-FUNCTION                 00443715
           MOVE 'BLEDFILE'             TO GREG-DATASET                  00443715
           MOVE 'MASTRNBL'             TO GREG-JOB-NAME                 00443715
           MOVE PARM-PROCESS-DATE      TO GREG-PROCESS-DATE             00443715
           MOVE PARM-CYCLE-ID          TO GREG-CYCLE-ID                 00443715
           MOVE WS-BLEDFILE-CNTR       TO GREG-RECORD-CNT               00443715
           MOVE WS-BLEDFILE-HASH-TOTAL TO GREG-HASH-TOTAL               00443715
           CALL 'MASTRNGR' USING GREG-LINKAGE                           00443715
           END-CALL                                                     00443715
                                                                        00443715
           IF GREG-RESULT-MATCHED                                       00443715
             DISPLAY 'BLEDFILE GENERATION REGISTERED FOR '              00443715
                     GREG-PROCESS-DATE ' CYCLE ' GREG-CYCLE-ID          00443715
           ELSE                                                         00443715
             DISPLAY 'BLEDFILE GENERATION COULD NOT BE REGISTERED'      00443715
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
           MOVE 'MASTRNBL'             TO STAT-JOB-NAME                 00443715
           MOVE FUNCTION CURRENT-DATE  TO STAT-RUN-TIMESTAMP            00443715
           IF WS-RUN-FAILED = 1                                         00443715
             MOVE 'FAILED'             TO STAT-COMPLETION-CODE          00443715
             MOVE WS-FAIL-REASON       TO STAT-FAIL-REASON              00443715
           ELSE                                                         00443715
             MOVE 'COMPLETE'           TO STAT-COMPLETION-CODE          00443715
           END-IF                                                       00443715
           MOVE 'BALXFILE'             TO STAT-CNTR-1-LABEL             00443715
           MOVE WS-BALXFILE-CNTR       TO STAT-CNTR-1                   00443715
           MOVE 'CONTRACTS'            TO STAT-CNTR-2-LABEL             00443715
           MOVE WS-CONTRACT-CNTR       TO STAT-CNTR-2                   00443715
           MOVE 'BLEDFILE'             TO STAT-CNTR-3-LABEL             00443715
           MOVE WS-BLEDFILE-CNTR       TO STAT-CNTR-3                   00443715
           MOVE 'NOT PROVED'           TO STAT-CNTR-4-LABEL             00443715
           MOVE WS-NOT-PROVED-CNTR     TO STAT-CNTR-4                   00443715
                                                                        00443715
           WRITE STATUS-REC                                             00443715
                                                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       END-PROCESS.                                                     00443715
                                                                        00443715
           IF WS-RUN-FAILED = 0                                         00443715
             PERFORM WRITE-PROOF-TOTALS-PARA                            00443715
           END-IF                                                       00443715
                                                                        00443715
           MOVE WS-BLEDIN-CNTR     TO WS-BLEDIN-CNTR-EDT                00443715
           MOVE WS-BALXFILE-CNTR   TO WS-BALXFILE-CNTR-EDT              00443715
           MOVE WS-CONTRACT-CNTR   TO WS-CONTRACT-CNTR-EDT              00443715
           MOVE WS-NEW-CNTR        TO WS-NEW-CNTR-EDT                   00443715
           MOVE WS-CARRIED-CNTR    TO WS-CARRIED-CNTR-EDT               00443715
           MOVE WS-BLEDFILE-CNTR   TO WS-BLEDFILE-CNTR-EDT              00443715
           MOVE WS-NOT-PROVED-CNTR TO WS-NOT-PROVED-CNTR-EDT            00443715
                                                                        00443715
           DISPLAY '***************************************'            00443715
           DISPLAY '* PROGRAM NAME  :    MASTRNBL         *'            00443715
           DISPLAY '* BLEDIN        : ' WS-BLEDIN-CNTR-EDT              00443715
                   '         *'                                         00443715
           DISPLAY '* BALXFILE      : ' WS-BALXFILE-CNTR-EDT            00443715
                   '         *'                                         00443715
           DISPLAY '* CONTRACTS     : ' WS-CONTRACT-CNTR-EDT            00443715
                   '         *'                                         00443715
           DISPLAY '* NEW CONTRACTS : ' WS-NEW-CNTR-EDT                 00443715
                   '         *'                                         00443715
           DISPLAY '* NO ACTIVITY   : ' WS-CARRIED-CNTR-EDT             00443715
                   '         *'                                         00443715
           DISPLAY '* BLEDFILE      : ' WS-BLEDFILE-CNTR-EDT            00443715
                   '         *'                                         00443715
           DISPLAY '* NOT PROVED    : ' WS-NOT-PROVED-CNTR-EDT          00443715
                   '         *'                                         00443715
           DISPLAY '***************************************'            00443715
                                                                        00443715
           IF WS-RUN-FAILED = 0                                         00443715
             PERFORM REGISTER-BLEDFILE-PARA                             00443715
           END-IF                                                       00443715
                                                                        00443715
           PERFORM WRITE-STATUS-FILE-PARA                               00443715
                                                                        00443715
           CLOSE BALXFILE.                                              00443715
           CLOSE BLEDFILE.                                              00443715
           CLOSE BALPRF.                                                00443715
           CLOSE STATUSFILE.                                            00443715
                                                                        00443715
           IF WS-RUN-FAILED = 1                                         00443715
             MOVE 8 TO RETURN-CODE                                      00443715
           END-IF                                                       00443715
                                                                        00443715
           STOP RUN.                                                    00443715
                                                                        00443715
       END PROGRAM  MASTRNBL.                                           00443715
