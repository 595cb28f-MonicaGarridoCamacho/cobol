       ID DIVISION.                                                     00443715
       PROGRAM-ID. MASTRNCX.                                            00443715
      *    MASTRNCX IS THE CARD EXCEPTION CHECK. MASTRANC'S CARDFILE    00443715
      *    SAYS WHICH MASKED CARDS -- PAN LAST-4 PLUS BRAND -- WERE     00443715
      *    USED ON EACH CONTRACT TONIGHT; CARDREG, MAINTAINED THROUGH   00443715
      *    MASTRANM, SAYS WHICH CARDS WERE ACTUALLY ISSUED TO IT. EVERY 00443715
      *    CARDFILE ROW IS LOOKED UP IN CARDREG BY CONTRACT, LAST-4 AND 00443715
      *    BRAND, AND THREE THINGS GO TO CEXFILE FOR THE FRAUD DESK:    00443715
      *      NOT REGISTERED -- THE CARD IS NOT ON THE CONTRACT'S        00443715
      *                        REGISTRY AT ALL;                         00443715
      *      EXPIRED        -- THE CARD IS REGISTERED BUT WAS USED      00443715
      *                        AFTER ITS EXPIRY DATE;                   00443715
      *      MULTI-CONTRACT -- THE SAME MASKED CARD WAS USED ON MORE    00443715
      *                        THAN ONE CONTRACT TONIGHT. ONE ROW IS    00443715
      *                        WRITTEN PER CONTRACT, EACH CARRYING THE  00443715
      *                        CONTRACT COUNT AND WHETHER THAT CONTRACT 00443715
      *                        HAS THE CARD REGISTERED -- A LAST-4 AND  00443715
      *                        BRAND ARE NOT UNIQUE, SO TWO REGISTERED  00443715
      *                        CARDS CAN LEGITIMATELY COLLIDE.          00443715
      *    CARDREG KEEPS BRAND TO 20 CHARACTERS; THE LOOKUP USES THE    00443715
      *    FIRST 20 OF CARDFILE'S BRAND.                                00443715
       ENVIRONMENT DIVISION.                                            00443715
       INPUT-OUTPUT SECTION.                                            00443715
       FILE-CONTROL.                                                    00443715
            SELECT CARDFILE ASSIGN TO CARDFILE                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS CARDFILE-FILE-STATUS.                        00443715
            SELECT CARDREG ASSIGN TO CARDREG                            00443715
            ORGANIZATION IS INDEXED                                     00443715
            ACCESS MODE IS RANDOM                                       00443715
            RECORD KEY IS CREG-KEY                                      00443715
            FILE STATUS IS CARDREG-FILE-STATUS.                         00443715
            SELECT SORTFILE ASSIGN TO SORTWK01.                         00443715
            SELECT CEXFILE ASSIGN TO CEXFILE                            00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS CEXFILE-FILE-STATUS.                         00443715
            SELECT PARMFILE ASSIGN TO PARMFILE                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS PARMFILE-FILE-STATUS.                        00443715
            SELECT STATUSFILE ASSIGN TO STATUSFILE                      00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS STATUSFILE-FILE-STATUS.                      00443715
       DATA DIVISION.                                                   00443715
       FILE SECTION.                                                    00443715
      *    CARDFILE MIRRORS THE FD RECORD MASTRANC WRITES, READ BACK    00443715
      *    AS DISPLAY TEXT THE SAME WAY MASTRANF READS ITS EXTRACTS.    00443715
       FD CARDFILE.                                                     00443715
       01 CARDIN-REC.                                                   00443715
          05 CIN-CONT-ID           PIC 9(10).                           00443715
          05 FILLER                PIC X(1).                            00443715
          05 CIN-PAN-LAST4         PIC X(4).                            00443715
          05 FILLER                PIC X(1).                            00443715
          05 CIN-CARD-BRAND        PIC X(40).                           00443715
          05 FILLER                PIC X(1).                            00443715
          05 CIN-TXN-CNTR          PIC X(9).                            00443715
          05 FILLER                PIC X(1).                            00443715
          05 CIN-TXN-AMOUNT        PIC X(17).                           00443715
          05 FILLER                PIC X(1).                            00443715
          05 CIN-DECLINE-CNTR      PIC X(9).                            00443715
          05 FILLER                PIC X(1).                            00443715
          05 CIN-LAST-USED-DATE    PIC X(8).                            00443715
                                                                        00443715
      *    CARDREG IS THE CARD REGISTRY MASTRANM MAINTAINS.             00443715
       FD CARDREG.                                                      00443715
         COPY CREGREC.                                                  00443715
                                                                        00443715
      *    SORTED BY CARD THEN CONTRACT, SO EVERY CONTRACT A CARD WAS   00443715
      *    USED ON TONIGHT ARRIVES TOGETHER.                            00443715
       SD SORTFILE.                                                     00443715
       01 SORT-REC.                                                     00443715
          05 SRT-PAN-LAST4         PIC X(4).                            00443715
          05 SRT-CARD-BRAND        PIC X(40).                           00443715
          05 SRT-CONT-ID           PIC 9(10).                           00443715
          05 SRT-LAST-USED-DATE    PIC X(8).                            00443715
          05 SRT-REGISTERED        PIC X(1).                            00443715
          05 SRT-EXPIRY-DATE       PIC X(8).                            00443715
                                                                        00443715
      *    CEXFILE IS THE CARD EXCEPTION EXTRACT FOR THE FRAUD DESK --  00443715
      *    ONE ROW PER CARD, CONTRACT AND REASON.                       00443715
       FD CEXFILE.                                                      00443715
       01 CEX-REC.                                                      00443715
          05 CEX-CONT-ID           PIC 9(10).                           00443715
          05 CEX-SEPARATOR-1       PIC X(1) VALUE ','.                  00443715
          05 CEX-PAN-LAST4         PIC X(4).                            00443715
          05 CEX-SEPARATOR-2       PIC X(1) VALUE ','.                  00443715
          05 CEX-CARD-BRAND        PIC X(40).                           00443715
          05 CEX-SEPARATOR-3       PIC X(1) VALUE ','.                  00443715
          05 CEX-REASON            PIC X(16).                           00443715
          05 CEX-SEPARATOR-4       PIC X(1) VALUE ','.                  00443715
          05 CEX-LAST-USED-DATE    PIC X(8).                            00443715
          05 CEX-SEPARATOR-5       PIC X(1) VALUE ','.                  00443715
          05 CEX-EXPIRY-DATE       PIC X(8).                            00443715
      *       BLANK WHEN THE CARD IS NOT REGISTERED TO THE CONTRACT.    00443715
          05 CEX-SEPARATOR-6       PIC X(1) VALUE ','.                  00443715
          05 CEX-REGISTERED        PIC X(1).                            00443715
      *       'Y' WHEN CARDREG HAS THE CARD ON THIS CONTRACT.           00443715
          05 CEX-SEPARATOR-7       PIC X(1) VALUE ','.                  00443715
          05 CEX-CONTRACT-CNTR     PIC ZZ9.                             00443715
      *       CONTRACTS THE CARD WAS USED ON TONIGHT.                   00443715
          05 CEX-SEPARATOR-8       PIC X(1) VALUE ','.                  00443715
          05 CEX-PROCESS-DATE      PIC X(8).                            00443715
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
       01 CARDFILE-FILE-STATUS  PIC X(2).                               00443715
       01 CARDREG-FILE-STATUS   PIC X(2).                               00443715
       01 CEXFILE-FILE-STATUS   PIC X(2).                               00443715
       01 PARMFILE-FILE-STATUS  PIC X(2).                               00443715
       01 STATUSFILE-FILE-STATUS PIC X(2).                              00443715
       01 WS-RUN-FAILED         PIC 9 VALUE 0.                          00443715
       01 WS-FAIL-REASON        PIC X(40) VALUE SPACES.                 00443715
       01 WS-STATUS-OPEN        PIC 9 VALUE 0.                          00443715
       01 WS-PARM-READ-OK       PIC 9 VALUE 0.                          00443715
       01 WS-EOF                PIC 9 VALUE 0.                          00443715
       01 WS-SORT-EOF           PIC 9 VALUE 0.                          00443715
      *    CARD CONTROL-BREAK STATE. THE CARD'S CONTRACTS ARE HELD      00443715
      *    UNTIL THE BREAK, WHEN IT IS KNOWN HOW MANY THERE WERE.       00443715
       01 WS-GRP-PAN-LAST4      PIC X(4).                               00443715
       01 WS-GRP-CARD-BRAND     PIC X(40).                              00443715
       01 WS-GRP-STARTED        PIC 9 VALUE 0.                          00443715
       01 WS-GRP-CONTRACTS      PIC 9(4) COMP.                          00443715
       01 WS-GRP-USED           PIC 9(4) COMP.                          00443715
       01 WS-GRP-IDX            PIC 9(4) COMP.                          00443715
       01 WS-GRP-TABLE.                                                 00443715
          05 WS-GRP-ENTRY OCCURS 50 TIMES.                              00443715
             10 WS-GRP-CONT-ID       PIC 9(10).                         00443715
             10 WS-GRP-LAST-USED     PIC X(8).                          00443715
             10 WS-GRP-REGISTERED    PIC X(1).                          00443715
             10 WS-GRP-EXPIRY-DATE   PIC X(8).                          00443715
       01 WS-COUNTERS-1.                                                00443715
          05 WS-CARDFILE-CNTR     PIC 9(9) VALUE ZEROES.                00443715
          05 WS-NOCARD-CNTR       PIC 9(9) VALUE ZEROES.                00443715
          05 WS-UNREG-CNTR        PIC 9(9) VALUE ZEROES.                00443715
          05 WS-EXPIRED-CNTR      PIC 9(9) VALUE ZEROES.                00443715
          05 WS-MULTI-CNTR        PIC 9(9) VALUE ZEROES.                00443715
          05 WS-MULTI-OVFL-CNTR   PIC 9(9) VALUE ZEROES.                00443715
          05 WS-CEXFILE-CNTR      PIC 9(9) VALUE ZEROES.                00443715
       01 WS-CARDFILE-CNTR-EDT  PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-NOCARD-CNTR-EDT    PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-UNREG-CNTR-EDT     PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-EXPIRED-CNTR-EDT   PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-MULTI-CNTR-EDT     PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-MULTI-OVFL-CNTR-EDT PIC ZZZ,ZZZ,ZZ9.                       00443715
       01 WS-CEXFILE-CNTR-EDT   PIC ZZZ,ZZZ,ZZ9.                        00443715
         COPY PGATLNK.                                                  00443715
                                                                        00443715
       PROCEDURE DIVISION.                                              00443715
                                                                        00443715
           PERFORM START-PROCESS                                        00443715
                                                                        00443715
           SORT SORTFILE ON ASCENDING KEY SRT-PAN-LAST4                 00443715
                                          SRT-CARD-BRAND                00443715
                                          SRT-CONT-ID                   00443715
             INPUT PROCEDURE IS CHECK-REGISTRY-PARA                     00443715
             OUTPUT PROCEDURE IS CHECK-CARDS-PARA                       00443715
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
           MOVE 'MASTRNCX' TO PGAT-JOB-NAME                             00443715
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
      *    EVERY EXCEPTION ROW IS STAMPED WITH THE NIGHT IT WAS FOUND.  00443715
           IF PARM-PROCESS-DATE NOT NUMERIC                             00443715
             DISPLAY 'PARM-PROCESS-DATE MISSING -- CARD EXCEPTIONS '    00443715
                     'CANNOT BE DATED'                                  00443715
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
           OPEN INPUT CARDFILE                                          00443715
                                                                        00443715
           IF CARDFILE-FILE-STATUS NOT = '00'                           00443715
           THEN                                                         00443715
             DISPLAY 'OPEN CARD FILE-STATUS = '  CARDFILE-FILE-STATUS   00443715
                                                                        00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'FILE OPEN ERROR' TO WS-FAIL-REASON                   00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
      *    WITHOUT THE REGISTRY EVERY CARD WOULD LOOK UNREGISTERED --   00443715
      *    FAIL RATHER THAN FLOOD THE FRAUD DESK.                       00443715
           OPEN INPUT CARDREG                                           00443715
                                                                        00443715
           IF CARDREG-FILE-STATUS NOT = '00'                            00443715
           THEN                                                         00443715
             DISPLAY 'OPEN CARDREG FILE-STATUS = '  CARDREG-FILE-STATUS 00443715
                                                                        00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'FILE OPEN ERROR' TO WS-FAIL-REASON                   00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           OPEN OUTPUT CEXFILE                                          00443715
                                                                        00443715
           IF CEXFILE-FILE-STATUS NOT = '00'                            00443715
           THEN                                                         00443715
             DISPLAY 'OPEN CEX FILE-STATUS = '  CEXFILE-FILE-STATUS     00443715
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
       CHECK-REGISTRY-PARA.                                             00443715
                                                                        00443715
           MOVE 0 TO WS-EOF                                             00443715
           PERFORM UNTIL WS-EOF = 1                                     00443715
             READ CARDFILE                                              00443715
               AT END                                                   00443715
                 MOVE 1 TO WS-EOF                                       00443715
               NOT AT END                                               00443715
                 ADD 1 TO WS-CARDFILE-CNTR                              00443715
                 IF CIN-PAN-LAST4 = SPACES                              00443715
                   ADD 1 TO WS-NOCARD-CNTR                              00443715
                 ELSE                                                   00443715
                   PERFORM LOOKUP-CARD-PARA                             00443715
                   RELEASE SORT-REC                                     00443715
                 END-IF                                                 00443715
             END-READ                                                   00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       LOOKUP-CARD-PARA.                                                00443715
                                                                        00443715
           INITIALIZE SORT-REC                                          00443715
           MOVE CIN-PAN-LAST4       TO SRT-PAN-LAST4                    00443715
           MOVE CIN-CARD-BRAND      TO SRT-CARD-BRAND                   00443715
           MOVE CIN-CONT-ID         TO SRT-CONT-ID                      00443715
           MOVE CIN-LAST-USED-DATE  TO SRT-LAST-USED-DATE               00443715
                                                                        00443715
           MOVE CIN-CONT-ID         TO CREG-CONT-ID                     00443715
           MOVE CIN-PAN-LAST4       TO CREG-PAN-LAST4                   00443715
           MOVE CIN-CARD-BRAND (1:20) TO CREG-CARD-BRAND                00443715
                                                                        00443715
           READ CARDREG                                                 00443715
             INVALID KEY                                                00443715
               MOVE 'N'    TO SRT-REGISTERED                            00443715
               MOVE SPACES TO SRT-EXPIRY-DATE                           00443715
             NOT INVALID KEY                                            00443715
               MOVE 'Y'    TO SRT-REGISTERED                            00443715
               MOVE CREG-EXPIRY-DATE TO SRT-EXPIRY-DATE                 00443715
           END-READ                                                     00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       CHECK-CARDS-PARA.                                                00443715
                                                                        00443715
           MOVE 0 TO WS-SORT-EOF                                        00443715
           PERFORM UNTIL WS-SORT-EOF = 1                                00443715
             RETURN SORTFILE                                            00443715
               AT END                                                   00443715
                 MOVE 1 TO WS-SORT-EOF                                  00443715
               NOT AT END                                               00443715
                 IF WS-GRP-STARTED = 0                                  00443715
                    OR SRT-PAN-LAST4 NOT = WS-GRP-PAN-LAST4             00443715
                    OR SRT-CARD-BRAND NOT = WS-GRP-CARD-BRAND           00443715
                   PERFORM FINISH-CARD-PARA                             00443715
                   PERFORM START-CARD-PARA                              00443715
                 END-IF                                                 00443715
                 PERFORM CHECK-CARD-USE-PARA                            00443715
                 PERFORM HOLD-CARD-USE-PARA                             00443715
             END-RETURN                                                 00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           PERFORM FINISH-CARD-PARA                                     00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       START-CARD-PARA.                                                 00443715
                                                                        00443715
           MOVE SRT-PAN-LAST4  TO WS-GRP-PAN-LAST4                      00443715
           MOVE SRT-CARD-BRAND TO WS-GRP-CARD-BRAND                     00443715
           MOVE 1      TO WS-GRP-STARTED                                00443715
           MOVE ZEROES TO WS-GRP-CONTRACTS                              00443715
           MOVE ZEROES TO WS-GRP-USED                                   00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       CHECK-CARD-USE-PARA.                                             00443715
      *    AN UNREGISTERED CARD HAS NO EXPIRY TO HOLD IT AGAINST.       00443715
           IF SRT-REGISTERED = 'N'                                      00443715
             ADD 1 TO WS-UNREG-CNTR                                     00443715
             INITIALIZE CEX-REC                                         00443715
             MOVE SRT-CONT-ID        TO CEX-CONT-ID                     00443715
             MOVE SRT-LAST-USED-DATE TO CEX-LAST-USED-DATE              00443715
             MOVE SRT-REGISTERED     TO CEX-REGISTERED                  00443715
             MOVE SRT-EXPIRY-DATE    TO CEX-EXPIRY-DATE                 00443715
             MOVE 1                  TO CEX-CONTRACT-CNTR               00443715
             MOVE 'NOT REGISTERED'   TO CEX-REASON                      00443715
             PERFORM WRITE-CEX-FILE                                     00443715
           ELSE                                                         00443715
             IF SRT-LAST-USED-DATE NOT = SPACES                         00443715
                AND SRT-LAST-USED-DATE > SRT-EXPIRY-DATE                00443715
               ADD 1 TO WS-EXPIRED-CNTR                                 00443715
               INITIALIZE CEX-REC                                       00443715
               MOVE SRT-CONT-ID        TO CEX-CONT-ID                   00443715
               MOVE SRT-LAST-USED-DATE TO CEX-LAST-USED-DATE            00443715
               MOVE SRT-REGISTERED     TO CEX-REGISTERED                00443715
               MOVE SRT-EXPIRY-DATE    TO CEX-EXPIRY-DATE               00443715
               MOVE 1                  TO CEX-CONTRACT-CNTR             00443715
               MOVE 'EXPIRED'          TO CEX-REASON                    00443715
               PERFORM WRITE-CEX-FILE                                   00443715
             END-IF                                                     00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       HOLD-CARD-USE-PARA.                                              00443715
      *    CARDFILE HOLDS ONE ROW PER CONTRACT AND CARD, BUT A          00443715
      *    CONTRACT IS ONLY COUNTED ONCE IF IT SOMEHOW REPEATS.         00443715
           IF WS-GRP-USED = 0                                           00443715
              OR SRT-CONT-ID NOT = WS-GRP-CONT-ID (WS-GRP-USED)         00443715
             ADD 1 TO WS-GRP-CONTRACTS                                  00443715
                                                                        00443715
             IF WS-GRP-USED < 50                                        00443715
               ADD 1 TO WS-GRP-USED                                     00443715
               MOVE SRT-CONT-ID        TO WS-GRP-CONT-ID (WS-GRP-USED)  00443715
               MOVE SRT-LAST-USED-DATE TO WS-GRP-LAST-USED (WS-GRP-USED)00443715
               MOVE SRT-REGISTERED                                      00443715
                 TO WS-GRP-REGISTERED (WS-GRP-USED)                     00443715
               MOVE SRT-EXPIRY-DATE                                     00443715
                 TO WS-GRP-EXPIRY-DATE (WS-GRP-USED)                    00443715
             ELSE                                                       00443715
               ADD 1 TO WS-MULTI-OVFL-CNTR                              00443715
             END-IF                                                     00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       FINISH-CARD-PARA.                                                00443715
                                                                        00443715
           IF WS-GRP-STARTED = 1                                        00443715
              AND WS-GRP-CONTRACTS > 1                                  00443715
             ADD 1 TO WS-MULTI-CNTR                                     00443715
                                                                        00443715
             PERFORM VARYING WS-GRP-IDX FROM 1 BY 1                     00443715
               UNTIL WS-GRP-IDX > WS-GRP-USED                           00443715
               INITIALIZE CEX-REC                                       00443715
               MOVE WS-GRP-CONT-ID (WS-GRP-IDX)     TO CEX-CONT-ID      00443715
               MOVE WS-GRP-LAST-USED (WS-GRP-IDX)                       00443715
                 TO CEX-LAST-USED-DATE                                  00443715
               MOVE WS-GRP-REGISTERED (WS-GRP-IDX)  TO CEX-REGISTERED   00443715
               MOVE WS-GRP-EXPIRY-DATE (WS-GRP-IDX) TO CEX-EXPIRY-DATE  00443715
               MOVE WS-GRP-CONTRACTS                TO CEX-CONTRACT-CNTR00443715
               MOVE 'MULTI-CONTRACT'                TO CEX-REASON       00443715
               PERFORM WRITE-CEX-FILE                                   00443715
             END-PERFORM                                                00443715
                                                                        00443715
             DISPLAY 'CARD ' WS-GRP-PAN-LAST4 ' '                       00443715
                     WS-GRP-CARD-BRAND (1:20)                           00443715
                     ' USED ON MORE THAN ONE CONTRACT'                  00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       WRITE-CEX-FILE.                                                  00443715
                                                                        00443715
      *    THE CARD IS ALWAYS THE GROUP IN HAND -- AT A BREAK THE       00443715
      *    SORT RECORD ALREADY HOLDS THE NEXT CARD.                     00443715
           MOVE ','               TO CEX-SEPARATOR-1                    00443715
           MOVE WS-GRP-PAN-LAST4  TO CEX-PAN-LAST4                      00443715
           MOVE ','               TO CEX-SEPARATOR-2                    00443715
           MOVE WS-GRP-CARD-BRAND TO CEX-CARD-BRAND                     00443715
           MOVE ','               TO CEX-SEPARATOR-3                    00443715
           MOVE ','               TO CEX-SEPARATOR-4                    00443715
           MOVE ','               TO CEX-SEPARATOR-5                    00443715
           MOVE ','               TO CEX-SEPARATOR-6                    00443715
           MOVE ','               TO CEX-SEPARATOR-7                    00443715
           MOVE ','               TO CEX-SEPARATOR-8                    00443715
           MOVE PARM-PROCESS-DATE TO CEX-PROCESS-DATE                   00443715
                                                                        00443715
           WRITE CEX-REC                                                00443715
                                                                        00443715
           ADD 1 TO WS-CEXFILE-CNTR                                     00443715
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
           MOVE 'MASTRNCX'             TO STAT-JOB-NAME                 00443715
           MOVE FUNCTION CURRENT-DATE  TO STAT-RUN-TIMESTAMP            00443715
           IF WS-RUN-FAILED = 1                                         00443715
             MOVE 'FAILED'             TO STAT-COMPLETION-CODE          00443715
             MOVE WS-FAIL-REASON       TO STAT-FAIL-REASON              00443715
           ELSE                                                         00443715
             MOVE 'COMPLETE'           TO STAT-COMPLETION-CODE          00443715
           END-IF                                                       00443715
           MOVE 'CARDFILE'             TO STAT-CNTR-1-LABEL             00443715
           MOVE WS-CARDFILE-CNTR       TO STAT-CNTR-1                   00443715
           MOVE 'UNREGISTERED'         TO STAT-CNTR-2-LABEL             00443715
           MOVE WS-UNREG-CNTR          TO STAT-CNTR-2                   00443715
           MOVE 'EXPIRED'              TO STAT-CNTR-3-LABEL             00443715
           MOVE WS-EXPIRED-CNTR        TO STAT-CNTR-3                   00443715
           MOVE 'MULTI-CARDS'          TO STAT-CNTR-4-LABEL             00443715
           MOVE WS-MULTI-CNTR          TO STAT-CNTR-4                   00443715
                                                                        00443715
           WRITE STATUS-REC                                             00443715
                                                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       END-PROCESS.                                                     00443715
                                                                        00443715
           MOVE WS-CARDFILE-CNTR   TO WS-CARDFILE-CNTR-EDT              00443715
           MOVE WS-NOCARD-CNTR     TO WS-NOCARD-CNTR-EDT                00443715
           MOVE WS-UNREG-CNTR      TO WS-UNREG-CNTR-EDT                 00443715
           MOVE WS-EXPIRED-CNTR    TO WS-EXPIRED-CNTR-EDT               00443715
           MOVE WS-MULTI-CNTR      TO WS-MULTI-CNTR-EDT                 00443715
           MOVE WS-MULTI-OVFL-CNTR TO WS-MULTI-OVFL-CNTR-EDT            00443715
           MOVE WS-CEXFILE-CNTR    TO WS-CEXFILE-CNTR-EDT               00443715
                                                                        00443715
           DISPLAY '***************************************'            00443715
           DISPLAY '* PROGRAM NAME  :    MASTRNCX         *'            00443715
           DISPLAY '* CARDFILE      : ' WS-CARDFILE-CNTR-EDT            00443715
                   '         *'                                         00443715
           DISPLAY '* NO CARD       : ' WS-NOCARD-CNTR-EDT              00443715
                   '         *'                                         00443715
           DISPLAY '* UNREGISTERED  : ' WS-UNREG-CNTR-EDT               00443715
                   '         *'                                         00443715
           DISPLAY '* EXPIRED       : ' WS-EXPIRED-CNTR-EDT             00443715
                   '         *'                                         00443715
           DISPLAY '* MULTI-CONTRACT: ' WS-MULTI-CNTR-EDT               00443715
                   '         *'                                         00443715
           DISPLAY '* NOT LISTED    : ' WS-MULTI-OVFL-CNTR-EDT          00443715
                   '         *'                                         00443715
           DISPLAY '* CEXFILE       : ' WS-CEXFILE-CNTR-EDT             00443715
                   '         *'                                         00443715
           DISPLAY '***************************************'            00443715
                                                                        00443715
           PERFORM WRITE-STATUS-FILE-PARA                               00443715
                                                                        00443715
           CLOSE CARDFILE.                                              00443715
           CLOSE CARDREG.                                               00443715
           CLOSE CEXFILE.                                               00443715
           CLOSE STATUSFILE.                                            00443715
                                                                        00443715
           IF WS-RUN-FAILED = 1                                         00443715
             MOVE 8 TO RETURN-CODE                                      00443715
           END-IF                                                       00443715
                                                                        00443715
           STOP RUN.                                                    00443715
                                                                        00443715
       END PROGRAM  MASTRNCX.                                           00443715
