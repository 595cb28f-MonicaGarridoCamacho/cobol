       ID DIVISION.                                                     00443715
       PROGRAM-ID. MASTRNEM.                                            00443715
      *    MASTRNEM BUILDS THE RUN-LEVEL MERCHANT ROLLUPS FROM          00443715
      *    MASTRANC'S ENRICHED TRANSACTION FILE. MRCHFILE IS ONE ROW    00443715
      *    PER MERCHANT ID WITH ITS COMMON NAME, AUTHORIZATION COUNT    00443715
      *    AND AMOUNT, DECLINE COUNT AND CHARGEBACK COUNT; FEEMFILE IS  00443715
      *    THE RUN'S FEES ROLLED UP BY MERCHANT. BOTH USED TO BE        00443715
      *    WRITTEN BY MASTRANC ITSELF AT END OF RUN -- THE ROWS, THEIR  00443715
      *    ORDER AND THEIR LAYOUT ARE UNCHANGED, SO MASTRANG AND        00443715
      *    MASTRNFS READ THEM AS BEFORE.                                00443715
      *    ENRFILE IS IN CONT-ID ORDER, BUT A MERCHANT'S ROW GOES OUT   00443715
      *    IN THE ORDER ITS FIRST TRANSACTION ARRIVED ON TRANFILE, SO   00443715
      *    THE TRANSACTIONS ARE SORTED BACK INTO ARRIVAL ORDER ON       00443715
      *    ENR-TRAN-SEQ BEFORE THEY ARE ROLLED UP.                      00443715
      *    WHEN A MERCHANT IS ON THE MERCHANT MASTER (MRCHMAST, KEPT BY 00443715
      *    MASTRNMM) ITS CANONICAL NAME GOES ON MRCHFILE IN PLACE OF    00443715
      *    WHATEVER COMMON NAME THE NETWORK SENT.                       00443715
       ENVIRONMENT DIVISION.                                            00443715
       INPUT-OUTPUT SECTION.                                            00443715
       FILE-CONTROL.                                                    00443715
            SELECT ENRFILE ASSIGN TO ENRFILE                            00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS ENRFILE-FILE-STATUS.                         00443715
            SELECT MRCHFILE ASSIGN TO MRCHFILE                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS MRCHFILE-FILE-STATUS.                        00443715
            SELECT FEEMFILE ASSIGN TO FEEMFILE                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS FEEMFILE-FILE-STATUS.                        00443715
            SELECT SORTFILE ASSIGN TO SORTWK01.                         00443715
            SELECT PARMFILE ASSIGN TO PARMFILE                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS PARMFILE-FILE-STATUS.                        00443715
            SELECT STATUSFILE ASSIGN TO STATUSFILE                      00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS STATUSFILE-FILE-STATUS.                      00443715
            SELECT MRCHMAST ASSIGN TO MRCHMAST                          00443715
            ORGANIZATION IS INDEXED                                     00443715
            ACCESS MODE IS RANDOM                                       00443715
            RECORD KEY IS MMST-MERCHANT-ID                              00443715
            FILE STATUS IS MRCHMAST-FILE-STATUS.                        00443715
       DATA DIVISION.                                                   00443715
       FILE SECTION.                                                    00443715
       FD ENRFILE.                                                      00443715
         COPY ENRREC.                                                   00443715
                                                                        00443715
      *    MRCHFILE ROLLS UP THE WHOLE RUN BY MERCHANT ID -- EVERY      00443715
      *    OTHER EXTRACT OFF ENRFILE IS PER CUSTOMER. ONE ROW PER       00443715
      *    MERCHANT WITH ITS COMMON NAME, AUTHORIZATION COUNT AND       00443715
      *    AMOUNT, DECLINE COUNT AND CHARGEBACK COUNT, SO A MERCHANT    00443715
      *    GOING BAD SHOWS UP THE SAME DAY.                             00443715
       FD MRCHFILE.                                                     00443715
       01 MRCH-REC.                                                     00443715
          05 MRCH-MERCHANT-ID      PIC X(40).                           00443715
          05 MRCH-SEPARATOR-1      PIC X(1) VALUE ','.                  00443715
          05 MRCH-COMMON-NAME      PIC X(40).                           00443715
          05 MRCH-SEPARATOR-2      PIC X(1) VALUE ','.                  00443715
          05 MRCH-TXN-CNTR         PIC Z(8)9.                           00443715
          05 MRCH-SEPARATOR-3      PIC X(1) VALUE ','.                  00443715
          05 MRCH-TXN-AMOUNT       PIC Z(13)9.99.                       00443715
          05 MRCH-SEPARATOR-4      PIC X(1) VALUE ','.                  00443715
          05 MRCH-DECLINE-CNTR     PIC Z(8)9.                           00443715
          05 MRCH-SEPARATOR-5      PIC X(1) VALUE ','.                  00443715
          05 MRCH-CBK-CNTR         PIC Z(8)9.                           00443715
                                                                        00443715
      *    FEEMFILE IS THE RUN-LEVEL FEE ROLLUP PER MERCHANT -- THE     00443715
      *    AUTHORIZATIONS MASTRANC PRICED OFF A FEESFILE ROW. THE       00443715
      *    PER-CUSTOMER FEE ROWS (FEECFILE) AND THE (MERCHANT, MCC,     00443715
      *    BRAND) DETAIL (FEEDFILE) ARE STILL WRITTEN BY MASTRANC.      00443715
       FD FEEMFILE.                                                     00443715
       01 FEEM-REC.                                                     00443715
          05 FEEM-MERCHANT-ID      PIC X(40).                           00443715
          05 FEEM-SEPARATOR-1      PIC X(1).                            00443715
          05 FEEM-TXN-CNTR         PIC Z(8)9.                           00443715
          05 FEEM-SEPARATOR-2      PIC X(1).                            00443715
          05 FEEM-FEE-AMOUNT       PIC Z(13)9.99.                       00443715
                                                                        00443715
      *    ONLY THE AUTHORIZATIONS AND CHARGEBACKS THAT FEED A ROLLUP   00443715
      *    ARE RELEASED; SRT-TRAN-SEQ PUTS THEM BACK IN ARRIVAL ORDER.  00443715
       SD SORTFILE.                                                     00443715
       01 SORT-REC.                                                     00443715
          05 SRT-TRAN-SEQ          PIC 9(9).                            00443715
          05 SRT-TYPE-CODE         PIC X(2).                            00443715
          05 SRT-MERCHANT-ID       PIC X(40).                           00443715
          05 SRT-MERCHANT-NAME     PIC X(40).                           00443715
          05 SRT-AMOUNT            PIC S9(16)V99.                       00443715
          05 SRT-DECLINE-FLAG      PIC X(1).                            00443715
          05 SRT-FEE-FLAG          PIC X(1).                            00443715
          05 SRT-FEE-AMOUNT        PIC S9(12)V99.                       00443715
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
      *    MRCHMAST IS OPTIONAL TO THIS RUN -- WITHOUT IT MRCHFILE      00443715
      *    CARRIES THE NETWORK COMMON NAME AS IT ALWAYS HAS.            00443715
       FD MRCHMAST.                                                     00443715
         COPY MMSTREC.                                                  00443715
                                                                        00443715
       WORKING-STORAGE SECTION.                                         00443715
       01 ENRFILE-FILE-STATUS   PIC X(2).                               00443715
       01 MRCHFILE-FILE-STATUS  PIC X(2).                               00443715
       01 FEEMFILE-FILE-STATUS  PIC X(2).                               00443715
       01 PARMFILE-FILE-STATUS  PIC X(2).                               00443715
       01 STATUSFILE-FILE-STATUS PIC X(2).                              00443715
       01 MRCHMAST-FILE-STATUS  PIC X(2).                               00443715
       01 WS-RUN-FAILED         PIC 9 VALUE 0.                          00443715
       01 WS-FAIL-REASON        PIC X(40) VALUE SPACES.                 00443715
       01 WS-STATUS-OPEN        PIC 9 VALUE 0.                          00443715
       01 WS-MMST-OPEN          PIC 9 VALUE 0.                          00443715
       01 WS-PARM-READ-OK       PIC 9 VALUE 0.                          00443715
       01 WS-ENR-EOF            PIC 9 VALUE 0.                          00443715
       01 WS-SORT-EOF           PIC 9 VALUE 0.                          00443715
       01 WS-COUNTERS-1.                                                00443715
          05 WS-ENRFILE-CNTR      PIC 9(9) VALUE ZEROES.                00443715
          05 WS-RELEASED-CNTR     PIC 9(9) VALUE ZEROES.                00443715
          05 WS-MRCHFILE-CNTR     PIC 9(9) VALUE ZEROES.                00443715
          05 WS-FEEMFILE-CNTR     PIC 9(9) VALUE ZEROES.                00443715
       01 WS-ENRFILE-CNTR-EDT   PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-RELEASED-CNTR-EDT  PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-MRCHFILE-CNTR-EDT  PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-FEEMFILE-CNTR-EDT  PIC ZZZ,ZZZ,ZZ9.                        00443715
      *    THE GENERATION REGISTRY'S FIGURES FOR ENRFILE -- EVERY       00443715
      *    RECORD READ AND THE SUM OF THEIR CONTRACT IDS, DUPLICATES    00443715
      *    AND NEGATIVES INCLUDED, THE WAY MASTRANC REGISTERED IT.      00443715
       01 WS-ENRFILE-HASH-TOTAL PIC 9(16)V99 VALUE ZEROES.              00443715
      *    FEEMFILE CARRIES NO CONTRACT, SO ITS GENERATION IS HASHED    00443715
      *    ON THE SUM OF ITS TRANSACTION COUNTS.                        00443715
       01 WS-FEEMFILE-HASH-TOTAL PIC 9(16)V99 VALUE ZEROES.             00443715
       01 WS-ENRFILE-REG        PIC 9 VALUE 0.                          00443715
       01 WS-GREG-INPUT-DD      PIC X(8) VALUE SPACES.                  00443715
       COPY GREGLNK.                                                    00443715
      *    WS-MRCH-TABLE ROLLS UP THE WHOLE RUN'S AUTHORIZATIONS AND    00443715
      *    CHARGEBACKS BY MERCHANT ID, IN THE ORDER EACH MERCHANT       00443715
      *    FIRST ARRIVES. A 501ST MERCHANT IS COUNTED AND SKIPPED --    00443715
      *    MASTRANC HAS ALREADY PUT IT ON OVFLFILE.                     00443715
       01 WS-MRCH-USED            PIC 9(4) VALUE ZEROES.                00443715
       01 WS-MRCH-IDX             PIC 9(4).                             00443715
       01 WS-MRCH-TABLE.                                                00443715
          05 WS-MRCH-ENTRY OCCURS 500 TIMES                             00443715
               INDEXED BY WS-MRCH-TABIDX.                               00443715
             10 WS-MRCH-ID           PIC X(40).                         00443715
             10 WS-MRCH-NAME         PIC X(40).                         00443715
             10 WS-MRCH-TXN-CNTR     PIC 9(9).                          00443715
             10 WS-MRCH-TXN-AMOUNT   PIC 9(16)V99.                      00443715
             10 WS-MRCH-DECL-CNTR    PIC 9(9).                          00443715
             10 WS-MRCH-CBK-CNTR     PIC 9(9).                          00443715
       01 WS-MRCH-CURRENT-ID      PIC X(40).                            00443715
       01 WS-MRCH-CURRENT-NAME    PIC X(40).                            00443715
       01 WS-MRCH-CURRENT-AMOUNT  PIC 9(16)V99.                         00443715
       01 WS-MRCH-CURRENT-DECL    PIC 9.                                00443715
       01 WS-MRCH-CURRENT-CBK     PIC 9.                                00443715
       01 WS-MRCH-FULL-CNTR       PIC 9(9) VALUE ZEROES.                00443715
       01 WS-MRCH-SKIP            PIC 9 VALUE 0.                        00443715
      *    WS-FEEM-TABLE ROLLS THE RUN'S FEES UP BY MERCHANT, LIKE      00443715
      *    WS-MRCH-TABLE.                                               00443715
       01 WS-FEEM-USED         PIC 9(4) VALUE ZEROES.                   00443715
       01 WS-FEEM-IDX          PIC 9(4).                                00443715
       01 WS-FEEM-FULL-CNTR    PIC 9(9) VALUE ZEROES.                   00443715
       01 WS-FEEM-TABLE.                                                00443715
          05 WS-FEEM-ENTRY OCCURS 500 TIMES                             00443715
               INDEXED BY WS-FEEM-TABIDX.                               00443715
             10 WS-FEEM-ID          PIC X(40).                          00443715
             10 WS-FEEM-CNTR        PIC 9(9).                           00443715
             10 WS-FEEM-AMOUNT      PIC 9(14)V99.                       00443715
         COPY PGATLNK.                                                  00443715
                                                                        00443715
       PROCEDURE DIVISION.                                              00443715
                                                                        00443715
           PERFORM START-PROCESS                                        00443715
                                                                        00443715
           SORT SORTFILE ON ASCENDING KEY SRT-TRAN-SEQ                  00443715
             INPUT PROCEDURE IS RELEASE-TRANSACTIONS-PARA               00443715
             OUTPUT PROCEDURE IS ROLLUP-MERCHANTS-PARA                  00443715
                                                                        00443715
           PERFORM WRITE-MERCHANT-FILE                                  00443715
                                                                        00443715
           PERFORM WRITE-FEE-MERCHANT-FILE                              00443715
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
           MOVE 'MASTRNEM' TO PGAT-JOB-NAME                             00443715
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
      *    ENRFILE IS CHECKED AGAINST THE GENERATION MASTRANC           00443715
      *    REGISTERED FOR THE PROCESS DATE -- WITHOUT ONE THERE IS      00443715
      *    NOTHING TO CHECK IT AGAINST.                                 00443715
           IF PARM-PROCESS-DATE NOT NUMERIC                             00443715
             DISPLAY 'PARM-PROCESS-DATE MISSING -- ENRFILE '            00443715
                     'GENERATION CANNOT BE CHECKED'                     00443715
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
           OPEN INPUT ENRFILE                                           00443715
                                                                        00443715
           IF ENRFILE-FILE-STATUS NOT = '00'                            00443715
           THEN                                                         00443715
             DISPLAY 'OPEN ENR FILE-STATUS = '  ENRFILE-FILE-STATUS     00443715
                                                                        00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'FILE OPEN ERROR' TO WS-FAIL-REASON                   00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           MOVE 'ENRFILE'    TO GREG-DATASET                            00443715
           MOVE 'D'          TO GREG-EXPECT                             00443715
           MOVE 'ENRFILE'    TO WS-GREG-INPUT-DD                        00443715
           PERFORM CHECK-INPUT-GENERATION-PARA                          00443715
           IF GREG-RESULT-MATCHED                                       00443715
             MOVE 1 TO WS-ENRFILE-REG                                   00443715
           END-IF                                                       00443715
                                                                        00443715
           OPEN OUTPUT MRCHFILE                                         00443715
                                                                        00443715
           IF MRCHFILE-FILE-STATUS NOT = '00'                           00443715
           THEN                                                         00443715
             DISPLAY 'OPEN MRCH FILE-STATUS = '  MRCHFILE-FILE-STATUS   00443715
                                                                        00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'FILE OPEN ERROR' TO WS-FAIL-REASON                   00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           OPEN OUTPUT FEEMFILE                                         00443715
                                                                        00443715
           IF FEEMFILE-FILE-STATUS NOT = '00'                           00443715
           THEN                                                         00443715
             DISPLAY 'OPEN FEEM FILE-STATUS = '  FEEMFILE-FILE-STATUS   00443715
                                                                        00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'FILE OPEN ERROR' TO WS-FAIL-REASON                   00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           OPEN INPUT MRCHMAST                                          00443715
                                                                        00443715
           IF MRCHMAST-FILE-STATUS = '00'                               00443715
             MOVE 1 TO WS-MMST-OPEN                                     00443715
           ELSE                                                         00443715
             DISPLAY 'OPEN MRCHMAST FILE-STATUS = '                     00443715
                     MRCHMAST-FILE-STATUS                               00443715
             DISPLAY 'NO MERCHANT MASTER -- NETWORK NAMES USED'         00443715
           END-IF                                                       00443715
                                                                        00443715
           DISPLAY 'OPENING FILES SUCCESSFUL '                          00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       RELEASE-TRANSACTIONS-PARA.                                       00443715
      *    EVERY ENRFILE RECORD IS COUNTED AND HASHED FOR THE           00443715
      *    REGISTRY; ONLY A NON-DUPLICATE AUTHORIZATION OR A            00443715
      *    CHARGEBACK GOES ON TO THE SORT.                              00443715
           PERFORM UNTIL WS-ENR-EOF = 1                                 00443715
             READ ENRFILE                                               00443715
               AT END                                                   00443715
                 MOVE 1 TO WS-ENR-EOF                                   00443715
               NOT AT END                                               00443715
                 ADD 1 TO WS-ENRFILE-CNTR                               00443715
                 ADD ENR-CONT-ID TO WS-ENRFILE-HASH-TOTAL               00443715
                                                                        00443715
                 IF (ENR-TYPE-AUTHORIZATION AND NOT ENR-DUPLICATE)      00443715
                    OR ENR-TYPE-CHARGEBACK                              00443715
                   INITIALIZE SORT-REC                                  00443715
                   MOVE ENR-TRAN-SEQ      TO SRT-TRAN-SEQ               00443715
                   MOVE ENR-TYPE-CODE     TO SRT-TYPE-CODE              00443715
                   MOVE ENR-MERCHANT-ID   TO SRT-MERCHANT-ID            00443715
                   MOVE ENR-MERCHANT-NAME TO SRT-MERCHANT-NAME          00443715
                   MOVE ENR-AMOUNT        TO SRT-AMOUNT                 00443715
                   MOVE ENR-DECLINE-FLAG  TO SRT-DECLINE-FLAG           00443715
                   MOVE ENR-FEE-FLAG      TO SRT-FEE-FLAG               00443715
                   MOVE ENR-FEE-AMOUNT    TO SRT-FEE-AMOUNT             00443715
                   RELEASE SORT-REC                                     00443715
                                                                        00443715
                   ADD 1 TO WS-RELEASED-CNTR                            00443715
                 END-IF                                                 00443715
             END-READ                                                   00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           IF WS-ENRFILE-REG = 1                                        00443715
             MOVE 'ENRFILE'             TO GREG-DATASET                 00443715
             MOVE 'D'                   TO GREG-EXPECT                  00443715
             MOVE 'ENRFILE'             TO WS-GREG-INPUT-DD             00443715
             MOVE WS-ENRFILE-CNTR       TO GREG-RECORD-CNT              00443715
             MOVE WS-ENRFILE-HASH-TOTAL TO GREG-HASH-TOTAL              00443715
             PERFORM VERIFY-INPUT-GENERATION-PARA                       00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       ROLLUP-MERCHANTS-PARA.                                           00443715
                                                                        00443715
           MOVE 0 TO WS-SORT-EOF                                        00443715
           PERFORM UNTIL WS-SORT-EOF = 1                                00443715
             RETURN SORTFILE                                            00443715
               AT END                                                   00443715
                 MOVE 1 TO WS-SORT-EOF                                  00443715
               NOT AT END                                               00443715
                 IF SRT-TYPE-CODE = 'AU'                                00443715
                   MOVE SRT-MERCHANT-ID   TO WS-MRCH-CURRENT-ID         00443715
                   MOVE SRT-MERCHANT-NAME TO WS-MRCH-CURRENT-NAME       00443715
                   MOVE SRT-AMOUNT        TO WS-MRCH-CURRENT-AMOUNT     00443715
                   IF SRT-DECLINE-FLAG = 'Y'                            00443715
                     MOVE 1 TO WS-MRCH-CURRENT-DECL                     00443715
                   ELSE                                                 00443715
                     MOVE 0 TO WS-MRCH-CURRENT-DECL                     00443715
                   END-IF                                               00443715
                   MOVE 0 TO WS-MRCH-CURRENT-CBK                        00443715
                   PERFORM ACCUM-MERCHANT-SUBTOTAL-PARA                 00443715
                                                                        00443715
                   IF SRT-FEE-FLAG = 'Y'                                00443715
                     PERFORM ACCUM-FEE-MERCHANT-PARA                    00443715
                   END-IF                                               00443715
                 ELSE                                                   00443715
                   MOVE SRT-MERCHANT-ID   TO WS-MRCH-CURRENT-ID         00443715
                   MOVE SPACES            TO WS-MRCH-CURRENT-NAME       00443715
                   MOVE ZEROES            TO WS-MRCH-CURRENT-AMOUNT     00443715
                   MOVE 0                 TO WS-MRCH-CURRENT-DECL       00443715
                   MOVE 1                 TO WS-MRCH-CURRENT-CBK        00443715
                   PERFORM ACCUM-MERCHANT-SUBTOTAL-PARA                 00443715
                 END-IF                                                 00443715
             END-RETURN                                                 00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       ACCUM-MERCHANT-SUBTOTAL-PARA.                                    00443715
                                                                        00443715
           MOVE 0 TO WS-MRCH-SKIP                                       00443715
                                                                        00443715
           SET WS-MRCH-TABIDX TO 1                                      00443715
           SEARCH WS-MRCH-ENTRY                                         00443715
             AT END                                                     00443715
               IF WS-MRCH-USED < 500                                    00443715
                 ADD 1 TO WS-MRCH-USED                                  00443715
                 SET WS-MRCH-TABIDX TO WS-MRCH-USED                     00443715
                 MOVE WS-MRCH-CURRENT-ID                                00443715
                   TO WS-MRCH-ID (WS-MRCH-TABIDX)                       00443715
                 MOVE WS-MRCH-CURRENT-NAME                              00443715
                   TO WS-MRCH-NAME (WS-MRCH-TABIDX)                     00443715
                 MOVE ZEROES TO WS-MRCH-TXN-CNTR (WS-MRCH-TABIDX)       00443715
                 MOVE ZEROES TO WS-MRCH-TXN-AMOUNT (WS-MRCH-TABIDX)     00443715
                 MOVE ZEROES TO WS-MRCH-DECL-CNTR (WS-MRCH-TABIDX)      00443715
                 MOVE ZEROES TO WS-MRCH-CBK-CNTR (WS-MRCH-TABIDX)       00443715
               ELSE                                                     00443715
                 ADD 1 TO WS-MRCH-FULL-CNTR                             00443715
                 MOVE 1 TO WS-MRCH-SKIP                                 00443715
               END-IF                                                   00443715
             WHEN WS-MRCH-ID (WS-MRCH-TABIDX)                           00443715
                = WS-MRCH-CURRENT-ID                                    00443715
      *        A CHARGEBACK CAN OPEN A MERCHANT ENTRY BEFORE ANY        00443715
      *        AUTHORIZATION NAMES IT -- FILL THE COMMON NAME IN AS     00443715
      *        SOON AS ONE ARRIVES.                                     00443715
               IF WS-MRCH-NAME (WS-MRCH-TABIDX) = SPACES                00443715
                 MOVE WS-MRCH-CURRENT-NAME                              00443715
                   TO WS-MRCH-NAME (WS-MRCH-TABIDX)                     00443715
               END-IF                                                   00443715
           END-SEARCH                                                   00443715
                                                                        00443715
           IF WS-MRCH-SKIP = 0                                          00443715
             ADD 1 TO WS-MRCH-TXN-CNTR (WS-MRCH-TABIDX)                 00443715
             ADD WS-MRCH-CURRENT-AMOUNT                                 00443715
               TO WS-MRCH-TXN-AMOUNT (WS-MRCH-TABIDX)                   00443715
             IF WS-MRCH-CURRENT-DECL = 1                                00443715
               ADD 1 TO WS-MRCH-DECL-CNTR (WS-MRCH-TABIDX)              00443715
             END-IF                                                     00443715
             IF WS-MRCH-CURRENT-CBK = 1                                 00443715
               ADD 1 TO WS-MRCH-CBK-CNTR (WS-MRCH-TABIDX)               00443715
             END-IF                                                     00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       ACCUM-FEE-MERCHANT-PARA.                                         00443715
                                                                        00443715
           SET WS-FEEM-TABIDX TO 1                                      00443715
           SEARCH WS-FEEM-ENTRY                                         00443715
             AT END                                                     00443715
               IF WS-FEEM-USED < 500                                    00443715
                 ADD 1 TO WS-FEEM-USED                                  00443715
                 SET WS-FEEM-TABIDX TO WS-FEEM-USED                     00443715
                 MOVE SRT-MERCHANT-ID                                   00443715
                   TO WS-FEEM-ID (WS-FEEM-TABIDX)                       00443715
                 MOVE ZEROES TO WS-FEEM-CNTR (WS-FEEM-TABIDX)           00443715
                 MOVE ZEROES TO WS-FEEM-AMOUNT (WS-FEEM-TABIDX)         00443715
                 ADD 1 TO WS-FEEM-CNTR (WS-FEEM-TABIDX)                 00443715
                 ADD SRT-FEE-AMOUNT                                     00443715
                   TO WS-FEEM-AMOUNT (WS-FEEM-TABIDX)                   00443715
               ELSE                                                     00443715
                 ADD 1 TO WS-FEEM-FULL-CNTR                             00443715
               END-IF                                                   00443715
             WHEN WS-FEEM-ID (WS-FEEM-TABIDX)                           00443715
                = SRT-MERCHANT-ID                                       00443715
               ADD 1 TO WS-FEEM-CNTR (WS-FEEM-TABIDX)                   00443715
               ADD SRT-FEE-AMOUNT                                       00443715
                 TO WS-FEEM-AMOUNT (WS-FEEM-TABIDX)                     00443715
           END-SEARCH                                                   00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       WRITE-MERCHANT-FILE.                                             00443715
                                                                        00443715
           PERFORM VARYING WS-MRCH-IDX FROM 1 BY 1                      00443715
             UNTIL WS-MRCH-IDX > WS-MRCH-USED                           00443715
             INITIALIZE MRCH-REC                                        00443715
             MOVE WS-MRCH-ID (WS-MRCH-IDX)     TO MRCH-MERCHANT-ID      00443715
             MOVE ','                          TO MRCH-SEPARATOR-1      00443715
             MOVE WS-MRCH-NAME (WS-MRCH-IDX)   TO MRCH-COMMON-NAME      00443715
             PERFORM GET-CANONICAL-NAME-PARA                            00443715
             MOVE ','                          TO MRCH-SEPARATOR-2      00443715
             MOVE WS-MRCH-TXN-CNTR (WS-MRCH-IDX)                        00443715
                                               TO MRCH-TXN-CNTR         00443715
             MOVE ','                          TO MRCH-SEPARATOR-3      00443715
             MOVE WS-MRCH-TXN-AMOUNT (WS-MRCH-IDX)                      00443715
                                               TO MRCH-TXN-AMOUNT       00443715
             MOVE ','                          TO MRCH-SEPARATOR-4      00443715
             MOVE WS-MRCH-DECL-CNTR (WS-MRCH-IDX)                       00443715
                                               TO MRCH-DECLINE-CNTR     00443715
             MOVE ','                          TO MRCH-SEPARATOR-5      00443715
             MOVE WS-MRCH-CBK-CNTR (WS-MRCH-IDX)                        00443715
                                               TO MRCH-CBK-CNTR         00443715
                                                                        00443715
             WRITE MRCH-REC                                             00443715
                                                                        00443715
             ADD 1 TO WS-MRCHFILE-CNTR                                  00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           IF WS-MRCH-FULL-CNTR > 0                                     00443715
             DISPLAY 'MERCHANT TABLE FULL -- ' WS-MRCH-FULL-CNTR        00443715
                     ' TRANSACTIONS NOT ROLLED UP BY MERCHANT'          00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       GET-CANONICAL-NAME-PARA.                                         00443715
      *    A MERCHANT ON THE MASTER IS NAMED THE WAY THE MASTER NAMES   00443715
      *    IT; ANY OTHER KEEPS THE NAME THE NETWORK SENT.               00443715
           IF WS-MMST-OPEN = 1                                          00443715
             MOVE WS-MRCH-ID (WS-MRCH-IDX) TO MMST-MERCHANT-ID          00443715
                                                                        00443715
             READ MRCHMAST                                              00443715
               INVALID KEY                                              00443715
                 CONTINUE                                               00443715
             END-READ                                                   00443715
                                                                        00443715
             IF MRCHMAST-FILE-STATUS = '00'                             00443715
                AND MMST-CANON-NAME NOT = SPACES                        00443715
               MOVE MMST-CANON-NAME TO MRCH-COMMON-NAME                 00443715
             END-IF                                                     00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       WRITE-FEE-MERCHANT-FILE.                                         00443715
                                                                        00443715
           PERFORM VARYING WS-FEEM-IDX FROM 1 BY 1                      00443715
             UNTIL WS-FEEM-IDX > WS-FEEM-USED                           00443715
             INITIALIZE FEEM-REC                                        00443715
             MOVE WS-FEEM-ID (WS-FEEM-IDX)     TO FEEM-MERCHANT-ID      00443715
             MOVE ','                          TO FEEM-SEPARATOR-1      00443715
             MOVE WS-FEEM-CNTR (WS-FEEM-IDX)   TO FEEM-TXN-CNTR         00443715
             MOVE ','                          TO FEEM-SEPARATOR-2      00443715
             MOVE WS-FEEM-AMOUNT (WS-FEEM-IDX) TO FEEM-FEE-AMOUNT       00443715
                                                                        00443715
             WRITE FEEM-REC                                             00443715
                                                                        00443715
             ADD 1 TO WS-FEEMFILE-CNTR                                  00443715
             ADD WS-FEEM-CNTR (WS-FEEM-IDX) TO WS-FEEMFILE-HASH-TOTAL   00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           IF WS-FEEM-FULL-CNTR > 0                                     00443715
             DISPLAY 'FEE MERCHANT TABLE FULL -- '                      00443715
                     WS-FEEM-FULL-CNTR ' FEES NOT ROLLED UP'            00443715
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
           MOVE 'MASTRNEM'        TO GREG-JOB-NAME                      00443715
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
      *    CALLED ONCE ENRFILE HAS BEEN READ TO ITS END. A COUNT OR     00443715
      *    HASH THAT DIFFERS FROM THE REGISTERED FIGURES IS A           00443715
      *    DIFFERENT OR DAMAGED GENERATION FED UNDER THE RIGHT DATE --  00443715
      *    THE RUN STOPS BEFORE MRCHFILE OR FEEMFILE IS WRITTEN.        00443715
           MOVE 'V'               TO GREG-FUNCTION                      00443715
           MOVE 'MASTRNEM'        TO GREG-JOB-NAME                      00443715
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
           MOVE 'MASTRNEM'             TO STAT-JOB-NAME                 00443715
           MOVE FUNCTION CURRENT-DATE  TO STAT-RUN-TIMESTAMP            00443715
           IF WS-RUN-FAILED = 1                                         00443715
             MOVE 'FAILED'             TO STAT-COMPLETION-CODE          00443715
             MOVE WS-FAIL-REASON       TO STAT-FAIL-REASON              00443715
           ELSE                                                         00443715
             MOVE 'COMPLETE'           TO STAT-COMPLETION-CODE          00443715
           END-IF                                                       00443715
           MOVE 'ENRFILE'              TO STAT-CNTR-1-LABEL             00443715
           MOVE WS-ENRFILE-CNTR        TO STAT-CNTR-1                   00443715
           MOVE 'MRCHFILE'             TO STAT-CNTR-2-LABEL             00443715
           MOVE WS-MRCHFILE-CNTR       TO STAT-CNTR-2                   00443715
           MOVE 'FEEMFILE'             TO STAT-CNTR-3-LABEL             00443715
           MOVE WS-FEEMFILE-CNTR       TO STAT-CNTR-3                   00443715
                                                                        00443715
           WRITE STATUS-REC                                             00443715
                                                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       REGISTER-FEEMFILE-PARA.                                          00443715
      *    TONIGHT'S FEEMFILE IS MASTRNFS'S INPUT. A FAILED RUN         00443715
      *    REGISTERS NOTHING.                                           00443715
           MOVE 'R'                    TO GREG-FUNCTION                 00443715
           MOVE 'FEEMFILE'             TO GREG-DATASET                  00443715
           MOVE 'MASTRNEM'             TO GREG-JOB-NAME                 00443715
           MOVE PARM-PROCESS-DATE      TO GREG-PROCESS-DATE             00443715
           MOVE PARM-CYCLE-ID          TO GREG-CYCLE-ID                 00443715
           MOVE WS-FEEMFILE-CNTR       TO GREG-RECORD-CNT               00443715
           MOVE WS-FEEMFILE-HASH-TOTAL TO GREG-HASH-TOTAL               00443715
           CALL 'MASTRNGR' USING GREG-LINKAGE                           00443715
           END-CALL                                                     00443715
                                                                        00443715
           IF GREG-RESULT-MATCHED                                       00443715
             DISPLAY 'FEEMFILE GENERATION REGISTERED FOR '              00443715
                     GREG-PROCESS-DATE ' CYCLE ' GREG-CYCLE-ID          00443715
           ELSE                                                         00443715
             DISPLAY 'FEEMFILE GENERATION COULD NOT BE REGISTERED'      00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'GENERATION REGISTRY ERROR' TO WS-FAIL-REASON         00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       END-PROCESS.                                                     00443715
                                                                        00443715
           MOVE WS-ENRFILE-CNTR  TO WS-ENRFILE-CNTR-EDT                 00443715
           MOVE WS-RELEASED-CNTR TO WS-RELEASED-CNTR-EDT                00443715
           MOVE WS-MRCHFILE-CNTR TO WS-MRCHFILE-CNTR-EDT                00443715
           MOVE WS-FEEMFILE-CNTR TO WS-FEEMFILE-CNTR-EDT                00443715
                                                                        00443715
           DISPLAY '***************************************'            00443715
           DISPLAY '* PROGRAM NAME  :    MASTRNEM         *'            00443715
           DISPLAY '* ENRFILE       : ' WS-ENRFILE-CNTR-EDT             00443715
                   '         *'                                         00443715
           DISPLAY '* ROLLED UP     : ' WS-RELEASED-CNTR-EDT            00443715
                   '         *'                                         00443715
           DISPLAY '* MRCHFILE      : ' WS-MRCHFILE-CNTR-EDT            00443715
                   '         *'                                         00443715
           DISPLAY '* FEEMFILE      : ' WS-FEEMFILE-CNTR-EDT            00443715
                   '         *'                                         00443715
           DISPLAY '***************************************'            00443715
                                                                        00443715
           IF WS-RUN-FAILED = 0                                         00443715
             PERFORM REGISTER-FEEMFILE-PARA                             00443715
           END-IF                                                       00443715
                                                                        00443715
           PERFORM WRITE-STATUS-FILE-PARA                               00443715
                                                                        00443715
           CLOSE ENRFILE.                                               00443715
           CLOSE MRCHFILE.                                              00443715
           CLOSE FEEMFILE.                                              00443715
           CLOSE STATUSFILE.                                            00443715
           IF WS-MMST-OPEN = 1                                          00443715
             CLOSE MRCHMAST                                             00443715
           END-IF                                                       00443715
                                                                        00443715
           IF WS-RUN-FAILED = 1                                         00443715
             MOVE 8 TO RETURN-CODE                                      00443715
           END-IF                                                       00443715
                                                                        00443715
           STOP RUN.                                                    00443715
                                                                        00443715
       END PROGRAM  MASTRNEM.                                           00443715
