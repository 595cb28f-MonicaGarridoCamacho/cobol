       ID DIVISION.                                                     00443715
       PROGRAM-ID. MASTRNEC.                                            00443715
      *    MASTRNEC BUILDS THE PER-CUSTOMER BREAKDOWNS FROM MASTRANC'S  00443715
      *    ENRICHED TRANSACTION FILE: CARDFILE (AUTHORIZATIONS BY       00443715
      *    CARD), DCATFILE (DECLINES BY CATEGORY, WITH THE RUN-TOTAL    00443715
      *    ROWS AT THE END) AND GEOFILE (AUTHORIZATIONS BY POSTAL       00443715
      *    CODE). ALL THREE USED TO BE WRITTEN BY MASTRANC AT EACH      00443715
      *    CUSTOMER BREAK -- THE ROWS, THEIR ORDER AND THEIR LAYOUT     00443715
      *    ARE UNCHANGED, SO MASTRNCX, MASTRNRG AND THE OTHER READERS   00443715
      *    TAKE THEM AS BEFORE.                                         00443715
      *    ENRFILE IS IN CONT-ID ORDER WITH EACH CUSTOMER'S             00443715
      *    AUTHORIZATIONS IN ARRIVAL ORDER, WHICH IS ALL THESE          00443715
      *    BREAKDOWNS NEED -- NO SORT.                                  00443715
       ENVIRONMENT DIVISION.                                            00443715
       INPUT-OUTPUT SECTION.                                            00443715
       FILE-CONTROL.                                                    00443715
            SELECT ENRFILE ASSIGN TO ENRFILE                            00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS ENRFILE-FILE-STATUS.                         00443715
            SELECT CARDFILE ASSIGN TO CARDFILE                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS CARDFILE-FILE-STATUS.                        00443715
            SELECT DCATFILE ASSIGN TO DCATFILE                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS DCATFILE-FILE-STATUS.                        00443715
            SELECT GEOFILE ASSIGN TO GEOFILE                            00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS GEOFILE-FILE-STATUS.                         00443715
            SELECT PARMFILE ASSIGN TO PARMFILE                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS PARMFILE-FILE-STATUS.                        00443715
            SELECT STATUSFILE ASSIGN TO STATUSFILE                      00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS STATUSFILE-FILE-STATUS.                      00443715
       DATA DIVISION.                                                   00443715
       FILE SECTION.                                                    00443715
       FD ENRFILE.                                                      00443715
         COPY ENRREC.                                                   00443715
                                                                        00443715
      *    CARDFILE BREAKS EACH CONTRACT'S AUTHORIZATION ACTIVITY       00443715
      *    DOWN BY CARD -- MASKED PAN LAST-4 PLUS CARD BRAND -- SO      00443715
      *    FRAUD OPS CAN SEE DECLINES CONCENTRATING ON ONE CARD         00443715
      *    WITHOUT PULLING RAW NETWORK LOGS. ONLY THE LAST-4 EVER       00443715
      *    REACHES ENRFILE, SO NOTHING HERE TOUCHES A CLEAR PAN.        00443715
      *    THE LAST-USED DATE LETS MASTRNCX HOLD EACH CARD UP AGAINST   00443715
      *    ITS CARDREG ENTRY FOR EXPIRY.                                00443715
       FD CARDFILE.                                                     00443715
       01 CARD-REC.                                                     00443715
          05 CARD-CONT-ID          PIC 9(10).                           00443715
          05 CARD-SEPARATOR-1      PIC X(1) VALUE ','.                  00443715
          05 CARD-PAN-LAST4        PIC X(4).                            00443715
          05 CARD-SEPARATOR-2      PIC X(1) VALUE ','.                  00443715
          05 CARD-BRAND            PIC X(40).                           00443715
          05 CARD-SEPARATOR-3      PIC X(1) VALUE ','.                  00443715
          05 CARD-TXN-CNTR         PIC Z(8)9.                           00443715
          05 CARD-SEPARATOR-4      PIC X(1) VALUE ','.                  00443715
          05 CARD-TXN-AMOUNT       PIC Z(13)9.99.                       00443715
          05 CARD-SEPARATOR-5      PIC X(1) VALUE ','.                  00443715
          05 CARD-DECLINE-CNTR     PIC Z(8)9.                           00443715
          05 CARD-SEPARATOR-6      PIC X(1) VALUE ','.                  00443715
          05 CARD-LAST-USED-DATE   PIC X(8).                            00443715
                                                                        00443715
      *    DCATFILE BREAKS EACH CUSTOMER'S DECLINES DOWN BY CATEGORY.   00443715
      *    RUN-TOTAL ROWS ARE WRITTEN AT END OF RUN WITH CONT-ID        00443715
      *    ZEROES.                                                      00443715
       FD DCATFILE.                                                     00443715
       01 DCAT-REC.                                                     00443715
          05 DCAT-CONT-ID          PIC 9(10).                           00443715
          05 DCAT-SEPARATOR-1      PIC X(1) VALUE ','.                  00443715
          05 DCAT-CATEGORY         PIC X(20).                           00443715
          05 DCAT-SEPARATOR-2      PIC X(1) VALUE ','.                  00443715
          05 DCAT-DECLINE-CNTR     PIC Z(8)9.                           00443715
                                                                        00443715
      *    GEOFILE ROLLS UP AUTHORIZATION TRANSACTION COUNTS AND        00443715
      *    AMOUNTS PER CUSTOMER BY MDM-POSTAL-CODE-ID -- ONLY           00443715
      *    AUTHORIZATION RECORDS CARRY THIS FIELD.                      00443715
       FD GEOFILE.                                                      00443715
       01 GEO-REC.                                                      00443715
          05 GEO-CONT-ID           PIC 9(10).                           00443715
          05 GEO-SEPARATOR-1       PIC X(1) VALUE ','.                  00443715
          05 GEO-POSTAL-CODE-ID    PIC X(40).                           00443715
          05 GEO-SEPARATOR-2       PIC X(1) VALUE ','.                  00443715
          05 GEO-TXN-CNTR          PIC Z(8)9.                           00443715
          05 GEO-SEPARATOR-3       PIC X(1) VALUE ','.                  00443715
          05 GEO-TXN-AMOUNT        PIC Z(13)9.99.                       00443715
          05 GEO-SEPARATOR-4       PIC X(1) VALUE ','.                  00443715
          05 GEO-INST-ID           PIC X(4).                            00443715
      *       OWNING INSTITUTION OF THE CUSTOMER THE ROW BELONGS        00443715
      *       TO -- SO MASTRNRG CAN BURST ONE ISSUER'S REGIONS          00443715
      *       WITHOUT BLENDING THE OTHER'S CUSTOMERS.                   00443715
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
       01 ENRFILE-FILE-STATUS   PIC X(2).                               00443715
       01 CARDFILE-FILE-STATUS  PIC X(2).                               00443715
       01 DCATFILE-FILE-STATUS  PIC X(2).                               00443715
       01 GEOFILE-FILE-STATUS   PIC X(2).                               00443715
       01 PARMFILE-FILE-STATUS  PIC X(2).                               00443715
       01 STATUSFILE-FILE-STATUS PIC X(2).                              00443715
       01 WS-RUN-FAILED         PIC 9 VALUE 0.                          00443715
       01 WS-FAIL-REASON        PIC X(40) VALUE SPACES.                 00443715
       01 WS-STATUS-OPEN        PIC 9 VALUE 0.                          00443715
       01 WS-PARM-READ-OK       PIC 9 VALUE 0.                          00443715
       01 WS-ENR-EOF            PIC 9 VALUE 0.                          00443715
       01 WS-COUNTERS-1.                                                00443715
          05 WS-ENRFILE-CNTR      PIC 9(9) VALUE ZEROES.                00443715
          05 WS-CUSTOMER-CNTR     PIC 9(9) VALUE ZEROES.                00443715
          05 WS-CARDFILE-CNTR     PIC 9(9) VALUE ZEROES.                00443715
          05 WS-DCATFILE-CNTR     PIC 9(9) VALUE ZEROES.                00443715
          05 WS-GEOFILE-CNTR      PIC 9(9) VALUE ZEROES.                00443715
       01 WS-ENRFILE-CNTR-EDT   PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-CUSTOMER-CNTR-EDT  PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-CARDFILE-CNTR-EDT  PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-DCATFILE-CNTR-EDT  PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-GEOFILE-CNTR-EDT   PIC ZZZ,ZZZ,ZZ9.                        00443715
      *    THE GENERATION REGISTRY'S FIGURES FOR ENRFILE -- EVERY       00443715
      *    RECORD READ AND THE SUM OF THEIR CONTRACT IDS, DUPLICATES    00443715
      *    AND NEGATIVES INCLUDED, THE WAY MASTRANC REGISTERED IT.      00443715
       01 WS-ENRFILE-HASH-TOTAL PIC 9(16)V99 VALUE ZEROES.              00443715
       01 WS-ENRFILE-REG        PIC 9 VALUE 0.                          00443715
       01 WS-GREG-INPUT-DD      PIC X(8) VALUE SPACES.                  00443715
       COPY GREGLNK.                                                    00443715
      *    THE CUSTOMER WHOSE ROWS ARE BEING BUILT. WS-CUST-STARTED IS  00443715
      *    0 UNTIL THE FIRST ENRFILE RECORD HAS BEEN SEEN.              00443715
       01 WS-CUST-STARTED       PIC 9 VALUE 0.                          00443715
       01 WS-CUST-CONT-ID       PIC 9(10) VALUE ZEROES.                 00443715
       01 WS-CUST-INST-ID       PIC X(4) VALUE SPACES.                  00443715
       01 WS-ACCUM-SKIP         PIC 9 VALUE 0.                          00443715
      *    WS-CARD-TABLE ROLLS UP THE CURRENT CUSTOMER'S                00443715
      *    AUTHORIZATIONS BY MASKED PAN LAST-4 AND CARD BRAND.          00443715
      *    RESET PER CUSTOMER. A CARD, CATEGORY OR POSTAL CODE THAT     00443715
      *    DOES NOT FIT ITS TABLE IS SKIPPED -- MASTRANC HAS ALREADY    00443715
      *    PUT IT ON OVFLFILE.                                          00443715
       01 WS-CARD-USED            PIC 9(2) VALUE ZEROES.                00443715
       01 WS-CARD-IDX             PIC 9(2).                             00443715
       01 WS-CARD-TABLE.                                                00443715
          05 WS-CARD-ENTRY OCCURS 10 TIMES                              00443715
               INDEXED BY WS-CARD-TABIDX.                               00443715
             10 WS-CARD-LAST4        PIC X(4).                          00443715
             10 WS-CARD-ENT-BRAND    PIC X(40).                         00443715
             10 WS-CARD-CNTR         PIC 9(9).                          00443715
             10 WS-CARD-AMOUNT       PIC 9(16)V99.                      00443715
             10 WS-CARD-DECL-CNTR    PIC 9(9).                          00443715
             10 WS-CARD-LAST-DATE    PIC X(8).                          00443715
       01 WS-CARD-CURRENT-AMOUNT  PIC 9(16)V99.                         00443715
       01 WS-CARD-CURRENT-DATE    PIC X(8).                             00443715
      *    WS-DCAT-TABLE BREAKS THE CURRENT CUSTOMER'S DECLINES DOWN    00443715
      *    BY CATEGORY -- RESET PER CUSTOMER LIKE WS-CARD-TABLE.        00443715
      *    WS-DCATT-TABLE IS THE SAME BREAKDOWN FOR THE WHOLE RUN.      00443715
       01 WS-DCAT-USED            PIC 9(2) VALUE ZEROES.                00443715
       01 WS-DCAT-IDX             PIC 9(2).                             00443715
       01 WS-DCAT-TABLE.                                                00443715
          05 WS-DCAT-ENTRY OCCURS 20 TIMES                              00443715
               INDEXED BY WS-DCAT-TABIDX.                               00443715
             10 WS-DCAT-CATEGORY     PIC X(20).                         00443715
             10 WS-DCAT-CNTR         PIC 9(9).                          00443715
       01 WS-DCATT-USED           PIC 9(2) VALUE ZEROES.                00443715
       01 WS-DCATT-IDX            PIC 9(2).                             00443715
       01 WS-DCATT-TABLE.                                               00443715
          05 WS-DCATT-ENTRY OCCURS 30 TIMES                             00443715
               INDEXED BY WS-DCATT-TABIDX.                              00443715
             10 WS-DCATT-CATEGORY    PIC X(20).                         00443715
             10 WS-DCATT-CNTR        PIC 9(9).                          00443715
      *    WS-GEO-TABLE ROLLS UP THE CURRENT CUSTOMER'S AUTHORIZATION   00443715
      *    TRANSACTIONS BY MDM-POSTAL-CODE-ID. RESET PER CUSTOMER LIKE  00443715
      *    WS-CARD-TABLE.                                               00443715
       01 WS-GEO-USED             PIC 9(2) VALUE ZEROES.                00443715
       01 WS-GEO-IDX              PIC 9(2).                             00443715
       01 WS-GEO-TABLE.                                                 00443715
          05 WS-GEO-ENTRY OCCURS 20 TIMES INDEXED BY WS-GEO-TABIDX.     00443715
             10 WS-GEO-POSTAL-CODE   PIC X(40).                         00443715
             10 WS-GEO-CNTR          PIC 9(9).                          00443715
             10 WS-GEO-AMOUNT        PIC 9(16)V99.                      00443715
       01 WS-GEO-CURRENT-AMOUNT   PIC 9(16)V99.                         00443715
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
           MOVE 'MASTRNEC' TO PGAT-JOB-NAME                             00443715
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
           OPEN OUTPUT CARDFILE                                         00443715
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
           OPEN OUTPUT DCATFILE                                         00443715
                                                                        00443715
           IF DCATFILE-FILE-STATUS NOT = '00'                           00443715
           THEN                                                         00443715
             DISPLAY 'OPEN DCAT FILE-STATUS = '  DCATFILE-FILE-STATUS   00443715
                                                                        00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'FILE OPEN ERROR' TO WS-FAIL-REASON                   00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           OPEN OUTPUT GEOFILE                                          00443715
                                                                        00443715
           IF GEOFILE-FILE-STATUS NOT = '00'                            00443715
           THEN                                                         00443715
             DISPLAY 'OPEN GEO FILE-STATUS = '  GEOFILE-FILE-STATUS     00443715
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
       MAIN-PROCESS.                                                    00443715
                                                                        00443715
           PERFORM ENRFILE-READ-PARA                                    00443715
                                                                        00443715
           PERFORM UNTIL WS-ENR-EOF = 1                                 00443715
             IF WS-CUST-STARTED = 0                                     00443715
                OR ENR-CONT-ID NOT = WS-CUST-CONT-ID                    00443715
               PERFORM WRITE-CUSTOMER-ROWS-PARA                         00443715
               PERFORM START-CUSTOMER-PARA                              00443715
             END-IF                                                     00443715
                                                                        00443715
             IF ENR-TYPE-AUTHORIZATION AND NOT ENR-DUPLICATE            00443715
               PERFORM ACCUM-CARD-SUBTOTAL-PARA                         00443715
               PERFORM ACCUM-GEO-SUBTOTAL-PARA                          00443715
               IF ENR-DECL-CATEGORY NOT = SPACES                        00443715
                 PERFORM ACCUM-DECLINE-CATEGORY-PARA                    00443715
               END-IF                                                   00443715
             END-IF                                                     00443715
                                                                        00443715
             PERFORM ENRFILE-READ-PARA                                  00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           PERFORM WRITE-CUSTOMER-ROWS-PARA                             00443715
                                                                        00443715
      *    A MISMATCHED ENRFILE FAILS THE RUN BEFORE THE RUN-TOTAL      00443715
      *    ROWS GO OUT, SO A DCATFILE WITHOUT THEM IS NEVER MISTAKEN    00443715
      *    FOR A COMPLETE ONE.                                          00443715
           IF WS-ENRFILE-REG = 1                                        00443715
             MOVE 'ENRFILE'             TO GREG-DATASET                 00443715
             MOVE 'D'                   TO GREG-EXPECT                  00443715
             MOVE 'ENRFILE'             TO WS-GREG-INPUT-DD             00443715
             MOVE WS-ENRFILE-CNTR       TO GREG-RECORD-CNT              00443715
             MOVE WS-ENRFILE-HASH-TOTAL TO GREG-HASH-TOTAL              00443715
             PERFORM VERIFY-INPUT-GENERATION-PARA                       00443715
           END-IF                                                       00443715
                                                                        00443715
           PERFORM WRITE-DECLINE-TOTALS-PARA                            00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       ENRFILE-READ-PARA.                                               00443715
                                                                        00443715
           READ ENRFILE                                                 00443715
             AT END                                                     00443715
               MOVE 1 TO WS-ENR-EOF                                     00443715
             NOT AT END                                                 00443715
               ADD 1 TO WS-ENRFILE-CNTR                                 00443715
               ADD ENR-CONT-ID TO WS-ENRFILE-HASH-TOTAL                 00443715
           END-READ                                                     00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       START-CUSTOMER-PARA.                                             00443715
                                                                        00443715
           MOVE 1                TO WS-CUST-STARTED                     00443715
           MOVE ENR-CONT-ID      TO WS-CUST-CONT-ID                     00443715
           MOVE ENR-CUST-INST-ID TO WS-CUST-INST-ID                     00443715
           ADD 1 TO WS-CUSTOMER-CNTR                                    00443715
                                                                        00443715
           INITIALIZE WS-CARD-TABLE                                     00443715
                      WS-DCAT-TABLE                                     00443715
                      WS-GEO-TABLE                                      00443715
           MOVE ZEROES TO WS-CARD-USED                                  00443715
           MOVE ZEROES TO WS-DCAT-USED                                  00443715
           MOVE ZEROES TO WS-GEO-USED                                   00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       ACCUM-CARD-SUBTOTAL-PARA.                                        00443715
                                                                        00443715
           MOVE ENR-AMOUNT       TO WS-CARD-CURRENT-AMOUNT              00443715
           MOVE ENR-CREDTT (1:4) TO WS-CARD-CURRENT-DATE (1:4)          00443715
           MOVE ENR-CREDTT (6:2) TO WS-CARD-CURRENT-DATE (5:2)          00443715
           MOVE ENR-CREDTT (9:2) TO WS-CARD-CURRENT-DATE (7:2)          00443715
                                                                        00443715
           MOVE 0 TO WS-ACCUM-SKIP                                      00443715
                                                                        00443715
           SET WS-CARD-TABIDX TO 1                                      00443715
           SEARCH WS-CARD-ENTRY                                         00443715
             AT END                                                     00443715
               IF WS-CARD-USED < 10                                     00443715
                 ADD 1 TO WS-CARD-USED                                  00443715
                 SET WS-CARD-TABIDX TO WS-CARD-USED                     00443715
                 MOVE ENR-PAN-LAST4                                     00443715
                   TO WS-CARD-LAST4 (WS-CARD-TABIDX)                    00443715
                 MOVE ENR-CARD-BRAND                                    00443715
                   TO WS-CARD-ENT-BRAND (WS-CARD-TABIDX)                00443715
                 MOVE ZEROES TO WS-CARD-CNTR (WS-CARD-TABIDX)           00443715
                 MOVE ZEROES TO WS-CARD-AMOUNT (WS-CARD-TABIDX)         00443715
                 MOVE ZEROES TO WS-CARD-DECL-CNTR (WS-CARD-TABIDX)      00443715
                 MOVE SPACES TO WS-CARD-LAST-DATE (WS-CARD-TABIDX)      00443715
               ELSE                                                     00443715
                 MOVE 1 TO WS-ACCUM-SKIP                                00443715
               END-IF                                                   00443715
             WHEN WS-CARD-LAST4 (WS-CARD-TABIDX)                        00443715
                = ENR-PAN-LAST4                                         00443715
              AND WS-CARD-ENT-BRAND (WS-CARD-TABIDX)                    00443715
                = ENR-CARD-BRAND                                        00443715
               CONTINUE                                                 00443715
           END-SEARCH                                                   00443715
                                                                        00443715
           IF WS-ACCUM-SKIP = 0                                         00443715
             ADD 1 TO WS-CARD-CNTR (WS-CARD-TABIDX)                     00443715
             ADD WS-CARD-CURRENT-AMOUNT                                 00443715
               TO WS-CARD-AMOUNT (WS-CARD-TABIDX)                       00443715
             IF ENR-DECLINED                                            00443715
               ADD 1 TO WS-CARD-DECL-CNTR (WS-CARD-TABIDX)              00443715
             END-IF                                                     00443715
             IF WS-CARD-CURRENT-DATE                                    00443715
                > WS-CARD-LAST-DATE (WS-CARD-TABIDX)                    00443715
               MOVE WS-CARD-CURRENT-DATE                                00443715
                 TO WS-CARD-LAST-DATE (WS-CARD-TABIDX)                  00443715
             END-IF                                                     00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       ACCUM-GEO-SUBTOTAL-PARA.                                         00443715
                                                                        00443715
           MOVE ENR-AMOUNT TO WS-GEO-CURRENT-AMOUNT                     00443715
                                                                        00443715
           MOVE 0 TO WS-ACCUM-SKIP                                      00443715
                                                                        00443715
           SET WS-GEO-TABIDX TO 1                                       00443715
           SEARCH WS-GEO-ENTRY                                          00443715
             AT END                                                     00443715
               IF WS-GEO-USED < 20                                      00443715
                 ADD 1 TO WS-GEO-USED                                   00443715
                 SET WS-GEO-TABIDX TO WS-GEO-USED                       00443715
                 MOVE ENR-POSTAL-CODE-ID                                00443715
                   TO WS-GEO-POSTAL-CODE (WS-GEO-TABIDX)                00443715
                 MOVE ZEROES TO WS-GEO-CNTR (WS-GEO-TABIDX)             00443715
                 MOVE ZEROES TO WS-GEO-AMOUNT (WS-GEO-TABIDX)           00443715
               ELSE                                                     00443715
                 MOVE 1 TO WS-ACCUM-SKIP                                00443715
               END-IF                                                   00443715
             WHEN WS-GEO-POSTAL-CODE (WS-GEO-TABIDX)                    00443715
                = ENR-POSTAL-CODE-ID                                    00443715
               CONTINUE                                                 00443715
           END-SEARCH                                                   00443715
                                                                        00443715
           IF WS-ACCUM-SKIP = 0                                         00443715
             ADD 1 TO WS-GEO-CNTR (WS-GEO-TABIDX)                       00443715
             ADD WS-GEO-CURRENT-AMOUNT                                  00443715
               TO WS-GEO-AMOUNT (WS-GEO-TABIDX)                         00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       ACCUM-DECLINE-CATEGORY-PARA.                                     00443715
      *    A CATEGORY THAT DOES NOT FIT THE CUSTOMER'S TABLE IS STILL   00443715
      *    COUNTED IN THE RUN TOTALS, THE WAY MASTRANC ALWAYS DID.      00443715
           SET WS-DCAT-TABIDX TO 1                                      00443715
           SEARCH WS-DCAT-ENTRY                                         00443715
             AT END                                                     00443715
               IF WS-DCAT-USED < 20                                     00443715
                 ADD 1 TO WS-DCAT-USED                                  00443715
                 SET WS-DCAT-TABIDX TO WS-DCAT-USED                     00443715
                 MOVE ENR-DECL-CATEGORY                                 00443715
                   TO WS-DCAT-CATEGORY (WS-DCAT-TABIDX)                 00443715
                 MOVE ZEROES TO WS-DCAT-CNTR (WS-DCAT-TABIDX)           00443715
                 ADD 1 TO WS-DCAT-CNTR (WS-DCAT-TABIDX)                 00443715
               END-IF                                                   00443715
             WHEN WS-DCAT-CATEGORY (WS-DCAT-TABIDX)                     00443715
                = ENR-DECL-CATEGORY                                     00443715
               ADD 1 TO WS-DCAT-CNTR (WS-DCAT-TABIDX)                   00443715
           END-SEARCH                                                   00443715
                                                                        00443715
           SET WS-DCATT-TABIDX TO 1                                     00443715
           SEARCH WS-DCATT-ENTRY                                        00443715
             AT END                                                     00443715
               IF WS-DCATT-USED < 30                                    00443715
                 ADD 1 TO WS-DCATT-USED                                 00443715
                 SET WS-DCATT-TABIDX TO WS-DCATT-USED                   00443715
                 MOVE ENR-DECL-CATEGORY                                 00443715
                   TO WS-DCATT-CATEGORY (WS-DCATT-TABIDX)               00443715
                 MOVE ZEROES TO WS-DCATT-CNTR (WS-DCATT-TABIDX)         00443715
                 ADD 1 TO WS-DCATT-CNTR (WS-DCATT-TABIDX)               00443715
               END-IF                                                   00443715
             WHEN WS-DCATT-CATEGORY (WS-DCATT-TABIDX)                   00443715
                = ENR-DECL-CATEGORY                                     00443715
               ADD 1 TO WS-DCATT-CNTR (WS-DCATT-TABIDX)                 00443715
           END-SEARCH                                                   00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       WRITE-CUSTOMER-ROWS-PARA.                                        00443715
      *    THE CUSTOMER'S CARD, CATEGORY AND POSTAL-CODE ROWS, IN THE   00443715
      *    ORDER MASTRANC WROTE THEM AT ITS CUSTOMER BREAK.             00443715
           PERFORM VARYING WS-CARD-IDX FROM 1 BY 1                      00443715
             UNTIL WS-CARD-IDX > WS-CARD-USED                           00443715
             INITIALIZE CARD-REC                                        00443715
             MOVE WS-CUST-CONT-ID TO CARD-CONT-ID                       00443715
             MOVE ','          TO CARD-SEPARATOR-1                      00443715
             MOVE WS-CARD-LAST4 (WS-CARD-IDX) TO CARD-PAN-LAST4         00443715
             MOVE ','          TO CARD-SEPARATOR-2                      00443715
             MOVE WS-CARD-ENT-BRAND (WS-CARD-IDX) TO CARD-BRAND         00443715
             MOVE ','          TO CARD-SEPARATOR-3                      00443715
             MOVE WS-CARD-CNTR (WS-CARD-IDX) TO CARD-TXN-CNTR           00443715
             MOVE ','          TO CARD-SEPARATOR-4                      00443715
             MOVE WS-CARD-AMOUNT (WS-CARD-IDX) TO CARD-TXN-AMOUNT       00443715
             MOVE ','          TO CARD-SEPARATOR-5                      00443715
             MOVE WS-CARD-DECL-CNTR (WS-CARD-IDX)                       00443715
                               TO CARD-DECLINE-CNTR                     00443715
             MOVE ','          TO CARD-SEPARATOR-6                      00443715
             MOVE WS-CARD-LAST-DATE (WS-CARD-IDX)                       00443715
                               TO CARD-LAST-USED-DATE                   00443715
                                                                        00443715
             WRITE CARD-REC                                             00443715
                                                                        00443715
             ADD 1 TO WS-CARDFILE-CNTR                                  00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           PERFORM VARYING WS-DCAT-IDX FROM 1 BY 1                      00443715
             UNTIL WS-DCAT-IDX > WS-DCAT-USED                           00443715
             INITIALIZE DCAT-REC                                        00443715
             MOVE WS-CUST-CONT-ID TO DCAT-CONT-ID                       00443715
             MOVE ','          TO DCAT-SEPARATOR-1                      00443715
             MOVE WS-DCAT-CATEGORY (WS-DCAT-IDX) TO DCAT-CATEGORY       00443715
             MOVE ','          TO DCAT-SEPARATOR-2                      00443715
             MOVE WS-DCAT-CNTR (WS-DCAT-IDX) TO DCAT-DECLINE-CNTR       00443715
                                                                        00443715
             WRITE DCAT-REC                                             00443715
                                                                        00443715
             ADD 1 TO WS-DCATFILE-CNTR                                  00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           PERFORM VARYING WS-GEO-IDX FROM 1 BY 1                       00443715
             UNTIL WS-GEO-IDX > WS-GEO-USED                             00443715
             MOVE WS-CUST-CONT-ID TO GEO-CONT-ID                        00443715
             MOVE WS-GEO-POSTAL-CODE (WS-GEO-IDX)                       00443715
                                      TO GEO-POSTAL-CODE-ID             00443715
             MOVE WS-GEO-CNTR (WS-GEO-IDX)   TO GEO-TXN-CNTR            00443715
             MOVE WS-GEO-AMOUNT (WS-GEO-IDX) TO GEO-TXN-AMOUNT          00443715
             MOVE WS-CUST-INST-ID            TO GEO-INST-ID             00443715
                                                                        00443715
             WRITE GEO-REC                                              00443715
                                                                        00443715
             ADD 1 TO WS-GEOFILE-CNTR                                   00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       WRITE-DECLINE-TOTALS-PARA.                                       00443715
      *    RUN-TOTAL CATEGORY ROWS CARRY CONT-ID ZEROES -- SEE THE      00443715
      *    DCATFILE FD COMMENT.                                         00443715
           PERFORM VARYING WS-DCATT-IDX FROM 1 BY 1                     00443715
             UNTIL WS-DCATT-IDX > WS-DCATT-USED                         00443715
             INITIALIZE DCAT-REC                                        00443715
             MOVE ZEROES TO DCAT-CONT-ID                                00443715
             MOVE ','    TO DCAT-SEPARATOR-1                            00443715
             MOVE WS-DCATT-CATEGORY (WS-DCATT-IDX) TO DCAT-CATEGORY     00443715
             MOVE ','    TO DCAT-SEPARATOR-2                            00443715
             MOVE WS-DCATT-CNTR (WS-DCATT-IDX) TO DCAT-DECLINE-CNTR     00443715
                                                                        00443715
             WRITE DCAT-REC                                             00443715
                                                                        00443715
             ADD 1 TO WS-DCATFILE-CNTR                                  00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       CHECK-INPUT-GENERATION-PARA.                                     00443715
      *    CALLED AT OPEN WITH GREG-DATASET, GREG-EXPECT AND            00443715
      *    WS-GREG-INPUT-DD SET. A GENERATION THE PRODUCER DID NOT      00443715
      *    REGISTER FOR THIS CYCLE IS REFUSED BEFORE A RECORD OF IT IS  00443715
      *    USED; A DATASET NEVER REGISTERED IS READ WITH A WARNING.     00443715
           MOVE 'C'               TO GREG-FUNCTION                      00443715
           MOVE 'MASTRNEC'        TO GREG-JOB-NAME                      00443715
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
      *    DIFFERENT OR DAMAGED GENERATION FED UNDER THE RIGHT DATE.    00443715
           MOVE 'V'               TO GREG-FUNCTION                      00443715
           MOVE 'MASTRNEC'        TO GREG-JOB-NAME                      00443715
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
           MOVE 'MASTRNEC'             TO STAT-JOB-NAME                 00443715
           MOVE FUNCTION CURRENT-DATE  TO STAT-RUN-TIMESTAMP            00443715
           IF WS-RUN-FAILED = 1                                         00443715
             MOVE 'FAILED'             TO STAT-COMPLETION-CODE          00443715
             MOVE WS-FAIL-REASON       TO STAT-FAIL-REASON              00443715
           ELSE                                                         00443715
             MOVE 'COMPLETE'           TO STAT-COMPLETION-CODE          00443715
           END-IF                                                       00443715
           MOVE 'ENRFILE'              TO STAT-CNTR-1-LABEL             00443715
           MOVE WS-ENRFILE-CNTR        TO STAT-CNTR-1                   00443715
           MOVE 'CARDFILE'             TO STAT-CNTR-2-LABEL             00443715
           MOVE WS-CARDFILE-CNTR       TO STAT-CNTR-2                   00443715
           MOVE 'GEOFILE'              TO STAT-CNTR-3-LABEL             00443715
           MOVE WS-GEOFILE-CNTR        TO STAT-CNTR-3                   00443715
           MOVE 'DCATFILE'             TO STAT-CNTR-4-LABEL             00443715
           MOVE WS-DCATFILE-CNTR       TO STAT-CNTR-4                   00443715
                                                                        00443715
           WRITE STATUS-REC                                             00443715
                                                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       END-PROCESS.                                                     00443715
                                                                        00443715
           MOVE WS-ENRFILE-CNTR  TO WS-ENRFILE-CNTR-EDT                 00443715
           MOVE WS-CUSTOMER-CNTR TO WS-CUSTOMER-CNTR-EDT                00443715
           MOVE WS-CARDFILE-CNTR TO WS-CARDFILE-CNTR-EDT                00443715
           MOVE WS-DCATFILE-CNTR TO WS-DCATFILE-CNTR-EDT                00443715
           MOVE WS-GEOFILE-CNTR  TO WS-GEOFILE-CNTR-EDT                 00443715
                                                                        00443715
           DISPLAY '***************************************'            00443715
           DISPLAY '* PROGRAM NAME  :    MASTRNEC         *'            00443715
           DISPLAY '* ENRFILE       : ' WS-ENRFILE-CNTR-EDT             00443715
                   '         *'                                         00443715
           DISPLAY '* CUSTOMERS     : ' WS-CUSTOMER-CNTR-EDT            00443715
                   '         *'                                         00443715
           DISPLAY '* CARDFILE      : ' WS-CARDFILE-CNTR-EDT            00443715
                   '         *'                                         00443715
           DISPLAY '* DCATFILE      : ' WS-DCATFILE-CNTR-EDT            00443715
                   '         *'                                         00443715
           DISPLAY '* GEOFILE       : ' WS-GEOFILE-CNTR-EDT             00443715
                   '         *'                                         00443715
           DISPLAY '***************************************'            00443715
                                                                        00443715
           PERFORM WRITE-STATUS-FILE-PARA                               00443715
                                                                        00443715
           CLOSE ENRFILE.                                               00443715
           CLOSE CARDFILE.                                              00443715
           CLOSE DCATFILE.                                              00443715
           CLOSE GEOFILE.                                               00443715
           CLOSE STATUSFILE.                                            00443715
                                                                        00443715
           IF WS-RUN-FAILED = 1                                         00443715
             MOVE 8 TO RETURN-CODE                                      00443715
           END-IF                                                       00443715
                                                                        00443715
           STOP RUN.                                                    00443715
                                                                        00443715
       END PROGRAM  MASTRNEC.                                           00443715
