       ID DIVISION.                                                     00443715
       PROGRAM-ID. MASTRNFA.                                            00443715
      *    MASTRNFA WATCHES FOR FIRST-PARTY ABUSE -- CUSTOMERS WHO      00443715
      *    CHARGE BACK OR GET REFUNDS ON A LARGE SHARE OF WHAT THEY     00443715
      *    BUY. MASTRANB SEES EACH DISPUTE AND MASTRANC EACH REFUND,    00443715
      *    BUT NEITHER LOOKS AT THE CUSTOMER OVER TIME. THIS JOB        00443715
      *    CARRIES A PER-CONTRACT ACTIVITY HISTORY ACROSS CYCLES --     00443715
      *    ABUHIN IS THE PRIOR CYCLE'S, ABUHFILE IS WRITTEN WITH        00443715
      *    TONIGHT'S ACTIVITY ADDED, ONE ROW PER CONTRACT, MERCHANT AND 00443715
      *    NIGHT, HOLDING THE COUNT AND BASE-CURRENCY AMOUNT OF         00443715
      *    APPROVED AUTHORIZATIONS, REFUNDS AND CHARGEBACKS. TONIGHT'S  00443715
      *    ACTIVITY IS MASTRANC'S PNTXFILE; A CHARGEBACK IS COUNTED     00443715
      *    ONLY WHEN MASTRANB OPENED ITS DISPUTE CASE TONIGHT, SO THE   00443715
      *    REPRESENTMENTS THAT FOLLOW ON THE SAME CASE DO NOT COUNT     00443715
      *    AGAIN. ROWS OLDER THAN PARM-ABUSE-WINDOW-DAYS DROP OFF, AND  00443715
      *    ROWS ALREADY STAMPED WITH TONIGHT'S DATE ARE REPLACED, SO A  00443715
      *    RERUN DOES NOT COUNT A NIGHT TWICE.                          00443715
      *    A CONTRACT WHOSE CHARGEBACKS OR REFUNDS OVER THE WINDOW, AS  00443715
      *    A PERCENT OF ITS AUTHORIZATIONS BY COUNT OR BY AMOUNT, GO    00443715
      *    OVER PARM-ABUSE-CBK-PCT OR PARM-ABUSE-RFD-PCT IS WRITTEN TO  00443715
      *    ABUSFILE, ONE ROW PER MERCHANT IT REFUNDED OR CHARGED BACK   00443715
      *    WITH, SO THE DISPUTES TEAM CAN CHALLENGE THE NEXT CLAIM.     00443715
      *    RUNS AFTER MASTRANC AND MASTRANB.                            00443715
       ENVIRONMENT DIVISION.                                            00443715
       INPUT-OUTPUT SECTION.                                            00443715
       FILE-CONTROL.                                                    00443715
            SELECT PNTXFILE ASSIGN TO PNTXFILE                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS PNTXFILE-FILE-STATUS.                        00443715
            SELECT CASEFILE ASSIGN TO CASEFILE                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS CASEFILE-FILE-STATUS.                        00443715
            SELECT ABUHIN ASSIGN TO ABUHIN                              00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS ABUHIN-FILE-STATUS.                          00443715
            SELECT ABUHFILE ASSIGN TO ABUHFILE                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS ABUHFILE-FILE-STATUS.                        00443715
            SELECT ABUSFILE ASSIGN TO ABUSFILE                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS ABUSFILE-FILE-STATUS.                        00443715
            SELECT SORTFILE ASSIGN TO SORTWK01.                         00443715
            SELECT PARMFILE ASSIGN TO PARMFILE                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS PARMFILE-FILE-STATUS.                        00443715
            SELECT STATUSFILE ASSIGN TO STATUSFILE                      00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS STATUSFILE-FILE-STATUS.                      00443715
       DATA DIVISION.                                                   00443715
       FILE SECTION.                                                    00443715
      *    PNTX-REC IS REPLICATED FROM MASTRANC.CBL -- NOT A SHARED     00443715
      *    COPYBOOK IN THIS SYSTEM, SO MASTRANC REMAINS THE ONE PLACE   00443715
      *    THE EXTRACT IS DEFINED AND THIS IS ITS MIRROR.               00443715
       FD PNTXFILE.                                                     00443715
       01 PNTX-REC.                                                     00443715
          05 PNTX-CONT-ID          PIC 9(10).                           00443715
          05 FILLER                PIC X(1).                            00443715
          05 PNTX-TYPE-CODE        PIC X(2).                            00443715
          05 FILLER                PIC X(1).                            00443715
          05 PNTX-TXN-REF          PIC X(40).                           00443715
          05 FILLER                PIC X(1).                            00443715
          05 PNTX-MCC              PIC X(40).                           00443715
          05 FILLER                PIC X(1).                            00443715
          05 PNTX-PROCESS-DATE     PIC X(8).                            00443715
          05 FILLER                PIC X(1).                            00443715
          05 PNTX-BASE-AMOUNT      PIC X(17).                           00443715
          05 FILLER                PIC X(1).                            00443715
          05 PNTX-PRICED           PIC X(1).                            00443715
          05 FILLER                PIC X(1).                            00443715
          05 PNTX-MERCHANT-ID      PIC X(40).                           00443715
                                                                        00443715
      *    CASE-REC IS REPLICATED FROM MASTRANB.CBL. ONLY THE CASES     00443715
      *    OPENED TONIGHT MATTER HERE.                                  00443715
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
      *    ABUHIN/ABUHFILE ARE THE ACTIVITY HISTORY -- ONE ROW PER      00443715
      *    CONTRACT, MERCHANT AND NIGHT, IN THAT ORDER. AMOUNTS ARE IN  00443715
      *    BASE CURRENCY, CARRIED AS POSITIVE FIGURES.                  00443715
       FD ABUHIN.                                                       00443715
       01 ABUHIN-REC.                                                   00443715
          05 AHIN-CONT-ID          PIC 9(10).                           00443715
          05 FILLER                PIC X(1).                            00443715
          05 AHIN-ACT-DATE         PIC X(8).                            00443715
          05 FILLER                PIC X(1).                            00443715
          05 AHIN-MERCHANT-ID      PIC X(40).                           00443715
          05 FILLER                PIC X(1).                            00443715
          05 AHIN-AUTH-CNTR        PIC 9(7).                            00443715
          05 FILLER                PIC X(1).                            00443715
          05 AHIN-AUTH-AMOUNT      PIC 9(13)V99.                        00443715
          05 FILLER                PIC X(1).                            00443715
          05 AHIN-RFD-CNTR         PIC 9(7).                            00443715
          05 FILLER                PIC X(1).                            00443715
          05 AHIN-RFD-AMOUNT       PIC 9(13)V99.                        00443715
          05 FILLER                PIC X(1).                            00443715
          05 AHIN-CBK-CNTR         PIC 9(7).                            00443715
          05 FILLER                PIC X(1).                            00443715
          05 AHIN-CBK-AMOUNT       PIC 9(13)V99.                        00443715
                                                                        00443715
       FD ABUHFILE.                                                     00443715
       01 ABUH-REC.                                                     00443715
          05 ABUH-CONT-ID          PIC 9(10).                           00443715
          05 ABUH-SEPARATOR-1      PIC X(1).                            00443715
          05 ABUH-ACT-DATE         PIC X(8).                            00443715
          05 ABUH-SEPARATOR-2      PIC X(1).                            00443715
          05 ABUH-MERCHANT-ID      PIC X(40).                           00443715
          05 ABUH-SEPARATOR-3      PIC X(1).                            00443715
          05 ABUH-AUTH-CNTR        PIC 9(7).                            00443715
          05 ABUH-SEPARATOR-4      PIC X(1).                            00443715
          05 ABUH-AUTH-AMOUNT      PIC 9(13)V99.                        00443715
          05 ABUH-SEPARATOR-5      PIC X(1).                            00443715
          05 ABUH-RFD-CNTR         PIC 9(7).                            00443715
          05 ABUH-SEPARATOR-6      PIC X(1).                            00443715
          05 ABUH-RFD-AMOUNT       PIC 9(13)V99.                        00443715
          05 ABUH-SEPARATOR-7      PIC X(1).                            00443715
          05 ABUH-CBK-CNTR         PIC 9(7).                            00443715
          05 ABUH-SEPARATOR-8      PIC X(1).                            00443715
          05 ABUH-CBK-AMOUNT       PIC 9(13)V99.                        00443715
                                                                        00443715
      *    ABUSFILE IS THE ABUSE WATCH EXTRACT -- FOR EACH CONTRACT     00443715
      *    OVER A LIMIT, ONE ROW PER MERCHANT IT HAD A REFUND OR        00443715
      *    CHARGEBACK WITH IN THE WINDOW. THE CONTRACT'S WINDOW         00443715
      *    FIGURES REPEAT ON EVERY ROW. A PERCENT OVER 999.99 (MORE     00443715
      *    COMING BACK THAN WAS BOUGHT IN THE WINDOW) SHOWS AS 999.99.  00443715
       FD ABUSFILE.                                                     00443715
       01 ABUS-REC.                                                     00443715
          05 ABUS-CONT-ID          PIC 9(10).                           00443715
          05 ABUS-SEPARATOR-1      PIC X(1).                            00443715
          05 ABUS-REASON           PIC X(10).                           00443715
          05 ABUS-SEPARATOR-2      PIC X(1).                            00443715
          05 ABUS-WINDOW-FROM      PIC X(8).                            00443715
          05 ABUS-SEPARATOR-3      PIC X(1).                            00443715
          05 ABUS-AUTH-CNTR        PIC Z(6)9.                           00443715
          05 ABUS-SEPARATOR-4      PIC X(1).                            00443715
          05 ABUS-CBK-CNT-PCT      PIC ZZ9.99.                          00443715
          05 ABUS-SEPARATOR-5      PIC X(1).                            00443715
          05 ABUS-CBK-AMT-PCT      PIC ZZ9.99.                          00443715
          05 ABUS-SEPARATOR-6      PIC X(1).                            00443715
          05 ABUS-RFD-CNT-PCT      PIC ZZ9.99.                          00443715
          05 ABUS-SEPARATOR-7      PIC X(1).                            00443715
          05 ABUS-RFD-AMT-PCT      PIC ZZ9.99.                          00443715
          05 ABUS-SEPARATOR-8      PIC X(1).                            00443715
          05 ABUS-MERCHANT-ID      PIC X(40).                           00443715
          05 ABUS-SEPARATOR-9      PIC X(1).                            00443715
          05 ABUS-MRCH-RFD-CNTR    PIC Z(6)9.                           00443715
          05 ABUS-SEPARATOR-10     PIC X(1).                            00443715
          05 ABUS-MRCH-RFD-AMOUNT  PIC Z(13)9.99.                       00443715
          05 ABUS-SEPARATOR-11     PIC X(1).                            00443715
          05 ABUS-MRCH-CBK-CNTR    PIC Z(6)9.                           00443715
          05 ABUS-SEPARATOR-12     PIC X(1).                            00443715
          05 ABUS-MRCH-CBK-AMOUNT  PIC Z(13)9.99.                       00443715
                                                                        00443715
       SD SORTFILE.                                                     00443715
       01 SORT-REC.                                                     00443715
          05 SRT-CONT-ID           PIC 9(10).                           00443715
          05 SRT-MERCHANT-ID       PIC X(40).                           00443715
          05 SRT-ACT-DATE          PIC X(8).                            00443715
          05 SRT-AUTH-CNTR         PIC 9(7).                            00443715
          05 SRT-AUTH-AMOUNT       PIC 9(13)V99.                        00443715
          05 SRT-RFD-CNTR          PIC 9(7).                            00443715
          05 SRT-RFD-AMOUNT        PIC 9(13)V99.                        00443715
          05 SRT-CBK-CNTR          PIC 9(7).                            00443715
          05 SRT-CBK-AMOUNT        PIC 9(13)V99.                        00443715
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
       01 PNTXFILE-FILE-STATUS  PIC X(2).                               00443715
       01 CASEFILE-FILE-STATUS  PIC X(2).                               00443715
       01 ABUHIN-FILE-STATUS    PIC X(2).                               00443715
       01 ABUHFILE-FILE-STATUS  PIC X(2).                               00443715
       01 ABUSFILE-FILE-STATUS  PIC X(2).                               00443715
       01 PARMFILE-FILE-STATUS  PIC X(2).                               00443715
       01 STATUSFILE-FILE-STATUS PIC X(2).                              00443715
       01 WS-RUN-FAILED         PIC 9 VALUE 0.                          00443715
       01 WS-FAIL-REASON        PIC X(40) VALUE SPACES.                 00443715
       01 WS-STATUS-OPEN        PIC 9 VALUE 0.                          00443715
       01 WS-PARM-READ-OK       PIC 9 VALUE 0.                          00443715
       01 WS-EOF                PIC 9 VALUE 0.                          00443715
       01 WS-SORT-EOF           PIC 9 VALUE 0.                          00443715
      *    THE WINDOW RUNS FROM WS-WINDOW-FROM THROUGH TONIGHT.         00443715
       01 WS-DATE-NUM           PIC 9(8).                               00443715
       01 WS-DATE-INT           PIC 9(9).                               00443715
       01 WS-WINDOW-FROM        PIC X(8).                               00443715
      *    WS-NEWCASE-TABLE HOLDS THE DISPUTE CASES MASTRANB OPENED     00443715
      *    TONIGHT. MASTRANB CARRIES AT MOST 1000 CASES, SO THIS        00443715
      *    CANNOT FILL ON A GOOD CASE FILE. A CASE IS MARKED COUNTED    00443715
      *    ON ITS FIRST CHARGEBACK ROW.                                 00443715
       01 WS-NEWCASE-USED       PIC 9(4) VALUE ZEROES.                  00443715
       01 WS-NEWCASE-FOUND      PIC 9.                                  00443715
       01 WS-NEWCASE-TABLE.                                             00443715
          05 WS-NEWCASE-ENTRY OCCURS 1000 TIMES                         00443715
               INDEXED BY WS-NEWCASE-TABIDX.                            00443715
             10 WS-NEWCASE-REF      PIC X(40).                          00443715
             10 WS-NEWCASE-CONT-ID  PIC 9(10).                          00443715
             10 WS-NEWCASE-COUNTED  PIC 9.                              00443715
      *    CONTROL-BREAK STATE -- CONTRACT, MERCHANT AND NIGHT.         00443715
       01 WS-CONT-STARTED       PIC 9 VALUE 0.                          00443715
       01 WS-CUR-CONT-ID        PIC 9(10).                              00443715
       01 WS-CUR-MERCHANT-ID    PIC X(40).                              00443715
       01 WS-CUR-ACT-DATE       PIC X(8).                               00443715
       01 WS-DAY.                                                       00443715
          05 WS-DAY-AUTH-CNTR      PIC 9(7).                            00443715
          05 WS-DAY-AUTH-AMOUNT    PIC 9(13)V99.                        00443715
          05 WS-DAY-RFD-CNTR       PIC 9(7).                            00443715
          05 WS-DAY-RFD-AMOUNT     PIC 9(13)V99.                        00443715
          05 WS-DAY-CBK-CNTR       PIC 9(7).                            00443715
          05 WS-DAY-CBK-AMOUNT     PIC 9(13)V99.                        00443715
       01 WS-MRCH.                                                      00443715
          05 WS-MRCH-RFD-CNTR      PIC 9(7).                            00443715
          05 WS-MRCH-RFD-AMOUNT    PIC 9(13)V99.                        00443715
          05 WS-MRCH-CBK-CNTR      PIC 9(7).                            00443715
          05 WS-MRCH-CBK-AMOUNT    PIC 9(13)V99.                        00443715
       01 WS-CONT.                                                      00443715
          05 WS-CONT-AUTH-CNTR     PIC 9(9).                            00443715
          05 WS-CONT-AUTH-AMOUNT   PIC 9(15)V99.                        00443715
          05 WS-CONT-RFD-CNTR      PIC 9(9).                            00443715
          05 WS-CONT-RFD-AMOUNT    PIC 9(15)V99.                        00443715
          05 WS-CONT-CBK-CNTR      PIC 9(9).                            00443715
          05 WS-CONT-CBK-AMOUNT    PIC 9(15)V99.                        00443715
      *    WS-INV-TABLE HOLDS THE CURRENT CONTRACT'S MERCHANTS WITH A   00443715
      *    REFUND OR CHARGEBACK IN THE WINDOW. A MERCHANT PAST THE      00443715
      *    200TH STILL COUNTS IN THE RATIOS BUT IS NOT LISTED.          00443715
       01 WS-INV-USED           PIC 9(3) VALUE ZEROES.                  00443715
       01 WS-INV-IDX            PIC 9(3).                               00443715
       01 WS-INV-TABLE.                                                 00443715
          05 WS-INV-ENTRY OCCURS 200 TIMES.                             00443715
             10 WS-INV-MERCHANT-ID  PIC X(40).                          00443715
             10 WS-INV-RFD-CNTR     PIC 9(7).                           00443715
             10 WS-INV-RFD-AMOUNT   PIC 9(13)V99.                       00443715
             10 WS-INV-CBK-CNTR     PIC 9(7).                           00443715
             10 WS-INV-CBK-AMOUNT   PIC 9(13)V99.                       00443715
      *    THE CONTRACT'S RATIOS, AS PERCENTS OF AUTHORIZATIONS.        00443715
       01 WS-CBK-CNT-PCT        PIC 9(7)V99.                            00443715
       01 WS-CBK-AMT-PCT        PIC 9(7)V99.                            00443715
       01 WS-RFD-CNT-PCT        PIC 9(7)V99.                            00443715
       01 WS-RFD-AMT-PCT        PIC 9(7)V99.                            00443715
       01 WS-CBK-OVER           PIC 9.                                  00443715
       01 WS-RFD-OVER           PIC 9.                                  00443715
       01 WS-ABUSE-REASON       PIC X(10).                              00443715
       01 WS-COUNTERS-1.                                                00443715
          05 WS-PNTXFILE-CNTR     PIC 9(9) VALUE ZEROES.                00443715
          05 WS-CASEFILE-CNTR     PIC 9(9) VALUE ZEROES.                00443715
          05 WS-REPRESENT-CNTR    PIC 9(9) VALUE ZEROES.                00443715
          05 WS-ABUHIN-CNTR       PIC 9(9) VALUE ZEROES.                00443715
          05 WS-DROPPED-CNTR      PIC 9(9) VALUE ZEROES.                00443715
          05 WS-ABUHFILE-CNTR     PIC 9(9) VALUE ZEROES.                00443715
          05 WS-RATED-CNTR        PIC 9(9) VALUE ZEROES.                00443715
          05 WS-FLAGGED-CNTR      PIC 9(9) VALUE ZEROES.                00443715
          05 WS-ABUSFILE-CNTR     PIC 9(9) VALUE ZEROES.                00443715
          05 WS-INV-FULL-CNTR     PIC 9(9) VALUE ZEROES.                00443715
       01 WS-PNTXFILE-CNTR-EDT  PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-CASEFILE-CNTR-EDT  PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-REPRESENT-CNTR-EDT PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-ABUHIN-CNTR-EDT    PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-DROPPED-CNTR-EDT   PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-ABUHFILE-CNTR-EDT  PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-RATED-CNTR-EDT     PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-FLAGGED-CNTR-EDT   PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-ABUSFILE-CNTR-EDT  PIC ZZZ,ZZZ,ZZ9.                        00443715
      *    THE GENERATION REGISTRY'S FIGURES FOR PNTXFILE, CASEFILE,    00443715
      *    ABUHIN AND ABUHFILE -- THE HASH IS THE SUM OF THE CONTRACT   00443715
      *    IDS.                                                         00443715
       01 WS-PNTXFILE-HASH-TOTAL PIC 9(16)V99 VALUE ZEROES.             00443715
       01 WS-CASEFILE-HASH-TOTAL PIC 9(16)V99 VALUE ZEROES.             00443715
       01 WS-ABUHIN-HASH-TOTAL  PIC 9(16)V99 VALUE ZEROES.              00443715
       01 WS-ABUHFILE-HASH-TOTAL PIC 9(16)V99 VALUE ZEROES.             00443715
       01 WS-PNTXFILE-REG       PIC 9 VALUE 0.                          00443715
       01 WS-CASEFILE-REG       PIC 9 VALUE 0.                          00443715
       01 WS-ABUHIN-REG         PIC 9 VALUE 0.                          00443715
       01 WS-GREG-INPUT-DD      PIC X(8) VALUE SPACES.                  00443715
       COPY GREGLNK.                                                    00443715
         COPY PGATLNK.                                                  00443715
                                                                        00443715
       PROCEDURE DIVISION.                                              00443715
                                                                        00443715
           PERFORM START-PROCESS                                        00443715
                                                                        00443715
           SORT SORTFILE ON ASCENDING KEY SRT-CONT-ID                   00443715
                                          SRT-MERCHANT-ID               00443715
                                          SRT-ACT-DATE                  00443715
             INPUT PROCEDURE IS BUILD-HISTORY-PARA                      00443715
             OUTPUT PROCEDURE IS RATE-CONTRACTS-PARA                    00443715
                                                                        00443715
           IF WS-INV-FULL-CNTR > 0                                      00443715
             DISPLAY 'MERCHANT TABLE FULL -- ' WS-INV-FULL-CNTR         00443715
                     ' MERCHANTS NOT LISTED ON ABUSFILE'                00443715
           END-IF                                                       00443715
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
           PERFORM LOAD-NEW-CASES-PARA                                  00443715
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
           MOVE 'MASTRNFA' TO PGAT-JOB-NAME                             00443715
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
           MOVE ZEROES TO PARM-ABUSE-WINDOW-DAYS                        00443715
           MOVE ZEROES TO PARM-ABUSE-CBK-PCT                            00443715
           MOVE ZEROES TO PARM-ABUSE-RFD-PCT                            00443715
           MOVE ZEROES TO PARM-ABUSE-MIN-AUTHS                          00443715
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
      *    EVERY HISTORY ROW IS STAMPED WITH ITS NIGHT -- THE WINDOW    00443715
      *    CANNOT BE CUT WITHOUT ONE.                                   00443715
           IF PARM-PROCESS-DATE NOT NUMERIC                             00443715
             DISPLAY 'PARM-PROCESS-DATE MISSING -- ACTIVITY HISTORY '   00443715
                     'CANNOT BE DATED'                                  00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'NO PROCESS DATE' TO WS-FAIL-REASON                   00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           IF PARM-ABUSE-WINDOW-DAYS NOT NUMERIC                        00443715
              OR PARM-ABUSE-WINDOW-DAYS = ZEROES                        00443715
             MOVE 90 TO PARM-ABUSE-WINDOW-DAYS                          00443715
           END-IF                                                       00443715
                                                                        00443715
           IF PARM-ABUSE-CBK-PCT NOT NUMERIC                            00443715
              OR PARM-ABUSE-CBK-PCT = ZEROES                            00443715
             MOVE 5.00 TO PARM-ABUSE-CBK-PCT                            00443715
           END-IF                                                       00443715
                                                                        00443715
           IF PARM-ABUSE-RFD-PCT NOT NUMERIC                            00443715
              OR PARM-ABUSE-RFD-PCT = ZEROES                            00443715
             MOVE 30.00 TO PARM-ABUSE-RFD-PCT                           00443715
           END-IF                                                       00443715
                                                                        00443715
           IF PARM-ABUSE-MIN-AUTHS NOT NUMERIC                          00443715
              OR PARM-ABUSE-MIN-AUTHS = ZEROES                          00443715
             MOVE 5 TO PARM-ABUSE-MIN-AUTHS                             00443715
           END-IF                                                       00443715
                                                                        00443715
           MOVE PARM-PROCESS-DATE TO WS-DATE-NUM                        00443715
           COMPUTE WS-DATE-INT =                                        00443715
             FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)                     00443715
             - PARM-ABUSE-WINDOW-DAYS + 1                               00443715
           COMPUTE WS-DATE-NUM =                                        00443715
             FUNCTION DATE-OF-INTEGER (WS-DATE-INT)                     00443715
           MOVE WS-DATE-NUM TO WS-WINDOW-FROM                           00443715
                                                                        00443715
           DISPLAY 'PARM PROCESS DATE = ' PARM-PROCESS-DATE             00443715
           DISPLAY 'PARM ABUSE WINDOW DAYS = ' PARM-ABUSE-WINDOW-DAYS   00443715
           DISPLAY 'PARM ABUSE CBK PCT = ' PARM-ABUSE-CBK-PCT           00443715
           DISPLAY 'PARM ABUSE RFD PCT = ' PARM-ABUSE-RFD-PCT           00443715
           DISPLAY 'PARM ABUSE MIN AUTHS = ' PARM-ABUSE-MIN-AUTHS       00443715
           DISPLAY 'WINDOW FROM = ' WS-WINDOW-FROM                      00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       FILE-OPEN-PARA.                                                  00443715
                                                                        00443715
           OPEN INPUT PNTXFILE                                          00443715
                                                                        00443715
           IF PNTXFILE-FILE-STATUS NOT = '00'                           00443715
           THEN                                                         00443715
             DISPLAY 'OPEN PNTX FILE-STATUS = '  PNTXFILE-FILE-STATUS   00443715
                                                                        00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'FILE OPEN ERROR' TO WS-FAIL-REASON                   00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           MOVE 'PNTXFILE' TO GREG-DATASET                              00443715
           MOVE 'D'        TO GREG-EXPECT                               00443715
           MOVE 'PNTXFILE' TO WS-GREG-INPUT-DD                          00443715
           PERFORM CHECK-INPUT-GENERATION-PARA                          00443715
           IF GREG-RESULT-MATCHED                                       00443715
             MOVE 1 TO WS-PNTXFILE-REG                                  00443715
           END-IF                                                       00443715
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
           OPEN OUTPUT ABUHFILE                                         00443715
                                                                        00443715
           IF ABUHFILE-FILE-STATUS NOT = '00'                           00443715
           THEN                                                         00443715
             DISPLAY 'OPEN ABUH FILE-STATUS = '  ABUHFILE-FILE-STATUS   00443715
                                                                        00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'FILE OPEN ERROR' TO WS-FAIL-REASON                   00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           OPEN OUTPUT ABUSFILE                                         00443715
                                                                        00443715
           IF ABUSFILE-FILE-STATUS NOT = '00'                           00443715
           THEN                                                         00443715
             DISPLAY 'OPEN ABUS FILE-STATUS = '  ABUSFILE-FILE-STATUS   00443715
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
       LOAD-NEW-CASES-PARA.                                             00443715
                                                                        00443715
           MOVE 0 TO WS-EOF                                             00443715
           PERFORM UNTIL WS-EOF = 1                                     00443715
             READ CASEFILE                                              00443715
               AT END                                                   00443715
                 MOVE 1 TO WS-EOF                                       00443715
               NOT AT END                                               00443715
                 ADD 1 TO WS-CASEFILE-CNTR                              00443715
                 ADD CASE-CONT-ID TO WS-CASEFILE-HASH-TOTAL             00443715
                 IF CASE-OPEN-DATE = PARM-PROCESS-DATE                  00443715
                   IF WS-NEWCASE-USED < 1000                            00443715
                     ADD 1 TO WS-NEWCASE-USED                           00443715
                     MOVE CASE-ORIG-TXN-REF                             00443715
                       TO WS-NEWCASE-REF (WS-NEWCASE-USED)              00443715
                     MOVE CASE-CONT-ID                                  00443715
                       TO WS-NEWCASE-CONT-ID (WS-NEWCASE-USED)          00443715
                     MOVE 0 TO WS-NEWCASE-COUNTED (WS-NEWCASE-USED)     00443715
                   ELSE                                                 00443715
                     DISPLAY 'NEW CASE TABLE FULL -- '                  00443715
                             CASE-ORIG-TXN-REF ' NOT COUNTED'           00443715
                   END-IF                                               00443715
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
           DISPLAY 'DISPUTE CASES OPENED TONIGHT = ' WS-NEWCASE-USED    00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       BUILD-HISTORY-PARA.                                              00443715
                                                                        00443715
           PERFORM CARRY-HISTORY-PARA                                   00443715
                                                                        00443715
           PERFORM ADD-TONIGHT-PARA                                     00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       CARRY-HISTORY-PARA.                                              00443715
      *    WITH NO PRIOR HISTORY FILE THE HISTORY STARTS FROM           00443715
      *    TONIGHT, AND THE RATIOS BUILD UP OVER THE FIRST WINDOW.      00443715
           OPEN INPUT ABUHIN                                            00443715
                                                                        00443715
           IF ABUHIN-FILE-STATUS NOT = '00'                             00443715
           THEN                                                         00443715
             DISPLAY 'NO PRIOR ACTIVITY HISTORY -- HISTORY STARTS '     00443715
                     'FROM TONIGHT'                                     00443715
           ELSE                                                         00443715
             MOVE 'ABUHFILE' TO GREG-DATASET                            00443715
             MOVE 'P'        TO GREG-EXPECT                             00443715
             MOVE 'ABUHIN'   TO WS-GREG-INPUT-DD                        00443715
             PERFORM CHECK-INPUT-GENERATION-PARA                        00443715
             IF GREG-RESULT-MATCHED                                     00443715
               MOVE 1 TO WS-ABUHIN-REG                                  00443715
             END-IF                                                     00443715
                                                                        00443715
             MOVE 0 TO WS-EOF                                           00443715
             PERFORM UNTIL WS-EOF = 1                                   00443715
               READ ABUHIN                                              00443715
                 AT END                                                 00443715
                   MOVE 1 TO WS-EOF                                     00443715
                 NOT AT END                                             00443715
                   ADD 1 TO WS-ABUHIN-CNTR                              00443715
                   ADD AHIN-CONT-ID TO WS-ABUHIN-HASH-TOTAL             00443715
                   PERFORM CARRY-HISTORY-ROW-PARA                       00443715
               END-READ                                                 00443715
             END-PERFORM                                                00443715
                                                                        00443715
             CLOSE ABUHIN                                               00443715
                                                                        00443715
             IF WS-ABUHIN-REG = 1                                       00443715
               MOVE 'ABUHFILE'           TO GREG-DATASET                00443715
               MOVE 'P'                  TO GREG-EXPECT                 00443715
               MOVE 'ABUHIN'             TO WS-GREG-INPUT-DD            00443715
               MOVE WS-ABUHIN-CNTR       TO GREG-RECORD-CNT             00443715
               MOVE WS-ABUHIN-HASH-TOTAL TO GREG-HASH-TOTAL             00443715
               PERFORM VERIFY-INPUT-GENERATION-PARA                     00443715
             END-IF                                                     00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       CARRY-HISTORY-ROW-PARA.                                          00443715
                                                                        00443715
           IF AHIN-ACT-DATE NOT < PARM-PROCESS-DATE                     00443715
              OR AHIN-ACT-DATE < WS-WINDOW-FROM                         00443715
             ADD 1 TO WS-DROPPED-CNTR                                   00443715
           ELSE                                                         00443715
             INITIALIZE SORT-REC                                        00443715
             MOVE AHIN-CONT-ID      TO SRT-CONT-ID                      00443715
             MOVE AHIN-MERCHANT-ID  TO SRT-MERCHANT-ID                  00443715
             MOVE AHIN-ACT-DATE     TO SRT-ACT-DATE                     00443715
             MOVE AHIN-AUTH-CNTR    TO SRT-AUTH-CNTR                    00443715
             MOVE AHIN-AUTH-AMOUNT  TO SRT-AUTH-AMOUNT                  00443715
             MOVE AHIN-RFD-CNTR     TO SRT-RFD-CNTR                     00443715
             MOVE AHIN-RFD-AMOUNT   TO SRT-RFD-AMOUNT                   00443715
             MOVE AHIN-CBK-CNTR     TO SRT-CBK-CNTR                     00443715
             MOVE AHIN-CBK-AMOUNT   TO SRT-CBK-AMOUNT                   00443715
             RELEASE SORT-REC                                           00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       ADD-TONIGHT-PARA.                                                00443715
      *    A REVERSAL CANCELS AN AUTHORIZATION BEFORE IT SETTLES -- IT  00443715
      *    IS THE MERCHANT'S ACT, NOT THE CUSTOMER'S, AND IS NOT        00443715
      *    COUNTED EITHER WAY.                                          00443715
           MOVE 0 TO WS-EOF                                             00443715
           PERFORM UNTIL WS-EOF = 1                                     00443715
             READ PNTXFILE                                              00443715
               AT END                                                   00443715
                 MOVE 1 TO WS-EOF                                       00443715
               NOT AT END                                               00443715
                 ADD 1 TO WS-PNTXFILE-CNTR                              00443715
                 ADD PNTX-CONT-ID TO WS-PNTXFILE-HASH-TOTAL             00443715
                 INITIALIZE SORT-REC                                    00443715
                 MOVE PNTX-CONT-ID      TO SRT-CONT-ID                  00443715
                 MOVE PNTX-MERCHANT-ID  TO SRT-MERCHANT-ID              00443715
                 MOVE PARM-PROCESS-DATE TO SRT-ACT-DATE                 00443715
                 EVALUATE PNTX-TYPE-CODE                                00443715
                   WHEN 'AU'                                            00443715
                     MOVE 1 TO SRT-AUTH-CNTR                            00443715
                     COMPUTE SRT-AUTH-AMOUNT =                          00443715
                       FUNCTION NUMVAL (PNTX-BASE-AMOUNT)               00443715
                     RELEASE SORT-REC                                   00443715
                   WHEN 'RF'                                            00443715
                     MOVE 1 TO SRT-RFD-CNTR                             00443715
                     COMPUTE SRT-RFD-AMOUNT =                           00443715
                       FUNCTION NUMVAL (PNTX-BASE-AMOUNT)               00443715
                     RELEASE SORT-REC                                   00443715
                   WHEN 'CB'                                            00443715
                     PERFORM FIND-NEW-CASE-PARA                         00443715
                     IF WS-NEWCASE-FOUND = 1                            00443715
                       MOVE 1 TO SRT-CBK-CNTR                           00443715
                       COMPUTE SRT-CBK-AMOUNT =                         00443715
                         FUNCTION NUMVAL (PNTX-BASE-AMOUNT)             00443715
                       RELEASE SORT-REC                                 00443715
                     ELSE                                               00443715
                       ADD 1 TO WS-REPRESENT-CNTR                       00443715
                     END-IF                                             00443715
                   WHEN OTHER                                           00443715
                     CONTINUE                                           00443715
                 END-EVALUATE                                           00443715
             END-READ                                                   00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           IF WS-PNTXFILE-REG = 1                                       00443715
             MOVE 'PNTXFILE'             TO GREG-DATASET                00443715
             MOVE 'D'                    TO GREG-EXPECT                 00443715
             MOVE 'PNTXFILE'             TO WS-GREG-INPUT-DD            00443715
             MOVE WS-PNTXFILE-CNTR       TO GREG-RECORD-CNT             00443715
             MOVE WS-PNTXFILE-HASH-TOTAL TO GREG-HASH-TOTAL             00443715
             PERFORM VERIFY-INPUT-GENERATION-PARA                       00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       FIND-NEW-CASE-PARA.                                              00443715
      *    ONLY THE FIRST CHARGEBACK ROW ON A CASE OPENED TONIGHT IS    00443715
      *    A NEW DISPUTE; ANY OTHER IS A LATER STAGE OF ONE ALREADY     00443715
      *    COUNTED.                                                     00443715
           MOVE 0 TO WS-NEWCASE-FOUND                                   00443715
                                                                        00443715
           SET WS-NEWCASE-TABIDX TO 1                                   00443715
           SEARCH WS-NEWCASE-ENTRY                                      00443715
             AT END                                                     00443715
               CONTINUE                                                 00443715
             WHEN WS-NEWCASE-TABIDX > WS-NEWCASE-USED                   00443715
               CONTINUE                                                 00443715
             WHEN WS-NEWCASE-REF (WS-NEWCASE-TABIDX) = PNTX-TXN-REF     00443715
                  AND WS-NEWCASE-CONT-ID (WS-NEWCASE-TABIDX)            00443715
                      = PNTX-CONT-ID                                    00443715
                  AND WS-NEWCASE-COUNTED (WS-NEWCASE-TABIDX) = 0        00443715
               MOVE 1 TO WS-NEWCASE-FOUND                               00443715
               MOVE 1 TO WS-NEWCASE-COUNTED (WS-NEWCASE-TABIDX)         00443715
           END-SEARCH                                                   00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       RATE-CONTRACTS-PARA.                                             00443715
                                                                        00443715
           MOVE 0 TO WS-SORT-EOF                                        00443715
           PERFORM UNTIL WS-SORT-EOF = 1                                00443715
             RETURN SORTFILE                                            00443715
               AT END                                                   00443715
                 MOVE 1 TO WS-SORT-EOF                                  00443715
               NOT AT END                                               00443715
                 EVALUATE TRUE                                          00443715
                   WHEN WS-CONT-STARTED = 0                             00443715
                     PERFORM START-CONTRACT-PARA                        00443715
                   WHEN SRT-CONT-ID NOT = WS-CUR-CONT-ID                00443715
                     PERFORM FINISH-DAY-PARA                            00443715
                     PERFORM FINISH-MERCHANT-PARA                       00443715
                     PERFORM FINISH-CONTRACT-PARA                       00443715
                     PERFORM START-CONTRACT-PARA                        00443715
                   WHEN SRT-MERCHANT-ID NOT = WS-CUR-MERCHANT-ID        00443715
                     PERFORM FINISH-DAY-PARA                            00443715
                     PERFORM FINISH-MERCHANT-PARA                       00443715
                     PERFORM START-MERCHANT-PARA                        00443715
                   WHEN SRT-ACT-DATE NOT = WS-CUR-ACT-DATE              00443715
                     PERFORM FINISH-DAY-PARA                            00443715
                     PERFORM START-DAY-PARA                             00443715
                   WHEN OTHER                                           00443715
                     CONTINUE                                           00443715
                 END-EVALUATE                                           00443715
                                                                        00443715
                 ADD SRT-AUTH-CNTR   TO WS-DAY-AUTH-CNTR                00443715
                 ADD SRT-AUTH-AMOUNT TO WS-DAY-AUTH-AMOUNT              00443715
                 ADD SRT-RFD-CNTR    TO WS-DAY-RFD-CNTR                 00443715
                 ADD SRT-RFD-AMOUNT  TO WS-DAY-RFD-AMOUNT               00443715
                 ADD SRT-CBK-CNTR    TO WS-DAY-CBK-CNTR                 00443715
                 ADD SRT-CBK-AMOUNT  TO WS-DAY-CBK-AMOUNT               00443715
             END-RETURN                                                 00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           IF WS-CONT-STARTED = 1                                       00443715
             PERFORM FINISH-DAY-PARA                                    00443715
             PERFORM FINISH-MERCHANT-PARA                               00443715
             PERFORM FINISH-CONTRACT-PARA                               00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       START-CONTRACT-PARA.                                             00443715
                                                                        00443715
           MOVE 1           TO WS-CONT-STARTED                          00443715
           MOVE SRT-CONT-ID TO WS-CUR-CONT-ID                           00443715
           INITIALIZE WS-CONT                                           00443715
           MOVE ZEROES      TO WS-INV-USED                              00443715
                                                                        00443715
           PERFORM START-MERCHANT-PARA                                  00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       START-MERCHANT-PARA.                                             00443715
                                                                        00443715
           MOVE SRT-MERCHANT-ID TO WS-CUR-MERCHANT-ID                   00443715
           INITIALIZE WS-MRCH                                           00443715
                                                                        00443715
           PERFORM START-DAY-PARA                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       START-DAY-PARA.                                                  00443715
                                                                        00443715
           MOVE SRT-ACT-DATE TO WS-CUR-ACT-DATE                         00443715
           INITIALIZE WS-DAY                                            00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       FINISH-DAY-PARA.                                                 00443715
                                                                        00443715
           INITIALIZE ABUH-REC                                          00443715
                                                                        00443715
           MOVE WS-CUR-CONT-ID      TO ABUH-CONT-ID                     00443715
           MOVE ','                 TO ABUH-SEPARATOR-1                 00443715
           MOVE WS-CUR-ACT-DATE     TO ABUH-ACT-DATE                    00443715
           MOVE ','                 TO ABUH-SEPARATOR-2                 00443715
           MOVE WS-CUR-MERCHANT-ID  TO ABUH-MERCHANT-ID                 00443715
           MOVE ','                 TO ABUH-SEPARATOR-3                 00443715
           MOVE WS-DAY-AUTH-CNTR    TO ABUH-AUTH-CNTR                   00443715
           MOVE ','                 TO ABUH-SEPARATOR-4                 00443715
           MOVE WS-DAY-AUTH-AMOUNT  TO ABUH-AUTH-AMOUNT                 00443715
           MOVE ','                 TO ABUH-SEPARATOR-5                 00443715
           MOVE WS-DAY-RFD-CNTR     TO ABUH-RFD-CNTR                    00443715
           MOVE ','                 TO ABUH-SEPARATOR-6                 00443715
           MOVE WS-DAY-RFD-AMOUNT   TO ABUH-RFD-AMOUNT                  00443715
           MOVE ','                 TO ABUH-SEPARATOR-7                 00443715
           MOVE WS-DAY-CBK-CNTR     TO ABUH-CBK-CNTR                    00443715
           MOVE ','                 TO ABUH-SEPARATOR-8                 00443715
           MOVE WS-DAY-CBK-AMOUNT   TO ABUH-CBK-AMOUNT                  00443715
                                                                        00443715
           WRITE ABUH-REC                                               00443715
                                                                        00443715
           ADD 1 TO WS-ABUHFILE-CNTR                                    00443715
           ADD ABUH-CONT-ID TO WS-ABUHFILE-HASH-TOTAL                   00443715
                                                                        00443715
           ADD WS-DAY-AUTH-CNTR   TO WS-CONT-AUTH-CNTR                  00443715
           ADD WS-DAY-AUTH-AMOUNT TO WS-CONT-AUTH-AMOUNT                00443715
           ADD WS-DAY-RFD-CNTR    TO WS-MRCH-RFD-CNTR                   00443715
           ADD WS-DAY-RFD-AMOUNT  TO WS-MRCH-RFD-AMOUNT                 00443715
           ADD WS-DAY-CBK-CNTR    TO WS-MRCH-CBK-CNTR                   00443715
           ADD WS-DAY-CBK-AMOUNT  TO WS-MRCH-CBK-AMOUNT                 00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       FINISH-MERCHANT-PARA.                                            00443715
                                                                        00443715
           ADD WS-MRCH-RFD-CNTR   TO WS-CONT-RFD-CNTR                   00443715
           ADD WS-MRCH-RFD-AMOUNT TO WS-CONT-RFD-AMOUNT                 00443715
           ADD WS-MRCH-CBK-CNTR   TO WS-CONT-CBK-CNTR                   00443715
           ADD WS-MRCH-CBK-AMOUNT TO WS-CONT-CBK-AMOUNT                 00443715
                                                                        00443715
           IF WS-MRCH-RFD-CNTR > 0                                      00443715
              OR WS-MRCH-CBK-CNTR > 0                                   00443715
             IF WS-INV-USED < 200                                       00443715
               ADD 1 TO WS-INV-USED                                     00443715
               MOVE WS-CUR-MERCHANT-ID                                  00443715
                 TO WS-INV-MERCHANT-ID (WS-INV-USED)                    00443715
               MOVE WS-MRCH-RFD-CNTR   TO WS-INV-RFD-CNTR (WS-INV-USED) 00443715
               MOVE WS-MRCH-RFD-AMOUNT                                  00443715
                 TO WS-INV-RFD-AMOUNT (WS-INV-USED)                     00443715
               MOVE WS-MRCH-CBK-CNTR   TO WS-INV-CBK-CNTR (WS-INV-USED) 00443715
               MOVE WS-MRCH-CBK-AMOUNT                                  00443715
                 TO WS-INV-CBK-AMOUNT (WS-INV-USED)                     00443715
             ELSE                                                       00443715
               ADD 1 TO WS-INV-FULL-CNTR                                00443715
             END-IF                                                     00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       FINISH-CONTRACT-PARA.                                            00443715
      *    A CONTRACT WITH TOO FEW AUTHORIZATIONS IN THE WINDOW IS NOT  00443715
      *    RATED. THE AMOUNT RATIO IS ONLY TAKEN WHEN THERE IS A BASE   00443715
      *    AMOUNT TO TAKE IT OVER.                                      00443715
           IF WS-CONT-AUTH-CNTR NOT < PARM-ABUSE-MIN-AUTHS              00443715
             ADD 1 TO WS-RATED-CNTR                                     00443715
                                                                        00443715
             COMPUTE WS-CBK-CNT-PCT ROUNDED =                           00443715
               WS-CONT-CBK-CNTR * 100 / WS-CONT-AUTH-CNTR               00443715
             COMPUTE WS-RFD-CNT-PCT ROUNDED =                           00443715
               WS-CONT-RFD-CNTR * 100 / WS-CONT-AUTH-CNTR               00443715
             IF WS-CONT-AUTH-AMOUNT > 0                                 00443715
               COMPUTE WS-CBK-AMT-PCT ROUNDED =                         00443715
                 WS-CONT-CBK-AMOUNT * 100 / WS-CONT-AUTH-AMOUNT         00443715
               COMPUTE WS-RFD-AMT-PCT ROUNDED =                         00443715
                 WS-CONT-RFD-AMOUNT * 100 / WS-CONT-AUTH-AMOUNT         00443715
             ELSE                                                       00443715
               MOVE ZEROES TO WS-CBK-AMT-PCT                            00443715
               MOVE ZEROES TO WS-RFD-AMT-PCT                            00443715
             END-IF                                                     00443715
                                                                        00443715
             MOVE 0 TO WS-CBK-OVER                                      00443715
             MOVE 0 TO WS-RFD-OVER                                      00443715
             IF WS-CBK-CNT-PCT > PARM-ABUSE-CBK-PCT                     00443715
                OR WS-CBK-AMT-PCT > PARM-ABUSE-CBK-PCT                  00443715
               MOVE 1 TO WS-CBK-OVER                                    00443715
             END-IF                                                     00443715
             IF WS-RFD-CNT-PCT > PARM-ABUSE-RFD-PCT                     00443715
                OR WS-RFD-AMT-PCT > PARM-ABUSE-RFD-PCT                  00443715
               MOVE 1 TO WS-RFD-OVER                                    00443715
             END-IF                                                     00443715
                                                                        00443715
             EVALUATE TRUE                                              00443715
               WHEN WS-CBK-OVER = 1 AND WS-RFD-OVER = 1                 00443715
                 MOVE 'BOTH'       TO WS-ABUSE-REASON                   00443715
               WHEN WS-CBK-OVER = 1                                     00443715
                 MOVE 'CHARGEBACK' TO WS-ABUSE-REASON                   00443715
               WHEN WS-RFD-OVER = 1                                     00443715
                 MOVE 'REFUND'     TO WS-ABUSE-REASON                   00443715
               WHEN OTHER                                               00443715
                 MOVE SPACES       TO WS-ABUSE-REASON                   00443715
             END-EVALUATE                                               00443715
                                                                        00443715
             IF WS-ABUSE-REASON NOT = SPACES                            00443715
               ADD 1 TO WS-FLAGGED-CNTR                                 00443715
               PERFORM WRITE-ABUSE-ROW-PARA                             00443715
                 VARYING WS-INV-IDX FROM 1 BY 1                         00443715
                 UNTIL WS-INV-IDX > WS-INV-USED                         00443715
             END-IF                                                     00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       WRITE-ABUSE-ROW-PARA.                                            00443715
                                                                        00443715
           INITIALIZE ABUS-REC                                          00443715
                                                                        00443715
           MOVE WS-CUR-CONT-ID      TO ABUS-CONT-ID                     00443715
           MOVE ','                 TO ABUS-SEPARATOR-1                 00443715
           MOVE WS-ABUSE-REASON     TO ABUS-REASON                      00443715
           MOVE ','                 TO ABUS-SEPARATOR-2                 00443715
           MOVE WS-WINDOW-FROM      TO ABUS-WINDOW-FROM                 00443715
           MOVE ','                 TO ABUS-SEPARATOR-3                 00443715
           MOVE WS-CONT-AUTH-CNTR   TO ABUS-AUTH-CNTR                   00443715
           MOVE ','                 TO ABUS-SEPARATOR-4                 00443715
           IF WS-CBK-CNT-PCT > 999.99                                   00443715
             MOVE 999.99 TO ABUS-CBK-CNT-PCT                            00443715
           ELSE                                                         00443715
             MOVE WS-CBK-CNT-PCT TO ABUS-CBK-CNT-PCT                    00443715
           END-IF                                                       00443715
           MOVE ','                 TO ABUS-SEPARATOR-5                 00443715
           IF WS-CBK-AMT-PCT > 999.99                                   00443715
             MOVE 999.99 TO ABUS-CBK-AMT-PCT                            00443715
           ELSE                                                         00443715
             MOVE WS-CBK-AMT-PCT TO ABUS-CBK-AMT-PCT                    00443715
           END-IF                                                       00443715
           MOVE ','                 TO ABUS-SEPARATOR-6                 00443715
           IF WS-RFD-CNT-PCT > 999.99                                   00443715
             MOVE 999.99 TO ABUS-RFD-CNT-PCT                            00443715
           ELSE                                                         00443715
             MOVE WS-RFD-CNT-PCT TO ABUS-RFD-CNT-PCT                    00443715
           END-IF                                                       00443715
           MOVE ','                 TO ABUS-SEPARATOR-7                 00443715
           IF WS-RFD-AMT-PCT > 999.99                                   00443715
             MOVE 999.99 TO ABUS-RFD-AMT-PCT                            00443715
           ELSE                                                         00443715
             MOVE WS-RFD-AMT-PCT TO ABUS-RFD-AMT-PCT                    00443715
           END-IF                                                       00443715
           MOVE ','                 TO ABUS-SEPARATOR-8                 00443715
           MOVE WS-INV-MERCHANT-ID (WS-INV-IDX) TO ABUS-MERCHANT-ID     00443715
           MOVE ','                 TO ABUS-SEPARATOR-9                 00443715
           MOVE WS-INV-RFD-CNTR (WS-INV-IDX)    TO ABUS-MRCH-RFD-CNTR   00443715
           MOVE ','                 TO ABUS-SEPARATOR-10                00443715
           MOVE WS-INV-RFD-AMOUNT (WS-INV-IDX)                          00443715
             TO ABUS-MRCH-RFD-AMOUNT                                    00443715
           MOVE ','                 TO ABUS-SEPARATOR-11                00443715
           MOVE WS-INV-CBK-CNTR (WS-INV-IDX)    TO ABUS-MRCH-CBK-CNTR   00443715
           MOVE ','                 TO ABUS-SEPARATOR-12                00443715
           MOVE WS-INV-CBK-AMOUNT (WS-INV-IDX)                          00443715
             TO ABUS-MRCH-CBK-AMOUNT                                    00443715
                                                                        00443715
           WRITE ABUS-REC                                               00443715
                                                                        00443715
           ADD 1 TO WS-ABUSFILE-CNTR                                    00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       CHECK-INPUT-GENERATION-PARA.                                     00443715
      *    CALLED AT OPEN WITH GREG-DATASET, GREG-EXPECT AND            00443715
      *    WS-GREG-INPUT-DD SET. A GENERATION THE PRODUCER DID NOT      00443715
      *    REGISTER FOR THIS CYCLE IS REFUSED BEFORE A RECORD OF IT IS  00443715
      *    USED; A DATASET NEVER REGISTERED IS READ WITH A WARNING.     00443715
           MOVE 'C'               TO GREG-FUNCTION                      00443715
           MOVE 'MASTRNFA'        TO GREG-JOB-NAME                      00443715
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
           MOVE 'MASTRNFA'        TO GREG-JOB-NAME                      00443715
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
       REGISTER-ABUHFILE-PARA.                                          00443715
      *    TONIGHT'S ABUHFILE IS TOMORROW'S ABUHIN. A FAILED RUN        00443715
      *    REGISTERS NOTHING.                                           00443715
           MOVE 'R'                    TO GREG-FUNCTION                 00443715
           MOVE 'ABUHFILE'             TO GREG-DATASET                  00443715
           MOVE 'MASTRNFA'             TO GREG-JOB-NAME                 00443715
           MOVE PARM-PROCESS-DATE      TO GREG-PROCESS-DATE             00443715
           MOVE PARM-CYCLE-ID          TO GREG-CYCLE-ID                 00443715
           MOVE WS-ABUHFILE-CNTR       TO GREG-RECORD-CNT               00443715
           MOVE WS-ABUHFILE-HASH-TOTAL TO GREG-HASH-TOTAL               00443715
           CALL 'MASTRNGR' USING GREG-LINKAGE                           00443715
           END-CALL                                                     00443715
                                                                        00443715
           IF GREG-RESULT-MATCHED                                       00443715
             DISPLAY 'ABUHFILE GENERATION REGISTERED FOR '              00443715
                     GREG-PROCESS-DATE ' CYCLE ' GREG-CYCLE-ID          00443715
           ELSE                                                         00443715
             DISPLAY 'ABUHFILE GENERATION COULD NOT BE REGISTERED'      00443715
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
           MOVE 'MASTRNFA'             TO STAT-JOB-NAME                 00443715
           MOVE FUNCTION CURRENT-DATE  TO STAT-RUN-TIMESTAMP            00443715
           IF WS-RUN-FAILED = 1                                         00443715
             MOVE 'FAILED'             TO STAT-COMPLETION-CODE          00443715
             MOVE WS-FAIL-REASON       TO STAT-FAIL-REASON              00443715
           ELSE                                                         00443715
             MOVE 'COMPLETE'           TO STAT-COMPLETION-CODE          00443715
           END-IF                                                       00443715
           MOVE 'ABUHFILE'             TO STAT-CNTR-1-LABEL             00443715
           MOVE WS-ABUHFILE-CNTR       TO STAT-CNTR-1                   00443715
           MOVE 'RATED'                TO STAT-CNTR-2-LABEL             00443715
           MOVE WS-RATED-CNTR          TO STAT-CNTR-2                   00443715
           MOVE 'FLAGGED'              TO STAT-CNTR-3-LABEL             00443715
           MOVE WS-FLAGGED-CNTR        TO STAT-CNTR-3                   00443715
           MOVE 'ABUSFILE'             TO STAT-CNTR-4-LABEL             00443715
           MOVE WS-ABUSFILE-CNTR       TO STAT-CNTR-4                   00443715
                                                                        00443715
           WRITE STATUS-REC                                             00443715
                                                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       END-PROCESS.                                                     00443715
                                                                        00443715
           MOVE WS-PNTXFILE-CNTR     TO WS-PNTXFILE-CNTR-EDT            00443715
           MOVE WS-CASEFILE-CNTR     TO WS-CASEFILE-CNTR-EDT            00443715
           MOVE WS-REPRESENT-CNTR    TO WS-REPRESENT-CNTR-EDT           00443715
           MOVE WS-ABUHIN-CNTR       TO WS-ABUHIN-CNTR-EDT              00443715
           MOVE WS-DROPPED-CNTR      TO WS-DROPPED-CNTR-EDT             00443715
           MOVE WS-ABUHFILE-CNTR     TO WS-ABUHFILE-CNTR-EDT            00443715
           MOVE WS-RATED-CNTR        TO WS-RATED-CNTR-EDT               00443715
           MOVE WS-FLAGGED-CNTR      TO WS-FLAGGED-CNTR-EDT             00443715
           MOVE WS-ABUSFILE-CNTR     TO WS-ABUSFILE-CNTR-EDT            00443715
                                                                        00443715
           DISPLAY '***************************************'            00443715
           DISPLAY '* PROGRAM NAME  :    MASTRNFA         *'            00443715
           DISPLAY '* PNTXFILE      : ' WS-PNTXFILE-CNTR-EDT            00443715
                   '         *'                                         00443715
           DISPLAY '* CASEFILE      : ' WS-CASEFILE-CNTR-EDT            00443715
                   '         *'                                         00443715
           DISPLAY '* NOT NEW CBK   : ' WS-REPRESENT-CNTR-EDT           00443715
                   '         *'                                         00443715
           DISPLAY '* ABUHIN        : ' WS-ABUHIN-CNTR-EDT              00443715
                   '         *'                                         00443715
           DISPLAY '* DROPPED       : ' WS-DROPPED-CNTR-EDT             00443715
                   '         *'                                         00443715
           DISPLAY '* ABUHFILE      : ' WS-ABUHFILE-CNTR-EDT            00443715
                   '         *'                                         00443715
           DISPLAY '* RATED         : ' WS-RATED-CNTR-EDT               00443715
                   '         *'                                         00443715
           DISPLAY '* FLAGGED       : ' WS-FLAGGED-CNTR-EDT             00443715
                   '         *'                                         00443715
           DISPLAY '* ABUSFILE      : ' WS-ABUSFILE-CNTR-EDT            00443715
                   '         *'                                         00443715
           DISPLAY '***************************************'            00443715
                                                                        00443715
           IF WS-RUN-FAILED = 0                                         00443715
             PERFORM REGISTER-ABUHFILE-PARA                             00443715
           END-IF                                                       00443715
                                                                        00443715
           PERFORM WRITE-STATUS-FILE-PARA                               00443715
                                                                        00443715
           CLOSE PNTXFILE.                                              00443715
           CLOSE CASEFILE.                                              00443715
           CLOSE ABUHFILE.                                              00443715
           CLOSE ABUSFILE.                                              00443715
           CLOSE STATUSFILE.                                            00443715
                                                                        00443715
           IF WS-RUN-FAILED = 1                                         00443715
             MOVE 8 TO RETURN-CODE                                      00443715
           END-IF                                                       00443715
                                                                        00443715
           STOP RUN.                                                    00443715
                                                                        00443715
       END PROGRAM  MASTRNFA.                                           00443715
