       ID DIVISION.                                                     00443715
       PROGRAM-ID. MASTRNRS.                                            00443715
      *    MASTRNRS IS THE QUARTERLY REGULATORY PAYMENT-STATISTICS      00443715
      *    RETURN. MASTRANC'S RSTXFILE BREAKS EACH NIGHT'S              00443715
      *    TRANSACTIONS DOWN BY TRANSACTION MONTH, CLASS, TYPE,         00443715
      *    INSTITUTION, CARD BRAND, MCC AND CURRENCY, WITH THE          00443715
      *    RATEFILE BASE-CURRENCY VALUE AND THE FRAUD-FLAGGED SHARE.    00443715
      *    THE QUARTER IS CARRIED ACROSS CYCLES AS A HISTORY -- RSQHIN  00443715
      *    IS THE PRIOR CYCLE'S, RSQHFILE IS WRITTEN WITH TONIGHT       00443715
      *    ADDED, ONE ROW PER RSTXFILE ROW AND NIGHT. ROWS ALREADY      00443715
      *    STAMPED WITH TONIGHT'S DATE ARE REPLACED, SO A RERUN DOES    00443715
      *    NOT COUNT A NIGHT TWICE, AND LAST QUARTER'S ROWS DROP OFF ON 00443715
      *    THE FIRST NIGHT OF THE NEW ONE. EACH NIGHT ALSO ADDS ONE     00443715
      *    CONTROL ROW (CLASS F) WITH THE FRAUD-FLAGGED COUNT AND       00443715
      *    AMOUNT ON FRAUDFILE.                                         00443715
      *    ON THE QUARTER-END RUN (PARM-MONTH-END-FLAG = 'Y' IN MARCH,  00443715
      *    JUNE, SEPTEMBER OR DECEMBER) THE RETURN IS PRODUCED --       00443715
      *    RSTRPT, THE PRINTED RETURN, AND RQRFILE, THE SAME FIGURES    00443715
      *    AS A FLAT FILE. COUNTS AND BASE-CURRENCY VALUES PER MONTH    00443715
      *    AND FOR THE QUARTER, BY CARD BRAND, MCC GROUP (CATGFILE,     00443715
      *    AS MASTRNCT), TRANSACTION TYPE, DOMESTIC VERSUS FOREIGN      00443715
      *    CURRENCY AND ISSUING INSTITUTION, WITH FRAUD COUNTS AND      00443715
      *    VALUES BY CARD BRAND. THE LAST PAGE RECONCILES EACH MONTH    00443715
      *    TO ITS MONTH-END CLOSFILE MTD POSITION AND THE FRAUD         00443715
      *    FIGURES TO FRAUDFILE. RUNS AFTER MASTRANC.                   00443715
       ENVIRONMENT DIVISION.                                            00443715
       INPUT-OUTPUT SECTION.                                            00443715
       FILE-CONTROL.                                                    00443715
            SELECT RSTXFILE ASSIGN TO RSTXFILE                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS RSTXFILE-FILE-STATUS.                        00443715
            SELECT FRAUDFILE ASSIGN TO FRAUDFILE                        00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS FRAUDFILE-FILE-STATUS.                       00443715
            SELECT RSQHIN ASSIGN TO RSQHIN                              00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS RSQHIN-FILE-STATUS.                          00443715
            SELECT RSQHFILE ASSIGN TO RSQHFILE                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS RSQHFILE-FILE-STATUS.                        00443715
            SELECT CATGFILE ASSIGN TO CATGFILE                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS CATGFILE-FILE-STATUS.                        00443715
            SELECT CLOSQTR ASSIGN TO CLOSQTR                            00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS CLOSQTR-FILE-STATUS.                         00443715
            SELECT RSTRPT ASSIGN TO RSTRPT                              00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS RSTRPT-FILE-STATUS.                          00443715
            SELECT RQRFILE ASSIGN TO RQRFILE                            00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS RQRFILE-FILE-STATUS.                         00443715
            SELECT SORTFILE ASSIGN TO SORTWK01.                         00443715
            SELECT PARMFILE ASSIGN TO PARMFILE                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS PARMFILE-FILE-STATUS.                        00443715
            SELECT STATUSFILE ASSIGN TO STATUSFILE                      00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS STATUSFILE-FILE-STATUS.                      00443715
       DATA DIVISION.                                                   00443715
       FILE SECTION.                                                    00443715
      *    RSTX-REC IS REPLICATED FROM MASTRANC.CBL -- NOT A SHARED     00443715
      *    COPYBOOK IN THIS SYSTEM, SO MASTRANC REMAINS THE ONE PLACE   00443715
      *    THE EXTRACT IS DEFINED AND THIS IS ITS MIRROR. A             00443715
      *    PARTITIONED RUN'S SLICES ARE SIMPLY CONCATENATED -- EVERY    00443715
      *    ROW IS ADDED IN, SO THEIR ORDER DOES NOT MATTER.             00443715
       FD RSTXFILE.                                                     00443715
       01 RSTX-REC.                                                     00443715
          05 RSTX-TXN-PERIOD       PIC X(6).                            00443715
          05 FILLER                PIC X(1).                            00443715
          05 RSTX-CLASS            PIC X(1).                            00443715
          05 FILLER                PIC X(1).                            00443715
          05 RSTX-TYPE-CODE        PIC X(2).                            00443715
          05 FILLER                PIC X(1).                            00443715
          05 RSTX-INST-ID          PIC X(4).                            00443715
          05 FILLER                PIC X(1).                            00443715
          05 RSTX-CARD-BRAND       PIC X(20).                           00443715
          05 FILLER                PIC X(1).                            00443715
          05 RSTX-MCC              PIC X(4).                            00443715
          05 FILLER                PIC X(1).                            00443715
          05 RSTX-CURRENCY-CODE    PIC X(3).                            00443715
          05 FILLER                PIC X(1).                            00443715
          05 RSTX-TXN-CNTR         PIC 9(9).                            00443715
          05 FILLER                PIC X(1).                            00443715
          05 RSTX-AMOUNT           PIC X(18).                           00443715
          05 FILLER                PIC X(1).                            00443715
          05 RSTX-BASE-AMOUNT      PIC X(18).                           00443715
          05 FILLER                PIC X(1).                            00443715
          05 RSTX-UNPR-CNTR        PIC 9(9).                            00443715
          05 FILLER                PIC X(1).                            00443715
          05 RSTX-FRAUD-CNTR       PIC 9(9).                            00443715
          05 FILLER                PIC X(1).                            00443715
          05 RSTX-FRAUD-AMOUNT     PIC X(18).                           00443715
          05 FILLER                PIC X(1).                            00443715
          05 RSTX-FRAUD-BASE       PIC X(18).                           00443715
                                                                        00443715
      *    FRAUD-REC IS REPLICATED FROM MASTRANC.CBL, AS IN MASTRANF.   00443715
      *    ANY FRAUD-VER-RESULT OTHER THAN 'NONE' OR BLANK COUNTS AS    00443715
      *    FLAGGED -- THE SAME RULE MASTRANC APPLIES TO RSTXFILE.       00443715
       FD FRAUDFILE.                                                    00443715
       01 FRAUD-REC.                                                    00443715
          05 FRD-CONT-ID           PIC X(10).                           00443715
          05 FILLER                PIC X(1).                            00443715
          05 FRD-FRAUD-RESULT      PIC X(40).                           00443715
          05 FILLER                PIC X(1).                            00443715
          05 FRD-MRCHNTCTGYCD      PIC X(40).                           00443715
          05 FILLER                PIC X(1).                            00443715
          05 FRD-TXN-CNTR          PIC X(9).                            00443715
          05 FILLER                PIC X(1).                            00443715
          05 FRD-TXN-AMOUNT        PIC X(17).                           00443715
                                                                        00443715
      *    RSQHIN/RSQHFILE ARE THE QUARTER-TO-DATE HISTORY -- THE       00443715
      *    RSTXFILE ROW STAMPED WITH THE NIGHT IT WAS PROCESSED. THE    00443715
      *    NIGHT IS WHAT THE RECONCILIATION NEEDS: CLOSFILE ONLY HOLDS  00443715
      *    A TRANSACTION PROCESSED IN ITS OWN MONTH.                    00443715
       FD RSQHIN.                                                       00443715
       01 RSQHIN-REC.                                                   00443715
          05 RQIN-ACT-DATE         PIC X(8).                            00443715
          05 FILLER                PIC X(1).                            00443715
          05 RQIN-TXN-PERIOD       PIC X(6).                            00443715
          05 FILLER                PIC X(1).                            00443715
          05 RQIN-CLASS            PIC X(1).                            00443715
          05 FILLER                PIC X(1).                            00443715
          05 RQIN-TYPE-CODE        PIC X(2).                            00443715
          05 FILLER                PIC X(1).                            00443715
          05 RQIN-INST-ID          PIC X(4).                            00443715
          05 FILLER                PIC X(1).                            00443715
          05 RQIN-CARD-BRAND       PIC X(20).                           00443715
          05 FILLER                PIC X(1).                            00443715
          05 RQIN-MCC              PIC X(4).                            00443715
          05 FILLER                PIC X(1).                            00443715
          05 RQIN-CURRENCY-CODE    PIC X(3).                            00443715
          05 FILLER                PIC X(1).                            00443715
          05 RQIN-TXN-CNTR         PIC 9(9).                            00443715
          05 FILLER                PIC X(1).                            00443715
          05 RQIN-AMOUNT           PIC X(19).                           00443715
          05 FILLER                PIC X(1).                            00443715
          05 RQIN-BASE-AMOUNT      PIC X(19).                           00443715
          05 FILLER                PIC X(1).                            00443715
          05 RQIN-UNPR-CNTR        PIC 9(9).                            00443715
          05 FILLER                PIC X(1).                            00443715
          05 RQIN-FRAUD-CNTR       PIC 9(9).                            00443715
          05 FILLER                PIC X(1).                            00443715
          05 RQIN-FRAUD-AMOUNT     PIC X(19).                           00443715
          05 FILLER                PIC X(1).                            00443715
          05 RQIN-FRAUD-BASE       PIC X(19).                           00443715
                                                                        00443715
       FD RSQHFILE.                                                     00443715
       01 RSQH-REC.                                                     00443715
          05 RSQH-ACT-DATE         PIC X(8).                            00443715
          05 RSQH-SEPARATOR-1      PIC X(1).                            00443715
          05 RSQH-TXN-PERIOD       PIC X(6).                            00443715
          05 RSQH-SEPARATOR-2      PIC X(1).                            00443715
          05 RSQH-CLASS            PIC X(1).                            00443715
          05 RSQH-SEPARATOR-3      PIC X(1).                            00443715
          05 RSQH-TYPE-CODE        PIC X(2).                            00443715
          05 RSQH-SEPARATOR-4      PIC X(1).                            00443715
          05 RSQH-INST-ID          PIC X(4).                            00443715
          05 RSQH-SEPARATOR-5      PIC X(1).                            00443715
          05 RSQH-CARD-BRAND       PIC X(20).                           00443715
          05 RSQH-SEPARATOR-6      PIC X(1).                            00443715
          05 RSQH-MCC              PIC X(4).                            00443715
          05 RSQH-SEPARATOR-7      PIC X(1).                            00443715
          05 RSQH-CURRENCY-CODE    PIC X(3).                            00443715
          05 RSQH-SEPARATOR-8      PIC X(1).                            00443715
          05 RSQH-TXN-CNTR         PIC 9(9).                            00443715
          05 RSQH-SEPARATOR-9      PIC X(1).                            00443715
          05 RSQH-AMOUNT           PIC -(15)9.99.                       00443715
          05 RSQH-SEPARATOR-10     PIC X(1).                            00443715
          05 RSQH-BASE-AMOUNT      PIC -(15)9.99.                       00443715
          05 RSQH-SEPARATOR-11     PIC X(1).                            00443715
          05 RSQH-UNPR-CNTR        PIC 9(9).                            00443715
          05 RSQH-SEPARATOR-12     PIC X(1).                            00443715
          05 RSQH-FRAUD-CNTR       PIC 9(9).                            00443715
          05 RSQH-SEPARATOR-13     PIC X(1).                            00443715
          05 RSQH-FRAUD-AMOUNT     PIC -(15)9.99.                       00443715
          05 RSQH-SEPARATOR-14     PIC X(1).                            00443715
          05 RSQH-FRAUD-BASE       PIC -(15)9.99.                       00443715
                                                                        00443715
      *    CATGFILE -- THE MCC-RANGE GROUPING SHARED WITH MASTRNCT.     00443715
      *    THE FIRST ROW WHOSE RANGE HOLDS THE MCC WINS; AN MCC NO ROW  00443715
      *    COVERS IS REPORTED AS 'OTHER', A BLANK ONE (CHARGEBACKS AND  00443715
      *    REVERSALS CARRY NONE) AS 'NO MCC'.                           00443715
       FD CATGFILE.                                                     00443715
       01 CATG-REC.                                                     00443715
          05 CATG-MCC-LOW          PIC X(4).                            00443715
          05 CATG-SEPARATOR-1      PIC X(1).                            00443715
          05 CATG-MCC-HIGH         PIC X(4).                            00443715
          05 CATG-SEPARATOR-2      PIC X(1).                            00443715
          05 CATG-CATEGORY         PIC X(12).                           00443715
                                                                        00443715
      *    CLOSQTR IS MASTRANC'S CLOSFILE FOR THE THREE MONTH-ENDS OF   00443715
      *    THE QUARTER, THE GENERATIONS CONCATENATED IN ANY ORDER --    00443715
      *    EACH ROW IS MATCHED TO ITS MONTH BY CLOS-PERIOD.             00443715
       FD CLOSQTR.                                                      00443715
       01 CLOS-REC.                                                     00443715
          05 CLOS-CONT-ID          PIC X(10).                           00443715
          05 FILLER                PIC X(1).                            00443715
          05 CLOS-PERIOD           PIC X(6).                            00443715
          05 FILLER                PIC X(1).                            00443715
          05 CLOS-MTD-TXN-CNTR     PIC X(9).                            00443715
          05 FILLER                PIC X(1).                            00443715
          05 CLOS-MTD-TXN-AMOUNT   PIC X(18).                           00443715
                                                                        00443715
       FD RSTRPT.                                                       00443715
       01 RSTRPT-LINE             PIC X(132).                           00443715
                                                                        00443715
      *    RQRFILE -- ONE ROW PER SECTION, ITEM AND COLUMN OF THE       00443715
      *    RETURN (EACH MONTH, THEN 'QTR' FOR THE QUARTER), INCLUDING   00443715
      *    EACH SECTION'S TOTAL. VALUES ARE IN THE BASE CURRENCY.       00443715
       FD RQRFILE.                                                      00443715
       01 RQR-REC.                                                      00443715
          05 RQR-QUARTER           PIC X(6).                            00443715
          05 RQR-SEPARATOR-1       PIC X(1).                            00443715
          05 RQR-SECTION           PIC X(24).                           00443715
          05 RQR-SEPARATOR-2       PIC X(1).                            00443715
          05 RQR-ITEM              PIC X(20).                           00443715
          05 RQR-SEPARATOR-3       PIC X(1).                            00443715
          05 RQR-COLUMN            PIC X(6).                            00443715
          05 RQR-SEPARATOR-4       PIC X(1).                            00443715
          05 RQR-TXN-CNTR          PIC Z(8)9.                           00443715
          05 RQR-SEPARATOR-5       PIC X(1).                            00443715
          05 RQR-BASE-AMOUNT       PIC -(15)9.99.                       00443715
                                                                        00443715
       SD SORTFILE.                                                     00443715
       01 SORT-REC.                                                     00443715
          05 SRT-SECTION           PIC 9(1).                            00443715
          05 SRT-ITEM              PIC X(20).                           00443715
          05 SRT-BUCKET OCCURS 4 TIMES.                                 00443715
             10 SRT-CNTR           PIC 9(9).                            00443715
             10 SRT-BASE           PIC S9(16)V99.                       00443715
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
       01 RSTXFILE-FILE-STATUS  PIC X(2).                               00443715
       01 FRAUDFILE-FILE-STATUS PIC X(2).                               00443715
       01 RSQHIN-FILE-STATUS    PIC X(2).                               00443715
       01 RSQHFILE-FILE-STATUS  PIC X(2).                               00443715
       01 CATGFILE-FILE-STATUS  PIC X(2).                               00443715
       01 CLOSQTR-FILE-STATUS   PIC X(2).                               00443715
       01 RSTRPT-FILE-STATUS    PIC X(2).                               00443715
       01 RQRFILE-FILE-STATUS   PIC X(2).                               00443715
       01 PARMFILE-FILE-STATUS  PIC X(2).                               00443715
       01 STATUSFILE-FILE-STATUS PIC X(2).                              00443715
       01 WS-RUN-FAILED         PIC 9 VALUE 0.                          00443715
       01 WS-FAIL-REASON        PIC X(40) VALUE SPACES.                 00443715
       01 WS-STATUS-OPEN        PIC 9 VALUE 0.                          00443715
       01 WS-PARM-READ-OK       PIC 9 VALUE 0.                          00443715
       01 WS-EOF                PIC 9 VALUE 0.                          00443715
       01 WS-SORT-EOF           PIC 9 VALUE 0.                          00443715
      *    WS-QEND-RUN IS SET ON THE QUARTER-END RUN -- ONLY THEN IS    00443715
      *    THE RETURN ACCUMULATED AND PRINTED.                          00443715
       01 WS-QEND-RUN           PIC 9 VALUE 0.                          00443715
       01 WS-PROC-DATE-PARTS.                                           00443715
          05 WS-PROC-YYYY          PIC 9(4).                            00443715
          05 WS-PROC-MM            PIC 9(2).                            00443715
          05 WS-PROC-DD            PIC 9(2).                            00443715
       01 WS-QTR-NO             PIC 9.                                  00443715
       01 WS-QTR-LABEL.                                                 00443715
          05 WS-QTR-LABEL-YYYY     PIC 9(4).                            00443715
          05 FILLER                PIC X(1) VALUE 'Q'.                  00443715
          05 WS-QTR-LABEL-NO       PIC 9(1).                            00443715
       01 WS-QTR-MONTHS.                                                00443715
          05 WS-QTR-MONTH OCCURS 3 TIMES.                               00443715
             10 WS-QTR-MONTH-YYYY  PIC 9(4).                            00443715
             10 WS-QTR-MONTH-MM    PIC 9(2).                            00443715
       01 WS-QTR-START          PIC X(6).                               00443715
       01 WS-MON-IDX            PIC 9.                                  00443715
       01 WS-MON-SUB            PIC 9.                                  00443715
      *    WS-ROW IS THE HISTORY ROW IN HAND, WHETHER CARRIED FROM      00443715
      *    RSQHIN OR TAKEN FROM TONIGHT'S RSTXFILE OR FRAUDFILE.        00443715
       01 WS-ROW.                                                       00443715
          05 WS-ROW-ACT-DATE       PIC X(8).                            00443715
          05 WS-ROW-TXN-PERIOD     PIC X(6).                            00443715
          05 WS-ROW-CLASS          PIC X(1).                            00443715
             88 WS-ROW-PAYMENT         VALUE 'R' 'P'.                   00443715
             88 WS-ROW-DECLINED        VALUE 'D'.                       00443715
             88 WS-ROW-PRIOR-PERIOD    VALUE 'P'.                       00443715
             88 WS-ROW-FRAUD-CONTROL   VALUE 'F'.                       00443715
          05 WS-ROW-TYPE           PIC X(2).                            00443715
          05 WS-ROW-INST           PIC X(4).                            00443715
          05 WS-ROW-BRAND          PIC X(20).                           00443715
          05 WS-ROW-MCC            PIC X(4).                            00443715
          05 WS-ROW-CURR           PIC X(3).                            00443715
          05 WS-ROW-CNTR           PIC 9(9).                            00443715
          05 WS-ROW-AMOUNT         PIC S9(16)V99.                       00443715
          05 WS-ROW-BASE           PIC S9(16)V99.                       00443715
          05 WS-ROW-UNPR-CNTR      PIC 9(9).                            00443715
          05 WS-ROW-FRAUD-CNTR     PIC 9(9).                            00443715
          05 WS-ROW-FRAUD-AMOUNT   PIC S9(16)V99.                       00443715
          05 WS-ROW-FRAUD-BASE     PIC S9(16)V99.                       00443715
      *    TONIGHT'S FRAUDFILE CONTROL TOTAL.                           00443715
       01 WS-FRD-NIGHT-CNTR     PIC 9(9) VALUE ZEROES.                  00443715
       01 WS-FRD-NIGHT-AMOUNT   PIC S9(16)V99 VALUE ZEROES.             00443715
      *    WS-CATG-TABLE HOLDS CATGFILE IN FILE ORDER.                  00443715
       01 WS-CATG-USED          PIC 9(3) VALUE ZEROES.                  00443715
       01 WS-CATG-FOUND         PIC 9.                                  00443715
       01 WS-CATG-TABLE.                                                00443715
          05 WS-CATG-ENTRY OCCURS 200 TIMES                             00443715
               INDEXED BY WS-CATG-TABIDX.                               00443715
             10 WS-CATG-MCC-LOW     PIC X(4).                           00443715
             10 WS-CATG-MCC-HIGH    PIC X(4).                           00443715
             10 WS-CATG-CATEGORY    PIC X(12).                          00443715
      *    WS-RET-TABLE HOLDS EVERY LINE OF THE RETURN -- SECTION AND   00443715
      *    ITEM, WITH A COUNT AND BASE VALUE FOR EACH MONTH OF THE      00443715
      *    QUARTER (BUCKETS 1-3) AND THE QUARTER ITSELF (BUCKET 4).     00443715
      *    A FULL TABLE FAILS THE RUN: A RETURN MISSING LINES CANNOT    00443715
      *    BE FILED.                                                    00443715
       01 WS-RET-USED           PIC 9(3) VALUE ZEROES.                  00443715
       01 WS-RET-IDX            PIC 9(3).                               00443715
       01 WS-RET-SKIP           PIC 9 VALUE 0.                          00443715
       01 WS-RET-TABLE.                                                 00443715
          05 WS-RET-ENTRY OCCURS 500 TIMES                              00443715
               INDEXED BY WS-RET-TABIDX.                                00443715
             10 WS-RET-SECTION      PIC 9(1).                           00443715
             10 WS-RET-ITEM         PIC X(20).                          00443715
             10 WS-RET-BUCKET OCCURS 4 TIMES.                           00443715
                15 WS-RET-CNTR      PIC 9(9).                           00443715
                15 WS-RET-BASE      PIC S9(16)V99.                      00443715
       01 WS-RET-CUR-SECTION    PIC 9(1).                               00443715
       01 WS-RET-CUR-ITEM       PIC X(20).                              00443715
       01 WS-RET-CUR-CNTR       PIC 9(9).                               00443715
       01 WS-RET-CUR-BASE       PIC S9(16)V99.                          00443715
      *    SECTION TITLES, IN THE ORDER THE RETURN PRINTS THEM.         00443715
       01 WS-SECTION-NAMES.                                             00443715
          05 FILLER PIC X(24) VALUE 'CARD BRAND'.                       00443715
          05 FILLER PIC X(24) VALUE 'MCC GROUP'.                        00443715
          05 FILLER PIC X(24) VALUE 'TRANSACTION TYPE'.                 00443715
          05 FILLER PIC X(24) VALUE 'DOMESTIC / FOREIGN'.               00443715
          05 FILLER PIC X(24) VALUE 'ISSUING INSTITUTION'.              00443715
          05 FILLER PIC X(24) VALUE 'FRAUD BY CARD BRAND'.              00443715
       01 WS-SECTION-TABLE REDEFINES WS-SECTION-NAMES.                  00443715
          05 WS-SECTION-NAME OCCURS 6 TIMES PIC X(24).                  00443715
       01 WS-SECTION-CNT        PIC 9 VALUE 6.                          00443715
      *    RETURN PRINT STATE.                                          00443715
       01 WS-CUR-SECTION        PIC 9 VALUE 0.                          00443715
       01 WS-SEC-IDX            PIC 9.                                  00443715
       01 WS-SEC-TOTALS.                                                00443715
          05 WS-SEC-BUCKET OCCURS 4 TIMES.                              00443715
             10 WS-SEC-CNTR         PIC 9(9).                           00443715
             10 WS-SEC-BASE         PIC S9(16)V99.                      00443715
       01 WS-BKT-IDX            PIC 9.                                  00443715
       01 WS-RET-LINE.                                                  00443715
          05 WS-RL-ITEM            PIC X(20).                           00443715
          05 WS-RL-BUCKET OCCURS 4 TIMES.                               00443715
             10 FILLER             PIC X(2).                            00443715
             10 WS-RL-CNTR         PIC Z(8)9.                           00443715
             10 FILLER             PIC X(1).                            00443715
             10 WS-RL-BASE         PIC -(12)9.99.                       00443715
       01 WS-RPT-WORK           PIC X(132).                             00443715
      *    RECONCILIATION -- PER MONTH OF THE QUARTER, IN ORIGINAL      00443715
      *    CURRENCY AMOUNTS AS CLOSFILE CARRIES THEM:                   00443715
      *      PAYMENTS ON THE RETURN (CLASS R AND P)                     00443715
      *    + DECLINED AUTHORIZATIONS (CLASS D)                          00443715
      *    - PRIOR-PERIOD ADJUSTMENTS (CLASS P)                         00443715
      *    - R/D ROWS PROCESSED OUTSIDE THEIR TRANSACTION MONTH         00443715
      *    = THE MONTH'S CLOSFILE MTD POSITION.                         00443715
      *    BUCKET 4 IS THE QUARTER.                                     00443715
       01 WS-RCN-TABLE.                                                 00443715
          05 WS-RCN-MONTH OCCURS 4 TIMES.                               00443715
             10 WS-RCN-RET-CNTR     PIC S9(9).                          00443715
             10 WS-RCN-RET-AMOUNT   PIC S9(16)V99.                      00443715
             10 WS-RCN-DECL-CNTR    PIC S9(9).                          00443715
             10 WS-RCN-DECL-AMOUNT  PIC S9(16)V99.                      00443715
             10 WS-RCN-PPA-CNTR     PIC S9(9).                          00443715
             10 WS-RCN-PPA-AMOUNT   PIC S9(16)V99.                      00443715
             10 WS-RCN-OTH-CNTR     PIC S9(9).                          00443715
             10 WS-RCN-OTH-AMOUNT   PIC S9(16)V99.                      00443715
             10 WS-RCN-EXP-CNTR     PIC S9(9).                          00443715
             10 WS-RCN-EXP-AMOUNT   PIC S9(16)V99.                      00443715
             10 WS-RCN-CLOS-ROWS    PIC 9(9).                           00443715
             10 WS-RCN-CLOS-CNTR    PIC S9(9).                          00443715
             10 WS-RCN-CLOS-AMOUNT  PIC S9(16)V99.                      00443715
             10 WS-RCN-DIFF-CNTR    PIC S9(9).                          00443715
             10 WS-RCN-DIFF-AMOUNT  PIC S9(16)V99.                      00443715
             10 WS-RCN-UNPR-CNTR    PIC S9(9).                          00443715
       01 WS-OUTSIDE-CNTR       PIC S9(9) VALUE ZEROES.                 00443715
       01 WS-OUTSIDE-AMOUNT     PIC S9(16)V99 VALUE ZEROES.             00443715
       01 WS-FCTL-STAT-CNTR     PIC S9(9) VALUE ZEROES.                 00443715
       01 WS-FCTL-STAT-AMOUNT   PIC S9(16)V99 VALUE ZEROES.             00443715
       01 WS-FCTL-FILE-CNTR     PIC S9(9) VALUE ZEROES.                 00443715
       01 WS-FCTL-FILE-AMOUNT   PIC S9(16)V99 VALUE ZEROES.             00443715
       01 WS-FCTL-DIFF-CNTR     PIC S9(9).                              00443715
       01 WS-FCTL-DIFF-AMOUNT   PIC S9(16)V99.                          00443715
       01 WS-CLOS-OTHER-CNTR    PIC 9(9) VALUE ZEROES.                  00443715
       01 WS-RCN-LINE.                                                  00443715
          05 WS-RCN-LABEL          PIC X(48).                           00443715
          05 FILLER                PIC X(2).                            00443715
          05 WS-RCN-CNTR-EDT       PIC -(9)9.                           00443715
          05 FILLER                PIC X(2).                            00443715
          05 WS-RCN-AMOUNT-EDT     PIC -(15)9.99.                       00443715
          05 FILLER                PIC X(2).                            00443715
          05 WS-RCN-NOTE           PIC X(30).                           00443715
       01 WS-RCN-WORK-CNTR      PIC S9(9).                              00443715
       01 WS-RCN-WORK-AMOUNT    PIC S9(16)V99.                          00443715
       01 WS-COUNTERS-1.                                                00443715
          05 WS-RSTXFILE-CNTR     PIC 9(9) VALUE ZEROES.                00443715
          05 WS-FRAUDFILE-CNTR    PIC 9(9) VALUE ZEROES.                00443715
          05 WS-RSQHIN-CNTR       PIC 9(9) VALUE ZEROES.                00443715
          05 WS-DROPPED-CNTR      PIC 9(9) VALUE ZEROES.                00443715
          05 WS-RSQHFILE-CNTR     PIC 9(9) VALUE ZEROES.                00443715
          05 WS-CLOSQTR-CNTR      PIC 9(9) VALUE ZEROES.                00443715
          05 WS-RQRFILE-CNTR      PIC 9(9) VALUE ZEROES.                00443715
          05 WS-NOT-TIED-CNTR     PIC 9(9) VALUE ZEROES.                00443715
       01 WS-RSTXFILE-CNTR-EDT  PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-FRAUDFILE-CNTR-EDT PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-RSQHIN-CNTR-EDT    PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-DROPPED-CNTR-EDT   PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-RSQHFILE-CNTR-EDT  PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-CLOSQTR-CNTR-EDT   PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-RQRFILE-CNTR-EDT   PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-NOT-TIED-CNTR-EDT  PIC ZZZ,ZZZ,ZZ9.                        00443715
      *    THE GENERATION REGISTRY'S FIGURES FOR RSTXFILE, RSQHIN AND   00443715
      *    RSQHFILE. THE ROWS CARRY NO CONTRACT ID, SO THE HASH IS THE  00443715
      *    SUM OF THE TRANSACTION COUNTS.                               00443715
       01 WS-RSTXFILE-HASH-TOTAL PIC 9(16)V99 VALUE ZEROES.             00443715
       01 WS-RSQHIN-HASH-TOTAL  PIC 9(16)V99 VALUE ZEROES.              00443715
       01 WS-RSQHFILE-HASH-TOTAL PIC 9(16)V99 VALUE ZEROES.             00443715
       01 WS-RSQHIN-REG         PIC 9 VALUE 0.                          00443715
       01 WS-RSTXFILE-REG       PIC 9 VALUE 0.                          00443715
       01 WS-GREG-INPUT-DD      PIC X(8) VALUE SPACES.                  00443715
       COPY GREGLNK.                                                    00443715
         COPY PGATLNK.                                                  00443715
                                                                        00443715
       PROCEDURE DIVISION.                                              00443715
                                                                        00443715
           PERFORM START-PROCESS                                        00443715
                                                                        00443715
           PERFORM BUILD-HISTORY-PARA                                   00443715
                                                                        00443715
           IF WS-QEND-RUN = 1                                           00443715
             PERFORM LOAD-CLOSEOUTS-PARA                                00443715
                                                                        00443715
             SORT SORTFILE ON ASCENDING KEY SRT-SECTION                 00443715
                                            SRT-ITEM                    00443715
               INPUT PROCEDURE IS RELEASE-RETURN-PARA                   00443715
               OUTPUT PROCEDURE IS WRITE-RETURN-PARA                    00443715
                                                                        00443715
             PERFORM WRITE-RECONCILIATION-PARA                          00443715
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
           INITIALIZE WS-RCN-TABLE                                      00443715
                                                                        00443715
           PERFORM OPEN-STATUS-FILE-PARA                                00443715
                                                                        00443715
           PERFORM READ-PARM-PARA                                       00443715
                                                                        00443715
           PERFORM FILE-OPEN-PARA                                       00443715
                                                                        00443715
           IF WS-QEND-RUN = 1                                           00443715
             PERFORM LOAD-CATEGORIES-PARA                               00443715
           END-IF                                                       00443715
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
           MOVE 'MASTRNRS' TO PGAT-JOB-NAME                             00443715
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
           MOVE SPACES TO PARM-MONTH-END-FLAG                           00443715
           MOVE SPACES TO PARM-BASE-CURRENCY                            00443715
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
      *    EVERY HISTORY ROW IS STAMPED WITH ITS NIGHT -- THE QUARTER   00443715
      *    CANNOT BE CUT WITHOUT ONE.                                   00443715
           IF PARM-PROCESS-DATE NOT NUMERIC                             00443715
             DISPLAY 'PARM-PROCESS-DATE MISSING -- STATISTICS HISTORY ' 00443715
                     'CANNOT BE DATED'                                  00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'NO PROCESS DATE' TO WS-FAIL-REASON                   00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           MOVE PARM-PROCESS-DATE TO WS-PROC-DATE-PARTS                 00443715
                                                                        00443715
      *    THE QUARTER IS THE CALENDAR QUARTER HOLDING TONIGHT.         00443715
           COMPUTE WS-QTR-NO = (WS-PROC-MM + 2) / 3                     00443715
           MOVE WS-PROC-YYYY TO WS-QTR-LABEL-YYYY                       00443715
           MOVE WS-QTR-NO    TO WS-QTR-LABEL-NO                         00443715
           PERFORM VARYING WS-MON-SUB FROM 1 BY 1                       00443715
             UNTIL WS-MON-SUB > 3                                       00443715
             MOVE WS-PROC-YYYY TO WS-QTR-MONTH-YYYY (WS-MON-SUB)        00443715
             COMPUTE WS-QTR-MONTH-MM (WS-MON-SUB) =                     00443715
               (WS-QTR-NO - 1) * 3 + WS-MON-SUB                         00443715
           END-PERFORM                                                  00443715
           MOVE WS-QTR-MONTH (1) TO WS-QTR-START                        00443715
                                                                        00443715
           IF PARM-MONTH-END-FLAG = 'Y'                                 00443715
              AND WS-PROC-MM = WS-QTR-MONTH-MM (3)                      00443715
             MOVE 1 TO WS-QEND-RUN                                      00443715
           END-IF                                                       00443715
                                                                        00443715
      *    THE DOMESTIC/FOREIGN SPLIT NEEDS THE BASE CURRENCY --        00443715
      *    A RETURN THAT GUESSED IT WOULD BE WRONG, NOT LATE.           00443715
           IF WS-QEND-RUN = 1                                           00443715
              AND PARM-BASE-CURRENCY = SPACES                           00443715
             DISPLAY 'PARM-BASE-CURRENCY MISSING -- QUARTERLY RETURN '  00443715
                     'CANNOT SPLIT DOMESTIC AND FOREIGN'                00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'NO BASE CURRENCY' TO WS-FAIL-REASON                  00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           DISPLAY 'PARM PROCESS DATE = ' PARM-PROCESS-DATE             00443715
           DISPLAY 'QUARTER = ' WS-QTR-LABEL                            00443715
           DISPLAY 'QUARTER-END RETURN = ' WS-QEND-RUN                  00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       FILE-OPEN-PARA.                                                  00443715
                                                                        00443715
           OPEN INPUT RSTXFILE                                          00443715
                                                                        00443715
           IF RSTXFILE-FILE-STATUS NOT = '00'                           00443715
           THEN                                                         00443715
             DISPLAY 'OPEN RSTX FILE-STATUS = '  RSTXFILE-FILE-STATUS   00443715
                                                                        00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'FILE OPEN ERROR' TO WS-FAIL-REASON                   00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           MOVE 'RSTXFILE' TO GREG-DATASET                              00443715
           MOVE 'D'        TO GREG-EXPECT                               00443715
           MOVE 'RSTXFILE' TO WS-GREG-INPUT-DD                          00443715
           PERFORM CHECK-INPUT-GENERATION-PARA                          00443715
           IF GREG-RESULT-MATCHED                                       00443715
             MOVE 1 TO WS-RSTXFILE-REG                                  00443715
           END-IF                                                       00443715
                                                                        00443715
           OPEN INPUT FRAUDFILE                                         00443715
                                                                        00443715
           IF FRAUDFILE-FILE-STATUS NOT = '00'                          00443715
           THEN                                                         00443715
             DISPLAY 'OPEN FRAUD FILE-STATUS = '  FRAUDFILE-FILE-STATUS 00443715
                                                                        00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'FILE OPEN ERROR' TO WS-FAIL-REASON                   00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           OPEN OUTPUT RSQHFILE                                         00443715
                                                                        00443715
           IF RSQHFILE-FILE-STATUS NOT = '00'                           00443715
           THEN                                                         00443715
             DISPLAY 'OPEN RSQH FILE-STATUS = '  RSQHFILE-FILE-STATUS   00443715
                                                                        00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'FILE OPEN ERROR' TO WS-FAIL-REASON                   00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           IF WS-QEND-RUN = 1                                           00443715
             OPEN OUTPUT RSTRPT                                         00443715
                                                                        00443715
             IF RSTRPT-FILE-STATUS NOT = '00'                           00443715
               DISPLAY 'OPEN RSTRPT FILE-STATUS = '                     00443715
                       RSTRPT-FILE-STATUS                               00443715
                                                                        00443715
               MOVE 1 TO WS-RUN-FAILED                                  00443715
               MOVE 'FILE OPEN ERROR' TO WS-FAIL-REASON                 00443715
               PERFORM END-PROCESS                                      00443715
             END-IF                                                     00443715
                                                                        00443715
             OPEN OUTPUT RQRFILE                                        00443715
                                                                        00443715
             IF RQRFILE-FILE-STATUS NOT = '00'                          00443715
               DISPLAY 'OPEN RQR FILE-STATUS = '                        00443715
                       RQRFILE-FILE-STATUS                              00443715
                                                                        00443715
               MOVE 1 TO WS-RUN-FAILED                                  00443715
               MOVE 'FILE OPEN ERROR' TO WS-FAIL-REASON                 00443715
               PERFORM END-PROCESS                                      00443715
             END-IF                                                     00443715
           END-IF                                                       00443715
                                                                        00443715
           DISPLAY 'OPENING FILES SUCCESSFUL '                          00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       LOAD-CATEGORIES-PARA.                                            00443715
      *    WITHOUT THE GROUPING EVERY MCC WOULD BE 'OTHER' -- THAT IS   00443715
      *    A FAILED RETURN, NOT A QUIET QUARTER.                        00443715
           OPEN INPUT CATGFILE                                          00443715
                                                                        00443715
           IF CATGFILE-FILE-STATUS NOT = '00'                           00443715
           THEN                                                         00443715
             DISPLAY 'OPEN CATG FILE-STATUS = '  CATGFILE-FILE-STATUS   00443715
                                                                        00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'FILE OPEN ERROR' TO WS-FAIL-REASON                   00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           MOVE 0 TO WS-EOF                                             00443715
           PERFORM UNTIL WS-EOF = 1                                     00443715
             READ CATGFILE                                              00443715
               AT END                                                   00443715
                 MOVE 1 TO WS-EOF                                       00443715
               NOT AT END                                               00443715
                 IF WS-CATG-USED < 200                                  00443715
                   ADD 1 TO WS-CATG-USED                                00443715
                   MOVE CATG-MCC-LOW                                    00443715
                     TO WS-CATG-MCC-LOW (WS-CATG-USED)                  00443715
                   MOVE CATG-MCC-HIGH                                   00443715
                     TO WS-CATG-MCC-HIGH (WS-CATG-USED)                 00443715
                   MOVE CATG-CATEGORY                                   00443715
                     TO WS-CATG-CATEGORY (WS-CATG-USED)                 00443715
                 ELSE                                                   00443715
                   DISPLAY 'CATEGORY TABLE FULL -- CATEGORY '           00443715
                           CATG-CATEGORY ' DROPPED'                     00443715
                 END-IF                                                 00443715
             END-READ                                                   00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           CLOSE CATGFILE                                               00443715
                                                                        00443715
           DISPLAY 'CATEGORY RANGES LOADED = ' WS-CATG-USED             00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       BUILD-HISTORY-PARA.                                              00443715
                                                                        00443715
           PERFORM CARRY-HISTORY-PARA                                   00443715
                                                                        00443715
           PERFORM ADD-TONIGHT-PARA                                     00443715
                                                                        00443715
           PERFORM ADD-FRAUD-CONTROL-PARA                               00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       CARRY-HISTORY-PARA.                                              00443715
      *    WITH NO PRIOR HISTORY FILE THE QUARTER STARTS FROM TONIGHT.  00443715
           OPEN INPUT RSQHIN                                            00443715
                                                                        00443715
           IF RSQHIN-FILE-STATUS NOT = '00'                             00443715
           THEN                                                         00443715
             DISPLAY 'NO PRIOR STATISTICS HISTORY -- QUARTER STARTS '   00443715
                     'FROM TONIGHT'                                     00443715
           ELSE                                                         00443715
             MOVE 'RSQHFILE' TO GREG-DATASET                            00443715
             MOVE 'P'        TO GREG-EXPECT                             00443715
             MOVE 'RSQHIN'   TO WS-GREG-INPUT-DD                        00443715
             PERFORM CHECK-INPUT-GENERATION-PARA                        00443715
             IF GREG-RESULT-MATCHED                                     00443715
               MOVE 1 TO WS-RSQHIN-REG                                  00443715
             END-IF                                                     00443715
                                                                        00443715
             MOVE 0 TO WS-EOF                                           00443715
             PERFORM UNTIL WS-EOF = 1                                   00443715
               READ RSQHIN                                              00443715
                 AT END                                                 00443715
                   MOVE 1 TO WS-EOF                                     00443715
                 NOT AT END                                             00443715
                   ADD 1 TO WS-RSQHIN-CNTR                              00443715
                   ADD RQIN-TXN-CNTR TO WS-RSQHIN-HASH-TOTAL            00443715
                   PERFORM CARRY-HISTORY-ROW-PARA                       00443715
               END-READ                                                 00443715
             END-PERFORM                                                00443715
                                                                        00443715
             CLOSE RSQHIN                                               00443715
                                                                        00443715
             IF WS-RSQHIN-REG = 1                                       00443715
               MOVE 'RSQHFILE'           TO GREG-DATASET                00443715
               MOVE 'P'                  TO GREG-EXPECT                 00443715
               MOVE 'RSQHIN'             TO WS-GREG-INPUT-DD            00443715
               MOVE WS-RSQHIN-CNTR       TO GREG-RECORD-CNT             00443715
               MOVE WS-RSQHIN-HASH-TOTAL TO GREG-HASH-TOTAL             00443715
               PERFORM VERIFY-INPUT-GENERATION-PARA                     00443715
             END-IF                                                     00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       CARRY-HISTORY-ROW-PARA.                                          00443715
                                                                        00443715
           IF RQIN-ACT-DATE NOT < PARM-PROCESS-DATE                     00443715
              OR RQIN-ACT-DATE (1:6) < WS-QTR-START                     00443715
             ADD 1 TO WS-DROPPED-CNTR                                   00443715
           ELSE                                                         00443715
             INITIALIZE WS-ROW                                          00443715
             MOVE RQIN-ACT-DATE      TO WS-ROW-ACT-DATE                 00443715
             MOVE RQIN-TXN-PERIOD    TO WS-ROW-TXN-PERIOD               00443715
             MOVE RQIN-CLASS         TO WS-ROW-CLASS                    00443715
             MOVE RQIN-TYPE-CODE     TO WS-ROW-TYPE                     00443715
             MOVE RQIN-INST-ID       TO WS-ROW-INST                     00443715
             MOVE RQIN-CARD-BRAND    TO WS-ROW-BRAND                    00443715
             MOVE RQIN-MCC           TO WS-ROW-MCC                      00443715
             MOVE RQIN-CURRENCY-CODE TO WS-ROW-CURR                     00443715
             MOVE RQIN-TXN-CNTR      TO WS-ROW-CNTR                     00443715
             COMPUTE WS-ROW-AMOUNT =                                    00443715
               FUNCTION NUMVAL (RQIN-AMOUNT)                            00443715
             COMPUTE WS-ROW-BASE =                                      00443715
               FUNCTION NUMVAL (RQIN-BASE-AMOUNT)                       00443715
             MOVE RQIN-UNPR-CNTR     TO WS-ROW-UNPR-CNTR                00443715
             MOVE RQIN-FRAUD-CNTR    TO WS-ROW-FRAUD-CNTR               00443715
             COMPUTE WS-ROW-FRAUD-AMOUNT =                              00443715
               FUNCTION NUMVAL (RQIN-FRAUD-AMOUNT)                      00443715
             COMPUTE WS-ROW-FRAUD-BASE =                                00443715
               FUNCTION NUMVAL (RQIN-FRAUD-BASE)                        00443715
                                                                        00443715
             PERFORM WRITE-HISTORY-ROW-PARA                             00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       ADD-TONIGHT-PARA.                                                00443715
                                                                        00443715
           MOVE 0 TO WS-EOF                                             00443715
           PERFORM UNTIL WS-EOF = 1                                     00443715
             READ RSTXFILE                                              00443715
               AT END                                                   00443715
                 MOVE 1 TO WS-EOF                                       00443715
               NOT AT END                                               00443715
                 ADD 1 TO WS-RSTXFILE-CNTR                              00443715
                 ADD RSTX-TXN-CNTR TO WS-RSTXFILE-HASH-TOTAL            00443715
                                                                        00443715
                 INITIALIZE WS-ROW                                      00443715
                 MOVE PARM-PROCESS-DATE  TO WS-ROW-ACT-DATE             00443715
                 MOVE RSTX-TXN-PERIOD    TO WS-ROW-TXN-PERIOD           00443715
                 MOVE RSTX-CLASS         TO WS-ROW-CLASS                00443715
                 MOVE RSTX-TYPE-CODE     TO WS-ROW-TYPE                 00443715
                 MOVE RSTX-INST-ID       TO WS-ROW-INST                 00443715
                 MOVE RSTX-CARD-BRAND    TO WS-ROW-BRAND                00443715
                 MOVE RSTX-MCC           TO WS-ROW-MCC                  00443715
                 MOVE RSTX-CURRENCY-CODE TO WS-ROW-CURR                 00443715
                 MOVE RSTX-TXN-CNTR      TO WS-ROW-CNTR                 00443715
                 COMPUTE WS-ROW-AMOUNT =                                00443715
                   FUNCTION NUMVAL (RSTX-AMOUNT)                        00443715
                 COMPUTE WS-ROW-BASE =                                  00443715
                   FUNCTION NUMVAL (RSTX-BASE-AMOUNT)                   00443715
                 MOVE RSTX-UNPR-CNTR     TO WS-ROW-UNPR-CNTR            00443715
                 MOVE RSTX-FRAUD-CNTR    TO WS-ROW-FRAUD-CNTR           00443715
                 COMPUTE WS-ROW-FRAUD-AMOUNT =                          00443715
                   FUNCTION NUMVAL (RSTX-FRAUD-AMOUNT)                  00443715
                 COMPUTE WS-ROW-FRAUD-BASE =                            00443715
                   FUNCTION NUMVAL (RSTX-FRAUD-BASE)                    00443715
                                                                        00443715
                 PERFORM WRITE-HISTORY-ROW-PARA                         00443715
             END-READ                                                   00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           IF WS-RSTXFILE-REG = 1                                       00443715
             MOVE 'RSTXFILE'             TO GREG-DATASET                00443715
             MOVE 'D'                    TO GREG-EXPECT                 00443715
             MOVE 'RSTXFILE'             TO WS-GREG-INPUT-DD            00443715
             MOVE WS-RSTXFILE-CNTR       TO GREG-RECORD-CNT             00443715
             MOVE WS-RSTXFILE-HASH-TOTAL TO GREG-HASH-TOTAL             00443715
             PERFORM VERIFY-INPUT-GENERATION-PARA                       00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       ADD-FRAUD-CONTROL-PARA.                                          00443715
      *    ONE CONTROL ROW A NIGHT, EVEN AT ZERO, SO THE HISTORY SHOWS  00443715
      *    FRAUDFILE WAS READ.                                          00443715
           MOVE 0 TO WS-EOF                                             00443715
           PERFORM UNTIL WS-EOF = 1                                     00443715
             READ FRAUDFILE                                             00443715
               AT END                                                   00443715
                 MOVE 1 TO WS-EOF                                       00443715
               NOT AT END                                               00443715
                 ADD 1 TO WS-FRAUDFILE-CNTR                             00443715
                 IF FRD-FRAUD-RESULT NOT = SPACES                       00443715
                    AND FRD-FRAUD-RESULT NOT = 'NONE'                   00443715
                   COMPUTE WS-FRD-NIGHT-CNTR = WS-FRD-NIGHT-CNTR        00443715
                     + FUNCTION NUMVAL (FRD-TXN-CNTR)                   00443715
                   COMPUTE WS-FRD-NIGHT-AMOUNT = WS-FRD-NIGHT-AMOUNT    00443715
                     + FUNCTION NUMVAL (FRD-TXN-AMOUNT)                 00443715
                 END-IF                                                 00443715
             END-READ                                                   00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           INITIALIZE WS-ROW                                            00443715
           MOVE PARM-PROCESS-DATE       TO WS-ROW-ACT-DATE              00443715
           MOVE PARM-PROCESS-DATE (1:6) TO WS-ROW-TXN-PERIOD            00443715
           MOVE 'F'                     TO WS-ROW-CLASS                 00443715
           MOVE WS-FRD-NIGHT-CNTR       TO WS-ROW-CNTR                  00443715
           MOVE WS-FRD-NIGHT-AMOUNT     TO WS-ROW-AMOUNT                00443715
                                                                        00443715
           PERFORM WRITE-HISTORY-ROW-PARA                               00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       WRITE-HISTORY-ROW-PARA.                                          00443715
                                                                        00443715
           INITIALIZE RSQH-REC                                          00443715
                                                                        00443715
           MOVE WS-ROW-ACT-DATE      TO RSQH-ACT-DATE                   00443715
           MOVE ','                  TO RSQH-SEPARATOR-1                00443715
           MOVE WS-ROW-TXN-PERIOD    TO RSQH-TXN-PERIOD                 00443715
           MOVE ','                  TO RSQH-SEPARATOR-2                00443715
           MOVE WS-ROW-CLASS         TO RSQH-CLASS                      00443715
           MOVE ','                  TO RSQH-SEPARATOR-3                00443715
           MOVE WS-ROW-TYPE          TO RSQH-TYPE-CODE                  00443715
           MOVE ','                  TO RSQH-SEPARATOR-4                00443715
           MOVE WS-ROW-INST          TO RSQH-INST-ID                    00443715
           MOVE ','                  TO RSQH-SEPARATOR-5                00443715
           MOVE WS-ROW-BRAND         TO RSQH-CARD-BRAND                 00443715
           MOVE ','                  TO RSQH-SEPARATOR-6                00443715
           MOVE WS-ROW-MCC           TO RSQH-MCC                        00443715
           MOVE ','                  TO RSQH-SEPARATOR-7                00443715
           MOVE WS-ROW-CURR          TO RSQH-CURRENCY-CODE              00443715
           MOVE ','                  TO RSQH-SEPARATOR-8                00443715
           MOVE WS-ROW-CNTR          TO RSQH-TXN-CNTR                   00443715
           MOVE ','                  TO RSQH-SEPARATOR-9                00443715
           MOVE WS-ROW-AMOUNT        TO RSQH-AMOUNT                     00443715
           MOVE ','                  TO RSQH-SEPARATOR-10               00443715
           MOVE WS-ROW-BASE          TO RSQH-BASE-AMOUNT                00443715
           MOVE ','                  TO RSQH-SEPARATOR-11               00443715
           MOVE WS-ROW-UNPR-CNTR     TO RSQH-UNPR-CNTR                  00443715
           MOVE ','                  TO RSQH-SEPARATOR-12               00443715
           MOVE WS-ROW-FRAUD-CNTR    TO RSQH-FRAUD-CNTR                 00443715
           MOVE ','                  TO RSQH-SEPARATOR-13               00443715
           MOVE WS-ROW-FRAUD-AMOUNT  TO RSQH-FRAUD-AMOUNT               00443715
           MOVE ','                  TO RSQH-SEPARATOR-14               00443715
           MOVE WS-ROW-FRAUD-BASE    TO RSQH-FRAUD-BASE                 00443715
                                                                        00443715
           WRITE RSQH-REC                                               00443715
                                                                        00443715
           ADD 1 TO WS-RSQHFILE-CNTR                                    00443715
           ADD RSQH-TXN-CNTR TO WS-RSQHFILE-HASH-TOTAL                  00443715
                                                                        00443715
           IF WS-QEND-RUN = 1                                           00443715
             PERFORM ACCUM-QUARTER-ROW-PARA                             00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       ACCUM-QUARTER-ROW-PARA.                                          00443715
                                                                        00443715
           IF WS-ROW-FRAUD-CONTROL                                      00443715
             ADD WS-ROW-CNTR   TO WS-FCTL-FILE-CNTR                     00443715
             ADD WS-ROW-AMOUNT TO WS-FCTL-FILE-AMOUNT                   00443715
           ELSE                                                         00443715
             ADD WS-ROW-FRAUD-CNTR   TO WS-FCTL-STAT-CNTR               00443715
             ADD WS-ROW-FRAUD-AMOUNT TO WS-FCTL-STAT-AMOUNT             00443715
                                                                        00443715
             MOVE 0 TO WS-MON-IDX                                       00443715
             PERFORM VARYING WS-MON-SUB FROM 1 BY 1                     00443715
               UNTIL WS-MON-SUB > 3                                     00443715
               IF WS-ROW-TXN-PERIOD = WS-QTR-MONTH (WS-MON-SUB)         00443715
                 MOVE WS-MON-SUB TO WS-MON-IDX                          00443715
               END-IF                                                   00443715
             END-PERFORM                                                00443715
                                                                        00443715
      *      A PAYMENT DATED BEFORE THE QUARTER ARRIVED LATE FOR A      00443715
      *      RETURN ALREADY FILED; IT IS SHOWN, NOT RE-REPORTED.        00443715
             IF WS-MON-IDX = 0                                          00443715
               IF WS-ROW-PAYMENT                                        00443715
                 ADD WS-ROW-CNTR   TO WS-OUTSIDE-CNTR                   00443715
                 ADD WS-ROW-AMOUNT TO WS-OUTSIDE-AMOUNT                 00443715
               END-IF                                                   00443715
             ELSE                                                       00443715
               PERFORM ACCUM-RECONCILE-ROW-PARA                         00443715
               IF WS-ROW-PAYMENT                                        00443715
                 PERFORM ACCUM-RETURN-ROW-PARA                          00443715
               END-IF                                                   00443715
             END-IF                                                     00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       ACCUM-RECONCILE-ROW-PARA.                                        00443715
                                                                        00443715
           IF WS-ROW-PAYMENT                                            00443715
             ADD WS-ROW-CNTR      TO WS-RCN-RET-CNTR (WS-MON-IDX)       00443715
             ADD WS-ROW-AMOUNT    TO WS-RCN-RET-AMOUNT (WS-MON-IDX)     00443715
             ADD WS-ROW-UNPR-CNTR TO WS-RCN-UNPR-CNTR (WS-MON-IDX)      00443715
           END-IF                                                       00443715
                                                                        00443715
           IF WS-ROW-DECLINED                                           00443715
             ADD WS-ROW-CNTR   TO WS-RCN-DECL-CNTR (WS-MON-IDX)         00443715
             ADD WS-ROW-AMOUNT TO WS-RCN-DECL-AMOUNT (WS-MON-IDX)       00443715
           END-IF                                                       00443715
                                                                        00443715
           IF WS-ROW-PRIOR-PERIOD                                       00443715
             ADD WS-ROW-CNTR   TO WS-RCN-PPA-CNTR (WS-MON-IDX)          00443715
             ADD WS-ROW-AMOUNT TO WS-RCN-PPA-AMOUNT (WS-MON-IDX)        00443715
           ELSE                                                         00443715
             IF WS-ROW-ACT-DATE (1:6) NOT = WS-ROW-TXN-PERIOD           00443715
               ADD WS-ROW-CNTR   TO WS-RCN-OTH-CNTR (WS-MON-IDX)        00443715
               ADD WS-ROW-AMOUNT TO WS-RCN-OTH-AMOUNT (WS-MON-IDX)      00443715
             END-IF                                                     00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       ACCUM-RETURN-ROW-PARA.                                           00443715
      *    ONE PAYMENT ROW FEEDS ONE LINE IN EACH OF THE FIRST FIVE     00443715
      *    SECTIONS, SO EVERY SECTION TOTALS TO THE SAME FIGURE; THE    00443715
      *    FRAUD SECTION TAKES ONLY THE ROW'S FRAUD-FLAGGED SHARE.      00443715
           MOVE WS-ROW-CNTR TO WS-RET-CUR-CNTR                          00443715
           MOVE WS-ROW-BASE TO WS-RET-CUR-BASE                          00443715
                                                                        00443715
           MOVE 1 TO WS-RET-CUR-SECTION                                 00443715
           IF WS-ROW-BRAND = SPACES                                     00443715
             MOVE 'UNKNOWN'    TO WS-RET-CUR-ITEM                       00443715
           ELSE                                                         00443715
             MOVE WS-ROW-BRAND TO WS-RET-CUR-ITEM                       00443715
           END-IF                                                       00443715
           PERFORM ACCUM-RETURN-ITEM-PARA                               00443715
                                                                        00443715
           MOVE 2 TO WS-RET-CUR-SECTION                                 00443715
           IF WS-ROW-MCC = SPACES                                       00443715
             MOVE 'NO MCC' TO WS-RET-CUR-ITEM                           00443715
           ELSE                                                         00443715
             PERFORM FIND-CATEGORY-PARA                                 00443715
             IF WS-CATG-FOUND = 1                                       00443715
               MOVE WS-CATG-CATEGORY (WS-CATG-TABIDX)                   00443715
                 TO WS-RET-CUR-ITEM                                     00443715
             ELSE                                                       00443715
               MOVE 'OTHER' TO WS-RET-CUR-ITEM                          00443715
             END-IF                                                     00443715
           END-IF                                                       00443715
           PERFORM ACCUM-RETURN-ITEM-PARA                               00443715
                                                                        00443715
           MOVE 3 TO WS-RET-CUR-SECTION                                 00443715
           EVALUATE WS-ROW-TYPE                                         00443715
             WHEN 'AU'                                                  00443715
               MOVE 'AU PURCHASES'   TO WS-RET-CUR-ITEM                 00443715
             WHEN 'RF'                                                  00443715
               MOVE 'RF REFUNDS'     TO WS-RET-CUR-ITEM                 00443715
             WHEN 'CB'                                                  00443715
               MOVE 'CB CHARGEBACKS' TO WS-RET-CUR-ITEM                 00443715
             WHEN 'RV'                                                  00443715
               MOVE 'RV REVERSALS'   TO WS-RET-CUR-ITEM                 00443715
             WHEN OTHER                                                 00443715
               MOVE WS-ROW-TYPE      TO WS-RET-CUR-ITEM                 00443715
           END-EVALUATE                                                 00443715
           PERFORM ACCUM-RETURN-ITEM-PARA                               00443715
                                                                        00443715
           MOVE 4 TO WS-RET-CUR-SECTION                                 00443715
           IF WS-ROW-CURR = PARM-BASE-CURRENCY                          00443715
             MOVE 'DOMESTIC' TO WS-RET-CUR-ITEM                         00443715
           ELSE                                                         00443715
             MOVE 'FOREIGN'  TO WS-RET-CUR-ITEM                         00443715
           END-IF                                                       00443715
           PERFORM ACCUM-RETURN-ITEM-PARA                               00443715
                                                                        00443715
           MOVE 5 TO WS-RET-CUR-SECTION                                 00443715
           IF WS-ROW-INST = SPACES                                      00443715
             MOVE 'UNKNOWN'   TO WS-RET-CUR-ITEM                        00443715
           ELSE                                                         00443715
             MOVE WS-ROW-INST TO WS-RET-CUR-ITEM                        00443715
           END-IF                                                       00443715
           PERFORM ACCUM-RETURN-ITEM-PARA                               00443715
                                                                        00443715
           IF WS-ROW-FRAUD-CNTR > 0                                     00443715
             MOVE 6 TO WS-RET-CUR-SECTION                               00443715
             IF WS-ROW-BRAND = SPACES                                   00443715
               MOVE 'UNKNOWN'    TO WS-RET-CUR-ITEM                     00443715
             ELSE                                                       00443715
               MOVE WS-ROW-BRAND TO WS-RET-CUR-ITEM                     00443715
             END-IF                                                     00443715
             MOVE WS-ROW-FRAUD-CNTR TO WS-RET-CUR-CNTR                  00443715
             MOVE WS-ROW-FRAUD-BASE TO WS-RET-CUR-BASE                  00443715
             PERFORM ACCUM-RETURN-ITEM-PARA                             00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       ACCUM-RETURN-ITEM-PARA.                                          00443715
                                                                        00443715
           MOVE 0 TO WS-RET-SKIP                                        00443715
                                                                        00443715
           SET WS-RET-TABIDX TO 1                                       00443715
           SEARCH WS-RET-ENTRY                                          00443715
             AT END                                                     00443715
               DISPLAY 'RETURN TABLE FULL -- '                          00443715
                       WS-SECTION-NAME (WS-RET-CUR-SECTION)             00443715
                       ' ' WS-RET-CUR-ITEM ' NOT REPORTED'              00443715
               MOVE 1 TO WS-RUN-FAILED                                  00443715
               MOVE 'RETURN TABLE FULL' TO WS-FAIL-REASON               00443715
               MOVE 1 TO WS-RET-SKIP                                    00443715
             WHEN WS-RET-TABIDX > WS-RET-USED                           00443715
               ADD 1 TO WS-RET-USED                                     00443715
               MOVE WS-RET-CUR-SECTION                                  00443715
                 TO WS-RET-SECTION (WS-RET-TABIDX)                      00443715
               MOVE WS-RET-CUR-ITEM                                     00443715
                 TO WS-RET-ITEM (WS-RET-TABIDX)                         00443715
               PERFORM VARYING WS-BKT-IDX FROM 1 BY 1                   00443715
                 UNTIL WS-BKT-IDX > 4                                   00443715
                 MOVE ZEROES                                            00443715
                   TO WS-RET-CNTR (WS-RET-TABIDX WS-BKT-IDX)            00443715
                 MOVE ZEROES                                            00443715
                   TO WS-RET-BASE (WS-RET-TABIDX WS-BKT-IDX)            00443715
               END-PERFORM                                              00443715
             WHEN WS-RET-SECTION (WS-RET-TABIDX) = WS-RET-CUR-SECTION   00443715
              AND WS-RET-ITEM (WS-RET-TABIDX) = WS-RET-CUR-ITEM         00443715
               CONTINUE                                                 00443715
           END-SEARCH                                                   00443715
                                                                        00443715
           IF WS-RET-SKIP = 0                                           00443715
             ADD WS-RET-CUR-CNTR                                        00443715
               TO WS-RET-CNTR (WS-RET-TABIDX WS-MON-IDX)                00443715
             ADD WS-RET-CUR-BASE                                        00443715
               TO WS-RET-BASE (WS-RET-TABIDX WS-MON-IDX)                00443715
             ADD WS-RET-CUR-CNTR                                        00443715
               TO WS-RET-CNTR (WS-RET-TABIDX 4)                         00443715
             ADD WS-RET-CUR-BASE                                        00443715
               TO WS-RET-BASE (WS-RET-TABIDX 4)                         00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       FIND-CATEGORY-PARA.                                              00443715
                                                                        00443715
           MOVE 0 TO WS-CATG-FOUND                                      00443715
                                                                        00443715
           SET WS-CATG-TABIDX TO 1                                      00443715
           IF WS-CATG-USED > 0                                          00443715
             SEARCH WS-CATG-ENTRY                                       00443715
               AT END                                                   00443715
                 CONTINUE                                               00443715
               WHEN WS-CATG-TABIDX > WS-CATG-USED                       00443715
                 CONTINUE                                               00443715
               WHEN WS-ROW-MCC                                          00443715
                      NOT < WS-CATG-MCC-LOW (WS-CATG-TABIDX)            00443715
                AND WS-ROW-MCC                                          00443715
                      NOT > WS-CATG-MCC-HIGH (WS-CATG-TABIDX)           00443715
                 MOVE 1 TO WS-CATG-FOUND                                00443715
             END-SEARCH                                                 00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       LOAD-CLOSEOUTS-PARA.                                             00443715
      *    A MONTH WITH NO CLOSFILE ROWS IS REPORTED AS NOT SUPPLIED    00443715
      *    ON THE RECONCILIATION PAGE RATHER THAN TIED TO ZERO.         00443715
           OPEN INPUT CLOSQTR                                           00443715
                                                                        00443715
           IF CLOSQTR-FILE-STATUS NOT = '00'                            00443715
           THEN                                                         00443715
             DISPLAY 'OPEN CLOSQTR FILE-STATUS = '  CLOSQTR-FILE-STATUS 00443715
                     ' -- NO MONTH-END POSITIONS TO RECONCILE TO'       00443715
           ELSE                                                         00443715
             MOVE 0 TO WS-EOF                                           00443715
             PERFORM UNTIL WS-EOF = 1                                   00443715
               READ CLOSQTR                                             00443715
                 AT END                                                 00443715
                   MOVE 1 TO WS-EOF                                     00443715
                 NOT AT END                                             00443715
                   ADD 1 TO WS-CLOSQTR-CNTR                             00443715
                   PERFORM ACCUM-CLOSEOUT-ROW-PARA                      00443715
               END-READ                                                 00443715
             END-PERFORM                                                00443715
                                                                        00443715
             CLOSE CLOSQTR                                              00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       ACCUM-CLOSEOUT-ROW-PARA.                                         00443715
                                                                        00443715
           MOVE 0 TO WS-MON-IDX                                         00443715
           PERFORM VARYING WS-MON-SUB FROM 1 BY 1                       00443715
             UNTIL WS-MON-SUB > 3                                       00443715
             IF CLOS-PERIOD = WS-QTR-MONTH (WS-MON-SUB)                 00443715
               MOVE WS-MON-SUB TO WS-MON-IDX                            00443715
             END-IF                                                     00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           IF WS-MON-IDX = 0                                            00443715
             ADD 1 TO WS-CLOS-OTHER-CNTR                                00443715
           ELSE                                                         00443715
             ADD 1 TO WS-RCN-CLOS-ROWS (WS-MON-IDX)                     00443715
             COMPUTE WS-RCN-CLOS-CNTR (WS-MON-IDX) =                    00443715
               WS-RCN-CLOS-CNTR (WS-MON-IDX)                            00443715
               + FUNCTION NUMVAL (CLOS-MTD-TXN-CNTR)                    00443715
             COMPUTE WS-RCN-CLOS-AMOUNT (WS-MON-IDX) =                  00443715
               WS-RCN-CLOS-AMOUNT (WS-MON-IDX)                          00443715
               + FUNCTION NUMVAL (CLOS-MTD-TXN-AMOUNT)                  00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       RELEASE-RETURN-PARA.                                             00443715
                                                                        00443715
           PERFORM VARYING WS-RET-IDX FROM 1 BY 1                       00443715
             UNTIL WS-RET-IDX > WS-RET-USED                             00443715
             INITIALIZE SORT-REC                                        00443715
             MOVE WS-RET-SECTION (WS-RET-IDX) TO SRT-SECTION            00443715
             MOVE WS-RET-ITEM (WS-RET-IDX)    TO SRT-ITEM               00443715
             PERFORM VARYING WS-BKT-IDX FROM 1 BY 1                     00443715
               UNTIL WS-BKT-IDX > 4                                     00443715
               MOVE WS-RET-CNTR (WS-RET-IDX WS-BKT-IDX)                 00443715
                 TO SRT-CNTR (WS-BKT-IDX)                               00443715
               MOVE WS-RET-BASE (WS-RET-IDX WS-BKT-IDX)                 00443715
                 TO SRT-BASE (WS-BKT-IDX)                               00443715
             END-PERFORM                                                00443715
             RELEASE SORT-REC                                           00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       WRITE-RETURN-PARA.                                               00443715
                                                                        00443715
           PERFORM WRITE-RETURN-TITLE-PARA                              00443715
                                                                        00443715
           MOVE 0 TO WS-SORT-EOF                                        00443715
           PERFORM UNTIL WS-SORT-EOF = 1                                00443715
             RETURN SORTFILE                                            00443715
               AT END                                                   00443715
                 MOVE 1 TO WS-SORT-EOF                                  00443715
               NOT AT END                                               00443715
                 IF SRT-SECTION NOT = WS-CUR-SECTION                    00443715
                   IF WS-CUR-SECTION > 0                                00443715
                     PERFORM FINISH-SECTION-PARA                        00443715
                   END-IF                                               00443715
      *            A SECTION WITH NOTHING IN IT (NO FRAUD IN THE        00443715
      *            QUARTER) STILL PRINTS, WITH A ZERO TOTAL.            00443715
                   PERFORM VARYING WS-SEC-IDX FROM WS-CUR-SECTION BY 1  00443715
                     UNTIL WS-SEC-IDX NOT < SRT-SECTION - 1             00443715
                     COMPUTE WS-CUR-SECTION = WS-SEC-IDX + 1            00443715
                     PERFORM START-SECTION-PARA                         00443715
                     PERFORM FINISH-SECTION-PARA                        00443715
                   END-PERFORM                                          00443715
                   MOVE SRT-SECTION TO WS-CUR-SECTION                   00443715
                   PERFORM START-SECTION-PARA                           00443715
                 END-IF                                                 00443715
                                                                        00443715
                 PERFORM WRITE-RETURN-LINE-PARA                         00443715
             END-RETURN                                                 00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           IF WS-CUR-SECTION > 0                                        00443715
             PERFORM FINISH-SECTION-PARA                                00443715
           END-IF                                                       00443715
           PERFORM VARYING WS-SEC-IDX FROM WS-CUR-SECTION BY 1          00443715
             UNTIL WS-SEC-IDX NOT < WS-SECTION-CNT                      00443715
             COMPUTE WS-CUR-SECTION = WS-SEC-IDX + 1                    00443715
             PERFORM START-SECTION-PARA                                 00443715
             PERFORM FINISH-SECTION-PARA                                00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       WRITE-RETURN-TITLE-PARA.                                         00443715
                                                                        00443715
           MOVE SPACES TO WS-RPT-WORK                                   00443715
           STRING 'QUARTERLY PAYMENT STATISTICS RETURN -- QUARTER '     00443715
                  WS-QTR-LABEL '  (' WS-QTR-MONTH (1) ' - '             00443715
                  WS-QTR-MONTH (3) ')'                                  00443715
             DELIMITED BY SIZE INTO WS-RPT-WORK                         00443715
           WRITE RSTRPT-LINE FROM WS-RPT-WORK                           00443715
                                                                        00443715
           MOVE SPACES TO WS-RPT-WORK                                   00443715
           STRING 'RUN DATE ' PARM-PROCESS-DATE                         00443715
                  '   VALUES IN BASE CURRENCY ' PARM-BASE-CURRENCY      00443715
                  ' AT RATEFILE RATES; COUNTS INCLUDE UNPRICED ITEMS'   00443715
             DELIMITED BY SIZE INTO WS-RPT-WORK                         00443715
           WRITE RSTRPT-LINE FROM WS-RPT-WORK                           00443715
             AFTER ADVANCING 1 LINE                                     00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       START-SECTION-PARA.                                              00443715
                                                                        00443715
           INITIALIZE WS-SEC-TOTALS                                     00443715
                                                                        00443715
           MOVE SPACES TO WS-RPT-WORK                                   00443715
           STRING WS-SECTION-NAME (WS-CUR-SECTION)                      00443715
             DELIMITED BY SIZE INTO WS-RPT-WORK                         00443715
           WRITE RSTRPT-LINE FROM WS-RPT-WORK                           00443715
             AFTER ADVANCING 3 LINES                                    00443715
                                                                        00443715
           MOVE SPACES TO WS-RPT-WORK                                   00443715
           STRING '                    '                                00443715
                  '  --------- ' WS-QTR-MONTH (1) ' ---------'          00443715
                  '  --------- ' WS-QTR-MONTH (2) ' ---------'          00443715
                  '  --------- ' WS-QTR-MONTH (3) ' ---------'          00443715
                  '  --------- QUARTER --------'                        00443715
             DELIMITED BY SIZE INTO WS-RPT-WORK                         00443715
           WRITE RSTRPT-LINE FROM WS-RPT-WORK                           00443715
             AFTER ADVANCING 2 LINES                                    00443715
                                                                        00443715
           MOVE SPACES TO WS-RPT-WORK                                   00443715
           STRING 'ITEM                '                                00443715
                  '      COUNT            VALUE'                        00443715
                  '      COUNT            VALUE'                        00443715
                  '      COUNT            VALUE'                        00443715
                  '      COUNT            VALUE'                        00443715
             DELIMITED BY SIZE INTO WS-RPT-WORK                         00443715
           WRITE RSTRPT-LINE FROM WS-RPT-WORK                           00443715
             AFTER ADVANCING 1 LINE                                     00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       WRITE-RETURN-LINE-PARA.                                          00443715
                                                                        00443715
           MOVE SPACES   TO WS-RET-LINE                                 00443715
           MOVE SRT-ITEM TO WS-RL-ITEM                                  00443715
           PERFORM VARYING WS-BKT-IDX FROM 1 BY 1                       00443715
             UNTIL WS-BKT-IDX > 4                                       00443715
             MOVE SRT-CNTR (WS-BKT-IDX) TO WS-RL-CNTR (WS-BKT-IDX)      00443715
             MOVE SRT-BASE (WS-BKT-IDX) TO WS-RL-BASE (WS-BKT-IDX)      00443715
             ADD SRT-CNTR (WS-BKT-IDX) TO WS-SEC-CNTR (WS-BKT-IDX)      00443715
             ADD SRT-BASE (WS-BKT-IDX) TO WS-SEC-BASE (WS-BKT-IDX)      00443715
                                                                        00443715
             MOVE SRT-ITEM TO RQR-ITEM                                  00443715
             MOVE SRT-CNTR (WS-BKT-IDX) TO RQR-TXN-CNTR                 00443715
             MOVE SRT-BASE (WS-BKT-IDX) TO RQR-BASE-AMOUNT              00443715
             PERFORM WRITE-RETURN-ROW-PARA                              00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           WRITE RSTRPT-LINE FROM WS-RET-LINE                           00443715
             AFTER ADVANCING 1 LINE                                     00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       FINISH-SECTION-PARA.                                             00443715
                                                                        00443715
           MOVE SPACES  TO WS-RET-LINE                                  00443715
           MOVE 'TOTAL' TO WS-RL-ITEM                                   00443715
           PERFORM VARYING WS-BKT-IDX FROM 1 BY 1                       00443715
             UNTIL WS-BKT-IDX > 4                                       00443715
             MOVE WS-SEC-CNTR (WS-BKT-IDX) TO WS-RL-CNTR (WS-BKT-IDX)   00443715
             MOVE WS-SEC-BASE (WS-BKT-IDX) TO WS-RL-BASE (WS-BKT-IDX)   00443715
                                                                        00443715
             MOVE 'TOTAL' TO RQR-ITEM                                   00443715
             MOVE WS-SEC-CNTR (WS-BKT-IDX) TO RQR-TXN-CNTR              00443715
             MOVE WS-SEC-BASE (WS-BKT-IDX) TO RQR-BASE-AMOUNT           00443715
             PERFORM WRITE-RETURN-ROW-PARA                              00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           WRITE RSTRPT-LINE FROM WS-RET-LINE                           00443715
             AFTER ADVANCING 2 LINES                                    00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       WRITE-RETURN-ROW-PARA.                                           00443715
      *    RQR-ITEM, RQR-TXN-CNTR AND RQR-BASE-AMOUNT ARE SET BY THE    00443715
      *    CALLER; WS-BKT-IDX SAYS WHICH COLUMN.                        00443715
           MOVE WS-QTR-LABEL                     TO RQR-QUARTER         00443715
           MOVE ','                              TO RQR-SEPARATOR-1     00443715
           MOVE WS-SECTION-NAME (WS-CUR-SECTION) TO RQR-SECTION         00443715
           MOVE ','                              TO RQR-SEPARATOR-2     00443715
           MOVE ','                              TO RQR-SEPARATOR-3     00443715
           IF WS-BKT-IDX = 4                                            00443715
             MOVE 'QTR'                          TO RQR-COLUMN          00443715
           ELSE                                                         00443715
             MOVE WS-QTR-MONTH (WS-BKT-IDX)      TO RQR-COLUMN          00443715
           END-IF                                                       00443715
           MOVE ','                              TO RQR-SEPARATOR-4     00443715
           MOVE ','                              TO RQR-SEPARATOR-5     00443715
                                                                        00443715
           WRITE RQR-REC                                                00443715
                                                                        00443715
           ADD 1 TO WS-RQRFILE-CNTR                                     00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       WRITE-RECONCILIATION-PARA.                                       00443715
      *    THE QUARTER COLUMN (4) IS THE SUM OF THE THREE MONTHS.       00443715
      *    A MONTH THAT DOES NOT TIE, OR HAS NO CLOSFILE, FAILS THE     00443715
      *    RUN -- THE RETURN IS STILL PRINTED SO IT CAN BE WORKED.      00443715
           PERFORM VARYING WS-MON-SUB FROM 1 BY 1                       00443715
             UNTIL WS-MON-SUB > 3                                       00443715
             COMPUTE WS-RCN-EXP-CNTR (WS-MON-SUB) =                     00443715
               WS-RCN-RET-CNTR (WS-MON-SUB)                             00443715
               + WS-RCN-DECL-CNTR (WS-MON-SUB)                          00443715
               - WS-RCN-PPA-CNTR (WS-MON-SUB)                           00443715
               - WS-RCN-OTH-CNTR (WS-MON-SUB)                           00443715
             COMPUTE WS-RCN-EXP-AMOUNT (WS-MON-SUB) =                   00443715
               WS-RCN-RET-AMOUNT (WS-MON-SUB)                           00443715
               + WS-RCN-DECL-AMOUNT (WS-MON-SUB)                        00443715
               - WS-RCN-PPA-AMOUNT (WS-MON-SUB)                         00443715
               - WS-RCN-OTH-AMOUNT (WS-MON-SUB)                         00443715
             COMPUTE WS-RCN-DIFF-CNTR (WS-MON-SUB) =                    00443715
               WS-RCN-CLOS-CNTR (WS-MON-SUB)                            00443715
               - WS-RCN-EXP-CNTR (WS-MON-SUB)                           00443715
             COMPUTE WS-RCN-DIFF-AMOUNT (WS-MON-SUB) =                  00443715
               WS-RCN-CLOS-AMOUNT (WS-MON-SUB)                          00443715
               - WS-RCN-EXP-AMOUNT (WS-MON-SUB)                         00443715
                                                                        00443715
             ADD WS-RCN-RET-CNTR (WS-MON-SUB)    TO WS-RCN-RET-CNTR (4) 00443715
             ADD WS-RCN-RET-AMOUNT (WS-MON-SUB)                         00443715
               TO WS-RCN-RET-AMOUNT (4)                                 00443715
             ADD WS-RCN-DECL-CNTR (WS-MON-SUB)   TO WS-RCN-DECL-CNTR (4)00443715
             ADD WS-RCN-DECL-AMOUNT (WS-MON-SUB)                        00443715
               TO WS-RCN-DECL-AMOUNT (4)                                00443715
             ADD WS-RCN-PPA-CNTR (WS-MON-SUB)    TO WS-RCN-PPA-CNTR (4) 00443715
             ADD WS-RCN-PPA-AMOUNT (WS-MON-SUB)                         00443715
               TO WS-RCN-PPA-AMOUNT (4)                                 00443715
             ADD WS-RCN-OTH-CNTR (WS-MON-SUB)    TO WS-RCN-OTH-CNTR (4) 00443715
             ADD WS-RCN-OTH-AMOUNT (WS-MON-SUB)                         00443715
               TO WS-RCN-OTH-AMOUNT (4)                                 00443715
             ADD WS-RCN-EXP-CNTR (WS-MON-SUB)    TO WS-RCN-EXP-CNTR (4) 00443715
             ADD WS-RCN-EXP-AMOUNT (WS-MON-SUB)                         00443715
               TO WS-RCN-EXP-AMOUNT (4)                                 00443715
             ADD WS-RCN-CLOS-ROWS (WS-MON-SUB)   TO WS-RCN-CLOS-ROWS (4)00443715
             ADD WS-RCN-CLOS-CNTR (WS-MON-SUB)   TO WS-RCN-CLOS-CNTR (4)00443715
             ADD WS-RCN-CLOS-AMOUNT (WS-MON-SUB)                        00443715
               TO WS-RCN-CLOS-AMOUNT (4)                                00443715
             ADD WS-RCN-DIFF-CNTR (WS-MON-SUB)   TO WS-RCN-DIFF-CNTR (4)00443715
             ADD WS-RCN-DIFF-AMOUNT (WS-MON-SUB)                        00443715
               TO WS-RCN-DIFF-AMOUNT (4)                                00443715
             ADD WS-RCN-UNPR-CNTR (WS-MON-SUB)   TO WS-RCN-UNPR-CNTR (4)00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           MOVE SPACES TO WS-RPT-WORK                                   00443715
           STRING 'QUARTERLY PAYMENT STATISTICS RETURN -- QUARTER '     00443715
                  WS-QTR-LABEL ' -- RECONCILIATION TO CLOSFILE'         00443715
             DELIMITED BY SIZE INTO WS-RPT-WORK                         00443715
           WRITE RSTRPT-LINE FROM WS-RPT-WORK                           00443715
             AFTER ADVANCING PAGE                                       00443715
                                                                        00443715
           MOVE SPACES TO WS-RPT-WORK                                   00443715
           STRING 'AMOUNTS IN ORIGINAL CURRENCY, AS CLOSFILE CARRIES '  00443715
                  'THEM'                                                00443715
             DELIMITED BY SIZE INTO WS-RPT-WORK                         00443715
           WRITE RSTRPT-LINE FROM WS-RPT-WORK                           00443715
             AFTER ADVANCING 1 LINE                                     00443715
                                                                        00443715
           PERFORM VARYING WS-MON-SUB FROM 1 BY 1                       00443715
             UNTIL WS-MON-SUB > 4                                       00443715
             PERFORM WRITE-RECONCILE-MONTH-PARA                         00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           MOVE SPACES TO WS-RCN-LINE                                   00443715
           MOVE 'PAYMENTS DATED BEFORE THE QUARTER (NOT REPORTED)'      00443715
             TO WS-RCN-LABEL                                            00443715
           MOVE WS-OUTSIDE-CNTR   TO WS-RCN-CNTR-EDT                    00443715
           MOVE WS-OUTSIDE-AMOUNT TO WS-RCN-AMOUNT-EDT                  00443715
           WRITE RSTRPT-LINE FROM WS-RCN-LINE                           00443715
             AFTER ADVANCING 3 LINES                                    00443715
                                                                        00443715
           IF WS-CLOS-OTHER-CNTR > 0                                    00443715
             MOVE SPACES TO WS-RPT-WORK                                 00443715
             STRING 'CLOSQTR ROWS FOR A MONTH OUTSIDE THE QUARTER '     00443715
                    'IGNORED: ' WS-CLOS-OTHER-CNTR                      00443715
               DELIMITED BY SIZE INTO WS-RPT-WORK                       00443715
             WRITE RSTRPT-LINE FROM WS-RPT-WORK                         00443715
               AFTER ADVANCING 1 LINE                                   00443715
           END-IF                                                       00443715
                                                                        00443715
           PERFORM WRITE-RECONCILE-FRAUD-PARA                           00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       WRITE-RECONCILE-MONTH-PARA.                                      00443715
                                                                        00443715
           MOVE SPACES TO WS-RPT-WORK                                   00443715
           IF WS-MON-SUB = 4                                            00443715
             STRING 'QUARTER ' WS-QTR-LABEL                             00443715
               DELIMITED BY SIZE INTO WS-RPT-WORK                       00443715
           ELSE                                                         00443715
             STRING 'MONTH ' WS-QTR-MONTH (WS-MON-SUB)                  00443715
               DELIMITED BY SIZE INTO WS-RPT-WORK                       00443715
           END-IF                                                       00443715
           WRITE RSTRPT-LINE FROM WS-RPT-WORK                           00443715
             AFTER ADVANCING 3 LINES                                    00443715
                                                                        00443715
           MOVE '  PAYMENTS ON THE RETURN' TO WS-RCN-LABEL              00443715
           MOVE WS-RCN-RET-CNTR (WS-MON-SUB)   TO WS-RCN-WORK-CNTR      00443715
           MOVE WS-RCN-RET-AMOUNT (WS-MON-SUB) TO WS-RCN-WORK-AMOUNT    00443715
           PERFORM WRITE-RECONCILE-LINE-PARA                            00443715
                                                                        00443715
           MOVE '  ADD DECLINED AUTHORIZATIONS' TO WS-RCN-LABEL         00443715
           MOVE WS-RCN-DECL-CNTR (WS-MON-SUB)   TO WS-RCN-WORK-CNTR     00443715
           MOVE WS-RCN-DECL-AMOUNT (WS-MON-SUB) TO WS-RCN-WORK-AMOUNT   00443715
           PERFORM WRITE-RECONCILE-LINE-PARA                            00443715
                                                                        00443715
           MOVE '  LESS PRIOR-PERIOD ADJUSTMENTS' TO WS-RCN-LABEL       00443715
           MOVE WS-RCN-PPA-CNTR (WS-MON-SUB)   TO WS-RCN-WORK-CNTR      00443715
           MOVE WS-RCN-PPA-AMOUNT (WS-MON-SUB) TO WS-RCN-WORK-AMOUNT    00443715
           PERFORM WRITE-RECONCILE-LINE-PARA                            00443715
                                                                        00443715
           MOVE '  LESS PROCESSED OUTSIDE THEIR MONTH'                  00443715
             TO WS-RCN-LABEL                                            00443715
           MOVE WS-RCN-OTH-CNTR (WS-MON-SUB)   TO WS-RCN-WORK-CNTR      00443715
           MOVE WS-RCN-OTH-AMOUNT (WS-MON-SUB) TO WS-RCN-WORK-AMOUNT    00443715
           PERFORM WRITE-RECONCILE-LINE-PARA                            00443715
                                                                        00443715
           MOVE '  EXPECTED CLOSFILE MTD POSITION' TO WS-RCN-LABEL      00443715
           MOVE WS-RCN-EXP-CNTR (WS-MON-SUB)   TO WS-RCN-WORK-CNTR      00443715
           MOVE WS-RCN-EXP-AMOUNT (WS-MON-SUB) TO WS-RCN-WORK-AMOUNT    00443715
           PERFORM WRITE-RECONCILE-LINE-PARA                            00443715
                                                                        00443715
           MOVE '  CLOSFILE MTD POSITION' TO WS-RCN-LABEL               00443715
           MOVE WS-RCN-CLOS-CNTR (WS-MON-SUB)   TO WS-RCN-WORK-CNTR     00443715
           MOVE WS-RCN-CLOS-AMOUNT (WS-MON-SUB) TO WS-RCN-WORK-AMOUNT   00443715
           PERFORM WRITE-RECONCILE-LINE-PARA                            00443715
                                                                        00443715
           MOVE SPACES TO WS-RCN-LINE                                   00443715
           MOVE '  DIFFERENCE' TO WS-RCN-LABEL                          00443715
           MOVE WS-RCN-DIFF-CNTR (WS-MON-SUB)   TO WS-RCN-CNTR-EDT      00443715
           MOVE WS-RCN-DIFF-AMOUNT (WS-MON-SUB) TO WS-RCN-AMOUNT-EDT    00443715
           EVALUATE TRUE                                                00443715
             WHEN WS-MON-SUB < 4                                        00443715
              AND WS-RCN-CLOS-ROWS (WS-MON-SUB) = 0                     00443715
               MOVE '*** CLOSFILE NOT SUPPLIED' TO WS-RCN-NOTE          00443715
               PERFORM RECONCILE-FAILED-PARA                            00443715
             WHEN WS-RCN-DIFF-CNTR (WS-MON-SUB) = 0                     00443715
              AND WS-RCN-DIFF-AMOUNT (WS-MON-SUB) = 0                   00443715
               MOVE 'TIES' TO WS-RCN-NOTE                               00443715
             WHEN OTHER                                                 00443715
               MOVE '*** DOES NOT TIE' TO WS-RCN-NOTE                   00443715
               IF WS-MON-SUB < 4                                        00443715
                 PERFORM RECONCILE-FAILED-PARA                          00443715
               END-IF                                                   00443715
           END-EVALUATE                                                 00443715
           WRITE RSTRPT-LINE FROM WS-RCN-LINE                           00443715
             AFTER ADVANCING 1 LINE                                     00443715
                                                                        00443715
           MOVE SPACES TO WS-RCN-LINE                                   00443715
           MOVE '  UNPRICED -- COUNTED, NO BASE VALUE'                  00443715
             TO WS-RCN-LABEL                                            00443715
           MOVE WS-RCN-UNPR-CNTR (WS-MON-SUB) TO WS-RCN-CNTR-EDT        00443715
           WRITE RSTRPT-LINE FROM WS-RCN-LINE                           00443715
             AFTER ADVANCING 2 LINES                                    00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       WRITE-RECONCILE-LINE-PARA.                                       00443715
      *    WS-RCN-LABEL IS SET BY THE CALLER AND SURVIVES THE CLEAR.    00443715
           MOVE SPACES             TO WS-RCN-LINE (49:)                 00443715
           MOVE WS-RCN-WORK-CNTR   TO WS-RCN-CNTR-EDT                   00443715
           MOVE WS-RCN-WORK-AMOUNT TO WS-RCN-AMOUNT-EDT                 00443715
           WRITE RSTRPT-LINE FROM WS-RCN-LINE                           00443715
             AFTER ADVANCING 1 LINE                                     00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       RECONCILE-FAILED-PARA.                                           00443715
                                                                        00443715
           ADD 1 TO WS-NOT-TIED-CNTR                                    00443715
                                                                        00443715
           DISPLAY 'QUARTERLY RETURN DOES NOT RECONCILE FOR '           00443715
                   WS-QTR-MONTH (WS-MON-SUB)                            00443715
           MOVE 1 TO WS-RUN-FAILED                                      00443715
           MOVE 'RETURN DOES NOT RECONCILE' TO WS-FAIL-REASON           00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       WRITE-RECONCILE-FRAUD-PARA.                                      00443715
      *    EVERY FRAUD-FLAGGED AUTHORIZATION, DECLINED OR NOT, IS ON    00443715
      *    BOTH RSTXFILE AND FRAUDFILE -- THE QUARTER'S NIGHTS MUST     00443715
      *    AGREE.                                                       00443715
           COMPUTE WS-FCTL-DIFF-CNTR =                                  00443715
             WS-FCTL-FILE-CNTR - WS-FCTL-STAT-CNTR                      00443715
           COMPUTE WS-FCTL-DIFF-AMOUNT =                                00443715
             WS-FCTL-FILE-AMOUNT - WS-FCTL-STAT-AMOUNT                  00443715
                                                                        00443715
           MOVE SPACES TO WS-RPT-WORK                                   00443715
           STRING 'FRAUD -- NIGHTS OF THE QUARTER, DECLINED '           00443715
                  'AUTHORIZATIONS INCLUDED'                             00443715
             DELIMITED BY SIZE INTO WS-RPT-WORK                         00443715
           WRITE RSTRPT-LINE FROM WS-RPT-WORK                           00443715
             AFTER ADVANCING 3 LINES                                    00443715
                                                                        00443715
           MOVE '  FRAUD-FLAGGED ON THE STATISTICS' TO WS-RCN-LABEL     00443715
           MOVE WS-FCTL-STAT-CNTR   TO WS-RCN-WORK-CNTR                 00443715
           MOVE WS-FCTL-STAT-AMOUNT TO WS-RCN-WORK-AMOUNT               00443715
           PERFORM WRITE-RECONCILE-LINE-PARA                            00443715
                                                                        00443715
           MOVE '  FRAUD-FLAGGED ON FRAUDFILE' TO WS-RCN-LABEL          00443715
           MOVE WS-FCTL-FILE-CNTR   TO WS-RCN-WORK-CNTR                 00443715
           MOVE WS-FCTL-FILE-AMOUNT TO WS-RCN-WORK-AMOUNT               00443715
           PERFORM WRITE-RECONCILE-LINE-PARA                            00443715
                                                                        00443715
           MOVE SPACES TO WS-RCN-LINE                                   00443715
           MOVE '  DIFFERENCE' TO WS-RCN-LABEL                          00443715
           MOVE WS-FCTL-DIFF-CNTR   TO WS-RCN-CNTR-EDT                  00443715
           MOVE WS-FCTL-DIFF-AMOUNT TO WS-RCN-AMOUNT-EDT                00443715
           IF WS-FCTL-DIFF-CNTR = 0                                     00443715
              AND WS-FCTL-DIFF-AMOUNT = 0                               00443715
             MOVE 'TIES' TO WS-RCN-NOTE                                 00443715
           ELSE                                                         00443715
             MOVE '*** DOES NOT TIE' TO WS-RCN-NOTE                     00443715
             ADD 1 TO WS-NOT-TIED-CNTR                                  00443715
             DISPLAY 'QUARTERLY RETURN FRAUD FIGURES DO NOT TIE TO '    00443715
                     'FRAUDFILE'                                        00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'RETURN DOES NOT RECONCILE' TO WS-FAIL-REASON         00443715
           END-IF                                                       00443715
           WRITE RSTRPT-LINE FROM WS-RCN-LINE                           00443715
             AFTER ADVANCING 1 LINE                                     00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       CHECK-INPUT-GENERATION-PARA.                                     00443715
      *    CALLED AT OPEN WITH GREG-DATASET, GREG-EXPECT AND            00443715
      *    WS-GREG-INPUT-DD SET. A GENERATION THE PRODUCER DID NOT      00443715
      *    REGISTER FOR THIS CYCLE IS REFUSED BEFORE A RECORD OF IT IS  00443715
      *    USED; A DATASET NEVER REGISTERED IS READ WITH A WARNING.     00443715
           MOVE 'C'               TO GREG-FUNCTION                      00443715
           MOVE 'MASTRNRS'        TO GREG-JOB-NAME                      00443715
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
           MOVE 'MASTRNRS'        TO GREG-JOB-NAME                      00443715
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
       REGISTER-RSQHFILE-PARA.                                          00443715
      *    TONIGHT'S RSQHFILE IS TOMORROW'S RSQHIN. A FAILED RUN        00443715
      *    REGISTERS NOTHING.                                           00443715
           MOVE 'R'                    TO GREG-FUNCTION                 00443715
           MOVE 'RSQHFILE'             TO GREG-DATASET                  00443715
           MOVE 'MASTRNRS'             TO GREG-JOB-NAME                 00443715
           MOVE PARM-PROCESS-DATE      TO GREG-PROCESS-DATE             00443715
           MOVE PARM-CYCLE-ID          TO GREG-CYCLE-ID                 00443715
           MOVE WS-RSQHFILE-CNTR       TO GREG-RECORD-CNT               00443715
           MOVE WS-RSQHFILE-HASH-TOTAL TO GREG-HASH-TOTAL               00443715
           CALL 'MASTRNGR' USING GREG-LINKAGE                           00443715
           END-CALL                                                     00443715
                                                                        00443715
           IF GREG-RESULT-MATCHED                                       00443715
             DISPLAY 'RSQHFILE GENERATION REGISTERED FOR '              00443715
                     GREG-PROCESS-DATE ' CYCLE ' GREG-CYCLE-ID          00443715
           ELSE                                                         00443715
             DISPLAY 'RSQHFILE GENERATION COULD NOT BE REGISTERED'      00443715
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
           MOVE 'MASTRNRS'             TO STAT-JOB-NAME                 00443715
           MOVE FUNCTION CURRENT-DATE  TO STAT-RUN-TIMESTAMP            00443715
           IF WS-RUN-FAILED = 1                                         00443715
             MOVE 'FAILED'             TO STAT-COMPLETION-CODE          00443715
             MOVE WS-FAIL-REASON       TO STAT-FAIL-REASON              00443715
           ELSE                                                         00443715
             MOVE 'COMPLETE'           TO STAT-COMPLETION-CODE          00443715
           END-IF                                                       00443715
           MOVE 'RSTXFILE'             TO STAT-CNTR-1-LABEL             00443715
           MOVE WS-RSTXFILE-CNTR       TO STAT-CNTR-1                   00443715
           MOVE 'RSQHFILE'             TO STAT-CNTR-2-LABEL             00443715
           MOVE WS-RSQHFILE-CNTR       TO STAT-CNTR-2                   00443715
           MOVE 'RQRFILE'              TO STAT-CNTR-3-LABEL             00443715
           MOVE WS-RQRFILE-CNTR        TO STAT-CNTR-3                   00443715
           MOVE 'NOT TIED'             TO STAT-CNTR-4-LABEL             00443715
           MOVE WS-NOT-TIED-CNTR       TO STAT-CNTR-4                   00443715
                                                                        00443715
           WRITE STATUS-REC                                             00443715
                                                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       END-PROCESS.                                                     00443715
                                                                        00443715
           MOVE WS-RSTXFILE-CNTR     TO WS-RSTXFILE-CNTR-EDT            00443715
           MOVE WS-FRAUDFILE-CNTR    TO WS-FRAUDFILE-CNTR-EDT           00443715
           MOVE WS-RSQHIN-CNTR       TO WS-RSQHIN-CNTR-EDT              00443715
           MOVE WS-DROPPED-CNTR      TO WS-DROPPED-CNTR-EDT             00443715
           MOVE WS-RSQHFILE-CNTR     TO WS-RSQHFILE-CNTR-EDT            00443715
           MOVE WS-CLOSQTR-CNTR      TO WS-CLOSQTR-CNTR-EDT             00443715
           MOVE WS-RQRFILE-CNTR      TO WS-RQRFILE-CNTR-EDT             00443715
           MOVE WS-NOT-TIED-CNTR     TO WS-NOT-TIED-CNTR-EDT            00443715
                                                                        00443715
           DISPLAY '***************************************'            00443715
           DISPLAY '* PROGRAM NAME  :    MASTRNRS         *'            00443715
           DISPLAY '* RSTXFILE      : ' WS-RSTXFILE-CNTR-EDT            00443715
                   '         *'                                         00443715
           DISPLAY '* FRAUDFILE     : ' WS-FRAUDFILE-CNTR-EDT           00443715
                   '         *'                                         00443715
           DISPLAY '* RSQHIN        : ' WS-RSQHIN-CNTR-EDT              00443715
                   '         *'                                         00443715
           DISPLAY '* DROPPED       : ' WS-DROPPED-CNTR-EDT             00443715
                   '         *'                                         00443715
           DISPLAY '* RSQHFILE      : ' WS-RSQHFILE-CNTR-EDT            00443715
                   '         *'                                         00443715
           DISPLAY '* CLOSQTR       : ' WS-CLOSQTR-CNTR-EDT             00443715
                   '         *'                                         00443715
           DISPLAY '* RQRFILE       : ' WS-RQRFILE-CNTR-EDT             00443715
                   '         *'                                         00443715
           DISPLAY '* NOT TIED      : ' WS-NOT-TIED-CNTR-EDT            00443715
                   '         *'                                         00443715
           DISPLAY '***************************************'            00443715
                                                                        00443715
           IF WS-RUN-FAILED = 0                                         00443715
             PERFORM REGISTER-RSQHFILE-PARA                             00443715
           END-IF                                                       00443715
                                                                        00443715
           PERFORM WRITE-STATUS-FILE-PARA                               00443715
                                                                        00443715
           CLOSE RSTXFILE.                                              00443715
           CLOSE FRAUDFILE.                                             00443715
           CLOSE RSQHFILE.                                              00443715
           IF WS-QEND-RUN = 1                                           00443715
             CLOSE RSTRPT                                               00443715
             CLOSE RQRFILE                                              00443715
           END-IF                                                       00443715
           CLOSE STATUSFILE.                                            00443715
                                                                        00443715
           IF WS-RUN-FAILED = 1                                         00443715
             MOVE 8 TO RETURN-CODE                                      00443715
           END-IF                                                       00443715
                                                                        00443715
           STOP RUN.                                                    00443715
                                                                        00443715
       END PROGRAM  MASTRNRS.                                           00443715
