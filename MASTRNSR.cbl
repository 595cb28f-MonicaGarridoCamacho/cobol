       ID DIVISION.                                                     00443715
       PROGRAM-ID. MASTRNSR.                                            00443715
      *    MASTRNSR IS THE CARD-NETWORK SETTLEMENT RECONCILIATION.      00443715
      *    EACH NETWORK SENDS A DAILY SETTLEMENT FILE WITH ITS TOTALS   00443715
      *    BY CARD BRAND AND SETTLEMENT DATE, AND NOTHING USED TO       00443715
      *    HOLD IT AGAINST WHAT WE AUTHORIZED. THIS JOB SUMS THE        00443715
      *    EDITED TRANFILE (MASTRANE'S EDITFILE -- BOTH THE STANDARD    00443715
      *    FEED AND THE NORMALIZED SECOND-NETWORK FEED) BY CARD BRAND,  00443715
      *    TRANSACTION DATE, TYPE AND CURRENCY -- APPROVED              00443715
      *    AUTHORIZATIONS, REFUNDS AND REVERSALS; CHARGEBACKS SETTLE    00443715
      *    THROUGH THE DISPUTE PROCESS, NOT HERE -- AND MATCHES THOSE   00443715
      *    SUMS TO THE NETWORK SETTLEMENT TOTALS ON NSETFILE. EVERY     00443715
      *    BREAK GOES TO BRKFILE WITH ITS COUNT AND AMOUNT DIFFERENCE.  00443715
      *    BREAKS ARE CARRIED ACROSS CYCLES THE SAME WAY MASTRANB       00443715
      *    CARRIES DISPUTE CASES: BRKIN IS THE PRIOR CYCLE'S BREAKS,    00443715
      *    EACH CARRYING ITS RUNNING TOTALS FOR BOTH SIDES, AND         00443715
      *    TONIGHT'S LATE TRANSACTIONS AND LATE SETTLEMENTS FOR THE     00443715
      *    SAME KEY ARE ADDED ON. A BREAK THAT NETS TO ZERO IS          00443715
      *    WRITTEN ONCE MORE AS CLEARED AND DROPPED ON THE NEXT         00443715
      *    CYCLE'S LOAD, SO TREASURY SEES EVERY DAY THE MONEY WAS       00443715
      *    OUTSTANDING.                                                 00443715
       ENVIRONMENT DIVISION.                                            00443715
       INPUT-OUTPUT SECTION.                                            00443715
       FILE-CONTROL.                                                    00443715
            SELECT EDITFILE ASSIGN TO EDITFILE                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS EDITFILE-FILE-STATUS.                        00443715
            SELECT NSETFILE ASSIGN TO NSETFILE                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS NSETFILE-FILE-STATUS.                        00443715
            SELECT BRKIN ASSIGN TO BRKIN                                00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS BRKIN-FILE-STATUS.                           00443715
            SELECT BRKFILE ASSIGN TO BRKFILE                            00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS BRKFILE-FILE-STATUS.                         00443715
            SELECT RECNRPT ASSIGN TO RECNRPT                            00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS RECNRPT-FILE-STATUS.                         00443715
            SELECT PARMFILE ASSIGN TO PARMFILE                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS PARMFILE-FILE-STATUS.                        00443715
            SELECT STATUSFILE ASSIGN TO STATUSFILE                      00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS STATUSFILE-FILE-STATUS.                      00443715
       DATA DIVISION.                                                   00443715
       FILE SECTION.                                                    00443715
       FD EDITFILE.                                                     00443715
      *    TRANS-REC AND ITS REDEFINES ARE REPLICATED BYTE-FOR-BYTE     00443715
      *    FROM MASTRANC.CBL -- THIS LAYOUT IS NOT A SHARED COPYBOOK    00443715
      *    IN THIS SYSTEM, SO MASTRANC REMAINS THE ONE PLACE THE        00443715
      *    PHYSICAL RECORD IS DEFINED AND THIS IS ITS MIRROR.           00443715
       01 TRANS-REC.                                                    00443715
          10 TXN-HDR-CREDTT                                             00443715
                PIC X(40).                                              00443715
          10 TXN-AUREQ-ENV-A-ID-ID                                      00443715
                PIC X(40).                                              00443715
          10 TXN-AUREQ-ENV-M-ID-ID                                      00443715
                PIC X(40).                                              00443715
          10 TXN-AUREQ-ENV-M-CMONNM                                     00443715
                PIC X(40).                                              00443715
          10 TXN-AUREQ-ENV-CPL-PAN                                      00443715
                PIC X(40).                                              00443715
          10 TXN-AUREQ-ENV-C-CARDBRND                                   00443715
                PIC X(40).                                              00443715
          10 TXN-AUREQ-TX-MRCHNTCTGYCD                                  00443715
                PIC X(40).                                              00443715
          10 TXN-AUREQ-TX-DT-TTLAMT                                     00443715
                PIC X(40).                                              00443715
          10 TRAN-CONT-ID         PIC 9(10).                            00443715
          10 MDM-POSTAL-CODE-ID                                         00443715
                PIC X(40).                                              00443715
          10 AGE                  PIC 9(2).                             00443715
          10 AUTHORRESULT-RSPNT                                         00443715
                PIC X(40).                                              00443715
          10 FRAUD-VER-RESULT                                           00443715
                PIC X(40).                                              00443715
          10 TXN-TYPE-CODE         PIC X(2).                            00443715
             88 TXN-TYPE-AUTHORIZATION  VALUE 'AU' SPACES.              00443715
             88 TXN-TYPE-REFUND         VALUE 'RF'.                     00443715
             88 TXN-TYPE-CHARGEBACK     VALUE 'CB'.                     00443715
             88 TXN-TYPE-REVERSAL       VALUE 'RV'.                     00443715
                                                                        00443715
                                                                        00443715
             88 TXN-TYPE-HEADER         VALUE 'HD'.                     00443715
             88 TXN-TYPE-TRAILER        VALUE 'TR'.                     00443715
          10 TXN-CURRENCY-CODE    PIC X(3).                             00443715
          10 TXN-INST-ID          PIC X(4).                             00443715
                                                                        00443715
       01 REFUND-REC REDEFINES TRANS-REC.                               00443715
          10 RFD-HDR-CREDTT        PIC X(40).                           00443715
          10 RFD-ORIG-TXN-REF      PIC X(40).                           00443715
          10 RFD-MERCHANT-ID       PIC X(40).                           00443715
          10 RFD-CARD-BRAND        PIC X(40).                           00443715
          10 RFD-MRCHNTCTGYCD      PIC X(40).                           00443715
          10 RFD-AMOUNT            PIC X(40).                           00443715
          10 RFD-CONT-ID           PIC 9(10).                           00443715
          10 FILLER                PIC X(202).                          00443715
          10 RFD-TYPE-CODE         PIC X(2).                            00443715
          10 RFD-CURRENCY-CODE     PIC X(3).                            00443715
                                                                        00443715
       01 CHARGEBACK-REC REDEFINES TRANS-REC.                           00443715
          10 CBK-HDR-CREDTT        PIC X(40).                           00443715
          10 CBK-ORIG-TXN-REF      PIC X(40).                           00443715
          10 CBK-MERCHANT-ID       PIC X(40).                           00443715
          10 CBK-CARD-BRAND        PIC X(40).                           00443715
          10 CBK-REASON-CODE       PIC X(40).                           00443715
          10 CBK-AMOUNT            PIC X(40).                           00443715
          10 CBK-CONT-ID           PIC 9(10).                           00443715
          10 FILLER                PIC X(202).                          00443715
          10 CBK-TYPE-CODE         PIC X(2).                            00443715
          10 CBK-CURRENCY-CODE     PIC X(3).                            00443715
                                                                        00443715
       01 REVERSAL-REC REDEFINES TRANS-REC.                             00443715
          10 RVS-HDR-CREDTT        PIC X(40).                           00443715
          10 RVS-ORIG-TXN-REF      PIC X(40).                           00443715
          10 RVS-MERCHANT-ID       PIC X(40).                           00443715
          10 RVS-CARD-BRAND        PIC X(40).                           00443715
          10 RVS-AMOUNT            PIC X(40).                           00443715
          10 RVS-CONT-ID           PIC 9(10).                           00443715
          10 FILLER                PIC X(242).                          00443715
          10 RVS-TYPE-CODE         PIC X(2).                            00443715
          10 RVS-CURRENCY-CODE     PIC X(3).                            00443715
                                                                        00443715
      *    THE NETWORK BOOKENDS EACH TRANFILE GENERATION WITH A         00443715
      *    HEADER AND TRAILER CONTROL RECORD ('HD'/'TR' IN THE SAME     00443715
      *    TXN-TYPE-CODE BYTES) CARRYING THE FILE'S GENERATION DATE,    00443715
      *    RECORD COUNT AND A HASH TOTAL OF THE AMOUNT FIELDS, SO A     00443715
      *    TRUNCATED OR DOUBLE-SHIPPED FILE IS CAUGHT THE SAME NIGHT    00443715
      *    IT ARRIVES INSTEAD OF DAYS LATER IN THE NUMBERS.             00443715
       01 HEADER-REC REDEFINES TRANS-REC.                               00443715
          10 HDR-GEN-DATE          PIC X(8).                            00443715
          10 FILLER                PIC X(444).                          00443715
          10 HDR-TYPE-CODE         PIC X(2).                            00443715
          10 FILLER                PIC X(3).                            00443715
                                                                        00443715
       01 TRAILER-REC REDEFINES TRANS-REC.                              00443715
          10 TRL-GEN-DATE          PIC X(8).                            00443715
          10 TRL-RECORD-COUNT      PIC 9(9).                            00443715
          10 TRL-HASH-TOTAL        PIC 9(16)V99.                        00443715
          10 FILLER                PIC X(417).                          00443715
          10 TRL-TYPE-CODE         PIC X(2).                            00443715
          10 FILLER                PIC X(3).                            00443715
                                                                        00443715
      *    NSETFILE IS THE NETWORKS' SETTLEMENT TOTALS, ONE ROW PER     00443715
      *    (SETTLEMENT DATE, CARD BRAND, TRANSACTION TYPE, CURRENCY)    00443715
      *    WITH THE COUNT AND THE UNSIGNED AMOUNT SETTLED. EACH         00443715
      *    NETWORK'S DAILY FILE IS CONCATENATED ON THIS DD.             00443715
       FD NSETFILE.                                                     00443715
       01 NSET-REC.                                                     00443715
          05 NSET-SETTLE-DATE      PIC X(8).                            00443715
          05 NSET-SEPARATOR-1      PIC X(1).                            00443715
          05 NSET-BRAND            PIC X(20).                           00443715
          05 NSET-SEPARATOR-2      PIC X(1).                            00443715
          05 NSET-TYPE-CODE        PIC X(2).                            00443715
          05 NSET-SEPARATOR-3      PIC X(1).                            00443715
          05 NSET-CURRENCY-CODE    PIC X(3).                            00443715
          05 NSET-SEPARATOR-4      PIC X(1).                            00443715
          05 NSET-TXN-CNTR         PIC X(9).                            00443715
          05 NSET-SEPARATOR-5      PIC X(1).                            00443715
          05 NSET-AMOUNT           PIC X(18).                           00443715
                                                                        00443715
      *    BRKIN IS THE PRIOR CYCLE'S BREAK FILE AND BRKFILE IS         00443715
      *    TONIGHT'S -- ONE ROW PER UNRECONCILED KEY WITH THE           00443715
      *    RUNNING TOTALS ON EACH SIDE, THE DIFFERENCES (OURS MINUS     00443715
      *    THE NETWORK'S), THE DIRECTION ('SHORT' = THE NETWORK         00443715
      *    SETTLED LESS THAN WE BOOKED, 'OVER' = MORE), THE DATE THE    00443715
      *    BREAK WAS FIRST SEEN AND ITS STATUS ('OPEN' OR 'CLEARED').   00443715
       FD BRKIN.                                                        00443715
       01 BRKIN-REC.                                                    00443715
          05 BIN-SETTLE-DATE       PIC X(8).                            00443715
          05 BIN-SEPARATOR-1       PIC X(1).                            00443715
          05 BIN-BRAND             PIC X(20).                           00443715
          05 BIN-SEPARATOR-2       PIC X(1).                            00443715
          05 BIN-TYPE-CODE         PIC X(2).                            00443715
          05 BIN-SEPARATOR-3       PIC X(1).                            00443715
          05 BIN-CURRENCY-CODE     PIC X(3).                            00443715
          05 BIN-SEPARATOR-4       PIC X(1).                            00443715
          05 BIN-OUR-CNTR          PIC X(9).                            00443715
          05 BIN-SEPARATOR-5       PIC X(1).                            00443715
          05 BIN-OUR-AMOUNT        PIC X(18).                           00443715
          05 BIN-SEPARATOR-6       PIC X(1).                            00443715
          05 BIN-NET-CNTR          PIC X(9).                            00443715
          05 BIN-SEPARATOR-7       PIC X(1).                            00443715
          05 BIN-NET-AMOUNT        PIC X(18).                           00443715
          05 BIN-SEPARATOR-8       PIC X(1).                            00443715
          05 BIN-CNTR-DIFF         PIC X(10).                           00443715
          05 BIN-SEPARATOR-9       PIC X(1).                            00443715
          05 BIN-AMOUNT-DIFF       PIC X(18).                           00443715
          05 BIN-SEPARATOR-10      PIC X(1).                            00443715
          05 BIN-DIRECTION         PIC X(5).                            00443715
          05 BIN-SEPARATOR-11      PIC X(1).                            00443715
          05 BIN-OPEN-DATE         PIC X(8).                            00443715
          05 BIN-SEPARATOR-12      PIC X(1).                            00443715
          05 BIN-STATUS            PIC X(8).                            00443715
                                                                        00443715
       FD BRKFILE.                                                      00443715
       01 BRK-REC.                                                      00443715
          05 BRK-SETTLE-DATE       PIC X(8).                            00443715
          05 BRK-SEPARATOR-1       PIC X(1).                            00443715
          05 BRK-BRAND             PIC X(20).                           00443715
          05 BRK-SEPARATOR-2       PIC X(1).                            00443715
          05 BRK-TYPE-CODE         PIC X(2).                            00443715
          05 BRK-SEPARATOR-3       PIC X(1).                            00443715
          05 BRK-CURRENCY-CODE     PIC X(3).                            00443715
          05 BRK-SEPARATOR-4       PIC X(1).                            00443715
          05 BRK-OUR-CNTR          PIC 9(9).                            00443715
          05 BRK-SEPARATOR-5       PIC X(1).                            00443715
          05 BRK-OUR-AMOUNT        PIC Z(13)9.99-.                      00443715
          05 BRK-SEPARATOR-6       PIC X(1).                            00443715
          05 BRK-NET-CNTR          PIC 9(9).                            00443715
          05 BRK-SEPARATOR-7       PIC X(1).                            00443715
          05 BRK-NET-AMOUNT        PIC Z(13)9.99-.                      00443715
          05 BRK-SEPARATOR-8       PIC X(1).                            00443715
          05 BRK-CNTR-DIFF         PIC Z(8)9-.                          00443715
          05 BRK-SEPARATOR-9       PIC X(1).                            00443715
          05 BRK-AMOUNT-DIFF       PIC Z(13)9.99-.                      00443715
          05 BRK-SEPARATOR-10      PIC X(1).                            00443715
          05 BRK-DIRECTION         PIC X(5).                            00443715
          05 BRK-SEPARATOR-11      PIC X(1).                            00443715
          05 BRK-OPEN-DATE         PIC X(8).                            00443715
          05 BRK-SEPARATOR-12      PIC X(1).                            00443715
          05 BRK-STATUS            PIC X(8).                            00443715
                                                                        00443715
       FD RECNRPT.                                                      00443715
       01 RECNRPT-LINE            PIC X(132).                           00443715
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
       01 EDITFILE-FILE-STATUS  PIC X(2).                               00443715
       01 NSETFILE-FILE-STATUS  PIC X(2).                               00443715
       01 BRKIN-FILE-STATUS     PIC X(2).                               00443715
       01 BRKFILE-FILE-STATUS   PIC X(2).                               00443715
       01 RECNRPT-FILE-STATUS   PIC X(2).                               00443715
       01 PARMFILE-FILE-STATUS  PIC X(2).                               00443715
       01 STATUSFILE-FILE-STATUS PIC X(2).                              00443715
       01 WS-RUN-FAILED         PIC 9 VALUE 0.                          00443715
       01 WS-FAIL-REASON        PIC X(40) VALUE SPACES.                 00443715
       01 WS-STATUS-OPEN        PIC 9 VALUE 0.                          00443715
       01 WS-PARM-READ-OK       PIC 9 VALUE 0.                          00443715
       01 WS-EOF                PIC 9 VALUE 0.                          00443715
       01 WS-COUNTERS-1.                                                00443715
          05 WS-EDITFILE-CNTR     PIC 9(9) VALUE ZEROES.                00443715
          05 WS-SETTLED-CNTR      PIC 9(9) VALUE ZEROES.                00443715
          05 WS-NSETFILE-CNTR     PIC 9(9) VALUE ZEROES.                00443715
          05 WS-NSET-BAD-CNTR     PIC 9(9) VALUE ZEROES.                00443715
          05 WS-BRKIN-CNTR        PIC 9(9) VALUE ZEROES.                00443715
          05 WS-MATCHED-CNTR      PIC 9(9) VALUE ZEROES.                00443715
          05 WS-OPEN-BRK-CNTR     PIC 9(9) VALUE ZEROES.                00443715
          05 WS-NEW-BRK-CNTR      PIC 9(9) VALUE ZEROES.                00443715
          05 WS-CLEARED-CNTR      PIC 9(9) VALUE ZEROES.                00443715
          05 WS-BRKFILE-CNTR      PIC 9(9) VALUE ZEROES.                00443715
          05 WS-EDITDATA-CNTR     PIC 9(9) VALUE ZEROES.                00443715
       01 WS-EDITFILE-CNTR-EDT  PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-SETTLED-CNTR-EDT   PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-NSETFILE-CNTR-EDT  PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-BRKIN-CNTR-EDT     PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-MATCHED-CNTR-EDT   PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-OPEN-BRK-CNTR-EDT  PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-CLEARED-CNTR-EDT   PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-BRKFILE-CNTR-EDT   PIC ZZZ,ZZZ,ZZ9.                        00443715
      *    THE GENERATION REGISTRY'S FIGURES. EDITFILE IS COUNTED AND   00443715
      *    HASHED AS MASTRANE REGISTERED IT -- DATA RECORDS ONLY, ON    00443715
      *    THE ABSOLUTE AMOUNTS, THE HD/TR CONTROL RECORDS LEFT OUT.    00443715
      *    BREAK ROWS CARRY NO CONTRACT ID, SO BRKIN AND BRKFILE HASH   00443715
      *    ON THE TRANSACTION COUNTS, OURS AND THE NETWORK'S.           00443715
       01 WS-EDITFILE-HASH-TOTAL PIC 9(16)V99 VALUE ZEROES.             00443715
       01 WS-BRKIN-HASH-TOTAL   PIC 9(16)V99 VALUE ZEROES.              00443715
       01 WS-BRKFILE-HASH-TOTAL PIC 9(16)V99 VALUE ZEROES.              00443715
       01 WS-EDITFILE-REG       PIC 9 VALUE 0.                          00443715
       01 WS-BRKIN-REG          PIC 9 VALUE 0.                          00443715
       01 WS-GREG-INPUT-DD      PIC X(8) VALUE SPACES.                  00443715
       COPY GREGLNK.                                                    00443715
      *    THE KEY AND AMOUNT OF THE FIGURE BEING POSTED TO THE         00443715
      *    RECONCILIATION TABLE, FROM WHICHEVER SIDE IT CAME.           00443715
       01 WS-CUR-KEY.                                                   00443715
          05 WS-CUR-DATE          PIC X(8).                             00443715
          05 WS-CUR-BRAND         PIC X(20).                            00443715
          05 WS-CUR-TYPE          PIC X(2).                             00443715
          05 WS-CUR-CURR          PIC X(3).                             00443715
       01 WS-CUR-CNTR           PIC 9(9).                               00443715
       01 WS-CUR-AMOUNT         PIC S9(16)V99.                          00443715
       01 WS-CUR-AMOUNT-TXT     PIC X(40).                              00443715
       01 WS-CUR-SIDE           PIC X(1).                               00443715
      *    WS-RCN-TABLE HOLDS ONE ROW PER KEY SEEN TONIGHT OR CARRIED   00443715
      *    IN AS AN OPEN BREAK. IF IT EVER FILLS, THE RUN STOPS         00443715
      *    RATHER THAN SILENTLY DROP A BREAK TREASURY IS CHASING.       00443715
       01 WS-RCN-USED           PIC 9(4) VALUE ZEROES.                  00443715
       01 WS-RCN-IDX            PIC 9(4).                               00443715
       01 WS-RCN-TABLE.                                                 00443715
          05 WS-RCN-ENTRY OCCURS 3000 TIMES                             00443715
               INDEXED BY WS-RCN-TABIDX.                                00443715
             10 WS-RCN-KEY.                                             00443715
                15 WS-RCN-DATE        PIC X(8).                         00443715
                15 WS-RCN-BRAND       PIC X(20).                        00443715
                15 WS-RCN-TYPE        PIC X(2).                         00443715
                15 WS-RCN-CURR        PIC X(3).                         00443715
             10 WS-RCN-OUR-CNTR     PIC 9(9).                           00443715
             10 WS-RCN-OUR-AMOUNT   PIC S9(16)V99.                      00443715
             10 WS-RCN-NET-CNTR     PIC 9(9).                           00443715
             10 WS-RCN-NET-AMOUNT   PIC S9(16)V99.                      00443715
             10 WS-RCN-CARRIED      PIC 9.                              00443715
             10 WS-RCN-OPEN-DATE    PIC X(8).                           00443715
             10 WS-RCN-STATUS       PIC X(8).                           00443715
       01 WS-CNTR-DIFF          PIC S9(9).                              00443715
       01 WS-AMOUNT-DIFF        PIC S9(16)V99.                          00443715
       01 WS-TOTAL-SHORT        PIC S9(16)V99 VALUE ZEROES.             00443715
       01 WS-TOTAL-OVER         PIC S9(16)V99 VALUE ZEROES.             00443715
       01 WS-RPT-HEADER-1.                                              00443715
          05 FILLER              PIC X(40) VALUE                        00443715
            'CARD-NETWORK SETTLEMENT RECONCILIATION  '.                 00443715
          05 FILLER              PIC X(13) VALUE 'PROCESS DATE '.       00443715
          05 RPT-HDR-DATE        PIC X(8).                              00443715
       01 WS-RPT-HEADER-2.                                              00443715
          05 FILLER              PIC X(46) VALUE                        00443715
            'DATE     BRAND                TY CUR STATUS   '.           00443715
          05 FILLER              PIC X(50) VALUE                        00443715
            ' OURS CNT   NET CNT   CNT DIFF        AMOUNT DIFF '.       00443715
          05 FILLER              PIC X(16) VALUE                        00443715
            'DIR   FIRST SEEN'.                                         00443715
       01 WS-RPT-DETAIL.                                                00443715
          05 RPT-DATE            PIC X(8).                              00443715
          05 FILLER              PIC X(1) VALUE SPACES.                 00443715
          05 RPT-BRAND           PIC X(20).                             00443715
          05 FILLER              PIC X(1) VALUE SPACES.                 00443715
          05 RPT-TYPE            PIC X(2).                              00443715
          05 FILLER              PIC X(1) VALUE SPACES.                 00443715
          05 RPT-CURR            PIC X(3).                              00443715
          05 FILLER              PIC X(1) VALUE SPACES.                 00443715
          05 RPT-STATUS          PIC X(8).                              00443715
          05 FILLER              PIC X(1) VALUE SPACES.                 00443715
          05 RPT-OUR-CNTR        PIC ZZZZZZZZ9.                         00443715
          05 FILLER              PIC X(1) VALUE SPACES.                 00443715
          05 RPT-NET-CNTR        PIC ZZZZZZZZ9.                         00443715
          05 FILLER              PIC X(1) VALUE SPACES.                 00443715
          05 RPT-CNTR-DIFF       PIC ZZZZZZZZ9-.                        00443715
          05 FILLER              PIC X(1) VALUE SPACES.                 00443715
          05 RPT-AMOUNT-DIFF     PIC Z(13)9.99-.                        00443715
          05 FILLER              PIC X(1) VALUE SPACES.                 00443715
          05 RPT-DIRECTION       PIC X(5).                              00443715
          05 FILLER              PIC X(1) VALUE SPACES.                 00443715
          05 RPT-OPEN-DATE       PIC X(8).                              00443715
       01 WS-RPT-TOTAL.                                                 00443715
          05 RPT-TOT-LABEL       PIC X(40).                             00443715
          05 RPT-TOT-CNTR        PIC ZZZ,ZZZ,ZZ9.                       00443715
          05 FILLER              PIC X(2) VALUE SPACES.                 00443715
          05 RPT-TOT-AMOUNT      PIC Z(13)9.99-.                        00443715
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
           PERFORM LOAD-BREAKS-PARA                                     00443715
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
           MOVE 'MASTRNSR' TO PGAT-JOB-NAME                             00443715
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
      *    A NEW BREAK IS STAMPED WITH THE PROCESS DATE IT WAS FIRST    00443715
      *    SEEN ON -- WITHOUT ONE THE BREAKS CANNOT BE AGED.            00443715
           IF PARM-PROCESS-DATE NOT NUMERIC                             00443715
             DISPLAY 'PARM-PROCESS-DATE MISSING -- BREAKS CANNOT '      00443715
                     'BE AGED'                                          00443715
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
           OPEN INPUT EDITFILE                                          00443715
                                                                        00443715
           IF EDITFILE-FILE-STATUS NOT = '00'                           00443715
           THEN                                                         00443715
             DISPLAY 'OPEN EDIT FILE-STATUS = '  EDITFILE-FILE-STATUS   00443715
                                                                        00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'FILE OPEN ERROR' TO WS-FAIL-REASON                   00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           MOVE 'EDITFILE' TO GREG-DATASET                              00443715
           MOVE 'D'        TO GREG-EXPECT                               00443715
           MOVE 'EDITFILE' TO WS-GREG-INPUT-DD                          00443715
           PERFORM CHECK-INPUT-GENERATION-PARA                          00443715
           IF GREG-RESULT-MATCHED                                       00443715
             MOVE 1 TO WS-EDITFILE-REG                                  00443715
           END-IF                                                       00443715
                                                                        00443715
           OPEN INPUT NSETFILE                                          00443715
                                                                        00443715
           IF NSETFILE-FILE-STATUS NOT = '00'                           00443715
           THEN                                                         00443715
             DISPLAY 'OPEN NSET FILE-STATUS = '  NSETFILE-FILE-STATUS   00443715
                                                                        00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'FILE OPEN ERROR' TO WS-FAIL-REASON                   00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           OPEN OUTPUT BRKFILE                                          00443715
                                                                        00443715
           IF BRKFILE-FILE-STATUS NOT = '00'                            00443715
           THEN                                                         00443715
             DISPLAY 'OPEN BRK FILE-STATUS = '  BRKFILE-FILE-STATUS     00443715
                                                                        00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'FILE OPEN ERROR' TO WS-FAIL-REASON                   00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           OPEN OUTPUT RECNRPT                                          00443715
                                                                        00443715
           IF RECNRPT-FILE-STATUS NOT = '00'                            00443715
           THEN                                                         00443715
             DISPLAY 'OPEN RECNRPT FILE-STATUS = '                      00443715
                     RECNRPT-FILE-STATUS                                00443715
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
       LOAD-BREAKS-PARA.                                                00443715
      *    BREAKS CLEARED ON AN EARLIER CYCLE WERE KEPT FOR ONE         00443715
      *    GENERATION AS AN AUDIT TRAIL -- THEY ARE DROPPED HERE.       00443715
           OPEN INPUT BRKIN                                             00443715
                                                                        00443715
           IF BRKIN-FILE-STATUS NOT = '00'                              00443715
           THEN                                                         00443715
             DISPLAY 'NO PRIOR BREAK FILE -- EVERY BREAK IS NEW'        00443715
           ELSE                                                         00443715
             MOVE 'BRKFILE'  TO GREG-DATASET                            00443715
             MOVE 'P'        TO GREG-EXPECT                             00443715
             MOVE 'BRKIN'    TO WS-GREG-INPUT-DD                        00443715
             PERFORM CHECK-INPUT-GENERATION-PARA                        00443715
             IF GREG-RESULT-MATCHED                                     00443715
               MOVE 1 TO WS-BRKIN-REG                                   00443715
             END-IF                                                     00443715
                                                                        00443715
             MOVE 0 TO WS-EOF                                           00443715
             PERFORM UNTIL WS-EOF = 1                                   00443715
               READ BRKIN                                               00443715
                 AT END                                                 00443715
                   MOVE 1 TO WS-EOF                                     00443715
                 NOT AT END                                             00443715
                   ADD 1 TO WS-BRKIN-CNTR                               00443715
                   ADD FUNCTION NUMVAL (BIN-OUR-CNTR)                   00443715
                     TO WS-BRKIN-HASH-TOTAL                             00443715
                   ADD FUNCTION NUMVAL (BIN-NET-CNTR)                   00443715
                     TO WS-BRKIN-HASH-TOTAL                             00443715
                   IF BIN-STATUS NOT = 'CLEARED'                        00443715
                     PERFORM ADD-BREAK-FROM-FILE-PARA                   00443715
                   END-IF                                               00443715
               END-READ                                                 00443715
             END-PERFORM                                                00443715
                                                                        00443715
             CLOSE BRKIN                                                00443715
                                                                        00443715
             IF WS-BRKIN-REG = 1                                        00443715
               MOVE 'BRKFILE'           TO GREG-DATASET                 00443715
               MOVE 'P'                 TO GREG-EXPECT                  00443715
               MOVE 'BRKIN'             TO WS-GREG-INPUT-DD             00443715
               MOVE WS-BRKIN-CNTR       TO GREG-RECORD-CNT              00443715
               MOVE WS-BRKIN-HASH-TOTAL TO GREG-HASH-TOTAL              00443715
               PERFORM VERIFY-INPUT-GENERATION-PARA                     00443715
             END-IF                                                     00443715
           END-IF                                                       00443715
                                                                        00443715
           DISPLAY 'OPEN BREAKS CARRIED IN = ' WS-RCN-USED              00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       ADD-BREAK-FROM-FILE-PARA.                                        00443715
                                                                        00443715
           IF WS-RCN-USED < 3000                                        00443715
             ADD 1 TO WS-RCN-USED                                       00443715
             MOVE BIN-SETTLE-DATE   TO WS-RCN-DATE (WS-RCN-USED)        00443715
             MOVE BIN-BRAND         TO WS-RCN-BRAND (WS-RCN-USED)       00443715
             MOVE BIN-TYPE-CODE     TO WS-RCN-TYPE (WS-RCN-USED)        00443715
             MOVE BIN-CURRENCY-CODE TO WS-RCN-CURR (WS-RCN-USED)        00443715
             COMPUTE WS-RCN-OUR-CNTR (WS-RCN-USED) =                    00443715
               FUNCTION NUMVAL (BIN-OUR-CNTR)                           00443715
             COMPUTE WS-RCN-OUR-AMOUNT (WS-RCN-USED) =                  00443715
               FUNCTION NUMVAL (BIN-OUR-AMOUNT)                         00443715
             COMPUTE WS-RCN-NET-CNTR (WS-RCN-USED) =                    00443715
               FUNCTION NUMVAL (BIN-NET-CNTR)                           00443715
             COMPUTE WS-RCN-NET-AMOUNT (WS-RCN-USED) =                  00443715
               FUNCTION NUMVAL (BIN-NET-AMOUNT)                         00443715
             MOVE 1                 TO WS-RCN-CARRIED (WS-RCN-USED)     00443715
             MOVE BIN-OPEN-DATE     TO WS-RCN-OPEN-DATE (WS-RCN-USED)   00443715
             MOVE 'OPEN'            TO WS-RCN-STATUS (WS-RCN-USED)      00443715
           ELSE                                                         00443715
             DISPLAY 'RECONCILIATION TABLE FULL -- CANNOT CARRY '       00443715
                     'EVERY OPEN BREAK, RUN FAILED'                     00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'RECONCILIATION TABLE FULL' TO WS-FAIL-REASON         00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       MAIN-PROCESS.                                                    00443715
                                                                        00443715
           MOVE 0 TO WS-EOF                                             00443715
           PERFORM UNTIL WS-EOF = 1                                     00443715
             READ EDITFILE                                              00443715
               AT END                                                   00443715
                 MOVE 1 TO WS-EOF                                       00443715
               NOT AT END                                               00443715
                 ADD 1 TO WS-EDITFILE-CNTR                              00443715
                 PERFORM ACCUM-EDIT-CONTROL-PARA                        00443715
                 PERFORM ACCUM-OUR-SIDE-PARA                            00443715
             END-READ                                                   00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           IF WS-EDITFILE-REG = 1                                       00443715
             MOVE 'EDITFILE'             TO GREG-DATASET                00443715
             MOVE 'D'                    TO GREG-EXPECT                 00443715
             MOVE 'EDITFILE'             TO WS-GREG-INPUT-DD            00443715
             MOVE WS-EDITDATA-CNTR       TO GREG-RECORD-CNT             00443715
             MOVE WS-EDITFILE-HASH-TOTAL TO GREG-HASH-TOTAL             00443715
             PERFORM VERIFY-INPUT-GENERATION-PARA                       00443715
           END-IF                                                       00443715
                                                                        00443715
           MOVE 0 TO WS-EOF                                             00443715
           PERFORM UNTIL WS-EOF = 1                                     00443715
             READ NSETFILE                                              00443715
               AT END                                                   00443715
                 MOVE 1 TO WS-EOF                                       00443715
               NOT AT END                                               00443715
                 ADD 1 TO WS-NSETFILE-CNTR                              00443715
                 PERFORM ACCUM-NETWORK-SIDE-PARA                        00443715
             END-READ                                                   00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           IF WS-NSET-BAD-CNTR > 0                                      00443715
             DISPLAY 'NSETFILE ROWS WITH UNPARSEABLE FIGURES = '        00443715
                     WS-NSET-BAD-CNTR                                   00443715
           END-IF                                                       00443715
                                                                        00443715
           MOVE PARM-PROCESS-DATE TO RPT-HDR-DATE                       00443715
           WRITE RECNRPT-LINE FROM WS-RPT-HEADER-1                      00443715
           WRITE RECNRPT-LINE FROM WS-RPT-HEADER-2                      00443715
             AFTER ADVANCING 2 LINES                                    00443715
                                                                        00443715
           PERFORM VARYING WS-RCN-IDX FROM 1 BY 1                       00443715
             UNTIL WS-RCN-IDX > WS-RCN-USED                             00443715
             PERFORM RECONCILE-KEY-PARA                                 00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           PERFORM WRITE-RECON-TOTALS-PARA                              00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       ACCUM-EDIT-CONTROL-PARA.                                         00443715
      *    THE SAME COUNT AND HASH MASTRANC TAKES AGAINST THE TRAILERS. 00443715
           IF TXN-TYPE-HEADER OR TXN-TYPE-TRAILER                       00443715
             CONTINUE                                                   00443715
           ELSE                                                         00443715
             ADD 1 TO WS-EDITDATA-CNTR                                  00443715
                                                                        00443715
             EVALUATE TRUE                                              00443715
               WHEN TXN-TYPE-REFUND                                     00443715
                 COMPUTE WS-EDITFILE-HASH-TOTAL = WS-EDITFILE-HASH-TOTAL00443715
                   + FUNCTION ABS (FUNCTION NUMVAL (RFD-AMOUNT))        00443715
               WHEN TXN-TYPE-CHARGEBACK                                 00443715
                 COMPUTE WS-EDITFILE-HASH-TOTAL = WS-EDITFILE-HASH-TOTAL00443715
                   + FUNCTION ABS (FUNCTION NUMVAL (CBK-AMOUNT))        00443715
               WHEN TXN-TYPE-REVERSAL                                   00443715
                 COMPUTE WS-EDITFILE-HASH-TOTAL = WS-EDITFILE-HASH-TOTAL00443715
                   + FUNCTION ABS (FUNCTION NUMVAL (RVS-AMOUNT))        00443715
               WHEN OTHER                                               00443715
                 COMPUTE WS-EDITFILE-HASH-TOTAL = WS-EDITFILE-HASH-TOTAL00443715
                   + FUNCTION ABS (FUNCTION NUMVAL                      00443715
                     (TXN-AUREQ-TX-DT-TTLAMT))                          00443715
             END-EVALUATE                                               00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       ACCUM-OUR-SIDE-PARA.                                             00443715
      *    ONLY WHAT THE NETWORK WILL SETTLE IS SUMMED -- DECLINED      00443715
      *    AUTHORIZATIONS NEVER SETTLE, CHARGEBACKS SETTLE THROUGH      00443715
      *    THE DISPUTE CYCLE, AND THE HD/TR CONTROL RECORDS CARRY NO    00443715
      *    TRANSACTION. THE BRAND AND AMOUNT SIT IN A DIFFERENT         00443715
      *    PLACE ON EACH TYPE'S VIEW OF THE RECORD.                     00443715
           MOVE SPACES TO WS-CUR-KEY                                    00443715
           MOVE SPACES TO WS-CUR-AMOUNT-TXT                             00443715
                                                                        00443715
           EVALUATE TRUE                                                00443715
             WHEN TXN-TYPE-HEADER                                       00443715
               CONTINUE                                                 00443715
             WHEN TXN-TYPE-TRAILER                                      00443715
               CONTINUE                                                 00443715
             WHEN TXN-TYPE-CHARGEBACK                                   00443715
               CONTINUE                                                 00443715
             WHEN TXN-TYPE-REFUND                                       00443715
               MOVE 'RF'                    TO WS-CUR-TYPE              00443715
               MOVE RFD-CARD-BRAND          TO WS-CUR-BRAND             00443715
               MOVE RFD-CURRENCY-CODE       TO WS-CUR-CURR              00443715
               MOVE RFD-AMOUNT              TO WS-CUR-AMOUNT-TXT        00443715
               MOVE RFD-HDR-CREDTT (1:4)    TO WS-CUR-DATE (1:4)        00443715
               MOVE RFD-HDR-CREDTT (6:2)    TO WS-CUR-DATE (5:2)        00443715
               MOVE RFD-HDR-CREDTT (9:2)    TO WS-CUR-DATE (7:2)        00443715
             WHEN TXN-TYPE-REVERSAL                                     00443715
               MOVE 'RV'                    TO WS-CUR-TYPE              00443715
               MOVE RVS-CARD-BRAND          TO WS-CUR-BRAND             00443715
               MOVE RVS-CURRENCY-CODE       TO WS-CUR-CURR              00443715
               MOVE RVS-AMOUNT              TO WS-CUR-AMOUNT-TXT        00443715
               MOVE RVS-HDR-CREDTT (1:4)    TO WS-CUR-DATE (1:4)        00443715
               MOVE RVS-HDR-CREDTT (6:2)    TO WS-CUR-DATE (5:2)        00443715
               MOVE RVS-HDR-CREDTT (9:2)    TO WS-CUR-DATE (7:2)        00443715
             WHEN TXN-TYPE-AUTHORIZATION                                00443715
               IF AUTHORRESULT-RSPNT = 'APPROVED'                       00443715
                 MOVE 'AU'                  TO WS-CUR-TYPE              00443715
                 MOVE TXN-AUREQ-ENV-C-CARDBRND TO WS-CUR-BRAND          00443715
                 MOVE TXN-CURRENCY-CODE     TO WS-CUR-CURR              00443715
                 MOVE TXN-AUREQ-TX-DT-TTLAMT                            00443715
                                            TO WS-CUR-AMOUNT-TXT        00443715
                 MOVE TXN-HDR-CREDTT (1:4)  TO WS-CUR-DATE (1:4)        00443715
                 MOVE TXN-HDR-CREDTT (6:2)  TO WS-CUR-DATE (5:2)        00443715
                 MOVE TXN-HDR-CREDTT (9:2)  TO WS-CUR-DATE (7:2)        00443715
               END-IF                                                   00443715
             WHEN OTHER                                                 00443715
               CONTINUE                                                 00443715
           END-EVALUATE                                                 00443715
                                                                        00443715
      *    MASTRANE HAS ALREADY PROVED EVERY AMOUNT NUMERIC; THE        00443715
      *    TEST IS KEPT SO A HAND-FED FILE CANNOT ABEND THE JOB.        00443715
           IF WS-CUR-TYPE NOT = SPACES                                  00443715
              AND FUNCTION TEST-NUMVAL (WS-CUR-AMOUNT-TXT) = 0          00443715
             ADD 1 TO WS-SETTLED-CNTR                                   00443715
             MOVE 'O' TO WS-CUR-SIDE                                    00443715
             MOVE 1   TO WS-CUR-CNTR                                    00443715
             COMPUTE WS-CUR-AMOUNT =                                    00443715
               FUNCTION ABS (FUNCTION NUMVAL (WS-CUR-AMOUNT-TXT))       00443715
             PERFORM POST-RECON-ENTRY-PARA                              00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       ACCUM-NETWORK-SIDE-PARA.                                         00443715
                                                                        00443715
           IF NSET-TXN-CNTR NOT NUMERIC                                 00443715
              OR FUNCTION TEST-NUMVAL (NSET-AMOUNT) NOT = 0             00443715
             ADD 1 TO WS-NSET-BAD-CNTR                                  00443715
           ELSE                                                         00443715
             MOVE NSET-SETTLE-DATE   TO WS-CUR-DATE                     00443715
             MOVE NSET-BRAND         TO WS-CUR-BRAND                    00443715
             MOVE NSET-TYPE-CODE     TO WS-CUR-TYPE                     00443715
             MOVE NSET-CURRENCY-CODE TO WS-CUR-CURR                     00443715
             MOVE 'N'                TO WS-CUR-SIDE                     00443715
             MOVE NSET-TXN-CNTR      TO WS-CUR-CNTR                     00443715
             COMPUTE WS-CUR-AMOUNT =                                    00443715
               FUNCTION ABS (FUNCTION NUMVAL (NSET-AMOUNT))             00443715
             PERFORM POST-RECON-ENTRY-PARA                              00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       POST-RECON-ENTRY-PARA.                                           00443715
      *    THE SEARCH STOPS AT THE FIRST UNUSED ROW, WHICH BECOMES THE  00443715
      *    NEW KEY'S ROW. AT END IS ONLY REACHED WITH ALL 3000 ROWS IN  00443715
      *    USE AND NONE OF THEM THE KEY.                                00443715
           SET WS-RCN-TABIDX TO 1                                       00443715
           SEARCH WS-RCN-ENTRY                                          00443715
             AT END                                                     00443715
               DISPLAY 'RECONCILIATION TABLE FULL -- RUN FAILED'        00443715
               MOVE 1 TO WS-RUN-FAILED                                  00443715
               MOVE 'RECONCILIATION TABLE FULL' TO WS-FAIL-REASON       00443715
               PERFORM END-PROCESS                                      00443715
             WHEN WS-RCN-TABIDX > WS-RCN-USED                           00443715
               ADD 1 TO WS-RCN-USED                                     00443715
               MOVE WS-CUR-KEY TO WS-RCN-KEY (WS-RCN-TABIDX)            00443715
               MOVE ZEROES     TO WS-RCN-OUR-CNTR (WS-RCN-TABIDX)       00443715
               MOVE ZEROES     TO WS-RCN-OUR-AMOUNT (WS-RCN-TABIDX)     00443715
               MOVE ZEROES     TO WS-RCN-NET-CNTR (WS-RCN-TABIDX)       00443715
               MOVE ZEROES     TO WS-RCN-NET-AMOUNT (WS-RCN-TABIDX)     00443715
               MOVE 0          TO WS-RCN-CARRIED (WS-RCN-TABIDX)        00443715
               MOVE PARM-PROCESS-DATE                                   00443715
                 TO WS-RCN-OPEN-DATE (WS-RCN-TABIDX)                    00443715
               MOVE SPACES     TO WS-RCN-STATUS (WS-RCN-TABIDX)         00443715
               PERFORM ADD-TO-RECON-ENTRY-PARA                          00443715
             WHEN WS-RCN-KEY (WS-RCN-TABIDX) = WS-CUR-KEY               00443715
               PERFORM ADD-TO-RECON-ENTRY-PARA                          00443715
           END-SEARCH                                                   00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       ADD-TO-RECON-ENTRY-PARA.                                         00443715
                                                                        00443715
           IF WS-CUR-SIDE = 'O'                                         00443715
             ADD WS-CUR-CNTR   TO WS-RCN-OUR-CNTR (WS-RCN-TABIDX)       00443715
             ADD WS-CUR-AMOUNT TO WS-RCN-OUR-AMOUNT (WS-RCN-TABIDX)     00443715
           ELSE                                                         00443715
             ADD WS-CUR-CNTR   TO WS-RCN-NET-CNTR (WS-RCN-TABIDX)       00443715
             ADD WS-CUR-AMOUNT TO WS-RCN-NET-AMOUNT (WS-RCN-TABIDX)     00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       RECONCILE-KEY-PARA.                                              00443715
      *    A KEY THAT AGREES ON BOTH COUNT AND AMOUNT IS MATCHED AND    00443715
      *    NOT WRITTEN -- UNLESS IT WAS A CARRIED BREAK, IN WHICH       00443715
      *    CASE IT IS WRITTEN ONE LAST TIME AS CLEARED.                 00443715
           COMPUTE WS-CNTR-DIFF = WS-RCN-OUR-CNTR (WS-RCN-IDX)          00443715
                                - WS-RCN-NET-CNTR (WS-RCN-IDX)          00443715
           COMPUTE WS-AMOUNT-DIFF = WS-RCN-OUR-AMOUNT (WS-RCN-IDX)      00443715
                                  - WS-RCN-NET-AMOUNT (WS-RCN-IDX)      00443715
                                                                        00443715
           IF WS-CNTR-DIFF = ZEROES                                     00443715
              AND WS-AMOUNT-DIFF = ZEROES                               00443715
             IF WS-RCN-CARRIED (WS-RCN-IDX) = 1                         00443715
               MOVE 'CLEARED' TO WS-RCN-STATUS (WS-RCN-IDX)             00443715
               ADD 1 TO WS-CLEARED-CNTR                                 00443715
               PERFORM WRITE-BREAK-PARA                                 00443715
             ELSE                                                       00443715
               ADD 1 TO WS-MATCHED-CNTR                                 00443715
             END-IF                                                     00443715
           ELSE                                                         00443715
             MOVE 'OPEN' TO WS-RCN-STATUS (WS-RCN-IDX)                  00443715
             ADD 1 TO WS-OPEN-BRK-CNTR                                  00443715
             IF WS-RCN-CARRIED (WS-RCN-IDX) = 0                         00443715
               ADD 1 TO WS-NEW-BRK-CNTR                                 00443715
             END-IF                                                     00443715
             IF WS-AMOUNT-DIFF > ZEROES                                 00443715
               ADD WS-AMOUNT-DIFF TO WS-TOTAL-SHORT                     00443715
             ELSE                                                       00443715
               SUBTRACT WS-AMOUNT-DIFF FROM WS-TOTAL-OVER               00443715
             END-IF                                                     00443715
             PERFORM WRITE-BREAK-PARA                                   00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       WRITE-BREAK-PARA.                                                00443715
                                                                        00443715
           INITIALIZE BRK-REC                                           00443715
           MOVE WS-RCN-DATE (WS-RCN-IDX)       TO BRK-SETTLE-DATE       00443715
           MOVE ','                            TO BRK-SEPARATOR-1       00443715
           MOVE WS-RCN-BRAND (WS-RCN-IDX)      TO BRK-BRAND             00443715
           MOVE ','                            TO BRK-SEPARATOR-2       00443715
           MOVE WS-RCN-TYPE (WS-RCN-IDX)       TO BRK-TYPE-CODE         00443715
           MOVE ','                            TO BRK-SEPARATOR-3       00443715
           MOVE WS-RCN-CURR (WS-RCN-IDX)       TO BRK-CURRENCY-CODE     00443715
           MOVE ','                            TO BRK-SEPARATOR-4       00443715
           MOVE WS-RCN-OUR-CNTR (WS-RCN-IDX)   TO BRK-OUR-CNTR          00443715
           MOVE ','                            TO BRK-SEPARATOR-5       00443715
           MOVE WS-RCN-OUR-AMOUNT (WS-RCN-IDX) TO BRK-OUR-AMOUNT        00443715
           MOVE ','                            TO BRK-SEPARATOR-6       00443715
           MOVE WS-RCN-NET-CNTR (WS-RCN-IDX)   TO BRK-NET-CNTR          00443715
           MOVE ','                            TO BRK-SEPARATOR-7       00443715
           MOVE WS-RCN-NET-AMOUNT (WS-RCN-IDX) TO BRK-NET-AMOUNT        00443715
           MOVE ','                            TO BRK-SEPARATOR-8       00443715
           MOVE WS-CNTR-DIFF                   TO BRK-CNTR-DIFF         00443715
           MOVE ','                            TO BRK-SEPARATOR-9       00443715
           MOVE WS-AMOUNT-DIFF                 TO BRK-AMOUNT-DIFF       00443715
           MOVE ','                            TO BRK-SEPARATOR-10      00443715
           EVALUATE TRUE                                                00443715
             WHEN WS-AMOUNT-DIFF > ZEROES                               00443715
               MOVE 'SHORT'                    TO BRK-DIRECTION         00443715
             WHEN WS-AMOUNT-DIFF < ZEROES                               00443715
               MOVE 'OVER'                     TO BRK-DIRECTION         00443715
             WHEN OTHER                                                 00443715
               MOVE SPACES                     TO BRK-DIRECTION         00443715
           END-EVALUATE                                                 00443715
           MOVE ','                            TO BRK-SEPARATOR-11      00443715
           MOVE WS-RCN-OPEN-DATE (WS-RCN-IDX)  TO BRK-OPEN-DATE         00443715
           MOVE ','                            TO BRK-SEPARATOR-12      00443715
           MOVE WS-RCN-STATUS (WS-RCN-IDX)     TO BRK-STATUS            00443715
                                                                        00443715
           WRITE BRK-REC                                                00443715
                                                                        00443715
           ADD 1 TO WS-BRKFILE-CNTR                                     00443715
           ADD WS-RCN-OUR-CNTR (WS-RCN-IDX) TO WS-BRKFILE-HASH-TOTAL    00443715
           ADD WS-RCN-NET-CNTR (WS-RCN-IDX) TO WS-BRKFILE-HASH-TOTAL    00443715
                                                                        00443715
           INITIALIZE WS-RPT-DETAIL                                     00443715
           MOVE BRK-SETTLE-DATE   TO RPT-DATE                           00443715
           MOVE BRK-BRAND         TO RPT-BRAND                          00443715
           MOVE BRK-TYPE-CODE     TO RPT-TYPE                           00443715
           MOVE BRK-CURRENCY-CODE TO RPT-CURR                           00443715
           MOVE BRK-STATUS        TO RPT-STATUS                         00443715
           MOVE WS-RCN-OUR-CNTR (WS-RCN-IDX) TO RPT-OUR-CNTR            00443715
           MOVE WS-RCN-NET-CNTR (WS-RCN-IDX) TO RPT-NET-CNTR            00443715
           MOVE WS-CNTR-DIFF      TO RPT-CNTR-DIFF                      00443715
           MOVE WS-AMOUNT-DIFF    TO RPT-AMOUNT-DIFF                    00443715
           MOVE BRK-DIRECTION     TO RPT-DIRECTION                      00443715
           MOVE BRK-OPEN-DATE     TO RPT-OPEN-DATE                      00443715
                                                                        00443715
           WRITE RECNRPT-LINE FROM WS-RPT-DETAIL                        00443715
             AFTER ADVANCING 1 LINE                                     00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       WRITE-RECON-TOTALS-PARA.                                         00443715
                                                                        00443715
           INITIALIZE WS-RPT-TOTAL                                      00443715
           MOVE 'KEYS MATCHED'          TO RPT-TOT-LABEL                00443715
           MOVE WS-MATCHED-CNTR         TO RPT-TOT-CNTR                 00443715
           WRITE RECNRPT-LINE FROM WS-RPT-TOTAL                         00443715
             AFTER ADVANCING 2 LINES                                    00443715
                                                                        00443715
           INITIALIZE WS-RPT-TOTAL                                      00443715
           MOVE 'OPEN BREAKS (OF WHICH NEW TONIGHT BELOW)'              00443715
             TO RPT-TOT-LABEL                                           00443715
           MOVE WS-OPEN-BRK-CNTR        TO RPT-TOT-CNTR                 00443715
           WRITE RECNRPT-LINE FROM WS-RPT-TOTAL                         00443715
             AFTER ADVANCING 1 LINE                                     00443715
                                                                        00443715
           INITIALIZE WS-RPT-TOTAL                                      00443715
           MOVE 'NEW BREAKS'            TO RPT-TOT-LABEL                00443715
           MOVE WS-NEW-BRK-CNTR         TO RPT-TOT-CNTR                 00443715
           WRITE RECNRPT-LINE FROM WS-RPT-TOTAL                         00443715
             AFTER ADVANCING 1 LINE                                     00443715
                                                                        00443715
           INITIALIZE WS-RPT-TOTAL                                      00443715
           MOVE 'BREAKS CLEARED TONIGHT' TO RPT-TOT-LABEL               00443715
           MOVE WS-CLEARED-CNTR         TO RPT-TOT-CNTR                 00443715
           WRITE RECNRPT-LINE FROM WS-RPT-TOTAL                         00443715
             AFTER ADVANCING 1 LINE                                     00443715
                                                                        00443715
           INITIALIZE WS-RPT-TOTAL                                      00443715
           MOVE 'SHORT-PAID BY THE NETWORKS' TO RPT-TOT-LABEL           00443715
           MOVE WS-TOTAL-SHORT          TO RPT-TOT-AMOUNT               00443715
           WRITE RECNRPT-LINE FROM WS-RPT-TOTAL                         00443715
             AFTER ADVANCING 1 LINE                                     00443715
                                                                        00443715
           INITIALIZE WS-RPT-TOTAL                                      00443715
           MOVE 'OVER-SETTLED BY THE NETWORKS' TO RPT-TOT-LABEL         00443715
           MOVE WS-TOTAL-OVER           TO RPT-TOT-AMOUNT               00443715
           WRITE RECNRPT-LINE FROM WS-RPT-TOTAL                         00443715
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
           MOVE 'MASTRNSR'        TO GREG-JOB-NAME                      00443715
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
      *    THE RUN STOPS BEFORE BRKFILE IS REGISTERED.                  00443715
           MOVE 'V'               TO GREG-FUNCTION                      00443715
           MOVE 'MASTRNSR'        TO GREG-JOB-NAME                      00443715
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
       REGISTER-BRKFILE-PARA.                                           00443715
      *    TONIGHT'S BRKFILE IS TOMORROW'S BRKIN. A FAILED RUN          00443715
      *    REGISTERS NOTHING.                                           00443715
           MOVE 'R'                    TO GREG-FUNCTION                 00443715
           MOVE 'BRKFILE'             TO GREG-DATASET                   00443715
           MOVE 'MASTRNSR'             TO GREG-JOB-NAME                 00443715
           MOVE PARM-PROCESS-DATE      TO GREG-PROCESS-DATE             00443715
           MOVE PARM-CYCLE-ID          TO GREG-CYCLE-ID                 00443715
           MOVE WS-BRKFILE-CNTR        TO GREG-RECORD-CNT               00443715
           MOVE WS-BRKFILE-HASH-TOTAL  TO GREG-HASH-TOTAL               00443715
           CALL 'MASTRNGR' USING GREG-LINKAGE                           00443715
           END-CALL                                                     00443715
                                                                        00443715
           IF GREG-RESULT-MATCHED                                       00443715
             DISPLAY 'BRKFILE GENERATION REGISTERED FOR '               00443715
                     GREG-PROCESS-DATE ' CYCLE ' GREG-CYCLE-ID          00443715
           ELSE                                                         00443715
             DISPLAY 'BRKFILE GENERATION COULD NOT BE REGISTERED'       00443715
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
           MOVE 'MASTRNSR'             TO STAT-JOB-NAME                 00443715
           MOVE FUNCTION CURRENT-DATE  TO STAT-RUN-TIMESTAMP            00443715
           IF WS-RUN-FAILED = 1                                         00443715
             MOVE 'FAILED'             TO STAT-COMPLETION-CODE          00443715
             MOVE WS-FAIL-REASON       TO STAT-FAIL-REASON              00443715
           ELSE                                                         00443715
             MOVE 'COMPLETE'           TO STAT-COMPLETION-CODE          00443715
           END-IF                                                       00443715
           MOVE 'EDITFILE'             TO STAT-CNTR-1-LABEL             00443715
           MOVE WS-EDITFILE-CNTR       TO STAT-CNTR-1                   00443715
           MOVE 'NSETFILE'             TO STAT-CNTR-2-LABEL             00443715
           MOVE WS-NSETFILE-CNTR       TO STAT-CNTR-2                   00443715
           MOVE 'OPEN BREAKS'          TO STAT-CNTR-3-LABEL             00443715
           MOVE WS-OPEN-BRK-CNTR       TO STAT-CNTR-3                   00443715
           MOVE 'CLEARED'              TO STAT-CNTR-4-LABEL             00443715
           MOVE WS-CLEARED-CNTR        TO STAT-CNTR-4                   00443715
                                                                        00443715
           WRITE STATUS-REC                                             00443715
                                                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       END-PROCESS.                                                     00443715
                                                                        00443715
           MOVE WS-EDITFILE-CNTR TO WS-EDITFILE-CNTR-EDT                00443715
           MOVE WS-SETTLED-CNTR  TO WS-SETTLED-CNTR-EDT                 00443715
           MOVE WS-NSETFILE-CNTR TO WS-NSETFILE-CNTR-EDT                00443715
           MOVE WS-BRKIN-CNTR    TO WS-BRKIN-CNTR-EDT                   00443715
           MOVE WS-MATCHED-CNTR  TO WS-MATCHED-CNTR-EDT                 00443715
           MOVE WS-OPEN-BRK-CNTR TO WS-OPEN-BRK-CNTR-EDT                00443715
           MOVE WS-CLEARED-CNTR  TO WS-CLEARED-CNTR-EDT                 00443715
           MOVE WS-BRKFILE-CNTR  TO WS-BRKFILE-CNTR-EDT                 00443715
                                                                        00443715
           DISPLAY '***************************************'            00443715
           DISPLAY '* PROGRAM NAME  :    MASTRNSR         *'            00443715
           DISPLAY '* EDITFILE      : ' WS-EDITFILE-CNTR-EDT            00443715
                   '         *'                                         00443715
           DISPLAY '* SETTLEABLE    : ' WS-SETTLED-CNTR-EDT             00443715
                   '         *'                                         00443715
           DISPLAY '* NSETFILE      : ' WS-NSETFILE-CNTR-EDT            00443715
                   '         *'                                         00443715
           DISPLAY '* BRKIN         : ' WS-BRKIN-CNTR-EDT               00443715
                   '         *'                                         00443715
           DISPLAY '* MATCHED       : ' WS-MATCHED-CNTR-EDT             00443715
                   '         *'                                         00443715
           DISPLAY '* OPEN BREAKS   : ' WS-OPEN-BRK-CNTR-EDT            00443715
                   '         *'                                         00443715
           DISPLAY '* CLEARED       : ' WS-CLEARED-CNTR-EDT             00443715
                   '         *'                                         00443715
           DISPLAY '* BRKFILE       : ' WS-BRKFILE-CNTR-EDT             00443715
                   '         *'                                         00443715
           DISPLAY '***************************************'            00443715
                                                                        00443715
           IF WS-RUN-FAILED = 0                                         00443715
             PERFORM REGISTER-BRKFILE-PARA                              00443715
           END-IF                                                       00443715
                                                                        00443715
           PERFORM WRITE-STATUS-FILE-PARA                               00443715
                                                                        00443715
           CLOSE EDITFILE.                                              00443715
           CLOSE NSETFILE.                                              00443715
           CLOSE BRKFILE.                                               00443715
           CLOSE RECNRPT.                                               00443715
           CLOSE STATUSFILE.                                            00443715
                                                                        00443715
           IF WS-RUN-FAILED = 1                                         00443715
             MOVE 8 TO RETURN-CODE                                      00443715
           END-IF                                                       00443715
                                                                        00443715
           STOP RUN.                                                    00443715
                                                                        00443715
       END PROGRAM  MASTRNSR.                                           00443715
