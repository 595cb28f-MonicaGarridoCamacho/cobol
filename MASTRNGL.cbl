       ID DIVISION.                                                     00443715
       PROGRAM-ID. MASTRNGL.                                            00443715
      *    MASTRNGL IS THE GENERAL LEDGER POSTING INTERFACE. FINANCE    00443715
      *    USED TO REKEY THE NIGHT'S FIGURES INTO THE LEDGER BY HAND;   00443715
      *    THIS JOB TURNS MASTRANC'S BASE-CURRENCY TRANSACTION TOTALS   00443715
      *    (GLSMFILE), THE INTERCHANGE FEE RUN TOTAL (FEECFILE), THE    00443715
      *    PRIOR-PERIOD ADJUSTMENTS (PPAFILE) AND THE NIGHT'S MOVEMENT  00443715
      *    IN MASTRANB'S OPEN DISPUTE EXPOSURE (CASEFILE) INTO BALANCED 00443715
      *    DEBIT/CREDIT JOURNAL LINES ON GLJEFILE, MAPPED THROUGH THE   00443715
      *    COAFILE CHART OF ACCOUNTS BY SOURCE, TRANSACTION TYPE,       00443715
      *    INSTITUTION AND CURRENCY. ADJUSTMENTS AND DISPUTES ARRIVE IN 00443715
      *    THEIR ORIGINAL CURRENCY AND ARE PRICED INTO BASE THROUGH     00443715
      *    RATEFILE THE WAY MASTRANC PRICES GLSMFILE; DSPHIN/DSPHFILE   00443715
      *    CARRY THE DISPUTE EXPOSURE THE LEDGER ALREADY HOLDS FROM     00443715
      *    ONE NIGHT TO THE NEXT. GLCTLRPT PROVES DEBITS EQUAL CREDITS  00443715
      *    AND TIES THE FIGURES BACK TO THE NIGHT'S CTLFILE RUN TOTALS  00443715
      *    AND BASEFILE. A NIGHT THAT DOES NOT BALANCE OR DOES NOT      00443715
      *    TIE FAILS WITH A STATUSFILE REASON AND POSTS NOTHING --      00443715
      *    GLJEFILE IS LEFT EMPTY SO THE LEDGER LOAD PICKS UP NO        00443715
      *    HALF-NIGHT.                                                  00443715
       ENVIRONMENT DIVISION.                                            00443715
       INPUT-OUTPUT SECTION.                                            00443715
       FILE-CONTROL.                                                    00443715
            SELECT PARMFILE ASSIGN TO PARMFILE                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS PARMFILE-FILE-STATUS.                        00443715
            SELECT COAFILE ASSIGN TO COAFILE                            00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS COAFILE-FILE-STATUS.                         00443715
            SELECT GLSMFILE ASSIGN TO GLSMFILE                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS GLSMFILE-FILE-STATUS.                        00443715
            SELECT BASEFILE ASSIGN TO BASEFILE                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS BASEFILE-FILE-STATUS.                        00443715
            SELECT FEECFILE ASSIGN TO FEECFILE                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS FEECFILE-FILE-STATUS.                        00443715
            SELECT PPAFILE ASSIGN TO PPAFILE                            00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS PPAFILE-FILE-STATUS.                         00443715
            SELECT CASEFILE ASSIGN TO CASEFILE                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS CASEFILE-FILE-STATUS.                        00443715
            SELECT RATEFILE ASSIGN TO RATEFILE                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS RATEFILE-FILE-STATUS.                        00443715
            SELECT DSPHIN ASSIGN TO DSPHIN                              00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS DSPHIN-FILE-STATUS.                          00443715
            SELECT CTLFILE ASSIGN TO CTLFILE                            00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS CTLFILE-FILE-STATUS.                         00443715
            SELECT GLJEFILE ASSIGN TO GLJEFILE                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS GLJEFILE-FILE-STATUS.                        00443715
            SELECT DSPHFILE ASSIGN TO DSPHFILE                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS DSPHFILE-FILE-STATUS.                        00443715
            SELECT GLCTLRPT ASSIGN TO GLCTLRPT                          00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS GLCTLRPT-FILE-STATUS.                        00443715
            SELECT STATUSFILE ASSIGN TO STATUSFILE                      00443715
            ORGANIZATION IS SEQUENTIAL                                  00443715
            FILE STATUS IS STATUSFILE-FILE-STATUS.                      00443715
       DATA DIVISION.                                                   00443715
       FILE SECTION.                                                    00443715
       FD PARMFILE.                                                     00443715
         COPY PARMREC.                                                  00443715
                                                                        00443715
      *    COAFILE IS FINANCE'S CHART-OF-ACCOUNTS MAPPING -- ONE ROW    00443715
      *    PER (SOURCE, TYPE, INSTITUTION, CURRENCY) WITH THE DEBIT     00443715
      *    AND CREDIT ACCOUNTS A POSITIVE AMOUNT POSTS TO. SOURCE IS    00443715
      *    'TXN' (GLSMFILE TRANSACTION TOTALS), 'FEE' (INTERCHANGE      00443715
      *    FEES), 'PPA' (PRIOR-PERIOD ADJUSTMENTS) OR 'DSP' (MOVEMENT   00443715
      *    IN OPEN DISPUTE EXPOSURE). A BLANK INSTITUTION OR CURRENCY   00443715
      *    IS A WILDCARD; AN EXACT ROW ALWAYS WINS OVER A WILDCARD ROW. 00443715
       FD COAFILE.                                                      00443715
       01 COA-REC.                                                      00443715
          05 COA-SOURCE            PIC X(3).                            00443715
          05 COA-SEPARATOR-1       PIC X(1).                            00443715
          05 COA-TYPE-CODE         PIC X(2).                            00443715
          05 COA-SEPARATOR-2       PIC X(1).                            00443715
          05 COA-INST-ID           PIC X(4).                            00443715
          05 COA-SEPARATOR-3       PIC X(1).                            00443715
          05 COA-CURRENCY-CODE     PIC X(3).                            00443715
          05 COA-SEPARATOR-4       PIC X(1).                            00443715
          05 COA-DR-ACCOUNT        PIC X(12).                           00443715
          05 COA-SEPARATOR-5       PIC X(1).                            00443715
          05 COA-CR-ACCOUNT        PIC X(12).                           00443715
          05 COA-SEPARATOR-6       PIC X(1).                            00443715
          05 COA-DESCRIPTION       PIC X(30).                           00443715
                                                                        00443715
      *    GLSM-REC, BASE-REC, FEEC-REC, PPA-REC, RATE-REC AND CTL-REC  00443715
      *    ARE REPLICATED FROM MASTRANC.CBL AND CASE-REC FROM           00443715
      *    MASTRANB.CBL -- THEY ARE NOT SHARED COPYBOOKS. THE EDITED    00443715
      *    AMOUNT FIELDS ARE CARRIED AS TEXT AND READ BACK WITH         00443715
      *    NUMVAL, THE MASTRNCM CONVENTION.                             00443715
       FD GLSMFILE.                                                     00443715
       01 GLSM-REC.                                                     00443715
          05 GLSM-TYPE-CODE        PIC X(2).                            00443715
          05 GLSM-SEPARATOR-1      PIC X(1).                            00443715
          05 GLSM-INST-ID          PIC X(4).                            00443715
          05 GLSM-SEPARATOR-2      PIC X(1).                            00443715
          05 GLSM-CURRENCY-CODE    PIC X(3).                            00443715
          05 GLSM-SEPARATOR-3      PIC X(1).                            00443715
          05 GLSM-TXN-CNTR         PIC X(9).                            00443715
          05 GLSM-SEPARATOR-4      PIC X(1).                            00443715
          05 GLSM-AMOUNT           PIC X(18).                           00443715
          05 GLSM-SEPARATOR-5      PIC X(1).                            00443715
          05 GLSM-BASE-AMOUNT      PIC X(18).                           00443715
          05 GLSM-SEPARATOR-6      PIC X(1).                            00443715
          05 GLSM-UNPR-CNTR        PIC X(9).                            00443715
          05 GLSM-SEPARATOR-7      PIC X(1).                            00443715
          05 GLSM-UNPR-AMOUNT      PIC X(18).                           00443715
                                                                        00443715
       FD BASEFILE.                                                     00443715
       01 BASE-REC.                                                     00443715
          05 BASE-CONT-ID          PIC X(10).                           00443715
          05 BASE-SEPARATOR-1      PIC X(1).                            00443715
          05 BASE-TOTAL-TXN-AMOUNT PIC X(18).                           00443715
                                                                        00443715
       FD FEECFILE.                                                     00443715
       01 FEEC-REC.                                                     00443715
          05 FEEC-CONT-ID          PIC X(10).                           00443715
          05 FEEC-SEPARATOR-1      PIC X(1).                            00443715
          05 FEEC-TXN-CNTR         PIC X(9).                            00443715
          05 FEEC-SEPARATOR-2      PIC X(1).                            00443715
          05 FEEC-FEE-AMOUNT       PIC X(17).                           00443715
                                                                        00443715
       FD PPAFILE.                                                      00443715
       01 PPA-REC.                                                      00443715
          05 PPA-CONT-ID           PIC X(10).                           00443715
          05 PPA-SEPARATOR-1       PIC X(1).                            00443715
          05 PPA-PERIOD            PIC X(6).                            00443715
          05 PPA-SEPARATOR-2       PIC X(1).                            00443715
          05 PPA-TYPE-CODE         PIC X(2).                            00443715
          05 PPA-SEPARATOR-3       PIC X(1).                            00443715
          05 PPA-AMOUNT            PIC X(18).                           00443715
          05 PPA-SEPARATOR-4       PIC X(1).                            00443715
          05 PPA-CURRENCY-CODE     PIC X(3).                            00443715
                                                                        00443715
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
       FD RATEFILE.                                                     00443715
       01 RATE-REC.                                                     00443715
          05 RATE-CURRENCY-CODE    PIC X(3).                            00443715
          05 RATE-RATE-DATE        PIC X(8).                            00443715
          05 RATE-PER-BASE         PIC 9(5)V9(9).                       00443715
                                                                        00443715
      *    DSPHIN/DSPHFILE IS THE DISPUTE EXPOSURE THE LEDGER HOLDS --  00443715
      *    ONE ROW PER CURRENCY WITH THE OPEN CASE COUNT AND THE BASE   00443715
      *    AMOUNT LAST POSTED FOR IT. TONIGHT'S PRICED EXPOSURE LESS    00443715
      *    THE DSPHIN AMOUNT IS THE MOVEMENT POSTED, AND DSPHFILE       00443715
      *    CARRIES TONIGHT'S FIGURE FORWARD. A CURRENCY WITH NO RATE    00443715
      *    TONIGHT POSTS NOTHING AND CARRIES ITS DSPHIN AMOUNT, SO THE  00443715
      *    NEXT PRICED NIGHT CATCHES THE LEDGER UP. NO DSPHIN (THE      00443715
      *    FIRST NIGHT) MEANS THE LEDGER HOLDS NOTHING YET.             00443715
       FD DSPHIN.                                                       00443715
       01 DSPHIN-REC.                                                   00443715
          05 DHIN-CURRENCY-CODE    PIC X(3).                            00443715
          05 DHIN-SEPARATOR-1      PIC X(1).                            00443715
          05 DHIN-CASE-CNTR        PIC 9(9).                            00443715
          05 DHIN-SEPARATOR-2      PIC X(1).                            00443715
          05 DHIN-BASE-AMOUNT      PIC X(18).                           00443715
                                                                        00443715
       FD CTLFILE.                                                      00443715
       01 CTL-REC.                                                      00443715
          05 CTL-RUN-TIMESTAMP   PIC X(26).                             00443715
          05 CTL-SEPARATOR-0     PIC X(1).                              00443715
          05 CTL-PROCESS-DATE    PIC X(8).                              00443715
          05 CTL-SEPARATOR-1     PIC X(1).                              00443715
          05 CTL-CUSTMAST-CNTR   PIC 9(9).                              00443715
          05 CTL-SEPARATOR-2     PIC X(1).                              00443715
          05 CTL-TRANFILE-CNTR   PIC 9(9).                              00443715
          05 CTL-SEPARATOR-3     PIC X(1).                              00443715
          05 CTL-OUTFILE-CNTR    PIC 9(9).                              00443715
          05 CTL-SEPARATOR-4     PIC X(1).                              00443715
          05 CTL-NOACT-CNTR      PIC 9(9).                              00443715
          05 CTL-SEPARATOR-5     PIC X(1).                              00443715
          05 CTL-SUSPFILE-CNTR   PIC 9(9).                              00443715
          05 CTL-SEPARATOR-6     PIC X(1).                              00443715
          05 CTL-CHURN-CNTR      PIC 9(9).                              00443715
          05 CTL-SEPARATOR-7     PIC X(1).                              00443715
          05 CTL-CURRFILE-CNTR   PIC 9(9).                              00443715
          05 CTL-SEPARATOR-8     PIC X(1).                              00443715
          05 CTL-FRAUDFILE-CNTR  PIC 9(9).                              00443715
          05 CTL-SEPARATOR-9     PIC X(1).                              00443715
          05 CTL-DECLFILE-CNTR   PIC 9(9).                              00443715
          05 CTL-SEPARATOR-10    PIC X(1).                              00443715
          05 CTL-GEOFILE-CNTR    PIC 9(9).                              00443715
          05 CTL-SEPARATOR-11    PIC X(1).                              00443715
          05 CTL-WINFILE-CNTR    PIC 9(9).                              00443715
          05 CTL-SEPARATOR-12    PIC X(1).                              00443715
          05 CTL-AGEXFILE-CNTR   PIC 9(9).                              00443715
          05 CTL-SEPARATOR-13    PIC X(1).                              00443715
          05 CTL-HIVALFILE-CNTR  PIC 9(9).                              00443715
          05 CTL-SEPARATOR-14    PIC X(1).                              00443715
          05 CTL-DUPFILE-CNTR    PIC 9(9).                              00443715
          05 CTL-SEPARATOR-15    PIC X(1).                              00443715
          05 CTL-OVFLFILE-CNTR   PIC 9(9).                              00443715
          05 CTL-SEPARATOR-16    PIC X(1).                              00443715
          05 CTL-FEECFILE-CNTR   PIC 9(9).                              00443715
          05 CTL-SEPARATOR-17    PIC X(1).                              00443715
          05 CTL-WHITFILE-CNTR   PIC 9(9).                              00443715
                                                                        00443715
      *    GLJEFILE IS THE JOURNAL HANDED TO THE LEDGER LOAD -- ONE     00443715
      *    ROW PER DEBIT OR CREDIT LINE, ALWAYS UNSIGNED, WITH THE      00443715
      *    SIDE IN GLJE-DR-CR. EACH SOURCE FIGURE PRODUCES ONE DEBIT    00443715
      *    AND ONE CREDIT LINE OF THE SAME AMOUNT; A NEGATIVE FIGURE    00443715
      *    (REFUNDS, CHARGEBACKS, REVERSALS, NEGATIVE ADJUSTMENTS)      00443715
      *    SWAPS THE MAPPED ACCOUNTS RATHER THAN POSTING A NEGATIVE.    00443715
       FD GLJEFILE.                                                     00443715
       01 GLJE-REC.                                                     00443715
          05 GLJE-PROCESS-DATE     PIC X(8).                            00443715
          05 GLJE-SEPARATOR-1      PIC X(1).                            00443715
          05 GLJE-LINE-NO          PIC 9(5).                            00443715
          05 GLJE-SEPARATOR-2      PIC X(1).                            00443715
          05 GLJE-SOURCE           PIC X(3).                            00443715
          05 GLJE-SEPARATOR-3      PIC X(1).                            00443715
          05 GLJE-TYPE-CODE        PIC X(2).                            00443715
          05 GLJE-SEPARATOR-4      PIC X(1).                            00443715
          05 GLJE-INST-ID          PIC X(4).                            00443715
          05 GLJE-SEPARATOR-5      PIC X(1).                            00443715
          05 GLJE-CURRENCY-CODE    PIC X(3).                            00443715
          05 GLJE-SEPARATOR-6      PIC X(1).                            00443715
          05 GLJE-ACCOUNT          PIC X(12).                           00443715
          05 GLJE-SEPARATOR-7      PIC X(1).                            00443715
          05 GLJE-DR-CR            PIC X(2).                            00443715
          05 GLJE-SEPARATOR-8      PIC X(1).                            00443715
          05 GLJE-AMOUNT           PIC Z(13)9.99.                       00443715
          05 GLJE-SEPARATOR-9      PIC X(1).                            00443715
          05 GLJE-DESCRIPTION      PIC X(30).                           00443715
                                                                        00443715
       FD DSPHFILE.                                                     00443715
       01 DSPH-REC.                                                     00443715
          05 DSPH-CURRENCY-CODE    PIC X(3).                            00443715
          05 DSPH-SEPARATOR-1      PIC X(1).                            00443715
          05 DSPH-CASE-CNTR        PIC 9(9).                            00443715
          05 DSPH-SEPARATOR-2      PIC X(1).                            00443715
          05 DSPH-BASE-AMOUNT      PIC Z(13)9.99-.                      00443715
                                                                        00443715
       FD GLCTLRPT.                                                     00443715
       01 GLCTLRPT-LINE           PIC X(132).                           00443715
                                                                        00443715
      *    STATUSFILE IS A SINGLE-RECORD FIXED-FORMAT FILE WRITTEN AT   00443715
      *    JOB END SO AN OPERATIONS MONITOR CAN POLL FOR THIS RUN'S     00443715
      *    COMPLETION CODE AND KEY COUNTS WITHOUT SCRAPING THE          00443715
      *    DISPLAY SUMMARY -- SAME CONVENTION AS MASTRANC/MASTRAND.     00443715
       FD STATUSFILE.                                                   00443715
         COPY STATREC.                                                  00443715
                                                                        00443715
       WORKING-STORAGE SECTION.                                         00443715
       01 PARMFILE-FILE-STATUS  PIC X(2).                               00443715
       01 COAFILE-FILE-STATUS   PIC X(2).                               00443715
       01 GLSMFILE-FILE-STATUS  PIC X(2).                               00443715
       01 BASEFILE-FILE-STATUS  PIC X(2).                               00443715
       01 FEECFILE-FILE-STATUS  PIC X(2).                               00443715
       01 PPAFILE-FILE-STATUS   PIC X(2).                               00443715
       01 CASEFILE-FILE-STATUS  PIC X(2).                               00443715
       01 RATEFILE-FILE-STATUS  PIC X(2).                               00443715
       01 DSPHIN-FILE-STATUS    PIC X(2).                               00443715
       01 CTLFILE-FILE-STATUS   PIC X(2).                               00443715
       01 GLJEFILE-FILE-STATUS  PIC X(2).                               00443715
       01 DSPHFILE-FILE-STATUS  PIC X(2).                               00443715
       01 GLCTLRPT-FILE-STATUS  PIC X(2).                               00443715
       01 STATUSFILE-FILE-STATUS PIC X(2).                              00443715
       01 WS-RUN-FAILED         PIC 9 VALUE 0.                          00443715
       01 WS-FAIL-REASON        PIC X(40) VALUE SPACES.                 00443715
       01 WS-STATUS-OPEN        PIC 9 VALUE 0.                          00443715
       01 WS-PARM-READ-OK       PIC 9 VALUE 0.                          00443715
       01 WS-MAIN-FILES-OPEN    PIC 9 VALUE 0.                          00443715
       01 WS-EOF                PIC 9 VALUE 0.                          00443715
       01 WS-CTL-FOUND          PIC 9 VALUE 0.                          00443715
       01 WS-HOME-INST          PIC X(4).                               00443715
       01 WS-COUNTERS-1.                                                00443715
          05 WS-COAFILE-CNTR      PIC 9(9) VALUE ZEROES.                00443715
          05 WS-GLSMFILE-CNTR     PIC 9(9) VALUE ZEROES.                00443715
          05 WS-BASEFILE-CNTR     PIC 9(9) VALUE ZEROES.                00443715
          05 WS-FEECFILE-CNTR     PIC 9(9) VALUE ZEROES.                00443715
          05 WS-PPAFILE-CNTR      PIC 9(9) VALUE ZEROES.                00443715
          05 WS-CASEFILE-CNTR     PIC 9(9) VALUE ZEROES.                00443715
          05 WS-OPEN-CASE-CNTR    PIC 9(9) VALUE ZEROES.                00443715
          05 WS-DSPHIN-CNTR       PIC 9(9) VALUE ZEROES.                00443715
          05 WS-DSPHFILE-CNTR     PIC 9(9) VALUE ZEROES.                00443715
          05 WS-PPA-UNPR-CNTR     PIC 9(9) VALUE ZEROES.                00443715
          05 WS-DSP-UNPR-CNTR     PIC 9(9) VALUE ZEROES.                00443715
          05 WS-GLJEFILE-CNTR     PIC 9(9) VALUE ZEROES.                00443715
          05 WS-UNMAPPED-CNTR     PIC 9(9) VALUE ZEROES.                00443715
          05 WS-GL-TXN-CNTR       PIC 9(9) VALUE ZEROES.                00443715
          05 WS-GL-UNPR-CNTR      PIC 9(9) VALUE ZEROES.                00443715
       01 WS-COAFILE-CNTR-EDT   PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-GLSMFILE-CNTR-EDT  PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-BASEFILE-CNTR-EDT  PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-FEECFILE-CNTR-EDT  PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-PPAFILE-CNTR-EDT   PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-CASEFILE-CNTR-EDT  PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-DSPHIN-CNTR-EDT    PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-DSPHFILE-CNTR-EDT  PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-GLJEFILE-CNTR-EDT  PIC ZZZ,ZZZ,ZZ9.                        00443715
       01 WS-UNMAPPED-CNTR-EDT  PIC ZZZ,ZZZ,ZZ9.                        00443715
      *    CONTROL TOTALS. THE GL SIDE IS WHAT WENT INTO THE JOURNAL;   00443715
      *    THE TIE SIDE IS WHAT THE SUITE'S OWN FILES SAY IT SHOULD     00443715
      *    HAVE BEEN.                                                   00443715
       01 WS-CONTROL-TOTALS.                                            00443715
          05 WS-GL-BASE-TOTAL     PIC S9(16)V99 VALUE ZEROES.           00443715
          05 WS-GL-UNPR-TOTAL     PIC S9(16)V99 VALUE ZEROES.           00443715
          05 WS-PPA-UNPR-TOTAL    PIC S9(16)V99 VALUE ZEROES.           00443715
          05 WS-DSP-HELD-TOTAL    PIC S9(16)V99 VALUE ZEROES.           00443715
          05 WS-DSP-NEW-TOTAL     PIC S9(16)V99 VALUE ZEROES.           00443715
          05 WS-BASEFILE-TOTAL    PIC S9(16)V99 VALUE ZEROES.           00443715
          05 WS-FEE-RUN-AMOUNT    PIC S9(16)V99 VALUE ZEROES.           00443715
          05 WS-FEE-CUST-TOTAL    PIC S9(16)V99 VALUE ZEROES.           00443715
          05 WS-FEE-RUN-FOUND     PIC 9 VALUE 0.                        00443715
          05 WS-DR-TOTAL          PIC S9(16)V99 VALUE ZEROES.           00443715
          05 WS-CR-TOTAL          PIC S9(16)V99 VALUE ZEROES.           00443715
          05 WS-DIFF-AMOUNT       PIC S9(16)V99 VALUE ZEROES.           00443715
          05 WS-WORK-AMOUNT       PIC S9(16)V99 VALUE ZEROES.           00443715
       01 WS-CTL-SAVE.                                                  00443715
          05 WS-CTL-RUN-TIMESTAMP PIC X(26).                            00443715
          05 WS-CTL-TRANFILE-CNTR PIC 9(9).                             00443715
          05 WS-CTL-SUSPFILE-CNTR PIC 9(9).                             00443715
          05 WS-CTL-DUPFILE-CNTR  PIC 9(9).                             00443715
          05 WS-CTL-FEECFILE-CNTR PIC 9(9).                             00443715
      *    WS-RATE-TABLE HOLDS THE RATEFILE RATES FOR THE PROCESS       00443715
      *    DATE, LOADED AS MASTRANC LOADS THEM.                         00443715
       01 WS-RATE-USED          PIC 9(2) VALUE ZEROES.                  00443715
       01 WS-RATE-FOUND         PIC 9.                                  00443715
       01 WS-RATE-TABLE.                                                00443715
          05 WS-RATE-ENTRY OCCURS 50 TIMES                              00443715
               INDEXED BY WS-RATE-TABIDX.                               00443715
             10 WS-RATE-CODE       PIC X(3).                            00443715
             10 WS-RATE-VALUE      PIC 9(5)V9(9).                       00443715
      *    WS-DSP-TABLE HOLDS ONE ROW PER DISPUTE CURRENCY -- THE       00443715
      *    EXPOSURE IN ORIGINAL CURRENCY OFF TONIGHT'S CASEFILE, THE    00443715
      *    BASE AMOUNT DSPHIN SAYS THE LEDGER HOLDS, AND THE BASE       00443715
      *    AMOUNT IT WILL HOLD ONCE TONIGHT'S MOVEMENT IS POSTED.       00443715
       01 WS-DSP-USED           PIC 9(2) VALUE ZEROES.                  00443715
       01 WS-DSP-IDX            PIC 9(2).                               00443715
       01 WS-DSP-FULL-CNTR      PIC 9(9) VALUE ZEROES.                  00443715
       01 WS-DSP-TABLE.                                                 00443715
          05 WS-DSP-ENTRY OCCURS 50 TIMES                               00443715
               INDEXED BY WS-DSP-TABIDX.                                00443715
             10 WS-DSP-CURR        PIC X(3).                            00443715
             10 WS-DSP-CASES       PIC 9(9).                            00443715
             10 WS-DSP-EXPOSURE    PIC S9(16)V99.                       00443715
             10 WS-DSP-HELD        PIC S9(16)V99.                       00443715
             10 WS-DSP-NEW         PIC S9(16)V99.                       00443715
             10 WS-DSP-HELD-CASES  PIC 9(9).                            00443715
             10 WS-DSP-CARRIED     PIC 9.                               00443715
       01 WS-DSP-CURR-WORK      PIC X(3).                               00443715
      *    THE GENERATION REGISTRY'S FIGURES FOR DSPHIN/DSPHFILE. THE   00443715
      *    ROWS CARRY NO CONTRACT ID, SO THE HASH IS THE SUM OF THE     00443715
      *    ABSOLUTE BASE AMOUNTS.                                       00443715
       01 WS-DSPHIN-HASH-TOTAL  PIC 9(16)V99 VALUE ZEROES.              00443715
       01 WS-DSPHFILE-HASH-TOTAL PIC 9(16)V99 VALUE ZEROES.             00443715
       01 WS-DSPHIN-REG         PIC 9 VALUE 0.                          00443715
      *    THE FIGURES FOR MASTRANC'S GLSMFILE, BASEFILE AND FEECFILE   00443715
      *    AND MASTRANB'S CASEFILE, PROVED AGAINST WHAT EACH PRODUCER   00443715
      *    REGISTERED. GLSMFILE HASHES ON THE TRANSACTION COUNTS, THE   00443715
      *    OTHERS ON THE CONTRACT IDS.                                  00443715
       01 WS-GLSMFILE-HASH-TOTAL PIC 9(16)V99 VALUE ZEROES.             00443715
       01 WS-BASEFILE-HASH-TOTAL PIC 9(16)V99 VALUE ZEROES.             00443715
       01 WS-FEECFILE-HASH-TOTAL PIC 9(16)V99 VALUE ZEROES.             00443715
       01 WS-CASEFILE-HASH-TOTAL PIC 9(16)V99 VALUE ZEROES.             00443715
       01 WS-GLSMFILE-REG       PIC 9 VALUE 0.                          00443715
       01 WS-BASEFILE-REG       PIC 9 VALUE 0.                          00443715
       01 WS-FEECFILE-REG       PIC 9 VALUE 0.                          00443715
       01 WS-CASEFILE-REG       PIC 9 VALUE 0.                          00443715
       01 WS-GREG-INPUT-DD      PIC X(8) VALUE SPACES.                  00443715
       COPY GREGLNK.                                                    00443715
      *    WS-COA-TABLE HOLDS THE CHART OF ACCOUNTS. A ROW THAT DOES    00443715
      *    NOT FIT IS COUNTED; ANY FIGURE LEFT UNMAPPED BECAUSE OF IT   00443715
      *    FAILS THE RUN LIKE ANY OTHER UNMAPPED FIGURE.                00443715
       01 WS-COA-USED           PIC 9(4) VALUE ZEROES.                  00443715
       01 WS-COA-IDX            PIC 9(4).                               00443715
       01 WS-COA-HIT            PIC 9(4).                               00443715
       01 WS-COA-FULL-CNTR      PIC 9(9) VALUE ZEROES.                  00443715
       01 WS-COA-TABLE.                                                 00443715
          05 WS-COA-ENTRY OCCURS 500 TIMES.                             00443715
             10 WS-COA-SOURCE      PIC X(3).                            00443715
             10 WS-COA-TYPE        PIC X(2).                            00443715
             10 WS-COA-INST        PIC X(4).                            00443715
             10 WS-COA-CURR        PIC X(3).                            00443715
             10 WS-COA-DR          PIC X(12).                           00443715
             10 WS-COA-CR          PIC X(12).                           00443715
             10 WS-COA-DESC        PIC X(30).                           00443715
      *    WS-SRC-TABLE HOLDS ONE ROW PER FIGURE TO BE POSTED, KEYED    00443715
      *    THE SAME WAY AS THE CHART OF ACCOUNTS.                       00443715
       01 WS-SRC-USED           PIC 9(4) VALUE ZEROES.                  00443715
       01 WS-SRC-IDX            PIC 9(4).                               00443715
       01 WS-SRC-FULL-CNTR      PIC 9(9) VALUE ZEROES.                  00443715
       01 WS-SRC-TABLE.                                                 00443715
          05 WS-SRC-ENTRY OCCURS 500 TIMES                              00443715
               INDEXED BY WS-SRC-TABIDX.                                00443715
             10 WS-SRC-SOURCE      PIC X(3).                            00443715
             10 WS-SRC-TYPE        PIC X(2).                            00443715
             10 WS-SRC-INST        PIC X(4).                            00443715
             10 WS-SRC-CURR        PIC X(3).                            00443715
             10 WS-SRC-CNTR        PIC 9(9).                            00443715
             10 WS-SRC-AMOUNT      PIC S9(16)V99.                       00443715
             10 WS-SRC-DR          PIC X(12).                           00443715
             10 WS-SRC-CR          PIC X(12).                           00443715
             10 WS-SRC-DESC        PIC X(30).                           00443715
             10 WS-SRC-MAPPED      PIC 9.                               00443715
       01 WS-CUR-SOURCE         PIC X(3).                               00443715
       01 WS-CUR-TYPE           PIC X(2).                               00443715
       01 WS-CUR-INST           PIC X(4).                               00443715
       01 WS-CUR-CURR           PIC X(3).                               00443715
       01 WS-CUR-CNTR           PIC 9(9).                               00443715
       01 WS-CUR-AMOUNT         PIC S9(16)V99.                          00443715
       01 WS-JE-LINE-NO         PIC 9(5) VALUE ZEROES.                  00443715
       01 WS-JE-SIDE            PIC X(2).                               00443715
       01 WS-JE-ACCOUNT         PIC X(12).                              00443715
       01 WS-RPT-HEADER-1.                                              00443715
          05 FILLER              PIC X(30) VALUE                        00443715
            'GENERAL LEDGER CONTROL REPORT '.                           00443715
          05 FILLER              PIC X(13) VALUE 'PROCESS DATE '.       00443715
          05 RPT-HDR-DATE        PIC X(8).                              00443715
          05 FILLER              PIC X(15) VALUE '   CTLFILE RUN '.     00443715
          05 RPT-HDR-CTL-TS      PIC X(26).                             00443715
       01 WS-RPT-HEADER-2.                                              00443715
          05 FILLER              PIC X(28) VALUE                        00443715
            'SRC TY INST CUR       COUNT '.                             00443715
          05 FILLER              PIC X(60) VALUE                        00443715
            '            AMOUNT DR ACCOUNT   CR ACCOUNT   DESCRIPTION'. 00443715
       01 WS-RPT-DETAIL.                                                00443715
          05 RPT-SOURCE          PIC X(3).                              00443715
          05 FILLER              PIC X(1) VALUE SPACES.                 00443715
          05 RPT-TYPE            PIC X(2).                              00443715
          05 FILLER              PIC X(1) VALUE SPACES.                 00443715
          05 RPT-INST            PIC X(4).                              00443715
          05 FILLER              PIC X(1) VALUE SPACES.                 00443715
          05 RPT-CURR            PIC X(3).                              00443715
          05 FILLER              PIC X(1) VALUE SPACES.                 00443715
          05 RPT-CNTR            PIC ZZZ,ZZZ,ZZ9.                       00443715
          05 FILLER              PIC X(1) VALUE SPACES.                 00443715
          05 RPT-AMOUNT          PIC Z(13)9.99-.                        00443715
          05 FILLER              PIC X(1) VALUE SPACES.                 00443715
          05 RPT-DR              PIC X(12).                             00443715
          05 FILLER              PIC X(1) VALUE SPACES.                 00443715
          05 RPT-CR              PIC X(12).                             00443715
          05 FILLER              PIC X(1) VALUE SPACES.                 00443715
          05 RPT-DESC            PIC X(30).                             00443715
       01 WS-RPT-TOTAL.                                                 00443715
          05 RPT-TOT-LABEL       PIC X(40).                             00443715
          05 RPT-TOT-AMOUNT      PIC Z(13)9.99-.                        00443715
          05 FILLER              PIC X(2) VALUE SPACES.                 00443715
          05 RPT-TOT-VS-LABEL    PIC X(12).                             00443715
          05 RPT-TOT-VS-AMOUNT   PIC Z(13)9.99-.                        00443715
          05 FILLER              PIC X(2) VALUE SPACES.                 00443715
          05 RPT-TOT-FLAG        PIC X(20).                             00443715
       01 WS-RPT-COUNT.                                                 00443715
          05 RPT-CNT-LABEL       PIC X(40).                             00443715
          05 RPT-CNT-VALUE       PIC ZZZ,ZZZ,ZZ9.                       00443715
          05 FILLER              PIC X(9) VALUE SPACES.                 00443715
          05 RPT-CNT-VS-LABEL    PIC X(12).                             00443715
          05 RPT-CNT-VS-VALUE    PIC ZZZ,ZZZ,ZZ9.                       00443715
          05 FILLER              PIC X(9) VALUE SPACES.                 00443715
          05 RPT-CNT-FLAG        PIC X(20).                             00443715
       01 WS-RPT-WORK           PIC X(132).                             00443715
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
           PERFORM LOAD-COA-PARA                                        00443715
                                                                        00443715
           PERFORM READ-RATE-FILE-PARA                                  00443715
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
           MOVE 'MASTRNGL' TO PGAT-JOB-NAME                             00443715
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
           MOVE SPACES TO PARM-INST-ID                                  00443715
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
      *    THE JOURNAL IS DATED AND TIED TO CTLFILE BY PROCESS DATE --  00443715
      *    WITHOUT ONE THERE IS NOTHING TO POST AGAINST.                00443715
           IF PARM-PROCESS-DATE NOT NUMERIC                             00443715
             DISPLAY 'PARM-PROCESS-DATE MISSING -- NOTHING TO POST '    00443715
                     'AGAINST'                                          00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'NO PROCESS DATE' TO WS-FAIL-REASON                   00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           IF PARM-INST-ID = SPACES                                     00443715
             MOVE 'I001' TO WS-HOME-INST                                00443715
           ELSE                                                         00443715
             MOVE PARM-INST-ID TO WS-HOME-INST                          00443715
           END-IF                                                       00443715
                                                                        00443715
           DISPLAY 'PARM PROCESS DATE = ' PARM-PROCESS-DATE             00443715
           DISPLAY 'HOME INSTITUTION  = ' WS-HOME-INST                  00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       FILE-OPEN-PARA.                                                  00443715
                                                                        00443715
           OPEN INPUT COAFILE                                           00443715
                                                                        00443715
           IF COAFILE-FILE-STATUS NOT = '00'                            00443715
           THEN                                                         00443715
             DISPLAY 'OPEN COA FILE-STATUS = '  COAFILE-FILE-STATUS     00443715
                                                                        00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'FILE OPEN ERROR' TO WS-FAIL-REASON                   00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           OPEN INPUT GLSMFILE                                          00443715
                                                                        00443715
           IF GLSMFILE-FILE-STATUS NOT = '00'                           00443715
           THEN                                                         00443715
             DISPLAY 'OPEN GLSM FILE-STATUS = '  GLSMFILE-FILE-STATUS   00443715
                                                                        00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'FILE OPEN ERROR' TO WS-FAIL-REASON                   00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           MOVE 'GLSMFILE' TO GREG-DATASET                              00443715
           MOVE 'D'        TO GREG-EXPECT                               00443715
           MOVE 'GLSMFILE' TO WS-GREG-INPUT-DD                          00443715
           PERFORM CHECK-INPUT-GENERATION-PARA                          00443715
           IF GREG-RESULT-MATCHED                                       00443715
             MOVE 1 TO WS-GLSMFILE-REG                                  00443715
           END-IF                                                       00443715
                                                                        00443715
           OPEN INPUT BASEFILE                                          00443715
                                                                        00443715
           IF BASEFILE-FILE-STATUS NOT = '00'                           00443715
           THEN                                                         00443715
             DISPLAY 'OPEN BASE FILE-STATUS = '  BASEFILE-FILE-STATUS   00443715
                                                                        00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'FILE OPEN ERROR' TO WS-FAIL-REASON                   00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           MOVE 'BASEFILE' TO GREG-DATASET                              00443715
           MOVE 'D'        TO GREG-EXPECT                               00443715
           MOVE 'BASEFILE' TO WS-GREG-INPUT-DD                          00443715
           PERFORM CHECK-INPUT-GENERATION-PARA                          00443715
           IF GREG-RESULT-MATCHED                                       00443715
             MOVE 1 TO WS-BASEFILE-REG                                  00443715
           END-IF                                                       00443715
                                                                        00443715
           OPEN INPUT FEECFILE                                          00443715
                                                                        00443715
           IF FEECFILE-FILE-STATUS NOT = '00'                           00443715
           THEN                                                         00443715
             DISPLAY 'OPEN FEEC FILE-STATUS = '  FEECFILE-FILE-STATUS   00443715
                                                                        00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'FILE OPEN ERROR' TO WS-FAIL-REASON                   00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           MOVE 'FEECFILE' TO GREG-DATASET                              00443715
           MOVE 'D'        TO GREG-EXPECT                               00443715
           MOVE 'FEECFILE' TO WS-GREG-INPUT-DD                          00443715
           PERFORM CHECK-INPUT-GENERATION-PARA                          00443715
           IF GREG-RESULT-MATCHED                                       00443715
             MOVE 1 TO WS-FEECFILE-REG                                  00443715
           END-IF                                                       00443715
                                                                        00443715
           OPEN INPUT PPAFILE                                           00443715
                                                                        00443715
           IF PPAFILE-FILE-STATUS NOT = '00'                            00443715
           THEN                                                         00443715
             DISPLAY 'OPEN PPA FILE-STATUS = '  PPAFILE-FILE-STATUS     00443715
                                                                        00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'FILE OPEN ERROR' TO WS-FAIL-REASON                   00443715
             PERFORM END-PROCESS                                        00443715
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
           OPEN INPUT CTLFILE                                           00443715
                                                                        00443715
           IF CTLFILE-FILE-STATUS NOT = '00'                            00443715
           THEN                                                         00443715
             DISPLAY 'OPEN CTL FILE-STATUS = '  CTLFILE-FILE-STATUS     00443715
                                                                        00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'FILE OPEN ERROR' TO WS-FAIL-REASON                   00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           OPEN OUTPUT GLJEFILE                                         00443715
                                                                        00443715
           IF GLJEFILE-FILE-STATUS NOT = '00'                           00443715
           THEN                                                         00443715
             DISPLAY 'OPEN GLJE FILE-STATUS = '  GLJEFILE-FILE-STATUS   00443715
                                                                        00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'FILE OPEN ERROR' TO WS-FAIL-REASON                   00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           OPEN OUTPUT DSPHFILE                                         00443715
                                                                        00443715
           IF DSPHFILE-FILE-STATUS NOT = '00'                           00443715
           THEN                                                         00443715
             DISPLAY 'OPEN DSPH FILE-STATUS = '  DSPHFILE-FILE-STATUS   00443715
                                                                        00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'FILE OPEN ERROR' TO WS-FAIL-REASON                   00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           OPEN OUTPUT GLCTLRPT                                         00443715
                                                                        00443715
           IF GLCTLRPT-FILE-STATUS NOT = '00'                           00443715
           THEN                                                         00443715
             DISPLAY 'OPEN GLCTLRPT FILE-STATUS = '                     00443715
                     GLCTLRPT-FILE-STATUS                               00443715
                                                                        00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'FILE OPEN ERROR' TO WS-FAIL-REASON                   00443715
             PERFORM END-PROCESS                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           MOVE 1 TO WS-MAIN-FILES-OPEN                                 00443715
                                                                        00443715
           DISPLAY 'OPENING FILES SUCCESSFUL '                          00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       LOAD-COA-PARA.                                                   00443715
                                                                        00443715
           MOVE 0 TO WS-EOF                                             00443715
           PERFORM UNTIL WS-EOF = 1                                     00443715
             READ COAFILE                                               00443715
               AT END                                                   00443715
                 MOVE 1 TO WS-EOF                                       00443715
               NOT AT END                                               00443715
                 ADD 1 TO WS-COAFILE-CNTR                               00443715
                 IF WS-COA-USED < 500                                   00443715
                   ADD 1 TO WS-COA-USED                                 00443715
                   MOVE COA-SOURCE        TO WS-COA-SOURCE (WS-COA-USED)00443715
                   MOVE COA-TYPE-CODE     TO WS-COA-TYPE (WS-COA-USED)  00443715
                   MOVE COA-INST-ID       TO WS-COA-INST (WS-COA-USED)  00443715
                   MOVE COA-CURRENCY-CODE TO WS-COA-CURR (WS-COA-USED)  00443715
                   MOVE COA-DR-ACCOUNT    TO WS-COA-DR (WS-COA-USED)    00443715
                   MOVE COA-CR-ACCOUNT    TO WS-COA-CR (WS-COA-USED)    00443715
                   MOVE COA-DESCRIPTION   TO WS-COA-DESC (WS-COA-USED)  00443715
                 ELSE                                                   00443715
                   ADD 1 TO WS-COA-FULL-CNTR                            00443715
                 END-IF                                                 00443715
             END-READ                                                   00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           CLOSE COAFILE                                                00443715
                                                                        00443715
           DISPLAY 'CHART OF ACCOUNTS ROWS LOADED = ' WS-COA-USED       00443715
                                                                        00443715
           IF WS-COA-FULL-CNTR > 0                                      00443715
             DISPLAY 'CHART OF ACCOUNTS TABLE FULL -- '                 00443715
                     WS-COA-FULL-CNTR ' ROWS NOT LOADED'                00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       READ-RATE-FILE-PARA.                                             00443715
      *    NO RATE FILE IS NOT FATAL -- THE ADJUSTMENTS AND DISPUTES    00443715
      *    ARE SIMPLY LEFT UNPRICED AND SHOWN ON THE CONTROL REPORT.    00443715
           OPEN INPUT RATEFILE                                          00443715
                                                                        00443715
           IF RATEFILE-FILE-STATUS NOT = '00'                           00443715
           THEN                                                         00443715
             DISPLAY 'NO EXCHANGE RATE FILE -- ADJUSTMENTS AND '        00443715
                     'DISPUTES WILL BE REPORTED UNPRICED'               00443715
           ELSE                                                         00443715
             MOVE 0 TO WS-EOF                                           00443715
             PERFORM UNTIL WS-EOF = 1                                   00443715
               READ RATEFILE                                            00443715
                 AT END                                                 00443715
                   MOVE 1 TO WS-EOF                                     00443715
                 NOT AT END                                             00443715
                   IF RATE-RATE-DATE = PARM-PROCESS-DATE                00443715
                     IF WS-RATE-USED < 50                               00443715
                       ADD 1 TO WS-RATE-USED                            00443715
                       MOVE RATE-CURRENCY-CODE                          00443715
                         TO WS-RATE-CODE (WS-RATE-USED)                 00443715
                       MOVE RATE-PER-BASE                               00443715
                         TO WS-RATE-VALUE (WS-RATE-USED)                00443715
                     ELSE                                               00443715
                       DISPLAY 'RATE TABLE FULL -- RATE FOR '           00443715
                               RATE-CURRENCY-CODE ' DROPPED'            00443715
                     END-IF                                             00443715
                   END-IF                                               00443715
               END-READ                                                 00443715
             END-PERFORM                                                00443715
                                                                        00443715
             CLOSE RATEFILE                                             00443715
           END-IF                                                       00443715
                                                                        00443715
           DISPLAY 'EXCHANGE RATES LOADED = ' WS-RATE-USED              00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       MAIN-PROCESS.                                                    00443715
                                                                        00443715
           PERFORM READ-CONTROL-ROW-PARA                                00443715
                                                                        00443715
           PERFORM LOAD-GL-SUMMARY-PARA                                 00443715
                                                                        00443715
           PERFORM LOAD-BASE-TOTAL-PARA                                 00443715
                                                                        00443715
           PERFORM LOAD-FEE-TOTAL-PARA                                  00443715
                                                                        00443715
           PERFORM LOAD-PPA-PARA                                        00443715
                                                                        00443715
           PERFORM LOAD-DISPUTE-PARA                                    00443715
                                                                        00443715
           PERFORM MAP-ACCOUNTS-PARA                                    00443715
                                                                        00443715
           PERFORM PROVE-BALANCE-PARA                                   00443715
                                                                        00443715
           PERFORM WRITE-CONTROL-REPORT-PARA                            00443715
                                                                        00443715
           IF WS-RUN-FAILED = 0                                         00443715
             PERFORM WRITE-JOURNAL-PARA                                 00443715
           ELSE                                                         00443715
             DISPLAY 'GL NOT POSTED -- ' WS-FAIL-REASON                 00443715
           END-IF                                                       00443715
                                                                        00443715
           PERFORM WRITE-DISPUTE-HELD-PARA                              00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       READ-CONTROL-ROW-PARA.                                           00443715
      *    THE TIE IS TO THE NIGHT'S RUN-TOTAL ROW -- THE LAST ROW FOR  00443715
      *    THE PROCESS DATE CARRYING A CUSTMAST COUNT. THE PER-CYCLE    00443715
      *    ROWS A CATCH-UP RUN WRITES CARRY ONLY A TRANFILE COUNT AND   00443715
      *    ARE SKIPPED (THE MASTRANT RULE); A RERUN'S LATER ROW         00443715
      *    REPLACES AN EARLIER ONE.                                     00443715
           MOVE 0 TO WS-EOF                                             00443715
           PERFORM UNTIL WS-EOF = 1                                     00443715
             READ CTLFILE                                               00443715
               AT END                                                   00443715
                 MOVE 1 TO WS-EOF                                       00443715
               NOT AT END                                               00443715
                 IF CTL-PROCESS-DATE = PARM-PROCESS-DATE                00443715
                    AND CTL-CUSTMAST-CNTR NOT = ZEROES                  00443715
                   MOVE 1                 TO WS-CTL-FOUND               00443715
                   MOVE CTL-RUN-TIMESTAMP TO WS-CTL-RUN-TIMESTAMP       00443715
                   MOVE CTL-TRANFILE-CNTR TO WS-CTL-TRANFILE-CNTR       00443715
                   MOVE CTL-SUSPFILE-CNTR TO WS-CTL-SUSPFILE-CNTR       00443715
                   MOVE CTL-DUPFILE-CNTR  TO WS-CTL-DUPFILE-CNTR        00443715
                   MOVE CTL-FEECFILE-CNTR TO WS-CTL-FEECFILE-CNTR       00443715
                 END-IF                                                 00443715
             END-READ                                                   00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           CLOSE CTLFILE                                                00443715
                                                                        00443715
           IF WS-CTL-FOUND = 0                                          00443715
             DISPLAY 'NO CTLFILE RUN-TOTAL ROW FOR ' PARM-PROCESS-DATE  00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'NO CTLFILE ROW FOR PROCESS DATE'                     00443715
               TO WS-FAIL-REASON                                        00443715
             MOVE SPACES TO WS-CTL-RUN-TIMESTAMP                        00443715
             MOVE ZEROES TO WS-CTL-TRANFILE-CNTR                        00443715
             MOVE ZEROES TO WS-CTL-SUSPFILE-CNTR                        00443715
             MOVE ZEROES TO WS-CTL-DUPFILE-CNTR                         00443715
             MOVE ZEROES TO WS-CTL-FEECFILE-CNTR                        00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       LOAD-GL-SUMMARY-PARA.                                            00443715
      *    UNPRICED AMOUNTS (NO RATE ON FILE) HAVE NO BASE VALUE AND    00443715
      *    ARE NOT POSTED -- THEY ARE CARRIED ON THE CONTROL REPORT     00443715
      *    SO FINANCE CAN SEE WHAT IS WAITING ON A RATE.                00443715
           MOVE 0 TO WS-EOF                                             00443715
           PERFORM UNTIL WS-EOF = 1                                     00443715
             READ GLSMFILE                                              00443715
               AT END                                                   00443715
                 MOVE 1 TO WS-EOF                                       00443715
               NOT AT END                                               00443715
                 ADD 1 TO WS-GLSMFILE-CNTR                              00443715
                 ADD FUNCTION NUMVAL (GLSM-TXN-CNTR)                    00443715
                   TO WS-GLSMFILE-HASH-TOTAL                            00443715
                                                                        00443715
                 MOVE 'TXN'              TO WS-CUR-SOURCE               00443715
                 MOVE GLSM-TYPE-CODE     TO WS-CUR-TYPE                 00443715
                 MOVE GLSM-INST-ID       TO WS-CUR-INST                 00443715
                 MOVE GLSM-CURRENCY-CODE TO WS-CUR-CURR                 00443715
                 COMPUTE WS-CUR-CNTR =                                  00443715
                   FUNCTION NUMVAL (GLSM-TXN-CNTR)                      00443715
                 COMPUTE WS-CUR-AMOUNT =                                00443715
                   FUNCTION NUMVAL (GLSM-BASE-AMOUNT)                   00443715
                                                                        00443715
                 ADD WS-CUR-CNTR   TO WS-GL-TXN-CNTR                    00443715
                 ADD WS-CUR-AMOUNT TO WS-GL-BASE-TOTAL                  00443715
                 ADD FUNCTION NUMVAL (GLSM-UNPR-CNTR)                   00443715
                   TO WS-GL-UNPR-CNTR                                   00443715
                 ADD FUNCTION NUMVAL (GLSM-UNPR-AMOUNT)                 00443715
                   TO WS-GL-UNPR-TOTAL                                  00443715
                                                                        00443715
                 IF WS-CUR-CNTR > 0                                     00443715
                   PERFORM ADD-SOURCE-ROW-PARA                          00443715
                 END-IF                                                 00443715
             END-READ                                                   00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           CLOSE GLSMFILE                                               00443715
                                                                        00443715
           IF WS-GLSMFILE-REG = 1                                       00443715
             MOVE 'GLSMFILE'             TO GREG-DATASET                00443715
             MOVE 'D'                    TO GREG-EXPECT                 00443715
             MOVE 'GLSMFILE'             TO WS-GREG-INPUT-DD            00443715
             MOVE WS-GLSMFILE-CNTR       TO GREG-RECORD-CNT             00443715
             MOVE WS-GLSMFILE-HASH-TOTAL TO GREG-HASH-TOTAL             00443715
             PERFORM VERIFY-INPUT-GENERATION-PARA                       00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       LOAD-BASE-TOTAL-PARA.                                            00443715
                                                                        00443715
           MOVE 0 TO WS-EOF                                             00443715
           PERFORM UNTIL WS-EOF = 1                                     00443715
             READ BASEFILE                                              00443715
               AT END                                                   00443715
                 MOVE 1 TO WS-EOF                                       00443715
               NOT AT END                                               00443715
                 ADD 1 TO WS-BASEFILE-CNTR                              00443715
                 ADD FUNCTION NUMVAL (BASE-CONT-ID)                     00443715
                   TO WS-BASEFILE-HASH-TOTAL                            00443715
                 ADD FUNCTION NUMVAL (BASE-TOTAL-TXN-AMOUNT)            00443715
                   TO WS-BASEFILE-TOTAL                                 00443715
             END-READ                                                   00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           CLOSE BASEFILE                                               00443715
                                                                        00443715
           IF WS-BASEFILE-REG = 1                                       00443715
             MOVE 'BASEFILE'             TO GREG-DATASET                00443715
             MOVE 'D'                    TO GREG-EXPECT                 00443715
             MOVE 'BASEFILE'             TO WS-GREG-INPUT-DD            00443715
             MOVE WS-BASEFILE-CNTR       TO GREG-RECORD-CNT             00443715
             MOVE WS-BASEFILE-HASH-TOTAL TO GREG-HASH-TOTAL             00443715
             PERFORM VERIFY-INPUT-GENERATION-PARA                       00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       LOAD-FEE-TOTAL-PARA.                                             00443715
      *    THE FEE POSTED IS THE RUN-TOTAL ROW (CONT-ID ZEROES); THE    00443715
      *    PER-CUSTOMER ROWS ARE SUMMED ONLY TO PROVE THEY AGREE WITH   00443715
      *    IT, AND EVERY ROW IS COUNTED AGAINST THE CTLFILE FEECFILE    00443715
      *    COUNT.                                                       00443715
           MOVE 0 TO WS-EOF                                             00443715
           PERFORM UNTIL WS-EOF = 1                                     00443715
             READ FEECFILE                                              00443715
               AT END                                                   00443715
                 MOVE 1 TO WS-EOF                                       00443715
               NOT AT END                                               00443715
                 ADD 1 TO WS-FEECFILE-CNTR                              00443715
                 ADD FUNCTION NUMVAL (FEEC-CONT-ID)                     00443715
                   TO WS-FEECFILE-HASH-TOTAL                            00443715
                 IF FEEC-CONT-ID = ZEROES                               00443715
                   MOVE 1 TO WS-FEE-RUN-FOUND                           00443715
                   COMPUTE WS-FEE-RUN-AMOUNT =                          00443715
                     FUNCTION NUMVAL (FEEC-FEE-AMOUNT)                  00443715
                   COMPUTE WS-CUR-CNTR =                                00443715
                     FUNCTION NUMVAL (FEEC-TXN-CNTR)                    00443715
                 ELSE                                                   00443715
                   ADD FUNCTION NUMVAL (FEEC-FEE-AMOUNT)                00443715
                     TO WS-FEE-CUST-TOTAL                               00443715
                 END-IF                                                 00443715
             END-READ                                                   00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           CLOSE FEECFILE                                               00443715
                                                                        00443715
           IF WS-FEECFILE-REG = 1                                       00443715
             MOVE 'FEECFILE'             TO GREG-DATASET                00443715
             MOVE 'D'                    TO GREG-EXPECT                 00443715
             MOVE 'FEECFILE'             TO WS-GREG-INPUT-DD            00443715
             MOVE WS-FEECFILE-CNTR       TO GREG-RECORD-CNT             00443715
             MOVE WS-FEECFILE-HASH-TOTAL TO GREG-HASH-TOTAL             00443715
             PERFORM VERIFY-INPUT-GENERATION-PARA                       00443715
           END-IF                                                       00443715
                                                                        00443715
           IF WS-FEE-RUN-FOUND = 1                                      00443715
              AND WS-FEE-RUN-AMOUNT NOT = ZEROES                        00443715
             MOVE 'FEE'             TO WS-CUR-SOURCE                    00443715
             MOVE 'AU'              TO WS-CUR-TYPE                      00443715
             MOVE WS-HOME-INST      TO WS-CUR-INST                      00443715
             MOVE SPACES            TO WS-CUR-CURR                      00443715
             MOVE WS-FEE-RUN-AMOUNT TO WS-CUR-AMOUNT                    00443715
             PERFORM ADD-SOURCE-ROW-PARA                                00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       LOAD-PPA-PARA.                                                   00443715
      *    ADJUSTMENTS ARE POSTED BY TYPE AND CURRENCY UNDER THE HOME   00443715
      *    INSTITUTION, AT THE SIGNED AMOUNT MASTRANC DIVERTED PRICED   00443715
      *    INTO BASE. AN ADJUSTMENT IN A CURRENCY WITH NO RATE TONIGHT  00443715
      *    IS NOT POSTED -- IT IS CARRIED ON THE CONTROL REPORT IN ITS  00443715
      *    ORIGINAL CURRENCY, AS AN UNPRICED TRANSACTION IS.            00443715
           MOVE 0 TO WS-EOF                                             00443715
           PERFORM UNTIL WS-EOF = 1                                     00443715
             READ PPAFILE                                               00443715
               AT END                                                   00443715
                 MOVE 1 TO WS-EOF                                       00443715
               NOT AT END                                               00443715
                 ADD 1 TO WS-PPAFILE-CNTR                               00443715
                 MOVE 'PPA'             TO WS-CUR-SOURCE                00443715
                 MOVE PPA-TYPE-CODE     TO WS-CUR-TYPE                  00443715
                 IF WS-CUR-TYPE = SPACES                                00443715
                   MOVE 'AU' TO WS-CUR-TYPE                             00443715
                 END-IF                                                 00443715
                 MOVE WS-HOME-INST      TO WS-CUR-INST                  00443715
                 MOVE PPA-CURRENCY-CODE TO WS-CUR-CURR                  00443715
                 MOVE 1                 TO WS-CUR-CNTR                  00443715
                 PERFORM FIND-RATE-PARA                                 00443715
                 IF WS-RATE-FOUND = 1                                   00443715
                   COMPUTE WS-CUR-AMOUNT =                              00443715
                     FUNCTION NUMVAL (PPA-AMOUNT)                       00443715
                     * WS-RATE-VALUE (WS-RATE-TABIDX)                   00443715
                   PERFORM ADD-SOURCE-ROW-PARA                          00443715
                 ELSE                                                   00443715
                   DISPLAY 'NO RATE FOR ' WS-CUR-CURR                   00443715
                           ' -- ADJUSTMENT FOR ' PPA-CONT-ID            00443715
                           ' NOT POSTED'                                00443715
                   ADD 1 TO WS-PPA-UNPR-CNTR                            00443715
                   ADD FUNCTION NUMVAL (PPA-AMOUNT)                     00443715
                     TO WS-PPA-UNPR-TOTAL                               00443715
                 END-IF                                                 00443715
             END-READ                                                   00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           CLOSE PPAFILE                                                00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       LOAD-DISPUTE-PARA.                                               00443715
      *    OPEN DISPUTE EXPOSURE IS THE SUM OF EVERY CASE STILL OPEN    00443715
      *    ON TONIGHT'S CASEFILE, BY CURRENCY. A CASE WITH AN           00443715
      *    UNPARSEABLE AMOUNT STILL COUNTS WITH ZERO EXPOSURE, AS ON    00443715
      *    MASTRANB'S REPORT. ONLY THE MOVEMENT AGAINST WHAT DSPHIN     00443715
      *    SAYS THE LEDGER ALREADY HOLDS IS POSTED -- THE EXPOSURE      00443715
      *    ITSELF IS A BALANCE, NOT A NIGHT'S ACTIVITY.                 00443715
           PERFORM LOAD-DISPUTE-HELD-PARA                               00443715
                                                                        00443715
           MOVE 0 TO WS-EOF                                             00443715
           PERFORM UNTIL WS-EOF = 1                                     00443715
             READ CASEFILE                                              00443715
               AT END                                                   00443715
                 MOVE 1 TO WS-EOF                                       00443715
               NOT AT END                                               00443715
                 ADD 1 TO WS-CASEFILE-CNTR                              00443715
                 ADD CASE-CONT-ID TO WS-CASEFILE-HASH-TOTAL             00443715
                 IF CASE-STATUS NOT = 'CLOSED'                          00443715
                   ADD 1 TO WS-OPEN-CASE-CNTR                           00443715
                   MOVE CASE-CURRENCY-CODE TO WS-DSP-CURR-WORK          00443715
                   PERFORM FIND-DISPUTE-ROW-PARA                        00443715
                   IF WS-DSP-IDX > 0                                    00443715
                     ADD 1 TO WS-DSP-CASES (WS-DSP-IDX)                 00443715
                     IF FUNCTION TEST-NUMVAL (CASE-AMOUNT) = 0          00443715
                       ADD FUNCTION NUMVAL (CASE-AMOUNT)                00443715
                         TO WS-DSP-EXPOSURE (WS-DSP-IDX)                00443715
                     END-IF                                             00443715
                   END-IF                                               00443715
                 END-IF                                                 00443715
             END-READ                                                   00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           CLOSE CASEFILE                                               00443715
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
           IF WS-DSP-FULL-CNTR > 0                                      00443715
             DISPLAY 'DISPUTE CURRENCY TABLE FULL -- '                  00443715
                     WS-DSP-FULL-CNTR ' CASES NOT PRICED'               00443715
             IF WS-RUN-FAILED = 0                                       00443715
               MOVE 1 TO WS-RUN-FAILED                                  00443715
               MOVE 'DISPUTE CURRENCY TABLE FULL' TO WS-FAIL-REASON     00443715
             END-IF                                                     00443715
           END-IF                                                       00443715
                                                                        00443715
           PERFORM VARYING WS-DSP-IDX FROM 1 BY 1                       00443715
             UNTIL WS-DSP-IDX > WS-DSP-USED                             00443715
             PERFORM PRICE-DISPUTE-ROW-PARA                             00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       LOAD-DISPUTE-HELD-PARA.                                          00443715
      *    NO DSPHIN IS THE FIRST NIGHT -- THE LEDGER HOLDS NO DISPUTE  00443715
      *    EXPOSURE YET AND TONIGHT POSTS ALL OF IT.                    00443715
           OPEN INPUT DSPHIN                                            00443715
                                                                        00443715
           IF DSPHIN-FILE-STATUS NOT = '00'                             00443715
             DISPLAY 'NO PRIOR DISPUTE POSITION -- FULL EXPOSURE '      00443715
                     'POSTED AS TONIGHT''S MOVEMENT'                    00443715
           ELSE                                                         00443715
             MOVE 'DSPHFILE' TO GREG-DATASET                            00443715
             MOVE 'P'        TO GREG-EXPECT                             00443715
             MOVE 'DSPHIN'   TO WS-GREG-INPUT-DD                        00443715
             PERFORM CHECK-INPUT-GENERATION-PARA                        00443715
             IF GREG-RESULT-MATCHED                                     00443715
               MOVE 1 TO WS-DSPHIN-REG                                  00443715
             END-IF                                                     00443715
                                                                        00443715
             MOVE 0 TO WS-EOF                                           00443715
             PERFORM UNTIL WS-EOF = 1                                   00443715
               READ DSPHIN                                              00443715
                 AT END                                                 00443715
                   MOVE 1 TO WS-EOF                                     00443715
                 NOT AT END                                             00443715
                   ADD 1 TO WS-DSPHIN-CNTR                              00443715
                   ADD FUNCTION ABS (FUNCTION NUMVAL (DHIN-BASE-AMOUNT))00443715
                     TO WS-DSPHIN-HASH-TOTAL                            00443715
                   MOVE DHIN-CURRENCY-CODE TO WS-DSP-CURR-WORK          00443715
                   PERFORM FIND-DISPUTE-ROW-PARA                        00443715
                   IF WS-DSP-IDX > 0                                    00443715
                     ADD FUNCTION NUMVAL (DHIN-BASE-AMOUNT)             00443715
                       TO WS-DSP-HELD (WS-DSP-IDX)                      00443715
                     ADD DHIN-CASE-CNTR                                 00443715
                       TO WS-DSP-HELD-CASES (WS-DSP-IDX)                00443715
                     MOVE 1 TO WS-DSP-CARRIED (WS-DSP-IDX)              00443715
                   END-IF                                               00443715
               END-READ                                                 00443715
             END-PERFORM                                                00443715
                                                                        00443715
             CLOSE DSPHIN                                               00443715
                                                                        00443715
             IF WS-DSPHIN-REG = 1                                       00443715
               MOVE 'DSPHFILE'           TO GREG-DATASET                00443715
               MOVE 'P'                  TO GREG-EXPECT                 00443715
               MOVE 'DSPHIN'             TO WS-GREG-INPUT-DD            00443715
               MOVE WS-DSPHIN-CNTR       TO GREG-RECORD-CNT             00443715
               MOVE WS-DSPHIN-HASH-TOTAL TO GREG-HASH-TOTAL             00443715
               PERFORM VERIFY-INPUT-GENERATION-PARA                     00443715
             END-IF                                                     00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       FIND-DISPUTE-ROW-PARA.                                           00443715
      *    FINDS OR OPENS THE CURRENCY ROW; WS-DSP-IDX COMES BACK ZERO  00443715
      *    ONLY WHEN THE TABLE IS FULL.                                 00443715
           MOVE 0 TO WS-DSP-IDX                                         00443715
                                                                        00443715
           SET WS-DSP-TABIDX TO 1                                       00443715
           SEARCH WS-DSP-ENTRY                                          00443715
             AT END                                                     00443715
               IF WS-DSP-USED < 50                                      00443715
                 ADD 1 TO WS-DSP-USED                                   00443715
                 SET WS-DSP-TABIDX TO WS-DSP-USED                       00443715
                 MOVE WS-DSP-CURR-WORK TO WS-DSP-CURR (WS-DSP-TABIDX)   00443715
                 MOVE ZEROES TO WS-DSP-CASES (WS-DSP-TABIDX)            00443715
                 MOVE ZEROES TO WS-DSP-EXPOSURE (WS-DSP-TABIDX)         00443715
                 MOVE ZEROES TO WS-DSP-HELD (WS-DSP-TABIDX)             00443715
                 MOVE ZEROES TO WS-DSP-NEW (WS-DSP-TABIDX)              00443715
                 MOVE ZEROES TO WS-DSP-HELD-CASES (WS-DSP-TABIDX)       00443715
                 MOVE 0      TO WS-DSP-CARRIED (WS-DSP-TABIDX)          00443715
                 MOVE WS-DSP-USED TO WS-DSP-IDX                         00443715
               ELSE                                                     00443715
                 ADD 1 TO WS-DSP-FULL-CNTR                              00443715
               END-IF                                                   00443715
             WHEN WS-DSP-TABIDX NOT > WS-DSP-USED                       00443715
              AND WS-DSP-CURR (WS-DSP-TABIDX) = WS-DSP-CURR-WORK        00443715
               SET WS-DSP-IDX TO WS-DSP-TABIDX                          00443715
           END-SEARCH                                                   00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       PRICE-DISPUTE-ROW-PARA.                                          00443715
      *    A PRICED CURRENCY MOVES THE LEDGER TO TONIGHT'S EXPOSURE AT  00443715
      *    TONIGHT'S RATE, SO A RATE CHANGE ON CASES STILL OPEN IS PART 00443715
      *    OF THE MOVEMENT. AN UNPRICED ONE POSTS NOTHING AND KEEPS ITS 00443715
      *    HELD AMOUNT.                                                 00443715
           MOVE WS-DSP-CURR (WS-DSP-IDX) TO WS-CUR-CURR                 00443715
           PERFORM FIND-RATE-PARA                                       00443715
                                                                        00443715
           IF WS-RATE-FOUND = 1                                         00443715
             COMPUTE WS-DSP-NEW (WS-DSP-IDX) =                          00443715
               WS-DSP-EXPOSURE (WS-DSP-IDX)                             00443715
               * WS-RATE-VALUE (WS-RATE-TABIDX)                         00443715
             MOVE 'DSP'        TO WS-CUR-SOURCE                         00443715
             MOVE 'CB'         TO WS-CUR-TYPE                           00443715
             MOVE WS-HOME-INST TO WS-CUR-INST                           00443715
             MOVE WS-DSP-CASES (WS-DSP-IDX) TO WS-CUR-CNTR              00443715
             COMPUTE WS-CUR-AMOUNT =                                    00443715
               WS-DSP-NEW (WS-DSP-IDX) - WS-DSP-HELD (WS-DSP-IDX)       00443715
             PERFORM ADD-SOURCE-ROW-PARA                                00443715
           ELSE                                                         00443715
             MOVE WS-DSP-HELD (WS-DSP-IDX) TO WS-DSP-NEW (WS-DSP-IDX)   00443715
             ADD 1 TO WS-DSP-UNPR-CNTR                                  00443715
             DISPLAY 'NO RATE FOR ' WS-CUR-CURR ' -- '                  00443715
                     WS-DSP-CASES (WS-DSP-IDX)                          00443715
                     ' OPEN DISPUTES NOT REPRICED'                      00443715
           END-IF                                                       00443715
                                                                        00443715
           ADD WS-DSP-HELD (WS-DSP-IDX) TO WS-DSP-HELD-TOTAL            00443715
           ADD WS-DSP-NEW (WS-DSP-IDX)  TO WS-DSP-NEW-TOTAL             00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       FIND-RATE-PARA.                                                  00443715
      *    LOOKS UP WS-CUR-CURR IN TONIGHT'S RATES -- THE SAME SEARCH   00443715
      *    MASTRANC'S ACCUM-BASE-CURRENCY-PARA MAKES.                   00443715
           MOVE 0 TO WS-RATE-FOUND                                      00443715
                                                                        00443715
           SET WS-RATE-TABIDX TO 1                                      00443715
           IF WS-RATE-USED > 0                                          00443715
             SEARCH WS-RATE-ENTRY                                       00443715
               AT END                                                   00443715
                 CONTINUE                                               00443715
               WHEN WS-RATE-TABIDX NOT > WS-RATE-USED                   00443715
                AND WS-RATE-CODE (WS-RATE-TABIDX) = WS-CUR-CURR         00443715
                 MOVE 1 TO WS-RATE-FOUND                                00443715
             END-SEARCH                                                 00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       ADD-SOURCE-ROW-PARA.                                             00443715
                                                                        00443715
           SET WS-SRC-TABIDX TO 1                                       00443715
           SEARCH WS-SRC-ENTRY                                          00443715
             AT END                                                     00443715
               IF WS-SRC-USED < 500                                     00443715
                 ADD 1 TO WS-SRC-USED                                   00443715
                 SET WS-SRC-TABIDX TO WS-SRC-USED                       00443715
                 MOVE WS-CUR-SOURCE TO WS-SRC-SOURCE (WS-SRC-TABIDX)    00443715
                 MOVE WS-CUR-TYPE   TO WS-SRC-TYPE (WS-SRC-TABIDX)      00443715
                 MOVE WS-CUR-INST   TO WS-SRC-INST (WS-SRC-TABIDX)      00443715
                 MOVE WS-CUR-CURR   TO WS-SRC-CURR (WS-SRC-TABIDX)      00443715
                 MOVE WS-CUR-CNTR   TO WS-SRC-CNTR (WS-SRC-TABIDX)      00443715
                 MOVE WS-CUR-AMOUNT TO WS-SRC-AMOUNT (WS-SRC-TABIDX)    00443715
                 MOVE SPACES        TO WS-SRC-DR (WS-SRC-TABIDX)        00443715
                 MOVE SPACES        TO WS-SRC-CR (WS-SRC-TABIDX)        00443715
                 MOVE SPACES        TO WS-SRC-DESC (WS-SRC-TABIDX)      00443715
                 MOVE 0             TO WS-SRC-MAPPED (WS-SRC-TABIDX)    00443715
               ELSE                                                     00443715
                 ADD 1 TO WS-SRC-FULL-CNTR                              00443715
               END-IF                                                   00443715
             WHEN WS-SRC-SOURCE (WS-SRC-TABIDX) = WS-CUR-SOURCE         00443715
              AND WS-SRC-TYPE (WS-SRC-TABIDX)   = WS-CUR-TYPE           00443715
              AND WS-SRC-INST (WS-SRC-TABIDX)   = WS-CUR-INST           00443715
              AND WS-SRC-CURR (WS-SRC-TABIDX)   = WS-CUR-CURR           00443715
               ADD WS-CUR-CNTR   TO WS-SRC-CNTR (WS-SRC-TABIDX)         00443715
               ADD WS-CUR-AMOUNT TO WS-SRC-AMOUNT (WS-SRC-TABIDX)       00443715
           END-SEARCH                                                   00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       MAP-ACCOUNTS-PARA.                                               00443715
                                                                        00443715
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1                       00443715
             UNTIL WS-SRC-IDX > WS-SRC-USED                             00443715
             PERFORM FIND-COA-PARA                                      00443715
                                                                        00443715
             IF WS-COA-HIT = ZEROES                                     00443715
               ADD 1 TO WS-UNMAPPED-CNTR                                00443715
               DISPLAY 'NO CHART-OF-ACCOUNTS ROW FOR '                  00443715
                       WS-SRC-SOURCE (WS-SRC-IDX) ' '                   00443715
                       WS-SRC-TYPE (WS-SRC-IDX) ' '                     00443715
                       WS-SRC-INST (WS-SRC-IDX) ' '                     00443715
                       WS-SRC-CURR (WS-SRC-IDX)                         00443715
             ELSE                                                       00443715
               MOVE 1 TO WS-SRC-MAPPED (WS-SRC-IDX)                     00443715
               MOVE WS-COA-DR (WS-COA-HIT)   TO WS-SRC-DR (WS-SRC-IDX)  00443715
               MOVE WS-COA-CR (WS-COA-HIT)   TO WS-SRC-CR (WS-SRC-IDX)  00443715
               MOVE WS-COA-DESC (WS-COA-HIT)                            00443715
                 TO WS-SRC-DESC (WS-SRC-IDX)                            00443715
             END-IF                                                     00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           IF WS-UNMAPPED-CNTR > 0                                      00443715
              AND WS-RUN-FAILED = 0                                     00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'UNMAPPED GL ACCOUNT' TO WS-FAIL-REASON               00443715
           END-IF                                                       00443715
                                                                        00443715
           IF WS-SRC-FULL-CNTR > 0                                      00443715
             DISPLAY 'GL SOURCE TABLE FULL -- ' WS-SRC-FULL-CNTR        00443715
                     ' FIGURES NOT POSTED'                              00443715
             IF WS-RUN-FAILED = 0                                       00443715
               MOVE 1 TO WS-RUN-FAILED                                  00443715
               MOVE 'GL SOURCE TABLE FULL' TO WS-FAIL-REASON            00443715
             END-IF                                                     00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       FIND-COA-PARA.                                                   00443715
      *    FIRST PASS LOOKS FOR THE EXACT ROW; ONLY IF THERE IS NONE    00443715
      *    DOES THE SECOND PASS ACCEPT A ROW WHOSE INSTITUTION OR       00443715
      *    CURRENCY IS BLANK. FIRST MATCH IN FILE ORDER WINS.           00443715
           MOVE ZEROES TO WS-COA-HIT                                    00443715
                                                                        00443715
           PERFORM VARYING WS-COA-IDX FROM 1 BY 1                       00443715
             UNTIL WS-COA-IDX > WS-COA-USED                             00443715
                OR WS-COA-HIT NOT = ZEROES                              00443715
             IF WS-COA-SOURCE (WS-COA-IDX) = WS-SRC-SOURCE (WS-SRC-IDX) 00443715
                AND WS-COA-TYPE (WS-COA-IDX) = WS-SRC-TYPE (WS-SRC-IDX) 00443715
                AND WS-COA-INST (WS-COA-IDX) = WS-SRC-INST (WS-SRC-IDX) 00443715
                AND WS-COA-CURR (WS-COA-IDX) = WS-SRC-CURR (WS-SRC-IDX) 00443715
               MOVE WS-COA-IDX TO WS-COA-HIT                            00443715
             END-IF                                                     00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           PERFORM VARYING WS-COA-IDX FROM 1 BY 1                       00443715
             UNTIL WS-COA-IDX > WS-COA-USED                             00443715
                OR WS-COA-HIT NOT = ZEROES                              00443715
             IF WS-COA-SOURCE (WS-COA-IDX) = WS-SRC-SOURCE (WS-SRC-IDX) 00443715
                AND WS-COA-TYPE (WS-COA-IDX) = WS-SRC-TYPE (WS-SRC-IDX) 00443715
                AND (WS-COA-INST (WS-COA-IDX) = WS-SRC-INST (WS-SRC-IDX)00443715
                     OR WS-COA-INST (WS-COA-IDX) = SPACES)              00443715
                AND (WS-COA-CURR (WS-COA-IDX) = WS-SRC-CURR (WS-SRC-IDX)00443715
                     OR WS-COA-CURR (WS-COA-IDX) = SPACES)              00443715
               MOVE WS-COA-IDX TO WS-COA-HIT                            00443715
             END-IF                                                     00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       PROVE-BALANCE-PARA.                                              00443715
      *    EVERY MAPPED FIGURE CONTRIBUTES ITS ABSOLUTE VALUE TO BOTH   00443715
      *    SIDES. THE PROOF STILL RUNS RATHER THAN BEING ASSUMED --     00443715
      *    A FIGURE MAPPED TO A BLANK ACCOUNT ON ONE SIDE IS LEFT OFF   00443715
      *    THAT SIDE AND THROWS THE NIGHT OUT OF BALANCE.               00443715
           MOVE ZEROES TO WS-DR-TOTAL                                   00443715
           MOVE ZEROES TO WS-CR-TOTAL                                   00443715
                                                                        00443715
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1                       00443715
             UNTIL WS-SRC-IDX > WS-SRC-USED                             00443715
             IF WS-SRC-MAPPED (WS-SRC-IDX) = 1                          00443715
               COMPUTE WS-WORK-AMOUNT =                                 00443715
                 FUNCTION ABS (WS-SRC-AMOUNT (WS-SRC-IDX))              00443715
               IF WS-SRC-DR (WS-SRC-IDX) NOT = SPACES                   00443715
                 ADD WS-WORK-AMOUNT TO WS-DR-TOTAL                      00443715
               END-IF                                                   00443715
               IF WS-SRC-CR (WS-SRC-IDX) NOT = SPACES                   00443715
                 ADD WS-WORK-AMOUNT TO WS-CR-TOTAL                      00443715
               END-IF                                                   00443715
             END-IF                                                     00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           COMPUTE WS-DIFF-AMOUNT = WS-DR-TOTAL - WS-CR-TOTAL           00443715
                                                                        00443715
           IF WS-DIFF-AMOUNT NOT = ZEROES                               00443715
             DISPLAY 'GL OUT OF BALANCE -- DIFFERENCE ' WS-DIFF-AMOUNT  00443715
             IF WS-RUN-FAILED = 0                                       00443715
               MOVE 1 TO WS-RUN-FAILED                                  00443715
               MOVE 'GL OUT OF BALANCE' TO WS-FAIL-REASON               00443715
             END-IF                                                     00443715
           END-IF                                                       00443715
                                                                        00443715
      *    THE TIES TO THE REST OF THE SUITE. THE BASE-CURRENCY         00443715
      *    TRANSACTION TOTAL MUST EQUAL BASEFILE, AND FEECFILE MUST     00443715
      *    HOLD EXACTLY THE ROWS CTLFILE SAYS WERE WRITTEN WITH A       00443715
      *    RUN TOTAL THAT AGREES WITH ITS CUSTOMER ROWS. THE TRANFILE   00443715
      *    COUNT IS REPORTED BUT NOT ENFORCED -- SUSPENDED AND          00443715
      *    DUPLICATE TRANSACTIONS NEVER REACH THE GL SUMMARY.           00443715
           IF WS-GL-BASE-TOTAL NOT = WS-BASEFILE-TOTAL                  00443715
              AND WS-RUN-FAILED = 0                                     00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'GL DOES NOT TIE TO BASEFILE' TO WS-FAIL-REASON       00443715
           END-IF                                                       00443715
                                                                        00443715
           IF WS-FEECFILE-CNTR NOT = WS-CTL-FEECFILE-CNTR               00443715
              AND WS-RUN-FAILED = 0                                     00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'FEECFILE DOES NOT TIE TO CTLFILE' TO WS-FAIL-REASON  00443715
           END-IF                                                       00443715
                                                                        00443715
           IF WS-FEE-RUN-AMOUNT NOT = WS-FEE-CUST-TOTAL                 00443715
              AND WS-RUN-FAILED = 0                                     00443715
             MOVE 1 TO WS-RUN-FAILED                                    00443715
             MOVE 'FEE RUN TOTAL DOES NOT TIE' TO WS-FAIL-REASON        00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       WRITE-CONTROL-REPORT-PARA.                                       00443715
                                                                        00443715
           MOVE PARM-PROCESS-DATE    TO RPT-HDR-DATE                    00443715
           MOVE WS-CTL-RUN-TIMESTAMP TO RPT-HDR-CTL-TS                  00443715
           WRITE GLCTLRPT-LINE FROM WS-RPT-HEADER-1                     00443715
           WRITE GLCTLRPT-LINE FROM WS-RPT-HEADER-2                     00443715
             AFTER ADVANCING 2 LINES                                    00443715
                                                                        00443715
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1                       00443715
             UNTIL WS-SRC-IDX > WS-SRC-USED                             00443715
             INITIALIZE WS-RPT-DETAIL                                   00443715
             MOVE WS-SRC-SOURCE (WS-SRC-IDX) TO RPT-SOURCE              00443715
             MOVE WS-SRC-TYPE (WS-SRC-IDX)   TO RPT-TYPE                00443715
             MOVE WS-SRC-INST (WS-SRC-IDX)   TO RPT-INST                00443715
             MOVE WS-SRC-CURR (WS-SRC-IDX)   TO RPT-CURR                00443715
             MOVE WS-SRC-CNTR (WS-SRC-IDX)   TO RPT-CNTR                00443715
             MOVE WS-SRC-AMOUNT (WS-SRC-IDX) TO RPT-AMOUNT              00443715
             IF WS-SRC-MAPPED (WS-SRC-IDX) = 1                          00443715
               MOVE WS-SRC-DR (WS-SRC-IDX)   TO RPT-DR                  00443715
               MOVE WS-SRC-CR (WS-SRC-IDX)   TO RPT-CR                  00443715
               MOVE WS-SRC-DESC (WS-SRC-IDX) TO RPT-DESC                00443715
             ELSE                                                       00443715
               MOVE '** UNMAPPED' TO RPT-DR                             00443715
             END-IF                                                     00443715
             WRITE GLCTLRPT-LINE FROM WS-RPT-DETAIL                     00443715
               AFTER ADVANCING 1 LINE                                   00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           INITIALIZE WS-RPT-TOTAL                                      00443715
           MOVE 'TOTAL DEBITS'       TO RPT-TOT-LABEL                   00443715
           MOVE WS-DR-TOTAL          TO RPT-TOT-AMOUNT                  00443715
           MOVE 'CREDITS'            TO RPT-TOT-VS-LABEL                00443715
           MOVE WS-CR-TOTAL          TO RPT-TOT-VS-AMOUNT               00443715
           IF WS-DIFF-AMOUNT NOT = ZEROES                               00443715
             MOVE '** OUT OF BALANCE' TO RPT-TOT-FLAG                   00443715
           ELSE                                                         00443715
             MOVE 'BALANCED'          TO RPT-TOT-FLAG                   00443715
           END-IF                                                       00443715
           WRITE GLCTLRPT-LINE FROM WS-RPT-TOTAL                        00443715
             AFTER ADVANCING 2 LINES                                    00443715
                                                                        00443715
           INITIALIZE WS-RPT-TOTAL                                      00443715
           MOVE 'BASE-CURRENCY TRANSACTION TOTAL'                       00443715
             TO RPT-TOT-LABEL                                           00443715
           MOVE WS-GL-BASE-TOTAL     TO RPT-TOT-AMOUNT                  00443715
           MOVE 'BASEFILE'           TO RPT-TOT-VS-LABEL                00443715
           MOVE WS-BASEFILE-TOTAL    TO RPT-TOT-VS-AMOUNT               00443715
           IF WS-GL-BASE-TOTAL NOT = WS-BASEFILE-TOTAL                  00443715
             MOVE '** DOES NOT TIE'  TO RPT-TOT-FLAG                    00443715
           ELSE                                                         00443715
             MOVE 'TIES'             TO RPT-TOT-FLAG                    00443715
           END-IF                                                       00443715
           WRITE GLCTLRPT-LINE FROM WS-RPT-TOTAL                        00443715
             AFTER ADVANCING 1 LINE                                     00443715
                                                                        00443715
           INITIALIZE WS-RPT-TOTAL                                      00443715
           MOVE 'INTERCHANGE FEE RUN TOTAL' TO RPT-TOT-LABEL            00443715
           MOVE WS-FEE-RUN-AMOUNT    TO RPT-TOT-AMOUNT                  00443715
           MOVE 'CUST ROWS'          TO RPT-TOT-VS-LABEL                00443715
           MOVE WS-FEE-CUST-TOTAL    TO RPT-TOT-VS-AMOUNT               00443715
           IF WS-FEE-RUN-AMOUNT NOT = WS-FEE-CUST-TOTAL                 00443715
             MOVE '** DOES NOT TIE'  TO RPT-TOT-FLAG                    00443715
           ELSE                                                         00443715
             MOVE 'TIES'             TO RPT-TOT-FLAG                    00443715
           END-IF                                                       00443715
           WRITE GLCTLRPT-LINE FROM WS-RPT-TOTAL                        00443715
             AFTER ADVANCING 1 LINE                                     00443715
                                                                        00443715
           INITIALIZE WS-RPT-TOTAL                                      00443715
           MOVE 'UNPRICED AMOUNT NOT POSTED (ORIG CCY)'                 00443715
             TO RPT-TOT-LABEL                                           00443715
           MOVE WS-GL-UNPR-TOTAL     TO RPT-TOT-AMOUNT                  00443715
           WRITE GLCTLRPT-LINE FROM WS-RPT-TOTAL                        00443715
             AFTER ADVANCING 1 LINE                                     00443715
                                                                        00443715
           INITIALIZE WS-RPT-TOTAL                                      00443715
           MOVE 'UNPRICED PPA NOT POSTED (ORIG CCY)'                    00443715
             TO RPT-TOT-LABEL                                           00443715
           MOVE WS-PPA-UNPR-TOTAL    TO RPT-TOT-AMOUNT                  00443715
           WRITE GLCTLRPT-LINE FROM WS-RPT-TOTAL                        00443715
             AFTER ADVANCING 1 LINE                                     00443715
                                                                        00443715
           INITIALIZE WS-RPT-TOTAL                                      00443715
           MOVE 'DISPUTE EXPOSURE HELD AFTER POSTING'                   00443715
             TO RPT-TOT-LABEL                                           00443715
           MOVE WS-DSP-NEW-TOTAL     TO RPT-TOT-AMOUNT                  00443715
           MOVE 'HELD BEFORE'        TO RPT-TOT-VS-LABEL                00443715
           MOVE WS-DSP-HELD-TOTAL    TO RPT-TOT-VS-AMOUNT               00443715
           IF WS-DSP-UNPR-CNTR > 0                                      00443715
             MOVE '** CCY NOT REPRICED' TO RPT-TOT-FLAG                 00443715
           END-IF                                                       00443715
           WRITE GLCTLRPT-LINE FROM WS-RPT-TOTAL                        00443715
             AFTER ADVANCING 1 LINE                                     00443715
                                                                        00443715
           INITIALIZE WS-RPT-COUNT                                      00443715
           MOVE 'FEECFILE ROWS READ' TO RPT-CNT-LABEL                   00443715
           MOVE WS-FEECFILE-CNTR     TO RPT-CNT-VALUE                   00443715
           MOVE 'CTLFILE'            TO RPT-CNT-VS-LABEL                00443715
           MOVE WS-CTL-FEECFILE-CNTR TO RPT-CNT-VS-VALUE                00443715
           IF WS-FEECFILE-CNTR NOT = WS-CTL-FEECFILE-CNTR               00443715
             MOVE '** DOES NOT TIE'  TO RPT-CNT-FLAG                    00443715
           ELSE                                                         00443715
             MOVE 'TIES'             TO RPT-CNT-FLAG                    00443715
           END-IF                                                       00443715
           WRITE GLCTLRPT-LINE FROM WS-RPT-COUNT                        00443715
             AFTER ADVANCING 2 LINES                                    00443715
                                                                        00443715
           INITIALIZE WS-RPT-COUNT                                      00443715
           MOVE 'GL TRANSACTIONS (PRICED + UNPRICED)'                   00443715
             TO RPT-CNT-LABEL                                           00443715
           COMPUTE RPT-CNT-VALUE = WS-GL-TXN-CNTR + WS-GL-UNPR-CNTR     00443715
           MOVE 'CTL TRANFILE'       TO RPT-CNT-VS-LABEL                00443715
           MOVE WS-CTL-TRANFILE-CNTR TO RPT-CNT-VS-VALUE                00443715
           MOVE 'INFORMATION ONLY'   TO RPT-CNT-FLAG                    00443715
           WRITE GLCTLRPT-LINE FROM WS-RPT-COUNT                        00443715
             AFTER ADVANCING 1 LINE                                     00443715
                                                                        00443715
           INITIALIZE WS-RPT-COUNT                                      00443715
           MOVE 'CTLFILE SUSPENDED'  TO RPT-CNT-LABEL                   00443715
           MOVE WS-CTL-SUSPFILE-CNTR TO RPT-CNT-VALUE                   00443715
           MOVE 'DUPLICATES'         TO RPT-CNT-VS-LABEL                00443715
           MOVE WS-CTL-DUPFILE-CNTR  TO RPT-CNT-VS-VALUE                00443715
           WRITE GLCTLRPT-LINE FROM WS-RPT-COUNT                        00443715
             AFTER ADVANCING 1 LINE                                     00443715
                                                                        00443715
           INITIALIZE WS-RPT-COUNT                                      00443715
           MOVE 'OPEN DISPUTE CASES' TO RPT-CNT-LABEL                   00443715
           MOVE WS-OPEN-CASE-CNTR    TO RPT-CNT-VALUE                   00443715
           MOVE 'PPA ROWS'           TO RPT-CNT-VS-LABEL                00443715
           MOVE WS-PPAFILE-CNTR      TO RPT-CNT-VS-VALUE                00443715
           WRITE GLCTLRPT-LINE FROM WS-RPT-COUNT                        00443715
             AFTER ADVANCING 1 LINE                                     00443715
                                                                        00443715
           INITIALIZE WS-RPT-COUNT                                      00443715
           MOVE 'DISPUTE CCYS NOT REPRICED' TO RPT-CNT-LABEL            00443715
           MOVE WS-DSP-UNPR-CNTR     TO RPT-CNT-VALUE                   00443715
           MOVE 'PPA UNPRICED'       TO RPT-CNT-VS-LABEL                00443715
           MOVE WS-PPA-UNPR-CNTR     TO RPT-CNT-VS-VALUE                00443715
           WRITE GLCTLRPT-LINE FROM WS-RPT-COUNT                        00443715
             AFTER ADVANCING 1 LINE                                     00443715
                                                                        00443715
           MOVE SPACES TO WS-RPT-WORK                                   00443715
           IF WS-RUN-FAILED = 1                                         00443715
             STRING 'JOURNAL NOT POSTED -- ' WS-FAIL-REASON             00443715
               DELIMITED BY SIZE INTO WS-RPT-WORK                       00443715
           ELSE                                                         00443715
             MOVE 'JOURNAL POSTED' TO WS-RPT-WORK                       00443715
           END-IF                                                       00443715
           WRITE GLCTLRPT-LINE FROM WS-RPT-WORK                         00443715
             AFTER ADVANCING 2 LINES                                    00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       WRITE-JOURNAL-PARA.                                              00443715
                                                                        00443715
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1                       00443715
             UNTIL WS-SRC-IDX > WS-SRC-USED                             00443715
             IF WS-SRC-AMOUNT (WS-SRC-IDX) NOT = ZEROES                 00443715
               COMPUTE WS-WORK-AMOUNT =                                 00443715
                 FUNCTION ABS (WS-SRC-AMOUNT (WS-SRC-IDX))              00443715
                                                                        00443715
               MOVE 'DR' TO WS-JE-SIDE                                  00443715
               IF WS-SRC-AMOUNT (WS-SRC-IDX) < ZEROES                   00443715
                 MOVE WS-SRC-CR (WS-SRC-IDX) TO WS-JE-ACCOUNT           00443715
               ELSE                                                     00443715
                 MOVE WS-SRC-DR (WS-SRC-IDX) TO WS-JE-ACCOUNT           00443715
               END-IF                                                   00443715
               PERFORM WRITE-JOURNAL-LINE-PARA                          00443715
                                                                        00443715
               MOVE 'CR' TO WS-JE-SIDE                                  00443715
               IF WS-SRC-AMOUNT (WS-SRC-IDX) < ZEROES                   00443715
                 MOVE WS-SRC-DR (WS-SRC-IDX) TO WS-JE-ACCOUNT           00443715
               ELSE                                                     00443715
                 MOVE WS-SRC-CR (WS-SRC-IDX) TO WS-JE-ACCOUNT           00443715
               END-IF                                                   00443715
               PERFORM WRITE-JOURNAL-LINE-PARA                          00443715
             END-IF                                                     00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       WRITE-DISPUTE-HELD-PARA.                                         00443715
      *    DSPHFILE IS WHAT THE LEDGER HOLDS ONCE GLJEFILE IS LOADED.   00443715
      *    A FAILED NIGHT POSTS NOTHING, SO IT WRITES BACK EXACTLY THE  00443715
      *    DSPHIN ROWS IT READ. A CURRENCY WITH NO OPEN CASES AND       00443715
      *    NOTHING HELD DROPS OFF.                                      00443715
           PERFORM VARYING WS-DSP-IDX FROM 1 BY 1                       00443715
             UNTIL WS-DSP-IDX > WS-DSP-USED                             00443715
             INITIALIZE DSPH-REC                                        00443715
             MOVE WS-DSP-CURR (WS-DSP-IDX) TO DSPH-CURRENCY-CODE        00443715
             MOVE ','                      TO DSPH-SEPARATOR-1          00443715
             MOVE ','                      TO DSPH-SEPARATOR-2          00443715
             IF WS-RUN-FAILED = 1                                       00443715
               IF WS-DSP-CARRIED (WS-DSP-IDX) = 1                       00443715
                 MOVE WS-DSP-HELD-CASES (WS-DSP-IDX) TO DSPH-CASE-CNTR  00443715
                 MOVE WS-DSP-HELD (WS-DSP-IDX)  TO DSPH-BASE-AMOUNT     00443715
                 PERFORM WRITE-DISPUTE-HELD-ROW-PARA                    00443715
               END-IF                                                   00443715
             ELSE                                                       00443715
               IF WS-DSP-CASES (WS-DSP-IDX) > 0                         00443715
                  OR WS-DSP-NEW (WS-DSP-IDX) NOT = ZEROES               00443715
                 MOVE WS-DSP-CASES (WS-DSP-IDX) TO DSPH-CASE-CNTR       00443715
                 MOVE WS-DSP-NEW (WS-DSP-IDX)   TO DSPH-BASE-AMOUNT     00443715
                 PERFORM WRITE-DISPUTE-HELD-ROW-PARA                    00443715
               END-IF                                                   00443715
             END-IF                                                     00443715
           END-PERFORM                                                  00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       WRITE-DISPUTE-HELD-ROW-PARA.                                     00443715
                                                                        00443715
           WRITE DSPH-REC                                               00443715
                                                                        00443715
           ADD 1 TO WS-DSPHFILE-CNTR                                    00443715
           ADD FUNCTION ABS (FUNCTION NUMVAL (DSPH-BASE-AMOUNT))        00443715
             TO WS-DSPHFILE-HASH-TOTAL                                  00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       WRITE-JOURNAL-LINE-PARA.                                         00443715
                                                                        00443715
           ADD 1 TO WS-JE-LINE-NO                                       00443715
                                                                        00443715
           INITIALIZE GLJE-REC                                          00443715
           MOVE PARM-PROCESS-DATE          TO GLJE-PROCESS-DATE         00443715
           MOVE ','                        TO GLJE-SEPARATOR-1          00443715
           MOVE WS-JE-LINE-NO              TO GLJE-LINE-NO              00443715
           MOVE ','                        TO GLJE-SEPARATOR-2          00443715
           MOVE WS-SRC-SOURCE (WS-SRC-IDX) TO GLJE-SOURCE               00443715
           MOVE ','                        TO GLJE-SEPARATOR-3          00443715
           MOVE WS-SRC-TYPE (WS-SRC-IDX)   TO GLJE-TYPE-CODE            00443715
           MOVE ','                        TO GLJE-SEPARATOR-4          00443715
           MOVE WS-SRC-INST (WS-SRC-IDX)   TO GLJE-INST-ID              00443715
           MOVE ','                        TO GLJE-SEPARATOR-5          00443715
           MOVE WS-SRC-CURR (WS-SRC-IDX)   TO GLJE-CURRENCY-CODE        00443715
           MOVE ','                        TO GLJE-SEPARATOR-6          00443715
           MOVE WS-JE-ACCOUNT              TO GLJE-ACCOUNT              00443715
           MOVE ','                        TO GLJE-SEPARATOR-7          00443715
           MOVE WS-JE-SIDE                 TO GLJE-DR-CR                00443715
           MOVE ','                        TO GLJE-SEPARATOR-8          00443715
           MOVE WS-WORK-AMOUNT             TO GLJE-AMOUNT               00443715
           MOVE ','                        TO GLJE-SEPARATOR-9          00443715
           MOVE WS-SRC-DESC (WS-SRC-IDX)   TO GLJE-DESCRIPTION          00443715
                                                                        00443715
           WRITE GLJE-REC                                               00443715
                                                                        00443715
           ADD 1 TO WS-GLJEFILE-CNTR                                    00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       CHECK-INPUT-GENERATION-PARA.                                     00443715
      *    CALLED AT OPEN WITH GREG-DATASET, GREG-EXPECT AND            00443715
      *    WS-GREG-INPUT-DD SET. A GENERATION THE PRODUCER DID NOT      00443715
      *    REGISTER FOR THIS CYCLE IS REFUSED BEFORE A RECORD OF IT IS  00443715
      *    USED; A DATASET NEVER REGISTERED IS READ WITH A WARNING.     00443715
           MOVE 'C'               TO GREG-FUNCTION                      00443715
           MOVE 'MASTRNGL'        TO GREG-JOB-NAME                      00443715
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
           MOVE 'MASTRNGL'        TO GREG-JOB-NAME                      00443715
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
       REGISTER-DSPHFILE-PARA.                                          00443715
      *    TONIGHT'S DSPHFILE IS TOMORROW'S DSPHIN. A FAILED RUN        00443715
      *    REGISTERS NOTHING.                                           00443715
           MOVE 'R'                    TO GREG-FUNCTION                 00443715
           MOVE 'DSPHFILE'             TO GREG-DATASET                  00443715
           MOVE 'MASTRNGL'             TO GREG-JOB-NAME                 00443715
           MOVE PARM-PROCESS-DATE      TO GREG-PROCESS-DATE             00443715
           MOVE PARM-CYCLE-ID          TO GREG-CYCLE-ID                 00443715
           MOVE WS-DSPHFILE-CNTR       TO GREG-RECORD-CNT               00443715
           MOVE WS-DSPHFILE-HASH-TOTAL TO GREG-HASH-TOTAL               00443715
           CALL 'MASTRNGR' USING GREG-LINKAGE                           00443715
           END-CALL                                                     00443715
                                                                        00443715
           IF GREG-RESULT-MATCHED                                       00443715
             DISPLAY 'DSPHFILE GENERATION REGISTERED FOR '              00443715
                     GREG-PROCESS-DATE ' CYCLE ' GREG-CYCLE-ID          00443715
           ELSE                                                         00443715
             DISPLAY 'DSPHFILE GENERATION COULD NOT BE REGISTERED'      00443715
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
           MOVE 'MASTRNGL'             TO STAT-JOB-NAME                 00443715
           MOVE FUNCTION CURRENT-DATE  TO STAT-RUN-TIMESTAMP            00443715
           IF WS-RUN-FAILED = 1                                         00443715
             MOVE 'FAILED'             TO STAT-COMPLETION-CODE          00443715
             MOVE WS-FAIL-REASON       TO STAT-FAIL-REASON              00443715
           ELSE                                                         00443715
             MOVE 'COMPLETE'           TO STAT-COMPLETION-CODE          00443715
           END-IF                                                       00443715
           MOVE 'SOURCE ROWS'          TO STAT-CNTR-1-LABEL             00443715
           MOVE WS-SRC-USED            TO STAT-CNTR-1                   00443715
           MOVE 'JE LINES'             TO STAT-CNTR-2-LABEL             00443715
           MOVE WS-GLJEFILE-CNTR       TO STAT-CNTR-2                   00443715
           MOVE 'UNMAPPED'             TO STAT-CNTR-3-LABEL             00443715
           MOVE WS-UNMAPPED-CNTR       TO STAT-CNTR-3                   00443715
           MOVE 'UNPRICED'             TO STAT-CNTR-4-LABEL             00443715
           COMPUTE STAT-CNTR-4 = WS-GL-UNPR-CNTR + WS-PPA-UNPR-CNTR     00443715
                               + WS-DSP-UNPR-CNTR                       00443715
                                                                        00443715
           WRITE STATUS-REC                                             00443715
                                                                        00443715
           END-IF                                                       00443715
                                                                        00443715
           CONTINUE.                                                    00443715
                                                                        00443715
       END-PROCESS.                                                     00443715
                                                                        00443715
           MOVE WS-COAFILE-CNTR  TO WS-COAFILE-CNTR-EDT                 00443715
           MOVE WS-GLSMFILE-CNTR TO WS-GLSMFILE-CNTR-EDT                00443715
           MOVE WS-BASEFILE-CNTR TO WS-BASEFILE-CNTR-EDT                00443715
           MOVE WS-FEECFILE-CNTR TO WS-FEECFILE-CNTR-EDT                00443715
           MOVE WS-PPAFILE-CNTR  TO WS-PPAFILE-CNTR-EDT                 00443715
           MOVE WS-CASEFILE-CNTR TO WS-CASEFILE-CNTR-EDT                00443715
           MOVE WS-DSPHIN-CNTR   TO WS-DSPHIN-CNTR-EDT                  00443715
           MOVE WS-DSPHFILE-CNTR TO WS-DSPHFILE-CNTR-EDT                00443715
           MOVE WS-GLJEFILE-CNTR TO WS-GLJEFILE-CNTR-EDT                00443715
           MOVE WS-UNMAPPED-CNTR TO WS-UNMAPPED-CNTR-EDT                00443715
                                                                        00443715
           DISPLAY '***************************************'            00443715
           DISPLAY '* PROGRAM NAME  :    MASTRNGL         *'            00443715
           DISPLAY '* COAFILE       : ' WS-COAFILE-CNTR-EDT             00443715
                   '         *'                                         00443715
           DISPLAY '* GLSMFILE      : ' WS-GLSMFILE-CNTR-EDT            00443715
                   '         *'                                         00443715
           DISPLAY '* BASEFILE      : ' WS-BASEFILE-CNTR-EDT            00443715
                   '         *'                                         00443715
           DISPLAY '* FEECFILE      : ' WS-FEECFILE-CNTR-EDT            00443715
                   '         *'                                         00443715
           DISPLAY '* PPAFILE       : ' WS-PPAFILE-CNTR-EDT             00443715
                   '         *'                                         00443715
           DISPLAY '* CASEFILE      : ' WS-CASEFILE-CNTR-EDT            00443715
                   '         *'                                         00443715
           DISPLAY '* DSPHIN        : ' WS-DSPHIN-CNTR-EDT              00443715
                   '         *'                                         00443715
           DISPLAY '* DSPHFILE      : ' WS-DSPHFILE-CNTR-EDT            00443715
                   '         *'                                         00443715
           DISPLAY '* GLJEFILE      : ' WS-GLJEFILE-CNTR-EDT            00443715
                   '         *'                                         00443715
           DISPLAY '* UNMAPPED      : ' WS-UNMAPPED-CNTR-EDT            00443715
                   '         *'                                         00443715
           DISPLAY '***************************************'            00443715
                                                                        00443715
           IF WS-RUN-FAILED = 0                                         00443715
             PERFORM REGISTER-DSPHFILE-PARA                             00443715
           END-IF                                                       00443715
                                                                        00443715
           PERFORM WRITE-STATUS-FILE-PARA                               00443715
                                                                        00443715
           IF WS-MAIN-FILES-OPEN = 1                                    00443715
             CLOSE GLJEFILE                                             00443715
             CLOSE DSPHFILE                                             00443715
             CLOSE GLCTLRPT                                             00443715
           END-IF                                                       00443715
                                                                        00443715
           CLOSE STATUSFILE.                                            00443715
                                                                        00443715
           IF WS-RUN-FAILED = 1                                         00443715
             MOVE 8 TO RETURN-CODE                                      00443715
           END-IF                                                       00443715
                                                                        00443715
           STOP RUN.                                                    00443715
                                                                        00443715
       END PROGRAM  MASTRNGL.                                           00443715
